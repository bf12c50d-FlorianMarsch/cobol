    05 bkm-generation        pic 9(8).
    05 bkm-separator-1       pic x.
    05 bkm-live-name         pic x(40).
    05 bkm-separator-2       pic x.
    05 bkm-kind              pic x.
    05 bkm-separator-3       pic x.
    05 bkm-state             pic x.
    05 bkm-separator-4       pic x.
    05 bkm-record-count      pic 9(7).
    05 bkm-separator-5       pic x.
    05 bkm-copy-name         pic x(48).
    05 bkm-separator-6       pic x.
    05 bkm-taken             pic 9(14).
