    05 xfer-uuid             pic x(36).
    05 xfer-separator-1      pic x.
    05 xfer-batch-number     pic x(6).
    05 xfer-separator-2      pic x.
    05 xfer-classification   pic x(15).
    05 xfer-separator-3      pic x.
    05 xfer-from-plant       pic x(3).
    05 xfer-separator-4      pic x.
    05 xfer-to-plant         pic x(3).
    05 xfer-separator-5      pic x.
    05 xfer-out-date         pic 9(8).
    05 xfer-separator-6      pic x.
    05 xfer-out-operator     pic x(4).
    05 xfer-separator-7      pic x.
    05 xfer-in-date          pic 9(8).
    05 xfer-separator-8      pic x.
    05 xfer-in-operator      pic x(4).
    05 xfer-separator-9      pic x.
    05 xfer-state            pic x.
    05 xfer-separator-10     pic x.
    05 xfer-run-id           pic 9(14).
