    05 mhdr-record-type      pic x(3).
    05 mhdr-separator-1      pic x.
    05 mhdr-plant-code       pic x(3).
    05 mhdr-separator-2      pic x.
    05 mhdr-business-date    pic 9(8).
    05 mhdr-separator-3      pic x.
    05 mhdr-sending-system   pic x(8).
    05 mhdr-separator-4      pic x.
    05 mhdr-file-sequence    pic 9(6).
