    05 xmit-plant-code       pic x(3).
    05 xmit-separator-1      pic x.
    05 xmit-file-sequence    pic 9(6).
    05 xmit-separator-2      pic x.
    05 xmit-sent-date        pic 9(8).
    05 xmit-separator-3      pic x.
    05 xmit-sending-system   pic x(8).
    05 xmit-separator-4      pic x.
    05 xmit-run-date         pic 9(8).
    05 xmit-separator-5      pic x.
    05 xmit-run-id           pic 9(14).
    05 xmit-separator-6      pic x.
    05 xmit-record-count     pic 9(6).
    05 xmit-separator-7      pic x.
    05 xmit-state            pic x.
    05 xmit-separator-8      pic x.
    05 xmit-operator         pic x(4).
