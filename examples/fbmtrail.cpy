    05 mtrl-record-type      pic x(3).
    05 mtrl-separator-1      pic x.
    05 mtrl-plant-code       pic x(3).
    05 mtrl-separator-2      pic x.
    05 mtrl-record-count     pic 9(6).
    05 mtrl-separator-3      pic x.
    05 mtrl-batch-hash       pic 9(12).
    05 mtrl-separator-4      pic x.
    05 mtrl-total-weight     pic 9(12).
