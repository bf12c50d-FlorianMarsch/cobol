    05 hold-status           pic x.
    05 hold-separator-5      pic x.
    05 hold-reason           pic x(30).
    05 hold-separator-6      pic x.
    05 hold-placed-by        pic x(4).
    05 hold-separator-7      pic x.
    05 hold-placed-date      pic 9(8).
    05 hold-separator-8      pic x.
    05 hold-released-by      pic x(4).
    05 hold-separator-9      pic x.
    05 hold-released-date    pic 9(8).
