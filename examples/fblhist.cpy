    05 lhist-business-date   pic 9(8).
    05 lhist-separator-0     pic x.
    05 lhist-batch-number    pic 9(6).
    05 lhist-separator-1     pic x.
    05 lhist-plant           pic x(3).
    05 lhist-separator-2     pic x.
    05 lhist-line-number     pic 9(2).
    05 lhist-separator-3     pic x.
    05 lhist-gross-weight    pic 9(6).
    05 lhist-separator-4     pic x.
    05 lhist-class           pic x(15).
    05 lhist-separator-5     pic x.
    05 lhist-lane            pic x(4).
