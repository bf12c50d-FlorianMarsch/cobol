    05 stock-date            pic 9(8).
    05 stock-separator-1     pic x.
    05 stock-time            pic 9(6).
    05 stock-separator-2     pic x.
    05 stock-plant           pic x(3).
    05 stock-separator-3     pic x.
    05 stock-type            pic x(7).
    05 stock-separator-4     pic x.
    05 stock-quantity        pic 9(7).
    05 stock-separator-5     pic x.
    05 stock-reference       pic x(20).
    05 stock-separator-6     pic x.
    05 stock-operator        pic x(4).
