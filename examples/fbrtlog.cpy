    05 rtlog-date            pic 9(8).
    05 rtlog-separator-1     pic x.
    05 rtlog-time            pic 9(6).
    05 rtlog-separator-2     pic x.
    05 rtlog-operator        pic x(4).
    05 rtlog-separator-3     pic x.
    05 rtlog-action          pic x(6).
    05 rtlog-separator-4     pic x.
    05 rtlog-before          pic x(43).
    05 rtlog-separator-5     pic x.
    05 rtlog-after           pic x(43).
