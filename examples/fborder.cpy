    05 order-number          pic x(8).
    05 order-separator-1     pic x.
    05 order-customer        pic x(10).
    05 order-separator-2     pic x.
    05 order-class           pic x(15).
    05 order-separator-3     pic x.
    05 order-unit            pic x.
    05 order-separator-4     pic x.
    05 order-quantity        pic 9(7).
    05 order-separator-5     pic x.
    05 order-ship-by         pic 9(8).
    05 order-separator-6     pic x.
    05 order-state           pic x.
    05 order-separator-7     pic x.
    05 order-entered-date    pic 9(8).
    05 order-separator-8     pic x.
    05 order-operator        pic x(4).
    05 order-separator-9     pic x.
    05 order-cancelled-by    pic x(4).
    05 order-separator-10    pic x.
    05 order-cancelled-date  pic 9(8).
