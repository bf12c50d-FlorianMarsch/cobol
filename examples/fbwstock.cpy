    05 wst-uuid              pic x(36).
    05 wst-separator-1       pic x.
    05 wst-batch-number      pic x(6).
    05 wst-separator-2       pic x.
    05 wst-class             pic x(15).
    05 wst-separator-3       pic x.
    05 wst-weight            pic 9(6).
    05 wst-separator-4       pic x.
    05 wst-received-date     pic 9(8).
    05 wst-separator-5       pic x.
    05 wst-plant             pic x(3).
    05 wst-separator-6       pic x.
    05 wst-line              pic 9(2).
    05 wst-separator-7       pic x.
    05 wst-business-date     pic 9(8).
    05 wst-separator-8       pic x.
    05 wst-state             pic x.
    05 wst-separator-9       pic x.
    05 wst-order-number      pic x(8).
    05 wst-separator-10      pic x.
    05 wst-allocated-date    pic 9(8).
