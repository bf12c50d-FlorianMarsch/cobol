    05 routing-class         pic x(15).
    05 routing-separator     pic x.
    05 routing-lane          pic x(4).
    05 routing-separator-2   pic x.
    05 routing-capacity      pic x(6).
    05 routing-separator-3   pic x.
    05 routing-overflow      pic x(4).
    05 routing-separator-4   pic x.
    05 routing-effective     pic x(8).
    05 routing-separator-5   pic x.
    05 routing-state         pic x.
