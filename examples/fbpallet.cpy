    05 pallet-uuid           pic x(36).
    05 pallet-separator-1    pic x.
    05 pallet-number         pic x(6).
    05 pallet-separator-2    pic x.
    05 pallet-business-date  pic 9(8).
    05 pallet-separator-3    pic x.
    05 pallet-lane           pic x(4).
    05 pallet-separator-4    pic x.
    05 pallet-class          pic x(15).
    05 pallet-separator-5    pic x.
    05 pallet-count          pic 9(3).
    05 pallet-separator-6    pic x.
    05 pallet-weight         pic 9(7).
    05 pallet-separator-7    pic x.
    05 pallet-state          pic x.
