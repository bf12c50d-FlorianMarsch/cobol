    05 plink-pallet-number   pic x(6).
    05 plink-separator-1     pic x.
    05 plink-pallet-uuid     pic x(36).
    05 plink-separator-2     pic x.
    05 plink-batch-number    pic 9(6).
    05 plink-separator-3     pic x.
    05 plink-uuid            pic x(36).
    05 plink-separator-4     pic x.
    05 plink-business-date   pic 9(8).
