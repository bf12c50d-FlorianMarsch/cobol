    05 dupq-batch-number     pic x(6).
    05 dupq-separator-1      pic x.
    05 dupq-plant            pic x(3).
    05 dupq-separator-2      pic x.
    05 dupq-line-number      pic 9(2).
    05 dupq-separator-3      pic x.
    05 dupq-gross-weight     pic 9(6).
    05 dupq-separator-4      pic x.
    05 dupq-business-date    pic 9(8).
    05 dupq-separator-5      pic x.
    05 dupq-original-uuid    pic x(36).
    05 dupq-separator-6      pic x.
    05 dupq-original-class   pic x(15).
    05 dupq-separator-7      pic x.
    05 dupq-original-date    pic 9(8).
    05 dupq-separator-8      pic x.
    05 dupq-state            pic x.
    05 dupq-separator-9      pic x.
    05 dupq-operator         pic x(4).
    05 dupq-separator-10     pic x.
    05 dupq-decided-date     pic 9(8).
