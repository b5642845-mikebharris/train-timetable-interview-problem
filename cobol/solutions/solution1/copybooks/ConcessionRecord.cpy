*> ConcessionRecord.cpy
*> One discount scheme off the concessions file kept by the fares
*> office - child, senior, disabled-person and the railcards. Says how
*> much comes off the full fare, which products and classes the
*> discount may be given on (blank means every one), the least a
*> discounted ticket may be sold for, and any morning peak window in
*> which a ticket sold under the scheme may not be used. A peak
*> window of all zeros means the scheme is good at any time of day.
01 ConcessionRecord.
    02 CO-DiscountType pic x(03).
    02 CO-Description pic x(20).
    02 CO-PercentOff pic 99v9.
    02 CO-ApplicableProducts.
        03 CO-ProductCode pic x(03) occurs 6 times.
    02 CO-ApplicableClasses pic x(02).
    02 CO-MinimumFare pic 9(4)v99.
    02 CO-PeakRestrictionStart pic 9(04).
    02 CO-PeakRestrictionEnd pic 9(04).
