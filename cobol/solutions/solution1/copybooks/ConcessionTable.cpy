*> ConcessionTable.cpy
*> In-memory copy of the concessions file, built by
*> LoadConcessionTable and consulted wherever a fare is discounted or
*> a discounted ticket is judged. Held at its maximum size for the
*> same reason RouteTimeTable and BlackoutTable are - a fixed-length
*> block that can be MOVEd whole between an "x any length" linkage
*> parameter and this working layout. ConcessionCount says how many of
*> the occurrences are actually in use.
01 ConcessionTable.
    02 ConcessionCount pic 99 value zero.
    02 Concessions occurs 20 times indexed by ConcessionIndex.
        03 CO-DiscountType pic x(03).
        03 CO-Description pic x(20).
        03 CO-PercentOff pic 99v9.
        03 CO-ApplicableProducts.
            04 CO-ProductCode pic x(03) occurs 6 times.
        03 CO-ApplicableClasses pic x(02).
        03 CO-MinimumFare pic 9(4)v99.
        03 CO-PeakRestrictionStart pic 9(04).
        03 CO-PeakRestrictionEnd pic 9(04).
