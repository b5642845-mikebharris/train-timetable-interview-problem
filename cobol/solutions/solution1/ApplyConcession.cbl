identification division.
program-id. ApplyConcession.

environment division.
configuration section.
    repository.
        function all intrinsic.

data division.
working-storage section.
copy ConcessionTable.

01 ProductSlot pic 9.

01 filler pic 9 binary.
    88 ConcessionKnown value 1 when set to false is 0.
01 filler pic 9 binary.
    88 ProductQualifies value 1 when set to false is 0.

01 WorkDiscountedFare pic 9(6)v99.

linkage section.
01 TheConcessionTable pic x any length.
01 DiscountType pic x(03).
01 ProductCode pic x(03).
01 TravelClass pic x.
01 FullFare pic 9(6)v99.
01 DiscountedFare pic 9(6)v99.
01 DiscountGiven pic 9(6)v99.
01 ConcessionStatusCode pic 99.
    88 ConcessionApplied value 0.
    88 ConcessionNotKnown value 4.
    88 ConcessionNotValidForTicket value 8.

procedure division using TheConcessionTable, DiscountType, ProductCode,
        TravelClass, FullFare, DiscountedFare, DiscountGiven,
        ConcessionStatusCode.
Main section.
    move zero to ConcessionStatusCode
    move FullFare to DiscountedFare
    move zero to DiscountGiven

    *> no discount type keyed is the ordinary full-fare sale
    if DiscountType is equal to spaces
        goback
    end-if

    move TheConcessionTable to ConcessionTable

    set ConcessionKnown to false
    set ConcessionIndex to 1
    search Concessions
        at end continue
        when CO-DiscountType(ConcessionIndex) is equal to DiscountType
            set ConcessionKnown to true
    end-search

    if not ConcessionKnown
            or ConcessionIndex is greater than ConcessionCount
        set ConcessionNotKnown to true
        goback
    end-if

    *> a blank product list means the scheme is good on anything the
    *> fares file sells
    set ProductQualifies to false
    if CO-ApplicableProducts(ConcessionIndex) is equal to spaces
        set ProductQualifies to true
    end-if
    perform varying ProductSlot from 1 by 1
            until ProductQualifies or ProductSlot is greater than 6
        if CO-ProductCode(ConcessionIndex, ProductSlot) is equal to ProductCode
            set ProductQualifies to true
        end-if
    end-perform

    if not ProductQualifies
        set ConcessionNotValidForTicket to true
        goback
    end-if

    if CO-ApplicableClasses(ConcessionIndex) is not equal to spaces
            and CO-ApplicableClasses(ConcessionIndex)(1:1) is not equal to TravelClass
            and CO-ApplicableClasses(ConcessionIndex)(2:1) is not equal to TravelClass
        set ConcessionNotValidForTicket to true
        goback
    end-if

    compute WorkDiscountedFare rounded =
        FullFare - FullFare * CO-PercentOff(ConcessionIndex) / 100

    *> the scheme's minimum fare is a floor, not a price - a short hop
    *> whose full fare is already under it is simply sold at full fare
    if WorkDiscountedFare is less than CO-MinimumFare(ConcessionIndex)
        if FullFare is greater than CO-MinimumFare(ConcessionIndex)
            move CO-MinimumFare(ConcessionIndex) to WorkDiscountedFare
        else
            move FullFare to WorkDiscountedFare
        end-if
    end-if

    move WorkDiscountedFare to DiscountedFare
    compute DiscountGiven = FullFare - DiscountedFare
    goback.

end program ApplyConcession.
