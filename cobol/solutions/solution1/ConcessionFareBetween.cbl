identification division.
function-id. ConcessionFareBetween.

environment division.
configuration section.
    repository.
        function FareBetween
        function all intrinsic.

data division.
working-storage section.
01 ProductCode pic x(03).
01 FullFare pic 9(6)v99.
01 DiscountedFare pic 9(6)v99.
01 DiscountGiven pic 9(6)v99.
01 FullSingle pic 9(4)v99.
01 FullReturn pic 9(4)v99.

linkage section.
copy JourneyStatusCodes.
01 TimeTable pic x any length.
01 TheFareTable pic x any length.
01 TheConcessionTable pic x any length.
01 StartStationName pic x any length.
01 EndStationName pic x any length.
01 TravelClass pic x(01).
01 DiscountType pic x(03).
01 ReturnFare pic 9(4)v99 value zero.
01 ConcessionStatusCode pic 99.
01 SingleFare pic 9(4)v99 value zero.

procedure division using TimeTable, TheFareTable, TheConcessionTable,
        StartStationName, EndStationName, TravelClass, DiscountType,
        ReturnFare, ConcessionStatusCode, JourneyStatusCode
        returning SingleFare.
Main section.
    move zero to SingleFare
    move zero to ReturnFare
    move zero to ConcessionStatusCode

    *> the full adult fares come off the fares table exactly as the
    *> desk has always quoted them - the concession is taken off after
    move FareBetween(TimeTable, TheFareTable, StartStationName,
            EndStationName, TravelClass, FullReturn,
            JourneyStatusCode) to FullSingle
    if not JourneyStatusOk
        goback
    end-if

    move "SGL" to ProductCode
    move FullSingle to FullFare
    call "ApplyConcession" using TheConcessionTable, DiscountType,
            ProductCode, TravelClass, FullFare, DiscountedFare,
            DiscountGiven, ConcessionStatusCode
    move DiscountedFare to SingleFare

    move "RTN" to ProductCode
    move FullReturn to FullFare
    call "ApplyConcession" using TheConcessionTable, DiscountType,
            ProductCode, TravelClass, FullFare, DiscountedFare,
            DiscountGiven, ConcessionStatusCode
    move DiscountedFare to ReturnFare

    goback.

end function ConcessionFareBetween.
