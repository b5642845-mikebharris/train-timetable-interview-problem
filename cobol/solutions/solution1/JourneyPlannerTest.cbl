    01 FormationCateringAvailable pic x.
    01 TrainNumberToTest pic 9999.
    copy RouteTimeTable replacing ==RouteTimeTable== by ==OvernightRoute==.
    copy ConcessionTable.
    01 DiscountType pic x(03).
    01 ProductCode pic x(03).
    01 TravelClass pic x.
    01 FullFare pic 9(6)v99.
    01 DiscountedFare pic 9(6)v99.
    01 DiscountGiven pic 9(6)v99.
    01 ConcessionStatusCode pic 99.
    01 TimeTable.
        02 StationCount pic 99 value 13.
        02 TrainCount pic 99 value 4.
    call "AssertEquals" using ReturnedResult, ExpectedResult, "Correctly reports the number of coaches for a known train 8"
    .

ShouldTakeRailcardDiscountOffFullFare.
    move 1 to ConcessionCount
    move "RCD" to CO-DiscountType(1)
    move 34.0 to CO-PercentOff(1)
    move spaces to CO-ApplicableProducts(1)
    move "S" to CO-ApplicableClasses(1)
    move 12.00 to CO-MinimumFare(1)
    move "RCD" to DiscountType
    move "SGL" to ProductCode
    move "S" to TravelClass
    move 300.00 to FullFare

    move 198 to ExpectedResult
    call "ApplyConcession" using ConcessionTable, DiscountType, ProductCode,
        TravelClass, FullFare, DiscountedFare, DiscountGiven, ConcessionStatusCode
    move DiscountedFare to ReturnedResult
    call "AssertEquals" using ReturnedResult, ExpectedResult, "Correctly takes a third-off railcard discount off a full fare of 300 to 198"
    .

ShouldNotDiscountBelowTheMinimumFare.
    move 15.00 to FullFare

    move 12 to ExpectedResult
    call "ApplyConcession" using ConcessionTable, DiscountType, ProductCode,
        TravelClass, FullFare, DiscountedFare, DiscountGiven, ConcessionStatusCode
    move DiscountedFare to ReturnedResult
    call "AssertEquals" using ReturnedResult, ExpectedResult, "Holds a discounted fare at the scheme's minimum fare of 12"
    .

ShouldRefuseConcessionInAClassItDoesNotCover.
    move "F" to TravelClass
    move 300.00 to FullFare

    move 8 to ExpectedResult
    call "ApplyConcession" using ConcessionTable, DiscountType, ProductCode,
        TravelClass, FullFare, DiscountedFare, DiscountGiven, ConcessionStatusCode
    move ConcessionStatusCode to ReturnedResult
    call "AssertEquals" using ReturnedResult, ExpectedResult, "Refuses a standard-only concession on a first class fare"
    .

    *> More tests here

stop run.
