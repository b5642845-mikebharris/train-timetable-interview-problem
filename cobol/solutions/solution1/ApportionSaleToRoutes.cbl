identification division.
program-id. ApportionSaleToRoutes.

environment division.
configuration section.
    repository.
        function all intrinsic.

data division.
working-storage section.
01 filler pic 9 binary.
    88 SaleApportioned value 1 when set to false is 0.
01 filler pic 9 binary.
    88 StationSharedByBothRoutes value 1 when set to false is 0.

01 RouteA pic 99.
01 RouteB pic 99.
01 RouteC pic 99.
01 StationX pic 99.
01 StationY pic 99.
01 OtherStation pic 99.
01 MilesRoute pic 99.
01 MilesFromSlot pic 99.
01 MilesToSlot pic 99.
01 MilesLowSlot pic 99.
01 MilesSlot pic 99.
01 SectionSlot pic 9(03).

01 StartSlotOnRouteA pic 99.
01 InterchangeSlotOnRouteA pic 99.
01 InterchangeSlotOnRouteB pic 99.
01 EndSlotOnRouteB pic 99.
01 SecondInterchangeSlotOnRouteC pic 99.
01 EndSlotOnRouteC pic 99.

01 RouteMiles pic 9(05).
01 FirstLegMiles pic 9(05).
01 SecondLegMiles pic 9(05).
01 ThirdLegMiles pic 9(05).
01 TotalSplitMiles pic 9(06).
01 FirstLegAmount pic 9(6)v99.
01 SecondLegAmount pic 9(6)v99.
01 ThirdLegAmount pic 9(6)v99.

linkage section.
copy RouteApportionmentTables.
copy TicketSaleRecord.
*> how the sale's money went: all to one route, split by the miles
*> run on each route it rode, or nowhere the directory can place it
01 ApportionmentResult pic x.
    88 SaleSettledOnOneRoute value "S".
    88 SaleSplitAcrossRoutes value "P".
    88 SaleNotApportioned value "U".

procedure division using RouteApportionmentTables, TicketSaleRecord, ApportionmentResult.
Main section.
    *> a pair both served by one route is that route's money outright -
    *> only a journey riding more than one route file gets split
    set SaleApportioned to false
    perform varying RouteA from 1 by 1
            until SaleApportioned or RouteA is greater than DirectoryRouteCount
        perform FindSaleStationsOnRouteA
        if StartSlotOnRouteA is greater than zero
                and InterchangeSlotOnRouteA is greater than zero
            add TS-AmountTaken to DR-EarnedAmount(RouteA)
            set SaleSettledOnOneRoute to true
            set SaleApportioned to true
        end-if
    end-perform
    if SaleApportioned
        goback
    end-if

    perform TrySplitAcrossTwoRoutes
    if SaleApportioned
        goback
    end-if

    perform TrySplitAcrossThreeRoutes
    if SaleApportioned
        goback
    end-if

    set SaleNotApportioned to true
    goback.

FindSaleStationsOnRouteA section.
    *> start slot comes back in StartSlotOnRouteA, end slot reuses the
    *> interchange slot field - on a single-route sale the "interchange"
    *> is simply the destination
    move zero to StartSlotOnRouteA
    move zero to InterchangeSlotOnRouteA
    perform varying StationX from 1 by 1
            until StationX is greater than DR-StationCount(RouteA)
        if DR-StationName(RouteA, StationX) is equal to TS-StartStationName
            move StationX to StartSlotOnRouteA
        end-if
        if DR-StationName(RouteA, StationX) is equal to TS-EndStationName
            move StationX to InterchangeSlotOnRouteA
        end-if
    end-perform
    .

TrySplitAcrossTwoRoutes section.
    *> the through journey rode RouteA from the start to a shared
    *> station and RouteB onward - the fare splits by the miles run
    *> on each, which is what stops the branch line looking unearned
    perform varying RouteA from 1 by 1
            until SaleApportioned or RouteA is greater than DirectoryRouteCount
        perform FindStartSlotOnRouteA
        if StartSlotOnRouteA is greater than zero
            perform varying RouteB from 1 by 1
                    until SaleApportioned or RouteB is greater than DirectoryRouteCount
                if RouteB is not equal to RouteA
                    perform FindEndSlotOnRouteB
                    if EndSlotOnRouteB is greater than zero
                        perform TryEachSharedInterchange
                    end-if
                end-if
            end-perform
        end-if
    end-perform
    .

FindStartSlotOnRouteA section.
    move zero to StartSlotOnRouteA
    perform varying StationX from 1 by 1
            until StationX is greater than DR-StationCount(RouteA)
        if DR-StationName(RouteA, StationX) is equal to TS-StartStationName
            move StationX to StartSlotOnRouteA
        end-if
    end-perform
    .

FindEndSlotOnRouteB section.
    move zero to EndSlotOnRouteB
    perform varying OtherStation from 1 by 1
            until OtherStation is greater than DR-StationCount(RouteB)
        if DR-StationName(RouteB, OtherStation) is equal to TS-EndStationName
            move OtherStation to EndSlotOnRouteB
        end-if
    end-perform
    .

TryEachSharedInterchange section.
    perform varying StationX from 1 by 1
            until SaleApportioned or StationX is greater than DR-StationCount(RouteA)
        if StationX is not equal to StartSlotOnRouteA
            perform CheckStationSharedWithRouteB
            if StationSharedByBothRoutes
                    and OtherStation is not equal to EndSlotOnRouteB
                move StationX to InterchangeSlotOnRouteA
                move OtherStation to InterchangeSlotOnRouteB
                perform SplitSaleAtInterchange
            end-if
        end-if
    end-perform
    .

CheckStationSharedWithRouteB section.
    set StationSharedByBothRoutes to false
    perform varying OtherStation from 1 by 1
            until StationSharedByBothRoutes
                or OtherStation is greater than DR-StationCount(RouteB)
        if DR-StationName(RouteB, OtherStation)
                is equal to DR-StationName(RouteA, StationX)
            set StationSharedByBothRoutes to true
        end-if
    end-perform
    if StationSharedByBothRoutes
        subtract 1 from OtherStation
    end-if
    .

TrySplitAcrossThreeRoutes section.
    *> the hardest journey the network planner builds rides three
    *> route files - start on RouteA to a station shared with RouteB,
    *> across RouteB to a station shared with RouteC, and on to the
    *> destination. The first workable triple wins, the same way the
    *> planner settles its two-change itineraries.
    perform varying RouteA from 1 by 1
            until SaleApportioned or RouteA is greater than DirectoryRouteCount
        perform FindStartSlotOnRouteA
        if StartSlotOnRouteA is greater than zero
            perform varying RouteC from 1 by 1
                    until SaleApportioned or RouteC is greater than DirectoryRouteCount
                if RouteC is not equal to RouteA
                    perform FindEndSlotOnRouteC
                    if EndSlotOnRouteC is greater than zero
                        perform varying RouteB from 1 by 1
                                until SaleApportioned
                                    or RouteB is greater than DirectoryRouteCount
                            if RouteB is not equal to RouteA
                                    and RouteB is not equal to RouteC
                                perform TryEachMiddleRoutePair
                            end-if
                        end-perform
                    end-if
                end-if
            end-perform
        end-if
    end-perform
    .

FindEndSlotOnRouteC section.
    move zero to EndSlotOnRouteC
    perform varying OtherStation from 1 by 1
            until OtherStation is greater than DR-StationCount(RouteC)
        if DR-StationName(RouteC, OtherStation) is equal to TS-EndStationName
            move OtherStation to EndSlotOnRouteC
        end-if
    end-perform
    .

TryEachMiddleRoutePair section.
    perform varying StationX from 1 by 1
            until SaleApportioned or StationX is greater than DR-StationCount(RouteA)
        if StationX is not equal to StartSlotOnRouteA
            perform CheckStationSharedWithRouteB
            if StationSharedByBothRoutes
                move StationX to InterchangeSlotOnRouteA
                move OtherStation to InterchangeSlotOnRouteB
                perform TryEachSecondInterchangeOnRouteC
            end-if
        end-if
    end-perform
    .

TryEachSecondInterchangeOnRouteC section.
    perform varying StationY from 1 by 1
            until SaleApportioned or StationY is greater than DR-StationCount(RouteB)
        if StationY is not equal to InterchangeSlotOnRouteB
            perform CheckStationYSharedWithRouteC
            if StationSharedByBothRoutes
                    and SecondInterchangeSlotOnRouteC
                        is not equal to EndSlotOnRouteC
                perform SplitSaleAcrossThreeRoutes
            end-if
        end-if
    end-perform
    .

CheckStationYSharedWithRouteC section.
    set StationSharedByBothRoutes to false
    move zero to SecondInterchangeSlotOnRouteC
    perform varying OtherStation from 1 by 1
            until StationSharedByBothRoutes
                or OtherStation is greater than DR-StationCount(RouteC)
        if DR-StationName(RouteC, OtherStation)
                is equal to DR-StationName(RouteB, StationY)
            set StationSharedByBothRoutes to true
            move OtherStation to SecondInterchangeSlotOnRouteC
        end-if
    end-perform
    .

SplitSaleAcrossThreeRoutes section.
    move RouteA to MilesRoute
    move StartSlotOnRouteA to MilesFromSlot
    move InterchangeSlotOnRouteA to MilesToSlot
    perform FindRouteMiles
    move RouteMiles to FirstLegMiles

    move RouteB to MilesRoute
    move InterchangeSlotOnRouteB to MilesFromSlot
    move StationY to MilesToSlot
    perform FindRouteMiles
    move RouteMiles to SecondLegMiles

    move RouteC to MilesRoute
    move SecondInterchangeSlotOnRouteC to MilesFromSlot
    move EndSlotOnRouteC to MilesToSlot
    perform FindRouteMiles
    move RouteMiles to ThirdLegMiles

    *> with any leg unmeasured there is nothing defensible to split
    *> by - leave the sale for the unapportioned line rather than
    *> invent a ratio
    if FirstLegMiles is equal to zero
            or SecondLegMiles is equal to zero
            or ThirdLegMiles is equal to zero
        exit section
    end-if

    compute TotalSplitMiles =
        FirstLegMiles + SecondLegMiles + ThirdLegMiles
    compute FirstLegAmount rounded =
        TS-AmountTaken * FirstLegMiles / TotalSplitMiles
    compute SecondLegAmount rounded =
        TS-AmountTaken * SecondLegMiles / TotalSplitMiles
    compute ThirdLegAmount =
        TS-AmountTaken - FirstLegAmount - SecondLegAmount

    add FirstLegAmount to DR-EarnedAmount(RouteA)
    add SecondLegAmount to DR-EarnedAmount(RouteB)
    add ThirdLegAmount to DR-EarnedAmount(RouteC)
    set SaleSplitAcrossRoutes to true
    set SaleApportioned to true
    .

SplitSaleAtInterchange section.
    move RouteA to MilesRoute
    move StartSlotOnRouteA to MilesFromSlot
    move InterchangeSlotOnRouteA to MilesToSlot
    perform FindRouteMiles
    move RouteMiles to FirstLegMiles

    move RouteB to MilesRoute
    move InterchangeSlotOnRouteB to MilesFromSlot
    move EndSlotOnRouteB to MilesToSlot
    perform FindRouteMiles
    move RouteMiles to SecondLegMiles

    *> with no mileage for either leg there is nothing defensible to
    *> split by - leave the sale for the unapportioned line rather
    *> than invent a ratio
    if FirstLegMiles is equal to zero or SecondLegMiles is equal to zero
        exit section
    end-if

    compute FirstLegAmount rounded =
        TS-AmountTaken * FirstLegMiles / (FirstLegMiles + SecondLegMiles)
    compute SecondLegAmount = TS-AmountTaken - FirstLegAmount

    add FirstLegAmount to DR-EarnedAmount(RouteA)
    add SecondLegAmount to DR-EarnedAmount(RouteB)
    set SaleSplitAcrossRoutes to true
    set SaleApportioned to true
    .

FindRouteMiles section.
    *> the miles between two stations on a route are the sections
    *> between each adjacent listed pair from one to the other, and
    *> the mileage file may name a section either way round
    move zero to RouteMiles
    if MilesFromSlot is less than MilesToSlot
        move MilesFromSlot to MilesLowSlot
    else
        move MilesToSlot to MilesLowSlot
        move MilesFromSlot to MilesToSlot
    end-if

    perform varying MilesSlot from MilesLowSlot by 1
            until MilesSlot is greater than or equal to MilesToSlot
        perform varying SectionSlot from 1 by 1
                until SectionSlot is greater than SectionCount
            if (SE-FromStationName(SectionSlot)
                        is equal to DR-StationName(MilesRoute, MilesSlot)
                    and SE-ToStationName(SectionSlot)
                        is equal to DR-StationName(MilesRoute, MilesSlot + 1))
                or (SE-ToStationName(SectionSlot)
                        is equal to DR-StationName(MilesRoute, MilesSlot)
                    and SE-FromStationName(SectionSlot)
                        is equal to DR-StationName(MilesRoute, MilesSlot + 1))
                add SE-SectionMiles(SectionSlot) to RouteMiles
                move SectionCount to SectionSlot
            end-if
        end-perform
    end-perform
    .

end program ApportionSaleToRoutes.
