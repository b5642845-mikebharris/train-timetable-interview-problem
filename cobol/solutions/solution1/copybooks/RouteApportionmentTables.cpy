*> RouteApportionmentTables.cpy
*> The network as the routes directory describes it, with each
*> route's earnings accumulating alongside, and the engineering
*> section mileages the through fares are split by. Built by
*> LoadRouteApportionmentTables and worked by ApportionSaleToRoutes,
*> so the monthly earnings statement and the daily ledger posting
*> share one answer to which route earned what. Held at its maximum
*> size for the same reason RouteTimeTable is.
01 RouteApportionmentTables.
    02 RoutesDirectory.
        03 DirectoryRouteCount pic 99 value zero.
        03 DirectoryRoutes occurs 10 times.
            04 DR-RouteFileName pic x(08).
            04 DR-StationCount pic 99.
            04 DR-StationNames occurs 13 times.
                05 DR-StationName pic x(20).
            04 DR-EarnedAmount pic 9(9)v99.
    02 SectionMileages.
        03 SectionCount pic 9(03) value zero.
        03 SectionEntry occurs 50 times.
            04 SE-FromStationName pic x(20).
            04 SE-ToStationName pic x(20).
            04 SE-SectionMiles pic 9(03).
