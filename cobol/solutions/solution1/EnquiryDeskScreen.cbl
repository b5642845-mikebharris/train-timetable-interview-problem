        function FastestTrainBetween
        function LastTrainBetween
        function FareBetween
        function ConcessionFareBetween
        function StepFreeAccessBetween
        function all intrinsic.

working-storage section.
copy RouteTimeTable.
copy FareTable.
copy ConcessionTable.
copy DidYouMeanList.
copy JourneyStatusCodes.
copy NetworkItinerary.

01 LoadStatusCode pic 99.
    88 LoadedOk value 0.
01 OriginAsKeyed pic x(20).
01 DestinationAsKeyed pic x(20).
01 TimeAsKeyed pic x(04).
01 DiscountTypeAsKeyed pic x(03).
01 ArriveAtStationTime pic 9999.

01 ResolvedOriginName pic x(20).

01 filler pic 9 binary.
    88 EnquiryNamesResolved value 1 when set to false is 0.
01 filler pic 9 binary.
    88 NetworkJourneyAnswered value 1 when set to false is 0.

01 NetworkStartName pic x(20).
01 NetworkEndName pic x(20).
01 NoStepFreeNeeded pic x value "N".
01 NetworkLeg pic 9.

01 Suggestion pic 9.

01 FirstSingle pic 9(4)v99.
01 FirstReturn pic 9(4)v99.
01 StepFreeIndicator pic x.
01 ConcessionSingle pic 9(4)v99.
01 ConcessionReturn pic 9(4)v99.
01 ConcessionStatusCode pic 99.
    88 ConcessionApplied value 0.
    88 ConcessionNotKnown value 4.

01 SplitQuoteTrain pic 9(04).
01 ThroughFare pic 9(4)v99.

    call "RefreshRouteTimeTableFromLiveFeed" using RouteTimeTable, UpdatesApplied
    call "LoadFareTable" using RouteTimeTable, FareTable, TodaysDate, LoadStatusCode
    call "LoadConcessionTable" using ConcessionTable, LoadStatusCode

    display "Journey enquiries - key the origin, or leave blank to finish"

        move "0000" to TimeAsKeyed
    end-if
    move function numval(TimeAsKeyed) to ArriveAtStationTime
    display "Discount....: " with no advancing
    accept DiscountTypeAsKeyed
    move function upper-case(DiscountTypeAsKeyed) to DiscountTypeAsKeyed

    perform ResolveEnquiryNames
    .

ResolveEnquiryNames section.
    set EnquiryNamesResolved to true
    call "ResolveStationName" using RouteTimeTable, OriginAsKeyed,
            ResolvedOriginName, DidYouMeanList, ResolveStatusCode
    if not NameResolvedOk
        set EnquiryNamesResolved to false
    end-if
    call "ResolveStationName" using RouteTimeTable, DestinationAsKeyed,
            ResolvedDestinationName, DidYouMeanList, ResolveStatusCode
    if not NameResolvedOk
        set EnquiryNamesResolved to false
    end-if
    if EnquiryNamesResolved
        exit section
    end-if

    *> a station off this line may still be somewhere on the network -
    *> only when no route can place it is the passenger offered names
    move OriginAsKeyed to NetworkStartName
    move DestinationAsKeyed to NetworkEndName
    perform AnswerAcrossNetwork
    if NetworkJourneyAnswered
        exit section
    end-if
    if TrainNotFound
        display "  No train serves that journey at that time"
        exit section
    end-if

    call "ResolveStationName" using RouteTimeTable, OriginAsKeyed,
            ResolvedOriginName, DidYouMeanList, ResolveStatusCode
            ArrivalDate, JourneyStatusCode) to JourneyDuration

    if TrainNotFound
        move ResolvedOriginName to NetworkStartName
        move ResolvedDestinationName to NetworkEndName
        perform AnswerAcrossNetwork
        if not NetworkJourneyAnswered
            display "  No train serves that journey at that time"
        end-if
        exit section
    end-if
    if not JourneyStatusOk
    move FirstReturn to DisplayFare
    display "   return: " DisplayFare

    if DiscountTypeAsKeyed is not equal to spaces
        perform QuoteConcessionFares
    end-if

    *> offer the passengers the split-ticket price the app crowd
    *> already work out for themselves - train zero lets the quote
    *> pick any train serving the pair, since the desk has not sold
    end-if
    .

AnswerAcrossNetwork section.
    *> the network planner reads the overnight journey matrix and only
    *> searches the route files itself when the matrix cannot answer
    set NetworkJourneyAnswered to false
    call "NetworkJourneyPlanner" using NetworkStartName, NetworkEndName,
            ArriveAtStationTime, NoStepFreeNeeded, NetworkItinerary,
            JourneyStatusCode
    if not JourneyStatusOk
        exit section
    end-if
    set NetworkJourneyAnswered to true

    display "  " function trim(NetworkStartName) " to "
            function trim(NetworkEndName) " changing trains"
    move ItineraryTotalMinutes to DisplayDuration
    display "  Journey takes.......: " DisplayDuration " minutes"
    perform varying NetworkLeg from 1 by 1 until NetworkLeg is greater than ItineraryLegCount
        if NetworkLeg is greater than 1
            move LegConnectionWaitMinutes(NetworkLeg) to DisplayDuration
            display "  change, allowing " DisplayDuration " minutes"
        end-if
        display "  " LegDepartTime(NetworkLeg) " "
                function trim(LegBoardStationName(NetworkLeg)) " to "
                function trim(LegAlightStationName(NetworkLeg)) " arriving "
                LegArriveTime(NetworkLeg)
    end-perform
    .

QuoteConcessionFares section.
    *> the desk keys the railcard or concession the passenger shows -
    *> the discounted fare comes off the concessions file, never off
    *> the clerk's mental arithmetic
    move "S" to TravelClass
    move ConcessionFareBetween(RouteTimeTable, FareTable, ConcessionTable,
            ResolvedOriginName, ResolvedDestinationName, TravelClass,
            DiscountTypeAsKeyed, ConcessionReturn, ConcessionStatusCode,
            JourneyStatusCode) to ConcessionSingle
    if ConcessionNotKnown
        display "  " DiscountTypeAsKeyed " is not a concession we offer"
        exit section
    end-if
    if ConcessionApplied
        move ConcessionSingle to DisplayFare
        display "  " DiscountTypeAsKeyed " standard single.: " DisplayFare with no advancing
        move ConcessionReturn to DisplayFare
        display "   return: " DisplayFare
    else
        display "  " DiscountTypeAsKeyed " not valid in standard class"
    end-if

    move "F" to TravelClass
    move ConcessionFareBetween(RouteTimeTable, FareTable, ConcessionTable,
            ResolvedOriginName, ResolvedDestinationName, TravelClass,
            DiscountTypeAsKeyed, ConcessionReturn, ConcessionStatusCode,
            JourneyStatusCode) to ConcessionSingle
    if not ConcessionApplied
        display "  " DiscountTypeAsKeyed " not valid in first class"
        exit section
    end-if
    move ConcessionSingle to DisplayFare
    display "  " DiscountTypeAsKeyed " first single....: " DisplayFare with no advancing
    move ConcessionReturn to DisplayFare
    display "   return: " DisplayFare
    .

end program EnquiryDeskScreen.
