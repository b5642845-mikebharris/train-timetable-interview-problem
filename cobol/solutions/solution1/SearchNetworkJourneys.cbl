identification division.
program-id. SearchNetworkJourneys.

environment division.
configuration section.
    repository.
        function all intrinsic.
input-output section.
    file-control.
        select RoutesDirectoryFile assign to "ROUTEDIR"
            organization is line sequential
            file status is RoutesDirectoryFileStatus.

data division.
file section.
fd RoutesDirectoryFile.
copy RoutesDirectoryRecord.

working-storage section.
copy RouteTimeTable.
copy ConnectionTimeTable.
copy DidYouMeanList.

01 RoutesDirectoryFileStatus pic xx.
    88 RoutesDirectoryFileOk value "00".

01 filler pic 9 binary.
    88 RoutesDirectoryFileAtEnd value 1 when set to false is 0.

*> the network as the directory file describes it - each route file
*> we operate and the stations it serves, plus what the alias master
*> made of the requested start and end against each route's own table
01 RoutesDirectory.
    02 DirectoryRouteCount pic 99 value zero.
    02 DirectoryRoutes occurs 10 times.
        03 DR-RouteFileName pic x(08).
        03 DR-StationCount pic 99.
        03 DR-StationNames occurs 13 times.
            04 DR-StationName pic x(20).
        03 DR-ContainsStart pic x.
            88 DR-RouteServesStart value "Y".
        03 DR-StartCanonicalName pic x(20).
        03 DR-ContainsEnd pic x.
            88 DR-RouteServesEnd value "Y".
        03 DR-EndCanonicalName pic x(20).

01 DirectoryEntry pic 99.
01 RouteA pic 99.
01 RouteB pic 99.
01 RouteC pic 99.
01 StationX pic 99.
01 StationY pic 99.
01 OtherStation pic 99.

01 filler pic 9 binary.
    88 StationSharedByBothRoutes value 1 when set to false is 0.
01 filler pic 9 binary.
    88 CandidateFailed value 1 when set to false is 0.
01 filler pic 9 binary.
    88 BestItineraryFound value 1 when set to false is 0.
01 filler pic 9 binary.
    88 TripleSatisfied value 1 when set to false is 0.
01 filler pic 9 binary.
    88 LegBoardKnown value 1 when set to false is 0.
01 filler pic 9 binary.
    88 LegAlightKnown value 1 when set to false is 0.
01 filler pic 9 binary.
    88 LegTrainFound value 1 when set to false is 0.
01 filler pic 9 binary.
    88 StartStationKnownSomewhere value 1 when set to false is 0.
01 filler pic 9 binary.
    88 EndStationKnownSomewhere value 1 when set to false is 0.

01 CandidateLegCount pic 9.
01 CandidateLegs occurs 3 times.
    02 CL-RouteFileName pic x(08).
    02 CL-BoardStationName pic x(20).
    02 CL-AlightStationName pic x(20).

copy NetworkItinerary
    replacing ==NetworkItinerary==        by ==WorkItinerary==
              ==ItineraryLegCount==       by ==WorkLegCount==
              ==ItineraryTotalMinutes==   by ==WorkTotalMinutes==
              ==ItineraryLegs==           by ==WorkLegs==
              ==LegRouteFileName==        by ==WorkLegRouteFileName==
              ==LegTrainNumber==          by ==WorkLegTrainNumber==
              ==LegBoardStationName==     by ==WorkLegBoardStationName==
              ==LegAlightStationName==    by ==WorkLegAlightStationName==
              ==LegDepartTime==           by ==WorkLegDepartTime==
              ==LegArriveTime==           by ==WorkLegArriveTime==
              ==LegConnectionWaitMinutes== by ==WorkLegConnectionWaitMinutes==.

copy NetworkItinerary
    replacing ==NetworkItinerary==        by ==BestItinerary==
              ==ItineraryLegCount==       by ==BestLegCount==
              ==ItineraryTotalMinutes==   by ==BestTotalMinutes==
              ==ItineraryLegs==           by ==BestLegs==
              ==LegRouteFileName==        by ==BestLegRouteFileName==
              ==LegTrainNumber==          by ==BestLegTrainNumber==
              ==LegBoardStationName==     by ==BestLegBoardStationName==
              ==LegAlightStationName==    by ==BestLegAlightStationName==
              ==LegDepartTime==           by ==BestLegDepartTime==
              ==LegArriveTime==           by ==BestLegArriveTime==
              ==LegConnectionWaitMinutes== by ==BestLegConnectionWaitMinutes==.

01 LegEntry pic 9.
01 LegRequiredDirection pic x.
01 LegBoardIndex pic 99.
01 LegAlightIndex pic 99.
01 LegTrain pic 9999.
01 MinimumConnectionMinutes pic 999.
01 CurrentClockMinutes pic 9(05) comp.
01 EarliestBoardMinutes pic 9(05) comp.
01 EarliestBoardTime.
    02 EarliestBoardHH pic 99.
    02 EarliestBoardMM pic 99.
01 LegDepartMinutes pic 9(05) comp.
01 LegArriveMinutes pic 9(05) comp.
01 LegRunMinutes pic s9(05) comp.
01 LegWaitMinutes pic 9(05) comp.
01 WorkTime.
    02 WorkTimeHH pic 99.
    02 WorkTimeMM pic 99.

01 LoadStatusCode pic 99.
    88 LoadedOk value 0.
01 AskedStationName pic x(20).
01 ResolvedStationName pic x(20).
01 ResolveStatusCode pic 99.
    88 NameResolvedOk value 0.

linkage section.
copy JourneyStatusCodes.
copy NetworkItinerary.
01 StartStationName pic x(20).
01 EndStationName pic x(20).
01 ArriveAtStationTime pic 9999.
01 StepFreeNeeded pic x.
    88 PassengerNeedsStepFree value "Y".

procedure division using StartStationName, EndStationName, ArriveAtStationTime,
        StepFreeNeeded, NetworkItinerary, JourneyStatusCode.
Main section.
    move zero to JourneyStatusCode
    move zero to NetworkItinerary
    set BestItineraryFound to false

    perform LoadRoutesDirectory
    if RoutesDirectoryNotAvailable
        goback
    end-if

    call "LoadConnectionTimeTable" using ConnectionTimeTable, LoadStatusCode

    perform ResolveEndpointsAgainstEachRoute

    set StartStationKnownSomewhere to false
    set EndStationKnownSomewhere to false
    perform varying DirectoryEntry from 1 by 1
            until DirectoryEntry is greater than DirectoryRouteCount
        if DR-RouteServesStart(DirectoryEntry)
            set StartStationKnownSomewhere to true
        end-if
        if DR-RouteServesEnd(DirectoryEntry)
            set EndStationKnownSomewhere to true
        end-if
    end-perform

    if not StartStationKnownSomewhere
        set StartStationNotFound to true
        goback
    end-if
    if not EndStationKnownSomewhere
        set EndStationNotFound to true
        goback
    end-if

    *> a passenger would rather not change at all, then change once -
    *> only go looking for a harder journey when an easier one does
    *> not exist anywhere on the network
    perform TryDirectJourneys
    if not BestItineraryFound
        perform TryOneChangeJourneys
    end-if
    if not BestItineraryFound
        perform TryTwoChangeJourneys
    end-if

    if not BestItineraryFound
        set TrainNotFound to true
        goback
    end-if

    move BestItinerary to NetworkItinerary
    goback.

LoadRoutesDirectory section.
    move zero to DirectoryRouteCount
    set RoutesDirectoryFileAtEnd to false
    open input RoutesDirectoryFile
    if not RoutesDirectoryFileOk
        set RoutesDirectoryNotAvailable to true
        exit section
    end-if

    perform ReadNextDirectoryRecord

    perform until RoutesDirectoryFileAtEnd
        perform StoreDirectoryRecord
        perform ReadNextDirectoryRecord
    end-perform

    close RoutesDirectoryFile
    .

ReadNextDirectoryRecord section.
    read RoutesDirectoryFile
        at end set RoutesDirectoryFileAtEnd to true
    end-read
    .

StoreDirectoryRecord section.
    perform varying DirectoryEntry from 1 by 1
            until DirectoryEntry is greater than DirectoryRouteCount
                or DR-RouteFileName(DirectoryEntry) is equal to RD-RouteFileName
        continue
    end-perform

    if DirectoryEntry is greater than DirectoryRouteCount
        if DirectoryRouteCount is equal to 10
            exit section
        end-if
        add 1 to DirectoryRouteCount
        move DirectoryRouteCount to DirectoryEntry
        move RD-RouteFileName to DR-RouteFileName(DirectoryEntry)
        move zero to DR-StationCount(DirectoryEntry)
        move "N" to DR-ContainsStart(DirectoryEntry)
        move "N" to DR-ContainsEnd(DirectoryEntry)
    end-if

    if DR-StationCount(DirectoryEntry) is less than 13
        add 1 to DR-StationCount(DirectoryEntry)
        move RD-StationName
            to DR-StationName(DirectoryEntry, DR-StationCount(DirectoryEntry))
    end-if
    .

ResolveEndpointsAgainstEachRoute section.
    *> each route's own table knows its own names, codes and aliases -
    *> remember per route whether it can see the requested endpoints
    *> and what canonical name they resolve to there
    perform varying DirectoryEntry from 1 by 1
            until DirectoryEntry is greater than DirectoryRouteCount
        call "LoadNamedRouteTimeTable" using DR-RouteFileName(DirectoryEntry),
                RouteTimeTable, LoadStatusCode
        if LoadedOk
            move StartStationName to AskedStationName
            call "ResolveStationName" using RouteTimeTable, AskedStationName,
                    ResolvedStationName, DidYouMeanList, ResolveStatusCode
            if NameResolvedOk
                move "Y" to DR-ContainsStart(DirectoryEntry)
                move ResolvedStationName to DR-StartCanonicalName(DirectoryEntry)
            end-if
            move EndStationName to AskedStationName
            call "ResolveStationName" using RouteTimeTable, AskedStationName,
                    ResolvedStationName, DidYouMeanList, ResolveStatusCode
            if NameResolvedOk
                move "Y" to DR-ContainsEnd(DirectoryEntry)
                move ResolvedStationName to DR-EndCanonicalName(DirectoryEntry)
            end-if
        end-if
    end-perform
    .

TryDirectJourneys section.
    perform varying RouteA from 1 by 1 until RouteA is greater than DirectoryRouteCount
        if DR-RouteServesStart(RouteA) and DR-RouteServesEnd(RouteA)
            move 1 to CandidateLegCount
            move DR-RouteFileName(RouteA) to CL-RouteFileName(1)
            move DR-StartCanonicalName(RouteA) to CL-BoardStationName(1)
            move DR-EndCanonicalName(RouteA) to CL-AlightStationName(1)
            perform EvaluateCandidateItinerary
        end-if
    end-perform
    .

TryOneChangeJourneys section.
    perform varying RouteA from 1 by 1 until RouteA is greater than DirectoryRouteCount
        if DR-RouteServesStart(RouteA)
            perform varying RouteB from 1 by 1 until RouteB is greater than DirectoryRouteCount
                if RouteB is not equal to RouteA and DR-RouteServesEnd(RouteB)
                    perform TryEachInterchangeBetweenAAndB
                end-if
            end-perform
        end-if
    end-perform
    .

TryEachInterchangeBetweenAAndB section.
    perform varying StationX from 1 by 1
            until StationX is greater than DR-StationCount(RouteA)
        perform CheckStationSharedWithRouteB
        if StationSharedByBothRoutes
            move 2 to CandidateLegCount
            move DR-RouteFileName(RouteA) to CL-RouteFileName(1)
            move DR-StartCanonicalName(RouteA) to CL-BoardStationName(1)
            move DR-StationName(RouteA, StationX) to CL-AlightStationName(1)
            move DR-RouteFileName(RouteB) to CL-RouteFileName(2)
            move DR-StationName(RouteA, StationX) to CL-BoardStationName(2)
            move DR-EndCanonicalName(RouteB) to CL-AlightStationName(2)
            perform EvaluateCandidateItinerary
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
    .

TryTwoChangeJourneys section.
    *> a two-change journey is the last resort - for each workable
    *> route combination the first interchange pair that produces a
    *> valid itinerary is taken, and the best combination wins
    perform varying RouteA from 1 by 1 until RouteA is greater than DirectoryRouteCount
        if DR-RouteServesStart(RouteA)
            perform varying RouteB from 1 by 1 until RouteB is greater than DirectoryRouteCount
                if RouteB is not equal to RouteA
                    perform varying RouteC from 1 by 1
                            until RouteC is greater than DirectoryRouteCount
                        if RouteC is not equal to RouteA and RouteC is not equal to RouteB
                                and DR-RouteServesEnd(RouteC)
                            perform TryTripleViaFirstWorkablePair
                        end-if
                    end-perform
                end-if
            end-perform
        end-if
    end-perform
    .

TryTripleViaFirstWorkablePair section.
    set TripleSatisfied to false
    perform varying StationX from 1 by 1
            until TripleSatisfied or StationX is greater than DR-StationCount(RouteA)
        perform CheckStationSharedWithRouteB
        if StationSharedByBothRoutes
            perform TryEachSecondInterchange
        end-if
    end-perform
    .

TryEachSecondInterchange section.
    perform varying StationY from 1 by 1
            until TripleSatisfied or StationY is greater than DR-StationCount(RouteB)
        if DR-StationName(RouteB, StationY)
                is not equal to DR-StationName(RouteA, StationX)
            perform CheckSecondInterchangeOnRouteC
            if StationSharedByBothRoutes
                move 3 to CandidateLegCount
                move DR-RouteFileName(RouteA) to CL-RouteFileName(1)
                move DR-StartCanonicalName(RouteA) to CL-BoardStationName(1)
                move DR-StationName(RouteA, StationX) to CL-AlightStationName(1)
                move DR-RouteFileName(RouteB) to CL-RouteFileName(2)
                move DR-StationName(RouteA, StationX) to CL-BoardStationName(2)
                move DR-StationName(RouteB, StationY) to CL-AlightStationName(2)
                move DR-RouteFileName(RouteC) to CL-RouteFileName(3)
                move DR-StationName(RouteB, StationY) to CL-BoardStationName(3)
                move DR-EndCanonicalName(RouteC) to CL-AlightStationName(3)
                perform EvaluateCandidateItinerary
                if not CandidateFailed
                    set TripleSatisfied to true
                end-if
            end-if
        end-if
    end-perform
    .

CheckSecondInterchangeOnRouteC section.
    set StationSharedByBothRoutes to false
    perform varying OtherStation from 1 by 1
            until StationSharedByBothRoutes
                or OtherStation is greater than DR-StationCount(RouteC)
        if DR-StationName(RouteC, OtherStation)
                is equal to DR-StationName(RouteB, StationY)
            set StationSharedByBothRoutes to true
        end-if
    end-perform
    .

EvaluateCandidateItinerary section.
    set CandidateFailed to false
    move zero to WorkItinerary
    move CandidateLegCount to WorkLegCount
    move ArriveAtStationTime to WorkTime
    compute CurrentClockMinutes = WorkTimeHH * 60 + WorkTimeMM
    move zero to WorkTotalMinutes

    perform EvaluateOneLeg
        varying LegEntry from 1 by 1
        until CandidateFailed or LegEntry is greater than CandidateLegCount

    if CandidateFailed
        exit section
    end-if

    if not BestItineraryFound
            or WorkTotalMinutes is less than BestTotalMinutes
        move WorkItinerary to BestItinerary
        set BestItineraryFound to true
    end-if
    .

EvaluateOneLeg section.
    call "LoadNamedRouteTimeTable" using CL-RouteFileName(LegEntry),
            RouteTimeTable, LoadStatusCode
    if not LoadedOk
        set CandidateFailed to true
        exit section
    end-if

    set LegBoardKnown to false
    set StationIndex to 1
    search StationNames
        at end continue
        when StationName(StationIndex) is equal to CL-BoardStationName(LegEntry)
            set LegBoardIndex to StationIndex
            set LegBoardKnown to true
    end-search

    set LegAlightKnown to false
    set StationIndex to 1
    search StationNames
        at end continue
        when StationName(StationIndex) is equal to CL-AlightStationName(LegEntry)
            set LegAlightIndex to StationIndex
            set LegAlightKnown to true
    end-search

    if not LegBoardKnown or not LegAlightKnown
            or LegAlightIndex is equal to LegBoardIndex
        set CandidateFailed to true
        exit section
    end-if

    *> the leg wants a train running whichever way its two stations
    *> lie on this route
    if LegBoardIndex is less than LegAlightIndex
        move "U" to LegRequiredDirection
    else
        move "D" to LegRequiredDirection
    end-if

    perform FindLegMinimumConnection
    compute EarliestBoardMinutes = CurrentClockMinutes + MinimumConnectionMinutes
    if EarliestBoardMinutes is greater than or equal to 1440
        subtract 1440 from EarliestBoardMinutes
    end-if
    compute EarliestBoardHH = EarliestBoardMinutes / 60
    compute EarliestBoardMM = EarliestBoardMinutes - (EarliestBoardHH * 60)

    set LegTrainFound to false
    perform varying LegTrain from 1 by 1
            until LegTrainFound or LegTrain is greater than TrainCount
        if TrainDirection(LegTrain) is equal to LegRequiredDirection
                and TrainCallsAtStation(LegTrain, LegBoardIndex)
                and TrainCallsAtStation(LegTrain, LegAlightIndex)
                and TrainTimes(LegTrain, LegBoardIndex) is greater than or equal to EarliestBoardTime
            set LegTrainFound to true
        end-if
    end-perform

    if not LegTrainFound
        set CandidateFailed to true
        exit section
    end-if

    *> the varying clause has already stepped the counter past the
    *> train that satisfied the search
    subtract 1 from LegTrain

    move TrainTimes(LegTrain, LegBoardIndex) to WorkTime
    compute LegDepartMinutes = WorkTimeHH * 60 + WorkTimeMM
    move WorkTime to WorkLegDepartTime(LegEntry)
    move TrainTimes(LegTrain, LegAlightIndex) to WorkTime
    compute LegArriveMinutes = WorkTimeHH * 60 + WorkTimeMM
    move WorkTime to WorkLegArriveTime(LegEntry)

    compute LegWaitMinutes = LegDepartMinutes - EarliestBoardMinutes
    compute LegRunMinutes = LegArriveMinutes - LegDepartMinutes
    if LegRunMinutes is less than zero
        add 1440 to LegRunMinutes
        add 1440 to LegArriveMinutes
    end-if

    add MinimumConnectionMinutes to WorkTotalMinutes
    add LegWaitMinutes to WorkTotalMinutes
    add LegRunMinutes to WorkTotalMinutes

    move CL-RouteFileName(LegEntry) to WorkLegRouteFileName(LegEntry)
    move LegTrain to WorkLegTrainNumber(LegEntry)
    move CL-BoardStationName(LegEntry) to WorkLegBoardStationName(LegEntry)
    move CL-AlightStationName(LegEntry) to WorkLegAlightStationName(LegEntry)
    if LegEntry is greater than 1
        compute WorkLegConnectionWaitMinutes(LegEntry) =
            MinimumConnectionMinutes + LegWaitMinutes
    else
        move zero to WorkLegConnectionWaitMinutes(LegEntry)
    end-if

    compute CurrentClockMinutes = function mod(LegArriveMinutes, 1440)
    .

FindLegMinimumConnection section.
    *> the first leg starts whenever the passenger is ready - minimums
    *> only apply when changing trains at an interchange
    move zero to MinimumConnectionMinutes
    if LegEntry is equal to 1
        exit section
    end-if
    set ConnectionTimeIndex to 1
    search ConnectionTimes
        at end continue
        when CN-StationName(ConnectionTimeIndex)
                is equal to CL-BoardStationName(LegEntry)
            if PassengerNeedsStepFree
                move CN-StepFreeMinimumMinutes(ConnectionTimeIndex)
                    to MinimumConnectionMinutes
            else
                move CN-StandardMinimumMinutes(ConnectionTimeIndex)
                    to MinimumConnectionMinutes
            end-if
    end-search
    .

end program SearchNetworkJourneys.
