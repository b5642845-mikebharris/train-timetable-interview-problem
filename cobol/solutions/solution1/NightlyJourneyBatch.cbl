working-storage section.
copy RouteTimeTable.
copy JourneyStatusCodes.
copy NetworkItinerary.

01 JourneyRequestFileStatus pic xx.
    88 JourneyRequestFileOk value "00".
01 JourneyDuration pic 999.
01 ArrivalDate pic 9(08).
01 FastestTrain pic 9999.
01 NoStepFreeNeeded pic x value "N".
01 RequestedTime.
    02 RequestedTimeHH pic 99.
    02 RequestedTimeMM pic 99.
01 RequestedTimeAsNumber redefines RequestedTime pic 9999.
01 FinalArrivalMinutes pic 9(05).

procedure division.
Main section.
        move zero to JR-FastestTrainTime
    end-if

    if StartStationNotFound or EndStationNotFound or TrainNotFound
        perform AnswerAcrossNetwork
    end-if

    write JourneyResultRecord
    .

AnswerAcrossNetwork section.
    *> a journey this line cannot make on its own goes to the network
    *> planner, which answers from the overnight journey matrix; the
    *> result carries the whole journey's minutes and the time of the
    *> first train, and the request keeps its own status if the
    *> network cannot do better
    move JQ-ArriveAtStationTime to RequestedTime
    if RequestedTimeAsNumber is not numeric
        exit section
    end-if
    call "NetworkJourneyPlanner" using JQ-StartStationName, JQ-EndStationName,
            RequestedTimeAsNumber, NoStepFreeNeeded, NetworkItinerary,
            JourneyStatusCode
    if not JourneyStatusOk
        exit section
    end-if

    if ItineraryTotalMinutes is greater than 999
        move 999 to JR-JourneyDuration
    else
        move ItineraryTotalMinutes to JR-JourneyDuration
    end-if
    compute FinalArrivalMinutes = RequestedTimeHH * 60 + RequestedTimeMM
        + ItineraryTotalMinutes
    if FinalArrivalMinutes is not less than 1440
        compute JR-ArrivalDate =
            function date-of-integer(function integer-of-date(TodaysDate) + 1)
    else
        move TodaysDate to JR-ArrivalDate
    end-if
    move LegDepartTime(1) to JR-FastestTrainTime
    move JourneyStatusCode to JR-StatusCode
    .

WriteCheckpoint section.
    move RequestNumber to CheckpointRecord
    open output CheckpointFile
