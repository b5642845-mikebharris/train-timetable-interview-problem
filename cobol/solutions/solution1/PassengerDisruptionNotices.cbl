identification division.
program-id. PassengerDisruptionNotices.

environment division.
configuration section.
    repository.
        function all intrinsic.
input-output section.
    file-control.
        select AmendmentFile assign to "AMENDTAB"
            organization is line sequential
            file status is AmendmentFileStatus.
        select ConnectionAlertFile assign to "CONNALERT"
            organization is line sequential
            file status is ConnectionAlertFileStatus.
        select BookingFile assign to "BOOKINGS"
            organization is indexed
            access mode is dynamic
            record key is BookingKey
            file status is BookingFileStatus.
        select PassengerAccountFile assign to "PASSACCT"
            organization is indexed
            access mode is random
            record key is PA-PassengerReference
            file status is PassengerAccountFileStatus.
        select NotifiedPassengerFile assign to "NOTIFLOG"
            organization is indexed
            access mode is random
            record key is NotifiedPassengerKey
            file status is NotifiedPassengerFileStatus.
        select NotificationFile assign to "NOTIFY"
            organization is line sequential
            file status is NotificationFileStatus.
        select SummaryFile assign to "NOTIFSUM"
            organization is line sequential
            file status is SummaryFileStatus.
        select BankHolidayFile assign to "BANKHOL"
            organization is indexed
            access mode is random
            record key is BH-Date
            file status is BankHolidayFileStatus.

data division.
file section.
fd AmendmentFile.
copy TrainAmendmentRecord.

fd ConnectionAlertFile.
copy ConnectionAlertRecord.

fd BookingFile.
copy BookingRecord.

fd PassengerAccountFile.
copy PassengerAccountRecord.

fd NotifiedPassengerFile.
copy NotifiedPassengerRecord.

fd NotificationFile.
copy PassengerNotificationRecord.

fd SummaryFile.
01 SummaryFileLine pic x(100).

fd BankHolidayFile.
copy BankHolidayRecord.

working-storage section.
*> the timetable as it will now run, amendments and all, beside the
*> timetable as the passenger booked against it - the difference
*> between the two at their own stations is what they are told
copy RouteTimeTable.
copy RouteTimeTable
    replacing ==RouteTimeTable==  by ==PublishedRouteTimeTable==
              ==StationCount==    by ==PublishedStationCount==
              ==TrainCount==      by ==PublishedTrainCount==
              ==StationNames==    by ==PublishedStationNames==
              ==StationName==     by ==PublishedStationName==
              ==StationAccessible== by ==PublishedStationAccessible==
              ==StationIsStepFree== by ==PublishedStationIsStepFree==
              ==StationCode==     by ==PublishedStationCode==
              ==StationIndex==    by ==PublishedStationIndex==
              ==Trains==          by ==PublishedTrains==
              ==TrainTimes==      by ==PublishedTrainTimes==
              ==TrainTimeHH==     by ==PublishedTrainTimeHH==
              ==TrainTimeMM==     by ==PublishedTrainTimeMM==
              ==TrainPlatforms==  by ==PublishedTrainPlatforms==
              ==TrainPlatform==   by ==PublishedTrainPlatform==
              ==TrainCallingPoints== by ==PublishedTrainCallingPoints==
              ==TrainCallsFlag==  by ==PublishedTrainCallsFlag==
              ==TrainCallsAtStation== by ==PublishedTrainCallsAtStation==
              ==TrainDirection==  by ==PublishedTrainDirection==
              ==TrainRunsUp==     by ==PublishedTrainRunsUp==
              ==TrainRunsDown==   by ==PublishedTrainRunsDown==
              ==TrainFormation==  by ==PublishedTrainFormation==
              ==NumberOfCoaches== by ==PublishedNumberOfCoaches==
              ==FirstClassCoaches== by ==PublishedFirstClassCoaches==
              ==StandardClassCoaches== by ==PublishedStandardClassCoaches==
              ==CateringAvailable== by ==PublishedCateringAvailable==
              ==TrainHasCatering== by ==PublishedTrainHasCatering==
              ==TrainIndex==      by ==PublishedTrainIndex==.
copy DidYouMeanList.

01 AmendmentFileStatus pic xx.
    88 AmendmentFileOk value "00".

01 filler pic 9 binary.
    88 AmendmentFileAtEnd value 1 when set to false is 0.

01 ConnectionAlertFileStatus pic xx.
    88 ConnectionAlertFileOk value "00".

01 filler pic 9 binary.
    88 ConnectionAlertFileAtEnd value 1 when set to false is 0.

01 BookingFileStatus pic xx.
    88 BookingFileOk value "00".

01 filler pic 9 binary.
    88 BookingFileAtEnd value 1 when set to false is 0.

01 PassengerAccountFileStatus pic xx.
    88 PassengerAccountFileOk value "00".

01 filler pic 9 binary.
    88 PassengerAccountsAvailable value 1 when set to false is 0.

01 NotifiedPassengerFileStatus pic xx.
    88 NotifiedPassengerFileOk value "00".

01 NotificationFileStatus pic xx.
    88 NotificationFileOk value "00".

01 SummaryFileStatus pic xx.
    88 SummaryFileOk value "00".

01 BankHolidayFileStatus pic xx.
    88 BankHolidayFileOk value "00".

01 filler pic 9 binary.
    88 TablesLoaded value 1 when set to false is 0.
01 filler pic 9 binary.
    88 TrainDateAlreadySwept value 1 when set to false is 0.
01 filler pic 9 binary.
    88 BoardingStationKnown value 1 when set to false is 0.
01 filler pic 9 binary.
    88 AlightingStationKnown value 1 when set to false is 0.
01 filler pic 9 binary.
    88 PassengerAlreadyTold value 1 when set to false is 0.
01 filler pic 9 binary.
    88 PassengerAccountFound value 1 when set to false is 0.
01 filler pic 9 binary.
    88 SummaryTrainFound value 1 when set to false is 0.
01 filler pic 9 binary.
    88 WeekendOrHolidayTimetableApplies value 1 when set to false is 0.

01 TodaysDate pic 9(08).
01 RunTimestamp pic 9(14).

*> the calls made along the way reset the return code, so the worst
*> thing that happened in the run is kept here and handed back last
01 WorstReturnCode pic s9(04) comp value zero.

*> reservations open no further ahead than this, so an amendment
*> keyed "until further notice" is only swept as far as anyone can
*> actually have booked
01 BookingHorizonDays pic 9(03) value 366.

01 SweepTrain pic 9(04).
01 SweepDate pic 9(08).
01 SweepDateAsInteger pic s9(09) comp.
01 SweepLastDateAsInteger pic s9(09) comp.
01 HorizonDateAsInteger pic s9(09) comp.

*> a train and date touched by several amendments is swept once -
*> the loaded timetable already carries all of them together
01 SweptCount pic 9(03) value zero.
01 SweptTrainDates.
    02 SweptTrainDate occurs 500 times.
        03 ST-TrainNumber pic 9(04).
        03 ST-TravelDate pic 9(08).
01 SweptSlot pic 9(03).

01 TablesLoadedForDate pic 9(08) value zero.
01 LoadStatusCode pic 99.
    88 LoadedOk value 0.
01 PublishedFileName pic x(08).

01 ReferenceMonday pic 9(08) value 20000103.
01 DaysSinceReferenceMonday pic s9(09) comp.
01 WeekdayOffset pic 9 comp.
    88 IsSaturday value 5.
    88 IsSunday value 6.

01 BoardingIndex pic 99.
01 AlightingIndex pic 99.
01 RequiredDirection pic x.
01 CandidateTrain pic 9(04).

01 AskedStationName pic x(20).
01 InterchangeStationName pic x(20).
01 ResolveStatusCode pic 99.

01 BookedDepartureTime.
    02 BookedDepartureHH pic 99.
    02 BookedDepartureMM pic 99.
01 BookedArrivalTime.
    02 BookedArrivalHH pic 99.
    02 BookedArrivalMM pic 99.
01 NewDepartureTime.
    02 NewDepartureHH pic 99.
    02 NewDepartureMM pic 99.
01 NewArrivalTime.
    02 NewArrivalHH pic 99.
    02 NewArrivalMM pic 99.
01 NextSearchFromTime.
    02 NextSearchFromHH pic 99.
    02 NextSearchFromMM pic 99.
01 NextSearchFromInMinutes pic s9(05) comp.

01 NextTrainNumber pic 9(04).
01 NextTrainDepartureTime pic 9(04).
01 NextTrainArrivalTime pic 9(04).

*> what the passenger is being told, as it is remembered against
*> them - the same words twice is the same change
01 ChangeReference pic x(30).
01 CancelledChangeReference pic x(30) value "CANCELLED".
01 RetimedChangeReference.
    02 filler pic x(11) value "RETIMED TO ".
    02 RetimedToDeparture pic 9(04).
    02 filler pic x value "-".
    02 RetimedToArrival pic 9(04).
01 MissedChangeReference.
    02 filler pic x(23) value "MISSED CONNECTION FROM ".
    02 MissedFromTrain pic 9(04).

01 NotificationType pic x.
01 IncomingTrain pic 9(04).
01 ExpectedArrivalTime pic 9(04).

*> the count by train control is sent - how many were told of what
01 SummaryTrainCount pic 9(03) value zero.
01 SummaryTrains.
    02 SummaryTrain occurs 100 times.
        03 NS-TrainNumber pic 9(04).
        03 NS-Cancelled pic 9(05).
        03 NS-Retimed pic 9(05).
        03 NS-ConnectionMissed pic 9(05).
        03 NS-AlreadyTold pic 9(05).
        03 NS-NoAccount pic 9(05).
        03 NS-Reported pic x.
            88 NS-TrainReported value "Y".
01 SummarySlot pic 9(03).
01 LowestSlot pic 9(03).
01 LowestTrain pic 9(04).

01 TotalCancelled pic 9(06) value zero.
01 TotalRetimed pic 9(06) value zero.
01 TotalConnectionMissed pic 9(06) value zero.
01 TotalAlreadyTold pic 9(06) value zero.
01 TotalNoAccount pic 9(06) value zero.

01 TitleLine.
    02 filler pic x(38) value "Passenger disruption notifications - ".
    02 TitleRunDate pic 9(08).

01 HeadingLine pic x(100)
    value "Train  Cancelled  Retimed  Connection  Already told  No account".

01 DetailLine.
    02 DetailTrainNumber pic zzz9.
    02 filler pic x(03) value spaces.
    02 DetailCancelled pic zzzzz9.
    02 filler pic x(03) value spaces.
    02 DetailRetimed pic zzzzz9.
    02 filler pic x(05) value spaces.
    02 DetailConnectionMissed pic zzzzz9.
    02 filler pic x(08) value spaces.
    02 DetailAlreadyTold pic zzzzz9.
    02 filler pic x(06) value spaces.
    02 DetailNoAccount pic zzzzz9.

01 TotalLine.
    02 filler pic x(05) value "Total".
    02 filler pic x(01) value spaces.
    02 TotalDetailCancelled pic zzzzzz9.
    02 filler pic x(02) value spaces.
    02 TotalDetailRetimed pic zzzzzz9.
    02 filler pic x(04) value spaces.
    02 TotalDetailConnectionMissed pic zzzzzz9.
    02 filler pic x(07) value spaces.
    02 TotalDetailAlreadyTold pic zzzzzz9.
    02 filler pic x(05) value spaces.
    02 TotalDetailNoAccount pic zzzzzz9.

01 NoAccountNoteLine pic x(100)
    value "Passengers with no account on PASSACCT could not be contacted - they are told once it is set up.".

01 NothingToTellLine pic x(100)
    value "No booked passenger is affected by any amendment or connection alert.".

01 BlankLine pic x(100) value spaces.

procedure division.
Main section.
    move function current-date(1:8) to TodaysDate
    move function current-date(1:14) to RunTimestamp
    move zero to WorstReturnCode

    open output SummaryFile
    if not SummaryFileOk
        display "Disruption notices: could not open the control summary"
        move 8 to return-code
        goback
    end-if
    move TodaysDate to TitleRunDate
    write SummaryFileLine from TitleLine
    write SummaryFileLine from BlankLine

    open input BookingFile
    if not BookingFileOk
        *> no bookings ledger means no seat has ever been sold - there
        *> is nobody to tell
        write SummaryFileLine from NothingToTellLine
        close SummaryFile
        goback
    end-if

    *> without the account master nobody can be reached - every
    *> affected passenger is counted as not contactable and is told
    *> on a later pass once the master is back
    set PassengerAccountsAvailable to false
    open input PassengerAccountFile
    if PassengerAccountFileOk
        set PassengerAccountsAvailable to true
    end-if

    open i-o NotifiedPassengerFile
    if not NotifiedPassengerFileOk
        open output NotifiedPassengerFile
        close NotifiedPassengerFile
        open i-o NotifiedPassengerFile
    end-if
    if not NotifiedPassengerFileOk
        display "Disruption notices: could not open the notified passengers log"
        move 8 to return-code
        goback
    end-if

    *> the gateway collects the file when it next polls, so a second
    *> pass before it has done so adds to what is waiting
    open extend NotificationFile
    if not NotificationFileOk
        open output NotificationFile
    end-if
    if not NotificationFileOk
        display "Disruption notices: could not open the notification file"
        move 8 to return-code
        goback
    end-if

    compute HorizonDateAsInteger =
        function integer-of-date(TodaysDate) + BookingHorizonDays

    perform SweepAmendments
    perform SweepConnectionAlerts

    close BookingFile
    close NotifiedPassengerFile
    close NotificationFile
    if PassengerAccountsAvailable
        close PassengerAccountFile
    end-if

    perform WriteControlSummary
    close SummaryFile

    if TotalNoAccount is greater than zero and WorstReturnCode is less than 4
        move 4 to WorstReturnCode
    end-if
    move WorstReturnCode to return-code
    goback.

SweepAmendments section.
    *> no amendments file means no notices are in force - nothing has
    *> been cancelled or retimed. An added working has nobody booked
    *> on it to be told anything.
    set AmendmentFileAtEnd to false
    open input AmendmentFile
    if not AmendmentFileOk
        exit section
    end-if

    perform ReadNextAmendment

    perform until AmendmentFileAtEnd
        if (AM-CancelsWorking or AM-RetimesWorking)
                and AM-TrainNumber is greater than or equal to 1
                and AM-TrainNumber is less than or equal to 40
            perform SweepOneAmendment
        end-if
        perform ReadNextAmendment
    end-perform

    close AmendmentFile
    .

ReadNextAmendment section.
    read AmendmentFile
        at end set AmendmentFileAtEnd to true
    end-read
    .

SweepOneAmendment section.
    *> yesterday's trains have run - only today's and later dates in
    *> the notice's range can still have someone to tell
    move AM-TrainNumber to SweepTrain
    if AM-FromDate is less than TodaysDate
        compute SweepDateAsInteger = function integer-of-date(TodaysDate)
    else
        compute SweepDateAsInteger = function integer-of-date(AM-FromDate)
    end-if
    compute SweepLastDateAsInteger = function integer-of-date(AM-ToDate)
    if SweepLastDateAsInteger is greater than HorizonDateAsInteger
        move HorizonDateAsInteger to SweepLastDateAsInteger
    end-if

    perform until SweepDateAsInteger is greater than SweepLastDateAsInteger
        move function date-of-integer(SweepDateAsInteger) to SweepDate
        perform SweepOneTrainDate
        add 1 to SweepDateAsInteger
    end-perform
    .

SweepOneTrainDate section.
    set TrainDateAlreadySwept to false
    perform varying SweptSlot from 1 by 1
            until TrainDateAlreadySwept or SweptSlot is greater than SweptCount
        if ST-TrainNumber(SweptSlot) is equal to SweepTrain
                and ST-TravelDate(SweptSlot) is equal to SweepDate
            set TrainDateAlreadySwept to true
        end-if
    end-perform
    if TrainDateAlreadySwept
        exit section
    end-if
    if SweptCount is less than 500
        add 1 to SweptCount
        move SweepTrain to ST-TrainNumber(SweptCount)
        move SweepDate to ST-TravelDate(SweptCount)
    end-if

    perform StartBookingsForTrainDate
    if BookingFileAtEnd
        exit section
    end-if

    perform LoadTimetablesForDate
    if not TablesLoaded
        exit section
    end-if

    perform until BookingFileAtEnd
        if BK-TrainNumber is not equal to SweepTrain
                or BK-TravelDate is not equal to SweepDate
            set BookingFileAtEnd to true
        else
            perform JudgeAmendedBooking
            perform ReadNextBooking
        end-if
    end-perform
    .

StartBookingsForTrainDate section.
    *> the ledger is keyed by train and date first, so only this
    *> train's bookings for this date are read
    set BookingFileAtEnd to false
    move SweepTrain to BK-TrainNumber
    move SweepDate to BK-TravelDate
    move zero to BK-CoachNumber
    move zero to BK-SeatNumber
    move low-values to BK-BoardingStationName
    start BookingFile key is greater than or equal to BookingKey
        invalid key set BookingFileAtEnd to true
    end-start
    if not BookingFileAtEnd
        perform ReadNextBooking
    end-if
    if not BookingFileAtEnd
        if BK-TrainNumber is not equal to SweepTrain
                or BK-TravelDate is not equal to SweepDate
            set BookingFileAtEnd to true
        end-if
    end-if
    .

ReadNextBooking section.
    read BookingFile next record
        at end set BookingFileAtEnd to true
    end-read
    .

LoadTimetablesForDate section.
    if TablesLoaded and TablesLoadedForDate is equal to SweepDate
        exit section
    end-if
    set TablesLoaded to false

    call "LoadRouteTimeTable" using RouteTimeTable, SweepDate, LoadStatusCode
    if not LoadedOk
        display "Disruption notices: could not load the timetable for " SweepDate
        move 8 to WorstReturnCode
        exit section
    end-if

    *> the same seasonal variant LoadRouteTimeTable chose, but read
    *> as published - before any amendment touched it
    perform SelectPublishedVariant
    call "LoadNamedRouteTimeTable" using PublishedFileName, PublishedRouteTimeTable,
            LoadStatusCode
    if not LoadedOk
        display "Disruption notices: could not load the published timetable " PublishedFileName
        move 8 to WorstReturnCode
        exit section
    end-if

    move SweepDate to TablesLoadedForDate
    set TablesLoaded to true
    .

SelectPublishedVariant section.
    compute DaysSinceReferenceMonday =
        function integer-of-date(SweepDate) - function integer-of-date(ReferenceMonday)
    compute WeekdayOffset = function mod(DaysSinceReferenceMonday, 7)

    set WeekendOrHolidayTimetableApplies to false
    if IsSaturday or IsSunday
        set WeekendOrHolidayTimetableApplies to true
    end-if

    move SweepDate to BH-Date
    open input BankHolidayFile
    if BankHolidayFileOk
        read BankHolidayFile
            invalid key continue
            not invalid key set WeekendOrHolidayTimetableApplies to true
        end-read
        close BankHolidayFile
    end-if

    if WeekendOrHolidayTimetableApplies
        move "TIMETABW" to PublishedFileName
    else
        move "TIMETAB " to PublishedFileName
    end-if
    .

FindPassengerStations section.
    set BoardingStationKnown to false
    set AlightingStationKnown to false
    perform varying BoardingIndex from 1 by 1
            until BoardingStationKnown or BoardingIndex is greater than StationCount
        if StationName(BoardingIndex) is equal to BK-BoardingStationName
            set BoardingStationKnown to true
        end-if
    end-perform
    if BoardingStationKnown
        subtract 1 from BoardingIndex
    end-if
    perform varying AlightingIndex from 1 by 1
            until AlightingStationKnown or AlightingIndex is greater than StationCount
        if StationName(AlightingIndex) is equal to BK-AlightingStationName
            set AlightingStationKnown to true
        end-if
    end-perform
    if AlightingStationKnown
        subtract 1 from AlightingIndex
    end-if

    if BoardingIndex is less than AlightingIndex
        move "U" to RequiredDirection
    else
        move "D" to RequiredDirection
    end-if
    .

JudgeAmendedBooking section.
    perform FindPassengerStations
    if not BoardingStationKnown or not AlightingStationKnown
        exit section
    end-if

    move PublishedTrainTimes(SweepTrain, BoardingIndex) to BookedDepartureTime
    move PublishedTrainTimes(SweepTrain, AlightingIndex) to BookedArrivalTime

    *> the passenger's own leg decides it - a train that no longer
    *> calls where they get on or off is cancelled as far as they are
    *> concerned, whatever it still does elsewhere
    if NumberOfCoaches(SweepTrain) is equal to zero
            or not TrainCallsAtStation(SweepTrain, BoardingIndex)
            or not TrainCallsAtStation(SweepTrain, AlightingIndex)
        move "C" to NotificationType
        move CancelledChangeReference to ChangeReference
        move zero to NewDepartureTime
        move zero to NewArrivalTime
        move BookedDepartureTime to NextSearchFromTime
        perform FindNextWorkableTrain
        perform NotifyPassenger
        exit section
    end-if

    move TrainTimes(SweepTrain, BoardingIndex) to NewDepartureTime
    move TrainTimes(SweepTrain, AlightingIndex) to NewArrivalTime
    if NewDepartureTime is equal to BookedDepartureTime
            and NewArrivalTime is equal to BookedArrivalTime
        exit section
    end-if

    *> still running, just not when booked - the train itself is
    *> their next workable train, so no alternative is offered
    move "R" to NotificationType
    move NewDepartureTime to RetimedToDeparture
    move NewArrivalTime to RetimedToArrival
    move RetimedChangeReference to ChangeReference
    move zero to NextTrainNumber
    move zero to NextTrainDepartureTime
    move zero to NextTrainArrivalTime
    perform NotifyPassenger
    .

FindNextWorkableTrain section.
    *> the earliest other train the same day running the passenger's
    *> way that calls at both their stations, leaving no sooner than
    *> they can be there for it
    move zero to NextTrainNumber
    move zero to NextTrainDepartureTime
    move zero to NextTrainArrivalTime
    perform varying CandidateTrain from 1 by 1 until CandidateTrain is greater than TrainCount
        if CandidateTrain is not equal to SweepTrain
                and TrainDirection(CandidateTrain) is equal to RequiredDirection
                and NumberOfCoaches(CandidateTrain) is greater than zero
                and TrainCallsAtStation(CandidateTrain, BoardingIndex)
                and TrainCallsAtStation(CandidateTrain, AlightingIndex)
                and TrainTimes(CandidateTrain, BoardingIndex)
                    is greater than or equal to NextSearchFromTime
            if NextTrainNumber is equal to zero
                    or TrainTimes(CandidateTrain, BoardingIndex)
                        is less than NextTrainDepartureTime
                move CandidateTrain to NextTrainNumber
                move TrainTimes(CandidateTrain, BoardingIndex) to NextTrainDepartureTime
                move TrainTimes(CandidateTrain, AlightingIndex) to NextTrainArrivalTime
            end-if
        end-if
    end-perform
    .

SweepConnectionAlerts section.
    *> no alerts file means the connection monitor has not found a
    *> connection at risk today
    set ConnectionAlertFileAtEnd to false
    open input ConnectionAlertFile
    if not ConnectionAlertFileOk
        exit section
    end-if

    perform ReadNextConnectionAlert

    perform until ConnectionAlertFileAtEnd
        if CA-OutgoingTrain is greater than or equal to 1
                and CA-OutgoingTrain is less than or equal to 40
            perform SweepOneConnectionAlert
        end-if
        perform ReadNextConnectionAlert
    end-perform

    close ConnectionAlertFile
    .

ReadNextConnectionAlert section.
    read ConnectionAlertFile
        at end set ConnectionAlertFileAtEnd to true
    end-read
    .

SweepOneConnectionAlert section.
    *> the alerts are today's - a passenger holding a seat on the
    *> onward train from the interchange is the one who will miss it
    move CA-OutgoingTrain to SweepTrain
    move TodaysDate to SweepDate

    perform StartBookingsForTrainDate
    if BookingFileAtEnd
        exit section
    end-if

    perform LoadTimetablesForDate
    if not TablesLoaded
        exit section
    end-if

    *> the alert names the interchange the way the incoming route
    *> does - resolve it to this timetable's own name for it
    move CA-InterchangeStationName to AskedStationName
    call "ResolveStationName" using RouteTimeTable, AskedStationName,
            InterchangeStationName, DidYouMeanList, ResolveStatusCode
    if ResolveStatusCode is not equal to zero
        move CA-InterchangeStationName to InterchangeStationName
    end-if

    move CA-IncomingTrain to IncomingTrain
    move CA-ExpectedArrivalTime to ExpectedArrivalTime

    *> the incoming train gets in short of the minimum connection by
    *> the shortfall, so the first train they can make leaves that
    *> many minutes after the one they are missing
    move CA-OutgoingDepartTime to NextSearchFromTime
    compute NextSearchFromInMinutes =
        NextSearchFromHH * 60 + NextSearchFromMM + CA-ShortfallMinutes

    perform until BookingFileAtEnd
        if BK-TrainNumber is not equal to SweepTrain
                or BK-TravelDate is not equal to SweepDate
            set BookingFileAtEnd to true
        else
            if BK-BoardingStationName is equal to InterchangeStationName
                perform JudgeMissedConnectionBooking
            end-if
            perform ReadNextBooking
        end-if
    end-perform
    .

JudgeMissedConnectionBooking section.
    perform FindPassengerStations
    if not BoardingStationKnown or not AlightingStationKnown
        exit section
    end-if

    move TrainTimes(SweepTrain, BoardingIndex) to BookedDepartureTime
    move TrainTimes(SweepTrain, AlightingIndex) to BookedArrivalTime
    move zero to NewDepartureTime
    move zero to NewArrivalTime

    move "M" to NotificationType
    move IncomingTrain to MissedFromTrain
    move MissedChangeReference to ChangeReference

    if NextSearchFromInMinutes is greater than or equal to 1440
        *> they will not be in before midnight - nothing later today
        move zero to NextTrainNumber
        move zero to NextTrainDepartureTime
        move zero to NextTrainArrivalTime
    else
        compute NextSearchFromHH = NextSearchFromInMinutes / 60
        compute NextSearchFromMM = NextSearchFromInMinutes - (NextSearchFromHH * 60)
        perform FindNextWorkableTrain
    end-if
    perform NotifyPassenger
    .

NotifyPassenger section.
    perform FindSummaryTrain

    move BK-PassengerReference to NP-PassengerReference
    move BK-TravelDate to NP-TravelDate
    move BK-TrainNumber to NP-TrainNumber
    move ChangeReference to NP-ChangeReference
    set PassengerAlreadyTold to false
    read NotifiedPassengerFile
        invalid key continue
        not invalid key set PassengerAlreadyTold to true
    end-read
    if PassengerAlreadyTold
        add 1 to NS-AlreadyTold(SummarySlot)
        add 1 to TotalAlreadyTold
        exit section
    end-if

    set PassengerAccountFound to false
    if PassengerAccountsAvailable
        move BK-PassengerReference to PA-PassengerReference
        read PassengerAccountFile
            invalid key continue
            not invalid key set PassengerAccountFound to true
        end-read
    end-if
    if not PassengerAccountFound
        add 1 to NS-NoAccount(SummarySlot)
        add 1 to TotalNoAccount
        exit section
    end-if

    initialize PassengerNotificationRecord
    move RunTimestamp to NT-CreatedTimestamp
    move NotificationType to NT-NotificationType
    move BK-PassengerReference to NT-PassengerReference
    move PA-PassengerName to NT-PassengerName
    move PA-ContactPreference to NT-ContactPreference
    move PA-EmailAddress to NT-EmailAddress
    move PA-PhoneNumber to NT-PhoneNumber
    move BK-TravelDate to NT-TravelDate
    move BK-TrainNumber to NT-TrainNumber
    move BK-BoardingStationName to NT-BoardingStationName
    move BK-AlightingStationName to NT-AlightingStationName
    move BookedDepartureTime to NT-BookedDepartureTime
    move BookedArrivalTime to NT-BookedArrivalTime
    move NewDepartureTime to NT-NewDepartureTime
    move NewArrivalTime to NT-NewArrivalTime
    if NT-ConnectionMissed
        move BK-BoardingStationName to NT-InterchangeStationName
        move IncomingTrain to NT-IncomingTrain
        move ExpectedArrivalTime to NT-ExpectedArrivalTime
    end-if
    move NextTrainNumber to NT-NextTrainNumber
    move NextTrainDepartureTime to NT-NextTrainDepartureTime
    move NextTrainArrivalTime to NT-NextTrainArrivalTime
    write PassengerNotificationRecord

    move RunTimestamp to NP-NotifiedTimestamp
    write NotifiedPassengerRecord
        invalid key continue
    end-write

    evaluate true
        when NT-TrainCancelled
            add 1 to NS-Cancelled(SummarySlot)
            add 1 to TotalCancelled
        when NT-TrainRetimed
            add 1 to NS-Retimed(SummarySlot)
            add 1 to TotalRetimed
        when NT-ConnectionMissed
            add 1 to NS-ConnectionMissed(SummarySlot)
            add 1 to TotalConnectionMissed
    end-evaluate
    .

FindSummaryTrain section.
    set SummaryTrainFound to false
    perform varying SummarySlot from 1 by 1
            until SummaryTrainFound or SummarySlot is greater than SummaryTrainCount
        if NS-TrainNumber(SummarySlot) is equal to BK-TrainNumber
            set SummaryTrainFound to true
        end-if
    end-perform
    if SummaryTrainFound
        subtract 1 from SummarySlot
        exit section
    end-if

    if SummaryTrainCount is less than 100
        add 1 to SummaryTrainCount
    end-if
    move SummaryTrainCount to SummarySlot
    move BK-TrainNumber to NS-TrainNumber(SummarySlot)
    move zero to NS-Cancelled(SummarySlot)
    move zero to NS-Retimed(SummarySlot)
    move zero to NS-ConnectionMissed(SummarySlot)
    move zero to NS-AlreadyTold(SummarySlot)
    move zero to NS-NoAccount(SummarySlot)
    move "N" to NS-Reported(SummarySlot)
    .

WriteControlSummary section.
    if SummaryTrainCount is equal to zero
        write SummaryFileLine from NothingToTellLine
        exit section
    end-if

    write SummaryFileLine from HeadingLine

    *> in train order - the lowest train not yet written each time
    perform SummaryTrainCount times
        move zero to LowestSlot
        move 9999 to LowestTrain
        perform varying SummarySlot from 1 by 1 until SummarySlot is greater than SummaryTrainCount
            if not NS-TrainReported(SummarySlot)
                    and NS-TrainNumber(SummarySlot) is less than or equal to LowestTrain
                move SummarySlot to LowestSlot
                move NS-TrainNumber(SummarySlot) to LowestTrain
            end-if
        end-perform
        move "Y" to NS-Reported(LowestSlot)
        move NS-TrainNumber(LowestSlot) to DetailTrainNumber
        move NS-Cancelled(LowestSlot) to DetailCancelled
        move NS-Retimed(LowestSlot) to DetailRetimed
        move NS-ConnectionMissed(LowestSlot) to DetailConnectionMissed
        move NS-AlreadyTold(LowestSlot) to DetailAlreadyTold
        move NS-NoAccount(LowestSlot) to DetailNoAccount
        write SummaryFileLine from DetailLine
    end-perform

    write SummaryFileLine from BlankLine
    move TotalCancelled to TotalDetailCancelled
    move TotalRetimed to TotalDetailRetimed
    move TotalConnectionMissed to TotalDetailConnectionMissed
    move TotalAlreadyTold to TotalDetailAlreadyTold
    move TotalNoAccount to TotalDetailNoAccount
    write SummaryFileLine from TotalLine

    if TotalNoAccount is greater than zero
        write SummaryFileLine from BlankLine
        write SummaryFileLine from NoAccountNoteLine
    end-if
    .

end program PassengerDisruptionNotices.
