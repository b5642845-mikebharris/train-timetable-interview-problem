identification division.
program-id. IncidentLogScreen.

environment division.
configuration section.
    repository.
        function all intrinsic.
input-output section.
    file-control.
        select IncidentFile assign to "INCIDENT"
            organization is line sequential
            file status is IncidentFileStatus.
        select StationMasterFile assign to "STATIONS"
            organization is indexed
            access mode is sequential
            record key is SN-StationCode
            file status is StationMasterFileStatus.

data division.
file section.
fd IncidentFile.
copy IncidentRecord.

fd StationMasterFile.
copy StationMasterRecord.

working-storage section.
copy RouteTimeTable.

01 IncidentFileStatus pic xx.
    88 IncidentFileOk value "00".

01 filler pic 9 binary.
    88 IncidentFileAtEnd value 1 when set to false is 0.

01 StationMasterFileStatus pic xx.
    88 StationMasterFileOk value "00".

01 filler pic 9 binary.
    88 StationMasterFileAtEnd value 1 when set to false is 0.

*> the whole register is held for the session in the order control
*> logged it - the attribution step takes the first incident that
*> fits a delay, so the order is never disturbed, and each change is
*> written straight back so nothing is lost if the session dies.
*> Each entry has room for the register line and more.
01 RegisterCount pic 9(03) value zero.
01 IncidentRegister.
    02 RegisterEntry pic x(200) occurs 500 times.
01 RegisterSlot pic 9(03).
01 FoundSlot pic 9(03).
01 filler pic 9 binary.
    88 RegisterOverflowed value 1 when set to false is 0.

*> the stations master by name and code, for the location check
01 MasterStationCount pic 9(03) value zero.
01 StationsOnMaster.
    02 StationOnMaster occurs 300 times.
        03 SM-StationCode pic x(03).
        03 SM-StationName pic x(20).
01 StationSlot pic 9(03).
01 filler pic 9 binary.
    88 StationMasterLoaded value 1 when set to false is 0.
01 filler pic 9 binary.
    88 StationFoundOnMaster value 1 when set to false is 0.

01 filler pic 9 binary.
    88 IncidentDetailsValid value 1 when set to false is 0.

01 TodaysDate pic 9(08).
01 CurrentTimestamp pic x(21).
01 OpenEndedToDate pic 9(08) value 99999999.

*> a reference is the date it was opened, yymmdd, and the day's
*> running number - control quotes it down the phone, so it is short
01 NewReference.
    02 NewReferenceDate pic 9(06).
    02 NewReferenceNumber pic 99.
01 HighestNumberToday pic 99.

01 TimeTableLoadedForDate pic 9(08) value zero.
01 LoadStatusCode pic 99.
    88 LoadedOk value 0.
01 CheckTrain pic 9(04).
01 OtherTrainSlot pic 9.

01 FunctionAsKeyed pic x.
    88 OpenIncident value "O".
    88 UpdateIncident value "U".
    88 CloseIncident value "C".
    88 ReopenIncident value "R".
    88 EnquireOnIncident value "E".
01 ReferenceAsKeyed pic x(08).
01 ValueAsKeyed pic x(50).
01 LocationInCapitals pic x(50).
01 ConfirmAsKeyed pic x.

01 DisplayTrain pic zzz9.

procedure division.
Main section.
    move function current-date(1:8) to TodaysDate

    perform LoadIncidentRegister
    if not IncidentFileOk and IncidentFileStatus is not equal to "35"
        display "Incident log: could not read the incident register"
        move 8 to return-code
        goback
    end-if
    *> writing back a register the session could not hold in full
    *> would lose the incidents beyond the table
    if RegisterOverflowed
        display "Incident log: the incident register holds more than 500 incidents"
        move 8 to return-code
        goback
    end-if
    perform LoadStationMaster

    display "Incident log - O open, U update, C close, R re-open, E enquiry, blank to finish"

    perform TakeOneFunction

    perform until FunctionAsKeyed is equal to space
        evaluate true
            when OpenIncident
                perform OpenOneIncident
            when UpdateIncident
                perform UpdateOneIncident
            when CloseIncident
                perform CloseOneIncident
            when ReopenIncident
                perform ReopenOneIncident
            when EnquireOnIncident
                perform EnquireOnOneIncident
            when other
                display "  Function must be O, U, C, R or E"
        end-evaluate
        perform TakeOneFunction
    end-perform

    goback.

LoadIncidentRegister section.
    *> no register yet means control has never logged an incident -
    *> the first one opened creates it
    move zero to RegisterCount
    set RegisterOverflowed to false
    set IncidentFileAtEnd to false
    open input IncidentFile
    if not IncidentFileOk
        exit section
    end-if
    perform until IncidentFileAtEnd
        read IncidentFile
            at end set IncidentFileAtEnd to true
            not at end
                if RegisterCount is less than 500
                    add 1 to RegisterCount
                    move IncidentRecord to RegisterEntry(RegisterCount)
                else
                    set RegisterOverflowed to true
                end-if
        end-read
    end-perform
    close IncidentFile
    .

SaveIncidentRegister section.
    open output IncidentFile
    if not IncidentFileOk
        display "  Could not write the incident register - the change is not saved"
        move 8 to return-code
        exit section
    end-if
    perform varying RegisterSlot from 1 by 1 until RegisterSlot is greater than RegisterCount
        move RegisterEntry(RegisterSlot) to IncidentRecord
        write IncidentRecord
    end-perform
    close IncidentFile
    .

LoadStationMaster section.
    *> no stations master yet just means a location cannot be proved -
    *> the controller is told so once rather than warned every time
    set StationMasterLoaded to false
    set StationMasterFileAtEnd to false
    open input StationMasterFile
    if not StationMasterFileOk
        display "  No stations master - locations will not be checked"
        exit section
    end-if
    set StationMasterLoaded to true
    perform until StationMasterFileAtEnd
        read StationMasterFile next record
            at end set StationMasterFileAtEnd to true
            not at end
                if MasterStationCount is less than 300
                    add 1 to MasterStationCount
                    move SN-StationCode to SM-StationCode(MasterStationCount)
                    move SN-StationName to SM-StationName(MasterStationCount)
                end-if
        end-read
    end-perform
    close StationMasterFile
    .

TakeOneFunction section.
    display space
    display "Function....: " with no advancing
    accept FunctionAsKeyed
    move function upper-case(FunctionAsKeyed) to FunctionAsKeyed
    if FunctionAsKeyed is equal to space or OpenIncident
        exit section
    end-if
    display "Reference...: " with no advancing
    accept ReferenceAsKeyed
    move function upper-case(ReferenceAsKeyed) to ReferenceAsKeyed
    .

FindIncident section.
    move zero to FoundSlot
    if ReferenceAsKeyed is equal to spaces
        exit section
    end-if
    perform varying RegisterSlot from 1 by 1
            until FoundSlot is not equal to zero
                or RegisterSlot is greater than RegisterCount
        move RegisterEntry(RegisterSlot) to IncidentRecord
        if IN-IncidentReference is equal to ReferenceAsKeyed
            move RegisterSlot to FoundSlot
        end-if
    end-perform
    if FoundSlot is equal to zero
        display "  " ReferenceAsKeyed " is not on the incident register"
        exit section
    end-if
    move RegisterEntry(FoundSlot) to IncidentRecord
    perform SettleLegacyStatus
    .

SettleLegacyStatus section.
    *> a line written before the log existed is open for as long as
    *> its dates say, and has no further trains or audit detail
    if IN-IncidentStatus is equal to space
        if IN-ToDate is less than TodaysDate
            set IN-IncidentClosed to true
        else
            set IN-IncidentOpen to true
        end-if
    end-if
    if IN-OtherTrainsAffected is not numeric
        move zero to IN-OtherTrainsAffected
    end-if
    if IN-OpenedTimestamp is not numeric
        move zero to IN-OpenedTimestamp
    end-if
    if IN-LastUpdatedTimestamp is not numeric
        move zero to IN-LastUpdatedTimestamp
    end-if
    if IN-TimesReopened is not numeric
        move zero to IN-TimesReopened
    end-if
    .

OpenOneIncident section.
    if RegisterCount is not less than 500
        display "  The incident register is full - close out old incidents first"
        exit section
    end-if

    initialize IncidentRecord
    perform GenerateReference
    move NewReference to IN-IncidentReference
    move TodaysDate to IN-FromDate
    move OpenEndedToDate to IN-ToDate
    set IN-IncidentOpen to true

    perform KeyIncidentDetails
    perform ValidateIncidentDetails
    if not IncidentDetailsValid
        exit section
    end-if

    move function current-date to CurrentTimestamp
    move CurrentTimestamp(1:14) to IN-OpenedTimestamp
    move CurrentTimestamp(1:14) to IN-LastUpdatedTimestamp

    add 1 to RegisterCount
    move IncidentRecord to RegisterEntry(RegisterCount)
    perform SaveIncidentRegister
    display "  Incident " IN-IncidentReference " opened"
    .

GenerateReference section.
    move TodaysDate(3:6) to NewReferenceDate
    move zero to HighestNumberToday
    perform varying RegisterSlot from 1 by 1 until RegisterSlot is greater than RegisterCount
        if RegisterEntry(RegisterSlot)(1:6) is equal to NewReferenceDate
                and RegisterEntry(RegisterSlot)(7:2) is numeric
                and RegisterEntry(RegisterSlot)(7:2) is greater than HighestNumberToday
            move RegisterEntry(RegisterSlot)(7:2) to HighestNumberToday
        end-if
    end-perform
    compute NewReferenceNumber = HighestNumberToday + 1
    .

UpdateOneIncident section.
    perform FindIncident
    if FoundSlot is equal to zero
        exit section
    end-if
    if IN-IncidentClosed
        display "  " ReferenceAsKeyed " was closed to " IN-ToDate " - use R to re-open it"
        exit section
    end-if

    perform ShowIncident
    display "  Leave a line blank to keep what is shown"
    perform KeyIncidentDetails
    perform ValidateIncidentDetails
    if not IncidentDetailsValid
        exit section
    end-if

    move function current-date(1:14) to IN-LastUpdatedTimestamp
    move IncidentRecord to RegisterEntry(FoundSlot)
    perform SaveIncidentRegister
    display "  Incident " IN-IncidentReference " updated"
    .

KeyIncidentDetails section.
    *> each prompt shows what the incident holds now; a blank answer
    *> keeps it
    display "  Cause (I infrastructure, F fleet, C crew, W weather, X external) ["
            IN-CauseCode "]: " with no advancing
    accept ValueAsKeyed
    if ValueAsKeyed is not equal to spaces
        move function upper-case(ValueAsKeyed(1:1)) to IN-CauseCode
    end-if

    display "  Description.. [" function trim(IN-Description) "]: " with no advancing
    accept ValueAsKeyed
    if ValueAsKeyed is not equal to spaces
        move function upper-case(ValueAsKeyed) to IN-Description
    end-if

    display "  From date.... [" IN-FromDate "]: " with no advancing
    accept ValueAsKeyed
    if ValueAsKeyed is not equal to spaces
        if ValueAsKeyed(1:8) is numeric and ValueAsKeyed(9:) is equal to spaces
            move ValueAsKeyed(1:8) to IN-FromDate
        else
            display "  From date must be keyed as yyyymmdd - kept as " IN-FromDate
        end-if
    end-if

    display "  Location, station name or code, blank anywhere ["
            function trim(IN-StationName) "]: " with no advancing
    accept ValueAsKeyed
    if ValueAsKeyed is not equal to spaces
        move function upper-case(ValueAsKeyed) to LocationInCapitals
        if LocationInCapitals is equal to "ANYWHERE"
            move spaces to IN-StationName
        else
            perform ResolveLocation
        end-if
    end-if

    move IN-TrainNumber to DisplayTrain
    display "  Train, 0 for every train [" DisplayTrain "]: " with no advancing
    accept ValueAsKeyed
    if ValueAsKeyed is not equal to spaces
        if function test-numval(ValueAsKeyed) is equal to zero
            move function numval(ValueAsKeyed) to IN-TrainNumber
        else
            display "  Train must be a number - kept as " DisplayTrain
        end-if
    end-if

    if IN-TrainNumber is not equal to zero
        perform varying OtherTrainSlot from 1 by 1 until OtherTrainSlot is greater than 5
            move IN-OtherTrainNumber(OtherTrainSlot) to DisplayTrain
            display "  Also affected, 0 to clear [" DisplayTrain "]: " with no advancing
            accept ValueAsKeyed
            if ValueAsKeyed is not equal to spaces
                if function test-numval(ValueAsKeyed) is equal to zero
                    move function numval(ValueAsKeyed) to IN-OtherTrainNumber(OtherTrainSlot)
                else
                    display "  Train must be a number - kept as " DisplayTrain
                end-if
            end-if
        end-perform
    else
        *> an incident on every train needs no list of trains
        move zero to IN-OtherTrainsAffected
    end-if

    display "  Latest update [" function trim(IN-LatestUpdate) "]: " with no advancing
    accept ValueAsKeyed
    if ValueAsKeyed is not equal to spaces
        move ValueAsKeyed to IN-LatestUpdate
    end-if
    .

ResolveLocation section.
    *> control may key the code off the diagram or the name in full,
    *> in any case - either way the register holds the name as the
    *> master spells it, which is the name the delay reports match on
    move ValueAsKeyed to IN-StationName
    if not StationMasterLoaded
        exit section
    end-if
    set StationFoundOnMaster to false
    perform varying StationSlot from 1 by 1
            until StationFoundOnMaster or StationSlot is greater than MasterStationCount
        if function upper-case(SM-StationName(StationSlot)) is equal to LocationInCapitals
                or (SM-StationCode(StationSlot) is equal to LocationInCapitals(1:3)
                    and LocationInCapitals(4:) is equal to spaces)
            set StationFoundOnMaster to true
            move SM-StationName(StationSlot) to IN-StationName
        end-if
    end-perform
    if not StationFoundOnMaster
        display "  WARNING: " function trim(ValueAsKeyed) " is not on the stations master"
    end-if
    .

ValidateIncidentDetails section.
    set IncidentDetailsValid to true
    if not (IN-InfrastructureCause or IN-FleetCause or IN-CrewCause
            or IN-WeatherCause or IN-ExternalCause)
        display "  Cause must be I, F, C, W or X"
        set IncidentDetailsValid to false
    end-if
    if IN-Description is equal to spaces
        display "  The incident needs a description"
        set IncidentDetailsValid to false
    end-if
    if function test-date-yyyymmdd(IN-FromDate) is not equal to zero
        display "  From date " IN-FromDate " is not a date"
        set IncidentDetailsValid to false
    end-if
    if not IncidentDetailsValid
        display "  Nothing has been saved"
        exit section
    end-if

    *> a train the timetable does not run is only a warning - control
    *> logs what the signaller reports, and the timetable may be wrong
    if IN-TrainNumber is not equal to zero
        perform LoadTimetableForIncident
        move IN-TrainNumber to CheckTrain
        perform WarnIfTrainNotInTimetable
        perform varying OtherTrainSlot from 1 by 1 until OtherTrainSlot is greater than 5
            if IN-OtherTrainNumber(OtherTrainSlot) is not equal to zero
                move IN-OtherTrainNumber(OtherTrainSlot) to CheckTrain
                perform WarnIfTrainNotInTimetable
            end-if
        end-perform
    end-if
    .

LoadTimetableForIncident section.
    if TimeTableLoadedForDate is equal to IN-FromDate
        exit section
    end-if
    move zero to TimeTableLoadedForDate
    call "LoadRouteTimeTable" using RouteTimeTable, IN-FromDate, LoadStatusCode
    if LoadedOk
        move IN-FromDate to TimeTableLoadedForDate
    else
        display "  WARNING: no timetable could be loaded for " IN-FromDate
                " - trains not checked"
    end-if
    .

WarnIfTrainNotInTimetable section.
    if TimeTableLoadedForDate is equal to zero
        exit section
    end-if
    move CheckTrain to DisplayTrain
    if CheckTrain is greater than TrainCount
        display "  WARNING: train" DisplayTrain " is not in the timetable for " IN-FromDate
        exit section
    end-if
    if NumberOfCoaches(CheckTrain) is equal to zero
        display "  WARNING: train" DisplayTrain " does not run on " IN-FromDate
    end-if
    .

CloseOneIncident section.
    perform FindIncident
    if FoundSlot is equal to zero
        exit section
    end-if
    if IN-IncidentClosed
        display "  " ReferenceAsKeyed " is already closed to " IN-ToDate
        exit section
    end-if

    perform ShowIncident
    display "  Closed to date, blank for today: " with no advancing
    accept ValueAsKeyed
    if ValueAsKeyed is equal to spaces
        move TodaysDate to IN-ToDate
    else
        if ValueAsKeyed(1:8) is numeric and ValueAsKeyed(9:) is equal to spaces
            move ValueAsKeyed(1:8) to IN-ToDate
        else
            display "  To date must be keyed as yyyymmdd - not closed"
            exit section
        end-if
    end-if
    if function test-date-yyyymmdd(IN-ToDate) is not equal to zero
        display "  To date " IN-ToDate " is not a date - not closed"
        exit section
    end-if
    if IN-ToDate is less than IN-FromDate
        display "  The incident cannot end before it began on " IN-FromDate " - not closed"
        exit section
    end-if

    set IN-IncidentClosed to true
    move function current-date(1:14) to IN-LastUpdatedTimestamp
    move IncidentRecord to RegisterEntry(FoundSlot)
    perform SaveIncidentRegister
    display "  Incident " IN-IncidentReference " closed to " IN-ToDate
    .

ReopenOneIncident section.
    perform FindIncident
    if FoundSlot is equal to zero
        exit section
    end-if
    if IN-IncidentOpen
        display "  " ReferenceAsKeyed " is still open"
        exit section
    end-if

    *> a disputed cause is argued over the whole incident, so it runs
    *> open-ended again until control closes it a second time
    perform ShowIncident
    display "  Reason for re-opening: " with no advancing
    accept ValueAsKeyed
    if ValueAsKeyed is equal to spaces
        display "  A re-opened incident needs a reason - not re-opened"
        exit section
    end-if
    move ValueAsKeyed to IN-LatestUpdate

    display "  Cause now (I, F, C, W, X) [" IN-CauseCode "]: " with no advancing
    accept ValueAsKeyed
    if ValueAsKeyed is not equal to spaces
        move function upper-case(ValueAsKeyed(1:1)) to IN-CauseCode
    end-if
    perform ValidateIncidentDetails
    if not IncidentDetailsValid
        exit section
    end-if

    display "  Re-open " IN-IncidentReference " (Y/N)? " with no advancing
    accept ConfirmAsKeyed
    if function upper-case(ConfirmAsKeyed) is not equal to "Y"
        display "  Not re-opened"
        exit section
    end-if

    set IN-IncidentOpen to true
    move OpenEndedToDate to IN-ToDate
    if IN-TimesReopened is less than 9
        add 1 to IN-TimesReopened
    end-if
    move function current-date(1:14) to IN-LastUpdatedTimestamp
    move IncidentRecord to RegisterEntry(FoundSlot)
    perform SaveIncidentRegister
    display "  Incident " IN-IncidentReference " re-opened"
    .

EnquireOnOneIncident section.
    perform FindIncident
    if FoundSlot is equal to zero
        exit section
    end-if
    perform ShowIncident
    .

ShowIncident section.
    display "  " IN-IncidentReference "  cause " IN-CauseCode "  " function trim(IN-Description)
    if IN-IncidentOpen
        display "  Open since " IN-FromDate
    else
        display "  Closed, " IN-FromDate " to " IN-ToDate
    end-if
    if IN-StationName is equal to spaces
        display "  Location....: anywhere"
    else
        display "  Location....: " function trim(IN-StationName)
    end-if
    if IN-TrainNumber is equal to zero
        display "  Trains......: every train"
    else
        move IN-TrainNumber to DisplayTrain
        display "  Trains......: " DisplayTrain with no advancing
        perform varying OtherTrainSlot from 1 by 1 until OtherTrainSlot is greater than 5
            if IN-OtherTrainNumber(OtherTrainSlot) is not equal to zero
                move IN-OtherTrainNumber(OtherTrainSlot) to DisplayTrain
                display DisplayTrain with no advancing
            end-if
        end-perform
        display space
    end-if
    if IN-LatestUpdate is not equal to spaces
        display "  Latest......: " function trim(IN-LatestUpdate)
    end-if
    if IN-TimesReopened is greater than zero
        display "  Re-opened " IN-TimesReopened " times"
    end-if
    .

end program IncidentLogScreen.
