identification division.
program-id. ReferenceDataIntegritySweep.

environment division.
configuration section.
    repository.
        function all intrinsic.
input-output section.
    file-control.
        select StationMasterFile assign to "STATIONS"
            organization is indexed
            access mode is sequential
            record key is SN-StationCode
            file status is StationMasterFileStatus.
        select StationAliasFile assign to "STNALIAS"
            organization is line sequential
            file status is StationAliasFileStatus.
        select CoachTypeFile assign to "COACHTYPE"
            organization is line sequential
            file status is CoachTypeFileStatus.
        select FleetFile assign to "FLEET"
            organization is line sequential
            file status is FleetFileStatus.
        select ConnectionTimeFile assign to "MINCONN"
            organization is line sequential
            file status is CheckedFileStatus.
        select BlackoutFile assign to "BLACKOUT"
            organization is line sequential
            file status is CheckedFileStatus.
        select RecoveryAllowanceFile assign to "RECOVERY"
            organization is line sequential
            file status is CheckedFileStatus.
        select SectionMileageFile assign to "SECTMILE"
            organization is line sequential
            file status is CheckedFileStatus.
        select IncidentFile assign to "INCIDENT"
            organization is line sequential
            file status is CheckedFileStatus.
        select BookingFile assign to "BOOKINGS"
            organization is indexed
            access mode is sequential
            record key is BookingKey
            file status is CheckedFileStatus.
        select WaitingListFile assign to "WAITLIST"
            organization is line sequential
            file status is CheckedFileStatus.
        select AdvanceQuotaFile assign to "ADVQUOTA"
            organization is indexed
            access mode is sequential
            record key is AdvanceQuotaKey
            file status is CheckedFileStatus.
        select ClaimFile assign to "CLAIMS"
            organization is line sequential
            file status is CheckedFileStatus.
        select DiagramFile assign to "DIAGRAM"
            organization is line sequential
            file status is CheckedFileStatus.
        select IntegrityReportFile assign to "INTEGRTY"
            organization is line sequential
            file status is IntegrityReportFileStatus.

data division.
file section.
fd StationMasterFile.
copy StationMasterRecord.

fd StationAliasFile.
copy StationAliasRecord.

fd CoachTypeFile.
copy CoachTypeRecord.

fd FleetFile.
copy FleetUnitRecord.

fd ConnectionTimeFile.
copy ConnectionTimeRecord.

fd BlackoutFile.
copy BlackoutRecord.

fd RecoveryAllowanceFile.
copy RecoveryAllowanceRecord.

fd SectionMileageFile.
copy SectionMileageRecord.

fd IncidentFile.
copy IncidentRecord.

fd BookingFile.
copy BookingRecord.

fd WaitingListFile.
copy WaitingListRecord.

fd AdvanceQuotaFile.
copy AdvanceQuotaRecord.

fd ClaimFile.
copy ClaimRecord.

fd DiagramFile.
copy DiagramRecord.

fd IntegrityReportFile.
01 IntegrityReportLine pic x(120).

working-storage section.
copy RouteTimeTable.

01 StationMasterFileStatus pic xx.
    88 StationMasterFileOk value "00".

01 StationAliasFileStatus pic xx.
    88 StationAliasFileOk value "00".

01 CoachTypeFileStatus pic xx.
    88 CoachTypeFileOk value "00".

01 FleetFileStatus pic xx.
    88 FleetFileOk value "00".

*> the files proved are read one after another, never together, so
*> they share one status
01 CheckedFileStatus pic xx.
    88 CheckedFileOk value "00".

01 IntegrityReportFileStatus pic xx.
    88 IntegrityReportFileOk value "00".

01 filler pic 9 binary.
    88 CheckedFileAtEnd value 1 when set to false is 0.

01 TodaysDate pic 9(08).

*> the names a file may quote - the master's own, and the aliases the
*> desks are known to key, with the master name each one stands for
01 MasterStationCount pic 9(03) value zero.
01 MasterStations.
    02 MasterStationName pic x(20) occurs 300 times.
01 AliasCount pic 9(03) value zero.
01 StationAliases.
    02 StationAlias occurs 300 times.
        03 AL-AliasName pic x(20).
        03 AL-CanonicalName pic x(20).
01 StationSlot pic 9(03).
01 AliasSlot pic 9(03).
01 filler pic 9 binary.
    88 NameOnMaster value 1 when set to false is 0.
01 filler pic 9 binary.
    88 NameIsAlias value 1 when set to false is 0.

*> every train either published variant runs, with its formation in
*> each - a train or coach good in either is good
01 TimetableVariantsLoaded pic 9 value zero.
01 TimeTableFileName pic x(08).
01 LoadStatusCode pic 99.
    88 LoadedOk value 0.
01 VariantSlot pic 9.
01 TrainFacts.
    02 TrainFact occurs 40 times.
        03 TF-Variant occurs 2 times.
            04 TF-FirstClassCoaches pic 99.
            04 TF-NumberOfCoaches pic 99.
01 TrainSlot pic 99.
01 filler pic 9 binary.
    88 TrainRunsOnTimetable value 1 when set to false is 0.
01 filler pic 9 binary.
    88 CoachFitsFormation value 1 when set to false is 0.

01 SeatsPerFirstCoach pic 99 value zero.
01 SeatsPerStandardCoach pic 99 value zero.
01 SeatsInCoach pic 99.

01 FleetUnitCount pic 9(03) value zero.
01 FleetUnits.
    02 FleetUnitNumber pic x(06) occurs 300 times.
01 FleetSlot pic 9(03).
01 filler pic 9 binary.
    88 UnitOnFleet value 1 when set to false is 0.

*> one row per file proved, in the order the report takes them
01 FileSummaries.
    02 FileSummary occurs 11 times.
        03 FS-FileName pic x(09).
        03 FS-Present pic x.
            88 FS-FilePresent value "Y".
        03 FS-RecordsRead pic 9(07).
        03 FS-Errors pic 9(06).
        03 FS-Warnings pic 9(06).
01 FileSlot pic 99.

*> what is being proved on the current record
01 RecordNumber pic 9(07).
01 CheckedName pic x(20).
01 CheckedField pic x(14).
01 CheckedTrain pic 9(04).
01 ExceptionSeverity pic x(07).
    88 SeverityError value "ERROR".
    88 SeverityWarning value "WARNING".
01 ExceptionValue pic x(20).
01 ExceptionReason pic x(40).

*> a dated row for a day already gone is history - a train since
*> withdrawn there misleads nobody going forward, so it only warns
01 RecordDate pic 9(08).
01 filler pic 9 binary.
    88 RecordIsHistory value 1 when set to false is 0.

01 TotalErrors pic 9(07) value zero.
01 TotalWarnings pic 9(07) value zero.
01 OtherTrainSlot pic 9.

01 TitleLine.
    02 filler pic x(40) value "Reference data integrity sweep - run on ".
    02 TitleRunDate pic 9(08).

01 FileHeadingLine.
    02 filler pic x(06) value "File: ".
    02 FileHeadingName pic x(09).

01 ExceptionHeadingLine pic x(120)
    value "  Record  Field          Value                Severity Reason".

01 ExceptionLine.
    02 filler pic x(02) value spaces.
    02 ExceptionRecordNumber pic zzzzz9.
    02 filler pic x(02) value spaces.
    02 ExceptionField pic x(14).
    02 filler pic x value space.
    02 ExceptionValueShown pic x(20).
    02 filler pic x value space.
    02 ExceptionSeverityShown pic x(07).
    02 filler pic x(02) value spaces.
    02 ExceptionReasonShown pic x(40).

01 FileNotPresentLine pic x(120)
    value "  Not present - nothing to prove".

01 FileCountLine.
    02 filler pic x(02) value spaces.
    02 FileCountName pic x(09).
    02 filler pic x(15) value " records read: ".
    02 FileCountRead pic zzzzzz9.
    02 filler pic x(10) value "  errors: ".
    02 FileCountErrors pic zzzzz9.
    02 filler pic x(12) value "  warnings: ".
    02 FileCountWarnings pic zzzzz9.

01 SummaryHeadingLine pic x(120)
    value "Summary by file            Read   Errors Warnings".

01 SummaryLine.
    02 SummaryFileName pic x(09).
    02 filler pic x(10) value spaces.
    02 SummaryRead pic zzzzzz9.
    02 filler pic x value space.
    02 SummaryErrors pic zzzzz9.
    02 filler pic x(03) value spaces.
    02 SummaryWarnings pic zzzzz9.
    02 filler pic x(02) value spaces.
    02 SummaryPresence pic x(12).

01 TotalLine.
    02 filler pic x(15) value "Total errors: ".
    02 TotalErrorsShown pic zzzzzz9.
    02 filler pic x(14) value "  Warnings: ".
    02 TotalWarningsShown pic zzzzzz9.

01 BlankLine pic x(120) value spaces.

procedure division.
Main section.
    move function current-date(1:8) to TodaysDate

    open output IntegrityReportFile
    if not IntegrityReportFileOk
        display "Integrity sweep: could not open the exceptions report"
        move 8 to return-code
        goback
    end-if

    move TodaysDate to TitleRunDate
    write IntegrityReportLine from TitleLine

    *> without the master there is nothing to prove a name against
    perform LoadStationMaster
    if MasterStationCount is equal to zero
        display "Integrity sweep: could not read the stations master"
        move 8 to return-code
        close IntegrityReportFile
        goback
    end-if
    perform LoadStationAliases
    perform LoadTimetableVariants
    perform LoadCoachTypes
    perform LoadFleetUnits

    perform InitialiseFileSummaries

    perform ProveConnectionTimes
    perform ProveBlackouts
    perform ProveRecoveryAllowances
    perform ProveSectionMileages
    perform ProveIncidents
    perform ProveBookings
    perform ProveWaitingList
    perform ProveAdvanceQuotas
    perform ProveClaims
    perform ProveDiagrams
    perform ProveStationAliases

    perform WriteSummary
    close IntegrityReportFile

    *> an error is a row a downstream step will read wrongly or never
    *> match at all; a warning is worth a look but changes no answer
    evaluate true
        when TotalErrors is greater than zero
            move 8 to return-code
        when TotalWarnings is greater than zero
            move 4 to return-code
    end-evaluate
    goback.

LoadStationMaster section.
    set CheckedFileAtEnd to false
    open input StationMasterFile
    if not StationMasterFileOk
        exit section
    end-if
    perform until CheckedFileAtEnd
        read StationMasterFile next record
            at end set CheckedFileAtEnd to true
            not at end
                if MasterStationCount is less than 300
                    add 1 to MasterStationCount
                    move SN-StationName to MasterStationName(MasterStationCount)
                end-if
        end-read
    end-perform
    close StationMasterFile
    .

LoadStationAliases section.
    *> no alias file installed is not an error - names are then
    *> proved against the master alone
    set CheckedFileAtEnd to false
    open input StationAliasFile
    if not StationAliasFileOk
        exit section
    end-if
    perform until CheckedFileAtEnd
        read StationAliasFile
            at end set CheckedFileAtEnd to true
            not at end
                if AliasCount is less than 300
                    add 1 to AliasCount
                    move SA-AliasName to AL-AliasName(AliasCount)
                    move SA-CanonicalName to AL-CanonicalName(AliasCount)
                end-if
        end-read
    end-perform
    close StationAliasFile
    .

LoadTimetableVariants section.
    move zero to TrainFacts
    move zero to TimetableVariantsLoaded
    perform varying VariantSlot from 1 by 1 until VariantSlot is greater than 2
        if VariantSlot is equal to 1
            move "TIMETAB " to TimeTableFileName
        else
            move "TIMETABW" to TimeTableFileName
        end-if
        call "LoadNamedRouteTimeTable" using TimeTableFileName, RouteTimeTable, LoadStatusCode
        if LoadedOk
            add 1 to TimetableVariantsLoaded
            perform varying TrainSlot from 1 by 1
                    until TrainSlot is greater than TrainCount or TrainSlot is greater than 40
                move FirstClassCoaches(TrainSlot) to TF-FirstClassCoaches(TrainSlot, VariantSlot)
                move NumberOfCoaches(TrainSlot) to TF-NumberOfCoaches(TrainSlot, VariantSlot)
            end-perform
        end-if
    end-perform
    if TimetableVariantsLoaded is equal to zero
        write IntegrityReportLine from BlankLine
        move "Neither timetable could be loaded - train numbers are not proved"
            to IntegrityReportLine
        write IntegrityReportLine
        add 1 to TotalWarnings
    end-if
    .

LoadCoachTypes section.
    set CheckedFileAtEnd to false
    open input CoachTypeFile
    if not CoachTypeFileOk
        exit section
    end-if
    perform until CheckedFileAtEnd
        read CoachTypeFile
            at end set CheckedFileAtEnd to true
            not at end
                if CT-FirstClassCoach
                    move CT-SeatsPerCoach to SeatsPerFirstCoach
                end-if
                if CT-StandardClassCoach
                    move CT-SeatsPerCoach to SeatsPerStandardCoach
                end-if
        end-read
    end-perform
    close CoachTypeFile
    .

LoadFleetUnits section.
    set CheckedFileAtEnd to false
    open input FleetFile
    if not FleetFileOk
        exit section
    end-if
    perform until CheckedFileAtEnd
        read FleetFile
            at end set CheckedFileAtEnd to true
            not at end
                if FleetUnitCount is less than 300
                    add 1 to FleetUnitCount
                    move FU-UnitNumber to FleetUnitNumber(FleetUnitCount)
                end-if
        end-read
    end-perform
    close FleetFile
    .

InitialiseFileSummaries section.
    move zero to FileSummaries
    move "MINCONN" to FS-FileName(1)
    move "BLACKOUT" to FS-FileName(2)
    move "RECOVERY" to FS-FileName(3)
    move "SECTMILE" to FS-FileName(4)
    move "INCIDENT" to FS-FileName(5)
    move "BOOKINGS" to FS-FileName(6)
    move "WAITLIST" to FS-FileName(7)
    move "ADVQUOTA" to FS-FileName(8)
    move "CLAIMS" to FS-FileName(9)
    move "DIAGRAM" to FS-FileName(10)
    move "STNALIAS" to FS-FileName(11)
    perform varying FileSlot from 1 by 1 until FileSlot is greater than 11
        move "N" to FS-Present(FileSlot)
    end-perform
    .

StartFileSection section.
    *> the caller has set FileSlot and tried the open
    write IntegrityReportLine from BlankLine
    move FS-FileName(FileSlot) to FileHeadingName
    write IntegrityReportLine from FileHeadingLine
    move zero to RecordNumber
    set CheckedFileAtEnd to false
    if CheckedFileOk
        set FS-FilePresent(FileSlot) to true
        write IntegrityReportLine from ExceptionHeadingLine
    else
        *> a file not installed has nothing in it to go wrong
        write IntegrityReportLine from FileNotPresentLine
        set CheckedFileAtEnd to true
    end-if
    .

EndFileSection section.
    move RecordNumber to FS-RecordsRead(FileSlot)
    move FS-FileName(FileSlot) to FileCountName
    move RecordNumber to FileCountRead
    move FS-Errors(FileSlot) to FileCountErrors
    move FS-Warnings(FileSlot) to FileCountWarnings
    write IntegrityReportLine from FileCountLine
    .

ProveConnectionTimes section.
    move 1 to FileSlot
    open input ConnectionTimeFile
    perform StartFileSection
    set RecordIsHistory to false
    perform until CheckedFileAtEnd
        read ConnectionTimeFile
            at end set CheckedFileAtEnd to true
            not at end
                add 1 to RecordNumber
                move CN-StationName to CheckedName
                move "STATION" to CheckedField
                perform ProveStationName
        end-read
    end-perform
    if FS-FilePresent(FileSlot)
        close ConnectionTimeFile
    end-if
    perform EndFileSection
    .

ProveBlackouts section.
    move 2 to FileSlot
    open input BlackoutFile
    perform StartFileSection
    set RecordIsHistory to false
    perform until CheckedFileAtEnd
        read BlackoutFile
            at end set CheckedFileAtEnd to true
            not at end
                add 1 to RecordNumber
                move BL-StartStationName to CheckedName
                move "START STATION" to CheckedField
                perform ProveStationName
                move BL-EndStationName to CheckedName
                move "END STATION" to CheckedField
                perform ProveStationName
        end-read
    end-perform
    if FS-FilePresent(FileSlot)
        close BlackoutFile
    end-if
    perform EndFileSection
    .

ProveRecoveryAllowances section.
    move 3 to FileSlot
    open input RecoveryAllowanceFile
    perform StartFileSection
    set RecordIsHistory to false
    perform until CheckedFileAtEnd
        read RecoveryAllowanceFile
            at end set CheckedFileAtEnd to true
            not at end
                add 1 to RecordNumber
                move RV-FromStationName to CheckedName
                move "FROM STATION" to CheckedField
                perform ProveStationName
                move RV-ToStationName to CheckedName
                move "TO STATION" to CheckedField
                perform ProveStationName
        end-read
    end-perform
    if FS-FilePresent(FileSlot)
        close RecoveryAllowanceFile
    end-if
    perform EndFileSection
    .

ProveSectionMileages section.
    move 4 to FileSlot
    open input SectionMileageFile
    perform StartFileSection
    set RecordIsHistory to false
    perform until CheckedFileAtEnd
        read SectionMileageFile
            at end set CheckedFileAtEnd to true
            not at end
                add 1 to RecordNumber
                move SM-FromStationName to CheckedName
                move "FROM STATION" to CheckedField
                perform ProveStationName
                move SM-ToStationName to CheckedName
                move "TO STATION" to CheckedField
                perform ProveStationName
        end-read
    end-perform
    if FS-FilePresent(FileSlot)
        close SectionMileageFile
    end-if
    perform EndFileSection
    .

ProveIncidents section.
    *> a blank station or a zero train means the incident bites
    *> anywhere or on every train - only a named one is proved. An
    *> incident whose dates have run out can mislead no attribution.
    move 5 to FileSlot
    open input IncidentFile
    perform StartFileSection
    perform until CheckedFileAtEnd
        read IncidentFile
            at end set CheckedFileAtEnd to true
            not at end
                add 1 to RecordNumber
                if IN-ToDate is less than TodaysDate
                    set RecordIsHistory to true
                else
                    set RecordIsHistory to false
                end-if
                if IN-StationName is not equal to spaces
                    move IN-StationName to CheckedName
                    move "STATION" to CheckedField
                    perform ProveStationName
                end-if
                if IN-TrainNumber is not equal to zero
                    move IN-TrainNumber to CheckedTrain
                    move "TRAIN" to CheckedField
                    perform ProveTrainNumber
                end-if
                if IN-OtherTrainsAffected is numeric
                    perform varying OtherTrainSlot from 1 by 1
                            until OtherTrainSlot is greater than 5
                        if IN-OtherTrainNumber(OtherTrainSlot) is not equal to zero
                            move IN-OtherTrainNumber(OtherTrainSlot) to CheckedTrain
                            move "OTHER TRAIN" to CheckedField
                            perform ProveTrainNumber
                        end-if
                    end-perform
                end-if
        end-read
    end-perform
    if FS-FilePresent(FileSlot)
        close IncidentFile
    end-if
    perform EndFileSection
    .

ProveBookings section.
    move 6 to FileSlot
    open input BookingFile
    perform StartFileSection
    perform until CheckedFileAtEnd
        read BookingFile next record
            at end set CheckedFileAtEnd to true
            not at end
                add 1 to RecordNumber
                move BK-TravelDate to RecordDate
                perform SettleWhetherHistory
                move BK-BoardingStationName to CheckedName
                move "BOARDING" to CheckedField
                perform ProveStationName
                move BK-AlightingStationName to CheckedName
                move "ALIGHTING" to CheckedField
                perform ProveStationName
                move BK-TrainNumber to CheckedTrain
                move "TRAIN" to CheckedField
                perform ProveTrainNumber
                perform ProveBookedCoachAndClass
        end-read
    end-perform
    if FS-FilePresent(FileSlot)
        close BookingFile
    end-if
    perform EndFileSection
    .

ProveWaitingList section.
    move 7 to FileSlot
    open input WaitingListFile
    perform StartFileSection
    perform until CheckedFileAtEnd
        read WaitingListFile
            at end set CheckedFileAtEnd to true
            not at end
                add 1 to RecordNumber
                move WL-TravelDate to RecordDate
                perform SettleWhetherHistory
                move WL-BoardingStationName to CheckedName
                move "BOARDING" to CheckedField
                perform ProveStationName
                move WL-AlightingStationName to CheckedName
                move "ALIGHTING" to CheckedField
                perform ProveStationName
                move WL-TrainNumber to CheckedTrain
                move "TRAIN" to CheckedField
                perform ProveTrainNumber
                perform ProveWaitingClass
        end-read
    end-perform
    if FS-FilePresent(FileSlot)
        close WaitingListFile
    end-if
    perform EndFileSection
    .

ProveAdvanceQuotas section.
    move 8 to FileSlot
    open input AdvanceQuotaFile
    perform StartFileSection
    perform until CheckedFileAtEnd
        read AdvanceQuotaFile next record
            at end set CheckedFileAtEnd to true
            not at end
                add 1 to RecordNumber
                move AQ-TravelDate to RecordDate
                perform SettleWhetherHistory
                move AQ-StartStationName to CheckedName
                move "START STATION" to CheckedField
                perform ProveStationName
                move AQ-EndStationName to CheckedName
                move "END STATION" to CheckedField
                perform ProveStationName
                move AQ-TrainNumber to CheckedTrain
                move "TRAIN" to CheckedField
                perform ProveTrainNumber
        end-read
    end-perform
    if FS-FilePresent(FileSlot)
        close AdvanceQuotaFile
    end-if
    perform EndFileSection
    .

ProveClaims section.
    *> every claim is for a journey already made, and each one is
    *> still to be judged against that train - none is history
    move 9 to FileSlot
    open input ClaimFile
    perform StartFileSection
    set RecordIsHistory to false
    perform until CheckedFileAtEnd
        read ClaimFile
            at end set CheckedFileAtEnd to true
            not at end
                add 1 to RecordNumber
                move CL-StartStationName to CheckedName
                move "START STATION" to CheckedField
                perform ProveStationName
                move CL-EndStationName to CheckedName
                move "END STATION" to CheckedField
                perform ProveStationName
                move CL-TrainNumber to CheckedTrain
                move "TRAIN" to CheckedField
                perform ProveTrainNumber
        end-read
    end-perform
    if FS-FilePresent(FileSlot)
        close ClaimFile
    end-if
    perform EndFileSection
    .

ProveDiagrams section.
    move 10 to FileSlot
    open input DiagramFile
    perform StartFileSection
    perform until CheckedFileAtEnd
        read DiagramFile
            at end set CheckedFileAtEnd to true
            not at end
                add 1 to RecordNumber
                move DG-DiagramDate to RecordDate
                perform SettleWhetherHistory
                perform ProveDiagramUnit
                move DG-TrainNumber to CheckedTrain
                move "TRAIN" to CheckedField
                perform ProveTrainNumber
        end-read
    end-perform
    if FS-FilePresent(FileSlot)
        close DiagramFile
    end-if
    perform EndFileSection
    .

ProveStationAliases section.
    *> an alias pointing at a name the master does not hold resolves a
    *> clerk's keying to a station nothing else knows
    move 11 to FileSlot
    if AliasCount is greater than zero
        move "00" to CheckedFileStatus
    else
        move "35" to CheckedFileStatus
    end-if
    perform StartFileSection
    set RecordIsHistory to false
    perform varying AliasSlot from 1 by 1 until AliasSlot is greater than AliasCount
        add 1 to RecordNumber
        move AL-CanonicalName(AliasSlot) to CheckedName
        perform FindNameOnMaster
        if not NameOnMaster
            set SeverityError to true
            move "CANONICAL NAME" to CheckedField
            move CheckedName to ExceptionValue
            move "ALIAS MAPS TO A STATION NOT ON MASTER" to ExceptionReason
            perform WriteException
        end-if
    end-perform
    perform EndFileSection
    .

SettleWhetherHistory section.
    if RecordDate is less than TodaysDate
        set RecordIsHistory to true
    else
        set RecordIsHistory to false
    end-if
    .

FindNameOnMaster section.
    set NameOnMaster to false
    perform varying StationSlot from 1 by 1
            until NameOnMaster or StationSlot is greater than MasterStationCount
        if MasterStationName(StationSlot) is equal to CheckedName
            set NameOnMaster to true
        end-if
    end-perform
    .

ProveStationName section.
    *> the master's own name is right; an alias reaches the right
    *> station at the desk but matches nothing downstream, which
    *> compares names exactly, so it is flagged for correcting; a
    *> name neither knows is a row that will never match anything
    perform FindNameOnMaster
    if NameOnMaster
        exit section
    end-if

    set NameIsAlias to false
    perform varying AliasSlot from 1 by 1
            until NameIsAlias or AliasSlot is greater than AliasCount
        if AL-AliasName(AliasSlot) is equal to CheckedName
            set NameIsAlias to true
        end-if
    end-perform

    move CheckedName to ExceptionValue
    if NameIsAlias
        subtract 1 from AliasSlot
        set SeverityWarning to true
        move spaces to ExceptionReason
        string "ALIAS OF " delimited by size
                AL-CanonicalName(AliasSlot) delimited by "  "
            into ExceptionReason
    else
        set SeverityError to true
        move "STATION NOT ON MASTER" to ExceptionReason
    end-if
    perform WriteException
    .

ProveTrainNumber section.
    if TimetableVariantsLoaded is equal to zero
        exit section
    end-if
    set TrainRunsOnTimetable to false
    if CheckedTrain is greater than zero and CheckedTrain is not greater than 40
        if TF-NumberOfCoaches(CheckedTrain, 1) is greater than zero
                or TF-NumberOfCoaches(CheckedTrain, 2) is greater than zero
            set TrainRunsOnTimetable to true
        end-if
    end-if
    if TrainRunsOnTimetable
        exit section
    end-if

    move CheckedTrain to ExceptionValue
    move "TRAIN NOT IN EITHER TIMETABLE" to ExceptionReason
    if RecordIsHistory
        set SeverityWarning to true
    else
        set SeverityError to true
    end-if
    perform WriteException
    .

ProveBookedCoachAndClass section.
    *> first class coaches are at the front, standard behind them -
    *> the coach and seat must be ones the reservation system could
    *> have allocated for the class booked
    move "COACH/CLASS" to CheckedField
    if BK-TravelClass is equal to "F"
        move SeatsPerFirstCoach to SeatsInCoach
    else
        if BK-TravelClass is equal to "S"
            move SeatsPerStandardCoach to SeatsInCoach
        else
            move zero to SeatsInCoach
        end-if
    end-if

    move spaces to ExceptionValue
    string BK-CoachNumber "/" BK-TravelClass "/" BK-SeatNumber delimited by size
        into ExceptionValue
    if SeatsInCoach is equal to zero
        move "CLASS NOT ON COACHTYPE" to ExceptionReason
        perform WriteCoachException
        exit section
    end-if
    if BK-SeatNumber is less than 1 or BK-SeatNumber is greater than SeatsInCoach
        move "SEAT BEYOND COACHTYPE SEATING" to ExceptionReason
        perform WriteCoachException
        exit section
    end-if

    if TimetableVariantsLoaded is equal to zero
            or BK-TrainNumber is less than 1 or BK-TrainNumber is greater than 40
        exit section
    end-if
    set CoachFitsFormation to false
    perform varying VariantSlot from 1 by 1 until VariantSlot is greater than 2
        if BK-TravelClass is equal to "F"
            if BK-CoachNumber is not less than 1
                    and BK-CoachNumber is not greater than
                        TF-FirstClassCoaches(BK-TrainNumber, VariantSlot)
                set CoachFitsFormation to true
            end-if
        else
            if BK-CoachNumber is greater than TF-FirstClassCoaches(BK-TrainNumber, VariantSlot)
                    and BK-CoachNumber is not greater than
                        TF-NumberOfCoaches(BK-TrainNumber, VariantSlot)
                set CoachFitsFormation to true
            end-if
        end-if
    end-perform
    if not CoachFitsFormation
        move "COACH NOT IN CLASS ON TRAIN" to ExceptionReason
        perform WriteCoachException
    end-if
    .

WriteCoachException section.
    if RecordIsHistory
        set SeverityWarning to true
    else
        set SeverityError to true
    end-if
    perform WriteException
    .

ProveWaitingClass section.
    move "CLASS" to CheckedField
    move WL-TravelClass to ExceptionValue
    evaluate true
        when WL-TravelClass is equal to "F" and SeatsPerFirstCoach is greater than zero
            continue
        when WL-TravelClass is equal to "S" and SeatsPerStandardCoach is greater than zero
            continue
        when other
            move "CLASS NOT ON COACHTYPE" to ExceptionReason
            perform WriteCoachException
    end-evaluate
    .

ProveDiagramUnit section.
    set UnitOnFleet to false
    perform varying FleetSlot from 1 by 1
            until UnitOnFleet or FleetSlot is greater than FleetUnitCount
        if FleetUnitNumber(FleetSlot) is equal to DG-UnitNumber
            set UnitOnFleet to true
        end-if
    end-perform
    if UnitOnFleet
        exit section
    end-if
    move "UNIT" to CheckedField
    move DG-UnitNumber to ExceptionValue
    move "UNIT NOT ON FLEET" to ExceptionReason
    if RecordIsHistory
        set SeverityWarning to true
    else
        set SeverityError to true
    end-if
    perform WriteException
    .

WriteException section.
    move RecordNumber to ExceptionRecordNumber
    move CheckedField to ExceptionField
    move ExceptionValue to ExceptionValueShown
    move ExceptionSeverity to ExceptionSeverityShown
    move ExceptionReason to ExceptionReasonShown
    write IntegrityReportLine from ExceptionLine
    if SeverityError
        add 1 to FS-Errors(FileSlot)
        add 1 to TotalErrors
    else
        add 1 to FS-Warnings(FileSlot)
        add 1 to TotalWarnings
    end-if
    .

WriteSummary section.
    write IntegrityReportLine from BlankLine
    write IntegrityReportLine from SummaryHeadingLine
    perform varying FileSlot from 1 by 1 until FileSlot is greater than 11
        move FS-FileName(FileSlot) to SummaryFileName
        move FS-RecordsRead(FileSlot) to SummaryRead
        move FS-Errors(FileSlot) to SummaryErrors
        move FS-Warnings(FileSlot) to SummaryWarnings
        if FS-FilePresent(FileSlot)
            move spaces to SummaryPresence
        else
            move "NOT PRESENT" to SummaryPresence
        end-if
        write IntegrityReportLine from SummaryLine
    end-perform
    write IntegrityReportLine from BlankLine
    move TotalErrors to TotalErrorsShown
    move TotalWarnings to TotalWarningsShown
    write IntegrityReportLine from TotalLine
    .

end program ReferenceDataIntegritySweep.
