identification division.
program-id. TimetablePublicationExtract.

environment division.
configuration section.
    repository.
        function all intrinsic.
input-output section.
    file-control.
        select ParameterFile assign to "PUBXPARM"
            organization is line sequential
            file status is ParameterFileStatus.
        select BankHolidayFile assign to "BANKHOL"
            organization is indexed
            access mode is random
            record key is BH-Date
            file status is BankHolidayFileStatus.
        select PreviousExtractFile assign to "PUBXLAST"
            organization is line sequential
            file status is PreviousExtractFileStatus.
        select FullExtractFile assign to "PUBXFULL"
            organization is line sequential
            file status is FullExtractFileStatus.
        select ChangesExtractFile assign to "PUBXUPDT"
            organization is line sequential
            file status is ChangesExtractFileStatus.
        select ExtractReportFile assign to "PUBXRPT"
            organization is line sequential
            file status is ExtractReportFileStatus.

data division.
file section.
fd ParameterFile.
copy TimetableExtractParameterRecord.

fd BankHolidayFile.
copy BankHolidayRecord.

fd PreviousExtractFile.
01 PreviousExtractLine pic x(80).

fd FullExtractFile.
01 FullExtractLine pic x(80).

fd ChangesExtractFile.
01 ChangesExtractLine pic x(80).

fd ExtractReportFile.
01 ExtractReportLine pic x(100).

working-storage section.
copy RouteTimeTable.

copy TimetableExtractRecord.

01 ParameterFileStatus pic xx.
    88 ParameterFileOk value "00".

01 BankHolidayFileStatus pic xx.
    88 BankHolidayFileOk value "00".

01 PreviousExtractFileStatus pic xx.
    88 PreviousExtractFileOk value "00".

01 FullExtractFileStatus pic xx.
    88 FullExtractFileOk value "00".

01 ChangesExtractFileStatus pic xx.
    88 ChangesExtractFileOk value "00".

01 ExtractReportFileStatus pic xx.
    88 ExtractReportFileOk value "00".

01 filler pic 9 binary.
    88 BankHolidayFileOpen value 1 when set to false is 0.
01 filler pic 9 binary.
    88 DateIsBankHoliday value 1 when set to false is 0.
01 filler pic 9 binary.
    88 OverlayTableFull value 1 when set to false is 0.
01 filler pic 9 binary.
    88 OverlayExtended value 1 when set to false is 0.
01 filler pic 9 binary.
    88 PreviousExtractFound value 1 when set to false is 0.
01 filler pic 9 binary.
    88 OverlayRunContinues value 1 when set to false is 0.

01 LoadStatusCode pic 99.
    88 LoadedOk value 0.

01 TodaysDate pic 9(08).
01 ExtractFromDate pic 9(08) value zero.
01 ExtractToDate pic 9(08) value zero.
01 ExtractDate pic 9(08).
01 ExtractDateAsInteger pic 9(07).
01 LastDateAsInteger pic 9(07).
01 VariantFileName pic x(08).

*> Monday is day 1 of the days-run mask - the same reference Monday
*> the timetable loader counts weekends from
01 ReferenceMonday pic 9(08) value 20000103.
01 DayOfWeek pic 9.
    88 DayIsWeekend value 6 7.

*> the two published tables exactly as the timetable office keeps
*> them, before any notice touches them: 1 weekday, 2 weekend/holiday
01 VariantImages.
    02 VariantImage occurs 2 times.
        03 VI-TableHeader pic x(316).
        03 VI-Train pic x(112) occurs 40 times.
01 VariantTrainsRun.
    02 VariantRuns occurs 2 times.
        03 VR-TrainRuns pic x occurs 40 times.
            88 VR-TrainRunsInVariant value "Y".
01 VariantSlot pic 9.
01 DateVariant pic 9.
01 VariantLetter pic x.

*> every date on which what actually runs differs from the published
*> table - amended, added or cancelled - held as runs of consecutive
*> dates with the working exactly as it runs on them
01 OverlayCount pic 9(03) value zero.
01 Overlays.
    02 Overlay occurs 500 times.
        03 OV-TrainNumber pic 99.
        03 OV-Variant pic 9.
        03 OV-StpIndicator pic x.
        03 OV-FromDate pic 9(08).
        03 OV-ToDate pic 9(08).
        03 OV-ToDateAsInteger pic 9(07).
        03 OV-DaysRun pic x(07).
        03 OV-TrainImage pic x(112).
01 OverlaySlot pic 9(03).
01 OverlayStp pic x.
01 OverlayImage pic x(112).

01 ExtractTrain pic 99.
01 StpSlot pic 9.
01 StpLetters pic x(04) value "CNOP".
01 SequenceSlot pic 99.
01 StepSequence pic s99.
01 FirstCallSequence pic 99.
01 LastCallSequence pic 99.
01 DisplayTime.
    02 DisplayTimeHH pic 99.
    02 DisplayTimeMM pic 99.

01 ExtractTimestamp pic 9(14).

*> counts for the trailer of whichever file is being written
01 SchedulesWritten pic 9(06).
01 LocationsWritten pic 9(07).

01 FullScheduleCounts.
    02 FullPermanent pic 9(05) value zero.
    02 FullOverlay pic 9(05) value zero.
    02 FullNewWorking pic 9(05) value zero.
    02 FullCancelled pic 9(05) value zero.
01 FullLocations pic 9(07) value zero.
01 ChangesNew pic 9(05) value zero.
01 ChangesRevised pic 9(05) value zero.
01 ChangesDeleted pic 9(05) value zero.

*> one schedule and its locations off each extract, for comparing
*> last night's feed against tonight's schedule by schedule
01 OldGroup.
    02 OldGroupKey pic x(14).
    02 OldGroupCount pic 99.
    02 OldGroupImage.
        03 OldGroupLine pic x(80) occurs 16 times.
01 NewGroup.
    02 NewGroupKey pic x(14).
    02 NewGroupCount pic 99.
    02 NewGroupImage.
        03 NewGroupLine pic x(80) occurs 16 times.
01 OldAhead pic x(80).
01 NewAhead pic x(80).
01 filler pic 9 binary.
    88 OldExtractAtEnd value 1 when set to false is 0.
01 filler pic 9 binary.
    88 NewExtractAtEnd value 1 when set to false is 0.
01 GroupLineSlot pic 99.

01 TitleLine.
    02 filler pic x(36) value "Timetable publication extract for ".
    02 TitleFromDate pic 9(08).
    02 filler pic x(04) value " to ".
    02 TitleToDate pic 9(08).

01 FullCountLine.
    02 filler pic x(24) value "Full extract schedules: ".
    02 filler pic x(11) value "permanent ".
    02 FullPermanentShown pic zzzz9.
    02 filler pic x(11) value "  overlay ".
    02 FullOverlayShown pic zzzz9.
    02 filler pic x(07) value "  new ".
    02 FullNewWorkingShown pic zzzz9.
    02 filler pic x(13) value "  cancelled ".
    02 FullCancelledShown pic zzzz9.

01 FullLocationLine.
    02 filler pic x(24) value "Full extract locations: ".
    02 FullLocationsShown pic zzzzzz9.

01 ChangesCountLine.
    02 filler pic x(24) value "Changes-only schedules: ".
    02 filler pic x(04) value "new ".
    02 ChangesNewShown pic zzzz9.
    02 filler pic x(11) value "  revised ".
    02 ChangesRevisedShown pic zzzz9.
    02 filler pic x(11) value "  deleted ".
    02 ChangesDeletedShown pic zzzz9.

01 FirstExtractLine pic x(100)
    value "No previous extract - this full extract is the first; no changes-only file cut".

01 BlankLine pic x(100) value spaces.

procedure division.
Main section.
    move function current-date(1:8) to TodaysDate
    move function current-date(1:14) to ExtractTimestamp
    perform ReadParameters

    perform LoadPublishedVariants
    if not LoadedOk
        display "Timetable publication extract: could not load the published timetables"
        move 8 to return-code
        goback
    end-if

    perform BuildOverlays
    if OverlayTableFull
        display "Timetable publication extract: more amended dates than the extract can hold"
        move 8 to return-code
        goback
    end-if

    open output ExtractReportFile
    if not ExtractReportFileOk
        display "Timetable publication extract: could not open the extract report"
        move 8 to return-code
        goback
    end-if

    *> last night's full extract is what the feed's readers hold now -
    *> it is read before tonight's is cut, and replaced by it after
    set PreviousExtractFound to false
    open input PreviousExtractFile
    if PreviousExtractFileOk
        set PreviousExtractFound to true
        close PreviousExtractFile
    end-if

    open output FullExtractFile
    if not FullExtractFileOk
        display "Timetable publication extract: could not open the full extract"
        close ExtractReportFile
        move 8 to return-code
        goback
    end-if
    perform WriteFullExtract
    close FullExtractFile

    if PreviousExtractFound
        perform WriteChangesOnlyExtract
        if return-code is equal to 8
            close ExtractReportFile
            goback
        end-if
    end-if
    perform KeepFullExtractForNextRun

    perform WriteExtractReport
    close ExtractReportFile
    goback.

ReadParameters section.
    *> no control card means the feed covers four weeks from today
    open input ParameterFile
    if ParameterFileOk
        read ParameterFile
            at end continue
            not at end
                if XP-FromDate is numeric and XP-FromDate is greater than zero
                    move XP-FromDate to ExtractFromDate
                end-if
                if XP-ToDate is numeric and XP-ToDate is greater than zero
                    move XP-ToDate to ExtractToDate
                end-if
        end-read
        close ParameterFile
    end-if
    if ExtractFromDate is equal to zero
        move TodaysDate to ExtractFromDate
    end-if
    if ExtractToDate is equal to zero or ExtractToDate is less than ExtractFromDate
        compute ExtractToDate =
            function date-of-integer(function integer-of-date(ExtractFromDate) + 27)
    end-if
    .

LoadPublishedVariants section.
    perform varying VariantSlot from 1 by 1 until VariantSlot is greater than 2
        if VariantSlot is equal to 1
            move "TIMETAB " to VariantFileName
        else
            move "TIMETABW" to VariantFileName
        end-if
        call "LoadNamedRouteTimeTable" using VariantFileName, RouteTimeTable, LoadStatusCode
        if not LoadedOk
            exit section
        end-if
        move RouteTimeTable to VariantImage(VariantSlot)
        perform varying ExtractTrain from 1 by 1 until ExtractTrain is greater than 40
            if NumberOfCoaches(ExtractTrain) is greater than zero
                move "Y" to VR-TrainRuns(VariantSlot, ExtractTrain)
            else
                move "N" to VR-TrainRuns(VariantSlot, ExtractTrain)
            end-if
        end-perform
    end-perform
    .

BuildOverlays section.
    *> each date is loaded the way every planner and board loads it -
    *> table chosen by day and bank holiday, notices and unit swaps
    *> applied - and set against the published table it started from
    set OverlayTableFull to false
    set BankHolidayFileOpen to false
    open input BankHolidayFile
    if BankHolidayFileOk
        set BankHolidayFileOpen to true
    end-if

    compute ExtractDateAsInteger = function integer-of-date(ExtractFromDate)
    compute LastDateAsInteger = function integer-of-date(ExtractToDate)
    perform until ExtractDateAsInteger is greater than LastDateAsInteger
            or OverlayTableFull
        compute ExtractDate = function date-of-integer(ExtractDateAsInteger)
        perform SettleDateVariant
        call "LoadRouteTimeTable" using RouteTimeTable, ExtractDate, LoadStatusCode
        if LoadedOk
            perform varying ExtractTrain from 1 by 1
                    until ExtractTrain is greater than 40 or OverlayTableFull
                perform CompareTrainWithPublished
            end-perform
        end-if
        add 1 to ExtractDateAsInteger
    end-perform

    if not OverlayTableFull
        perform varying OverlaySlot from 1 by 1 until OverlaySlot is greater than OverlayCount
            perform SettleOverlayDates
        end-perform
    end-if

    if BankHolidayFileOpen
        close BankHolidayFile
    end-if
    .

SettleOverlayDates section.
    *> a run of dates that reaches either end of the window is followed
    *> past it to the dates it really starts and ends on - the schedule
    *> is keyed on its own first date, which must not move night by
    *> night as the window moves on. A change of table always ends a
    *> run, so this never looks more than a few days beyond the window.
    move OV-TrainNumber(OverlaySlot) to ExtractTrain
    if OV-FromDate(OverlaySlot) is equal to ExtractFromDate
        compute ExtractDateAsInteger = function integer-of-date(ExtractFromDate) - 1
        set OverlayRunContinues to true
        perform until not OverlayRunContinues
            perform JudgeOverlayOnDate
            if OverlayRunContinues
                move ExtractDate to OV-FromDate(OverlaySlot)
                move "1" to OV-DaysRun(OverlaySlot)(DayOfWeek:1)
                subtract 1 from ExtractDateAsInteger
            end-if
        end-perform
    end-if

    if OV-ToDate(OverlaySlot) is equal to ExtractToDate
        compute ExtractDateAsInteger = function integer-of-date(ExtractToDate) + 1
        set OverlayRunContinues to true
        perform until not OverlayRunContinues
            perform JudgeOverlayOnDate
            if OverlayRunContinues
                move ExtractDate to OV-ToDate(OverlaySlot)
                move ExtractDateAsInteger to OV-ToDateAsInteger(OverlaySlot)
                move "1" to OV-DaysRun(OverlaySlot)(DayOfWeek:1)
                add 1 to ExtractDateAsInteger
            end-if
        end-perform
    end-if
    .

JudgeOverlayOnDate section.
    *> the date carries the run on only if it falls in the same table
    *> and the train differs from that table in exactly the same way
    set OverlayRunContinues to false
    compute ExtractDate = function date-of-integer(ExtractDateAsInteger)
    perform SettleDateVariant
    if DateVariant is not equal to OV-Variant(OverlaySlot)
        exit section
    end-if
    call "LoadRouteTimeTable" using RouteTimeTable, ExtractDate, LoadStatusCode
    if not LoadedOk
        exit section
    end-if
    perform JudgeTrainOnDate
    if OverlayStp is equal to OV-StpIndicator(OverlaySlot)
            and OverlayImage is equal to OV-TrainImage(OverlaySlot)
        set OverlayRunContinues to true
    end-if
    .

SettleDateVariant section.
    compute DayOfWeek = function mod(ExtractDateAsInteger
        - function integer-of-date(ReferenceMonday), 7) + 1
    set DateIsBankHoliday to false
    if BankHolidayFileOpen
        move ExtractDate to BH-Date
        read BankHolidayFile
            invalid key continue
            not invalid key set DateIsBankHoliday to true
        end-read
    end-if
    if DayIsWeekend or DateIsBankHoliday
        move 2 to DateVariant
    else
        move 1 to DateVariant
    end-if
    .

CompareTrainWithPublished section.
    perform JudgeTrainOnDate
    if OverlayStp is equal to space
        exit section
    end-if

    *> the same change on the day before carries on the same run of
    *> dates; anything else starts a run of its own
    set OverlayExtended to false
    perform varying OverlaySlot from 1 by 1
            until OverlayExtended or OverlaySlot is greater than OverlayCount
        if OV-TrainNumber(OverlaySlot) is equal to ExtractTrain
                and OV-Variant(OverlaySlot) is equal to DateVariant
                and OV-StpIndicator(OverlaySlot) is equal to OverlayStp
                and OV-ToDateAsInteger(OverlaySlot) + 1 is equal to ExtractDateAsInteger
                and OV-TrainImage(OverlaySlot) is equal to OverlayImage
            move ExtractDate to OV-ToDate(OverlaySlot)
            move ExtractDateAsInteger to OV-ToDateAsInteger(OverlaySlot)
            move "1" to OV-DaysRun(OverlaySlot)(DayOfWeek:1)
            set OverlayExtended to true
        end-if
    end-perform
    if OverlayExtended
        exit section
    end-if

    if OverlayCount is equal to 500
        set OverlayTableFull to true
        exit section
    end-if
    add 1 to OverlayCount
    move ExtractTrain to OV-TrainNumber(OverlayCount)
    move DateVariant to OV-Variant(OverlayCount)
    move OverlayStp to OV-StpIndicator(OverlayCount)
    move ExtractDate to OV-FromDate(OverlayCount)
    move ExtractDate to OV-ToDate(OverlayCount)
    move ExtractDateAsInteger to OV-ToDateAsInteger(OverlayCount)
    move "0000000" to OV-DaysRun(OverlayCount)
    move "1" to OV-DaysRun(OverlayCount)(DayOfWeek:1)
    move OverlayImage to OV-TrainImage(OverlayCount)
    .

JudgeTrainOnDate section.
    *> what the loaded date runs of this train against the published
    *> table for that day - nothing, an overlay, a new working or a
    *> cancellation, and the working itself as it then stands
    move space to OverlayStp
    evaluate true
        when NumberOfCoaches(ExtractTrain) is greater than zero
                and VR-TrainRunsInVariant(DateVariant, ExtractTrain)
            if Trains(ExtractTrain) is not equal to VI-Train(DateVariant, ExtractTrain)
                move "O" to OverlayStp
            end-if
        when NumberOfCoaches(ExtractTrain) is greater than zero
            move "N" to OverlayStp
        when VR-TrainRunsInVariant(DateVariant, ExtractTrain)
            move "C" to OverlayStp
    end-evaluate
    if OverlayStp is equal to "C"
        move VI-Train(DateVariant, ExtractTrain) to OverlayImage
    else
        move Trains(ExtractTrain) to OverlayImage
    end-if
    .

WriteFullExtract section.
    *> schedules go out in key order - train, table, kind, first date -
    *> so tonight's file and last night's can be matched line for line
    move zero to SchedulesWritten
    move zero to LocationsWritten
    move spaces to TimetableExtractRecord
    set TX-HeaderRecord to true
    set TX-FullExtract to true
    move ExtractTimestamp to TX-ExtractTimestamp
    move ExtractFromDate to TX-ExtractFromDate
    move ExtractToDate to TX-ExtractToDate
    write FullExtractLine from TimetableExtractRecord

    perform varying ExtractTrain from 1 by 1 until ExtractTrain is greater than 40
        perform varying VariantSlot from 2 by -1 until VariantSlot is less than 1
            perform varying StpSlot from 1 by 1 until StpSlot is greater than 4
                if StpLetters(StpSlot:1) is equal to "P"
                    if VR-TrainRunsInVariant(VariantSlot, ExtractTrain)
                        perform WritePermanentSchedule
                    end-if
                else
                    perform varying OverlaySlot from 1 by 1
                            until OverlaySlot is greater than OverlayCount
                        if OV-TrainNumber(OverlaySlot) is equal to ExtractTrain
                                and OV-Variant(OverlaySlot) is equal to VariantSlot
                                and OV-StpIndicator(OverlaySlot) is equal to StpLetters(StpSlot:1)
                            perform WriteOverlaySchedule
                        end-if
                    end-perform
                end-if
            end-perform
        end-perform
    end-perform

    move FullLocations to LocationsWritten
    move spaces to TimetableExtractRecord
    set TX-TrailerRecord to true
    move SchedulesWritten to TX-ScheduleCount
    move FullLocations to TX-LocationCount
    write FullExtractLine from TimetableExtractRecord
    .

WritePermanentSchedule section.
    move VariantImage(VariantSlot) to RouteTimeTable
    perform StartScheduleRecord
    set TX-PermanentSchedule to true
    *> the published working carries no dates of its own - it stands
    *> for as long as the table does, so its key and its record are
    *> the same every night until the table itself changes
    move zero to TX-ScheduleFromDate
    move zero to TX-ScheduleToDate
    *> the weekday table gives way to the weekend/holiday table on a
    *> bank holiday, which runs that day whatever day it falls on
    if VariantSlot is equal to 1
        move "1111100" to TX-DaysRun
        move "X" to TX-BankHolidayRunning
    else
        move "0000011" to TX-DaysRun
        move "B" to TX-BankHolidayRunning
    end-if
    perform FinishScheduleRecord
    add 1 to FullPermanent
    perform WriteLocationRecords
    .

WriteOverlaySchedule section.
    move VariantImage(VariantSlot) to RouteTimeTable
    move OV-TrainImage(OverlaySlot) to Trains(ExtractTrain)
    perform StartScheduleRecord
    move OV-StpIndicator(OverlaySlot) to TX-StpIndicator
    move OV-FromDate(OverlaySlot) to TX-ScheduleFromDate
    move OV-ToDate(OverlaySlot) to TX-ScheduleToDate
    move OV-DaysRun(OverlaySlot) to TX-DaysRun
    move space to TX-BankHolidayRunning
    perform FinishScheduleRecord
    *> a cancellation names the working and its dates - there is no
    *> journey to describe
    evaluate true
        when TX-CancelledOnDates
            add 1 to FullCancelled
        when TX-NewWorking
            add 1 to FullNewWorking
            perform WriteLocationRecords
        when other
            add 1 to FullOverlay
            perform WriteLocationRecords
    end-evaluate
    .

StartScheduleRecord section.
    move spaces to TimetableExtractRecord
    set TX-ScheduleRecord to true
    set TX-NewSchedule to true
    move ExtractTrain to TX-TrainNumber
    if VariantSlot is equal to 1
        set TX-WeekdayTimetable to true
    else
        set TX-WeekendTimetable to true
    end-if
    .

FinishScheduleRecord section.
    move NumberOfCoaches(ExtractTrain) to TX-NumberOfCoaches
    move FirstClassCoaches(ExtractTrain) to TX-FirstClassCoaches
    move CateringAvailable(ExtractTrain) to TX-CateringAvailable
    move TrainDirection(ExtractTrain) to TX-Direction
    write FullExtractLine from TimetableExtractRecord
    add 1 to SchedulesWritten
    .

WriteLocationRecords section.
    *> the working runs from the first station it calls at to the
    *> last, in the direction it runs; a station it runs through in
    *> between goes in as a passing point
    move zero to FirstCallSequence
    move zero to LastCallSequence
    perform varying SequenceSlot from 1 by 1 until SequenceSlot is greater than StationCount
        if TrainCallsAtStation(ExtractTrain, SequenceSlot)
                and TrainTimes(ExtractTrain, SequenceSlot) is not equal to zero
            if FirstCallSequence is equal to zero
                move SequenceSlot to FirstCallSequence
            end-if
            move SequenceSlot to LastCallSequence
        end-if
    end-perform
    if FirstCallSequence is equal to zero
        exit section
    end-if

    if TrainRunsDown(ExtractTrain)
        move LastCallSequence to SequenceSlot
        move FirstCallSequence to LastCallSequence
        move SequenceSlot to FirstCallSequence
        move -1 to StepSequence
    else
        move 1 to StepSequence
    end-if

    move FirstCallSequence to SequenceSlot
    perform WriteOneLocation
    perform until SequenceSlot is equal to LastCallSequence
        add StepSequence to SequenceSlot
        perform WriteOneLocation
    end-perform
    .

WriteOneLocation section.
    move spaces to TimetableExtractRecord
    move StationCode(SequenceSlot) to TX-StationCode
    move StationName(SequenceSlot) to TX-StationName
    move StationAccessible(SequenceSlot) to TX-StepFreeAccess
    move TrainTimeHH(ExtractTrain, SequenceSlot) to DisplayTimeHH
    move TrainTimeMM(ExtractTrain, SequenceSlot) to DisplayTimeMM
    evaluate true
        when SequenceSlot is equal to FirstCallSequence
            set TX-OriginRecord to true
            move DisplayTime to TX-ScheduledDeparture
            move TrainPlatform(ExtractTrain, SequenceSlot) to TX-Platform
            move "TB" to TX-Activity
        when SequenceSlot is equal to LastCallSequence
            set TX-TerminatingRecord to true
            move DisplayTime to TX-ScheduledArrival
            move TrainPlatform(ExtractTrain, SequenceSlot) to TX-Platform
            move "TF" to TX-Activity
        when not TrainCallsAtStation(ExtractTrain, SequenceSlot)
            *> the timetable keeps no time for a station the train
            *> runs through, so none is published for it
            set TX-IntermediateRecord to true
            move "PS" to TX-Activity
        when other
            set TX-IntermediateRecord to true
            move DisplayTime to TX-ScheduledArrival
            move DisplayTime to TX-ScheduledDeparture
            move TrainPlatform(ExtractTrain, SequenceSlot) to TX-Platform
            move "T " to TX-Activity
    end-evaluate
    write FullExtractLine from TimetableExtractRecord
    add 1 to FullLocations
    .

WriteChangesOnlyExtract section.
    *> last night's schedules and tonight's are matched on their key;
    *> one only tonight is new, one only last night is deleted, and
    *> one in both goes out again only if anything in it changed
    open input PreviousExtractFile
    open input FullExtractFile
    open output ChangesExtractFile
    if not ChangesExtractFileOk
        display "Timetable publication extract: could not open the changes-only extract"
        close PreviousExtractFile
        close FullExtractFile
        move 8 to return-code
        exit section
    end-if

    move zero to SchedulesWritten
    move zero to LocationsWritten
    move spaces to TimetableExtractRecord
    set TX-HeaderRecord to true
    set TX-ChangesOnlyExtract to true
    move ExtractTimestamp to TX-ExtractTimestamp
    move ExtractFromDate to TX-ExtractFromDate
    move ExtractToDate to TX-ExtractToDate
    write ChangesExtractLine from TimetableExtractRecord

    set OldExtractAtEnd to false
    set NewExtractAtEnd to false
    perform ReadOldAhead
    if not OldExtractAtEnd
        move OldAhead to TimetableExtractRecord
        if TX-HeaderRecord
            perform ReadOldAhead
        end-if
    end-if
    perform ReadNewAhead
    if not NewExtractAtEnd
        move NewAhead to TimetableExtractRecord
        if TX-HeaderRecord
            perform ReadNewAhead
        end-if
    end-if
    perform LoadOldGroup
    perform LoadNewGroup

    perform until OldGroupKey is equal to high-values
            and NewGroupKey is equal to high-values
        evaluate true
            when OldGroupKey is less than NewGroupKey
                move OldGroupLine(1) to TimetableExtractRecord
                set TX-DeletedSchedule to true
                write ChangesExtractLine from TimetableExtractRecord
                add 1 to SchedulesWritten
                add 1 to ChangesDeleted
                perform LoadOldGroup
            when NewGroupKey is less than OldGroupKey
                perform WriteNewGroupAsChange
                add 1 to ChangesNew
                perform LoadNewGroup
            when other
                if NewGroupImage is not equal to OldGroupImage
                    move NewGroupLine(1) to TimetableExtractRecord
                    set TX-RevisedSchedule to true
                    move TimetableExtractRecord to NewGroupLine(1)
                    perform WriteNewGroupAsChange
                    add 1 to ChangesRevised
                end-if
                perform LoadOldGroup
                perform LoadNewGroup
        end-evaluate
    end-perform

    move spaces to TimetableExtractRecord
    set TX-TrailerRecord to true
    move SchedulesWritten to TX-ScheduleCount
    move LocationsWritten to TX-LocationCount
    write ChangesExtractLine from TimetableExtractRecord

    close PreviousExtractFile
    close FullExtractFile
    close ChangesExtractFile
    .

WriteNewGroupAsChange section.
    perform varying GroupLineSlot from 1 by 1 until GroupLineSlot is greater than NewGroupCount
        write ChangesExtractLine from NewGroupLine(GroupLineSlot)
    end-perform
    add 1 to SchedulesWritten
    compute LocationsWritten = LocationsWritten + NewGroupCount - 1
    .

ReadOldAhead section.
    read PreviousExtractFile into OldAhead
        at end set OldExtractAtEnd to true
    end-read
    .

ReadOldAheadLocation section.
    perform ReadOldAhead
    move OldAhead to TimetableExtractRecord
    .

ReadNewAhead section.
    read FullExtractFile into NewAhead
        at end set NewExtractAtEnd to true
    end-read
    .

ReadNewAheadLocation section.
    perform ReadNewAhead
    move NewAhead to TimetableExtractRecord
    .

LoadOldGroup section.
    *> a schedule record and the location records behind it; the
    *> trailer or the end of the file closes the extract
    move spaces to OldGroupImage
    move zero to OldGroupCount
    move high-values to OldGroupKey
    if OldExtractAtEnd
        exit section
    end-if
    move OldAhead to TimetableExtractRecord
    if not TX-ScheduleRecord
        set OldExtractAtEnd to true
        exit section
    end-if
    move TX-ScheduleKey to OldGroupKey
    move 1 to OldGroupCount
    move OldAhead to OldGroupLine(1)
    perform ReadOldAheadLocation
    perform until OldExtractAtEnd or not TX-LocationRecord
        if OldGroupCount is less than 16
            add 1 to OldGroupCount
            move OldAhead to OldGroupLine(OldGroupCount)
        end-if
        perform ReadOldAheadLocation
    end-perform
    .

LoadNewGroup section.
    move spaces to NewGroupImage
    move zero to NewGroupCount
    move high-values to NewGroupKey
    if NewExtractAtEnd
        exit section
    end-if
    move NewAhead to TimetableExtractRecord
    if not TX-ScheduleRecord
        set NewExtractAtEnd to true
        exit section
    end-if
    move TX-ScheduleKey to NewGroupKey
    move 1 to NewGroupCount
    move NewAhead to NewGroupLine(1)
    perform ReadNewAheadLocation
    perform until NewExtractAtEnd or not TX-LocationRecord
        if NewGroupCount is less than 16
            add 1 to NewGroupCount
            move NewAhead to NewGroupLine(NewGroupCount)
        end-if
        perform ReadNewAheadLocation
    end-perform
    .

KeepFullExtractForNextRun section.
    *> tonight's full extract becomes what the readers hold, and what
    *> tomorrow night's changes are cut against
    open input FullExtractFile
    if not FullExtractFileOk
        exit section
    end-if
    open output PreviousExtractFile
    if not PreviousExtractFileOk
        display "Timetable publication extract: could not keep tonight's extract for the next run"
        close FullExtractFile
        move 4 to return-code
        exit section
    end-if
    set NewExtractAtEnd to false
    perform ReadNewAhead
    perform until NewExtractAtEnd
        write PreviousExtractLine from NewAhead
        perform ReadNewAhead
    end-perform
    close FullExtractFile
    close PreviousExtractFile
    .

WriteExtractReport section.
    move ExtractFromDate to TitleFromDate
    move ExtractToDate to TitleToDate
    write ExtractReportLine from TitleLine
    write ExtractReportLine from BlankLine
    move FullPermanent to FullPermanentShown
    move FullOverlay to FullOverlayShown
    move FullNewWorking to FullNewWorkingShown
    move FullCancelled to FullCancelledShown
    write ExtractReportLine from FullCountLine
    move FullLocations to FullLocationsShown
    write ExtractReportLine from FullLocationLine
    if PreviousExtractFound
        move ChangesNew to ChangesNewShown
        move ChangesRevised to ChangesRevisedShown
        move ChangesDeleted to ChangesDeletedShown
        write ExtractReportLine from ChangesCountLine
    else
        write ExtractReportLine from FirstExtractLine
    end-if
    .

end program TimetablePublicationExtract.
