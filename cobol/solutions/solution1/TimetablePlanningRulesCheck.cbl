identification division.
program-id. TimetablePlanningRulesCheck.

environment division.
configuration section.
    repository.
        function all intrinsic.
input-output section.
    file-control.
        select SectionalStandardFile assign to "SECTSTD"
            organization is line sequential
            file status is SectionalStandardFileStatus.
        select DiagramFile assign to "DIAGRAM"
            organization is line sequential
            file status is DiagramFileStatus.
        select FleetFile assign to "FLEET"
            organization is line sequential
            file status is FleetFileStatus.
        select PlanningRulesReportFile assign to "PLANRULE"
            organization is line sequential
            file status is PlanningRulesReportFileStatus.

data division.
file section.
fd SectionalStandardFile.
copy SectionalStandardRecord.

fd DiagramFile.
copy DiagramRecord.

fd FleetFile.
copy FleetUnitRecord.

fd PlanningRulesReportFile.
01 PlanningRulesReportLine pic x(80).

working-storage section.
copy RouteTimeTable.

01 SectionalStandardFileStatus pic xx.
    88 SectionalStandardFileOk value "00".

01 filler pic 9 binary.
    88 SectionalStandardFileAtEnd value 1 when set to false is 0.

01 DiagramFileStatus pic xx.
    88 DiagramFileOk value "00".

01 filler pic 9 binary.
    88 DiagramFileAtEnd value 1 when set to false is 0.

01 FleetFileStatus pic xx.
    88 FleetFileOk value "00".

01 filler pic 9 binary.
    88 FleetFileAtEnd value 1 when set to false is 0.

01 PlanningRulesReportFileStatus pic xx.
    88 PlanningRulesReportFileOk value "00".

01 filler pic 9 binary.
    88 StandardFound value 1 when set to false is 0.
01 filler pic 9 binary.
    88 ClassStandardFound value 1 when set to false is 0.
01 filler pic 9 binary.
    88 GeneralStandardFound value 1 when set to false is 0.
01 filler pic 9 binary.
    88 OtherClassStandardFound value 1 when set to false is 0.
01 filler pic 9 binary.
    88 SectionFullyStandardised value 1 when set to false is 0.

*> both published variants are checked in one run, the same as the
*> timetable edit check - a bad Saturday table must not go live just
*> because the Monday one is fine
01 TimeTableFileName pic x(08).
01 LoadStatusCode pic 99.
    88 LoadedOk value 0.

*> the standards file, held whole - it is a few hundred lines at most
01 StandardCount pic 9(03) value zero.
01 SectionalStandards.
    02 SectionalStandard occurs 500 times.
        03 ST-StandardType pic x.
            88 ST-RunningTimeStandard value "R".
            88 ST-HeadwayStandard value "H".
        03 ST-FromStationCode pic x(03).
        03 ST-ToStationCode pic x(03).
        03 ST-UnitClass pic x(03).
        03 ST-MinimumMinutes pic 9(03).
01 StandardSlot pic 9(03).

*> the class of unit each train number is diagrammed for, off the
*> latest diagram that names it - blank where it is not known, and a
*> train of unknown class is held to the general standard
01 FleetUnitCount pic 99 value zero.
01 FleetUnits.
    02 FleetUnit occurs 60 times.
        03 FL-UnitNumber pic x(06).
        03 FL-UnitClass pic x(03).
01 FleetSlot pic 99.

01 TrainUnits.
    02 TrainUnit occurs 40 times.
        03 TU-DiagramDate pic 9(08).
        03 TU-UnitNumber pic x(06).
        03 TU-UnitClass pic x(03).

01 CheckTrain pic 99.
01 OtherTrain pic 99.
01 CheckSequence pic 99.
01 PriorSequence pic 99.
01 NextSequence pic 99.
01 PieceSequence pic 99.
01 FromSequence pic 99.
01 ToSequence pic 99.
01 EntrySequence pic 99.
01 ExitSequence pic 99.

01 LookupStandardType pic x.
01 LookupFromCode pic x(03).
01 LookupToCode pic x(03).
01 LookupUnitClass pic x(03).
01 FoundStandardMinutes pic 9(03).
01 ClassStandardMinutes pic 9(03).
01 GeneralStandardMinutes pic 9(03).
01 OtherClassStandardMinutes pic 9(03).
01 RequiredMinutes pic 9(04).

01 FromTimeInMinutes pic s9(05) comp.
01 ToTimeInMinutes pic s9(05) comp.
01 RunningMinutes pic s9(05) comp.
01 EntryGapMinutes pic s9(05) comp.
01 ExitGapMinutes pic s9(05) comp.
01 TimeInMinutes pic s9(05) comp.
01 OtherTimeInMinutes pic s9(05) comp.
01 GapMinutes pic s9(05) comp.

01 SectionsChecked pic 9(05) value zero.
01 SectionsWithoutStandard pic 9(05) value zero.
01 RunningTimeBreaches pic 9(05) value zero.
01 HeadwayBreaches pic 9(05) value zero.
01 FilesNotAvailable pic 9 value zero.

01 EditMinutes pic zz9.
01 EditStandard pic zz9.
01 EditOtherTrain pic z9.

01 ExceptionTrain pic 99.
01 ExceptionStationName pic x(20).
01 ExceptionReason pic x(40).

01 HeadingLine pic x(80)
    value "File     Train Station              Reason".

01 DetailLine.
    02 DetailFileName pic x(08).
    02 filler pic x value space.
    02 DetailTrainNumber pic zzz9.
    02 filler pic x(02) value spaces.
    02 DetailStationName pic x(20).
    02 filler pic x value space.
    02 DetailReason pic x(40).

01 NoStandardsLine pic x(80)
    value "No sectional standards file - running times and headways not checked".

01 SummaryLine1.
    02 filler pic x(23) value "Sections checked: ".
    02 SummarySectionsChecked pic zzzz9.
    02 filler pic x(05) value spaces.
    02 filler pic x(24) value "Without a standard: ".
    02 SummarySectionsWithoutStandard pic zzzz9.

01 SummaryLine2.
    02 filler pic x(23) value "Running time breaches: ".
    02 SummaryRunningTimeBreaches pic zzzz9.
    02 filler pic x(05) value spaces.
    02 filler pic x(24) value "Headway breaches: ".
    02 SummaryHeadwayBreaches pic zzzz9.

procedure division.
Main section.
    open output PlanningRulesReportFile
    if not PlanningRulesReportFileOk
        display "Timetable planning rules: could not open the report"
        move 8 to return-code
        goback
    end-if

    write PlanningRulesReportLine from HeadingLine

    perform LoadStandards
    if StandardCount is equal to zero
        *> nothing to judge against is not a clean bill of health -
        *> it is flagged so the office knows the rules never ran
        write PlanningRulesReportLine from NoStandardsLine
        close PlanningRulesReportFile
        move 4 to return-code
        goback
    end-if

    perform LoadTrainUnitClasses

    move "TIMETAB " to TimeTableFileName
    perform CheckOneTimeTableFile

    move "TIMETABW" to TimeTableFileName
    perform CheckOneTimeTableFile

    move SectionsChecked to SummarySectionsChecked
    move SectionsWithoutStandard to SummarySectionsWithoutStandard
    write PlanningRulesReportLine from SummaryLine1
    move RunningTimeBreaches to SummaryRunningTimeBreaches
    move HeadwayBreaches to SummaryHeadwayBreaches
    write PlanningRulesReportLine from SummaryLine2

    close PlanningRulesReportFile

    *> any breach stops the new timetable going live, the same signal
    *> the edit check gives the overnight schedule
    if RunningTimeBreaches + HeadwayBreaches + FilesNotAvailable is greater than zero
        move 8 to return-code
    end-if
    goback.

LoadStandards section.
    set SectionalStandardFileAtEnd to false
    open input SectionalStandardFile
    if not SectionalStandardFileOk
        exit section
    end-if

    perform ReadNextStandard

    perform until SectionalStandardFileAtEnd
        if (RS-RunningTimeStandard or RS-HeadwayStandard)
                and StandardCount is less than 500
            add 1 to StandardCount
            move RS-StandardType to ST-StandardType(StandardCount)
            move RS-FromStationCode to ST-FromStationCode(StandardCount)
            move RS-ToStationCode to ST-ToStationCode(StandardCount)
            move RS-UnitClass to ST-UnitClass(StandardCount)
            move RS-MinimumMinutes to ST-MinimumMinutes(StandardCount)
        end-if
        perform ReadNextStandard
    end-perform

    close SectionalStandardFile
    .

ReadNextStandard section.
    read SectionalStandardFile
        at end set SectionalStandardFileAtEnd to true
    end-read
    .

LoadTrainUnitClasses section.
    perform varying CheckTrain from 1 by 1 until CheckTrain is greater than 40
        move zero to TU-DiagramDate(CheckTrain)
        move spaces to TU-UnitNumber(CheckTrain)
        move spaces to TU-UnitClass(CheckTrain)
    end-perform

    *> no diagrams or no fleet file just leaves every class unknown -
    *> the general standards still apply to every train
    set FleetFileAtEnd to false
    open input FleetFile
    if not FleetFileOk
        exit section
    end-if
    perform ReadNextFleetUnit
    perform until FleetFileAtEnd
        if FleetUnitCount is less than 60
            add 1 to FleetUnitCount
            move FU-UnitNumber to FL-UnitNumber(FleetUnitCount)
            move FU-UnitClass to FL-UnitClass(FleetUnitCount)
        end-if
        perform ReadNextFleetUnit
    end-perform
    close FleetFile

    set DiagramFileAtEnd to false
    open input DiagramFile
    if not DiagramFileOk
        exit section
    end-if
    perform ReadNextDiagramRecord
    perform until DiagramFileAtEnd
        if DG-TrainNumber is greater than or equal to 1
                and DG-TrainNumber is less than or equal to 40
                and DG-DiagramDate is not less than TU-DiagramDate(DG-TrainNumber)
            move DG-DiagramDate to TU-DiagramDate(DG-TrainNumber)
            move DG-UnitNumber to TU-UnitNumber(DG-TrainNumber)
        end-if
        perform ReadNextDiagramRecord
    end-perform
    close DiagramFile

    perform varying CheckTrain from 1 by 1 until CheckTrain is greater than 40
        perform varying FleetSlot from 1 by 1 until FleetSlot is greater than FleetUnitCount
            if TU-UnitNumber(CheckTrain) is not equal to spaces
                    and FL-UnitNumber(FleetSlot) is equal to TU-UnitNumber(CheckTrain)
                move FL-UnitClass(FleetSlot) to TU-UnitClass(CheckTrain)
            end-if
        end-perform
    end-perform
    .

ReadNextFleetUnit section.
    read FleetFile
        at end set FleetFileAtEnd to true
    end-read
    .

ReadNextDiagramRecord section.
    read DiagramFile
        at end set DiagramFileAtEnd to true
    end-read
    .

CheckOneTimeTableFile section.
    call "LoadNamedRouteTimeTable" using TimeTableFileName, RouteTimeTable, LoadStatusCode
    if not LoadedOk
        move zero to ExceptionTrain
        move spaces to ExceptionStationName
        move "FILE NOT AVAILABLE" to ExceptionReason
        perform WriteExceptionLine
        add 1 to FilesNotAvailable
        exit section
    end-if

    perform CheckTrainRunningTimes
        varying CheckTrain from 1 by 1 until CheckTrain is greater than TrainCount
    perform CheckSectionHeadways
        varying CheckSequence from 1 by 1 until CheckSequence is not less than StationCount
    .

CheckTrainRunningTimes section.
    *> each stretch between one calling point and the next is one
    *> timed run - stations passed on the way have no usable time, so
    *> the standard for the stretch is the sum of its sections
    move zero to PriorSequence
    perform varying CheckSequence from 1 by 1 until CheckSequence is greater than StationCount
        if TrainCallsAtStation(CheckTrain, CheckSequence)
            if PriorSequence is greater than zero
                perform CheckOneTimedRun
            end-if
            move CheckSequence to PriorSequence
        end-if
    end-perform
    .

CheckOneTimedRun section.
    if TrainRunsDown(CheckTrain)
        move CheckSequence to FromSequence
        move PriorSequence to ToSequence
    else
        move PriorSequence to FromSequence
        move CheckSequence to ToSequence
    end-if

    add 1 to SectionsChecked
    move TU-UnitClass(CheckTrain) to LookupUnitClass
    move "R" to LookupStandardType

    *> a standard for the whole stretch wins; otherwise add up the
    *> standards for each adjacent section it runs through
    move StationCode(FromSequence) to LookupFromCode
    move StationCode(ToSequence) to LookupToCode
    perform FindStandard
    if StandardFound
        move FoundStandardMinutes to RequiredMinutes
    else
        move zero to RequiredMinutes
        set SectionFullyStandardised to true
        perform varying PieceSequence from PriorSequence by 1
                until PieceSequence is not less than CheckSequence
            compute NextSequence = PieceSequence + 1
            move StationCode(PieceSequence) to LookupFromCode
            move StationCode(NextSequence) to LookupToCode
            perform FindStandard
            if StandardFound
                add FoundStandardMinutes to RequiredMinutes
            else
                set SectionFullyStandardised to false
            end-if
        end-perform
        if not SectionFullyStandardised
            add 1 to SectionsWithoutStandard
            exit section
        end-if
    end-if

    compute FromTimeInMinutes =
        TrainTimeHH(CheckTrain, FromSequence) * 60 + TrainTimeMM(CheckTrain, FromSequence)
    compute ToTimeInMinutes =
        TrainTimeHH(CheckTrain, ToSequence) * 60 + TrainTimeMM(CheckTrain, ToSequence)
    compute RunningMinutes = ToTimeInMinutes - FromTimeInMinutes
    *> a run across midnight reads as negative on the clock
    if RunningMinutes is less than zero
        add 1440 to RunningMinutes
    end-if

    if RunningMinutes is less than RequiredMinutes
        add 1 to RunningTimeBreaches
        move RunningMinutes to EditMinutes
        move RequiredMinutes to EditStandard
        move spaces to ExceptionReason
        string "RUNS " delimited by size
                StationCode(FromSequence) delimited by size
                "-" delimited by size
                StationCode(ToSequence) delimited by size
                " IN" delimited by size
                EditMinutes delimited by size
                " MIN, STANDARD" delimited by size
                EditStandard delimited by size
            into ExceptionReason
        move CheckTrain to ExceptionTrain
        move StationName(FromSequence) to ExceptionStationName
        perform WriteExceptionLine
    end-if
    .

FindStandard section.
    *> a section holds both ways, so either order of its ends matches.
    *> a running time for the train's own class beats the general
    *> one; a train of unknown class falls back on the general one,
    *> and failing that on the quickest any class is allowed
    set StandardFound to false
    set ClassStandardFound to false
    set GeneralStandardFound to false
    set OtherClassStandardFound to false
    perform varying StandardSlot from 1 by 1 until StandardSlot is greater than StandardCount
        if ST-StandardType(StandardSlot) is equal to LookupStandardType
                and ((ST-FromStationCode(StandardSlot) is equal to LookupFromCode
                        and ST-ToStationCode(StandardSlot) is equal to LookupToCode)
                    or (ST-FromStationCode(StandardSlot) is equal to LookupToCode
                        and ST-ToStationCode(StandardSlot) is equal to LookupFromCode))
            evaluate true
                when ST-UnitClass(StandardSlot) is equal to spaces
                    set GeneralStandardFound to true
                    move ST-MinimumMinutes(StandardSlot) to GeneralStandardMinutes
                when LookupUnitClass is not equal to spaces
                        and ST-UnitClass(StandardSlot) is equal to LookupUnitClass
                    set ClassStandardFound to true
                    move ST-MinimumMinutes(StandardSlot) to ClassStandardMinutes
                when other
                    if not OtherClassStandardFound
                            or ST-MinimumMinutes(StandardSlot) is less than OtherClassStandardMinutes
                        move ST-MinimumMinutes(StandardSlot) to OtherClassStandardMinutes
                    end-if
                    set OtherClassStandardFound to true
            end-evaluate
        end-if
    end-perform

    evaluate true
        when ClassStandardFound
            move ClassStandardMinutes to FoundStandardMinutes
            set StandardFound to true
        when GeneralStandardFound
            move GeneralStandardMinutes to FoundStandardMinutes
            set StandardFound to true
        when OtherClassStandardFound and LookupUnitClass is equal to spaces
            move OtherClassStandardMinutes to FoundStandardMinutes
            set StandardFound to true
    end-evaluate
    .

CheckSectionHeadways section.
    *> one adjacent section at a time: every pair of trains running
    *> the same way that call at both its ends must be the headway
    *> apart where they enter it and where they leave it, and the one
    *> behind may not come out in front
    compute NextSequence = CheckSequence + 1
    move "H" to LookupStandardType
    move spaces to LookupUnitClass
    move StationCode(CheckSequence) to LookupFromCode
    move StationCode(NextSequence) to LookupToCode
    perform FindStandard
    if not StandardFound
        exit section
    end-if

    perform varying CheckTrain from 1 by 1 until CheckTrain is greater than TrainCount
        perform varying OtherTrain from 1 by 1 until OtherTrain is greater than TrainCount
            if OtherTrain is greater than CheckTrain
                    and TrainDirection(CheckTrain) is equal to TrainDirection(OtherTrain)
                    and TrainCallsAtStation(CheckTrain, CheckSequence)
                    and TrainCallsAtStation(CheckTrain, NextSequence)
                    and TrainCallsAtStation(OtherTrain, CheckSequence)
                    and TrainCallsAtStation(OtherTrain, NextSequence)
                perform CheckOneHeadwayPair
            end-if
        end-perform
    end-perform
    .

CheckOneHeadwayPair section.
    if TrainRunsDown(CheckTrain)
        move NextSequence to EntrySequence
        move CheckSequence to ExitSequence
    else
        move CheckSequence to EntrySequence
        move NextSequence to ExitSequence
    end-if

    move EntrySequence to PieceSequence
    perform MeasureTrainGap
    move GapMinutes to EntryGapMinutes
    move ExitSequence to PieceSequence
    perform MeasureTrainGap
    move GapMinutes to ExitGapMinutes

    if function abs(EntryGapMinutes) is less than FoundStandardMinutes
            or function abs(ExitGapMinutes) is less than FoundStandardMinutes
            or (EntryGapMinutes is less than zero and ExitGapMinutes is greater than zero)
            or (EntryGapMinutes is greater than zero and ExitGapMinutes is less than zero)
        add 1 to HeadwayBreaches
        if function abs(EntryGapMinutes) is less than function abs(ExitGapMinutes)
            move function abs(EntryGapMinutes) to EditMinutes
        else
            move function abs(ExitGapMinutes) to EditMinutes
        end-if
        move FoundStandardMinutes to EditStandard
        move OtherTrain to EditOtherTrain
        move spaces to ExceptionReason
        string "HEADWAY " delimited by size
                StationCode(EntrySequence) delimited by size
                "-" delimited by size
                StationCode(ExitSequence) delimited by size
                EditMinutes delimited by size
                "/" delimited by size
                EditStandard delimited by size
                " MIN TRAIN" delimited by size
                EditOtherTrain delimited by size
            into ExceptionReason
        move CheckTrain to ExceptionTrain
        move StationName(EntrySequence) to ExceptionStationName
        perform WriteExceptionLine
    end-if
    .

MeasureTrainGap section.
    *> other train's time less this train's at one end of the section,
    *> folded across midnight into the nearer of the two readings
    compute TimeInMinutes =
        TrainTimeHH(CheckTrain, PieceSequence) * 60 + TrainTimeMM(CheckTrain, PieceSequence)
    compute OtherTimeInMinutes =
        TrainTimeHH(OtherTrain, PieceSequence) * 60 + TrainTimeMM(OtherTrain, PieceSequence)
    compute GapMinutes = OtherTimeInMinutes - TimeInMinutes
    if GapMinutes is greater than 720
        subtract 1440 from GapMinutes
    end-if
    if GapMinutes is less than -720
        add 1440 to GapMinutes
    end-if
    .

WriteExceptionLine section.
    move TimeTableFileName to DetailFileName
    move ExceptionTrain to DetailTrainNumber
    move ExceptionStationName to DetailStationName
    move ExceptionReason to DetailReason
    write PlanningRulesReportLine from DetailLine
    .

end program TimetablePlanningRulesCheck.
