identification division.
program-id. CrewKnowledgeCheck.

environment division.
configuration section.
    repository.
        function all intrinsic.
input-output section.
    file-control.
        select CrewRosterFile assign to "ROSTER"
            organization is line sequential
            file status is CrewRosterFileStatus.
        select CrewCompetencyFile assign to "COMPETNC"
            organization is line sequential
            file status is CrewCompetencyFileStatus.
        select DiagramFile assign to "DIAGRAM"
            organization is line sequential
            file status is DiagramFileStatus.
        select FleetFile assign to "FLEET"
            organization is line sequential
            file status is FleetFileStatus.
        select KnowledgeExceptionFile assign to "KNOWEXC"
            organization is line sequential
            file status is KnowledgeExceptionFileStatus.

data division.
file section.
fd CrewRosterFile.
copy CrewRosterRecord.

fd CrewCompetencyFile.
copy CrewCompetencyRecord.

fd DiagramFile.
copy DiagramRecord.

fd FleetFile.
copy FleetUnitRecord.

fd KnowledgeExceptionFile.
01 KnowledgeExceptionLine pic x(80).

working-storage section.
copy RouteTimeTable.

01 CrewRosterFileStatus pic xx.
    88 CrewRosterFileOk value "00".

01 filler pic 9 binary.
    88 CrewRosterFileAtEnd value 1 when set to false is 0.

01 CrewCompetencyFileStatus pic xx.
    88 CrewCompetencyFileOk value "00".

01 filler pic 9 binary.
    88 CrewCompetencyFileAtEnd value 1 when set to false is 0.

01 DiagramFileStatus pic xx.
    88 DiagramFileOk value "00".

01 filler pic 9 binary.
    88 DiagramFileAtEnd value 1 when set to false is 0.

01 FleetFileStatus pic xx.
    88 FleetFileOk value "00".

01 filler pic 9 binary.
    88 FleetFileAtEnd value 1 when set to false is 0.

01 KnowledgeExceptionFileStatus pic xx.
    88 KnowledgeExceptionFileOk value "00".

01 filler pic 9 binary.
    88 TrainHasDiagram value 1 when set to false is 0.
01 filler pic 9 binary.
    88 UnitFoundInFleet value 1 when set to false is 0.
01 filler pic 9 binary.
    88 CompetenceCurrent value 1 when set to false is 0.
01 filler pic 9 binary.
    88 CompetenceLapsed value 1 when set to false is 0.

01 LoadStatusCode pic 99.
    88 LoadedOk value 0.

01 TodaysDate pic 9(08).

01 RosterEntryCount pic 9(03) value zero.
01 RosterEntries.
    02 RosterEntry occurs 80 times.
        03 RE-CrewId pic x(06).
        03 RE-Grade pic x.
        03 RE-TrainNumber pic 9(04).

*> every line of every card - the crew depot keeps a few hundred
*> competences between them
01 CompetencyCount pic 9(03) value zero.
01 Competencies.
    02 Competency occurs 400 times.
        03 KN-CrewId pic x(06).
        03 KN-CompetencyType pic x.
        03 KN-FromStation pic 99.
        03 KN-ToStation pic 99.
        03 KN-UnitClass pic x(03).
        03 KN-ExpiryDate pic 9(08).

01 DiagramEntryCount pic 99 value zero.
01 DiagramEntries.
    02 DiagramEntry occurs 40 times.
        03 DE-UnitNumber pic x(06).
        03 DE-TrainNumber pic 9(04).

01 FleetUnitCount pic 99 value zero.
01 FleetUnits.
    02 FleetUnit occurs 40 times.
        03 FL-UnitNumber pic x(06).
        03 FL-UnitClass pic x(03).

01 CheckTrain pic 9999.
01 RosterSlot pic 9(03).
01 CompetencySlot pic 9(03).
01 DiagramSlot pic 99.
01 FleetSlot pic 99.
01 WorkStation pic 99.
01 NextStation pic 99.

01 LookupStationCode pic x(03).
01 LookupStation pic 99.

01 FirstStationRun pic 99.
01 LastStationRun pic 99.
01 RangeLowStation pic 99.
01 RangeHighStation pic 99.

01 ExceptionsFound pic 9(05) value zero.
01 TurnsChecked pic 9(05) value zero.

01 ExceptionReason pic x(40).

01 HeadingLine pic x(80)
    value "Train Crew   G Unit   Reason".

01 DetailLine.
    02 DetailTrainNumber pic zzz9.
    02 filler pic x value space.
    02 DetailCrewId pic x(06).
    02 filler pic x value space.
    02 DetailGrade pic x.
    02 filler pic x value space.
    02 DetailUnitNumber pic x(06).
    02 filler pic x value space.
    02 DetailReason pic x(40).

01 SummaryLine.
    02 filler pic x(16) value "Trains checked: ".
    02 SummaryTurnsChecked pic zzzz9.
    02 filler pic x(05) value spaces.
    02 filler pic x(18) value "Exceptions found: ".
    02 SummaryExceptionsFound pic zzzz9.

procedure division.
Main section.
    move function current-date(1:8) to TodaysDate
    call "LoadRouteTimeTable" using RouteTimeTable, TodaysDate, LoadStatusCode
    if not LoadedOk
        display "Crew knowledge check: could not load today's timetable, status " LoadStatusCode
        move 8 to return-code
        goback
    end-if

    open output KnowledgeExceptionFile
    if not KnowledgeExceptionFileOk
        display "Crew knowledge check: could not open the exceptions report"
        move 8 to return-code
        goback
    end-if

    write KnowledgeExceptionLine from HeadingLine

    perform LoadCrewRoster
    perform LoadCompetencyFile
    perform LoadDiagramFile
    perform LoadFleetFile

    perform CheckCrewKnowledge
        varying RosterSlot from 1 by 1 until RosterSlot is greater than RosterEntryCount

    move RosterEntryCount to SummaryTurnsChecked
    move ExceptionsFound to SummaryExceptionsFound
    write KnowledgeExceptionLine from SummaryLine

    close KnowledgeExceptionFile

    *> a driver or guard out on a road or a unit they do not know is a
    *> safety-of-the-line matter, never a warning
    if ExceptionsFound is greater than zero
        move 8 to return-code
    end-if
    goback.

LoadCrewRoster section.
    set CrewRosterFileAtEnd to false
    open input CrewRosterFile
    if not CrewRosterFileOk
        display "Crew knowledge check: could not open the roster file"
        move 8 to return-code
        goback
    end-if

    perform ReadNextRosterRecord

    perform until CrewRosterFileAtEnd
        if CR-RosterDate is equal to TodaysDate
                and RosterEntryCount is less than 80
            add 1 to RosterEntryCount
            move CR-CrewId to RE-CrewId(RosterEntryCount)
            move CR-Grade to RE-Grade(RosterEntryCount)
            move CR-TrainNumber to RE-TrainNumber(RosterEntryCount)
        end-if
        perform ReadNextRosterRecord
    end-perform

    close CrewRosterFile
    .

ReadNextRosterRecord section.
    read CrewRosterFile
        at end set CrewRosterFileAtEnd to true
    end-read
    .

LoadCompetencyFile section.
    *> no competency file means nobody can be shown to know anything -
    *> the check cannot be passed on trust
    set CrewCompetencyFileAtEnd to false
    open input CrewCompetencyFile
    if not CrewCompetencyFileOk
        display "Crew knowledge check: could not open the crew competency file"
        move 8 to return-code
        goback
    end-if

    perform ReadNextCompetencyRecord

    perform until CrewCompetencyFileAtEnd
        if CompetencyCount is less than 400
            perform StoreCompetency
        end-if
        perform ReadNextCompetencyRecord
    end-perform

    close CrewCompetencyFile
    .

ReadNextCompetencyRecord section.
    read CrewCompetencyFile
        at end set CrewCompetencyFileAtEnd to true
    end-read
    .

StoreCompetency section.
    *> a stretch of route is held as the two station positions on
    *> today's route, so a train can be matched against it section by
    *> section - a stretch naming a station not on the route cannot
    *> cover any of it and is not kept
    move zero to LookupStation
    move zero to RangeLowStation
    move zero to RangeHighStation
    if CK-RouteKnowledge
        move CK-FromStationCode to LookupStationCode
        perform FindStationByCode
        move LookupStation to RangeLowStation
        move CK-ToStationCode to LookupStationCode
        perform FindStationByCode
        move LookupStation to RangeHighStation
        if RangeLowStation is equal to zero
                or RangeHighStation is equal to zero
            exit section
        end-if
        if RangeLowStation is greater than RangeHighStation
            move RangeHighStation to LookupStation
            move RangeLowStation to RangeHighStation
            move LookupStation to RangeLowStation
        end-if
    end-if

    add 1 to CompetencyCount
    move CK-CrewId to KN-CrewId(CompetencyCount)
    move CK-CompetencyType to KN-CompetencyType(CompetencyCount)
    move RangeLowStation to KN-FromStation(CompetencyCount)
    move RangeHighStation to KN-ToStation(CompetencyCount)
    move CK-UnitClass to KN-UnitClass(CompetencyCount)
    move CK-ExpiryDate to KN-ExpiryDate(CompetencyCount)
    .

FindStationByCode section.
    move zero to LookupStation
    perform varying WorkStation from 1 by 1
            until LookupStation is not equal to zero
                or WorkStation is greater than StationCount
        if StationCode(WorkStation) is equal to LookupStationCode
            move WorkStation to LookupStation
        end-if
    end-perform
    .

LoadDiagramFile section.
    set DiagramFileAtEnd to false
    open input DiagramFile
    if not DiagramFileOk
        display "Crew knowledge check: could not open the diagram file"
        move 8 to return-code
        goback
    end-if

    perform ReadNextDiagramRecord

    perform until DiagramFileAtEnd
        if DG-DiagramDate is equal to TodaysDate
                and DiagramEntryCount is less than 40
            add 1 to DiagramEntryCount
            move DG-UnitNumber to DE-UnitNumber(DiagramEntryCount)
            move DG-TrainNumber to DE-TrainNumber(DiagramEntryCount)
        end-if
        perform ReadNextDiagramRecord
    end-perform

    close DiagramFile
    .

ReadNextDiagramRecord section.
    read DiagramFile
        at end set DiagramFileAtEnd to true
    end-read
    .

LoadFleetFile section.
    set FleetFileAtEnd to false
    open input FleetFile
    if not FleetFileOk
        display "Crew knowledge check: could not open the fleet file"
        move 8 to return-code
        goback
    end-if

    perform ReadNextFleetUnit

    perform until FleetFileAtEnd
        if FleetUnitCount is less than 40
            add 1 to FleetUnitCount
            move FU-UnitNumber to FL-UnitNumber(FleetUnitCount)
            move FU-UnitClass to FL-UnitClass(FleetUnitCount)
        end-if
        perform ReadNextFleetUnit
    end-perform

    close FleetFile
    .

ReadNextFleetUnit section.
    read FleetFile
        at end set FleetFileAtEnd to true
    end-read
    .

CheckCrewKnowledge section.
    move RE-TrainNumber(RosterSlot) to CheckTrain
    move CheckTrain to DetailTrainNumber
    move RE-CrewId(RosterSlot) to DetailCrewId
    move RE-Grade(RosterSlot) to DetailGrade
    move spaces to DetailUnitNumber

    if CheckTrain is less than 1 or CheckTrain is greater than TrainCount
        move "TRAIN NOT IN TODAY'S TIMETABLE" to ExceptionReason
        perform WriteExceptionLine
        exit section
    end-if

    perform CheckRouteKnowledge
    perform CheckTractionKnowledge
    .

CheckRouteKnowledge section.
    *> the train runs over every section between its first and last
    *> shown times, stopping or not - unused calling points read zero
    move zero to FirstStationRun
    move zero to LastStationRun
    perform varying WorkStation from 1 by 1
            until WorkStation is greater than StationCount
        if TrainTimes(CheckTrain, WorkStation) is not equal to zero
            if FirstStationRun is equal to zero
                move WorkStation to FirstStationRun
            end-if
            move WorkStation to LastStationRun
        end-if
    end-perform

    if FirstStationRun is equal to zero
        exit section
    end-if

    perform CheckOneSection
        varying WorkStation from FirstStationRun by 1
        until WorkStation is greater than or equal to LastStationRun
    .

CheckOneSection section.
    compute NextStation = WorkStation + 1

    set CompetenceCurrent to false
    set CompetenceLapsed to false
    perform varying CompetencySlot from 1 by 1
            until CompetenceCurrent or CompetencySlot is greater than CompetencyCount
        if KN-CrewId(CompetencySlot) is equal to RE-CrewId(RosterSlot)
                and KN-CompetencyType(CompetencySlot) is equal to "R"
                and KN-FromStation(CompetencySlot) is less than or equal to WorkStation
                and KN-ToStation(CompetencySlot) is greater than or equal to NextStation
            if KN-ExpiryDate(CompetencySlot) is less than TodaysDate
                set CompetenceLapsed to true
            else
                set CompetenceCurrent to true
            end-if
        end-if
    end-perform

    if CompetenceCurrent
        exit section
    end-if

    move spaces to ExceptionReason
    if CompetenceLapsed
        string "ROUTE KNOWLEDGE LAPSED " delimited by size
                StationCode(WorkStation) delimited by size
                "-" delimited by size
                StationCode(NextStation) delimited by size
            into ExceptionReason
    else
        string "NO ROUTE KNOWLEDGE " delimited by size
                StationCode(WorkStation) delimited by size
                "-" delimited by size
                StationCode(NextStation) delimited by size
            into ExceptionReason
    end-if
    perform WriteExceptionLine
    .

CheckTractionKnowledge section.
    set TrainHasDiagram to false
    perform varying DiagramSlot from 1 by 1
            until TrainHasDiagram or DiagramSlot is greater than DiagramEntryCount
        if DE-TrainNumber(DiagramSlot) is equal to CheckTrain
            set TrainHasDiagram to true
        end-if
    end-perform

    *> without a unit on the train there is no traction to judge the
    *> crew against - it still cannot be let through unchecked
    if not TrainHasDiagram
        move "NO UNIT DIAGRAMMED - TRACTION UNCHECKED" to ExceptionReason
        perform WriteExceptionLine
        exit section
    end-if
    subtract 1 from DiagramSlot
    move DE-UnitNumber(DiagramSlot) to DetailUnitNumber

    set UnitFoundInFleet to false
    perform varying FleetSlot from 1 by 1
            until UnitFoundInFleet or FleetSlot is greater than FleetUnitCount
        if FL-UnitNumber(FleetSlot) is equal to DE-UnitNumber(DiagramSlot)
            set UnitFoundInFleet to true
        end-if
    end-perform

    if not UnitFoundInFleet
        move "UNIT NOT ON FLEET - TRACTION UNCHECKED" to ExceptionReason
        perform WriteExceptionLine
        exit section
    end-if
    subtract 1 from FleetSlot

    set CompetenceCurrent to false
    set CompetenceLapsed to false
    perform varying CompetencySlot from 1 by 1
            until CompetenceCurrent or CompetencySlot is greater than CompetencyCount
        if KN-CrewId(CompetencySlot) is equal to RE-CrewId(RosterSlot)
                and KN-CompetencyType(CompetencySlot) is equal to "T"
                and KN-UnitClass(CompetencySlot) is equal to FL-UnitClass(FleetSlot)
            if KN-ExpiryDate(CompetencySlot) is less than TodaysDate
                set CompetenceLapsed to true
            else
                set CompetenceCurrent to true
            end-if
        end-if
    end-perform

    if CompetenceCurrent
        exit section
    end-if

    move spaces to ExceptionReason
    if CompetenceLapsed
        string "TRACTION LAPSED CLASS " delimited by size
                FL-UnitClass(FleetSlot) delimited by size
            into ExceptionReason
    else
        string "NOT PASSED ON CLASS " delimited by size
                FL-UnitClass(FleetSlot) delimited by size
            into ExceptionReason
    end-if
    perform WriteExceptionLine
    .

WriteExceptionLine section.
    add 1 to ExceptionsFound
    move ExceptionReason to DetailReason
    write KnowledgeExceptionLine from DetailLine
    .

end program CrewKnowledgeCheck.
