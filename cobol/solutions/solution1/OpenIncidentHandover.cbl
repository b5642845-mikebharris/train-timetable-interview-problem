identification division.
program-id. OpenIncidentHandover.

environment division.
configuration section.
    repository.
        function all intrinsic.
input-output section.
    file-control.
        select IncidentFile assign to "INCIDENT"
            organization is line sequential
            file status is IncidentFileStatus.
        select HandoverReportFile assign to "INCOPEN"
            organization is line sequential
            file status is HandoverReportFileStatus.

data division.
file section.
fd IncidentFile.
copy IncidentRecord.

fd HandoverReportFile.
01 HandoverReportLine pic x(120).

working-storage section.
01 IncidentFileStatus pic xx.
    88 IncidentFileOk value "00".

01 filler pic 9 binary.
    88 IncidentFileAtEnd value 1 when set to false is 0.

01 HandoverReportFileStatus pic xx.
    88 HandoverReportFileOk value "00".

01 filler pic 9 binary.
    88 IncidentStillOpen value 1 when set to false is 0.

01 TodaysDate pic 9(08).
01 OtherTrainSlot pic 9.
01 TrainsListedAt pic 9(03).

01 IncidentsOpen pic 9(05) value zero.
01 IncidentsClosed pic 9(05) value zero.

01 TitleLine.
    02 filler pic x(42) value "Open incidents for controller hand-over - ".
    02 TitleDate pic 9(08).

01 HeadingLine pic x(120)
    value "Incident Cause Description                    Open since Location             Trains".

01 DetailLine.
    02 DetailReference pic x(08).
    02 filler pic x(03) value spaces.
    02 DetailCauseCode pic x.
    02 filler pic x(03) value spaces.
    02 DetailDescription pic x(30).
    02 filler pic x value space.
    02 DetailFromDate pic 9(08).
    02 filler pic x(03) value spaces.
    02 DetailStationName pic x(20).
    02 filler pic x value space.
    02 DetailTrains pic x(40).

01 UpdateLine.
    02 filler pic x(15) value spaces.
    02 filler pic x(08) value "Latest: ".
    02 UpdateText pic x(40).
    02 UpdateReopened pic x(20).

01 DisplayTrain pic zzz9.

01 SummaryLine.
    02 filler pic x(16) value "Still open:     ".
    02 SummaryIncidentsOpen pic zzzz9.
    02 filler pic x(16) value "  Closed:       ".
    02 SummaryIncidentsClosed pic zzzz9.

01 NoIncidentsLine pic x(120)
    value "No incident is open on the register".

01 BlankLine pic x(120) value spaces.

procedure division.
Main section.
    move function current-date(1:8) to TodaysDate

    open output HandoverReportFile
    if not HandoverReportFileOk
        display "Open incident hand-over: could not open the hand-over list"
        move 8 to return-code
        goback
    end-if

    move TodaysDate to TitleDate
    write HandoverReportLine from TitleLine
    write HandoverReportLine from BlankLine
    write HandoverReportLine from HeadingLine

    *> no register means control has never logged an incident - the
    *> list goes out saying nothing is open
    set IncidentFileAtEnd to false
    open input IncidentFile
    if IncidentFileOk
        perform until IncidentFileAtEnd
            read IncidentFile
                at end set IncidentFileAtEnd to true
                not at end perform ListIncidentIfOpen
            end-read
        end-perform
        close IncidentFile
    end-if

    write HandoverReportLine from BlankLine
    if IncidentsOpen is equal to zero
        write HandoverReportLine from NoIncidentsLine
    end-if
    move IncidentsOpen to SummaryIncidentsOpen
    move IncidentsClosed to SummaryIncidentsClosed
    write HandoverReportLine from SummaryLine

    close HandoverReportFile
    goback.

ListIncidentIfOpen section.
    *> the log marks an incident open until it is closed; a line
    *> from before the log is open while its dates still run
    set IncidentStillOpen to false
    evaluate true
        when IN-IncidentOpen
            set IncidentStillOpen to true
        when IN-IncidentClosed
            continue
        when IN-ToDate is not less than TodaysDate
            set IncidentStillOpen to true
    end-evaluate
    if not IncidentStillOpen
        add 1 to IncidentsClosed
        exit section
    end-if

    add 1 to IncidentsOpen
    move IN-IncidentReference to DetailReference
    move IN-CauseCode to DetailCauseCode
    move IN-Description to DetailDescription
    move IN-FromDate to DetailFromDate
    if IN-StationName is equal to spaces
        move "ANYWHERE" to DetailStationName
    else
        move IN-StationName to DetailStationName
    end-if

    move spaces to DetailTrains
    if IN-TrainNumber is equal to zero
        move "EVERY TRAIN" to DetailTrains
    else
        move IN-TrainNumber to DisplayTrain
        move DisplayTrain to DetailTrains(1:4)
        move 6 to TrainsListedAt
        if IN-OtherTrainsAffected is numeric
            perform varying OtherTrainSlot from 1 by 1 until OtherTrainSlot is greater than 5
                if IN-OtherTrainNumber(OtherTrainSlot) is not equal to zero
                    move IN-OtherTrainNumber(OtherTrainSlot) to DisplayTrain
                    move DisplayTrain to DetailTrains(TrainsListedAt:4)
                    add 5 to TrainsListedAt
                end-if
            end-perform
        end-if
    end-if
    write HandoverReportLine from DetailLine

    if IN-LatestUpdate is not equal to spaces
        move IN-LatestUpdate to UpdateText
        move spaces to UpdateReopened
        if IN-TimesReopened is numeric and IN-TimesReopened is greater than zero
            move " (RE-OPENED)" to UpdateReopened
        end-if
        write HandoverReportLine from UpdateLine
    end-if
    .

end program OpenIncidentHandover.
