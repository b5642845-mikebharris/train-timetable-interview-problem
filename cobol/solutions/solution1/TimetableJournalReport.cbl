identification division.
program-id. TimetableJournalReport.

environment division.
configuration section.
    repository.
        function all intrinsic.
input-output section.
    file-control.
        select ParameterFile assign to "TJRNPARM"
            organization is line sequential
            file status is ParameterFileStatus.
        select TimetableJournalFile assign to "TTJOURNL"
            organization is indexed
            access mode is sequential
            record key is TJ-JournalReference
            file status is TimetableJournalFileStatus.
        select JournalReportFile assign to "TTJRNRPT"
            organization is line sequential
            file status is JournalReportFileStatus.

data division.
file section.
fd ParameterFile.
copy TimetableJournalParameterRecord.

fd TimetableJournalFile.
copy TimetableJournalRecord.

fd JournalReportFile.
01 JournalReportLine pic x(132).

working-storage section.
*> a journal image laid out in the master's own fields for printing
copy TimeTableFileRecord
    replacing ==TimeTableFileRecord== by ==ShownCallingPoint==
              ==TimeTableKey== by ==ShownKey==
              leading ==TT-== by ==CP-==.

01 ParameterFileStatus pic xx.
    88 ParameterFileOk value "00".

01 TimetableJournalFileStatus pic xx.
    88 TimetableJournalFileOk value "00".

01 filler pic 9 binary.
    88 TimetableJournalFileAtEnd value 1 when set to false is 0.

01 JournalReportFileStatus pic xx.
    88 JournalReportFileOk value "00".

01 TodaysDate pic 9(08).
01 ReportFromDate pic 9(08) value zero.
01 ReportToDate pic 9(08) value zero.
01 DecidedDate pic 9(08).

01 ChangesListed pic 9(05) value zero.
01 ChangesRejected pic 9(05) value zero.
01 ChangesStillPending pic 9(05) value zero.

01 TitleLine.
    02 filler pic x(41) value "Timetable changes approved - journal for ".
    02 TitleFromDate pic 9(08).
    02 filler pic x(04) value " to ".
    02 TitleToDate pic 9(08).

01 HeadingLine pic x(132)
    value "Approved       Timetable Stn Train Change  Keyed by Keyed at       Approved by".

01 DetailLine.
    02 DetailDecidedTimestamp pic 9(14).
    02 filler pic x value space.
    02 DetailTimeTableFileName pic x(08).
    02 filler pic x(02) value spaces.
    02 DetailStationCode pic x(03).
    02 filler pic x value space.
    02 DetailTrainNumber pic zzz9.
    02 filler pic x(02) value spaces.
    02 DetailChangeType pic x(06).
    02 filler pic x(02) value spaces.
    02 DetailEnteredBy pic x(08).
    02 filler pic x value space.
    02 DetailEnteredTimestamp pic 9(14).
    02 filler pic x value space.
    02 DetailDecidedBy pic x(08).

01 ImageLine.
    02 filler pic x(04) value spaces.
    02 ImageLabel pic x(08).
    02 ImageStationName pic x(20).
    02 filler pic x(05) value " seq ".
    02 ImageStationSequence pic z9.
    02 filler pic x(04) value " at ".
    02 ImageTrainTimeHH pic 99.
    02 ImageTrainTimeMM pic 99.
    02 filler pic x(06) value " plat ".
    02 ImagePlatform pic x(03).
    02 filler pic x(09) value " coaches ".
    02 ImageNumberOfCoaches pic z9.
    02 filler pic x(02) value " (".
    02 ImageFirstClassCoaches pic z9.
    02 filler pic x(02) value "F ".
    02 ImageStandardClassCoaches pic z9.
    02 filler pic x(13) value "S) step-free ".
    02 ImageStationAccessible pic x.
    02 filler pic x(10) value " catering ".
    02 ImageCateringAvailable pic x.
    02 filler pic x(07) value " calls ".
    02 ImageCallsAtStation pic x.
    02 filler pic x(11) value " direction ".
    02 ImageDirection pic x.

01 SummaryLine.
    02 filler pic x(18) value "Changes approved: ".
    02 SummaryChangesListed pic zzzz9.
    02 filler pic x(13) value "  Rejected: ".
    02 SummaryChangesRejected pic zzzz9.
    02 filler pic x(30) value "  Still pending approval:    ".
    02 SummaryChangesStillPending pic zzzz9.

01 BlankLine pic x(132) value spaces.

procedure division.
Main section.
    move function current-date(1:8) to TodaysDate

    *> no control card means the office wants the last week's changes
    open input ParameterFile
    if ParameterFileOk
        read ParameterFile
            at end continue
            not at end
                if JQ-FromDate is numeric and JQ-FromDate is greater than zero
                    move JQ-FromDate to ReportFromDate
                end-if
                if JQ-ToDate is numeric and JQ-ToDate is greater than zero
                    move JQ-ToDate to ReportToDate
                end-if
        end-read
        close ParameterFile
    end-if
    if ReportToDate is equal to zero
        move TodaysDate to ReportToDate
    end-if
    if ReportFromDate is equal to zero
        compute ReportFromDate =
            function date-of-integer(function integer-of-date(ReportToDate) - 6)
    end-if

    open output JournalReportFile
    if not JournalReportFileOk
        display "Timetable journal report: could not open the report"
        move 8 to return-code
        goback
    end-if

    move ReportFromDate to TitleFromDate
    move ReportToDate to TitleToDate
    write JournalReportLine from TitleLine
    write JournalReportLine from BlankLine
    write JournalReportLine from HeadingLine

    *> no journal means no change has ever been keyed at the screen -
    *> the report goes out saying so with nothing listed
    open input TimetableJournalFile
    if TimetableJournalFileOk
        set TimetableJournalFileAtEnd to false
        perform until TimetableJournalFileAtEnd
            read TimetableJournalFile next record
                at end set TimetableJournalFileAtEnd to true
                not at end perform ReportOneJournalEntry
            end-read
        end-perform
        close TimetableJournalFile
    end-if

    write JournalReportLine from BlankLine
    move ChangesListed to SummaryChangesListed
    move ChangesRejected to SummaryChangesRejected
    move ChangesStillPending to SummaryChangesStillPending
    write JournalReportLine from SummaryLine

    close JournalReportFile
    goback.

ReportOneJournalEntry section.
    if TJ-ChangePending
        add 1 to ChangesStillPending
        exit section
    end-if

    *> a change takes effect on the master the moment it is approved,
    *> so the range is on the approval date, not when it was keyed
    move TJ-DecidedTimestamp(1:8) to DecidedDate
    if DecidedDate is less than ReportFromDate or DecidedDate is greater than ReportToDate
        exit section
    end-if
    if TJ-ChangeRejected
        add 1 to ChangesRejected
        exit section
    end-if

    add 1 to ChangesListed
    move TJ-DecidedTimestamp to DetailDecidedTimestamp
    move TJ-TimeTableFileName to DetailTimeTableFileName
    move TJ-StationCode to DetailStationCode
    move TJ-TrainNumber to DetailTrainNumber
    evaluate true
        when TJ-CallingPointAdded move "ADD" to DetailChangeType
        when TJ-CallingPointChanged move "CHANGE" to DetailChangeType
        when TJ-CallingPointDeleted move "DELETE" to DetailChangeType
    end-evaluate
    move TJ-EnteredBy to DetailEnteredBy
    move TJ-EnteredTimestamp to DetailEnteredTimestamp
    move TJ-DecidedBy to DetailDecidedBy
    write JournalReportLine from DetailLine

    if TJ-BeforeImage is not equal to spaces
        move "Before: " to ImageLabel
        move TJ-BeforeImage to ShownCallingPoint
        perform WriteImageLine
    end-if
    if TJ-AfterImage is not equal to spaces
        move "After:  " to ImageLabel
        move TJ-AfterImage to ShownCallingPoint
        perform WriteImageLine
    end-if
    .

WriteImageLine section.
    move CP-StationName to ImageStationName
    move CP-StationSequence to ImageStationSequence
    move CP-TrainTimeHH to ImageTrainTimeHH
    move CP-TrainTimeMM to ImageTrainTimeMM
    move CP-Platform to ImagePlatform
    move CP-NumberOfCoaches to ImageNumberOfCoaches
    move CP-FirstClassCoaches to ImageFirstClassCoaches
    move CP-StandardClassCoaches to ImageStandardClassCoaches
    move CP-StationAccessible to ImageStationAccessible
    move CP-CateringAvailable to ImageCateringAvailable
    move CP-CallsAtStation to ImageCallsAtStation
    move CP-Direction to ImageDirection
    write JournalReportLine from ImageLine
    .

end program TimetableJournalReport.
