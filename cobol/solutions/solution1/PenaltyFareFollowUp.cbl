identification division.
program-id. PenaltyFareFollowUp.

environment division.
configuration section.
    repository.
        function all intrinsic.
input-output section.
    file-control.
        select PenaltyFareFile assign to "PENALTY"
            organization is indexed
            access mode is dynamic
            record key is PN-NoticeNumber
            file status is PenaltyFareFileStatus.
        select UnpaidListingFile assign to "PENUNPD"
            organization is line sequential
            file status is UnpaidListingFileStatus.
        select ReminderLetterFile assign to "PENLETR"
            organization is line sequential
            file status is ReminderLetterFileStatus.
        select ProsecutionFile assign to "PROSECUT"
            organization is line sequential
            file status is ProsecutionFileStatus.

data division.
file section.
fd PenaltyFareFile.
copy PenaltyFareRecord.

fd UnpaidListingFile.
01 UnpaidListingLine pic x(100).

fd ReminderLetterFile.
01 ReminderLetterLine pic x(80).

*> the prosecutions office takes the whole notice as it stands on the
*> ledger - passenger, journey, amount and what has been paid
fd ProsecutionFile.
copy PenaltyFareRecord
    replacing ==PenaltyFareRecord== by ==ProsecutionRecord==
              leading ==PN-== by ==PS-==.

working-storage section.
01 PenaltyFareFileStatus pic xx.
    88 PenaltyFareFileOk value "00".

01 filler pic 9 binary.
    88 PenaltyFareFileAtEnd value 1 when set to false is 0.

01 UnpaidListingFileStatus pic xx.
    88 UnpaidListingFileOk value "00".

01 ReminderLetterFileStatus pic xx.
    88 ReminderLetterFileOk value "00".

01 ProsecutionFileStatus pic xx.
    88 ProsecutionFileOk value "00".

01 TodaysDate pic 9(08).

*> a notice is chased once it has gone this long unpaid, and passed
*> for prosecution once it has gone this long again after the
*> reminder without being settled
01 ReminderDays pic 9(03) value 21.
01 ProsecutionDaysAfterReminder pic 9(03) value 21.

01 ClockStartDate pic 9(08).
01 DaysUnpaid pic s9(05) comp.
01 DaysSinceReminder pic s9(05) comp.
01 AmountOutstanding pic 9(4)v99.

01 FollowUpAction pic x(20).

01 NoticesRead pic 9(06) value zero.
01 NoticesUnpaid pic 9(05) value zero.
01 RemindersSent pic 9(05) value zero.
01 NoticesProsecuted pic 9(05) value zero.
01 TotalOutstanding pic 9(7)v99 value zero.

01 TitleLine.
    02 filler pic x(38) value "Penalty fares unpaid after 21 days - ".
    02 TitleRunDate pic 9(08).

01 HeadingLine pic x(100)
    value "Notice   Issued   Train Passenger                      Penalty   Owing    Days Action".

01 DetailLine.
    02 DetailNoticeNumber pic 9(08).
    02 filler pic x value space.
    02 DetailIssueDate pic 9(08).
    02 filler pic x value space.
    02 DetailTrainNumber pic zzz9.
    02 filler pic x(02) value spaces.
    02 DetailPassengerName pic x(30).
    02 filler pic x value space.
    02 DetailPenaltyAmount pic zzzz9.99.
    02 filler pic x value space.
    02 DetailAmountOutstanding pic zzzz9.99.
    02 filler pic x value space.
    02 DetailDaysUnpaid pic zzz9.
    02 filler pic x value space.
    02 DetailAction pic x(20).

01 SummaryLine.
    02 filler pic x(08) value "Unpaid: ".
    02 SummaryNoticesUnpaid pic zzzz9.
    02 filler pic x(13) value "  Reminders: ".
    02 SummaryRemindersSent pic zzzz9.
    02 filler pic x(16) value "  Prosecutions: ".
    02 SummaryNoticesProsecuted pic zzzz9.
    02 filler pic x(09) value "  Owing: ".
    02 SummaryTotalOutstanding pic zzzzzz9.99.

01 LetterDateLine.
    02 filler pic x(50) value spaces.
    02 LetterDate pic 9(08).

01 LetterReferenceLine.
    02 filler pic x(28) value "Penalty fare notice number ".
    02 LetterNoticeNumber pic 9(08).

01 LetterJourneyLine.
    02 filler pic x(10) value "Issued on ".
    02 LetterIssueDate pic 9(08).
    02 filler pic x(10) value " on train ".
    02 LetterTrainNumber pic zzz9.
    02 filler pic x(06) value " from ".
    02 LetterStartName pic x(20).

01 LetterDestinationLine.
    02 filler pic x(03) value "to ".
    02 LetterEndName pic x(20).

01 LetterAmountLine.
    02 filler pic x(30) value "The amount still owing is ".
    02 LetterAmountOutstanding pic zzz9.99.

01 LetterWarningLine1 pic x(80)
    value "Unless this is paid or an appeal lodged within 21 days of this letter,".
01 LetterWarningLine2 pic x(80)
    value "the notice will be passed to the prosecutions office without further notice.".

01 LetterEndLine pic x(80) value all "-".

01 BlankLine pic x(100) value spaces.

procedure division.
Main section.
    move function current-date(1:8) to TodaysDate

    open i-o PenaltyFareFile
    if not PenaltyFareFileOk
        *> no ledger means no notice has ever been issued - nothing
        *> can be owing
        goback
    end-if

    open output UnpaidListingFile
    if not UnpaidListingFileOk
        display "Penalty fare follow-up: could not open the unpaid listing"
        move 8 to return-code
        goback
    end-if

    open output ReminderLetterFile
    if not ReminderLetterFileOk
        display "Penalty fare follow-up: could not open the reminder letters file"
        move 8 to return-code
        goback
    end-if

    *> the prosecutions office works each month's file off as a batch,
    *> so it appends rather than losing a month not yet collected
    open extend ProsecutionFile
    if not ProsecutionFileOk
        open output ProsecutionFile
    end-if
    if not ProsecutionFileOk
        display "Penalty fare follow-up: could not open the prosecution file"
        move 8 to return-code
        goback
    end-if

    move TodaysDate to TitleRunDate
    write UnpaidListingLine from TitleLine
    write UnpaidListingLine from BlankLine
    write UnpaidListingLine from HeadingLine

    set PenaltyFareFileAtEnd to false
    move zero to PN-NoticeNumber
    start PenaltyFareFile key is greater than PN-NoticeNumber
        invalid key set PenaltyFareFileAtEnd to true
    end-start

    perform until PenaltyFareFileAtEnd
        read PenaltyFareFile next record
            at end set PenaltyFareFileAtEnd to true
            not at end
                add 1 to NoticesRead
                perform FollowUpOneNotice
        end-read
    end-perform

    close PenaltyFareFile
    close ReminderLetterFile
    close ProsecutionFile

    write UnpaidListingLine from BlankLine
    move NoticesUnpaid to SummaryNoticesUnpaid
    move RemindersSent to SummaryRemindersSent
    move NoticesProsecuted to SummaryNoticesProsecuted
    move TotalOutstanding to SummaryTotalOutstanding
    write UnpaidListingLine from SummaryLine

    close UnpaidListingFile
    goback.

FollowUpOneNotice section.
    *> only a notice still owing is chased - paid, cancelled, under
    *> appeal or already with the prosecutions office are all left be
    if not PN-NoticeOutstanding
        exit section
    end-if

    *> a dismissed appeal restarts the clock from the day it was
    *> decided - the passenger cannot be chased for the weeks the
    *> appeal was being heard
    move PN-IssueDate to ClockStartDate
    if PN-AppealDecidedDate is greater than ClockStartDate
        move PN-AppealDecidedDate to ClockStartDate
    end-if

    compute DaysUnpaid = function integer-of-date(TodaysDate)
        - function integer-of-date(ClockStartDate)
    if DaysUnpaid is less than or equal to ReminderDays
        exit section
    end-if

    compute AmountOutstanding = PN-PenaltyAmount - PN-AmountPaid

    if PN-ReminderSentDate is equal to zero
        perform WriteReminderLetter
        move TodaysDate to PN-ReminderSentDate
        move "REMINDER SENT" to FollowUpAction
        add 1 to RemindersSent
    else
        compute DaysSinceReminder = function integer-of-date(TodaysDate)
            - function integer-of-date(PN-ReminderSentDate)
        if DaysSinceReminder is greater than ProsecutionDaysAfterReminder
            set PN-NoticeProsecuted to true
            move TodaysDate to PN-ProsecutionDate
            move PenaltyFareRecord to ProsecutionRecord
            write ProsecutionRecord
            move "PASSED TO PROSECUTE" to FollowUpAction
            add 1 to NoticesProsecuted
        else
            move "AWAITING REPLY" to FollowUpAction
        end-if
    end-if

    rewrite PenaltyFareRecord
        invalid key
            display "Penalty fare follow-up: could not rewrite notice " PN-NoticeNumber
            move 8 to return-code
    end-rewrite

    add 1 to NoticesUnpaid
    add AmountOutstanding to TotalOutstanding

    move PN-NoticeNumber to DetailNoticeNumber
    move PN-IssueDate to DetailIssueDate
    move PN-TrainNumber to DetailTrainNumber
    move PN-PassengerName to DetailPassengerName
    move PN-PenaltyAmount to DetailPenaltyAmount
    move AmountOutstanding to DetailAmountOutstanding
    move DaysUnpaid to DetailDaysUnpaid
    move FollowUpAction to DetailAction
    write UnpaidListingLine from DetailLine
    .

WriteReminderLetter section.
    move TodaysDate to LetterDate
    write ReminderLetterLine from LetterDateLine
    write ReminderLetterLine from PN-PassengerName
    write ReminderLetterLine from PN-AddressLine(1)
    if PN-AddressLine(2) is not equal to spaces
        write ReminderLetterLine from PN-AddressLine(2)
    end-if
    if PN-AddressLine(3) is not equal to spaces
        write ReminderLetterLine from PN-AddressLine(3)
    end-if
    write ReminderLetterLine from PN-Postcode
    write ReminderLetterLine from BlankLine

    move PN-NoticeNumber to LetterNoticeNumber
    write ReminderLetterLine from LetterReferenceLine
    move PN-IssueDate to LetterIssueDate
    move PN-TrainNumber to LetterTrainNumber
    move PN-StartStationName to LetterStartName
    write ReminderLetterLine from LetterJourneyLine
    move PN-EndStationName to LetterEndName
    write ReminderLetterLine from LetterDestinationLine
    write ReminderLetterLine from BlankLine

    move AmountOutstanding to LetterAmountOutstanding
    write ReminderLetterLine from LetterAmountLine
    write ReminderLetterLine from BlankLine
    write ReminderLetterLine from LetterWarningLine1
    write ReminderLetterLine from LetterWarningLine2
    write ReminderLetterLine from LetterEndLine
    .

end program PenaltyFareFollowUp.
