identification division.
program-id. PenaltyFareNotices.

environment division.
configuration section.
    repository.
        function FareBetween
        function all intrinsic.
input-output section.
    file-control.
        select PenaltyTransactionFile assign to "PENTXN"
            organization is line sequential
            file status is PenaltyTransactionFileStatus.
        select PenaltyFareFile assign to "PENALTY"
            organization is indexed
            access mode is dynamic
            record key is PN-NoticeNumber
            file status is PenaltyFareFileStatus.
        select PenaltyPaymentFile assign to "PENPAY"
            organization is line sequential
            file status is PenaltyPaymentFileStatus.
        select PostingReportFile assign to "PENRPT"
            organization is line sequential
            file status is PostingReportFileStatus.

data division.
file section.
fd PenaltyTransactionFile.
copy PenaltyTransactionRecord.

fd PenaltyFareFile.
copy PenaltyFareRecord.

fd PenaltyPaymentFile.
copy PenaltyPaymentRecord.

fd PostingReportFile.
01 PostingReportLine pic x(100).

working-storage section.
copy JourneyStatusCodes.
copy RouteTimeTable.
copy FareTable.

01 PenaltyTransactionFileStatus pic xx.
    88 PenaltyTransactionFileOk value "00".

01 filler pic 9 binary.
    88 PenaltyTransactionFileAtEnd value 1 when set to false is 0.

01 PenaltyFareFileStatus pic xx.
    88 PenaltyFareFileOk value "00".

01 filler pic 9 binary.
    88 PenaltyFareFileAtEnd value 1 when set to false is 0.
01 filler pic 9 binary.
    88 NoticeOnLedger value 1 when set to false is 0.

01 PenaltyPaymentFileStatus pic xx.
    88 PenaltyPaymentFileOk value "00".

01 PostingReportFileStatus pic xx.
    88 PostingReportFileOk value "00".

01 LoadStatusCode pic 99.
    88 LoadedOk value 0.

01 FaresLoadedForDate pic 9(08) value zero.

*> the penalty set by the railway's byelaws - the notice is for this
*> or twice the full single for the journey, whichever is greater
01 SetPenaltyFare pic 9(4)v99 value 20.00.

01 HighestNoticeNumber pic 9(08) value zero.

01 FullSingleFare pic 9(4)v99.
01 FullReturnFare pic 9(4)v99.
01 DoubleSingleFare pic 9(5)v99.

01 TransactionsRead pic 9(05) value zero.
01 NoticesIssued pic 9(05) value zero.
01 PaymentsPosted pic 9(05) value zero.
01 AppealsPosted pic 9(05) value zero.
01 TransactionsRejected pic 9(05) value zero.
01 TotalPaid pic 9(7)v99 value zero.

01 PostingOutcome pic x(30).

01 HeadingLine pic x(100)
    value "T Date     Notice   Train Amount    Outcome".

01 DetailLine.
    02 DetailTransactionType pic x.
    02 filler pic x value space.
    02 DetailTransactionDate pic 9(08).
    02 filler pic x value space.
    02 DetailNoticeNumber pic 9(08).
    02 filler pic x value space.
    02 DetailTrainNumber pic zzz9.
    02 filler pic x value space.
    02 DetailAmount pic zzzz9.99.
    02 filler pic x(02) value spaces.
    02 DetailOutcome pic x(30).
    02 filler pic x value space.
    02 DetailPassengerName pic x(30).

01 SummaryLine.
    02 filler pic x(08) value "Issued: ".
    02 SummaryNoticesIssued pic zzzz9.
    02 filler pic x(12) value "  Payments: ".
    02 SummaryPaymentsPosted pic zzzz9.
    02 filler pic x(11) value "  Appeals: ".
    02 SummaryAppealsPosted pic zzzz9.
    02 filler pic x(12) value "  Rejected: ".
    02 SummaryTransactionsRejected pic zzzz9.
    02 filler pic x(08) value "  Paid: ".
    02 SummaryTotalPaid pic zzzzzz9.99.

procedure division.
Main section.
    set PenaltyTransactionFileAtEnd to false
    open input PenaltyTransactionFile
    if not PenaltyTransactionFileOk
        *> no transactions keyed today - nothing to post
        goback
    end-if

    *> the first notice ever issued creates the ledger, but the
    *> postings need it readable - an absent ledger is created empty
    *> and reopened i-o
    open i-o PenaltyFareFile
    if not PenaltyFareFileOk
        open output PenaltyFareFile
        close PenaltyFareFile
        open i-o PenaltyFareFile
    end-if
    if not PenaltyFareFileOk
        display "Penalty fare notices: could not open the penalty fares ledger"
        move 8 to return-code
        goback
    end-if

    *> the payments file is what the revenue report reads the day's
    *> penalty income from, so it appends and is never truncated
    open extend PenaltyPaymentFile
    if not PenaltyPaymentFileOk
        open output PenaltyPaymentFile
    end-if
    if not PenaltyPaymentFileOk
        display "Penalty fare notices: could not open the penalty payments file"
        move 8 to return-code
        goback
    end-if

    open output PostingReportFile
    if not PostingReportFileOk
        display "Penalty fare notices: could not open the posting report"
        move 8 to return-code
        goback
    end-if

    write PostingReportLine from HeadingLine

    perform FindHighestNoticeNumber

    perform ReadNextTransaction
    perform until PenaltyTransactionFileAtEnd
        add 1 to TransactionsRead
        perform PostOneTransaction
        perform ReadNextTransaction
    end-perform

    close PenaltyTransactionFile
    close PenaltyFareFile
    close PenaltyPaymentFile

    move NoticesIssued to SummaryNoticesIssued
    move PaymentsPosted to SummaryPaymentsPosted
    move AppealsPosted to SummaryAppealsPosted
    move TransactionsRejected to SummaryTransactionsRejected
    move TotalPaid to SummaryTotalPaid
    write PostingReportLine from SummaryLine

    close PostingReportFile

    if TransactionsRejected is greater than zero
        move 4 to return-code
    end-if
    goback.

FindHighestNoticeNumber section.
    *> notices are numbered on from the highest already on the ledger
    set PenaltyFareFileAtEnd to false
    move zero to PN-NoticeNumber
    start PenaltyFareFile key is greater than PN-NoticeNumber
        invalid key set PenaltyFareFileAtEnd to true
    end-start

    perform until PenaltyFareFileAtEnd
        read PenaltyFareFile next record
            at end set PenaltyFareFileAtEnd to true
            not at end move PN-NoticeNumber to HighestNoticeNumber
        end-read
    end-perform
    .

ReadNextTransaction section.
    read PenaltyTransactionFile
        at end set PenaltyTransactionFileAtEnd to true
    end-read
    .

PostOneTransaction section.
    move spaces to PostingOutcome
    move spaces to DetailOutcome
    move PX-TransactionType to DetailTransactionType
    move PX-TransactionDate to DetailTransactionDate
    move PX-NoticeNumber to DetailNoticeNumber
    move PX-TrainNumber to DetailTrainNumber
    move zero to DetailAmount
    move PX-PassengerName to DetailPassengerName

    evaluate true
        when PX-IssueNotice
            perform IssueNotice
        when PX-RecordPayment
            perform RecordPayment
        when PX-LodgeAppeal
            perform LodgeAppeal
        when PX-AppealUpheld
            perform DecideAppeal
        when PX-AppealDismissed
            perform DecideAppeal
        when other
            move "TRANSACTION TYPE NOT KNOWN" to PostingOutcome
    end-evaluate

    if PostingOutcome is not equal to spaces
        add 1 to TransactionsRejected
        move PostingOutcome to DetailOutcome
    end-if
    write PostingReportLine from DetailLine
    .

IssueNotice section.
    *> the fares in force on the day the passenger was caught are the
    *> fares the penalty is judged against
    if PX-TransactionDate is not equal to FaresLoadedForDate
        call "LoadRouteTimeTable" using RouteTimeTable, PX-TransactionDate,
                LoadStatusCode
        if LoadedOk
            call "LoadFareTable" using RouteTimeTable, FareTable,
                    PX-TransactionDate, LoadStatusCode
        end-if
        if not LoadedOk
            move zero to FaresLoadedForDate
            move "NO FARES FOR THE ISSUE DATE" to PostingOutcome
            exit section
        end-if
        move PX-TransactionDate to FaresLoadedForDate
    end-if

    move FareBetween(RouteTimeTable, FareTable, PX-StartStationName,
            PX-EndStationName, PX-TravelClass, FullReturnFare,
            JourneyStatusCode) to FullSingleFare
    if not JourneyStatusOk
        move "JOURNEY NOT ON THE FARES FILE" to PostingOutcome
        exit section
    end-if

    if PX-PassengerName is equal to spaces
            or PX-AddressLine(1) is equal to spaces
        move "NO NAME AND ADDRESS TAKEN" to PostingOutcome
        exit section
    end-if

    initialize PenaltyFareRecord
    add 1 to HighestNoticeNumber
    move HighestNoticeNumber to PN-NoticeNumber
    move PX-TransactionDate to PN-IssueDate
    move PX-TrainNumber to PN-TrainNumber
    move PX-StartStationName to PN-StartStationName
    move PX-EndStationName to PN-EndStationName
    move PX-TravelClass to PN-TravelClass
    move PX-PassengerName to PN-PassengerName
    move PX-PassengerAddress to PN-PassengerAddress
    move FullSingleFare to PN-FullSingleFare

    compute DoubleSingleFare = FullSingleFare * 2
    if DoubleSingleFare is greater than SetPenaltyFare
        move DoubleSingleFare to PN-PenaltyAmount
    else
        move SetPenaltyFare to PN-PenaltyAmount
    end-if
    set PN-NoticeOutstanding to true

    write PenaltyFareRecord
        invalid key
            move "NOTICE NUMBER ALREADY ON LEDGER" to PostingOutcome
            exit section
    end-write

    add 1 to NoticesIssued
    move PN-NoticeNumber to DetailNoticeNumber
    move PN-PenaltyAmount to DetailAmount
    move "NOTICE ISSUED" to DetailOutcome
    .

ReadNoticeOnLedger section.
    set NoticeOnLedger to false
    move PX-NoticeNumber to PN-NoticeNumber
    read PenaltyFareFile
        invalid key move "NOTICE NOT ON LEDGER" to PostingOutcome
        not invalid key set NoticeOnLedger to true
    end-read
    if NoticeOnLedger
        move PN-TrainNumber to DetailTrainNumber
        move PN-PassengerName to DetailPassengerName
    end-if
    .

RecordPayment section.
    perform ReadNoticeOnLedger
    if not NoticeOnLedger
        exit section
    end-if

    move PX-AmountPaid to DetailAmount

    *> a paid or cancelled notice has nothing owing - money sent
    *> against it goes back by the office's refund process, not here
    if PN-NoticePaid or PN-NoticeCancelled
        move "NOTICE NOT OPEN FOR PAYMENT" to PostingOutcome
        exit section
    end-if
    if PX-AmountPaid is equal to zero
        move "NO AMOUNT PAID" to PostingOutcome
        exit section
    end-if

    add PX-AmountPaid to PN-AmountPaid
    move PX-TransactionDate to PN-LastPaymentDate
    *> paying in full settles the notice whatever stage it had
    *> reached - even one already passed for prosecution
    if PN-AmountPaid is greater than or equal to PN-PenaltyAmount
        set PN-NoticePaid to true
        move "PAID IN FULL" to DetailOutcome
    else
        move "PART PAYMENT" to DetailOutcome
    end-if

    rewrite PenaltyFareRecord
        invalid key
            move "LEDGER REWRITE FAILED" to PostingOutcome
            exit section
    end-rewrite

    move PX-TransactionDate to PP-PaymentDate
    move PN-NoticeNumber to PP-NoticeNumber
    move PX-AmountPaid to PP-AmountPaid
    write PenaltyPaymentRecord

    add 1 to PaymentsPosted
    add PX-AmountPaid to TotalPaid
    .

LodgeAppeal section.
    perform ReadNoticeOnLedger
    if not NoticeOnLedger
        exit section
    end-if

    if not PN-NoticeOutstanding
        move "NOTICE NOT OPEN FOR APPEAL" to PostingOutcome
        exit section
    end-if

    *> the follow-up run leaves a notice under appeal alone until the
    *> appeal is decided
    set PN-NoticeUnderAppeal to true
    move PX-TransactionDate to PN-AppealLodgedDate
    rewrite PenaltyFareRecord
        invalid key
            move "LEDGER REWRITE FAILED" to PostingOutcome
            exit section
    end-rewrite

    add 1 to AppealsPosted
    move "APPEAL LODGED" to DetailOutcome
    .

DecideAppeal section.
    perform ReadNoticeOnLedger
    if not NoticeOnLedger
        exit section
    end-if

    if not PN-NoticeUnderAppeal
        move "NO APPEAL OUTSTANDING" to PostingOutcome
        exit section
    end-if

    move PX-TransactionDate to PN-AppealDecidedDate
    *> a dismissed appeal puts the notice back to owing, and the
    *> follow-up clock runs again from the day it was decided
    if PX-AppealUpheld
        set PN-NoticeCancelled to true
        move "APPEAL UPHELD - CANCELLED" to DetailOutcome
    else
        set PN-NoticeOutstanding to true
        move zero to PN-ReminderSentDate
        move "APPEAL DISMISSED" to DetailOutcome
    end-if

    rewrite PenaltyFareRecord
        invalid key
            move "LEDGER REWRITE FAILED" to PostingOutcome
            exit section
    end-rewrite

    add 1 to AppealsPosted
    .

end program PenaltyFareNotices.
