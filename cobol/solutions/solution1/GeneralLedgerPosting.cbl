identification division.
program-id. GeneralLedgerPosting.

environment division.
configuration section.
    repository.
        function all intrinsic.
input-output section.
    file-control.
        select TicketSaleFile assign to "TICKSALES"
            organization is line sequential
            file status is TicketSaleFileStatus.
        select TicketRefundFile assign to "TICKREF"
            organization is line sequential
            file status is TicketRefundFileStatus.
        select CashDeclarationFile assign to "CASHDECL"
            organization is line sequential
            file status is CashDeclarationFileStatus.
        select BankPaymentFile assign to "BANKPAY"
            organization is line sequential
            file status is BankPaymentFileStatus.
        select PostedDayFile assign to "GLPOSTED"
            organization is line sequential
            file status is PostedDayFileStatus.
        select LedgerInterfaceFile assign to "GLINTFC"
            organization is line sequential
            file status is LedgerInterfaceFileStatus.
        select ReconciliationReportFile assign to "GLRECON"
            organization is line sequential
            file status is ReconciliationReportFileStatus.

data division.
file section.
fd TicketSaleFile.
copy TicketSaleRecord.

fd TicketRefundFile.
copy TicketRefundRecord.

fd CashDeclarationFile.
copy CashDeclarationRecord.

fd BankPaymentFile.
copy BankPaymentRecord.

fd PostedDayFile.
copy GeneralLedgerPostedDayRecord.

fd LedgerInterfaceFile.
copy GeneralLedgerRecord.

fd ReconciliationReportFile.
01 ReconciliationReportLine pic x(100).

working-storage section.
copy RouteApportionmentTables.

*> the line being built before it joins the day's journal table
copy GeneralLedgerRecord
    replacing ==GeneralLedgerRecord== by ==PendingJournalLine==
              leading ==GL-== by ==JL-==.

01 TicketSaleFileStatus pic xx.
    88 TicketSaleFileOk value "00".

01 filler pic 9 binary.
    88 TicketSaleFileAtEnd value 1 when set to false is 0.

01 TicketRefundFileStatus pic xx.
    88 TicketRefundFileOk value "00".

01 filler pic 9 binary.
    88 TicketRefundFileAtEnd value 1 when set to false is 0.

01 CashDeclarationFileStatus pic xx.
    88 CashDeclarationFileOk value "00".

01 filler pic 9 binary.
    88 CashDeclarationFileAtEnd value 1 when set to false is 0.

01 BankPaymentFileStatus pic xx.
    88 BankPaymentFileOk value "00".

01 filler pic 9 binary.
    88 BankPaymentFileAtEnd value 1 when set to false is 0.

01 PostedDayFileStatus pic xx.
    88 PostedDayFileOk value "00".

01 filler pic 9 binary.
    88 PostedDayFileAtEnd value 1 when set to false is 0.

01 LedgerInterfaceFileStatus pic xx.
    88 LedgerInterfaceFileOk value "00".

01 ReconciliationReportFileStatus pic xx.
    88 ReconciliationReportFileOk value "00".

01 filler pic 9 binary.
    88 DayAlreadyPosted value 1 when set to false is 0.
01 filler pic 9 binary.
    88 EntryAlreadyCounted value 1 when set to false is 0.
01 filler pic 9 binary.
    88 JournalTableFull value 1 when set to false is 0.
01 filler pic 9 binary.
    88 LedgerAgreesToSource value 1 when set to false is 0.

01 PostingDate pic 9(08).

*> the ledger's chart as finance set it up for the railway's money
01 LedgerAccounts.
    02 OfficeCashAccount pic x(06) value "110100".
    02 BankAccount pic x(06) value "120100".
    02 TicketIncomeAccount pic x(06) value "400100".
    02 RouteIncomeAccount pic x(06) value "400200".
    02 RefundsAccount pic x(06) value "410100".
    02 CashOverShortAccount pic x(06) value "490100".
    02 CompensationAccount pic x(06) value "520100".

*> a sale the directory cannot place on any route still has to go
*> somewhere in the apportionment journal - it waits here for the
*> revenue office to settle by hand
01 UnapportionedCostCentre pic x(08) value "UNAPPORT".

01 LoadStatusCode pic 99.
    88 LoadedOk value 0.

01 ApportionmentResult pic x.
    88 SaleSettledOnOneRoute value "S".
    88 SaleSplitAcrossRoutes value "P".
    88 SaleNotApportioned value "U".

*> takings by product and the office that sold it
01 ProductIncomeCount pic 9(03) value zero.
01 ProductIncomeTotals.
    02 ProductIncome occurs 200 times.
        03 PI-ProductCode pic x(03).
        03 PI-OfficeName pic x(20).
        03 PI-AmountTaken pic 9(8)v99.

*> refunds by the reason they were given and the till they came out of
01 ReasonRefundCount pic 9(03) value zero.
01 ReasonRefundTotals.
    02 ReasonRefund occurs 100 times.
        03 RR-ReasonCode pic x(03).
        03 RR-OfficeName pic x(20).
        03 RR-AmountRefunded pic 9(8)v99.

*> every till's day - taken, handed back, and what the clerk counted
01 OfficeCashCount pic 99 value zero.
01 OfficeCashTotals.
    02 OfficeCash occurs 20 times.
        03 OC-OfficeName pic x(20).
        03 OC-AmountTaken pic 9(8)v99.
        03 OC-AmountRefunded pic 9(8)v99.
        03 OC-AmountDeclared pic 9(8)v99.
        03 OC-DeclarationSeen pic x.
            88 OC-OfficeDeclared value "Y".

01 TableEntry pic 9(03).
01 OfficeSought pic x(20).
01 OfficeOverShort pic s9(8)v99.
01 UnapportionedAmount pic 9(8)v99 value zero.

*> the day's journal, held whole until it is proved to balance and
*> agree - nothing reaches the interface file until it has
01 JournalLineCount pic 9(04) value zero.
01 JournalLines.
    02 JournalLine pic x(91) occurs 1000 times.

*> what the source files say, read exactly as the printed reports
*> read them
01 SourceTotals.
    02 SourceTakings pic 9(9)v99 value zero.
    02 SourceRefunds pic 9(9)v99 value zero.
    02 SourceOverShort pic s9(9)v99 value zero.
    02 SourceCompensation pic 9(9)v99 value zero.
01 SalesForDay pic 9(06) value zero.
01 RefundsForDay pic 9(06) value zero.
01 PaymentsForDay pic 9(05) value zero.
01 OfficesNotDeclared pic 99 value zero.

*> what the journal lines add up to, account by account
01 LedgerTotals.
    02 LedgerIncome pic 9(9)v99 value zero.
    02 LedgerRefunds pic 9(9)v99 value zero.
    02 LedgerOverShort pic s9(9)v99 value zero.
    02 LedgerApportioned pic 9(9)v99 value zero.
    02 LedgerCompensation pic 9(9)v99 value zero.
    02 LedgerDebitTotal pic 9(11)v99 value zero.
    02 LedgerCreditTotal pic 9(11)v99 value zero.

01 ReconcileSourceAmount pic s9(9)v99.
01 ReconcileLedgerAmount pic s9(9)v99.
01 ReconcileDifference pic s9(9)v99.

01 TitleLine.
    02 filler pic x(38) value "General ledger interface - posting of ".
    02 TitlePostingDate pic 9(08).

01 HeadingLine pic x(100)
    value "Source                         Source total    Ledger total      Difference".

01 ReconcileLine.
    02 ReconcileName pic x(28).
    02 ReconcileSourceShown pic --------9.99.
    02 filler pic x(04) value spaces.
    02 ReconcileLedgerShown pic --------9.99.
    02 filler pic x(04) value spaces.
    02 ReconcileDifferenceShown pic --------9.99.
    02 filler pic x(02) value spaces.
    02 ReconcileVerdict pic x(07).

01 ControlLine.
    02 filler pic x(15) value "Journal lines: ".
    02 ControlLineCountShown pic zzzzz9.
    02 filler pic x(11) value "  Debits: ".
    02 ControlDebitShown pic zzzzzzzzzz9.99.
    02 filler pic x(11) value "  Credits: ".
    02 ControlCreditShown pic zzzzzzzzzz9.99.

01 UndeclaredLine.
    02 filler pic x(16) value "Not declared:   ".
    02 UndeclaredOfficeName pic x(20).
    02 filler pic x(40) value " - no over/short posted until it cashes".

01 OutcomeLine pic x(100).

01 BlankLine pic x(100) value spaces.

procedure division.
Main section.
    move function current-date(1:8) to PostingDate

    perform CheckDayNotAlreadyPosted
    if DayAlreadyPosted
        display "General ledger posting: " PostingDate
            " has already been posted - refusing to post it again"
        move 8 to return-code
        goback
    end-if

    call "LoadRouteApportionmentTables" using RouteApportionmentTables, LoadStatusCode
    if not LoadedOk
        display "General ledger posting: could not read the routes directory"
        move 8 to return-code
        goback
    end-if

    open input TicketSaleFile
    if not TicketSaleFileOk
        display "General ledger posting: could not open the ticket sales ledger"
        move 8 to return-code
        goback
    end-if

    open output ReconciliationReportFile
    if not ReconciliationReportFileOk
        display "General ledger posting: could not open the reconciliation report"
        close TicketSaleFile
        move 8 to return-code
        goback
    end-if

    set TicketSaleFileAtEnd to false
    perform until TicketSaleFileAtEnd
        read TicketSaleFile
            at end set TicketSaleFileAtEnd to true
            not at end
                if TS-SaleDate is equal to PostingDate
                    perform AccumulateSale
                end-if
        end-read
    end-perform
    close TicketSaleFile

    perform AccumulateRefunds
    perform AccumulateCashDeclarations
    perform AccumulateCompensation

    set JournalTableFull to false
    perform BuildIncomeJournal
    perform BuildRefundJournal
    perform BuildCashOverShortJournal
    perform BuildApportionmentJournal
    perform BuildCompensationJournal

    perform WriteReconciliation

    *> a journal that does not balance, or that has lost a penny
    *> against what the reports printed, is not posted at all - the
    *> day stays unposted so it can be put right and run again
    if not LedgerAgreesToSource
        move "NOT POSTED - the ledger does not agree to source; the day remains unposted"
            to OutcomeLine
        write ReconciliationReportLine from OutcomeLine
        close ReconciliationReportFile
        display "General ledger posting: journals for " PostingDate
            " do not agree to source - nothing posted"
        move 8 to return-code
        goback
    end-if

    perform WriteLedgerInterface
    if not LedgerInterfaceFileOk
        close ReconciliationReportFile
        display "General ledger posting: could not write the ledger interface file"
        move 8 to return-code
        goback
    end-if
    perform RecordDayPosted

    move "POSTED - interface file cut and the day recorded as posted" to OutcomeLine
    write ReconciliationReportLine from OutcomeLine
    close ReconciliationReportFile

    *> an office that has not cashed up posts no over/short tonight -
    *> worth a look, but the rest of the day's money is in
    if OfficesNotDeclared is greater than zero
        move 4 to return-code
    end-if
    goback.

CheckDayNotAlreadyPosted section.
    *> no register yet means no day has ever been posted
    set DayAlreadyPosted to false
    set PostedDayFileAtEnd to false
    open input PostedDayFile
    if not PostedDayFileOk
        exit section
    end-if
    perform until PostedDayFileAtEnd or DayAlreadyPosted
        read PostedDayFile
            at end set PostedDayFileAtEnd to true
            not at end
                if GP-PostingDate is equal to PostingDate
                    set DayAlreadyPosted to true
                end-if
        end-read
    end-perform
    close PostedDayFile
    .

AccumulateSale section.
    add 1 to SalesForDay
    add TS-AmountTaken to SourceTakings

    set EntryAlreadyCounted to false
    perform varying TableEntry from 1 by 1
            until EntryAlreadyCounted or TableEntry is greater than ProductIncomeCount
        if PI-ProductCode(TableEntry) is equal to TS-ProductCode
                and PI-OfficeName(TableEntry) is equal to TS-IssuingOfficeName
            add TS-AmountTaken to PI-AmountTaken(TableEntry)
            set EntryAlreadyCounted to true
        end-if
    end-perform
    if not EntryAlreadyCounted and ProductIncomeCount is less than 200
        add 1 to ProductIncomeCount
        move TS-ProductCode to PI-ProductCode(ProductIncomeCount)
        move TS-IssuingOfficeName to PI-OfficeName(ProductIncomeCount)
        move TS-AmountTaken to PI-AmountTaken(ProductIncomeCount)
    end-if

    move TS-IssuingOfficeName to OfficeSought
    perform FindOfficeCash
    if TableEntry is not equal to zero
        add TS-AmountTaken to OC-AmountTaken(TableEntry)
    end-if

    *> the same sale earns its route exactly as the monthly earnings
    *> statement would have it; a sale no route can place is parked
    call "ApportionSaleToRoutes" using RouteApportionmentTables, TicketSaleRecord, ApportionmentResult
    if SaleNotApportioned
        add TS-AmountTaken to UnapportionedAmount
    end-if
    .

FindOfficeCash section.
    *> the office named in OfficeSought comes back in TableEntry, with
    *> a slot made for it if it is new today; zero if the table is full
    set EntryAlreadyCounted to false
    perform varying TableEntry from 1 by 1
            until EntryAlreadyCounted or TableEntry is greater than OfficeCashCount
        if OC-OfficeName(TableEntry) is equal to OfficeSought
            set EntryAlreadyCounted to true
        end-if
    end-perform
    if EntryAlreadyCounted
        subtract 1 from TableEntry
        exit section
    end-if
    if OfficeCashCount is less than 20
        add 1 to OfficeCashCount
        move OfficeCashCount to TableEntry
        move OfficeSought to OC-OfficeName(TableEntry)
        move zero to OC-AmountTaken(TableEntry)
        move zero to OC-AmountRefunded(TableEntry)
        move zero to OC-AmountDeclared(TableEntry)
        move "N" to OC-DeclarationSeen(TableEntry)
    else
        move zero to TableEntry
    end-if
    .

AccumulateRefunds section.
    *> no refunds file just means nothing was handed back
    set TicketRefundFileAtEnd to false
    open input TicketRefundFile
    if not TicketRefundFileOk
        exit section
    end-if
    perform until TicketRefundFileAtEnd
        read TicketRefundFile
            at end set TicketRefundFileAtEnd to true
            not at end
                if TR-RefundDate is equal to PostingDate
                    perform AccumulateOneRefund
                end-if
        end-read
    end-perform
    close TicketRefundFile
    .

AccumulateOneRefund section.
    add 1 to RefundsForDay
    add TR-AmountRefunded to SourceRefunds

    set EntryAlreadyCounted to false
    perform varying TableEntry from 1 by 1
            until EntryAlreadyCounted or TableEntry is greater than ReasonRefundCount
        if RR-ReasonCode(TableEntry) is equal to TR-ReasonCode
                and RR-OfficeName(TableEntry) is equal to TR-IssuingOfficeName
            add TR-AmountRefunded to RR-AmountRefunded(TableEntry)
            set EntryAlreadyCounted to true
        end-if
    end-perform
    if not EntryAlreadyCounted and ReasonRefundCount is less than 100
        add 1 to ReasonRefundCount
        move TR-ReasonCode to RR-ReasonCode(ReasonRefundCount)
        move TR-IssuingOfficeName to RR-OfficeName(ReasonRefundCount)
        move TR-AmountRefunded to RR-AmountRefunded(ReasonRefundCount)
    end-if

    move TR-IssuingOfficeName to OfficeSought
    perform FindOfficeCash
    if TableEntry is not equal to zero
        add TR-AmountRefunded to OC-AmountRefunded(TableEntry)
    end-if
    .

AccumulateCashDeclarations section.
    *> no declarations file means no office has cashed up - nothing
    *> is over or short yet
    set CashDeclarationFileAtEnd to false
    open input CashDeclarationFile
    if not CashDeclarationFileOk
        perform CountUndeclaredOffices
        exit section
    end-if
    perform until CashDeclarationFileAtEnd
        read CashDeclarationFile
            at end set CashDeclarationFileAtEnd to true
            not at end
                if CD-DeclarationDate is equal to PostingDate
                    move CD-BookingOfficeName to OfficeSought
                    perform FindOfficeCash
                    if TableEntry is not equal to zero
                        add CD-AmountDeclared to OC-AmountDeclared(TableEntry)
                        set OC-OfficeDeclared(TableEntry) to true
                    end-if
                end-if
        end-read
    end-perform
    close CashDeclarationFile

    *> over or short is the count against what the till should hold -
    *> taken less handed back, as the end-of-day report judges it
    perform varying TableEntry from 1 by 1 until TableEntry is greater than OfficeCashCount
        if OC-OfficeDeclared(TableEntry)
            compute SourceOverShort = SourceOverShort + OC-AmountDeclared(TableEntry)
                - OC-AmountTaken(TableEntry) + OC-AmountRefunded(TableEntry)
        end-if
    end-perform
    perform CountUndeclaredOffices
    .

CountUndeclaredOffices section.
    perform varying TableEntry from 1 by 1 until TableEntry is greater than OfficeCashCount
        if not OC-OfficeDeclared(TableEntry)
            add 1 to OfficesNotDeclared
        end-if
    end-perform
    .

AccumulateCompensation section.
    *> the bank file is what the remittance run cut from PAYMENTS
    *> tonight - the money actually instructed out. No file means no
    *> claim was paid.
    set BankPaymentFileAtEnd to false
    open input BankPaymentFile
    if not BankPaymentFileOk
        exit section
    end-if
    perform until BankPaymentFileAtEnd
        read BankPaymentFile
            at end set BankPaymentFileAtEnd to true
            not at end
                if BP-PaymentDate is equal to PostingDate
                    add 1 to PaymentsForDay
                    add BP-AmountPaid to SourceCompensation
                end-if
        end-read
    end-perform
    close BankPaymentFile
    .

BuildIncomeJournal section.
    *> every product an office sold credits income; the office's till
    *> is debited with all it took
    move "INC" to JL-JournalCode
    perform varying TableEntry from 1 by 1 until TableEntry is greater than ProductIncomeCount
        move TicketIncomeAccount to JL-AccountCode
        move spaces to JL-CostCentre
        move PI-ProductCode(TableEntry) to JL-ProductCode
        move PI-OfficeName(TableEntry) to JL-AnalysisCode
        set JL-CreditLine to true
        move PI-AmountTaken(TableEntry) to JL-Amount
        move "TICKET INCOME" to JL-Narrative
        perform AddJournalLine
        add PI-AmountTaken(TableEntry) to LedgerIncome
    end-perform
    perform varying TableEntry from 1 by 1 until TableEntry is greater than OfficeCashCount
        move OfficeCashAccount to JL-AccountCode
        move spaces to JL-CostCentre
        move spaces to JL-ProductCode
        move OC-OfficeName(TableEntry) to JL-AnalysisCode
        set JL-DebitLine to true
        move OC-AmountTaken(TableEntry) to JL-Amount
        move "TAKINGS TO OFFICE CASH" to JL-Narrative
        perform AddJournalLine
    end-perform
    .

BuildRefundJournal section.
    move "RFD" to JL-JournalCode
    perform varying TableEntry from 1 by 1 until TableEntry is greater than ReasonRefundCount
        move RefundsAccount to JL-AccountCode
        move spaces to JL-CostCentre
        move RR-ReasonCode(TableEntry) to JL-ProductCode
        move RR-OfficeName(TableEntry) to JL-AnalysisCode
        set JL-DebitLine to true
        move RR-AmountRefunded(TableEntry) to JL-Amount
        evaluate RR-ReasonCode(TableEntry)
            when "CAN" move "REFUND - SERVICE CANCELLED" to JL-Narrative
            when "DUP" move "REFUND - DUPLICATE ISSUE" to JL-Narrative
            when "GDW" move "REFUND - GOODWILL" to JL-Narrative
            when other move "REFUND - OTHER REASON" to JL-Narrative
        end-evaluate
        perform AddJournalLine
        add RR-AmountRefunded(TableEntry) to LedgerRefunds
    end-perform
    perform varying TableEntry from 1 by 1 until TableEntry is greater than OfficeCashCount
        move OfficeCashAccount to JL-AccountCode
        move spaces to JL-CostCentre
        move spaces to JL-ProductCode
        move OC-OfficeName(TableEntry) to JL-AnalysisCode
        set JL-CreditLine to true
        move OC-AmountRefunded(TableEntry) to JL-Amount
        move "REFUNDS FROM OFFICE CASH" to JL-Narrative
        perform AddJournalLine
    end-perform
    .

BuildCashOverShortJournal section.
    *> money over in the till is a gain against the ledger's cash; a
    *> shortfall is a loss the office cash account gives up
    move "CSH" to JL-JournalCode
    perform varying TableEntry from 1 by 1 until TableEntry is greater than OfficeCashCount
        if OC-OfficeDeclared(TableEntry)
            compute OfficeOverShort = OC-AmountDeclared(TableEntry)
                - OC-AmountTaken(TableEntry) + OC-AmountRefunded(TableEntry)
            move spaces to JL-CostCentre
            move spaces to JL-ProductCode
            move OC-OfficeName(TableEntry) to JL-AnalysisCode
            if OfficeOverShort is greater than zero
                move OfficeOverShort to JL-Amount
                move OfficeCashAccount to JL-AccountCode
                set JL-DebitLine to true
                move "CASH OVER AT DECLARATION" to JL-Narrative
                perform AddJournalLine
                move CashOverShortAccount to JL-AccountCode
                set JL-CreditLine to true
                perform AddJournalLine
                add OfficeOverShort to LedgerOverShort
            end-if
            if OfficeOverShort is less than zero
                compute JL-Amount = zero - OfficeOverShort
                move CashOverShortAccount to JL-AccountCode
                set JL-DebitLine to true
                move "CASH SHORT AT DECLARATION" to JL-Narrative
                perform AddJournalLine
                move OfficeCashAccount to JL-AccountCode
                set JL-CreditLine to true
                perform AddJournalLine
                add OfficeOverShort to LedgerOverShort
            end-if
        end-if
    end-perform
    .

BuildApportionmentJournal section.
    *> the day's income is passed from the booking offices to the
    *> routes that earned it, cost centre by cost centre
    move "APP" to JL-JournalCode
    move TicketIncomeAccount to JL-AccountCode
    move spaces to JL-CostCentre
    move spaces to JL-ProductCode
    move "ALL OFFICES" to JL-AnalysisCode
    set JL-DebitLine to true
    move SourceTakings to JL-Amount
    move "INCOME APPORTIONED TO ROUTES" to JL-Narrative
    perform AddJournalLine

    perform varying TableEntry from 1 by 1 until TableEntry is greater than DirectoryRouteCount
        move RouteIncomeAccount to JL-AccountCode
        move DR-RouteFileName(TableEntry) to JL-CostCentre
        move spaces to JL-ProductCode
        move spaces to JL-AnalysisCode
        set JL-CreditLine to true
        move DR-EarnedAmount(TableEntry) to JL-Amount
        move "ROUTE SHARE OF INCOME" to JL-Narrative
        perform AddJournalLine
        add DR-EarnedAmount(TableEntry) to LedgerApportioned
    end-perform

    move RouteIncomeAccount to JL-AccountCode
    move UnapportionedCostCentre to JL-CostCentre
    move spaces to JL-ProductCode
    move spaces to JL-AnalysisCode
    set JL-CreditLine to true
    move UnapportionedAmount to JL-Amount
    move "INCOME NO ROUTE COULD PLACE" to JL-Narrative
    perform AddJournalLine
    add UnapportionedAmount to LedgerApportioned
    .

BuildCompensationJournal section.
    *> one debit per claimant paid, read again off the bank file so
    *> the ledger carries exactly the instructions the bank holds
    move "CMP" to JL-JournalCode
    set BankPaymentFileAtEnd to false
    open input BankPaymentFile
    if not BankPaymentFileOk
        exit section
    end-if
    perform until BankPaymentFileAtEnd
        read BankPaymentFile
            at end set BankPaymentFileAtEnd to true
            not at end
                if BP-PaymentDate is equal to PostingDate
                    move CompensationAccount to JL-AccountCode
                    move spaces to JL-CostCentre
                    move spaces to JL-ProductCode
                    move BP-ClaimantReference to JL-AnalysisCode
                    set JL-DebitLine to true
                    move BP-AmountPaid to JL-Amount
                    move "DELAY REPAY COMPENSATION" to JL-Narrative
                    perform AddJournalLine
                    add BP-AmountPaid to LedgerCompensation
                end-if
        end-read
    end-perform
    close BankPaymentFile

    move BankAccount to JL-AccountCode
    move spaces to JL-CostCentre
    move spaces to JL-ProductCode
    move "DELAY REPAY BATCH" to JL-AnalysisCode
    set JL-CreditLine to true
    move LedgerCompensation to JL-Amount
    move "COMPENSATION PAID FROM BANK" to JL-Narrative
    perform AddJournalLine
    .

AddJournalLine section.
    *> a nothing line posts nothing - it is left out rather than
    *> cluttering the ledger with noughts
    if JL-Amount is equal to zero
        exit section
    end-if
    if JournalLineCount is equal to 1000
        set JournalTableFull to true
        exit section
    end-if
    set JL-JournalLine to true
    move PostingDate to JL-PostingDate
    add 1 to JournalLineCount
    move PendingJournalLine to JournalLine(JournalLineCount)
    if JL-DebitLine
        add JL-Amount to LedgerDebitTotal
    else
        add JL-Amount to LedgerCreditTotal
    end-if
    .

WriteReconciliation section.
    move PostingDate to TitlePostingDate
    write ReconciliationReportLine from TitleLine
    write ReconciliationReportLine from BlankLine
    write ReconciliationReportLine from HeadingLine

    set LedgerAgreesToSource to true

    move "Ticket income" to ReconcileName
    move SourceTakings to ReconcileSourceAmount
    move LedgerIncome to ReconcileLedgerAmount
    perform WriteOneReconcileLine

    move "Refunds" to ReconcileName
    move SourceRefunds to ReconcileSourceAmount
    move LedgerRefunds to ReconcileLedgerAmount
    perform WriteOneReconcileLine

    move "Cash over (+) / short (-)" to ReconcileName
    move SourceOverShort to ReconcileSourceAmount
    move LedgerOverShort to ReconcileLedgerAmount
    perform WriteOneReconcileLine

    move "Route apportionment" to ReconcileName
    move SourceTakings to ReconcileSourceAmount
    move LedgerApportioned to ReconcileLedgerAmount
    perform WriteOneReconcileLine

    move "Delay-repay compensation" to ReconcileName
    move SourceCompensation to ReconcileSourceAmount
    move LedgerCompensation to ReconcileLedgerAmount
    perform WriteOneReconcileLine

    move "Debits against credits" to ReconcileName
    move LedgerDebitTotal to ReconcileSourceAmount
    move LedgerCreditTotal to ReconcileLedgerAmount
    perform WriteOneReconcileLine

    write ReconciliationReportLine from BlankLine
    move JournalLineCount to ControlLineCountShown
    move LedgerDebitTotal to ControlDebitShown
    move LedgerCreditTotal to ControlCreditShown
    write ReconciliationReportLine from ControlLine

    if JournalTableFull
        set LedgerAgreesToSource to false
        move "More journal lines than one day's interface can carry" to OutcomeLine
        write ReconciliationReportLine from OutcomeLine
    end-if

    perform varying TableEntry from 1 by 1 until TableEntry is greater than OfficeCashCount
        if not OC-OfficeDeclared(TableEntry)
            move OC-OfficeName(TableEntry) to UndeclaredOfficeName
            write ReconciliationReportLine from UndeclaredLine
        end-if
    end-perform
    write ReconciliationReportLine from BlankLine
    .

WriteOneReconcileLine section.
    compute ReconcileDifference = ReconcileLedgerAmount - ReconcileSourceAmount
    move ReconcileSourceAmount to ReconcileSourceShown
    move ReconcileLedgerAmount to ReconcileLedgerShown
    move ReconcileDifference to ReconcileDifferenceShown
    if ReconcileDifference is equal to zero
        move "AGREED" to ReconcileVerdict
    else
        move "DIFFERS" to ReconcileVerdict
        set LedgerAgreesToSource to false
    end-if
    write ReconciliationReportLine from ReconcileLine
    .

WriteLedgerInterface section.
    open output LedgerInterfaceFile
    if not LedgerInterfaceFileOk
        exit section
    end-if
    perform varying TableEntry from 1 by 1 until TableEntry is greater than JournalLineCount
        move JournalLine(TableEntry) to GeneralLedgerRecord
        write GeneralLedgerRecord
    end-perform

    move spaces to GeneralLedgerRecord
    set GL-ControlTotal to true
    move PostingDate to GL-PostingDate
    move "CTL" to GL-JournalCode
    move JournalLineCount to GL-ControlLineCount
    move LedgerDebitTotal to GL-ControlDebitTotal
    move LedgerCreditTotal to GL-ControlCreditTotal
    write GeneralLedgerRecord
    close LedgerInterfaceFile
    .

RecordDayPosted section.
    open extend PostedDayFile
    if not PostedDayFileOk
        open output PostedDayFile
    end-if
    move PostingDate to GP-PostingDate
    move function current-date(1:14) to GP-PostedTimestamp
    move JournalLineCount to GP-JournalLineCount
    move LedgerDebitTotal to GP-ControlDebitTotal
    write GeneralLedgerPostedDayRecord
    close PostedDayFile
    .

end program GeneralLedgerPosting.
