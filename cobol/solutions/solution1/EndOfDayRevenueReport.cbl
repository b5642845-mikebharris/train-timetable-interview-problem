        select CashDeclarationFile assign to "CASHDECL"
            organization is line sequential
            file status is CashDeclarationFileStatus.
        select PenaltyPaymentFile assign to "PENPAY"
            organization is line sequential
            file status is PenaltyPaymentFileStatus.
        select RevenueReportFile assign to "REVENUE"
            organization is line sequential
            file status is RevenueReportFileStatus.
fd CashDeclarationFile.
copy CashDeclarationRecord.

fd PenaltyPaymentFile.
copy PenaltyPaymentRecord.

fd RevenueReportFile.
01 RevenueReportLine pic x(100).

working-storage section.
copy ConcessionTable.

01 TicketSaleFileStatus pic xx.
    88 TicketSaleFileOk value "00".

01 filler pic 9 binary.
    88 CashDeclarationFileAtEnd value 1 when set to false is 0.

01 PenaltyPaymentFileStatus pic xx.
    88 PenaltyPaymentFileOk value "00".

01 filler pic 9 binary.
    88 PenaltyPaymentFileAtEnd value 1 when set to false is 0.

01 RevenueReportFileStatus pic xx.
    88 RevenueReportFileOk value "00".

    02 AdvanceSalesCount pic 9(06) value zero.
    02 WalkUpTakings pic 9(8)v99 value zero.

*> gross fare, discount given and net taken for every concession
*> scheme sold today - finance's measure of what each scheme costs.
*> Full-fare sales take a slot of their own under a blank type.
01 ConcessionTotalCount pic 99 value zero.
01 ConcessionTotals.
    02 ConcessionTotal occurs 21 times.
        03 CC-DiscountType pic x(03).
        03 CC-SalesCount pic 9(06).
        03 CC-GrossFare pic 9(8)v99.
        03 CC-DiscountGiven pic 9(8)v99.
        03 CC-AmountTaken pic 9(8)v99.
        03 CC-AmountRefunded pic 9(8)v99.

*> penalty fares paid today, kept apart from ticket takings - the
*> money comes in to the penalty fares office, not a booking office
*> till, so it plays no part in the cash reconciliation
01 PenaltyPaymentsCount pic 9(05) value zero.
01 PenaltyFareIncome pic 9(8)v99 value zero.

01 SaleDiscountGiven pic 9(6)v99.
01 ConcessionNetTakings pic s9(8)v99.
01 LoadStatusCode pic 99.

01 TableEntry pic 9(03).
01 DeclaredDifference pic s9(8)v99.

    02 filler pic x(11) value spaces.
    02 ClassDetailAmount pic zzzzzz9.99.

01 ConcessionDetailLine.
    02 ConcessionDetailType pic x(03).
    02 filler pic x value space.
    02 ConcessionDetailName pic x(20).
    02 filler pic x value space.
    02 ConcessionDetailCount pic zzzzz9.
    02 filler pic x(07) value " gross ".
    02 ConcessionDetailGross pic zzzzzz9.99.
    02 filler pic x(10) value " discount ".
    02 ConcessionDetailDiscount pic zzzzzz9.99.
    02 filler pic x(05) value " net ".
    02 ConcessionDetailNet pic -zzzzzz9.99.

01 PenaltyDetailLine.
    02 filler pic x(21) value "PENALTY FARES".
    02 PenaltyDetailAmount pic zzzzzz9.99.
    02 filler pic x(11) value "  payments ".
    02 PenaltyDetailCount pic zzzz9.

01 DiscrepancyDetailLine.
    02 DiscrepancyOfficeName pic x(20).
    02 filler pic x value space.
Main section.
    move zero to OfficeTotals
    move zero to PairTotals
    move zero to ConcessionTotals

    move function current-date(1:8) to TodaysDate

    close TicketSaleFile

    perform AccumulateRefunds
    perform AccumulatePenaltyPayments

    perform WriteOfficeTotals
    perform WritePairTotals
    perform WriteClassTotals
    perform WriteConcessionTotals
    perform WritePenaltyFareIncome
    perform WriteCashReconciliation

    move SalesForToday to SummarySalesForToday
        move TS-EndStationName to PT-EndStationName(PairTotalCount)
        move TS-AmountTaken to PT-AmountTaken(PairTotalCount)
    end-if

    perform AccumulateConcessionSale
    .

AccumulateConcessionSale section.
    *> sales written before the ledger carried a discount were all
    *> sold at full fare, and read back with nothing in the field
    move zero to SaleDiscountGiven
    if TS-DiscountGiven is numeric
        move TS-DiscountGiven to SaleDiscountGiven
    end-if

    set EntryAlreadyCounted to false
    perform varying TableEntry from 1 by 1
            until EntryAlreadyCounted or TableEntry is greater than ConcessionTotalCount
        if CC-DiscountType(TableEntry) is equal to TS-DiscountType
            set EntryAlreadyCounted to true
        end-if
    end-perform
    if EntryAlreadyCounted
        subtract 1 from TableEntry
    else
        if ConcessionTotalCount is less than 21
            add 1 to ConcessionTotalCount
            move ConcessionTotalCount to TableEntry
            move TS-DiscountType to CC-DiscountType(TableEntry)
        else
            exit section
        end-if
    end-if

    add 1 to CC-SalesCount(TableEntry)
    add TS-AmountTaken to CC-AmountTaken(TableEntry)
    add SaleDiscountGiven to CC-DiscountGiven(TableEntry)
    compute CC-GrossFare(TableEntry) =
        CC-GrossFare(TableEntry) + TS-AmountTaken + SaleDiscountGiven
    .

AccumulateRefunds section.
        move TR-IssuingOfficeName to OT-OfficeName(OfficeTotalCount)
        move TR-AmountRefunded to OT-AmountRefunded(OfficeTotalCount)
    end-if

    *> a refunded concession comes off the net its own scheme took
    set EntryAlreadyCounted to false
    perform varying TableEntry from 1 by 1
            until EntryAlreadyCounted or TableEntry is greater than ConcessionTotalCount
        if CC-DiscountType(TableEntry) is equal to TR-DiscountType
            add TR-AmountRefunded to CC-AmountRefunded(TableEntry)
            set EntryAlreadyCounted to true
        end-if
    end-perform
    if not EntryAlreadyCounted and ConcessionTotalCount is less than 21
        add 1 to ConcessionTotalCount
        move TR-DiscountType to CC-DiscountType(ConcessionTotalCount)
        move TR-AmountRefunded to CC-AmountRefunded(ConcessionTotalCount)
    end-if
    .

AccumulatePenaltyPayments section.
    *> no penalty payments file yet just means no notice has ever
    *> been paid - the income line shows nothing taken
    set PenaltyPaymentFileAtEnd to false
    open input PenaltyPaymentFile
    if not PenaltyPaymentFileOk
        exit section
    end-if

    perform ReadNextPenaltyPayment

    perform until PenaltyPaymentFileAtEnd
        if PP-PaymentDate is equal to TodaysDate
            add 1 to PenaltyPaymentsCount
            add PP-AmountPaid to PenaltyFareIncome
        end-if
        perform ReadNextPenaltyPayment
    end-perform

    close PenaltyPaymentFile
    .

ReadNextPenaltyPayment section.
    read PenaltyPaymentFile
        at end set PenaltyPaymentFileAtEnd to true
    end-read
    .

WriteOfficeTotals section.
    write RevenueReportLine from BlankLine
    .

WriteConcessionTotals section.
    move "Gross, discount and net by concession type" to HeadingLine
    write RevenueReportLine from HeadingLine

    *> the scheme names come off the concessions file - no file just
    *> leaves the codes to speak for themselves
    call "LoadConcessionTable" using ConcessionTable, LoadStatusCode

    perform varying TableEntry from 1 by 1
            until TableEntry is greater than ConcessionTotalCount
        move CC-DiscountType(TableEntry) to ConcessionDetailType
        move spaces to ConcessionDetailName
        if CC-DiscountType(TableEntry) is equal to spaces
            move "FULL FARE" to ConcessionDetailName
        else
            perform varying ConcessionIndex from 1 by 1
                    until ConcessionIndex is greater than ConcessionCount
                if CO-DiscountType(ConcessionIndex) is equal to CC-DiscountType(TableEntry)
                    move CO-Description(ConcessionIndex) to ConcessionDetailName
                end-if
            end-perform
        end-if
        move CC-SalesCount(TableEntry) to ConcessionDetailCount
        move CC-GrossFare(TableEntry) to ConcessionDetailGross
        move CC-DiscountGiven(TableEntry) to ConcessionDetailDiscount
        compute ConcessionNetTakings =
            CC-AmountTaken(TableEntry) - CC-AmountRefunded(TableEntry)
        move ConcessionNetTakings to ConcessionDetailNet
        write RevenueReportLine from ConcessionDetailLine
    end-perform
    write RevenueReportLine from BlankLine
    .

WritePenaltyFareIncome section.
    move "Penalty fare income" to HeadingLine
    write RevenueReportLine from HeadingLine
    move PenaltyFareIncome to PenaltyDetailAmount
    move PenaltyPaymentsCount to PenaltyDetailCount
    write RevenueReportLine from PenaltyDetailLine
    write RevenueReportLine from BlankLine
    .

WriteCashReconciliation section.
    move "Cash reconciliation by booking office" to HeadingLine
    write RevenueReportLine from HeadingLine
