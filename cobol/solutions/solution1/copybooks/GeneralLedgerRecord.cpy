*> GeneralLedgerRecord.cpy
*> One line of the daily general ledger interface - a journal line
*> finance loads straight into the ledger instead of keying the
*> printed totals by hand. Every journal is double entry: its debit
*> lines and its credit lines come to the same money, so the day's
*> file balances as a whole. The file closes with one control total
*> record - the line count and the debit and credit totals - which
*> the ledger load proves the lines against before it posts any.
01 GeneralLedgerRecord.
    02 GL-RecordType pic x.
        88 GL-JournalLine value "J".
        88 GL-ControlTotal value "T".
    02 GL-PostingDate pic 9(08).
*> which day's journal the line belongs to: INC ticket income, RFD
*> refunds, CSH cash over/short, APP route apportionment, CMP
*> delay-repay compensation
    02 GL-JournalCode pic x(03).
    02 GL-JournalLineBody.
        03 GL-AccountCode pic x(06).
        03 GL-CostCentre pic x(08).
        03 GL-ProductCode pic x(03).
        03 GL-AnalysisCode pic x(20).
        03 GL-DebitCreditFlag pic x.
            88 GL-DebitLine value "D".
            88 GL-CreditLine value "C".
        03 GL-Amount pic 9(9)v99.
        03 GL-Narrative pic x(30).
    02 GL-ControlTotalBody redefines GL-JournalLineBody.
        03 GL-ControlLineCount pic 9(06).
        03 GL-ControlDebitTotal pic 9(11)v99.
        03 GL-ControlCreditTotal pic 9(11)v99.
        03 filler pic x(47).
