*> GeneralLedgerPostedDayRecord.cpy
*> One day already cut to the general ledger interface - the posting
*> run reads these back first and refuses a date it finds, so a rerun
*> can never put the same day's money into the ledger twice.
01 GeneralLedgerPostedDayRecord.
    02 GP-PostingDate pic 9(08).
    02 GP-PostedTimestamp pic 9(14).
    02 GP-JournalLineCount pic 9(06).
    02 GP-ControlDebitTotal pic 9(11)v99.
