*> PenaltyPaymentRecord.cpy
*> One payment received against a penalty fare notice, as posted by
*> the penalty fares office - the day's income line on the end-of-day
*> revenue report is the total of these for the date. Penalty money
*> comes in by post to the penalty fares office, never through a
*> booking office till, so it stays out of the cash reconciliation.
01 PenaltyPaymentRecord.
    02 PP-PaymentDate pic 9(08).
    02 PP-NoticeNumber pic 9(08).
    02 PP-AmountPaid pic 9(4)v99.
