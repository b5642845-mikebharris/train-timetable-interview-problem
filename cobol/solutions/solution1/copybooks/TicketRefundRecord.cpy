*> the sale it relates to, why the money went back, and how much was
*> handed over. The end-of-day revenue run nets these off against the
*> sales ledger so a refunded ticket stops showing as a discrepancy
*> between the ledger and the till. The discount type is copied from
*> the sale, so a refunded concession comes off that scheme's takings.
01 TicketRefundRecord.
    02 TR-RefundDate pic 9(08).
    02 TR-RefundTime pic 9(04).
        88 TR-DuplicateIssue value "DUP".
        88 TR-Goodwill value "GDW".
    02 TR-AmountRefunded pic 9(6)v99.
    02 TR-DiscountType pic x(03).
