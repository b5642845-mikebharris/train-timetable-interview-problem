01 ProductCode pic x(03).
01 ReasonCode pic x(03).
01 AmountRefunded pic 9(6)v99.
01 DiscountType pic x(03).

procedure division using IssuingOfficeName, OriginalSaleDate, OriginalSaleTime,
        StartStationName, EndStationName, TravelClass, ProductCode,
        ReasonCode, AmountRefunded, DiscountType.
Main section.
    *> the refunds ledger grows all day across every window, the same
    *> as the sales ledger - create it on the first ever refund,
    move ProductCode to TR-ProductCode
    move ReasonCode to TR-ReasonCode
    move AmountRefunded to TR-AmountRefunded
    move DiscountType to TR-DiscountType
    write TicketRefundRecord

    close TicketRefundFile
