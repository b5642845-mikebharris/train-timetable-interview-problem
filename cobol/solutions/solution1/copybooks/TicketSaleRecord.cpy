*> was sold, the station pair and class it covers, which product off
*> the fares file it was (single, return, or a season), and the money
*> actually taken. The end-of-day revenue run totals these against
*> the cash each office declares. A ticket sold under a concession
*> carries the scheme's discount type and how much came off the full
*> fare, so the amount taken plus the discount given is always the
*> full fare the ticket would otherwise have cost; a full-fare sale
*> leaves the discount type blank.
01 TicketSaleRecord.
    02 TS-SaleDate pic 9(08).
    02 TS-SaleTime pic 9(04).
*> an advance is a cheap single for one named train on one date,
*> released in limited numbers off the quota file
        88 TS-AdvanceTicket value "ADV".
*> a group ticket covers a whole party's reserved block on one train
*> and date, sold as one transaction for the party's total fare
        88 TS-GroupTicket value "GRP".
    02 TS-AmountTaken pic 9(6)v99.
    02 TS-DiscountType pic x(03).
    02 TS-DiscountGiven pic 9(6)v99.
*> how many people the ticket carries - the whole party on a group
*> ticket, one on anything else. A sale recorded before the count was
*> kept reads as spaces and is one passenger.
    02 TS-PassengerCount pic 9(03).
