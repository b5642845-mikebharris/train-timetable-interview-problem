01 ProductCode pic x(03).
    88 AdvanceProduct value "ADV".
01 AmountTaken pic 9(6)v99.
01 DiscountType pic x(03).
01 DiscountGiven pic 9(6)v99.
01 TrainNumber pic 9(04).
01 TravelDate pic 9(08).
01 SaleStatusCode pic 99.
    88 SaleRecordedOk value 0.
    88 AdvanceQuotaExhausted value 4.
    88 AdvanceQuotaNotFound value 8.
01 PassengerCount pic 9(03).

procedure division using IssuingOfficeName, StartStationName, EndStationName,
        TravelClass, ProductCode, AmountTaken, DiscountType, DiscountGiven,
        TrainNumber, TravelDate, SaleStatusCode, PassengerCount.
Main section.
    move zero to SaleStatusCode

    move TravelClass to TS-TravelClass
    move ProductCode to TS-ProductCode
    move AmountTaken to TS-AmountTaken
    move DiscountType to TS-DiscountType
    move DiscountGiven to TS-DiscountGiven
    if PassengerCount is numeric and PassengerCount is greater than zero
        move PassengerCount to TS-PassengerCount
    else
        move 1 to TS-PassengerCount
    end-if
    write TicketSaleRecord

    close TicketSaleFile
