*> PenaltyFareRecord.cpy
*> One penalty fare notice on the penalty fares ledger - the notice
*> number printed on the inspector's pad, where and when the passenger
*> was found without a valid ticket, who they are and where the
*> letters go, the amount charged and what has been paid against it.
*> The amount is the greater of the set penalty and twice the full
*> single for the journey, so the full single is kept alongside it to
*> show how it was arrived at. The ledger is indexed on the notice
*> number, so payments and appeals post straight to their notice.
01 PenaltyFareRecord.
    02 PN-NoticeNumber pic 9(08).
    02 PN-IssueDate pic 9(08).
    02 PN-TrainNumber pic 9(04).
    02 PN-StartStationName pic x(20).
    02 PN-EndStationName pic x(20).
    02 PN-TravelClass pic x.
    02 PN-PassengerName pic x(30).
    02 PN-PassengerAddress.
        03 PN-AddressLine pic x(30) occurs 3 times.
        03 PN-Postcode pic x(08).
    02 PN-FullSingleFare pic 9(4)v99.
    02 PN-PenaltyAmount pic 9(4)v99.
    02 PN-AmountPaid pic 9(4)v99.
    02 PN-LastPaymentDate pic 9(08).
    02 PN-NoticeStatus pic x.
        88 PN-NoticeOutstanding value "O".
        88 PN-NoticePaid value "P".
        88 PN-NoticeUnderAppeal value "A".
        88 PN-NoticeCancelled value "C".
        88 PN-NoticeProsecuted value "R".
    02 PN-AppealLodgedDate pic 9(08).
    02 PN-AppealDecidedDate pic 9(08).
    02 PN-ReminderSentDate pic 9(08).
    02 PN-ProsecutionDate pic 9(08).
