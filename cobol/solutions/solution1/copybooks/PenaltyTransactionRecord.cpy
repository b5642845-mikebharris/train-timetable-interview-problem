*> PenaltyTransactionRecord.cpy
*> One entry keyed from an inspector's notice pad or the penalty fares
*> office post - a new notice issued on a train, or a payment, an
*> appeal, or an appeal decision against a notice already on the
*> ledger. An issue leaves the notice number zero, since the ledger
*> numbers it; everything else quotes the number printed on the
*> notice.
01 PenaltyTransactionRecord.
    02 PX-TransactionType pic x.
        88 PX-IssueNotice value "I".
        88 PX-RecordPayment value "P".
        88 PX-LodgeAppeal value "A".
        88 PX-AppealUpheld value "U".
        88 PX-AppealDismissed value "D".
    02 PX-TransactionDate pic 9(08).
    02 PX-NoticeNumber pic 9(08).
    02 PX-TrainNumber pic 9(04).
    02 PX-StartStationName pic x(20).
    02 PX-EndStationName pic x(20).
    02 PX-TravelClass pic x.
    02 PX-PassengerName pic x(30).
    02 PX-PassengerAddress.
        03 PX-AddressLine pic x(30) occurs 3 times.
        03 PX-Postcode pic x(08).
    02 PX-AmountPaid pic 9(4)v99.
