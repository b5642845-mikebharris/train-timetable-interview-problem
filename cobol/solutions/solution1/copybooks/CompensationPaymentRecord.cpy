    02 CP-LateMinutes pic 9(03).
    02 CP-PercentagePaid pic 999.
    02 CP-AmountPaid pic 9(4)v99.
*> "Y" once the remittance run has put the money in a bank payment,
*> "D" when it settled the claim as a duplicate of one it paid and
*> moved no money for it - either way a settled claim can never be
*> selected to pay again, however many times the claims step reruns
*> it onto this file. A file cut before this column existed reads as
*> spaces, which is unsettled.
    02 CP-SettledFlag pic x.
        88 CP-ClaimSettled value "Y" "D".
        88 CP-ClaimPaid value "Y".
        88 CP-DuplicateNotPaid value "D".
