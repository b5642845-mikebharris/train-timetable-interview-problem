*> BookingRecoveryParameterRecord.cpy
*> The control card for a forward recovery of the bookings ledger -
*> the moment to bring the ledger back to. Journal entries made after
*> it are left off; a zero time replays the whole journal.
01 BookingRecoveryParameterRecord.
    02 RP-RecoverToTimestamp pic 9(14).
