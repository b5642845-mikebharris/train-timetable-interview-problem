*> BookingJournalRecord.cpy
*> One change to the bookings ledger, appended to the bookings journal
*> by whichever program made it, at the moment it was made. Replayed
*> in order on top of the nightly backup of BOOKINGS, the journal
*> rebuilds the ledger as it stood at any time since that backup.
*> An add carries the reservation as written, a cancel the
*> reservation as it stood when it was deleted, and a reallocation
*> the passenger's new seat together with the one given up for it.
01 BookingJournalRecord.
    02 BJ-JournalTimestamp.
        03 BJ-Timestamp pic 9(14).
        03 BJ-Hundredths pic 99.
    02 BJ-ProgramName pic x(28).
    02 BJ-ChangeType pic x.
        88 BJ-BookingAdded value "A".
        88 BJ-BookingCancelled value "C".
        88 BJ-BookingReallocated value "R".
    02 BJ-BookingImage pic x(67).
    02 BJ-PreviousBookingImage pic x(67).
