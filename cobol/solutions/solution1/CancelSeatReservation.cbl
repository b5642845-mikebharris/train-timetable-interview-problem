01 filler pic 9 binary.
    88 BookingCancelled value 1 when set to false is 0.

*> the reservation as it stood before it was freed, for the journal
01 JournalProgramName pic x(28) value "CancelSeatReservation".
01 JournalChangeType pic x value "C".
01 CancelledBooking pic x(67).
01 NoPreviousBooking pic x(67) value spaces.

linkage section.
01 TrainNumber pic 9(04).
01 TravelDate pic 9(08).
            *> miskeying a seat number must not free somebody else's
            *> booking
            if BK-PassengerReference is equal to PassengerReference
                move BookingRecord to CancelledBooking
                delete BookingFile record
                set BookingCancelled to true
            else

    if not BookingCancelled
        set BookingNotFound to true
        goback
    end-if
    call "LogBookingChange" using JournalProgramName, JournalChangeType,
            CancelledBooking, NoPreviousBooking
    goback.

ReadNextBookingRecord section.
