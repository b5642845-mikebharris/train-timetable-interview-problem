01 filler pic 9 binary.
    88 SeatAllocated value 1 when set to false is 0.

*> every reservation that stands is written to the bookings journal,
*> under the name of the program that asked for the seat
01 JournalChangeType pic x value "A".
01 NoPreviousBooking pic x(67) value spaces.

01 SeatsPerFirstCoach pic 99 value zero.
01 SeatsPerStandardCoach pic 99 value zero.

01 ResolvedAlightingName pic x(20).
01 ResolveStatusCode pic 99.

01 AccountStatusCode pic 99.
    88 AccountLive value 0.

01 LedgerCoach pic 99.
01 LedgerSeat pic 99.
01 FirstCoachToScan pic 99.
01 PassengerReference pic x(10).
01 AllocatedCoach pic 99.
01 AllocatedSeat pic 99.
01 CallingProgramName pic x(28).

procedure division using TimeTable, TrainNumber, TravelDate, TravelClass,
        BoardingStationName, AlightingStationName, PassengerReference,
        AllocatedCoach, AllocatedSeat, JourneyStatusCode, CallingProgramName.
Main section.
    move zero to JourneyStatusCode
    move zero to AllocatedCoach
        goback
    end-if

    *> a seat or a place on the waiting list is only ever held for a
    *> passenger with a live account - otherwise there is nobody to
    *> tell when the train changes
    call "CheckPassengerAccount" using PassengerReference, AccountStatusCode
    if not AccountLive
        set PassengerAccountNotLive to true
        goback
    end-if

    *> let the booking office key a station code or a known alternate
    *> name - the ledger always holds the canonical timetable name
    move BoardingStationName to AskedStationName
    move ResolvedBoardingName to WL-BoardingStationName
    move ResolvedAlightingName to WL-AlightingStationName
    move PassengerReference to WL-PassengerReference
    set WL-TrainWasFull to true
    write WaitingListRecord

    close WaitingListFile
        until BookingWritten or not SeatAllocated

    close BookingFile

    *> only the booking that survives the double-sale check goes on
    *> the journal - a write withdrawn again never happened as far as
    *> the ledger is concerned. The verify pass has read other
    *> bookings into the record since, so it is laid out again.
    if BookingWritten
        perform LayOutOwnBooking
        call "LogBookingChange" using CallingProgramName, JournalChangeType,
                BookingRecord, NoPreviousBooking
    end-if
    .

TryWriteOneBooking section.
    perform LayOutOwnBooking
    write BookingRecord
        invalid key
            *> another window sold this seat over this exact leg
    end-write
    .

LayOutOwnBooking section.
    move TrainNumber to BK-TrainNumber
    move TravelDate to BK-TravelDate
    move AllocatedCoach to BK-CoachNumber
    move AllocatedSeat to BK-SeatNumber
    move TravelClass to BK-TravelClass
    move ResolvedBoardingName to BK-BoardingStationName
    move ResolvedAlightingName to BK-AlightingStationName
    move PassengerReference to BK-PassengerReference
    .

VerifySeatNotDoubleSold section.
    *> walk every booking now held against this physical seat; one
    *> that is not ours and overlaps our leg means two windows sold
