identification division.
program-id. MakeGroupReservation.

environment division.
configuration section.
    repository.
        function all intrinsic.
input-output section.
    file-control.
        select BookingFile assign to "BOOKINGS"
            organization is indexed
            access mode is dynamic
            record key is BookingKey
            file status is BookingFileStatus.
        select CoachTypeFile assign to "COACHTYPE"
            organization is line sequential
            file status is CoachTypeFileStatus.
        select GroupReservationFile assign to "GROUPRES"
            organization is indexed
            access mode is dynamic
            record key is GroupReservationKey
            file status is GroupReservationFileStatus.

data division.
file section.
fd BookingFile.
copy BookingRecord.

fd CoachTypeFile.
copy CoachTypeRecord.

fd GroupReservationFile.
copy GroupReservationRecord.

working-storage section.
copy RouteTimeTable.

01 BookingFileStatus pic xx.
    88 BookingFileOk value "00".

01 filler pic 9 binary.
    88 BookingFileAtEnd value 1 when set to false is 0.

*> every seat of a block that stands is written to the bookings journal,
*> and taken off it again if the block has to be withdrawn after that
01 JournalProgramName pic x(28) value "MakeGroupReservation".
01 JournalChangeType pic x value "A".
01 WithdrawnChangeType pic x value "C".
01 NoPreviousBooking pic x(67) value spaces.

01 CoachTypeFileStatus pic xx.
    88 CoachTypeFileOk value "00".

01 filler pic 9 binary.
    88 CoachTypeFileAtEnd value 1 when set to false is 0.

01 GroupReservationFileStatus pic xx.
    88 GroupReservationFileOk value "00".

01 filler pic 9 binary.
    88 GroupReservationFileAtEnd value 1 when set to false is 0.

01 filler pic 9 binary.
    88 BoardingStationKnown value 1 when set to false is 0.
01 filler pic 9 binary.
    88 AlightingStationKnown value 1 when set to false is 0.
01 filler pic 9 binary.
    88 BlockFound value 1 when set to false is 0.
01 filler pic 9 binary.
    88 BlockWriteFailed value 1 when set to false is 0.
01 filler pic 9 binary.
    88 SeatDoubleSold value 1 when set to false is 0.
01 filler pic 9 binary.
    88 ReuseReleasedEntry value 1 when set to false is 0.
01 filler pic 9 binary.
    88 GroupRegisterFailed value 1 when set to false is 0.

*> a party may take no more than this share of a train's seats, all
*> groups on the train together, so ordinary passengers can still
*> reserve; and a block is held unpaid for this many days at most
01 GroupSeatPercentage pic 9(03) value 30.
01 GroupHoldDays pic 9(03) value 7.

01 SeatsPerFirstCoach pic 99 value zero.
01 SeatsPerStandardCoach pic 99 value zero.
01 TrainSeats pic 9(05).
01 GroupSeatsAllowed pic 9(05).
01 GroupSeatsAlreadyHeld pic 9(05).

01 BoardingStationIndex pic 99.
01 AlightingStationIndex pic 99.
01 LegLowIndex pic 99.
01 LegHighIndex pic 99.
01 BookedBoardingIndex pic 99.
01 BookedAlightingIndex pic 99.
01 BookedLowIndex pic 99.

*> coaches are numbered from the front of the train: first class
*> coaches first, standard class behind them - the same convention
*> MakeSeatReservation and the platform staff use
01 SeatLedger.
    02 LedgerCoaches occurs 12 times.
        03 LedgerSeats occurs 80 times.
            04 SeatTaken pic x.
                88 SeatIsTaken value "Y".

01 FreeSeatsInCoach pic 9(03) occurs 12 times.

copy DidYouMeanList.
01 AskedStationName pic x(20).
01 ResolvedBoardingName pic x(20).
01 ResolvedAlightingName pic x(20).
01 ResolveStatusCode pic 99.

01 AccountStatusCode pic 99.
    88 AccountLive value 0.

01 LedgerCoach pic 99.
01 LedgerSeat pic 99.
01 FirstCoachToScan pic 99.
01 LastCoachToScan pic 99.
01 SeatsInThisCoach pic 99.

01 SpanLength pic 99.
01 SpanStart pic 99.
01 SpanEnd pic 99.
01 SpanCoach pic 99.
01 SpanFreeSeats pic 9(04).

*> the seats picked for the party, in coach and seat order
01 GroupSeatCount pic 9(03).
01 GroupSeats.
    02 GroupSeat occurs 960 times.
        03 GS-CoachNumber pic 99.
        03 GS-SeatNumber pic 99.
        03 GS-Written pic x.
            88 GS-SeatWritten value "Y".
            88 GS-SeatWithdrawn value "W".
01 GroupSeatSlot pic 9(03).

01 TodaysDate pic 9(08).
01 HoldUntilAsInteger pic s9(09) comp.

linkage section.
copy JourneyStatusCodes.
01 TimeTable pic x any length.
01 TrainNumber pic 9(04).
01 TravelDate pic 9(08).
01 TravelClass pic x.
    88 FirstClassTravel value "F".
    88 StandardClassTravel value "S".
01 BoardingStationName pic x any length.
01 AlightingStationName pic x any length.
01 GroupReference pic x(10).
01 PartySize pic 9(03).
01 AllocatedFirstCoach pic 99.
01 AllocatedLastCoach pic 99.
01 HoldUntilDate pic 9(08).

procedure division using TimeTable, TrainNumber, TravelDate, TravelClass,
        BoardingStationName, AlightingStationName, GroupReference, PartySize,
        AllocatedFirstCoach, AllocatedLastCoach, HoldUntilDate, JourneyStatusCode.
Main section.
    move zero to JourneyStatusCode
    move zero to AllocatedFirstCoach
    move zero to AllocatedLastCoach
    move zero to HoldUntilDate
    move function current-date(1:8) to TodaysDate
    move TimeTable to RouteTimeTable

    if TrainNumber is less than 1 or TrainNumber is greater than TrainCount
        set TrainNotFound to true
        goback
    end-if

    if PartySize is equal to zero
        set NoSeatAvailable to true
        goback
    end-if

    *> the group reference is the organiser's own account - every seat
    *> in the block is booked under it, and it is who gets told when
    *> the train changes
    call "CheckPassengerAccount" using GroupReference, AccountStatusCode
    if not AccountLive
        set PassengerAccountNotLive to true
        goback
    end-if

    move BoardingStationName to AskedStationName
    call "ResolveStationName" using RouteTimeTable, AskedStationName,
            ResolvedBoardingName, DidYouMeanList, ResolveStatusCode
    move AlightingStationName to AskedStationName
    call "ResolveStationName" using RouteTimeTable, AskedStationName,
            ResolvedAlightingName, DidYouMeanList, ResolveStatusCode

    set BoardingStationKnown to false
    set StationIndex to 1
    search StationNames
        at end continue
        when StationName(StationIndex) is equal to ResolvedBoardingName
            set BoardingStationIndex to StationIndex
            set BoardingStationKnown to true
    end-search

    set AlightingStationKnown to false
    set StationIndex to 1
    search StationNames
        at end continue
        when StationName(StationIndex) is equal to ResolvedAlightingName
            set AlightingStationIndex to StationIndex
            set AlightingStationKnown to true
    end-search

    if not BoardingStationKnown
        set StartStationNotFound to true
        goback
    end-if

    if not AlightingStationKnown
            or AlightingStationIndex is equal to BoardingStationIndex
        set EndStationNotFound to true
        goback
    end-if

    if BoardingStationIndex is less than AlightingStationIndex
        move BoardingStationIndex to LegLowIndex
        move AlightingStationIndex to LegHighIndex
        if not TrainRunsUp(TrainNumber)
            set TrainNotFound to true
            goback
        end-if
    else
        move AlightingStationIndex to LegLowIndex
        move BoardingStationIndex to LegHighIndex
        if not TrainRunsDown(TrainNumber)
            set TrainNotFound to true
            goback
        end-if
    end-if

    if not TrainCallsAtStation(TrainNumber, BoardingStationIndex)
            or not TrainCallsAtStation(TrainNumber, AlightingStationIndex)
        set TrainNotFound to true
        goback
    end-if

    perform LoadCoachTypes
    if CoachTypeFileNotAvailable
        goback
    end-if

    perform OpenGroupReservations
    if not GroupReservationFileOk
        set NoSeatAvailable to true
        goback
    end-if

    perform CheckGroupAllowance
    if not JourneyStatusOk
        close GroupReservationFile
        goback
    end-if

    perform BuildSeatLedger
    perform FindSeatBlock
    if not BlockFound
        *> a party is seated together or not at all - unlike a single
        *> passenger it does not go on the waiting list, since the
        *> overnight reallocation seats one passenger at a time
        set NoSeatAvailable to true
        close GroupReservationFile
        goback
    end-if

    perform WriteBlockBookings
    if BlockWriteFailed
        set NoSeatAvailable to true
        close GroupReservationFile
        goback
    end-if

    perform WriteGroupReservation
    if GroupRegisterFailed
        *> seats with no register entry would never be released when
        *> the hold runs out - the block goes rather than stand unpaid
        perform WithdrawUnregisteredBlock
        set NoSeatAvailable to true
    end-if
    close GroupReservationFile
    goback.

LoadCoachTypes section.
    set CoachTypeFileAtEnd to false
    open input CoachTypeFile
    if not CoachTypeFileOk
        set CoachTypeFileNotAvailable to true
        exit section
    end-if

    perform ReadNextCoachTypeRecord

    perform until CoachTypeFileAtEnd
        if CT-FirstClassCoach
            move CT-SeatsPerCoach to SeatsPerFirstCoach
        end-if
        if CT-StandardClassCoach
            move CT-SeatsPerCoach to SeatsPerStandardCoach
        end-if
        perform ReadNextCoachTypeRecord
    end-perform

    close CoachTypeFile
    .

ReadNextCoachTypeRecord section.
    read CoachTypeFile
        at end set CoachTypeFileAtEnd to true
    end-read
    .

OpenGroupReservations section.
    *> the first group ever reserved creates the register
    open i-o GroupReservationFile
    if not GroupReservationFileOk
        open output GroupReservationFile
        close GroupReservationFile
        open i-o GroupReservationFile
    end-if
    .

CheckGroupAllowance section.
    *> every block still held or sold on this train and date counts
    *> against the allowance; a released block gave its seats back
    compute TrainSeats =
        FirstClassCoaches(TrainNumber) * SeatsPerFirstCoach
        + StandardClassCoaches(TrainNumber) * SeatsPerStandardCoach
    compute GroupSeatsAllowed = TrainSeats * GroupSeatPercentage / 100

    move zero to GroupSeatsAlreadyHeld
    set ReuseReleasedEntry to false
    set GroupReservationFileAtEnd to false
    move low-values to GroupReservationKey
    start GroupReservationFile key is greater than GroupReservationKey
        invalid key set GroupReservationFileAtEnd to true
    end-start

    perform until GroupReservationFileAtEnd
        read GroupReservationFile next record
            at end set GroupReservationFileAtEnd to true
            not at end
                if GR-TrainNumber is equal to TrainNumber
                        and GR-TravelDate is equal to TravelDate
                    if GR-GroupReference is equal to GroupReference
                        if GR-BlockReleased
                            set ReuseReleasedEntry to true
                        else
                            set GroupAlreadyReserved to true
                        end-if
                    end-if
                    if not GR-BlockReleased
                        add GR-PartySize to GroupSeatsAlreadyHeld
                    end-if
                end-if
        end-read
    end-perform

    if JourneyStatusOk
            and GroupSeatsAlreadyHeld + PartySize is greater than GroupSeatsAllowed
        set GroupAllowanceExceeded to true
    end-if
    .

BuildSeatLedger section.
    perform varying LedgerCoach from 1 by 1 until LedgerCoach is greater than 12
        perform varying LedgerSeat from 1 by 1 until LedgerSeat is greater than 80
            move "N" to SeatTaken(LedgerCoach, LedgerSeat)
        end-perform
    end-perform

    *> no bookings ledger yet just means nothing has been sold
    set BookingFileAtEnd to false
    open input BookingFile
    if not BookingFileOk
        exit section
    end-if

    move TrainNumber to BK-TrainNumber
    move TravelDate to BK-TravelDate
    move zero to BK-CoachNumber
    move zero to BK-SeatNumber
    move low-values to BK-BoardingStationName
    start BookingFile key is greater than or equal to BookingKey
        invalid key set BookingFileAtEnd to true
    end-start

    if not BookingFileAtEnd
        perform ReadNextBookingRecord
    end-if

    perform until BookingFileAtEnd
        if BK-TrainNumber is not equal to TrainNumber
                or BK-TravelDate is not equal to TravelDate
            set BookingFileAtEnd to true
        else
            perform MarkBookedSeat
            perform ReadNextBookingRecord
        end-if
    end-perform

    close BookingFile
    .

ReadNextBookingRecord section.
    read BookingFile next record
        at end set BookingFileAtEnd to true
    end-read
    .

MarkBookedSeat section.
    if BK-CoachNumber is greater than or equal to 1
            and BK-CoachNumber is less than or equal to 12
            and BK-SeatNumber is greater than or equal to 1
            and BK-SeatNumber is less than or equal to 80
        perform FindBookedLegIndices
        if BookedBoardingIndex is less than LegHighIndex
                and LegLowIndex is less than BookedAlightingIndex
            move "Y" to SeatTaken(BK-CoachNumber, BK-SeatNumber)
        end-if
    end-if
    .

FindBookedLegIndices section.
    *> a booking naming a station no longer on the timetable is taken
    *> to occupy the whole line, as MakeSeatReservation takes it
    move 1 to BookedBoardingIndex
    move StationCount to BookedAlightingIndex

    set StationIndex to 1
    search StationNames
        at end continue
        when StationName(StationIndex) is equal to BK-BoardingStationName
            set BookedBoardingIndex to StationIndex
    end-search

    set StationIndex to 1
    search StationNames
        at end continue
        when StationName(StationIndex) is equal to BK-AlightingStationName
            set BookedAlightingIndex to StationIndex
    end-search

    if BookedAlightingIndex is less than BookedBoardingIndex
        move BookedAlightingIndex to BookedLowIndex
        move BookedBoardingIndex to BookedAlightingIndex
        move BookedLowIndex to BookedBoardingIndex
    end-if
    .

FindSeatBlock section.
    if FirstClassTravel
        move 1 to FirstCoachToScan
        move FirstClassCoaches(TrainNumber) to LastCoachToScan
        move SeatsPerFirstCoach to SeatsInThisCoach
    else
        compute FirstCoachToScan = FirstClassCoaches(TrainNumber) + 1
        move NumberOfCoaches(TrainNumber) to LastCoachToScan
        move SeatsPerStandardCoach to SeatsInThisCoach
    end-if

    if LastCoachToScan is greater than 12
        move 12 to LastCoachToScan
    end-if

    perform varying LedgerCoach from 1 by 1 until LedgerCoach is greater than 12
        move zero to FreeSeatsInCoach(LedgerCoach)
    end-perform
    perform varying LedgerCoach from FirstCoachToScan by 1
            until LedgerCoach is greater than LastCoachToScan
        perform varying LedgerSeat from 1 by 1
                until LedgerSeat is greater than SeatsInThisCoach
            if not SeatIsTaken(LedgerCoach, LedgerSeat)
                add 1 to FreeSeatsInCoach(LedgerCoach)
            end-if
        end-perform
    end-perform

    *> one coach if any coach can take the whole party, otherwise the
    *> fewest coaches side by side that can - a span of one is a
    *> single coach, so the same search serves both
    set BlockFound to false
    perform varying SpanLength from 1 by 1
            until BlockFound
            or FirstCoachToScan + SpanLength - 1 is greater than LastCoachToScan
        perform varying SpanStart from FirstCoachToScan by 1
                until BlockFound
                or SpanStart + SpanLength - 1 is greater than LastCoachToScan
            compute SpanEnd = SpanStart + SpanLength - 1
            move zero to SpanFreeSeats
            perform varying SpanCoach from SpanStart by 1 until SpanCoach is greater than SpanEnd
                add FreeSeatsInCoach(SpanCoach) to SpanFreeSeats
            end-perform
            if SpanFreeSeats is greater than or equal to PartySize
                set BlockFound to true
                move SpanStart to AllocatedFirstCoach
                move SpanEnd to AllocatedLastCoach
            end-if
        end-perform
    end-perform

    if not BlockFound
        exit section
    end-if

    move zero to GroupSeatCount
    perform varying LedgerCoach from AllocatedFirstCoach by 1
            until LedgerCoach is greater than AllocatedLastCoach
            or GroupSeatCount is equal to PartySize
        perform varying LedgerSeat from 1 by 1
                until LedgerSeat is greater than SeatsInThisCoach
                or GroupSeatCount is equal to PartySize
            if not SeatIsTaken(LedgerCoach, LedgerSeat)
                add 1 to GroupSeatCount
                move LedgerCoach to GS-CoachNumber(GroupSeatCount)
                move LedgerSeat to GS-SeatNumber(GroupSeatCount)
                move "N" to GS-Written(GroupSeatCount)
            end-if
        end-perform
    end-perform

    *> the party may have filled fewer coaches than the span found -
    *> the block is only as wide as the seats actually taken
    move GS-CoachNumber(GroupSeatCount) to AllocatedLastCoach
    .

WriteBlockBookings section.
    *> every seat is written, then every seat re-read for a leg some
    *> other window sold over it meanwhile - one collision anywhere
    *> and the whole block is withdrawn, never half a party seated
    set BlockWriteFailed to false
    open i-o BookingFile
    if not BookingFileOk
        open output BookingFile
        close BookingFile
        open i-o BookingFile
    end-if
    if not BookingFileOk
        set BlockWriteFailed to true
        exit section
    end-if

    perform varying GroupSeatSlot from 1 by 1
            until BlockWriteFailed or GroupSeatSlot is greater than GroupSeatCount
        move TrainNumber to BK-TrainNumber
        move TravelDate to BK-TravelDate
        move GS-CoachNumber(GroupSeatSlot) to BK-CoachNumber
        move GS-SeatNumber(GroupSeatSlot) to BK-SeatNumber
        move ResolvedBoardingName to BK-BoardingStationName
        move TravelClass to BK-TravelClass
        move ResolvedAlightingName to BK-AlightingStationName
        move GroupReference to BK-PassengerReference
        write BookingRecord
            invalid key set BlockWriteFailed to true
            not invalid key move "Y" to GS-Written(GroupSeatSlot)
        end-write
    end-perform

    perform varying GroupSeatSlot from 1 by 1
            until BlockWriteFailed or GroupSeatSlot is greater than GroupSeatCount
        perform VerifySeatNotDoubleSold
        if SeatDoubleSold
            set BlockWriteFailed to true
        end-if
    end-perform

    if BlockWriteFailed
        perform WithdrawBlockBookings
    end-if

    close BookingFile

    if not BlockWriteFailed
        perform JournalBlockBookings
    end-if
    .

JournalBlockBookings section.
    *> a withdrawn block never reaches the journal - only the seats the
    *> party actually holds, laid out again because the verify pass has
    *> read other bookings into the record since
    perform varying GroupSeatSlot from 1 by 1
            until GroupSeatSlot is greater than GroupSeatCount
        perform LayOutGroupSeatBooking
        call "LogBookingChange" using JournalProgramName, JournalChangeType,
                BookingRecord, NoPreviousBooking
    end-perform
    .

LayOutGroupSeatBooking section.
    move TrainNumber to BK-TrainNumber
    move TravelDate to BK-TravelDate
    move GS-CoachNumber(GroupSeatSlot) to BK-CoachNumber
    move GS-SeatNumber(GroupSeatSlot) to BK-SeatNumber
    move ResolvedBoardingName to BK-BoardingStationName
    move TravelClass to BK-TravelClass
    move ResolvedAlightingName to BK-AlightingStationName
    move GroupReference to BK-PassengerReference
    .

VerifySeatNotDoubleSold section.
    set SeatDoubleSold to false
    set BookingFileAtEnd to false

    move TrainNumber to BK-TrainNumber
    move TravelDate to BK-TravelDate
    move GS-CoachNumber(GroupSeatSlot) to BK-CoachNumber
    move GS-SeatNumber(GroupSeatSlot) to BK-SeatNumber
    move low-values to BK-BoardingStationName
    start BookingFile key is greater than or equal to BookingKey
        invalid key set BookingFileAtEnd to true
    end-start

    if not BookingFileAtEnd
        perform ReadNextBookingRecord
    end-if

    perform until SeatDoubleSold or BookingFileAtEnd
        if BK-TrainNumber is not equal to TrainNumber
                or BK-TravelDate is not equal to TravelDate
                or BK-CoachNumber is not equal to GS-CoachNumber(GroupSeatSlot)
                or BK-SeatNumber is not equal to GS-SeatNumber(GroupSeatSlot)
            set BookingFileAtEnd to true
        else
            if BK-BoardingStationName is not equal to ResolvedBoardingName
                perform FindBookedLegIndices
                if BookedBoardingIndex is less than LegHighIndex
                        and LegLowIndex is less than BookedAlightingIndex
                    set SeatDoubleSold to true
                end-if
            end-if
            if not SeatDoubleSold
                perform ReadNextBookingRecord
            end-if
        end-if
    end-perform
    .

WithdrawBlockBookings section.
    perform varying GroupSeatSlot from 1 by 1 until GroupSeatSlot is greater than GroupSeatCount
        if GS-SeatWritten(GroupSeatSlot)
            move TrainNumber to BK-TrainNumber
            move TravelDate to BK-TravelDate
            move GS-CoachNumber(GroupSeatSlot) to BK-CoachNumber
            move GS-SeatNumber(GroupSeatSlot) to BK-SeatNumber
            move ResolvedBoardingName to BK-BoardingStationName
            delete BookingFile record
                invalid key continue
                not invalid key move "W" to GS-Written(GroupSeatSlot)
            end-delete
        end-if
    end-perform
    move zero to AllocatedFirstCoach
    move zero to AllocatedLastCoach
    .

WriteGroupReservation section.
    *> held for the set number of days, but never past the day before
    *> the train runs - and never less than today, so a party booked
    *> for tomorrow must be paid for before tonight's release. An
    *> unpaid block comes back in the overnight release on the night
    *> of its hold date, ahead of the waiting list and the labels.
    compute HoldUntilAsInteger = function integer-of-date(TodaysDate) + GroupHoldDays
    if HoldUntilAsInteger is greater than or equal to function integer-of-date(TravelDate)
        compute HoldUntilAsInteger = function integer-of-date(TravelDate) - 1
    end-if
    if HoldUntilAsInteger is less than function integer-of-date(TodaysDate)
        compute HoldUntilAsInteger = function integer-of-date(TodaysDate)
    end-if
    move function date-of-integer(HoldUntilAsInteger) to HoldUntilDate

    move GroupReference to GR-GroupReference
    move TrainNumber to GR-TrainNumber
    move TravelDate to GR-TravelDate
    move TravelClass to GR-TravelClass
    move ResolvedBoardingName to GR-BoardingStationName
    move ResolvedAlightingName to GR-AlightingStationName
    move PartySize to GR-PartySize
    move AllocatedFirstCoach to GR-FirstCoach
    move AllocatedLastCoach to GR-LastCoach
    move TodaysDate to GR-ReservedDate
    move HoldUntilDate to GR-HoldUntilDate
    set GR-BlockHeld to true
    move zero to GR-SaleRecordedDate
    move zero to GR-ReleasedDate
    set GroupRegisterFailed to false
    if ReuseReleasedEntry
        rewrite GroupReservationRecord
            invalid key set GroupRegisterFailed to true
        end-rewrite
    else
        write GroupReservationRecord
            invalid key set GroupRegisterFailed to true
        end-write
    end-if
    .

WithdrawUnregisteredBlock section.
    *> the seats are already on the ledger and journalled as taken, so
    *> each one that comes off is journalled as cancelled behind them
    open i-o BookingFile
    if not BookingFileOk
        move zero to AllocatedFirstCoach
        move zero to AllocatedLastCoach
        exit section
    end-if
    perform WithdrawBlockBookings
    close BookingFile

    perform varying GroupSeatSlot from 1 by 1
            until GroupSeatSlot is greater than GroupSeatCount
        if GS-SeatWithdrawn(GroupSeatSlot)
            perform LayOutGroupSeatBooking
            call "LogBookingChange" using JournalProgramName, WithdrawnChangeType,
                    BookingRecord, NoPreviousBooking
        end-if
    end-perform
    .

end program MakeGroupReservation.
