identification division.
program-id. FormationSubstitution.

environment division.
configuration section.
    repository.
        function all intrinsic.
input-output section.
    file-control.
        select SubstitutionTransactionFile assign to "SUBSTXN"
            organization is line sequential
            file status is SubstitutionTransactionFileStatus.
        select UnitSubstitutionFile assign to "UNITSUBS"
            organization is line sequential
            file status is UnitSubstitutionFileStatus.
        select FleetFile assign to "FLEET"
            organization is line sequential
            file status is FleetFileStatus.
        select CoachTypeFile assign to "COACHTYPE"
            organization is line sequential
            file status is CoachTypeFileStatus.
        select BookingFile assign to "BOOKINGS"
            organization is indexed
            access mode is dynamic
            record key is BookingKey
            file status is BookingFileStatus.
        select WaitingListFile assign to "WAITLIST"
            organization is line sequential
            file status is WaitingListFileStatus.
        select ReseatReportFile assign to "RESEAT"
            organization is line sequential
            file status is ReseatReportFileStatus.

data division.
file section.
*> the depot keys the swap as it stands - train, date, the unit off
*> and the unit on; the formation half is filled in here off FLEET
fd SubstitutionTransactionFile.
copy UnitSubstitutionRecord
    replacing ==UnitSubstitutionRecord== by ==SubstitutionTransaction==
              leading ==US-== by ==SX-==.

fd UnitSubstitutionFile.
copy UnitSubstitutionRecord.

fd FleetFile.
copy FleetUnitRecord.

fd CoachTypeFile.
copy CoachTypeRecord.

fd BookingFile.
copy BookingRecord.

fd WaitingListFile.
copy WaitingListRecord.

fd ReseatReportFile.
01 ReseatReportLine pic x(100).

working-storage section.
copy RouteTimeTable.

01 SubstitutionTransactionFileStatus pic xx.
    88 SubstitutionTransactionFileOk value "00".

01 filler pic 9 binary.
    88 SubstitutionTransactionFileAtEnd value 1 when set to false is 0.

01 UnitSubstitutionFileStatus pic xx.
    88 UnitSubstitutionFileOk value "00".

01 FleetFileStatus pic xx.
    88 FleetFileOk value "00".

01 filler pic 9 binary.
    88 FleetFileAtEnd value 1 when set to false is 0.

01 CoachTypeFileStatus pic xx.
    88 CoachTypeFileOk value "00".

01 filler pic 9 binary.
    88 CoachTypeFileAtEnd value 1 when set to false is 0.

01 BookingFileStatus pic xx.
    88 BookingFileOk value "00".

01 filler pic 9 binary.
    88 BookingFileAtEnd value 1 when set to false is 0.
01 filler pic 9 binary.
    88 OldBookingTakenOff value 1 when set to false is 0.

*> a passenger moved to another seat goes on the bookings journal as
*> a reallocation, one left without a seat as a cancellation
01 JournalProgramName pic x(28) value "FormationSubstitution".
01 JournalChangeType pic x.
    88 JournalReallocation value "R".
    88 JournalCancellation value "C".
01 OldBooking pic x(67).
01 NoPreviousBooking pic x(67) value spaces.

01 WaitingListFileStatus pic xx.
    88 WaitingListFileOk value "00".

01 ReseatReportFileStatus pic xx.
    88 ReseatReportFileOk value "00".

01 filler pic 9 binary.
    88 UnitFoundInFleet value 1 when set to false is 0.
01 filler pic 9 binary.
    88 SeatFound value 1 when set to false is 0.
01 filler pic 9 binary.
    88 SeatIsHeld value 1 when set to false is 0.

01 LoadStatusCode pic 99.
    88 LoadedOk value 0.

01 TimeTableLoadedForDate pic 9(08) value zero.

01 SeatsPerFirstCoach pic 99 value zero.
01 SeatsPerStandardCoach pic 99 value zero.

01 FleetUnitCount pic 99 value zero.
01 FleetUnits.
    02 FleetUnit occurs 40 times.
        03 FL-UnitNumber pic x(06).
        03 FL-CoachCount pic 99.
        03 FL-FirstClassCoaches pic 99.
        03 FL-CateringFitted pic x.

01 FleetSlot pic 99.

*> every reservation held on the train for the date, with its leg
*> reduced to a low and high station index so overlaps are a simple
*> comparison. A kept booking stays where it is; a moved one holds
*> its new seat from the moment it is given it, so two displaced
*> passengers are never put in the same place
01 HeldBookingCount pic 9(04) value zero.
01 HeldBookings.
    02 HeldBooking occurs 960 times.
        03 HB-CoachNumber pic 99.
        03 HB-SeatNumber pic 99.
        03 HB-BoardingStationName pic x(20).
        03 HB-AlightingStationName pic x(20).
        03 HB-TravelClass pic x.
        03 HB-PassengerReference pic x(10).
        03 HB-LowIndex pic 99.
        03 HB-HighIndex pic 99.
        03 HB-NewCoachNumber pic 99.
        03 HB-NewSeatNumber pic 99.
        03 HB-Disposition pic x.
            88 HB-Kept value "K".
            88 HB-Displaced value "D".
            88 HB-Moved value "M".
            88 HB-Unseated value "U".
            88 HB-AlreadyCancelled value "X".

01 HeldSlot pic 9(04).
01 OtherSlot pic 9(04).

01 NewFirstClassCoaches pic 99.
01 NewCoachCount pic 99.
01 FirstCoachToScan pic 99.
01 LastCoachToScan pic 99.
01 SeatsInThisCoach pic 99.
01 CandidateCoach pic 99.
01 CandidateSeat pic 99.
01 OccupiedCoach pic 99.
01 OccupiedSeat pic 99.
01 SwapIndex pic 99.

01 TransactionsRead pic 9(05) value zero.
01 TransactionsRejected pic 9(05) value zero.
01 PassengersMoved pic 9(05) value zero.
01 PassengersUnseated pic 9(05) value zero.
01 PassengersAlreadyCancelled pic 9(05) value zero.
01 TrainPassengersMoved pic 9(05).
01 TrainPassengersUnseated pic 9(05).
01 TrainPassengersCancelled pic 9(05).

01 RejectReason pic x(30).

01 TrainHeadingLine.
    02 filler pic x(06) value "Train ".
    02 HeadingTrainNumber pic zzz9.
    02 filler pic x(04) value " on ".
    02 HeadingTravelDate pic 9(08).
    02 filler pic x(06) value " unit ".
    02 HeadingWithdrawnUnit pic x(06).
    02 filler pic x(13) value " replaced by ".
    02 HeadingSubstituteUnit pic x(06).
    02 filler pic x(02) value " (".
    02 HeadingCoachCount pic z9.
    02 filler pic x(10) value " coaches, ".
    02 HeadingFirstClassCoaches pic z9.
    02 filler pic x(07) value " first)".

01 ColumnHeadingLine pic x(100)
    value "Passenger  Cl Boarding             Alighting            Was   Now".

01 ReseatDetailLine.
    02 DetailPassengerReference pic x(10).
    02 filler pic x value space.
    02 DetailTravelClass pic x.
    02 filler pic x(02) value spaces.
    02 DetailBoardingName pic x(20).
    02 filler pic x value space.
    02 DetailAlightingName pic x(20).
    02 filler pic x value space.
    02 DetailOldCoach pic z9.
    02 filler pic x value "/".
    02 DetailOldSeat pic 99.
    02 filler pic x value space.
    02 DetailNewPlace.
        03 DetailNewCoach pic z9.
        03 DetailNewSlash pic x value "/".
        03 DetailNewSeat pic 99.
        03 filler pic x(15).

01 TrainSummaryLine.
    02 filler pic x(16) value "  Re-seated: ".
    02 SummaryTrainMoved pic zzzz9.
    02 filler pic x(05) value spaces.
    02 filler pic x(24) value "Left without a seat: ".
    02 SummaryTrainUnseated pic zzzz9.
    02 filler pic x(05) value spaces.
    02 filler pic x(19) value "Already cancelled: ".
    02 SummaryTrainCancelled pic zzzz9.

01 RejectLine.
    02 filler pic x(06) value "Train ".
    02 RejectTrainNumber pic zzz9.
    02 filler pic x(04) value " on ".
    02 RejectTravelDate pic 9(08).
    02 filler pic x(06) value " unit ".
    02 RejectSubstituteUnit pic x(06).
    02 filler pic x(03) value " - ".
    02 RejectLineReason pic x(30).

01 SummaryLine.
    02 filler pic x(16) value "Swaps recorded: ".
    02 SummaryTransactions pic zzzz9.
    02 filler pic x(04) value spaces.
    02 filler pic x(12) value "Re-seated: ".
    02 SummaryMoved pic zzzz9.
    02 filler pic x(04) value spaces.
    02 filler pic x(22) value "Left without a seat: ".
    02 SummaryUnseated pic zzzz9.
    02 filler pic x(04) value spaces.
    02 filler pic x(11) value "Rejected: ".
    02 SummaryRejected pic zzzz9.

01 CancelledSummaryLine.
    02 filler pic x(48) value "Cancelled since the ledger was read, not moved: ".
    02 SummaryCancelled pic zzzz9.

01 BlankLine pic x(100) value spaces.

procedure division.
Main section.
    set SubstitutionTransactionFileAtEnd to false
    open input SubstitutionTransactionFile
    if not SubstitutionTransactionFileOk
        display "Formation substitution: could not open the substitution transactions"
        move 8 to return-code
        goback
    end-if

    open output ReseatReportFile
    if not ReseatReportFileOk
        display "Formation substitution: could not open the re-seating list"
        move 8 to return-code
        goback
    end-if

    perform LoadFleetFile
    perform LoadCoachTypes

    perform ReadNextTransaction

    perform until SubstitutionTransactionFileAtEnd
        add 1 to TransactionsRead
        perform ApplyOneSubstitution
        perform ReadNextTransaction
    end-perform

    close SubstitutionTransactionFile

    compute SummaryTransactions = TransactionsRead - TransactionsRejected
    move PassengersMoved to SummaryMoved
    move PassengersUnseated to SummaryUnseated
    move TransactionsRejected to SummaryRejected
    write ReseatReportLine from SummaryLine
    move PassengersAlreadyCancelled to SummaryCancelled
    write ReseatReportLine from CancelledSummaryLine

    close ReseatReportFile

    *> passengers with nowhere to sit, or a swap that could not be
    *> recorded, are for the control office to chase before departure
    if PassengersUnseated is greater than zero
            or TransactionsRejected is greater than zero
        move 4 to return-code
    end-if
    goback.

LoadFleetFile section.
    set FleetFileAtEnd to false
    open input FleetFile
    if not FleetFileOk
        display "Formation substitution: could not open the fleet file"
        move 8 to return-code
        goback
    end-if

    perform ReadNextFleetUnit

    perform until FleetFileAtEnd
        if FleetUnitCount is less than 40
            add 1 to FleetUnitCount
            move FU-UnitNumber to FL-UnitNumber(FleetUnitCount)
            move FU-CoachCount to FL-CoachCount(FleetUnitCount)
            move FU-FirstClassCoaches to FL-FirstClassCoaches(FleetUnitCount)
            move FU-CateringFitted to FL-CateringFitted(FleetUnitCount)
        end-if
        perform ReadNextFleetUnit
    end-perform

    close FleetFile
    .

ReadNextFleetUnit section.
    read FleetFile
        at end set FleetFileAtEnd to true
    end-read
    .

LoadCoachTypes section.
    *> the same coach-type file the booking office sells against - a
    *> passenger is only ever moved to a seat that could have been sold
    set CoachTypeFileAtEnd to false
    open input CoachTypeFile
    if not CoachTypeFileOk
        display "Formation substitution: could not open the coach type file"
        move 8 to return-code
        goback
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

ReadNextTransaction section.
    read SubstitutionTransactionFile
        at end set SubstitutionTransactionFileAtEnd to true
    end-read
    .

ApplyOneSubstitution section.
    set UnitFoundInFleet to false
    perform varying FleetSlot from 1 by 1
            until UnitFoundInFleet or FleetSlot is greater than FleetUnitCount
        if FL-UnitNumber(FleetSlot) is equal to SX-SubstituteUnit
            set UnitFoundInFleet to true
        end-if
    end-perform

    if not UnitFoundInFleet
        move "SUBSTITUTE NOT ON FLEET FILE" to RejectReason
        perform WriteRejectLine
        exit section
    end-if
    subtract 1 from FleetSlot

    *> the formation the bookings were sold against is the one in
    *> force for the date before this swap - published, amended, and
    *> any earlier swap the same day already laid over it
    if SX-TravelDate is not equal to TimeTableLoadedForDate
        call "LoadRouteTimeTable" using RouteTimeTable, SX-TravelDate,
                LoadStatusCode
        if not LoadedOk
            move zero to TimeTableLoadedForDate
            move "TIMETABLE NOT AVAILABLE" to RejectReason
            perform WriteRejectLine
            exit section
        end-if
        move SX-TravelDate to TimeTableLoadedForDate
    end-if

    if SX-TrainNumber is less than 1 or SX-TrainNumber is greater than TrainCount
        move "TRAIN NOT IN TIMETABLE" to RejectReason
        perform WriteRejectLine
        exit section
    end-if

    if NumberOfCoaches(SX-TrainNumber) is equal to zero
        move "TRAIN NOT RUNNING ON DATE" to RejectReason
        perform WriteRejectLine
        exit section
    end-if

    move FL-FirstClassCoaches(FleetSlot) to NewFirstClassCoaches
    move FL-CoachCount(FleetSlot) to NewCoachCount
    if NewCoachCount is greater than 12
        move 12 to NewCoachCount
    end-if

    perform RecordSubstitution

    move SX-TrainNumber to HeadingTrainNumber
    move SX-TravelDate to HeadingTravelDate
    move SX-WithdrawnUnit to HeadingWithdrawnUnit
    move SX-SubstituteUnit to HeadingSubstituteUnit
    move FL-CoachCount(FleetSlot) to HeadingCoachCount
    move FL-FirstClassCoaches(FleetSlot) to HeadingFirstClassCoaches
    write ReseatReportLine from TrainHeadingLine
    write ReseatReportLine from ColumnHeadingLine

    move zero to TrainPassengersMoved
    move zero to TrainPassengersUnseated
    move zero to TrainPassengersCancelled

    perform LoadTrainBookings
    perform varying HeldSlot from 1 by 1
            until HeldSlot is greater than HeldBookingCount
        if HB-Displaced(HeldSlot)
            perform FindReplacementSeat
        end-if
    end-perform
    perform ApplyReseatingToLedger

    *> this date's table now carries the new formation, so a second
    *> swap on the same train later in the file starts from it
    move NewCoachCount to NumberOfCoaches(SX-TrainNumber)
    move NewFirstClassCoaches to FirstClassCoaches(SX-TrainNumber)
    compute StandardClassCoaches(SX-TrainNumber) =
        NewCoachCount - NewFirstClassCoaches

    move TrainPassengersMoved to SummaryTrainMoved
    move TrainPassengersUnseated to SummaryTrainUnseated
    move TrainPassengersCancelled to SummaryTrainCancelled
    write ReseatReportLine from TrainSummaryLine
    write ReseatReportLine from BlankLine
    .

RecordSubstitution section.
    *> the substitutions ledger grows through the day as the depot
    *> swaps units - create it on the first swap, extend it after
    open extend UnitSubstitutionFile
    if not UnitSubstitutionFileOk
        open output UnitSubstitutionFile
    end-if

    move SubstitutionTransaction to UnitSubstitutionRecord
    move FL-CoachCount(FleetSlot) to US-CoachCount
    move FL-FirstClassCoaches(FleetSlot) to US-FirstClassCoaches
    move FL-CateringFitted(FleetSlot) to US-CateringFitted
    move function current-date(1:8) to US-RecordedDate
    move function current-date(9:4) to US-RecordedTime
    write UnitSubstitutionRecord

    close UnitSubstitutionFile
    .

LoadTrainBookings section.
    move zero to HeldBookingCount

    *> no bookings ledger yet just means nobody has reserved anything
    set BookingFileAtEnd to false
    open input BookingFile
    if not BookingFileOk
        exit section
    end-if

    move SX-TrainNumber to BK-TrainNumber
    move SX-TravelDate to BK-TravelDate
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
        if BK-TrainNumber is not equal to SX-TrainNumber
                or BK-TravelDate is not equal to SX-TravelDate
            set BookingFileAtEnd to true
        else
            perform HoldOneBooking
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

HoldOneBooking section.
    if HeldBookingCount is greater than or equal to 960
        exit section
    end-if

    add 1 to HeldBookingCount
    move BK-CoachNumber to HB-CoachNumber(HeldBookingCount)
    move BK-SeatNumber to HB-SeatNumber(HeldBookingCount)
    move BK-BoardingStationName to HB-BoardingStationName(HeldBookingCount)
    move BK-AlightingStationName to HB-AlightingStationName(HeldBookingCount)
    move BK-TravelClass to HB-TravelClass(HeldBookingCount)
    move BK-PassengerReference to HB-PassengerReference(HeldBookingCount)
    move zero to HB-NewCoachNumber(HeldBookingCount)
    move zero to HB-NewSeatNumber(HeldBookingCount)
    perform FindBookedLegIndices

    *> a booking survives only where its coach is still there and is
    *> still the class that was sold - coaches count first class from
    *> the front, so a unit with fewer first class coaches can turn a
    *> first class coach number into a standard one
    set HB-Kept(HeldBookingCount) to true
    if BK-TravelClass is equal to "F"
        if BK-CoachNumber is greater than NewFirstClassCoaches
            set HB-Displaced(HeldBookingCount) to true
        end-if
    else
        if BK-CoachNumber is less than or equal to NewFirstClassCoaches
                or BK-CoachNumber is greater than NewCoachCount
            set HB-Displaced(HeldBookingCount) to true
        end-if
    end-if
    .

FindBookedLegIndices section.
    *> a booking naming a station no longer on the timetable is taken
    *> to occupy the whole line, the same as at the booking office
    move 1 to HB-LowIndex(HeldBookingCount)
    move StationCount to HB-HighIndex(HeldBookingCount)

    set StationIndex to 1
    search StationNames
        at end continue
        when StationName(StationIndex) is equal to BK-BoardingStationName
            set HB-LowIndex(HeldBookingCount) to StationIndex
    end-search

    set StationIndex to 1
    search StationNames
        at end continue
        when StationName(StationIndex) is equal to BK-AlightingStationName
            set HB-HighIndex(HeldBookingCount) to StationIndex
    end-search

    if HB-HighIndex(HeldBookingCount) is less than HB-LowIndex(HeldBookingCount)
        move HB-HighIndex(HeldBookingCount) to SwapIndex
        move HB-LowIndex(HeldBookingCount) to HB-HighIndex(HeldBookingCount)
        move SwapIndex to HB-LowIndex(HeldBookingCount)
    end-if
    .

FindReplacementSeat section.
    if HB-TravelClass(HeldSlot) is equal to "F"
        move 1 to FirstCoachToScan
        move NewFirstClassCoaches to LastCoachToScan
        move SeatsPerFirstCoach to SeatsInThisCoach
    else
        compute FirstCoachToScan = NewFirstClassCoaches + 1
        move NewCoachCount to LastCoachToScan
        move SeatsPerStandardCoach to SeatsInThisCoach
    end-if

    set SeatFound to false
    perform varying CandidateCoach from FirstCoachToScan by 1
            until SeatFound or CandidateCoach is greater than LastCoachToScan
        perform varying CandidateSeat from 1 by 1
                until SeatFound or CandidateSeat is greater than SeatsInThisCoach
            perform CheckCandidateSeatHeld
            if not SeatIsHeld
                set SeatFound to true
                move CandidateCoach to HB-NewCoachNumber(HeldSlot)
                move CandidateSeat to HB-NewSeatNumber(HeldSlot)
                set HB-Moved(HeldSlot) to true
            end-if
        end-perform
    end-perform

    if not SeatFound
        set HB-Unseated(HeldSlot) to true
    end-if
    .

CheckCandidateSeatHeld section.
    *> the seat is held if a kept or already-moved passenger sits in
    *> it over any part of this passenger's leg
    set SeatIsHeld to false
    perform varying OtherSlot from 1 by 1
            until SeatIsHeld or OtherSlot is greater than HeldBookingCount
        evaluate true
            when HB-Kept(OtherSlot)
                move HB-CoachNumber(OtherSlot) to OccupiedCoach
                move HB-SeatNumber(OtherSlot) to OccupiedSeat
            when HB-Moved(OtherSlot)
                move HB-NewCoachNumber(OtherSlot) to OccupiedCoach
                move HB-NewSeatNumber(OtherSlot) to OccupiedSeat
            when other
                move zero to OccupiedCoach
                move zero to OccupiedSeat
        end-evaluate
        if OccupiedCoach is equal to CandidateCoach
                and OccupiedSeat is equal to CandidateSeat
                and HB-LowIndex(OtherSlot) is less than HB-HighIndex(HeldSlot)
                and HB-LowIndex(HeldSlot) is less than HB-HighIndex(OtherSlot)
            set SeatIsHeld to true
        end-if
    end-perform
    .

ApplyReseatingToLedger section.
    open i-o BookingFile
    if not BookingFileOk
        exit section
    end-if

    perform varying HeldSlot from 1 by 1
            until HeldSlot is greater than HeldBookingCount
        if HB-Moved(HeldSlot) or HB-Unseated(HeldSlot)
            perform MoveOneBooking
        end-if
    end-perform

    close BookingFile
    .

MoveOneBooking section.
    *> the coach and seat are part of the key, so a move is the old
    *> reservation taken off and a new one written in its place
    move SX-TrainNumber to BK-TrainNumber
    move SX-TravelDate to BK-TravelDate
    move HB-CoachNumber(HeldSlot) to BK-CoachNumber
    move HB-SeatNumber(HeldSlot) to BK-SeatNumber
    move HB-BoardingStationName(HeldSlot) to BK-BoardingStationName
    move HB-TravelClass(HeldSlot) to BK-TravelClass
    move HB-AlightingStationName(HeldSlot) to BK-AlightingStationName
    move HB-PassengerReference(HeldSlot) to BK-PassengerReference
    move BookingRecord to OldBooking
    set OldBookingTakenOff to false
    delete BookingFile record
        invalid key continue
        not invalid key set OldBookingTakenOff to true
    end-delete

    *> a reservation no longer on the ledger was cancelled after the
    *> ledger was read - the passenger gave the seat up, so nothing is
    *> written for them, nothing journalled and no waiting-list place
    if not OldBookingTakenOff
        set HB-AlreadyCancelled(HeldSlot) to true
        add 1 to TrainPassengersCancelled
        add 1 to PassengersAlreadyCancelled
        perform WriteReseatLine
        exit section
    end-if

    if HB-Moved(HeldSlot)
        move SX-TrainNumber to BK-TrainNumber
        move SX-TravelDate to BK-TravelDate
        move HB-NewCoachNumber(HeldSlot) to BK-CoachNumber
        move HB-NewSeatNumber(HeldSlot) to BK-SeatNumber
        move HB-BoardingStationName(HeldSlot) to BK-BoardingStationName
        move HB-TravelClass(HeldSlot) to BK-TravelClass
        move HB-AlightingStationName(HeldSlot) to BK-AlightingStationName
        move HB-PassengerReference(HeldSlot) to BK-PassengerReference
        write BookingRecord
            invalid key
                *> a window sold that seat over this leg since the
                *> ledger was read - the passenger waits instead
                set HB-Unseated(HeldSlot) to true
            not invalid key
                set JournalReallocation to true
                call "LogBookingChange" using JournalProgramName, JournalChangeType,
                        BookingRecord, OldBooking
        end-write
    end-if

    if HB-Unseated(HeldSlot)
        set JournalCancellation to true
        call "LogBookingChange" using JournalProgramName, JournalChangeType,
                OldBooking, NoPreviousBooking
    end-if

    if HB-Unseated(HeldSlot)
        perform JoinWaitingList
        add 1 to TrainPassengersUnseated
        add 1 to PassengersUnseated
    else
        add 1 to TrainPassengersMoved
        add 1 to PassengersMoved
    end-if

    perform WriteReseatLine
    .

JoinWaitingList section.
    open extend WaitingListFile
    if not WaitingListFileOk
        open output WaitingListFile
    end-if

    move SX-TrainNumber to WL-TrainNumber
    move SX-TravelDate to WL-TravelDate
    move HB-TravelClass(HeldSlot) to WL-TravelClass
    move HB-BoardingStationName(HeldSlot) to WL-BoardingStationName
    move HB-AlightingStationName(HeldSlot) to WL-AlightingStationName
    move HB-PassengerReference(HeldSlot) to WL-PassengerReference
    set WL-ShortFormation to true
    write WaitingListRecord

    close WaitingListFile
    .

WriteReseatLine section.
    move HB-PassengerReference(HeldSlot) to DetailPassengerReference
    move HB-TravelClass(HeldSlot) to DetailTravelClass
    move HB-BoardingStationName(HeldSlot) to DetailBoardingName
    move HB-AlightingStationName(HeldSlot) to DetailAlightingName
    move HB-CoachNumber(HeldSlot) to DetailOldCoach
    move HB-SeatNumber(HeldSlot) to DetailOldSeat
    evaluate true
        when HB-Unseated(HeldSlot)
            move "WAITING LIST" to DetailNewPlace
        when HB-AlreadyCancelled(HeldSlot)
            move "CANCELLED" to DetailNewPlace
        when other
            move spaces to DetailNewPlace
            move HB-NewCoachNumber(HeldSlot) to DetailNewCoach
            move "/" to DetailNewSlash
            move HB-NewSeatNumber(HeldSlot) to DetailNewSeat
    end-evaluate
    write ReseatReportLine from ReseatDetailLine
    .

WriteRejectLine section.
    add 1 to TransactionsRejected
    move SX-TrainNumber to RejectTrainNumber
    move SX-TravelDate to RejectTravelDate
    move SX-SubstituteUnit to RejectSubstituteUnit
    move RejectReason to RejectLineReason
    write ReseatReportLine from RejectLine
    .

end program FormationSubstitution.
