identification division.
program-id. SeatReservationLabels.

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
        select AmendmentFile assign to "AMENDTAB"
            organization is line sequential
            file status is AmendmentFileStatus.
        select LabelPrintFile assign to "SEATLBLS"
            organization is line sequential
            file status is LabelPrintFileStatus.
        select CoachSheetFile assign to "COACHSHT"
            organization is line sequential
            file status is CoachSheetFileStatus.

data division.
file section.
fd BookingFile.
copy BookingRecord.

fd AmendmentFile.
copy TrainAmendmentRecord.

fd LabelPrintFile.
01 LabelPrintLine pic x(60).

fd CoachSheetFile.
01 CoachSheetLine pic x(100).

working-storage section.
copy RouteTimeTable.

01 BookingFileStatus pic xx.
    88 BookingFileOk value "00".

01 filler pic 9 binary.
    88 BookingFileAtEnd value 1 when set to false is 0.

01 AmendmentFileStatus pic xx.
    88 AmendmentFileOk value "00".

01 filler pic 9 binary.
    88 AmendmentFileAtEnd value 1 when set to false is 0.

01 LabelPrintFileStatus pic xx.
    88 LabelPrintFileOk value "00".

01 CoachSheetFileStatus pic xx.
    88 CoachSheetFileOk value "00".

01 LoadStatusCode pic 99.
    88 LoadedOk value 0.

01 TodaysDate pic 9(08).
01 LabelDate pic 9(08).

*> the notices cancelling a working for tomorrow - such a train has
*> no seat backs to label, whatever is still on the ledger for it
01 CancelledTrains.
    02 TrainCancelledFlag pic x occurs 40 times.
        88 TrainCancelledTomorrow value "Y".

01 LabelTrain pic 99.
01 SequenceSlot pic 99.
01 OriginSequence pic 99.

*> the reservations held over one seat, gathered so they print on
*> the one label in the order the train reaches them
01 SeatCoachNumber pic 99.
01 SeatSeatNumber pic 99.
01 SeatTravelClass pic x.
01 SeatLegCount pic 9.
01 SeatLegs.
    02 SeatLeg occurs 6 times.
        03 SL-BoardingStationName pic x(20).
        03 SL-AlightingStationName pic x(20).
        03 SL-CallingOrder pic 99.
        03 SL-Printed pic x.
            88 SL-LegPrinted value "Y".
01 LegSlot pic 9.
01 EarliestLeg pic 9.
01 LegsPrinted pic 9.
01 FindStationName pic x(20).
01 FoundCallingOrder pic 99.

*> what each coach of the train carries, for the cleaners' sheet
01 CoachTallies.
    02 CoachTally occurs 20 times.
        03 CS-SeatsLabelled pic 9(03).
        03 CS-Reservations pic 9(03).
        03 CS-FreeAtStart pic 9(03).
01 CoachSlot pic 99.
01 CoachesShown pic 99.

01 TrainSeatsLabelled pic 9(04).
01 TrainReservations pic 9(04).

01 TrainsLabelled pic 9(03) value zero.
01 TrainsCancelled pic 9(03) value zero.
01 TrainsNotRunning pic 9(03) value zero.
01 LabelsPrinted pic 9(06) value zero.
01 SeatsOverfilled pic 9(05) value zero.
01 ReservationsOffFormation pic 9(05) value zero.

01 LabelRuleLine pic x(60) value all "-".

01 LabelTrainLine.
    02 filler pic x(06) value "TRAIN ".
    02 LabelTrainNumber pic zzz9.
    02 filler pic x(03) value spaces.
    02 LabelTravelDate pic 9(08).
    02 filler pic x(09) value "   COACH ".
    02 LabelCoachNumber pic z9.
    02 filler pic x(07) value "  SEAT ".
    02 LabelSeatNumber pic z9.
    02 filler pic x(02) value spaces.
    02 LabelClassName pic x(08).

01 LabelLegLine.
    02 filler pic x(10) value "RESERVED  ".
    02 LabelBoardingStationName pic x(20).
    02 filler pic x(04) value " TO ".
    02 LabelAlightingStationName pic x(20).

01 LabelAvailableLine.
    02 filler pic x(16) value "AVAILABLE UNTIL ".
    02 LabelAvailableUntil pic x(20).

01 SheetTitleLine.
    02 filler pic x(34) value "Coach summary for fitting - train ".
    02 SheetTrainNumber pic zzz9.
    02 filler pic x(04) value " on ".
    02 SheetTravelDate pic 9(08).
    02 filler pic x(08) value " - from ".
    02 SheetOriginName pic x(20).
    02 filler pic x(04) value " at ".
    02 SheetDepartureHH pic 99.
    02 SheetDepartureMM pic 99.

01 SheetHeadingLine pic x(100)
    value "Coach Class     Seats labelled  Reservations  Free until later stop".

01 SheetDetailLine.
    02 filler pic x(02) value spaces.
    02 SheetCoachNumber pic z9.
    02 filler pic x(02) value spaces.
    02 SheetClassName pic x(08).
    02 filler pic x(02) value spaces.
    02 SheetSeatsLabelled pic zzzzzz9.
    02 filler pic x(07) value spaces.
    02 SheetReservations pic zzzzzz9.
    02 filler pic x(07) value spaces.
    02 SheetFreeAtStart pic zzzzzz9.

01 SheetTotalLine.
    02 filler pic x(16) value "Train total     ".
    02 SheetTotalSeats pic zzzzzz9.
    02 filler pic x(07) value spaces.
    02 SheetTotalReservations pic zzzzzz9.

01 SheetSkippedLine.
    02 filler pic x(06) value "Train ".
    02 SkippedTrainNumber pic zzz9.
    02 filler pic x(02) value spaces.
    02 SkippedReason pic x(60).

01 SummaryLine.
    02 filler pic x(17) value "Trains labelled: ".
    02 SummaryTrainsLabelled pic zz9.
    02 filler pic x(14) value "  Cancelled: ".
    02 SummaryTrainsCancelled pic zz9.
    02 filler pic x(16) value "  Not running: ".
    02 SummaryTrainsNotRunning pic zz9.
    02 filler pic x(11) value "  Labels: ".
    02 SummaryLabelsPrinted pic zzzzz9.

01 BlankSheetLine pic x(100) value spaces.

procedure division.
Main section.
    *> the labels go on the seat backs the night before, so the run
    *> is always for tomorrow's trains
    move function current-date(1:8) to TodaysDate
    compute LabelDate =
        function date-of-integer(function integer-of-date(TodaysDate) + 1)

    call "LoadRouteTimeTable" using RouteTimeTable, LabelDate, LoadStatusCode
    if not LoadedOk
        display "Seat reservation labels: could not load tomorrow's timetable"
        move 8 to return-code
        goback
    end-if

    perform LoadCancellations

    open output LabelPrintFile
    if not LabelPrintFileOk
        display "Seat reservation labels: could not open the label print file"
        move 8 to return-code
        goback
    end-if
    open output CoachSheetFile
    if not CoachSheetFileOk
        display "Seat reservation labels: could not open the coach summary sheets"
        move 8 to return-code
        close LabelPrintFile
        goback
    end-if

    *> no ledger means nothing has ever been reserved - the run prints
    *> no labels and the sheets say so
    open input BookingFile
    if BookingFileOk
        perform varying LabelTrain from 1 by 1 until LabelTrain is greater than 40
            perform LabelOneTrain
        end-perform
        close BookingFile
    end-if

    move TrainsLabelled to SummaryTrainsLabelled
    move TrainsCancelled to SummaryTrainsCancelled
    move TrainsNotRunning to SummaryTrainsNotRunning
    move LabelsPrinted to SummaryLabelsPrinted
    write CoachSheetLine from BlankSheetLine
    write CoachSheetLine from SummaryLine

    close LabelPrintFile
    close CoachSheetFile

    *> a reservation the run could not place on a seat back is one
    *> the station staff must still write out by hand
    if TrainsNotRunning is greater than zero
            or SeatsOverfilled is greater than zero
            or ReservationsOffFormation is greater than zero
        move 4 to return-code
    end-if
    goback.

LoadCancellations section.
    *> no amendments file means no notices are in force - every train
    *> in tomorrow's timetable runs
    move all "N" to CancelledTrains
    set AmendmentFileAtEnd to false
    open input AmendmentFile
    if not AmendmentFileOk
        exit section
    end-if
    perform until AmendmentFileAtEnd
        read AmendmentFile
            at end set AmendmentFileAtEnd to true
            not at end
                if AM-CancelsWorking
                        and AM-TrainNumber is greater than or equal to 1
                        and AM-TrainNumber is less than or equal to 40
                        and AM-FromDate is not greater than LabelDate
                        and AM-ToDate is not less than LabelDate
                    set TrainCancelledTomorrow(AM-TrainNumber) to true
                end-if
        end-read
    end-perform
    close AmendmentFile
    .

LabelOneTrain section.
    move zero to CoachTallies
    move zero to TrainSeatsLabelled
    move zero to TrainReservations
    move zero to SeatLegCount

    set BookingFileAtEnd to false
    move LabelTrain to BK-TrainNumber
    move LabelDate to BK-TravelDate
    move zero to BK-CoachNumber
    move zero to BK-SeatNumber
    move low-values to BK-BoardingStationName
    start BookingFile key is greater than or equal to BookingKey
        invalid key set BookingFileAtEnd to true
    end-start
    if not BookingFileAtEnd
        perform ReadNextBookingRecord
    end-if
    if BookingFileAtEnd
            or BK-TrainNumber is not equal to LabelTrain
            or BK-TravelDate is not equal to LabelDate
        *> nobody has reserved on this train tomorrow
        exit section
    end-if

    if TrainCancelledTomorrow(LabelTrain)
        add 1 to TrainsCancelled
        move "CANCELLED BY NOTICE - NO LABELS PRINTED" to SkippedReason
        perform WriteSkippedTrain
        exit section
    end-if
    if NumberOfCoaches(LabelTrain) is equal to zero
        add 1 to TrainsNotRunning
        move "NOT IN TOMORROW'S TIMETABLE - RESERVATIONS NEED CHECKING" to SkippedReason
        perform WriteSkippedTrain
        exit section
    end-if

    perform FindTrainOrigin
    add 1 to TrainsLabelled

    perform until BookingFileAtEnd
        if BK-TrainNumber is not equal to LabelTrain
                or BK-TravelDate is not equal to LabelDate
            set BookingFileAtEnd to true
        else
            *> the ledger is keyed coach, seat, then boarding station,
            *> so every reservation over one seat arrives together
            if SeatLegCount is greater than zero
                    and (BK-CoachNumber is not equal to SeatCoachNumber
                        or BK-SeatNumber is not equal to SeatSeatNumber)
                perform PrintSeatLabel
            end-if
            perform GatherOneReservation
            perform ReadNextBookingRecord
        end-if
    end-perform
    if SeatLegCount is greater than zero
        perform PrintSeatLabel
    end-if

    perform WriteCoachSheet
    .

ReadNextBookingRecord section.
    read BookingFile next record
        at end set BookingFileAtEnd to true
    end-read
    .

FindTrainOrigin section.
    *> an up train starts at the lowest calling point it serves and a
    *> down train at the highest
    move zero to OriginSequence
    perform varying SequenceSlot from 1 by 1 until SequenceSlot is greater than StationCount
        if TrainCallsAtStation(LabelTrain, SequenceSlot)
                and TrainTimes(LabelTrain, SequenceSlot) is not equal to zero
            if TrainRunsDown(LabelTrain) or OriginSequence is equal to zero
                move SequenceSlot to OriginSequence
            end-if
        end-if
    end-perform
    .

GatherOneReservation section.
    if SeatLegCount is equal to zero
        move BK-CoachNumber to SeatCoachNumber
        move BK-SeatNumber to SeatSeatNumber
        move BK-TravelClass to SeatTravelClass
    end-if
    add 1 to TrainReservations
    if BK-CoachNumber is greater than NumberOfCoaches(LabelTrain)
            or BK-CoachNumber is greater than 20
            or BK-CoachNumber is less than 1
        add 1 to ReservationsOffFormation
    else
        add 1 to CS-Reservations(BK-CoachNumber)
    end-if

    *> more legs over one seat than a label can carry are counted and
    *> left for the station staff
    if SeatLegCount is equal to 6
        add 1 to SeatsOverfilled
        exit section
    end-if
    add 1 to SeatLegCount
    move BK-BoardingStationName to SL-BoardingStationName(SeatLegCount)
    move BK-AlightingStationName to SL-AlightingStationName(SeatLegCount)
    move "N" to SL-Printed(SeatLegCount)
    move BK-BoardingStationName to FindStationName
    perform FindCallingOrder
    move FoundCallingOrder to SL-CallingOrder(SeatLegCount)
    .

FindCallingOrder section.
    *> how far along the train's run a station comes - a name the
    *> route does not know sorts after everything it does
    move 99 to FoundCallingOrder
    perform varying SequenceSlot from 1 by 1
            until FoundCallingOrder is not equal to 99 or SequenceSlot is greater than StationCount
        if StationName(SequenceSlot) is equal to FindStationName
            if TrainRunsDown(LabelTrain)
                compute FoundCallingOrder = 14 - SequenceSlot
            else
                move SequenceSlot to FoundCallingOrder
            end-if
        end-if
    end-perform
    .

PrintSeatLabel section.
    write LabelPrintLine from LabelRuleLine
    move LabelTrain to LabelTrainNumber
    move LabelDate to LabelTravelDate
    move SeatCoachNumber to LabelCoachNumber
    move SeatSeatNumber to LabelSeatNumber
    if SeatTravelClass is equal to "F"
        move "FIRST" to LabelClassName
    else
        move "STANDARD" to LabelClassName
    end-if
    write LabelPrintLine from LabelTrainLine

    *> the legs go on in the order the train reaches them, so the
    *> first line is the first passenger to sit there
    move zero to LegsPrinted
    perform until LegsPrinted is equal to SeatLegCount
        move zero to EarliestLeg
        perform varying LegSlot from 1 by 1 until LegSlot is greater than SeatLegCount
            if not SL-LegPrinted(LegSlot)
                if EarliestLeg is equal to zero
                    move LegSlot to EarliestLeg
                else
                    if SL-CallingOrder(LegSlot) is less than SL-CallingOrder(EarliestLeg)
                        move LegSlot to EarliestLeg
                    end-if
                end-if
            end-if
        end-perform

        *> a seat first taken after the train has left its origin is
        *> anybody's until then
        if LegsPrinted is equal to zero
            if OriginSequence is not equal to zero
                    and SL-BoardingStationName(EarliestLeg)
                        is not equal to StationName(OriginSequence)
                move SL-BoardingStationName(EarliestLeg) to LabelAvailableUntil
                write LabelPrintLine from LabelAvailableLine
                if SeatCoachNumber is not greater than 20
                        and SeatCoachNumber is not less than 1
                    add 1 to CS-FreeAtStart(SeatCoachNumber)
                end-if
            end-if
        end-if

        move SL-BoardingStationName(EarliestLeg) to LabelBoardingStationName
        move SL-AlightingStationName(EarliestLeg) to LabelAlightingStationName
        write LabelPrintLine from LabelLegLine
        set SL-LegPrinted(EarliestLeg) to true
        add 1 to LegsPrinted
    end-perform
    write LabelPrintLine from LabelRuleLine

    add 1 to LabelsPrinted
    add 1 to TrainSeatsLabelled
    if SeatCoachNumber is not greater than 20 and SeatCoachNumber is not less than 1
        add 1 to CS-SeatsLabelled(SeatCoachNumber)
    end-if
    move zero to SeatLegCount
    .

WriteCoachSheet section.
    *> one sheet per train: the cleaners walk it front to back, so the
    *> coaches are listed in their running order with first class ahead
    write CoachSheetLine from BlankSheetLine
    move LabelTrain to SheetTrainNumber
    move LabelDate to SheetTravelDate
    if OriginSequence is equal to zero
        move spaces to SheetOriginName
        move zero to SheetDepartureHH
        move zero to SheetDepartureMM
    else
        move StationName(OriginSequence) to SheetOriginName
        move TrainTimeHH(LabelTrain, OriginSequence) to SheetDepartureHH
        move TrainTimeMM(LabelTrain, OriginSequence) to SheetDepartureMM
    end-if
    write CoachSheetLine from SheetTitleLine
    write CoachSheetLine from SheetHeadingLine

    move NumberOfCoaches(LabelTrain) to CoachesShown
    if CoachesShown is greater than 20
        move 20 to CoachesShown
    end-if
    perform varying CoachSlot from 1 by 1 until CoachSlot is greater than CoachesShown
        move CoachSlot to SheetCoachNumber
        if CoachSlot is greater than FirstClassCoaches(LabelTrain)
            move "STANDARD" to SheetClassName
        else
            move "FIRST" to SheetClassName
        end-if
        move CS-SeatsLabelled(CoachSlot) to SheetSeatsLabelled
        move CS-Reservations(CoachSlot) to SheetReservations
        move CS-FreeAtStart(CoachSlot) to SheetFreeAtStart
        write CoachSheetLine from SheetDetailLine
    end-perform

    move TrainSeatsLabelled to SheetTotalSeats
    move TrainReservations to SheetTotalReservations
    write CoachSheetLine from SheetTotalLine
    .

WriteSkippedTrain section.
    write CoachSheetLine from BlankSheetLine
    move LabelTrain to SkippedTrainNumber
    write CoachSheetLine from SheetSkippedLine
    .

end program SeatReservationLabels.
