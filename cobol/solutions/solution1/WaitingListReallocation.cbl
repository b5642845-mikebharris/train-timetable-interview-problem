    88 LoadedOk value 0.

01 TodaysDate pic 9(08).

*> a seat granted off the list is journalled as this step's doing
01 ReallocatingProgramName pic x(28) value "WaitingListReallocation".
01 TimeTableLoadedForDate pic 9(08) value zero.

*> the whole list in arrival order - replayed oldest first so the
        03 WE-BoardingStationName pic x(20).
        03 WE-AlightingStationName pic x(20).
        03 WE-PassengerReference pic x(10).
        03 WE-WaitingReason pic x(20).
        03 WE-Disposition pic x.
            88 WE-StillWaiting value "W".
            88 WE-SeatAllocated value "A".
            88 WE-DatePassed value "P".
            88 WE-AccountNotLive value "X".

01 WaitingSlot pic 9(03).
01 AllocatedCoach pic 99.
01 EntriesAllocated pic 9(03) value zero.
01 EntriesStillWaiting pic 9(03) value zero.
01 EntriesLapsed pic 9(03) value zero.
01 EntriesAccountNotLive pic 9(03) value zero.

01 HeadingLine pic x(100)
    value "Passenger  Train Date     Boarding             Alighting            Coach Seat".
    02 filler pic x(05) value spaces.
    02 filler pic x(16) value "Date passed: ".
    02 SummaryLapsed pic zz9.
    02 filler pic x(05) value spaces.
    02 filler pic x(16) value "Account closed: ".
    02 SummaryAccountNotLive pic zz9.

procedure division.
Main section.
    move EntriesAllocated to SummaryAllocated
    move EntriesStillWaiting to SummaryStillWaiting
    move EntriesLapsed to SummaryLapsed
    move EntriesAccountNotLive to SummaryAccountNotLive
    write AllocationReportLine from SummaryLine

    close AllocationReportFile
                to WE-AlightingStationName(WaitingEntryCount)
            move WL-PassengerReference
                to WE-PassengerReference(WaitingEntryCount)
            move WL-WaitingReason
                to WE-WaitingReason(WaitingEntryCount)
            move "W" to WE-Disposition(WaitingEntryCount)
        end-if
        perform ReadNextWaitingRecord
            WE-TravelClass(WaitingSlot), WE-BoardingStationName(WaitingSlot),
            WE-AlightingStationName(WaitingSlot),
            WE-PassengerReference(WaitingSlot),
            AllocatedCoach, AllocatedSeat, JourneyStatusCode,
            ReallocatingProgramName

    if JourneyStatusOk
        add 1 to EntriesAllocated
        move AllocatedSeat to DetailSeat
        write AllocationReportLine from DetailLine
    else
        *> a passenger whose account has been closed since they
        *> joined the list can never be seated - they come off it
        if PassengerAccountNotLive
            add 1 to EntriesAccountNotLive
            set WE-AccountNotLive(WaitingSlot) to true
        else
            add 1 to EntriesStillWaiting
        end-if
    end-if
    .

            move WE-BoardingStationName(WaitingSlot) to WW-BoardingStationName
            move WE-AlightingStationName(WaitingSlot) to WW-AlightingStationName
            move WE-PassengerReference(WaitingSlot) to WW-PassengerReference
            move WE-WaitingReason(WaitingSlot) to WW-WaitingReason
            write WaitingWorkRecord
        end-if
    end-perform
