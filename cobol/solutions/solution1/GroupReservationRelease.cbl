identification division.
program-id. GroupReservationRelease.

environment division.
configuration section.
    repository.
        function all intrinsic.
input-output section.
    file-control.
        select GroupReservationFile assign to "GROUPRES"
            organization is indexed
            access mode is dynamic
            record key is GroupReservationKey
            file status is GroupReservationFileStatus.
        select BookingFile assign to "BOOKINGS"
            organization is indexed
            access mode is dynamic
            record key is BookingKey
            file status is BookingFileStatus.
        select ReleaseReportFile assign to "GRPREL"
            organization is line sequential
            file status is ReleaseReportFileStatus.

data division.
file section.
fd GroupReservationFile.
copy GroupReservationRecord.

fd BookingFile.
copy BookingRecord.

fd ReleaseReportFile.
01 ReleaseReportLine pic x(100).

working-storage section.
01 GroupReservationFileStatus pic xx.
    88 GroupReservationFileOk value "00".

01 filler pic 9 binary.
    88 GroupReservationFileAtEnd value 1 when set to false is 0.

01 BookingFileStatus pic xx.
    88 BookingFileOk value "00".

01 filler pic 9 binary.
    88 BookingFileAtEnd value 1 when set to false is 0.

*> every seat given back goes on the bookings journal as a cancel
01 JournalProgramName pic x(28) value "GroupReservationRelease".
01 JournalChangeType pic x value "C".
01 ReleasedBooking pic x(67).
01 NoPreviousBooking pic x(67) value spaces.

01 ReleaseReportFileStatus pic xx.
    88 ReleaseReportFileOk value "00".

01 TodaysDate pic 9(08).

01 SeatsFreed pic 9(03).

01 GroupsHeld pic 9(05) value zero.
01 GroupsReleased pic 9(05) value zero.
01 TotalSeatsFreed pic 9(06) value zero.

01 TitleLine.
    02 filler pic x(40) value "Group reservations released unpaid - ".
    02 TitleRunDate pic 9(08).

01 HeadingLine pic x(100)
    value "Group      Train Date     Class Party Coaches Held until Seats freed".

01 DetailLine.
    02 DetailGroupReference pic x(10).
    02 filler pic x value space.
    02 DetailTrainNumber pic zzz9.
    02 filler pic x value space.
    02 DetailTravelDate pic 9(08).
    02 filler pic x(03) value spaces.
    02 DetailTravelClass pic x.
    02 filler pic x(02) value spaces.
    02 DetailPartySize pic zz9.
    02 filler pic x(02) value spaces.
    02 DetailFirstCoach pic z9.
    02 filler pic x value "-".
    02 DetailLastCoach pic z9.
    02 filler pic x(03) value spaces.
    02 DetailHoldUntilDate pic 9(08).
    02 filler pic x(03) value spaces.
    02 DetailSeatsFreed pic zz9.

01 SummaryLine.
    02 filler pic x(14) value "Still held:   ".
    02 SummaryGroupsHeld pic zzzz9.
    02 filler pic x(14) value "  Released:   ".
    02 SummaryGroupsReleased pic zzzz9.
    02 filler pic x(16) value "  Seats freed:  ".
    02 SummaryTotalSeatsFreed pic zzzzz9.

01 BlankLine pic x(100) value spaces.

procedure division.
Main section.
    move function current-date(1:8) to TodaysDate

    open i-o GroupReservationFile
    if not GroupReservationFileOk
        *> no register means no party has ever reserved a block -
        *> nothing can be held past its deadline
        goback
    end-if

    open i-o BookingFile
    if not BookingFileOk
        display "Group release: could not open the bookings ledger"
        move 8 to return-code
        goback
    end-if

    open output ReleaseReportFile
    if not ReleaseReportFileOk
        display "Group release: could not open the release report"
        move 8 to return-code
        goback
    end-if

    move TodaysDate to TitleRunDate
    write ReleaseReportLine from TitleLine
    write ReleaseReportLine from BlankLine
    write ReleaseReportLine from HeadingLine

    set GroupReservationFileAtEnd to false
    move low-values to GroupReservationKey
    start GroupReservationFile key is greater than GroupReservationKey
        invalid key set GroupReservationFileAtEnd to true
    end-start

    perform until GroupReservationFileAtEnd
        read GroupReservationFile next record
            at end set GroupReservationFileAtEnd to true
            not at end
                if GR-BlockHeld
                    perform ReviewOneHeldBlock
                end-if
        end-read
    end-perform

    close GroupReservationFile
    close BookingFile

    write ReleaseReportLine from BlankLine
    move GroupsHeld to SummaryGroupsHeld
    move GroupsReleased to SummaryGroupsReleased
    move TotalSeatsFreed to SummaryTotalSeatsFreed
    write ReleaseReportLine from SummaryLine

    close ReleaseReportFile
    goback.

ReviewOneHeldBlock section.
    *> the hold date is the last day the party can pay - a block still
    *> unsold tonight on or after that day goes, so seats held to the
    *> day before travel come back in time for the waiting list and
    *> are never labelled for a train the party has not paid for
    if GR-HoldUntilDate is greater than TodaysDate
        add 1 to GroupsHeld
        exit section
    end-if

    perform FreeBlockSeats

    set GR-BlockReleased to true
    move TodaysDate to GR-ReleasedDate
    rewrite GroupReservationRecord
        invalid key
            display "Group release: could not rewrite group " GR-GroupReference
            move 8 to return-code
    end-rewrite

    add 1 to GroupsReleased
    add SeatsFreed to TotalSeatsFreed

    move GR-GroupReference to DetailGroupReference
    move GR-TrainNumber to DetailTrainNumber
    move GR-TravelDate to DetailTravelDate
    move GR-TravelClass to DetailTravelClass
    move GR-PartySize to DetailPartySize
    move GR-FirstCoach to DetailFirstCoach
    move GR-LastCoach to DetailLastCoach
    move GR-HoldUntilDate to DetailHoldUntilDate
    move SeatsFreed to DetailSeatsFreed
    write ReleaseReportLine from DetailLine
    .

FreeBlockSeats section.
    *> every seat in the block is booked under the group reference
    *> over the group's leg, in the block's coaches on this train and
    *> date - exactly those bookings are deleted, nothing else
    move zero to SeatsFreed
    set BookingFileAtEnd to false
    move GR-TrainNumber to BK-TrainNumber
    move GR-TravelDate to BK-TravelDate
    move GR-FirstCoach to BK-CoachNumber
    move zero to BK-SeatNumber
    move low-values to BK-BoardingStationName
    start BookingFile key is greater than or equal to BookingKey
        invalid key set BookingFileAtEnd to true
    end-start

    if not BookingFileAtEnd
        perform ReadNextBookingRecord
    end-if

    perform until BookingFileAtEnd
        if BK-TrainNumber is not equal to GR-TrainNumber
                or BK-TravelDate is not equal to GR-TravelDate
                or BK-CoachNumber is greater than GR-LastCoach
            set BookingFileAtEnd to true
        else
            if BK-PassengerReference is equal to GR-GroupReference
                    and BK-BoardingStationName is equal to GR-BoardingStationName
                    and BK-AlightingStationName is equal to GR-AlightingStationName
                move BookingRecord to ReleasedBooking
                delete BookingFile record
                    invalid key continue
                    not invalid key
                        add 1 to SeatsFreed
                        call "LogBookingChange" using JournalProgramName,
                                JournalChangeType, ReleasedBooking, NoPreviousBooking
                end-delete
            end-if
            perform ReadNextBookingRecord
        end-if
    end-perform
    .

ReadNextBookingRecord section.
    read BookingFile next record
        at end set BookingFileAtEnd to true
    end-read
    .

end program GroupReservationRelease.
