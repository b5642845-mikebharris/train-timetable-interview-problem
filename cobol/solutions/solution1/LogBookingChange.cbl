identification division.
program-id. LogBookingChange.

environment division.
configuration section.
    repository.
        function all intrinsic.
input-output section.
    file-control.
        select BookingJournalFile assign to "BKJOURNL"
            organization is line sequential
            file status is BookingJournalFileStatus.

data division.
file section.
fd BookingJournalFile.
copy BookingJournalRecord.

working-storage section.
01 BookingJournalFileStatus pic xx.
    88 BookingJournalFileOk value "00".

01 JournalTimestamp pic x(16).

linkage section.
01 ProgramName pic x(28).
01 ChangeType pic x.
01 BookingImage pic x(67).
01 PreviousBookingImage pic x(67).

procedure division using ProgramName, ChangeType, BookingImage, PreviousBookingImage.
Main section.
    *> the journal is appended to by every booking window and every
    *> batch that moves a reservation, so each change is written and
    *> the file closed again at once - create it on the first ever
    *> change, extend it on every one after that
    open extend BookingJournalFile
    if not BookingJournalFileOk
        open output BookingJournalFile
    end-if
    if not BookingJournalFileOk
        display "Bookings journal: could not record a change made by "
            function trim(ProgramName)
        goback
    end-if

    move function current-date(1:16) to JournalTimestamp
    move JournalTimestamp to BJ-JournalTimestamp
    move ProgramName to BJ-ProgramName
    move ChangeType to BJ-ChangeType
    move BookingImage to BJ-BookingImage
    move PreviousBookingImage to BJ-PreviousBookingImage
    write BookingJournalRecord

    close BookingJournalFile
    goback.

end program LogBookingChange.
