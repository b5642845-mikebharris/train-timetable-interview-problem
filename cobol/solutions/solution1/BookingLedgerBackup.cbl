identification division.
program-id. BookingLedgerBackup.

environment division.
configuration section.
    repository.
        function all intrinsic.
input-output section.
    file-control.
        select BookingFile assign to "BOOKINGS"
            organization is indexed
            access mode is sequential
            record key is BookingKey
            file status is BookingFileStatus.
        select BookingBackupFile assign to BackupFileName
            organization is line sequential
            file status is BookingBackupFileStatus.
        select RunControlFile assign to "RUNCTL"
            organization is line sequential
            file status is RunControlFileStatus.

data division.
file section.
fd BookingFile.
copy BookingRecord.

fd BookingBackupFile.
copy BookingBackupRecord.

fd RunControlFile.
copy RunControlRecord.

working-storage section.
01 BookingFileStatus pic xx.
    88 BookingFileOk value "00".
    88 BookingFileNotPresent value "35".

01 filler pic 9 binary.
    88 BookingFileAtEnd value 1 when set to false is 0.

01 BookingBackupFileStatus pic xx.
    88 BookingBackupFileOk value "00".

01 RunControlFileStatus pic xx.
    88 RunControlFileOk value "00".

01 BackupPoint.
    02 BackupTimestamp.
        03 BackupDate pic 9(08).
        03 BackupTime pic 9(06).
    02 BackupHundredths pic 99.

*> one backup file for each day of a rolling set as long as the
*> bookings journal is kept, so a bad night's backup never overwrites
*> the good one before it - the generation is the backup date's day
*> number within the set, and the recovery works out the same name
*> from the backup point on the run control
01 BackupGenerations pic 999 value 92.
01 BackupGeneration pic 999.
01 BackupFileName pic x(08).

01 BookingsCopied pic 9(07) value zero.

procedure division.
Main section.
    *> the backup point is taken before the first booking is read - a
    *> change journalled while the copy runs is replayed again on a
    *> recovery, and the replay knows a change already on the backup
    move function current-date(1:16) to BackupPoint
    compute BackupGeneration =
        function mod(function integer-of-date(BackupDate), BackupGenerations)
    move spaces to BackupFileName
    string "BKUP" delimited by size
            BackupGeneration delimited by size
        into BackupFileName

    set BookingFileAtEnd to false
    open input BookingFile
    if BookingFileNotPresent
        *> no ledger yet means nothing has ever been booked - the
        *> backup is an empty one, and still a point to replay from
        set BookingFileAtEnd to true
    else
        if not BookingFileOk
            display "Bookings ledger backup: could not open the bookings ledger"
            move 8 to return-code
            goback
        end-if
    end-if

    open output BookingBackupFile
    if not BookingBackupFileOk
        display "Bookings ledger backup: could not open the backup file " BackupFileName
        if not BookingFileAtEnd
            close BookingFile
        end-if
        move 8 to return-code
        goback
    end-if

    move spaces to BookingBackupRecord
    set BB-HeaderRecord to true
    move BackupPoint to BB-BackupPoint
    write BookingBackupRecord

    if not BookingFileAtEnd
        perform ReadNextBooking
        perform until BookingFileAtEnd
            move spaces to BookingBackupRecord
            set BB-BookingRecord to true
            move BookingRecord to BB-BookingImage
            write BookingBackupRecord
            add 1 to BookingsCopied
            perform ReadNextBooking
        end-perform
        close BookingFile
    end-if

    move spaces to BookingBackupRecord
    set BB-TrailerRecord to true
    move BookingsCopied to BB-BookingCount
    write BookingBackupRecord
    close BookingBackupFile

    perform RecordBackupPoint
    display "Bookings ledger backup: " BookingsCopied " reservations copied at "
        BackupTimestamp " to " BackupFileName
    goback.

ReadNextBooking section.
    read BookingFile next record
        at end set BookingFileAtEnd to true
    end-read
    .

RecordBackupPoint section.
    *> only a finished backup goes on the run control - the recovery
    *> restores from the last backup point there at or before the time
    *> it is asked to recover to
    open extend RunControlFile
    if not RunControlFileOk
        open output RunControlFile
    end-if
    if not RunControlFileOk
        display "Bookings ledger backup: could not record the backup point"
        move 8 to return-code
        exit section
    end-if
    move BackupDate to RC-BusinessDate
    move zero to RC-StepNumber
    move "BookingLedgerBackup" to RC-StepName
    move BackupTimestamp to RC-Timestamp
    set RC-BackupPoint to true
    write RunControlRecord
    close RunControlFile
    .

end program BookingLedgerBackup.
