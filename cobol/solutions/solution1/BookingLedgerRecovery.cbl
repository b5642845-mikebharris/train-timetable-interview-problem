identification division.
program-id. BookingLedgerRecovery.

environment division.
configuration section.
    repository.
        function all intrinsic.
input-output section.
    file-control.
        select ParameterFile assign to "BKRCPARM"
            organization is line sequential
            file status is ParameterFileStatus.
        select RunControlFile assign to "RUNCTL"
            organization is line sequential
            file status is RunControlFileStatus.
        select BookingBackupFile assign to BackupFileName
            organization is line sequential
            file status is BookingBackupFileStatus.
        select BookingJournalFile assign to "BKJOURNL"
            organization is line sequential
            file status is BookingJournalFileStatus.
        select BookingFile assign to "BOOKINGS"
            organization is indexed
            access mode is dynamic
            record key is BookingKey
            file status is BookingFileStatus.
        select RecoveryReportFile assign to "BKRCVRPT"
            organization is line sequential
            file status is RecoveryReportFileStatus.

data division.
file section.
fd ParameterFile.
copy BookingRecoveryParameterRecord.

fd RunControlFile.
copy RunControlRecord.

fd BookingBackupFile.
copy BookingBackupRecord.

fd BookingJournalFile.
copy BookingJournalRecord.

fd BookingFile.
copy BookingRecord.

fd RecoveryReportFile.
01 RecoveryReportLine pic x(100).

working-storage section.
01 ParameterFileStatus pic xx.
    88 ParameterFileOk value "00".

01 RunControlFileStatus pic xx.
    88 RunControlFileOk value "00".

01 filler pic 9 binary.
    88 RunControlFileAtEnd value 1 when set to false is 0.

01 BookingBackupFileStatus pic xx.
    88 BookingBackupFileOk value "00".

01 filler pic 9 binary.
    88 BookingBackupFileAtEnd value 1 when set to false is 0.

01 BookingJournalFileStatus pic xx.
    88 BookingJournalFileOk value "00".

01 filler pic 9 binary.
    88 BookingJournalFileAtEnd value 1 when set to false is 0.

01 BookingFileStatus pic xx.
    88 BookingFileOk value "00".

01 filler pic 9 binary.
    88 BookingFileAtEnd value 1 when set to false is 0.

01 RecoveryReportFileStatus pic xx.
    88 RecoveryReportFileOk value "00".

01 filler pic 9 binary.
    88 BackupPointFound value 1 when set to false is 0.
01 filler pic 9 binary.
    88 BackupTrailerFound value 1 when set to false is 0.
01 filler pic 9 binary.
    88 RecoverToEnd value 1 when set to false is 0.

01 BackupPointTimestamp pic x(14).
01 BackupPointDate pic 9(08).

*> the rolling set of backup files the backup step keeps - the same
*> generation number it worked out from the same backup date
01 BackupGenerations pic 999 value 92.
01 BackupGeneration pic 999.
01 BackupFileName pic x(08).
01 BackupPoint pic x(16).
01 RecoverToTimestamp pic 9(14) value zero.
01 RecoverToPoint pic x(16).

01 BackupBookingsCounted pic 9(07) value zero.
01 BackupTrailerCount pic 9(07) value zero.

*> the reservation the journal entry is being replayed for, and the
*> ledger's own copy of it where the ledger already holds that key
01 JournalBooking pic x(67).
01 LedgerBooking pic x(67).

01 ReplayOutcome pic x.
    88 ReplayApplied value "A".
    88 ReplayAlreadyOnBackup value "K".
    88 ReplayConflict value "X".

*> counted per kind of change, row 1 adds, 2 cancels, 3 reallocations
01 JournalCounts.
    02 JournalCount occurs 3 times.
        03 JC-Applied pic 9(07).
        03 JC-AlreadyOnBackup pic 9(07).
        03 JC-Conflicting pic 9(07).
01 ChangeRow pic 9.

01 EntriesBeforeBackup pic 9(07) value zero.
01 EntriesAfterRecoveryPoint pic 9(07) value zero.
01 EntriesNotRecognised pic 9(07) value zero.
01 BookingsRestored pic 9(07) value zero.
01 BookingsWrittenByReplay pic 9(07) value zero.
01 BookingsDeletedByReplay pic 9(07) value zero.
01 ExpectedBookings pic 9(07) value zero.
01 BookingsOnRecoveredLedger pic 9(07) value zero.

01 TitleLine.
    02 filler pic x(42) value "Bookings ledger forward recovery - backup ".
    02 TitleBackupPoint pic x(14).
    02 filler pic x(14) value " recovered to ".
    02 TitleRecoverTo pic x(14).

01 ColumnHeadingLine pic x(100)
    value "Journal entries          Applied  Already on backup  Conflicting".

01 CountLine.
    02 CountLabel pic x(22).
    02 CountApplied pic z(8)9.
    02 filler pic x(10) value spaces.
    02 CountAlreadyOnBackup pic z(8)9.
    02 filler pic x(04) value spaces.
    02 CountConflicting pic z(8)9.

01 SkippedLine.
    02 SkippedLabel pic x(42).
    02 SkippedCount pic z(8)9.

01 ConflictLine.
    02 filler pic x(11) value "  CONFLICT ".
    02 ConflictTimestamp pic x(14).
    02 filler pic x value space.
    02 ConflictProgram pic x(28).
    02 filler pic x value space.
    02 ConflictChangeType pic x.
    02 filler pic x(08) value " train ".
    02 ConflictTrainNumber pic 9(04).
    02 filler pic x value space.
    02 ConflictTravelDate pic 9(08).
    02 filler pic x(07) value " coach ".
    02 ConflictCoach pic z9.
    02 filler pic x(06) value " seat ".
    02 ConflictSeat pic z9.

01 ProofLine.
    02 ProofLabel pic x(42).
    02 ProofCount pic z(8)9.

01 VerdictLine.
    02 filler pic x(42) value "Recovered ledger against backup + journal:".
    02 filler pic x value space.
    02 VerdictText pic x(07).

01 BlankLine pic x(100) value spaces.

procedure division.
Main section.
    initialize JournalCounts
    perform ReadParameters
    perform FindBackupPoint
    if not BackupPointFound
        display "Bookings ledger recovery: no backup point on the run control at or before the recovery time"
        move 8 to return-code
        goback
    end-if
    perform SettleBackupFileName

    *> the backup is proved whole before the ledger is touched - a
    *> backup that is not the one the run control names, or has no
    *> trailer, or whose count disagrees, is not restored over anything
    perform ProveBackup
    if return-code is equal to 8
        goback
    end-if

    if not RecoverToEnd
            and RecoverToPoint is less than BackupPoint
        display "Bookings ledger recovery: the recovery time is before the backup point "
            BackupPointTimestamp
        move 8 to return-code
        goback
    end-if

    open output RecoveryReportFile
    if not RecoveryReportFileOk
        display "Bookings ledger recovery: could not open the recovery report"
        move 8 to return-code
        goback
    end-if
    perform WriteReportTitle

    perform RestoreBackup
    if return-code is equal to 8
        close RecoveryReportFile
        goback
    end-if

    perform ReplayJournal
    if return-code is equal to 8
        close RecoveryReportFile
        goback
    end-if

    perform CountRecoveredLedger
    perform WriteRecoveryReport
    close RecoveryReportFile
    goback.

ReadParameters section.
    *> no control card means bring the ledger right up to the end of
    *> the journal
    set RecoverToEnd to true
    open input ParameterFile
    if ParameterFileOk
        read ParameterFile
            at end continue
            not at end
                if RP-RecoverToTimestamp is numeric
                        and RP-RecoverToTimestamp is greater than zero
                    move RP-RecoverToTimestamp to RecoverToTimestamp
                    set RecoverToEnd to false
                end-if
        end-read
        close ParameterFile
    end-if
    *> everything journalled within the chosen second is replayed
    move RecoverToTimestamp to RecoverToPoint(1:14)
    move "99" to RecoverToPoint(15:2)
    .

FindBackupPoint section.
    *> the latest backup taken at or before the time to recover to -
    *> a night whose run damaged the ledger is recovered from the
    *> backup before it, never from the damaged copy taken after it
    set BackupPointFound to false
    set RunControlFileAtEnd to false
    open input RunControlFile
    if not RunControlFileOk
        exit section
    end-if
    perform until RunControlFileAtEnd
        read RunControlFile
            at end set RunControlFileAtEnd to true
            not at end
                if RC-BackupPoint
                    if RecoverToEnd
                            or RC-Timestamp is not greater than RecoverToPoint(1:14)
                        move RC-Timestamp to BackupPointTimestamp
                        set BackupPointFound to true
                    end-if
                end-if
        end-read
    end-perform
    close RunControlFile
    .

SettleBackupFileName section.
    move BackupPointTimestamp(1:8) to BackupPointDate
    compute BackupGeneration =
        function mod(function integer-of-date(BackupPointDate), BackupGenerations)
    move spaces to BackupFileName
    string "BKUP" delimited by size
            BackupGeneration delimited by size
        into BackupFileName
    .

ProveBackup section.
    *> a generation already reused by a later backup in the rolling set
    *> names a different backup point in its header and is refused
    open input BookingBackupFile
    if not BookingBackupFileOk
        display "Bookings ledger recovery: could not open the backup file " BackupFileName
        move 8 to return-code
        exit section
    end-if

    set BookingBackupFileAtEnd to false
    perform ReadNextBackupRecord
    if BookingBackupFileAtEnd or not BB-HeaderRecord
            or BB-BackupTimestamp is not equal to BackupPointTimestamp
        display "Bookings ledger recovery: the backup file is not the backup taken at "
            BackupPointTimestamp
        close BookingBackupFile
        move 8 to return-code
        exit section
    end-if
    move BB-BackupPoint to BackupPoint

    set BackupTrailerFound to false
    perform ReadNextBackupRecord
    perform until BookingBackupFileAtEnd
        evaluate true
            when BB-BookingRecord
                add 1 to BackupBookingsCounted
            when BB-TrailerRecord
                set BackupTrailerFound to true
                move BB-BookingCount to BackupTrailerCount
        end-evaluate
        perform ReadNextBackupRecord
    end-perform
    close BookingBackupFile

    if not BackupTrailerFound
            or BackupTrailerCount is not equal to BackupBookingsCounted
        display "Bookings ledger recovery: the backup taken at " BackupPointTimestamp
            " is incomplete"
        move 8 to return-code
    end-if
    .

ReadNextBackupRecord section.
    read BookingBackupFile
        at end set BookingBackupFileAtEnd to true
    end-read
    .

RestoreBackup section.
    *> the damaged ledger is replaced outright by the backup
    open output BookingFile
    if not BookingFileOk
        display "Bookings ledger recovery: could not recreate the bookings ledger"
        move 8 to return-code
        exit section
    end-if
    open input BookingBackupFile
    set BookingBackupFileAtEnd to false
    perform ReadNextBackupRecord
    perform until BookingBackupFileAtEnd
        if BB-BookingRecord
            move BB-BookingImage to BookingRecord
            write BookingRecord
                invalid key
                    display "Bookings ledger recovery: could not restore a booking for train "
                        BK-TrainNumber " on " BK-TravelDate
                    move 8 to return-code
                not invalid key
                    add 1 to BookingsRestored
            end-write
        end-if
        perform ReadNextBackupRecord
    end-perform
    close BookingBackupFile
    close BookingFile
    .

ReplayJournal section.
    *> no journal means nothing has changed since the backup
    open input BookingJournalFile
    if not BookingJournalFileOk
        exit section
    end-if
    open i-o BookingFile
    if not BookingFileOk
        display "Bookings ledger recovery: could not reopen the restored ledger"
        close BookingJournalFile
        move 8 to return-code
        exit section
    end-if

    set BookingJournalFileAtEnd to false
    perform ReadNextJournalEntry
    perform until BookingJournalFileAtEnd
        evaluate true
            when BJ-JournalTimestamp is less than BackupPoint
                add 1 to EntriesBeforeBackup
            when not RecoverToEnd
                    and BJ-JournalTimestamp is greater than RecoverToPoint
                add 1 to EntriesAfterRecoveryPoint
            when BJ-BookingAdded
                move 1 to ChangeRow
                perform ReplayAdd
                perform CountReplayOutcome
            when BJ-BookingCancelled
                move 2 to ChangeRow
                perform ReplayCancel
                perform CountReplayOutcome
            when BJ-BookingReallocated
                move 3 to ChangeRow
                perform ReplayReallocation
                perform CountReplayOutcome
            when other
                add 1 to EntriesNotRecognised
        end-evaluate
        perform ReadNextJournalEntry
    end-perform

    close BookingJournalFile
    close BookingFile
    .

ReadNextJournalEntry section.
    read BookingJournalFile
        at end set BookingJournalFileAtEnd to true
    end-read
    .

ReplayAdd section.
    *> an add the backup already holds was made while the copy ran;
    *> the same key holding somebody else's reservation is a conflict
    move BJ-BookingImage to JournalBooking
    perform WriteJournalBooking
    .

ReplayCancel section.
    move BJ-BookingImage to JournalBooking
    perform DeleteJournalBooking
    .

ReplayReallocation section.
    *> the seat given up comes off first, then the new seat goes on -
    *> a move is applied only when the new seat is written
    if BJ-PreviousBookingImage is not equal to spaces
        move BJ-PreviousBookingImage to JournalBooking
        perform DeleteJournalBooking
        if ReplayConflict
            exit section
        end-if
    end-if
    move BJ-BookingImage to JournalBooking
    perform WriteJournalBooking
    .

WriteJournalBooking section.
    move JournalBooking to BookingRecord
    write BookingRecord
        invalid key
            read BookingFile record
                invalid key continue
            end-read
            move BookingRecord to LedgerBooking
            if LedgerBooking is equal to JournalBooking
                set ReplayAlreadyOnBackup to true
            else
                set ReplayConflict to true
            end-if
        not invalid key
            add 1 to BookingsWrittenByReplay
            set ReplayApplied to true
    end-write
    .

DeleteJournalBooking section.
    *> a cancel the backup no longer holds was made while the copy ran;
    *> the key held by a different reservation is a conflict
    move JournalBooking to BookingRecord
    read BookingFile record
        invalid key
            set ReplayAlreadyOnBackup to true
            exit section
    end-read
    move BookingRecord to LedgerBooking
    if LedgerBooking is not equal to JournalBooking
        set ReplayConflict to true
        exit section
    end-if
    delete BookingFile record
        invalid key
            set ReplayConflict to true
        not invalid key
            add 1 to BookingsDeletedByReplay
            set ReplayApplied to true
    end-delete
    .

CountReplayOutcome section.
    evaluate true
        when ReplayApplied
            add 1 to JC-Applied(ChangeRow)
        when ReplayAlreadyOnBackup
            add 1 to JC-AlreadyOnBackup(ChangeRow)
        when other
            add 1 to JC-Conflicting(ChangeRow)
            perform WriteConflictLine
    end-evaluate
    .

WriteConflictLine section.
    move JournalBooking to BookingRecord
    move BJ-Timestamp to ConflictTimestamp
    move BJ-ProgramName to ConflictProgram
    move BJ-ChangeType to ConflictChangeType
    move BK-TrainNumber to ConflictTrainNumber
    move BK-TravelDate to ConflictTravelDate
    move BK-CoachNumber to ConflictCoach
    move BK-SeatNumber to ConflictSeat
    write RecoveryReportLine from ConflictLine
    .

CountRecoveredLedger section.
    open input BookingFile
    if not BookingFileOk
        exit section
    end-if
    set BookingFileAtEnd to false
    move low-values to BookingKey
    start BookingFile key is greater than or equal to BookingKey
        invalid key set BookingFileAtEnd to true
    end-start
    perform until BookingFileAtEnd
        read BookingFile next record
            at end set BookingFileAtEnd to true
            not at end add 1 to BookingsOnRecoveredLedger
        end-read
    end-perform
    close BookingFile
    .

WriteReportTitle section.
    *> any conflicts the replay meets are listed straight under the
    *> title, ahead of the counts
    move BackupPointTimestamp to TitleBackupPoint
    if RecoverToEnd
        move "END OF JOURNAL" to TitleRecoverTo
    else
        move RecoverToTimestamp to TitleRecoverTo
    end-if
    write RecoveryReportLine from TitleLine
    write RecoveryReportLine from BlankLine
    .

WriteRecoveryReport section.
    write RecoveryReportLine from BlankLine
    move "Reservations on backup" to ProofLabel
    move BookingsRestored to ProofCount
    write RecoveryReportLine from ProofLine
    write RecoveryReportLine from BlankLine

    write RecoveryReportLine from ColumnHeadingLine
    perform varying ChangeRow from 1 by 1 until ChangeRow is greater than 3
        evaluate ChangeRow
            when 1 move "Adds" to CountLabel
            when 2 move "Cancels" to CountLabel
            when 3 move "Reallocations" to CountLabel
        end-evaluate
        move JC-Applied(ChangeRow) to CountApplied
        move JC-AlreadyOnBackup(ChangeRow) to CountAlreadyOnBackup
        move JC-Conflicting(ChangeRow) to CountConflicting
        write RecoveryReportLine from CountLine
    end-perform
    move "Entries before the backup point" to SkippedLabel
    move EntriesBeforeBackup to SkippedCount
    write RecoveryReportLine from SkippedLine
    move "Entries after the recovery time" to SkippedLabel
    move EntriesAfterRecoveryPoint to SkippedCount
    write RecoveryReportLine from SkippedLine
    move "Entries of no known kind" to SkippedLabel
    move EntriesNotRecognised to SkippedCount
    write RecoveryReportLine from SkippedLine
    write RecoveryReportLine from BlankLine

    *> the proof: what the backup held, plus every reservation the
    *> journal put on, less every one it took off, is exactly what
    *> the recovered ledger holds
    compute ExpectedBookings = BookingsRestored + BookingsWrittenByReplay
        - BookingsDeletedByReplay
    move "Reservations written by the replay" to ProofLabel
    move BookingsWrittenByReplay to ProofCount
    write RecoveryReportLine from ProofLine
    move "Reservations taken off by the replay" to ProofLabel
    move BookingsDeletedByReplay to ProofCount
    write RecoveryReportLine from ProofLine
    move "Reservations expected on the ledger" to ProofLabel
    move ExpectedBookings to ProofCount
    write RecoveryReportLine from ProofLine
    move "Reservations counted on the ledger" to ProofLabel
    move BookingsOnRecoveredLedger to ProofCount
    write RecoveryReportLine from ProofLine

    if ExpectedBookings is equal to BookingsOnRecoveredLedger
            and JC-Conflicting(1) is equal to zero
            and JC-Conflicting(2) is equal to zero
            and JC-Conflicting(3) is equal to zero
        move "AGREED" to VerdictText
    else
        move "DIFFERS" to VerdictText
        move 8 to return-code
    end-if
    write RecoveryReportLine from VerdictLine
    .

end program BookingLedgerRecovery.
