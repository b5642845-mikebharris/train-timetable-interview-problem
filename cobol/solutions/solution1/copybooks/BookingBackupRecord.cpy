*> BookingBackupRecord.cpy
*> One line of the nightly backup of the bookings ledger - a header
*> stamped with the moment the copy was started, every reservation
*> on BOOKINGS in key order, and a trailer with the count. A backup
*> without its trailer was never finished and is not restored. The
*> same moment goes on the run-control file as the night's backup
*> point, and the bookings journal is replayed from there.
*> Each night's backup is its own file, BKUP followed by the backup
*> date's generation in a rolling set of 92 - as long as the journal
*> is kept - so earlier nights' backups stay to recover from.
01 BookingBackupRecord.
    02 BB-RecordType pic x.
        88 BB-HeaderRecord value "H".
        88 BB-BookingRecord value "B".
        88 BB-TrailerRecord value "T".
    02 BB-BookingImage pic x(67).
    02 BB-HeaderBody redefines BB-BookingImage.
        03 BB-BackupPoint.
            04 BB-BackupTimestamp pic 9(14).
            04 BB-BackupHundredths pic 99.
        03 filler pic x(51).
    02 BB-TrailerBody redefines BB-BookingImage.
        03 BB-BookingCount pic 9(07).
        03 filler pic x(60).
