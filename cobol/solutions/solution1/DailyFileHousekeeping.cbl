*> the files this step keeps in trim, each with its own retention -
*> every one of them carries the record's own date in its first eight
*> characters (AU-Timestamp, PH-RunDate, AC-AdviceDate,
*> RC-BusinessDate, TS-SaleDate and BJ-Timestamp all lead their
*> records), which is what lets one step cut them all. PUNCHIST keeps
*> at least two whole months so the monthly report's trend line still
*> has its previous month on the live file.
01 HousekeptFileCount pic 9 value 6.
01 HousekeptFiles.
    02 HousekeptFile occurs 6 times.
        03 HK-LiveFileName pic x(09).
        03 HK-ArchiveStem pic x(05).
        03 HK-RetentionDays pic 999.
    move "TICKSALES" to HK-LiveFileName(5)
    move "TIKAR" to HK-ArchiveStem(5)
    move 92 to HK-RetentionDays(5)
    *> the bookings journal is replayed from any backup point still on
    *> the run control, so it keeps as long as the run control does and
    *> as long as the rolling set of backup files goes back
    move "BKJOURNL " to HK-LiveFileName(6)
    move "BKJAR" to HK-ArchiveStem(6)
    move 92 to HK-RetentionDays(6)

    open output HousekeepingReportFile
    if not HousekeepingReportFileOk
