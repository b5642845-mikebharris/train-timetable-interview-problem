*> ended. "R" is written as a step starts, then "C" or "F" as it
*> ends; on a rerun the driver reads these back and picks up from the
*> first step for the date without a "C".
*> "B" is the nightly backup point of the bookings ledger - step
*> number zero, so the driver's restart logic passes over it, with
*> the moment the backup was started. The date of that moment names
*> the backup file the night's copy went to.
01 RunControlRecord.
    02 RC-BusinessDate pic 9(08).
    02 RC-StepNumber pic 99.
        88 RC-StepRunning value "R".
        88 RC-StepComplete value "C".
        88 RC-StepFailed value "F".
        88 RC-BackupPoint value "B".
