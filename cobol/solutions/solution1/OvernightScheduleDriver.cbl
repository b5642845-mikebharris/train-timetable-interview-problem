*> off the day's actuals, then the revenue and enquiry analyses.
*> RefreshRouteTimeTableFromLiveFeed is a subprogram with no batch
*> standing of its own - the steps that need live times call it.
01 StepCount pic 99 value 24.
01 SuiteSteps.
    02 SuiteStep occurs 24 times.
        03 SS-StepName pic x(28).
        03 SS-LastStatus pic x.
            88 SS-StepAlreadyComplete value "C".

InitialiseStepStatuses section.
    move "TimetableEditCheck" to SS-StepName(1)
    *> the planning rules are a gate in their own right - a train timed
    *> faster than the stock can run, or closer behind another than
    *> the signalling allows, stops the night as a bad master does
    move "TimetablePlanningRulesCheck" to SS-StepName(2)
    move "FaresEditCheck" to SS-StepName(3)
    *> the journey matrix is built only from a timetable the checks
    *> have passed, and before the first planner of the night reads it
    move "NetworkJourneyMatrixBuild" to SS-StepName(4)
    move "NightlyJourneyBatch" to SS-StepName(5)
    move "DailyRunningReport" to SS-StepName(6)
    move "ActualRunningReconciliation" to SS-StepName(7)
    move "TimetableRegressionSweep" to SS-StepName(8)
    move "SeasonTicketComparisonReport" to SS-StepName(9)
    move "EnquiryPatternAnalysis" to SS-StepName(10)
    move "EndOfDayRevenueReport" to SS-StepName(11)
    move "TrainLoadingReport" to SS-StepName(12)
    move "FleetMileagePosting" to SS-StepName(13)
    *> unpaid group blocks past their hold give their seats back
    *> before the waiting list is replayed, so the people waiting get
    *> first call on them
    move "GroupReservationRelease" to SS-StepName(14)
    move "WaitingListReallocation" to SS-StepName(15)
    move "DelayCauseAttribution" to SS-StepName(16)
    *> the duty controller takes over whatever the day left open
    move "OpenIncidentHandover" to SS-StepName(17)
    *> the remittance run pays only what the claims step has approved,
    *> so it sits immediately behind it and never runs without it
    move "DelayRepayClaims" to SS-StepName(18)
    move "CompensationRemittanceRun" to SS-StepName(19)
    *> tomorrow's seat labels print once the waiting list has been
    *> given its seats and nothing else tonight will move a booking
    move "SeatReservationLabels" to SS-StepName(20)
    *> the ledger posting reads the day's sales, refunds, cash and the
    *> bank file the remittance run has just cut, so it follows them
    move "GeneralLedgerPosting" to SS-StepName(21)
    *> the published feed is cut once every amendment and unit swap
    *> for the night has been edit-checked and loaded without complaint
    move "TimetablePublicationExtract" to SS-StepName(22)
    *> the bookings ledger is backed up once every step that moves a
    *> reservation tonight has finished with it - the journal is
    *> replayed from this point if the ledger has to be recovered
    move "BookingLedgerBackup" to SS-StepName(23)
    *> housekeeping runs last so every step of the night has already
    *> read and written the files it is about to trim
    move "DailyFileHousekeeping" to SS-StepName(24)
    perform varying StepEntry from 1 by 1 until StepEntry is greater than StepCount
        move space to SS-LastStatus(StepEntry)
    end-perform
    evaluate SS-StepName(RunningStep)
        when "TimetableEditCheck"
            call "TimetableEditCheck"
        when "TimetablePlanningRulesCheck"
            call "TimetablePlanningRulesCheck"
        when "FaresEditCheck"
            call "FaresEditCheck"
        when "NetworkJourneyMatrixBuild"
            call "NetworkJourneyMatrixBuild"
        when "NightlyJourneyBatch"
            call "NightlyJourneyBatch"
        when "DailyRunningReport"
            call "TrainLoadingReport"
        when "FleetMileagePosting"
            call "FleetMileagePosting"
        when "GroupReservationRelease"
            call "GroupReservationRelease"
        when "WaitingListReallocation"
            call "WaitingListReallocation"
        when "DelayCauseAttribution"
            call "DelayCauseAttribution"
        when "OpenIncidentHandover"
            call "OpenIncidentHandover"
        when "DelayRepayClaims"
            call "DelayRepayClaims"
        when "CompensationRemittanceRun"
            call "CompensationRemittanceRun"
        when "SeatReservationLabels"
            call "SeatReservationLabels"
        when "GeneralLedgerPosting"
            call "GeneralLedgerPosting"
        when "TimetablePublicationExtract"
            call "TimetablePublicationExtract"
        when "BookingLedgerBackup"
            call "BookingLedgerBackup"
        when "DailyFileHousekeeping"
            call "DailyFileHousekeeping"
        when other
