*> TimetableExtractRecord.cpy
*> One record of the timetable publication extract - the schedule
*> interchange file the open data feed and the third-party journey
*> planners load instead of copying the printed timetable. A file is
*> a header, then per schedule one schedule record followed by its
*> origin, intermediate and terminating location records, then a
*> trailer with the counts.
*> A permanent schedule is the published weekday or weekend/holiday
*> working over the whole extract; an overlay, new working or
*> cancellation from the dated amendments supersedes it on its own
*> dates only, so a reader applies the permanent schedule and then
*> lets the others win on the dates they cover.
*> A permanent schedule carries zero dates - it stands for as long as
*> the published table does, and the header gives the window the file
*> covers. The others carry the dates of their whole run, which may
*> reach beyond the window; each is keyed on its own first date, so a
*> schedule keeps its key from one night's file to the next and a
*> change to its dates or its working goes out as a revision.
01 TimetableExtractRecord.
    02 TX-RecordType pic xx.
        88 TX-HeaderRecord value "HD".
        88 TX-ScheduleRecord value "BS".
        88 TX-OriginRecord value "LO".
        88 TX-IntermediateRecord value "LI".
        88 TX-TerminatingRecord value "LT".
        88 TX-LocationRecord value "LO" "LI" "LT".
        88 TX-TrailerRecord value "ZZ".
    02 TX-RecordBody pic x(78).
    02 TX-HeaderBody redefines TX-RecordBody.
        03 TX-ExtractType pic x.
            88 TX-FullExtract value "F".
            88 TX-ChangesOnlyExtract value "U".
        03 TX-ExtractTimestamp pic 9(14).
        03 TX-ExtractFromDate pic 9(08).
        03 TX-ExtractToDate pic 9(08).
        03 filler pic x(47).
    02 TX-ScheduleBody redefines TX-RecordBody.
*> N a schedule new to the reader, R one that replaces what the
*> reader holds under the same key, D one the reader must drop
        03 TX-TransactionType pic x.
            88 TX-NewSchedule value "N".
            88 TX-RevisedSchedule value "R".
            88 TX-DeletedSchedule value "D".
        03 TX-ScheduleKey.
            04 TX-TrainNumber pic 9(04).
            04 TX-TimetableVariant pic x.
                88 TX-WeekdayTimetable value "W".
                88 TX-WeekendTimetable value "E".
            04 TX-StpIndicator pic x.
                88 TX-CancelledOnDates value "C".
                88 TX-NewWorking value "N".
                88 TX-OverlayOnDates value "O".
                88 TX-PermanentSchedule value "P".
            04 TX-ScheduleFromDate pic 9(08).
        03 TX-ScheduleToDate pic 9(08).
*> Monday first, "1" on each day of the week the schedule runs
        03 TX-DaysRun pic x(07).
*> X - does not run on bank holidays; B - runs on bank holidays too
        03 TX-BankHolidayRunning pic x.
        03 TX-NumberOfCoaches pic 99.
        03 TX-FirstClassCoaches pic 99.
        03 TX-CateringAvailable pic x.
        03 TX-Direction pic x.
        03 filler pic x(41).
    02 TX-LocationBody redefines TX-RecordBody.
        03 TX-StationCode pic x(03).
        03 TX-StationName pic x(20).
        03 TX-ScheduledArrival pic x(04).
        03 TX-ScheduledDeparture pic x(04).
        03 TX-Platform pic x(03).
*> TB train begins, T stops, TF train finishes, PS passes without
*> stopping - a passing point has no public times and no platform
        03 TX-Activity pic xx.
        03 TX-StepFreeAccess pic x.
        03 filler pic x(41).
    02 TX-TrailerBody redefines TX-RecordBody.
        03 TX-ScheduleCount pic 9(06).
        03 TX-LocationCount pic 9(07).
        03 filler pic x(65).
