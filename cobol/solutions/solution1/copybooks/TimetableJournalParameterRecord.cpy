*> TimetableJournalParameterRecord.cpy
*> The control card for the timetable journal report - the first and
*> last dates of approval to list. A date left at zero takes the
*> run's default: the seven days up to and including today.
01 TimetableJournalParameterRecord.
    02 JQ-FromDate pic 9(08).
    02 JQ-ToDate pic 9(08).
