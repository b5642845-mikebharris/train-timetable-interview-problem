*> TimetableExtractParameterRecord.cpy
*> The control card for the timetable publication extract - the
*> first and last dates the published feed covers. Keeping the same
*> dates night after night keeps the changes-only file down to what
*> really changed; a zero date takes the default.
01 TimetableExtractParameterRecord.
    02 XP-FromDate pic 9(08).
    02 XP-ToDate pic 9(08).
