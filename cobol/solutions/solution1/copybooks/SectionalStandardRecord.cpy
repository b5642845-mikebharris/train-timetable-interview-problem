*> SectionalStandardRecord.cpy
*> One planning rule off the sectional standards file kept by the
*> timetable office - either the least time stock can physically run
*> a section in, or the closest the signalling lets two trains follow
*> each other over it. A section is named by the station codes at
*> either end and holds for both directions. A running time may be
*> given for one unit class only (a faster class can be timed
*> tighter); left blank it holds for any stock. Headways are for the
*> section whatever runs over it, so carry no class.
01 SectionalStandardRecord.
    02 RS-StandardType pic x.
        88 RS-RunningTimeStandard value "R".
        88 RS-HeadwayStandard value "H".
    02 RS-FromStationCode pic x(03).
    02 RS-ToStationCode pic x(03).
    02 RS-UnitClass pic x(03).
    02 RS-MinimumMinutes pic 9(03).
