*> CrewCompetencyRecord.cpy
*> One line of a crew member's competence card, as held on the
*> competency file: either route knowledge over a stretch of line,
*> given as the station codes at each end of the stretch signed for,
*> or traction knowledge of one unit class - each with the date the
*> competence runs out unless it is refreshed.
01 CrewCompetencyRecord.
    02 CK-CrewId pic x(06).
    02 CK-CompetencyType pic x.
        88 CK-RouteKnowledge value "R".
        88 CK-TractionKnowledge value "T".
    02 CK-FromStationCode pic x(03).
    02 CK-ToStationCode pic x(03).
    02 CK-UnitClass pic x(03).
    02 CK-ExpiryDate pic 9(08).
