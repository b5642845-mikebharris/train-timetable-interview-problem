*> UnitSubstitutionRecord.cpy
*> One unit swap put on by the depot after the diagram was set - the
*> train and date, the unit taken off and the unit put on in its
*> place, and the formation the substitute actually provides as taken
*> off the fleet file when the swap was recorded. The timetable load
*> lays that formation over the published one for the date, so seats
*> are never sold in coaches the train is not running with.
01 UnitSubstitutionRecord.
    02 US-TravelDate pic 9(08).
    02 US-TrainNumber pic 9(04).
    02 US-WithdrawnUnit pic x(06).
    02 US-SubstituteUnit pic x(06).
    02 US-CoachCount pic 99.
    02 US-FirstClassCoaches pic 99.
    02 US-CateringFitted pic x.
    02 US-RecordedDate pic 9(08).
    02 US-RecordedTime pic 9(04).
