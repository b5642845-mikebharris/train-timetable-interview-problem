*> JourneyResultRecord.cpy
*> One answered enquiry off the back of the nightly batch run - the
*> request that was asked, alongside what DurationOfJourneyStartingAt
*> and FastestTrainBetween made of it. A journey that needs another
*> route is answered by the network planner instead - the duration is
*> then the whole journey's, and the fastest train time is that of
*> the first train of the journey.
01 JourneyResultRecord.
    02 JR-StartStationName pic x(20).
    02 JR-EndStationName pic x(20).
