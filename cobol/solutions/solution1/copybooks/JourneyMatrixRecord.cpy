*> JourneyMatrixRecord.cpy
*> One entry on the network journey matrix - the best itinerary the
*> network search finds between two stations for a passenger ready
*> to travel on the hour, worked out overnight for every station pair
*> on the routes directory and every hour of the day so an enquiry
*> reads one record instead of re-reading every route file. Entries
*> are for the standard connection allowances; a passenger needing
*> step-free interchange is always searched live.
*> The entry with blank station names and hour zero is the control
*> record, written last - a matrix without it is a build that never
*> finished and must not be trusted.
01 JourneyMatrixRecord.
    02 JM-MatrixKey.
        03 JM-OriginStationName pic x(20).
        03 JM-DestinationStationName pic x(20).
        03 JM-DepartureHour pic 99.
*> the search's own status: zero with an itinerary, or TrainNotFound
*> when nothing can be made of the journey from that hour on
    02 JM-JourneyStatusCode pic 99.
*> the NetworkItinerary exactly as the search handed it back
    02 JM-ItineraryImage pic x(194).
    02 JM-ControlBody redefines JM-ItineraryImage.
        03 JM-BuiltTimestamp pic 9(14).
        03 JM-StationsCovered pic 9(05).
        03 JM-EntriesWritten pic 9(07).
        03 filler pic x(168).
