    02 IN-ToDate pic 9(08).
    02 IN-TrainNumber pic 9(04).
    02 IN-StationName pic x(20).
*> kept by the control room incident log. An open incident runs to
*> 99999999 until it is closed with its real to-date; a register line
*> written before the log existed has no status and is open for as
*> long as its dates say. Further trains caught up in the incident
*> are listed after the first; an incident naming no train bites on
*> every train, as before.
    02 IN-IncidentStatus pic x.
        88 IN-IncidentOpen value "O".
        88 IN-IncidentClosed value "C".
    02 IN-OtherTrainsAffected.
        03 IN-OtherTrainNumber pic 9(04) occurs 5 times.
    02 IN-OpenedTimestamp pic 9(14).
    02 IN-LastUpdatedTimestamp pic 9(14).
    02 IN-TimesReopened pic 9.
    02 IN-LatestUpdate pic x(40).
