*> Zero always means "found what the caller asked for and the figures
*> returned can be trusted"; any non-zero code means nothing was
*> computed - the caller asked about a station or train that isn't on
*> this timetable, asked for a seat the ledger cannot provide (or a
*> party bigger than the train's group allowance has room for), or
*> quoted a passenger reference with no live account behind it.
01 JourneyStatusCode pic 99 value zero.
    88 JourneyStatusOk value 0.
    88 StartStationNotFound value 4.
    88 NoSeatAvailable value 20.
    88 CoachTypeFileNotAvailable value 24.
    88 RoutesDirectoryNotAvailable value 28.
    88 PassengerAccountNotLive value 32.
    88 GroupAllowanceExceeded value 36.
    88 GroupAlreadyReserved value 40.
