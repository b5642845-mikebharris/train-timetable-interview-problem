*> they asked - the leg and class they wanted, in the order they
*> asked. The overnight reallocation replays these oldest-first
*> against whatever seats cancellations have freed, so a sold-out
*> Friday train stops running with empty reserved seats. The reason
*> says how the passenger came to be waiting - turned away from a
*> full train, or put off their reserved seat by a short formation.
01 WaitingListRecord.
    02 WL-TrainNumber pic 9(04).
    02 WL-TravelDate pic 9(08).
    02 WL-BoardingStationName pic x(20).
    02 WL-AlightingStationName pic x(20).
    02 WL-PassengerReference pic x(10).
    02 WL-WaitingReason pic x(20).
        88 WL-TrainWasFull value "TRAIN FULL".
        88 WL-ShortFormation value "SHORT FORMATION".
