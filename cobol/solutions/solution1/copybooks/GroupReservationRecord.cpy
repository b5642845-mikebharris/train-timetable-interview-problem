*> GroupReservationRecord.cpy
*> One party's block of seats on one train and date - the group
*> reference every seat in the block is booked under, how many it
*> seats, in which class over which leg, and the coaches the block
*> sits in. The block is held unpaid until the hold date; if the
*> group ticket sale has not been recorded by then the overnight
*> release frees every seat in it for ordinary passengers. A released
*> block stays on file so the party's history can still be read.
*> Indexed on group reference, train and date, so the same party can
*> hold its outward and return trains under the one reference.
01 GroupReservationRecord.
    02 GroupReservationKey.
        03 GR-GroupReference pic x(10).
        03 GR-TrainNumber pic 9(04).
        03 GR-TravelDate pic 9(08).
    02 GR-TravelClass pic x.
    02 GR-BoardingStationName pic x(20).
    02 GR-AlightingStationName pic x(20).
    02 GR-PartySize pic 9(03).
    02 GR-FirstCoach pic 99.
    02 GR-LastCoach pic 99.
    02 GR-ReservedDate pic 9(08).
    02 GR-HoldUntilDate pic 9(08).
    02 GR-GroupStatus pic x.
        88 GR-BlockHeld value "H".
        88 GR-BlockSold value "S".
        88 GR-BlockReleased value "R".
    02 GR-SaleRecordedDate pic 9(08).
    02 GR-ReleasedDate pic 9(08).
