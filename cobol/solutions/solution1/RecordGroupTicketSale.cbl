identification division.
program-id. RecordGroupTicketSale.

environment division.
configuration section.
    repository.
        function all intrinsic.
input-output section.
    file-control.
        select GroupReservationFile assign to "GROUPRES"
            organization is indexed
            access mode is random
            record key is GroupReservationKey
            file status is GroupReservationFileStatus.

data division.
file section.
fd GroupReservationFile.
copy GroupReservationRecord.

working-storage section.
01 GroupReservationFileStatus pic xx.
    88 GroupReservationFileOk value "00".

01 filler pic 9 binary.
    88 GroupBlockFound value 1 when set to false is 0.

01 ProductCode pic x(03) value "GRP".
01 NoDiscountType pic x(03) value spaces.
01 NoDiscountGiven pic 9(6)v99 value zero.
01 TicketSaleStatusCode pic 99.
    88 TicketSaleRecordedOk value 0.

linkage section.
01 IssuingOfficeName pic x(20).
01 GroupReference pic x(10).
01 TrainNumber pic 9(04).
01 TravelDate pic 9(08).
01 AmountTaken pic 9(6)v99.
01 SaleStatusCode pic 99.
    88 SaleRecordedOk value 0.
    88 GroupAlreadySold value 4.
    88 GroupBlockNotHeld value 8.

procedure division using IssuingOfficeName, GroupReference, TrainNumber, TravelDate,
        AmountTaken, SaleStatusCode.
Main section.
    move zero to SaleStatusCode

    *> the group ticket is only sold against a block still held on the
    *> register - a block already released has given its seats away
    open i-o GroupReservationFile
    if not GroupReservationFileOk
        set GroupBlockNotHeld to true
        goback
    end-if

    set GroupBlockFound to false
    move GroupReference to GR-GroupReference
    move TrainNumber to GR-TrainNumber
    move TravelDate to GR-TravelDate
    read GroupReservationFile
        invalid key continue
        not invalid key set GroupBlockFound to true
    end-read

    if not GroupBlockFound or GR-BlockReleased
        set GroupBlockNotHeld to true
        close GroupReservationFile
        goback
    end-if

    if GR-BlockSold
        set GroupAlreadySold to true
        close GroupReservationFile
        goback
    end-if

    *> the sale goes on the ordinary sales ledger as one ticket for
    *> the party, so the office's till and the revenue run see it
    call "RecordTicketSale" using IssuingOfficeName, GR-BoardingStationName,
            GR-AlightingStationName, GR-TravelClass, ProductCode, AmountTaken,
            NoDiscountType, NoDiscountGiven, TrainNumber, TravelDate,
            TicketSaleStatusCode, GR-PartySize
    if not TicketSaleRecordedOk
        set GroupBlockNotHeld to true
        close GroupReservationFile
        goback
    end-if

    set GR-BlockSold to true
    move function current-date(1:8) to GR-SaleRecordedDate
    rewrite GroupReservationRecord
        invalid key set GroupBlockNotHeld to true
    end-rewrite

    close GroupReservationFile
    goback.

end program RecordGroupTicketSale.
