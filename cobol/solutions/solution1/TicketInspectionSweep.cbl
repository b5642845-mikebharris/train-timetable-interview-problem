
working-storage section.
copy RouteTimeTable.
copy ConcessionTable.

01 InspectionFileStatus pic xx.
    88 InspectionFileOk value "00".

    write InspectionReportLine from HeadingLine

    *> the schemes do not change during the night, so the concessions
    *> load once and judge every discounted ticket in the file
    call "LoadConcessionTable" using ConcessionTable, LoadStatusCode

    perform ReadNextInspection

    perform until InspectionFileAtEnd
        move IP-InspectionDate to TimeTableLoadedForDate
    end-if

    call "CheckTicketValidity" using RouteTimeTable, ConcessionTable,
            IP-TrainNumber, IP-CoachNumber, IP-StartStationName,
            IP-EndStationName, IP-TravelClass, IP-ProductCode,
            IP-DiscountType, IP-SaleDate, IP-InspectionDate,
            ValidityIndicator, ValidityReason

    *> only the irregularities make the report - a clean ticket is
    *> the ordinary case and nobody reads ten thousand VALID lines
