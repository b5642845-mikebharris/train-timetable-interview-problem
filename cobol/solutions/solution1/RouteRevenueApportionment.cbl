        select TicketSaleFile assign to "TICKSALES"
            organization is line sequential
            file status is TicketSaleFileStatus.
        select EarningsReportFile assign to "ROUTEERN"
            organization is line sequential
            file status is EarningsReportFileStatus.
fd TicketSaleFile.
copy TicketSaleRecord.

fd EarningsReportFile.
01 EarningsReportLine pic x(100).

01 filler pic 9 binary.
    88 TicketSaleFileAtEnd value 1 when set to false is 0.

01 EarningsReportFileStatus pic xx.
    88 EarningsReportFileOk value "00".

01 SettlementMonth pic 9(06).
01 SaleMonth pic 9(06).

copy RouteApportionmentTables.

01 LoadStatusCode pic 99.
    88 LoadedOk value 0.

01 ApportionmentResult pic x.
    88 SaleSettledOnOneRoute value "S".
    88 SaleSplitAcrossRoutes value "P".
    88 SaleNotApportioned value "U".

01 DirectoryEntry pic 99.

01 SalesRead pic 9(06) value zero.
01 SalesSettled pic 9(06) value zero.
Main section.
    move function current-date(1:6) to SettlementMonth

    call "LoadRouteApportionmentTables" using RouteApportionmentTables, LoadStatusCode
    if not LoadedOk
        display "Route revenue apportionment: could not read the routes directory"
        move 8 to return-code
        goback
    end-if

    open input TicketSaleFile
    if not TicketSaleFileOk
        display "Route revenue apportionment: could not open the ticket sales ledger"
    close EarningsReportFile
    goback.

ReadNextTicketSale section.
    read TicketSaleFile
        at end set TicketSaleFileAtEnd to true
    .

ApportionOneSale section.
    call "ApportionSaleToRoutes" using RouteApportionmentTables, TicketSaleRecord, ApportionmentResult
    evaluate true
        when SaleSettledOnOneRoute
            add 1 to SalesSettled
        when SaleSplitAcrossRoutes
            add 1 to SalesSplit
        when other
            add 1 to SalesUnapportioned
            add TS-AmountTaken to UnapportionedAmount
    end-evaluate
    .

WriteEarningsStatement section.
