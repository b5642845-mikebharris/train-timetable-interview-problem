identification division.
program-id. FaresRevisionForecast.

environment division.
configuration section.
    repository.
        function all intrinsic.
input-output section.
    file-control.
        select ParameterFile assign to "FCSTPARM"
            organization is line sequential
            file status is ParameterFileStatus.
        select FareTableFile assign to "FARETAB"
            organization is line sequential
            file status is FareTableFileStatus.
        select TicketSaleFile assign to "TICKSALES"
            organization is line sequential
            file status is TicketSaleFileStatus.
        select ArchiveDirectoryFile assign to "ARCHDIR"
            organization is line sequential
            file status is ArchiveDirectoryFileStatus.
        select ArchivedSaleFile assign to ArchivedSaleFileName
            organization is line sequential
            file status is ArchivedSaleFileStatus.
        select ForecastReportFile assign to "FAREFCST"
            organization is line sequential
            file status is ForecastReportFileStatus.

data division.
file section.
fd ParameterFile.
copy FaresForecastParameterRecord.

fd FareTableFile.
copy FareTableFileRecord.

fd TicketSaleFile.
copy TicketSaleRecord.

fd ArchiveDirectoryFile.
copy ArchiveDirectoryRecord.

*> an archived generation of the sales ledger keeps exactly the live
*> file's layout, so it reads through the same record shape
fd ArchivedSaleFile.
copy TicketSaleRecord
    replacing ==TicketSaleRecord== by ==ArchivedSaleRecord==
              leading ==TS-== by ==TA-==.

fd ForecastReportFile.
01 ForecastReportLine pic x(100).

working-storage section.
copy RouteTimeTable.
copy FareTable.
*> the fares as they will stand once the new block takes effect
copy FareTable
    replacing ==FareTable== by ==RevisedFareTable==
              ==FareStartIndex== by ==RevisedStartIndex==
              ==FareEndIndex== by ==RevisedEndIndex==.
copy ConcessionTable.
copy DidYouMeanList.

01 ParameterFileStatus pic xx.
    88 ParameterFileOk value "00".

01 FareTableFileStatus pic xx.
    88 FareTableFileOk value "00".

01 filler pic 9 binary.
    88 FareTableFileAtEnd value 1 when set to false is 0.

01 TicketSaleFileStatus pic xx.
    88 TicketSaleFileOk value "00".

01 filler pic 9 binary.
    88 TicketSaleFileAtEnd value 1 when set to false is 0.

01 ArchiveDirectoryFileStatus pic xx.
    88 ArchiveDirectoryFileOk value "00".

01 filler pic 9 binary.
    88 ArchiveDirectoryFileAtEnd value 1 when set to false is 0.

01 ArchivedSaleFileStatus pic xx.
    88 ArchivedSaleFileOk value "00".

01 filler pic 9 binary.
    88 ArchivedSaleFileAtEnd value 1 when set to false is 0.

01 ArchivedSaleFileName pic x(08).

01 ForecastReportFileStatus pic xx.
    88 ForecastReportFileOk value "00".

01 LoadStatusCode pic 99.
    88 LoadedOk value 0.

01 filler pic 9 binary.
    88 EntryAlreadyCounted value 1 when set to false is 0.
01 filler pic 9 binary.
    88 SaleCanBeRepriced value 1 when set to false is 0.
01 filler pic 9 binary.
    88 StartStationKnown value 1 when set to false is 0.
01 filler pic 9 binary.
    88 EndStationKnown value 1 when set to false is 0.

01 TodaysDate pic 9(08).
01 RevisionEffectiveDate pic 9(08) value zero.
01 WeeksOfSales pic 99 value 13.
01 FlagPercent pic 99 value 10.
01 WindowStartDate pic 9(08).

01 AskedStationName pic x(20).
01 ResolvedStartName pic x(20).
01 ResolvedEndName pic x(20).
01 ResolveStatusCode pic 99.
01 StartStationIndex pic 99.
01 EndStationIndex pic 99.

01 ConcessionStatusCode pic 99.
01 FullFare pic 9(6)v99.
01 DiscountedFare pic 9(6)v99.
01 DiscountGiven pic 9(6)v99.
01 CurrentFare pic 9(6)v99.
01 RevisedFare pic 9(6)v99.
01 PricingTravelClass pic x.

01 SalesRepriced pic 9(06) value zero.
01 SalesNotRepriced pic 9(06) value zero.
01 FlowsFlagged pic 9(05) value zero.
01 TotalCurrent pic 9(9)v99 value zero.
01 TotalRevised pic 9(9)v99 value zero.

01 PairTotalCount pic 9(03) value zero.
01 PairTotals.
    02 PairTotal occurs 200 times.
        03 PF-StartStationName pic x(20).
        03 PF-EndStationName pic x(20).
        03 PF-SalesCount pic 9(06).
        03 PF-CurrentRevenue pic 9(8)v99.
        03 PF-RevisedRevenue pic 9(8)v99.

01 ProductTotalCount pic 9(03) value zero.
01 ProductTotals.
    02 ProductTotal occurs 10 times.
        03 PR-ProductCode pic x(03).
        03 PR-SalesCount pic 9(06).
        03 PR-CurrentRevenue pic 9(8)v99.
        03 PR-RevisedRevenue pic 9(8)v99.

01 OfficeTotalCount pic 9(03) value zero.
01 OfficeTotals.
    02 OfficeTotal occurs 20 times.
        03 OT-OfficeName pic x(20).
        03 OT-SalesCount pic 9(06).
        03 OT-CurrentRevenue pic 9(8)v99.
        03 OT-RevisedRevenue pic 9(8)v99.

01 TableEntry pic 9(03).
01 LineCurrent pic 9(9)v99.
01 LineRevised pic 9(9)v99.
01 LineChange pic s9(9)v99.
01 LineChangePercent pic s9(05)v9.
01 LineChangeMagnitude pic 9(05)v9.

01 HeadingLine pic x(100).

01 ColumnHeadingLine pic x(100)
    value "                                          Sales      Current      Revised       Change  Change%".

01 ForecastDetailLine.
    02 DetailName pic x(41).
    02 DetailSalesCount pic zzzzz9.
    02 filler pic x value space.
    02 DetailCurrent pic zzzzzzz9.99.
    02 filler pic x value space.
    02 DetailRevised pic zzzzzzz9.99.
    02 filler pic x value space.
    02 DetailChange pic -zzzzzzz9.99.
    02 filler pic x value space.
    02 DetailChangePercent pic -zzz9.9.
    02 filler pic x value space.
    02 DetailFlag pic x(02).

01 PairNameLayout.
    02 PairNameStart pic x(20).
    02 filler pic x value space.
    02 PairNameEnd pic x(20).

01 ParameterLine.
    02 filler pic x(28) value "Fares effective from: ".
    02 ParameterEffectiveDate pic 9(08).
    02 filler pic x(20) value "   sales since: ".
    02 ParameterWindowStart pic 9(08).
    02 filler pic x(20) value "   flag beyond %: ".
    02 ParameterFlagPercent pic z9.

01 SummaryLine.
    02 filler pic x(18) value "Sales repriced: ".
    02 SummarySalesRepriced pic zzzzz9.
    02 filler pic x(05) value spaces.
    02 filler pic x(22) value "Carried at amount: ".
    02 SummarySalesNotRepriced pic zzzzz9.
    02 filler pic x(05) value spaces.
    02 filler pic x(16) value "Flows flagged: ".
    02 SummaryFlowsFlagged pic zzzz9.

01 BlankLine pic x(100) value spaces.

procedure division.
Main section.
    move zero to PairTotals
    move zero to ProductTotals
    move zero to OfficeTotals

    move function current-date(1:8) to TodaysDate
    perform ReadRunParameters

    if RevisionEffectiveDate is equal to zero
        display "Fares revision forecast: no future fares block found on the fares file"
        move 8 to return-code
        goback
    end-if

    compute WindowStartDate = function date-of-integer(
        function integer-of-date(TodaysDate) - WeeksOfSales * 7)

    call "LoadRouteTimeTable" using RouteTimeTable, TodaysDate, LoadStatusCode
    if not LoadedOk
        display "Fares revision forecast: could not load today's timetable, status " LoadStatusCode
        move 8 to return-code
        goback
    end-if

    *> the same fares file priced twice - once as it stands today and
    *> once as it will stand on the day the new block takes effect -
    *> so the only difference between the two columns is the revision
    call "LoadFareTable" using RouteTimeTable, FareTable, TodaysDate, LoadStatusCode
    call "LoadFareTable" using RouteTimeTable, RevisedFareTable,
            RevisionEffectiveDate, LoadStatusCode
    call "LoadConcessionTable" using ConcessionTable, LoadStatusCode

    open input TicketSaleFile
    if not TicketSaleFileOk
        display "Fares revision forecast: could not open the ticket sales ledger"
        move 8 to return-code
        goback
    end-if

    open output ForecastReportFile
    if not ForecastReportFileOk
        display "Fares revision forecast: could not open the forecast report"
        move 8 to return-code
        goback
    end-if

    *> weeks of sales older than the housekeeping retention have been
    *> cut onto archive generations - read those back first
    perform ReadArchivedSales

    perform ReadNextTicketSale
    perform until TicketSaleFileAtEnd
        perform RepriceOneSale
        perform ReadNextTicketSale
    end-perform
    close TicketSaleFile

    move RevisionEffectiveDate to ParameterEffectiveDate
    move WindowStartDate to ParameterWindowStart
    move FlagPercent to ParameterFlagPercent
    write ForecastReportLine from ParameterLine
    write ForecastReportLine from BlankLine

    perform WritePairForecast
    perform WriteProductForecast
    perform WriteOfficeForecast

    move SalesRepriced to SummarySalesRepriced
    move SalesNotRepriced to SummarySalesNotRepriced
    move FlowsFlagged to SummaryFlowsFlagged
    write ForecastReportLine from SummaryLine

    close ForecastReportFile

    if FlowsFlagged is greater than zero
        move 4 to return-code
    end-if
    goback.

ReadRunParameters section.
    *> no control card means the commercial team wants the defaults -
    *> the next block waiting on the fares file, a quarter's sales
    open input ParameterFile
    if ParameterFileOk
        read ParameterFile
            at end continue
            not at end
                if FP-EffectiveFromDate is numeric
                        and FP-EffectiveFromDate is greater than zero
                    move FP-EffectiveFromDate to RevisionEffectiveDate
                end-if
                if FP-WeeksOfSales is numeric
                        and FP-WeeksOfSales is greater than zero
                    move FP-WeeksOfSales to WeeksOfSales
                end-if
                if FP-FlagPercent is numeric
                        and FP-FlagPercent is greater than zero
                    move FP-FlagPercent to FlagPercent
                end-if
        end-read
        close ParameterFile
    end-if

    if RevisionEffectiveDate is equal to zero
        perform FindNextFaresBlock
    end-if
    .

FindNextFaresBlock section.
    set FareTableFileAtEnd to false
    open input FareTableFile
    if not FareTableFileOk
        exit section
    end-if

    perform ReadNextFareTableRecord
    perform until FareTableFileAtEnd
        if FTF-EffectiveFromDate is greater than TodaysDate
            if RevisionEffectiveDate is equal to zero
                    or FTF-EffectiveFromDate is less than RevisionEffectiveDate
                move FTF-EffectiveFromDate to RevisionEffectiveDate
            end-if
        end-if
        perform ReadNextFareTableRecord
    end-perform

    close FareTableFile
    .

ReadNextFareTableRecord section.
    read FareTableFile
        at end set FareTableFileAtEnd to true
    end-read
    .

ReadNextTicketSale section.
    read TicketSaleFile
        at end set TicketSaleFileAtEnd to true
    end-read
    .

ReadArchivedSales section.
    *> no archive directory just means housekeeping has never cut
    *> anything - every sale in the window is still on the live file
    set ArchiveDirectoryFileAtEnd to false
    open input ArchiveDirectoryFile
    if not ArchiveDirectoryFileOk
        exit section
    end-if

    perform ReadNextArchiveDirectoryRecord

    perform until ArchiveDirectoryFileAtEnd
        if AR-LiveFileName is equal to "TICKSALES"
                and AR-NewestDate is greater than or equal to WindowStartDate
            perform ReadOneArchivedGeneration
        end-if
        perform ReadNextArchiveDirectoryRecord
    end-perform

    close ArchiveDirectoryFile
    .

ReadNextArchiveDirectoryRecord section.
    read ArchiveDirectoryFile
        at end set ArchiveDirectoryFileAtEnd to true
    end-read
    .

ReadOneArchivedGeneration section.
    move AR-ArchiveFileName to ArchivedSaleFileName
    set ArchivedSaleFileAtEnd to false
    open input ArchivedSaleFile
    if not ArchivedSaleFileOk
        exit section
    end-if

    perform ReadNextArchivedSale

    perform until ArchivedSaleFileAtEnd
        move ArchivedSaleRecord to TicketSaleRecord
        perform RepriceOneSale
        perform ReadNextArchivedSale
    end-perform

    close ArchivedSaleFile
    .

ReadNextArchivedSale section.
    read ArchivedSaleFile
        at end set ArchivedSaleFileAtEnd to true
    end-read
    .

RepriceOneSale section.
    if TS-SaleDate is less than WindowStartDate
            or TS-SaleDate is greater than TodaysDate
        exit section
    end-if

    perform PriceSaleBothWays

    if SaleCanBeRepriced
        add 1 to SalesRepriced
    else
        *> an advance is priced off the quota release, not the fares
        *> file, and a pair the fares file no longer prices cannot be
        *> judged either - both are carried at what was taken, so the
        *> totals still add up to the money actually in the window
        add 1 to SalesNotRepriced
        move TS-AmountTaken to CurrentFare
        move TS-AmountTaken to RevisedFare
    end-if

    add CurrentFare to TotalCurrent
    add RevisedFare to TotalRevised
    perform AccumulatePair
    perform AccumulateProduct
    perform AccumulateOffice
    .

PriceSaleBothWays section.
    set SaleCanBeRepriced to false
    move zero to CurrentFare
    move zero to RevisedFare

    if TS-AdvanceTicket
        exit section
    end-if

    move TS-StartStationName to AskedStationName
    call "ResolveStationName" using RouteTimeTable, AskedStationName,
            ResolvedStartName, DidYouMeanList, ResolveStatusCode
    move TS-EndStationName to AskedStationName
    call "ResolveStationName" using RouteTimeTable, AskedStationName,
            ResolvedEndName, DidYouMeanList, ResolveStatusCode

    set StartStationKnown to false
    set StationIndex to 1
    search StationNames
        at end continue
        when StationName(StationIndex) is equal to ResolvedStartName
            set StartStationIndex to StationIndex
            set StartStationKnown to true
    end-search

    set EndStationKnown to false
    set StationIndex to 1
    search StationNames
        at end continue
        when StationName(StationIndex) is equal to ResolvedEndName
            set EndStationIndex to StationIndex
            set EndStationKnown to true
    end-search

    if not StartStationKnown or not EndStationKnown
        exit section
    end-if

    move TS-TravelClass to PricingTravelClass

    perform LookUpCurrentFullFare
    if FullFare is equal to zero
        exit section
    end-if
    perform ApplySaleConcession
    move DiscountedFare to CurrentFare

    perform LookUpRevisedFullFare
    if FullFare is equal to zero
        exit section
    end-if
    perform ApplySaleConcession
    move DiscountedFare to RevisedFare

    set SaleCanBeRepriced to true
    .

LookUpCurrentFullFare section.
    move zero to FullFare
    evaluate true
        when TS-SingleTicket and PricingTravelClass is equal to "F"
            move FirstSingleFare of FareTable(StartStationIndex, EndStationIndex) to FullFare
        when TS-SingleTicket
            move StandardSingleFare of FareTable(StartStationIndex, EndStationIndex) to FullFare
        when TS-ReturnTicket and PricingTravelClass is equal to "F"
            move FirstReturnFare of FareTable(StartStationIndex, EndStationIndex) to FullFare
        when TS-ReturnTicket
            move StandardReturnFare of FareTable(StartStationIndex, EndStationIndex) to FullFare
        when TS-WeeklySeasonTicket and PricingTravelClass is equal to "F"
            move FirstWeeklySeason of FareTable(StartStationIndex, EndStationIndex) to FullFare
        when TS-WeeklySeasonTicket
            move StandardWeeklySeason of FareTable(StartStationIndex, EndStationIndex) to FullFare
        when TS-MonthlySeasonTicket and PricingTravelClass is equal to "F"
            move FirstMonthlySeason of FareTable(StartStationIndex, EndStationIndex) to FullFare
        when TS-MonthlySeasonTicket
            move StandardMonthlySeason of FareTable(StartStationIndex, EndStationIndex) to FullFare
        when TS-AnnualSeasonTicket and PricingTravelClass is equal to "F"
            move FirstAnnualSeason of FareTable(StartStationIndex, EndStationIndex) to FullFare
        when TS-AnnualSeasonTicket
            move StandardAnnualSeason of FareTable(StartStationIndex, EndStationIndex) to FullFare
    end-evaluate
    .

LookUpRevisedFullFare section.
    move zero to FullFare
    evaluate true
        when TS-SingleTicket and PricingTravelClass is equal to "F"
            move FirstSingleFare of RevisedFareTable(StartStationIndex, EndStationIndex) to FullFare
        when TS-SingleTicket
            move StandardSingleFare of RevisedFareTable(StartStationIndex, EndStationIndex) to FullFare
        when TS-ReturnTicket and PricingTravelClass is equal to "F"
            move FirstReturnFare of RevisedFareTable(StartStationIndex, EndStationIndex) to FullFare
        when TS-ReturnTicket
            move StandardReturnFare of RevisedFareTable(StartStationIndex, EndStationIndex) to FullFare
        when TS-WeeklySeasonTicket and PricingTravelClass is equal to "F"
            move FirstWeeklySeason of RevisedFareTable(StartStationIndex, EndStationIndex) to FullFare
        when TS-WeeklySeasonTicket
            move StandardWeeklySeason of RevisedFareTable(StartStationIndex, EndStationIndex) to FullFare
        when TS-MonthlySeasonTicket and PricingTravelClass is equal to "F"
            move FirstMonthlySeason of RevisedFareTable(StartStationIndex, EndStationIndex) to FullFare
        when TS-MonthlySeasonTicket
            move StandardMonthlySeason of RevisedFareTable(StartStationIndex, EndStationIndex) to FullFare
        when TS-AnnualSeasonTicket and PricingTravelClass is equal to "F"
            move FirstAnnualSeason of RevisedFareTable(StartStationIndex, EndStationIndex) to FullFare
        when TS-AnnualSeasonTicket
            move StandardAnnualSeason of RevisedFareTable(StartStationIndex, EndStationIndex) to FullFare
    end-evaluate
    .

ApplySaleConcession section.
    *> a concession ticket is repriced as a concession ticket - the
    *> scheme's discount comes off the full fare on both sides alike.
    *> A sale written before the ledger carried a discount type reads
    *> back blank and prices at full fare.
    call "ApplyConcession" using ConcessionTable, TS-DiscountType,
            TS-ProductCode, PricingTravelClass, FullFare, DiscountedFare,
            DiscountGiven, ConcessionStatusCode
    .

AccumulatePair section.
    set EntryAlreadyCounted to false
    perform varying TableEntry from 1 by 1
            until EntryAlreadyCounted or TableEntry is greater than PairTotalCount
        if PF-StartStationName(TableEntry) is equal to TS-StartStationName
                and PF-EndStationName(TableEntry) is equal to TS-EndStationName
            set EntryAlreadyCounted to true
        end-if
    end-perform
    if EntryAlreadyCounted
        subtract 1 from TableEntry
    else
        if PairTotalCount is less than 200
            add 1 to PairTotalCount
            move PairTotalCount to TableEntry
            move TS-StartStationName to PF-StartStationName(TableEntry)
            move TS-EndStationName to PF-EndStationName(TableEntry)
        else
            exit section
        end-if
    end-if
    add 1 to PF-SalesCount(TableEntry)
    add CurrentFare to PF-CurrentRevenue(TableEntry)
    add RevisedFare to PF-RevisedRevenue(TableEntry)
    .

AccumulateProduct section.
    set EntryAlreadyCounted to false
    perform varying TableEntry from 1 by 1
            until EntryAlreadyCounted or TableEntry is greater than ProductTotalCount
        if PR-ProductCode(TableEntry) is equal to TS-ProductCode
            set EntryAlreadyCounted to true
        end-if
    end-perform
    if EntryAlreadyCounted
        subtract 1 from TableEntry
    else
        if ProductTotalCount is less than 10
            add 1 to ProductTotalCount
            move ProductTotalCount to TableEntry
            move TS-ProductCode to PR-ProductCode(TableEntry)
        else
            exit section
        end-if
    end-if
    add 1 to PR-SalesCount(TableEntry)
    add CurrentFare to PR-CurrentRevenue(TableEntry)
    add RevisedFare to PR-RevisedRevenue(TableEntry)
    .

AccumulateOffice section.
    set EntryAlreadyCounted to false
    perform varying TableEntry from 1 by 1
            until EntryAlreadyCounted or TableEntry is greater than OfficeTotalCount
        if OT-OfficeName(TableEntry) is equal to TS-IssuingOfficeName
            set EntryAlreadyCounted to true
        end-if
    end-perform
    if EntryAlreadyCounted
        subtract 1 from TableEntry
    else
        if OfficeTotalCount is less than 20
            add 1 to OfficeTotalCount
            move OfficeTotalCount to TableEntry
            move TS-IssuingOfficeName to OT-OfficeName(TableEntry)
        else
            exit section
        end-if
    end-if
    add 1 to OT-SalesCount(TableEntry)
    add CurrentFare to OT-CurrentRevenue(TableEntry)
    add RevisedFare to OT-RevisedRevenue(TableEntry)
    .

WritePairForecast section.
    move "Forecast revenue change by station pair (** moves beyond the flag percentage)"
        to HeadingLine
    write ForecastReportLine from HeadingLine
    write ForecastReportLine from ColumnHeadingLine
    perform varying TableEntry from 1 by 1
            until TableEntry is greater than PairTotalCount
        move PF-StartStationName(TableEntry) to PairNameStart
        move PF-EndStationName(TableEntry) to PairNameEnd
        move PairNameLayout to DetailName
        move PF-SalesCount(TableEntry) to DetailSalesCount
        move PF-CurrentRevenue(TableEntry) to LineCurrent
        move PF-RevisedRevenue(TableEntry) to LineRevised
        perform FormatForecastFigures
        *> a flow moving by more than the flag percentage either way is
        *> the one the fares round sign-off has to argue about
        if LineChangeMagnitude is greater than FlagPercent
            move "**" to DetailFlag
            add 1 to FlowsFlagged
        end-if
        write ForecastReportLine from ForecastDetailLine
    end-perform
    write ForecastReportLine from BlankLine
    .

WriteProductForecast section.
    move "Forecast revenue change by product" to HeadingLine
    write ForecastReportLine from HeadingLine
    write ForecastReportLine from ColumnHeadingLine
    perform varying TableEntry from 1 by 1
            until TableEntry is greater than ProductTotalCount
        move PR-ProductCode(TableEntry) to DetailName
        move PR-SalesCount(TableEntry) to DetailSalesCount
        move PR-CurrentRevenue(TableEntry) to LineCurrent
        move PR-RevisedRevenue(TableEntry) to LineRevised
        perform FormatForecastFigures
        write ForecastReportLine from ForecastDetailLine
    end-perform
    write ForecastReportLine from BlankLine
    .

WriteOfficeForecast section.
    move "Forecast revenue change by issuing office" to HeadingLine
    write ForecastReportLine from HeadingLine
    write ForecastReportLine from ColumnHeadingLine
    perform varying TableEntry from 1 by 1
            until TableEntry is greater than OfficeTotalCount
        move OT-OfficeName(TableEntry) to DetailName
        move OT-SalesCount(TableEntry) to DetailSalesCount
        move OT-CurrentRevenue(TableEntry) to LineCurrent
        move OT-RevisedRevenue(TableEntry) to LineRevised
        perform FormatForecastFigures
        write ForecastReportLine from ForecastDetailLine
    end-perform

    move "ALL SALES" to DetailName
    compute DetailSalesCount = SalesRepriced + SalesNotRepriced
    move TotalCurrent to LineCurrent
    move TotalRevised to LineRevised
    perform FormatForecastFigures
    write ForecastReportLine from ForecastDetailLine
    write ForecastReportLine from BlankLine
    .

FormatForecastFigures section.
    compute LineChange = LineRevised - LineCurrent
    move zero to LineChangePercent
    if LineCurrent is greater than zero
        compute LineChangePercent rounded = LineChange * 100 / LineCurrent
    end-if
    move LineChangePercent to LineChangeMagnitude
    move LineCurrent to DetailCurrent
    move LineRevised to DetailRevised
    move LineChange to DetailChange
    move LineChangePercent to DetailChangePercent
    move spaces to DetailFlag
    .

end program FaresRevisionForecast.
