identification division.
program-id. StationUsageReturn.

environment division.
configuration section.
    repository.
        function all intrinsic.
input-output section.
    file-control.
        select TicketSaleFile assign to "TICKSALES"
            organization is line sequential
            file status is TicketSaleFileStatus.
        select ArchiveDirectoryFile assign to "ARCHDIR"
            organization is line sequential
            file status is ArchiveDirectoryFileStatus.
        select ArchivedSaleFile assign to ArchivedSaleFileName
            organization is line sequential
            file status is ArchivedSaleFileStatus.
        select StationMasterFile assign to "STATIONS"
            organization is indexed
            access mode is sequential
            record key is SN-StationCode
            file status is StationMasterFileStatus.
        select StationAliasFile assign to "STNALIAS"
            organization is line sequential
            file status is StationAliasFileStatus.
        select UsageReturnFile assign to "STNUSAGE"
            organization is line sequential
            file status is UsageReturnFileStatus.

data division.
file section.
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

fd StationMasterFile.
copy StationMasterRecord.

fd StationAliasFile.
copy StationAliasRecord.

fd UsageReturnFile.
01 UsageReturnLine pic x(120).

working-storage section.
copy JourneyStatusCodes.
copy NetworkItinerary.

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

01 StationMasterFileStatus pic xx.
    88 StationMasterFileOk value "00".

01 filler pic 9 binary.
    88 StationMasterFileAtEnd value 1 when set to false is 0.

01 StationAliasFileStatus pic xx.
    88 StationAliasFileOk value "00".

01 filler pic 9 binary.
    88 StationAliasFileAtEnd value 1 when set to false is 0.

01 UsageReturnFileStatus pic xx.
    88 UsageReturnFileOk value "00".

01 TodaysDate.
    02 TodaysYear pic 9(04).
    02 TodaysMonthDay pic 9(04).

*> the return runs on the railway's financial year, April to March -
*> the one reported is the last year to have ended, and the change is
*> measured against the year before it
01 ReturnYearEndingYear pic 9(04).
01 ReturnYearStartDate pic 9(08).
01 ReturnYearEndDate pic 9(08).
01 PreviousYearStartDate pic 9(08).
01 PreviousYearEndDate pic 9(08).

*> slot 1 of every count is the year being returned, slot 2 the
*> year before
01 YearSlot pic 9.
    88 ReturnYear value 1.
    88 PreviousYear value 2.

*> the journeys a ticket stands for. A single, an advance or a group
*> ticket is one journey out; a return is one out and one back. A
*> season is converted with the industry's journey factors - the
*> commuter's trips each way over the ticket's life - and split
*> equally between the two directions.
01 WeeklySeasonJourneys pic 9(03) value 10.
01 MonthlySeasonJourneys pic 9(03) value 40.
01 AnnualSeasonJourneys pic 9(03) value 480.
01 OutwardJourneys pic 9(03).
01 ReturnJourneys pic 9(03).
01 SalePassengers pic 9(03).

*> every station on the master, in code order, with its counts
01 StationCount pic 9(03) value zero.
01 UsageStations.
    02 UsageStation occurs 300 times.
        03 US-StationCode pic x(03).
        03 US-StationName pic x(20).
        03 US-Entries pic 9(09) occurs 2 times.
        03 US-Exits pic 9(09) occurs 2 times.
        03 US-Interchanges pic 9(09) occurs 2 times.
        03 US-Reported pic x.
01 StationEntry pic 9(03).
01 LookupStationName pic x(20).
01 LookupStation pic 9(03).
01 SaleStartStation pic 9(03).
01 SaleEndStation pic 9(03).
01 InterchangeStation pic 9(03).

*> journeys by the direction travelled between two stations - where
*> the passenger changes is the same for every journey between the
*> pair, so the planner is asked once a pair rather than once a sale
01 PairCount pic 9(04) value zero.
01 JourneyPairs.
    02 JourneyPair occurs 5000 times.
        03 JP-FromStation pic 9(03).
        03 JP-ToStation pic 9(03).
        03 JP-Journeys pic 9(09) occurs 2 times.
01 PairEntry pic 9(04).
01 PairFromStation pic 9(03).
01 PairToStation pic 9(03).
01 PairJourneys pic 9(03).

01 filler pic 9 binary.
    88 PairFound value 1 when set to false is 0.

*> the planner is asked from the start of the day, so the first
*> through journey decides the changes - on this network the places
*> a passenger changes between two stations do not vary by the hour
01 PlanFromTime pic 9999 value zero.
01 NoStepFreeNeeded pic x value "N".
01 LegEntry pic 9.
01 FromStationName pic x(20).
01 ToStationName pic x(20).

01 RankedSoFar pic 9(03).
01 BestEntry pic 9(03).
01 BestUsage pic 9(10).
01 StationUsage pic 9(10).
01 PreviousUsage pic 9(10).
01 ChangePercent pic s9(06)v9.
01 ChangeEdited pic +(6)9.9.

01 SalesRead pic 9(08) value zero.
01 SalesCounted pic 9(08) value zero.
01 SalesNotOnMaster pic 9(07) value zero.
01 PairsNotPlanned pic 9(05) value zero.
01 PairsNotKept pic 9(07) value zero.

01 TitleLine.
    02 filler pic x(28) value "Annual station usage return ".
    02 TitleYearStart pic 9(08).
    02 filler pic x(04) value " to ".
    02 TitleYearEnd pic 9(08).

01 HeadingLine pic x(120)
    value "Rank Code Station                Entries      Exits      Total  Interchange  Prev total    Change%".

01 DetailLine.
    02 DetailRank pic zz9.
    02 filler pic x(02) value spaces.
    02 DetailStationCode pic x(03).
    02 filler pic x(02) value spaces.
    02 DetailStationName pic x(20).
    02 filler pic x value space.
    02 DetailEntries pic zzzzzzzz9.
    02 filler pic x(02) value spaces.
    02 DetailExits pic zzzzzzzz9.
    02 filler pic x value space.
    02 DetailTotal pic zzzzzzzzz9.
    02 filler pic x(03) value spaces.
    02 DetailInterchanges pic zzzzzzzz9.
    02 filler pic x(02) value spaces.
    02 DetailPreviousTotal pic zzzzzzzzz9.
    02 filler pic x value space.
    02 DetailChange pic x(10).

01 SummaryLine.
    02 filler pic x(13) value "Sales read: ".
    02 SummarySalesRead pic zzzzzzz9.
    02 filler pic x(17) value "  Sales counted: ".
    02 SummarySalesCounted pic zzzzzzz9.
    02 filler pic x(20) value "  Stations unknown: ".
    02 SummarySalesNotOnMaster pic zzzzzz9.

01 PlanningSummaryLine.
    02 filler pic x(33) value "Station pairs with no itinerary: ".
    02 SummaryPairsNotPlanned pic zzzz9.
    02 filler pic x(31) value "  Sales beyond the pair table: ".
    02 SummaryPairsNotKept pic zzzzzz9.

01 BlankLine pic x(120) value spaces.

procedure division.
Main section.
    move function current-date(1:8) to TodaysDate
    if TodaysMonthDay is less than 0401
        compute ReturnYearEndingYear = TodaysYear - 1
    else
        move TodaysYear to ReturnYearEndingYear
    end-if
    compute ReturnYearEndDate = ReturnYearEndingYear * 10000 + 0331
    compute ReturnYearStartDate = (ReturnYearEndingYear - 1) * 10000 + 0401
    compute PreviousYearEndDate = ReturnYearEndDate - 10000
    compute PreviousYearStartDate = ReturnYearStartDate - 10000

    perform LoadStationMaster
    if StationCount is equal to zero
        display "Station usage return: could not read the stations master"
        move 8 to return-code
        goback
    end-if

    open input TicketSaleFile
    if not TicketSaleFileOk
        display "Station usage return: could not open the ticket sales ledger"
        move 8 to return-code
        goback
    end-if

    open output UsageReturnFile
    if not UsageReturnFileOk
        display "Station usage return: could not open the usage return"
        move 8 to return-code
        close TicketSaleFile
        goback
    end-if

    set TicketSaleFileAtEnd to false
    perform ReadNextTicketSale
    perform until TicketSaleFileAtEnd
        perform CountOneSale
        perform ReadNextTicketSale
    end-perform
    close TicketSaleFile

    perform ReadArchivedSales

    perform CountEntriesAndExits
    perform CountInterchanges

    move ReturnYearStartDate to TitleYearStart
    move ReturnYearEndDate to TitleYearEnd
    write UsageReturnLine from TitleLine
    write UsageReturnLine from BlankLine
    write UsageReturnLine from HeadingLine

    perform WriteRankedStations

    write UsageReturnLine from BlankLine
    move SalesRead to SummarySalesRead
    move SalesCounted to SummarySalesCounted
    move SalesNotOnMaster to SummarySalesNotOnMaster
    write UsageReturnLine from SummaryLine
    move PairsNotPlanned to SummaryPairsNotPlanned
    move PairsNotKept to SummaryPairsNotKept
    write UsageReturnLine from PlanningSummaryLine

    close UsageReturnFile

    *> a sale naming a station the master does not know is left out of
    *> the return, so the figures are short - flag it for a look
    if SalesNotOnMaster is greater than zero or PairsNotKept is greater than zero
        move 4 to return-code
    end-if
    goback.

LoadStationMaster section.
    *> the return lists exactly the stations on the master, under the
    *> codes and names the official lists use
    move zero to StationCount
    move zero to UsageStations
    set StationMasterFileAtEnd to false
    open input StationMasterFile
    if not StationMasterFileOk
        exit section
    end-if

    perform until StationMasterFileAtEnd
        read StationMasterFile next record
            at end set StationMasterFileAtEnd to true
            not at end
                if StationCount is less than 300
                    add 1 to StationCount
                    move SN-StationCode to US-StationCode(StationCount)
                    move SN-StationName to US-StationName(StationCount)
                    move "N" to US-Reported(StationCount)
                end-if
        end-read
    end-perform

    close StationMasterFile
    .

ReadNextTicketSale section.
    read TicketSaleFile
        at end set TicketSaleFileAtEnd to true
    end-read
    .

ReadArchivedSales section.
    *> no archive directory just means housekeeping has never cut
    *> anything - both years' sales are still on the live file
    set ArchiveDirectoryFileAtEnd to false
    open input ArchiveDirectoryFile
    if not ArchiveDirectoryFileOk
        exit section
    end-if

    perform ReadNextArchiveDirectoryRecord

    perform until ArchiveDirectoryFileAtEnd
        if AR-LiveFileName is equal to "TICKSALES"
                and AR-NewestDate is greater than or equal to PreviousYearStartDate
                and AR-OldestDate is less than or equal to ReturnYearEndDate
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
        perform CountOneSale
        perform ReadNextArchivedSale
    end-perform

    close ArchivedSaleFile
    .

ReadNextArchivedSale section.
    read ArchivedSaleFile
        at end set ArchivedSaleFileAtEnd to true
    end-read
    .

CountOneSale section.
    add 1 to SalesRead
    evaluate true
        when TS-SaleDate is greater than or equal to ReturnYearStartDate
                and TS-SaleDate is less than or equal to ReturnYearEndDate
            set ReturnYear to true
        when TS-SaleDate is greater than or equal to PreviousYearStartDate
                and TS-SaleDate is less than or equal to PreviousYearEndDate
            set PreviousYear to true
        when other
            exit section
    end-evaluate

    move TS-StartStationName to LookupStationName
    perform FindStationByName
    move LookupStation to SaleStartStation
    move TS-EndStationName to LookupStationName
    perform FindStationByName
    move LookupStation to SaleEndStation
    if SaleStartStation is equal to zero or SaleEndStation is equal to zero
        add 1 to SalesNotOnMaster
        exit section
    end-if

    *> a season is one commuter's travel; any other ticket is a
    *> journey for each passenger it carries, a whole party on a group
    if TS-PassengerCount is numeric and TS-PassengerCount is greater than zero
        move TS-PassengerCount to SalePassengers
    else
        move 1 to SalePassengers
    end-if

    evaluate true
        when TS-ReturnTicket
            move SalePassengers to OutwardJourneys
            move SalePassengers to ReturnJourneys
        when TS-WeeklySeasonTicket
            compute OutwardJourneys = WeeklySeasonJourneys / 2
            compute ReturnJourneys = WeeklySeasonJourneys - OutwardJourneys
        when TS-MonthlySeasonTicket
            compute OutwardJourneys = MonthlySeasonJourneys / 2
            compute ReturnJourneys = MonthlySeasonJourneys - OutwardJourneys
        when TS-AnnualSeasonTicket
            compute OutwardJourneys = AnnualSeasonJourneys / 2
            compute ReturnJourneys = AnnualSeasonJourneys - OutwardJourneys
        when other
            move SalePassengers to OutwardJourneys
            move zero to ReturnJourneys
    end-evaluate

    add 1 to SalesCounted

    move SaleStartStation to PairFromStation
    move SaleEndStation to PairToStation
    move OutwardJourneys to PairJourneys
    perform AddJourneysToPair

    if ReturnJourneys is greater than zero
        move SaleEndStation to PairFromStation
        move SaleStartStation to PairToStation
        move ReturnJourneys to PairJourneys
        perform AddJourneysToPair
    end-if
    .

FindStationByName section.
    *> a sale carries the name as the window keyed it - the master's
    *> own name first, then an alias that maps on to it
    move zero to LookupStation
    perform varying StationEntry from 1 by 1
            until LookupStation is not equal to zero
                or StationEntry is greater than StationCount
        if US-StationName(StationEntry) is equal to LookupStationName
            move StationEntry to LookupStation
        end-if
    end-perform
    if LookupStation is not equal to zero
        exit section
    end-if

    set StationAliasFileAtEnd to false
    open input StationAliasFile
    if not StationAliasFileOk
        exit section
    end-if
    perform until StationAliasFileAtEnd
        read StationAliasFile
            at end set StationAliasFileAtEnd to true
            not at end
                if SA-AliasName is equal to LookupStationName
                    set StationAliasFileAtEnd to true
                    perform varying StationEntry from 1 by 1
                            until LookupStation is not equal to zero
                                or StationEntry is greater than StationCount
                        if US-StationName(StationEntry) is equal to SA-CanonicalName
                            move StationEntry to LookupStation
                        end-if
                    end-perform
                end-if
        end-read
    end-perform
    close StationAliasFile
    .

AddJourneysToPair section.
    *> a sale from a station to itself goes nowhere on the network
    if PairFromStation is equal to PairToStation
        exit section
    end-if

    set PairFound to false
    perform varying PairEntry from 1 by 1
            until PairFound or PairEntry is greater than PairCount
        if JP-FromStation(PairEntry) is equal to PairFromStation
                and JP-ToStation(PairEntry) is equal to PairToStation
            set PairFound to true
        end-if
    end-perform

    if PairFound
        subtract 1 from PairEntry
    else
        if PairCount is not less than 5000
            add 1 to PairsNotKept
            exit section
        end-if
        add 1 to PairCount
        move PairCount to PairEntry
        move PairFromStation to JP-FromStation(PairEntry)
        move PairToStation to JP-ToStation(PairEntry)
        move zero to JP-Journeys(PairEntry, 1)
        move zero to JP-Journeys(PairEntry, 2)
    end-if

    add PairJourneys to JP-Journeys(PairEntry, YearSlot)
    .

CountEntriesAndExits section.
    *> every journey enters the network at its start station and
    *> leaves it at its end station
    perform varying PairEntry from 1 by 1 until PairEntry is greater than PairCount
        perform varying YearSlot from 1 by 1 until YearSlot is greater than 2
            add JP-Journeys(PairEntry, YearSlot)
                to US-Entries(JP-FromStation(PairEntry), YearSlot)
            add JP-Journeys(PairEntry, YearSlot)
                to US-Exits(JP-ToStation(PairEntry), YearSlot)
        end-perform
    end-perform
    .

CountInterchanges section.
    *> a journey the planner routes over more than one train changes
    *> at the station each later leg is boarded at - every journey
    *> between the pair counts one interchange there
    perform varying PairEntry from 1 by 1 until PairEntry is greater than PairCount
        move US-StationName(JP-FromStation(PairEntry)) to FromStationName
        move US-StationName(JP-ToStation(PairEntry)) to ToStationName
        call "NetworkJourneyPlanner" using FromStationName, ToStationName,
                PlanFromTime, NoStepFreeNeeded, NetworkItinerary, JourneyStatusCode
        if JourneyStatusCode is not equal to zero
            add 1 to PairsNotPlanned
        else
            perform varying LegEntry from 2 by 1
                    until LegEntry is greater than ItineraryLegCount
                move LegBoardStationName(LegEntry) to LookupStationName
                perform FindStationByName
                move LookupStation to InterchangeStation
                if InterchangeStation is greater than zero
                    add JP-Journeys(PairEntry, 1) to US-Interchanges(InterchangeStation, 1)
                    add JP-Journeys(PairEntry, 2) to US-Interchanges(InterchangeStation, 2)
                end-if
            end-perform
        end-if
    end-perform
    .

WriteRankedStations section.
    *> busiest first on this year's entries and exits, the master's
    *> code order settling a tie
    perform varying RankedSoFar from 1 by 1 until RankedSoFar is greater than StationCount
        move zero to BestEntry
        move zero to BestUsage
        perform varying StationEntry from 1 by 1
                until StationEntry is greater than StationCount
            if US-Reported(StationEntry) is equal to "N"
                compute StationUsage = US-Entries(StationEntry, 1)
                    + US-Exits(StationEntry, 1)
                if BestEntry is equal to zero or StationUsage is greater than BestUsage
                    move StationEntry to BestEntry
                    move StationUsage to BestUsage
                end-if
            end-if
        end-perform
        move "Y" to US-Reported(BestEntry)
        perform WriteOneStation
    end-perform
    .

WriteOneStation section.
    compute PreviousUsage = US-Entries(BestEntry, 2) + US-Exits(BestEntry, 2)

    move RankedSoFar to DetailRank
    move US-StationCode(BestEntry) to DetailStationCode
    move US-StationName(BestEntry) to DetailStationName
    move US-Entries(BestEntry, 1) to DetailEntries
    move US-Exits(BestEntry, 1) to DetailExits
    move BestUsage to DetailTotal
    move US-Interchanges(BestEntry, 1) to DetailInterchanges
    move PreviousUsage to DetailPreviousTotal

    *> a station with no journeys the year before has nothing to
    *> measure the change against
    evaluate true
        when PreviousUsage is greater than zero
            compute ChangePercent rounded =
                (BestUsage - PreviousUsage) * 100 / PreviousUsage
                on size error move 999999.9 to ChangePercent
            end-compute
            move ChangePercent to ChangeEdited
            move ChangeEdited to DetailChange
        when BestUsage is greater than zero
            move "       NEW" to DetailChange
        when other
            move "         -" to DetailChange
    end-evaluate

    write UsageReturnLine from DetailLine
    .

end program StationUsageReturn.
