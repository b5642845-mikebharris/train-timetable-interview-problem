identification division.
program-id. TicketlessTravelEstimate.

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
        select PassengerLoadingFile assign to "LOADINGS"
            organization is line sequential
            file status is PassengerLoadingFileStatus.
        select InspectionFile assign to "INSPECT"
            organization is line sequential
            file status is InspectionFileStatus.
        select EstimateReportFile assign to "TKTLESS"
            organization is line sequential
            file status is EstimateReportFileStatus.
        select DeploymentListFile assign to "RPDEPLOY"
            organization is line sequential
            file status is DeploymentListFileStatus.

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

fd PassengerLoadingFile.
copy PassengerLoadingRecord.

fd InspectionFile.
copy InspectionRecord.

fd EstimateReportFile.
01 EstimateReportLine pic x(120).

fd DeploymentListFile.
01 DeploymentListLine pic x(100).

working-storage section.
copy RouteTimeTable.
copy ConcessionTable.

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

01 PassengerLoadingFileStatus pic xx.
    88 PassengerLoadingFileOk value "00".

01 filler pic 9 binary.
    88 PassengerLoadingFileAtEnd value 1 when set to false is 0.

01 InspectionFileStatus pic xx.
    88 InspectionFileOk value "00".

01 filler pic 9 binary.
    88 InspectionFileAtEnd value 1 when set to false is 0.

01 EstimateReportFileStatus pic xx.
    88 EstimateReportFileOk value "00".

01 DeploymentListFileStatus pic xx.
    88 DeploymentListFileOk value "00".

01 filler pic 9 binary.
    88 EstimateFound value 1 when set to false is 0.

01 LoadStatusCode pic 99.
    88 LoadedOk value 0.

01 TimeTableLoadedForDate pic 9(08) value zero.

01 ValidityIndicator pic x.
    88 TicketIsValid value "Y".
01 ValidityReason pic x(30).

01 TodaysDate pic 9(08).

*> the week judged is the seven days ending yesterday; the deployment
*> list is for the seven days starting today
01 WeekStartDate pic 9(08).
01 WeekEndingDate pic 9(08).
01 WeekStartInteger pic s9(09) comp.
01 NextWeekEndingDate pic 9(08).

*> an annual season sold up to a year before the week is still being
*> ridden in it, so the sales are read back this far
01 SeasonWindowStartDate pic 9(08).

01 WeekDays.
    02 WeekDay occurs 7 times.
        03 WD-CalendarDate pic 9(08).
        03 WD-WeekdayFlag pic x.
            88 WD-IsWeekday value "Y".
01 DaySlot pic 9 comp.

01 ReferenceMonday pic 9(08) value 20000103.
01 DaysSinceReferenceMonday pic s9(09) usage comp.
01 WeekdayOffset pic 9 usage comp.
    88 IsWeekend values 5 6.

*> the season validity periods, matching the ticket validity check
01 WeeklySeasonDays pic 9(03) value 7.
01 MonthlySeasonDays pic 9(03) value 31.
01 AnnualSeasonDays pic 9(03) value 365.
01 SeasonDays pic 9(03).
01 DaysSinceSale pic s9(05) comp.

*> tickets counted as journeys made, by day of the week and station
*> pair. A single or advance is one journey on the day of sale; a
*> return is taken as travelled out and back that day, which is what
*> most of them are; a season is a commuter's journey each way on
*> each weekday it is in force. The tickets say nothing of which
*> train was caught, so a pair's journeys are shared equally between
*> the trains serving it that day.
01 SaleJourneys.
    02 SJ-Day occurs 7 times.
        03 SJ-From occurs 13 times.
            04 SJ-Journeys pic 9(05) occurs 13 times.

01 SaleStartStation pic 99.
01 SaleEndStation pic 99.
01 LookupStationName pic x(20).
01 LookupStation pic 99.
01 WorkStation pic 99.

01 LoadingTrain pic 9999.
01 LoadingStation pic 99.
01 LoadingDaySlot pic 9 comp.
01 BoardStation pic 99.
01 AlightStation pic 99.
01 BoardFrom pic 99.
01 BoardTo pic 99.
01 AlightFrom pic 99.
01 AlightTo pic 99.
01 OtherTrain pic 99.
01 TrainsServingPair pic 99.

01 TicketedOnBoard pic 9(05)v99.
01 TicketlessOnBoard pic 9(05)v99.

*> one entry per train and departure station counted during the week
01 EstimateCount pic 9(03) value zero.
01 Estimates.
    02 Estimate occurs 520 times.
        03 ES-TrainNumber pic 9(04).
        03 ES-StationIndex pic 99.
        03 ES-StationName pic x(20).
        03 ES-DepartureTime pic 9(04).
        03 ES-DaysCounted pic 99.
        03 ES-PassengersOnBoard pic 9(06).
        03 ES-Ticketed pic 9(06)v99.
        03 ES-Ticketless pic 9(06)v99.
        03 ES-Reported pic x.
01 EstimateSlot pic 9(03).

*> what the inspectors actually found on each train over the week
01 TrainInspections.
    02 TrainInspection occurs 40 times.
        03 TI-Sightings pic 9(05).
        03 TI-Irregular pic 9(05).

01 EstimatePercent pic 9(03)v9.
01 InspectionPercent pic 9(03)v9.

*> the inspection sweep confirms an estimate when the irregularity
*> the inspectors found on the train is at least this proportion of
*> the ticketless rate the counts suggest - fare dodgers dodge the
*> inspector too, so the sighted rate always reads low
01 ConfirmationRatio pic 9v99 value 0.50.

01 Verdict pic x(14).
    88 VerdictNotBorneOut value "NOT BORNE OUT".

*> how many turns the revenue protection team can cover in a week
01 DeploymentPlaces pic 99 value 12.
01 DeploymentCount pic 99 value zero.
01 Deployments.
    02 Deployment occurs 12 times.
        03 DP-TrainNumber pic 9(04).
        03 DP-StationName pic x(20).
        03 DP-DepartureTime pic 9(04).
        03 DP-TicketlessPerDay pic 9(04)v9.
        03 DP-Verdict pic x(14).
01 DeploymentSlot pic 99.

01 RankedSoFar pic 9(03).
01 BestEntry pic 9(03).
01 BestTicketless pic 9(06)v99.

01 LoadingsRead pic 9(06) value zero.
01 LoadingsNotJudged pic 9(05) value zero.
01 SalesCounted pic 9(07) value zero.
01 SalePassengers pic 9(03).

01 TitleLine.
    02 filler pic x(38) value "Ticketless travel estimate - week to ".
    02 TitleWeekEndingDate pic 9(08).

01 HeadingLine pic x(120)
    value "Rank Train Departure station      Dep  Days OnBoard  Ticketed Ticketless  Est%  Seen Irreg%  Inspection".

01 DetailLine.
    02 DetailRank pic zzz9.
    02 filler pic x value space.
    02 DetailTrainNumber pic zzz9.
    02 filler pic x(02) value spaces.
    02 DetailStationName pic x(20).
    02 filler pic x value space.
    02 DetailDepartureTime pic 9(04).
    02 filler pic x(02) value spaces.
    02 DetailDaysCounted pic z9.
    02 filler pic x value space.
    02 DetailOnBoard pic zzzzz9.
    02 filler pic x value space.
    02 DetailTicketed pic zzzzz9.99.
    02 filler pic x value space.
    02 DetailTicketless pic zzzzz9.99.
    02 filler pic x value space.
    02 DetailEstimatePercent pic zz9.9.
    02 filler pic x value space.
    02 DetailSightings pic zzzz9.
    02 filler pic x value space.
    02 DetailInspectionPercent pic zzz9.9.
    02 filler pic x(02) value spaces.
    02 DetailVerdict pic x(14).

01 SummaryLine.
    02 filler pic x(16) value "Loadings read: ".
    02 SummaryLoadingsRead pic zzzzz9.
    02 filler pic x(05) value spaces.
    02 filler pic x(14) value "Not judged: ".
    02 SummaryLoadingsNotJudged pic zzzz9.
    02 filler pic x(05) value spaces.
    02 filler pic x(16) value "Sales counted: ".
    02 SummarySalesCounted pic zzzzzz9.

01 DeploymentTitleLine.
    02 filler pic x(42) value "Revenue protection deployment - week of ".
    02 DeploymentWeekStart pic 9(08).
    02 filler pic x(04) value " to ".
    02 DeploymentWeekEnd pic 9(08).

01 DeploymentHeadingLine pic x(100)
    value "Turn Train Join at              Dep   Ticketless/day  Inspection".

01 DeploymentDetailLine.
    02 DeploymentTurn pic z9.
    02 filler pic x(03) value spaces.
    02 DeploymentTrainNumber pic zzz9.
    02 filler pic x(02) value spaces.
    02 DeploymentStationName pic x(20).
    02 filler pic x value space.
    02 DeploymentDepartureTime pic 9(04).
    02 filler pic x(06) value spaces.
    02 DeploymentTicketlessPerDay pic zzz9.9.
    02 filler pic x(05) value spaces.
    02 DeploymentVerdict pic x(14).

01 NoDeploymentLine pic x(100)
    value "No train showed ticketless travel worth a turn this week".

01 BlankLine pic x(120) value spaces.

procedure division.
Main section.
    move zero to SaleJourneys
    move zero to TrainInspections

    move function current-date(1:8) to TodaysDate
    compute WeekStartInteger = function integer-of-date(TodaysDate) - 7
    move function date-of-integer(WeekStartInteger) to WeekStartDate
    compute WeekEndingDate =
        function date-of-integer(function integer-of-date(TodaysDate) - 1)
    compute NextWeekEndingDate =
        function date-of-integer(function integer-of-date(TodaysDate) + 6)
    compute SeasonWindowStartDate =
        function date-of-integer(WeekStartInteger - AnnualSeasonDays)

    perform BuildWeekDays

    *> the stations are the route's and do not change day to day, so
    *> today's load names them for the sales; each loading is judged
    *> against the trains that actually ran on its own date
    call "LoadRouteTimeTable" using RouteTimeTable, TodaysDate, LoadStatusCode
    if not LoadedOk
        display "Ticketless travel estimate: could not load today's timetable, status " LoadStatusCode
        move 8 to return-code
        goback
    end-if
    move TodaysDate to TimeTableLoadedForDate

    call "LoadConcessionTable" using ConcessionTable, LoadStatusCode

    set TicketSaleFileAtEnd to false
    open input TicketSaleFile
    if not TicketSaleFileOk
        display "Ticketless travel estimate: could not open the ticket sales ledger"
        move 8 to return-code
        goback
    end-if

    perform ReadArchivedSales

    perform ReadNextTicketSale
    perform until TicketSaleFileAtEnd
        perform CountOneSale
        perform ReadNextTicketSale
    end-perform
    close TicketSaleFile

    perform ReadInspections

    set PassengerLoadingFileAtEnd to false
    open input PassengerLoadingFile
    if not PassengerLoadingFileOk
        display "Ticketless travel estimate: could not open the loadings file"
        move 8 to return-code
        goback
    end-if

    perform ReadNextLoading
    perform until PassengerLoadingFileAtEnd
        if PL-LoadingDate is greater than or equal to WeekStartDate
                and PL-LoadingDate is less than or equal to WeekEndingDate
            add 1 to LoadingsRead
            perform EstimateOneLoading
        end-if
        perform ReadNextLoading
    end-perform
    close PassengerLoadingFile

    open output EstimateReportFile
    if not EstimateReportFileOk
        display "Ticketless travel estimate: could not open the estimate report"
        move 8 to return-code
        goback
    end-if

    open output DeploymentListFile
    if not DeploymentListFileOk
        display "Ticketless travel estimate: could not open the deployment list"
        move 8 to return-code
        goback
    end-if

    perform WriteRankedEstimates
    perform WriteDeploymentList

    close EstimateReportFile
    close DeploymentListFile
    goback.

BuildWeekDays section.
    perform varying DaySlot from 1 by 1 until DaySlot is greater than 7
        compute WD-CalendarDate(DaySlot) =
            function date-of-integer(WeekStartInteger + DaySlot - 1)
        compute DaysSinceReferenceMonday =
            function integer-of-date(WD-CalendarDate(DaySlot))
            - function integer-of-date(ReferenceMonday)
        compute WeekdayOffset = function mod(DaysSinceReferenceMonday, 7)
        move "Y" to WD-WeekdayFlag(DaySlot)
        if IsWeekend
            move "N" to WD-WeekdayFlag(DaySlot)
        end-if
    end-perform
    .

ReadNextTicketSale section.
    read TicketSaleFile
        at end set TicketSaleFileAtEnd to true
    end-read
    .

ReadArchivedSales section.
    *> no archive directory just means housekeeping has never cut
    *> anything - every sale still in force is on the live file
    set ArchiveDirectoryFileAtEnd to false
    open input ArchiveDirectoryFile
    if not ArchiveDirectoryFileOk
        exit section
    end-if

    perform ReadNextArchiveDirectoryRecord

    perform until ArchiveDirectoryFileAtEnd
        if AR-LiveFileName is equal to "TICKSALES"
                and AR-NewestDate is greater than or equal to SeasonWindowStartDate
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
    if TS-SaleDate is greater than WeekEndingDate
            or TS-SaleDate is less than SeasonWindowStartDate
        exit section
    end-if

    move TS-StartStationName to LookupStationName
    perform FindStationByName
    move LookupStation to SaleStartStation
    move TS-EndStationName to LookupStationName
    perform FindStationByName
    move LookupStation to SaleEndStation
    if SaleStartStation is equal to zero
            or SaleEndStation is equal to zero
            or SaleStartStation is equal to SaleEndStation
        exit section
    end-if

    evaluate true
        when TS-WeeklySeasonTicket
            move WeeklySeasonDays to SeasonDays
            perform CountSeasonJourneys
        when TS-MonthlySeasonTicket
            move MonthlySeasonDays to SeasonDays
            perform CountSeasonJourneys
        when TS-AnnualSeasonTicket
            move AnnualSeasonDays to SeasonDays
            perform CountSeasonJourneys
        when other
            *> an advance records only when it was bought, not the
            *> train it was bought for - it counts on its sale date
            if TS-SaleDate is less than WeekStartDate
                exit section
            end-if
            *> a group ticket is one sale but a journey for every
            *> member of the party
            if TS-PassengerCount is numeric and TS-PassengerCount is greater than zero
                move TS-PassengerCount to SalePassengers
            else
                move 1 to SalePassengers
            end-if
            compute DaySlot = function integer-of-date(TS-SaleDate)
                - WeekStartInteger + 1
            add SalePassengers to SJ-Journeys(DaySlot, SaleStartStation, SaleEndStation)
            if TS-ReturnTicket
                add SalePassengers to SJ-Journeys(DaySlot, SaleEndStation, SaleStartStation)
            end-if
            add 1 to SalesCounted
    end-evaluate
    .

CountSeasonJourneys section.
    perform varying DaySlot from 1 by 1 until DaySlot is greater than 7
        compute DaysSinceSale =
            function integer-of-date(WD-CalendarDate(DaySlot))
            - function integer-of-date(TS-SaleDate)
        if DaysSinceSale is greater than or equal to zero
                and DaysSinceSale is less than SeasonDays
                and WD-IsWeekday(DaySlot)
            add 1 to SJ-Journeys(DaySlot, SaleStartStation, SaleEndStation)
            add 1 to SJ-Journeys(DaySlot, SaleEndStation, SaleStartStation)
        end-if
    end-perform
    add 1 to SalesCounted
    .

FindStationByName section.
    move zero to LookupStation
    perform varying WorkStation from 1 by 1
            until LookupStation is not equal to zero
                or WorkStation is greater than StationCount
        if StationName(WorkStation) is equal to LookupStationName
            move WorkStation to LookupStation
        end-if
    end-perform
    .

ReadInspections section.
    *> no sightings file just means nobody was inspected - every
    *> estimate goes out unconfirmed rather than not at all
    set InspectionFileAtEnd to false
    open input InspectionFile
    if not InspectionFileOk
        exit section
    end-if

    perform ReadNextInspection
    perform until InspectionFileAtEnd
        if IP-InspectionDate is greater than or equal to WeekStartDate
                and IP-InspectionDate is less than or equal to WeekEndingDate
                and IP-TrainNumber is greater than zero
                and IP-TrainNumber is less than or equal to 40
            perform JudgeOneSighting
        end-if
        perform ReadNextInspection
    end-perform

    close InspectionFile
    .

ReadNextInspection section.
    read InspectionFile
        at end set InspectionFileAtEnd to true
    end-read
    .

JudgeOneSighting section.
    if IP-InspectionDate is not equal to TimeTableLoadedForDate
        call "LoadRouteTimeTable" using RouteTimeTable, IP-InspectionDate,
                LoadStatusCode
        if not LoadedOk
            move zero to TimeTableLoadedForDate
            exit section
        end-if
        move IP-InspectionDate to TimeTableLoadedForDate
    end-if

    call "CheckTicketValidity" using RouteTimeTable, ConcessionTable,
            IP-TrainNumber, IP-CoachNumber, IP-StartStationName,
            IP-EndStationName, IP-TravelClass, IP-ProductCode,
            IP-DiscountType, IP-SaleDate, IP-InspectionDate,
            ValidityIndicator, ValidityReason

    add 1 to TI-Sightings(IP-TrainNumber)
    if not TicketIsValid
        add 1 to TI-Irregular(IP-TrainNumber)
    end-if
    .

ReadNextLoading section.
    read PassengerLoadingFile
        at end set PassengerLoadingFileAtEnd to true
    end-read
    .

EstimateOneLoading section.
    if PL-LoadingDate is not equal to TimeTableLoadedForDate
        call "LoadRouteTimeTable" using RouteTimeTable, PL-LoadingDate,
                LoadStatusCode
        if not LoadedOk
            move zero to TimeTableLoadedForDate
            add 1 to LoadingsNotJudged
            exit section
        end-if
        move PL-LoadingDate to TimeTableLoadedForDate
    end-if

    move PL-TrainNumber to LoadingTrain
    move PL-DepartureStationName to LookupStationName
    perform FindStationByName
    move LookupStation to LoadingStation
    if LoadingTrain is less than 1 or LoadingTrain is greater than TrainCount
            or LoadingStation is equal to zero
        add 1 to LoadingsNotJudged
        exit section
    end-if
    compute LoadingDaySlot = function integer-of-date(PL-LoadingDate)
        - WeekStartInteger + 1

    *> everyone on board leaving this station joined here or before it
    *> and is going somewhere beyond it, in the train's own direction
    if TrainRunsUp(LoadingTrain)
        move 1 to BoardFrom
        move LoadingStation to BoardTo
        compute AlightFrom = LoadingStation + 1
        move StationCount to AlightTo
    else
        move LoadingStation to BoardFrom
        move StationCount to BoardTo
        move 1 to AlightFrom
        compute AlightTo = LoadingStation - 1
    end-if

    move zero to TicketedOnBoard
    perform AddPairShare
        varying BoardStation from BoardFrom by 1 until BoardStation is greater than BoardTo
        after AlightStation from AlightFrom by 1 until AlightStation is greater than AlightTo

    move zero to TicketlessOnBoard
    if PL-PassengersOnBoard is greater than TicketedOnBoard
        compute TicketlessOnBoard = PL-PassengersOnBoard - TicketedOnBoard
    end-if

    perform FindEstimateSlot
    if not EstimateFound
        add 1 to LoadingsNotJudged
        exit section
    end-if

    add 1 to ES-DaysCounted(EstimateSlot)
    add PL-PassengersOnBoard to ES-PassengersOnBoard(EstimateSlot)
    add TicketedOnBoard to ES-Ticketed(EstimateSlot)
    add TicketlessOnBoard to ES-Ticketless(EstimateSlot)
    move TrainTimes(LoadingTrain, LoadingStation) to ES-DepartureTime(EstimateSlot)
    .

AddPairShare section.
    if SJ-Journeys(LoadingDaySlot, BoardStation, AlightStation) is equal to zero
        exit section
    end-if
    if not TrainCallsAtStation(LoadingTrain, BoardStation)
            or not TrainCallsAtStation(LoadingTrain, AlightStation)
            or TrainTimes(LoadingTrain, BoardStation) is equal to zero
            or TrainTimes(LoadingTrain, AlightStation) is equal to zero
        exit section
    end-if

    move zero to TrainsServingPair
    perform varying OtherTrain from 1 by 1 until OtherTrain is greater than TrainCount
        if TrainDirection(OtherTrain) is equal to TrainDirection(LoadingTrain)
                and TrainCallsAtStation(OtherTrain, BoardStation)
                and TrainCallsAtStation(OtherTrain, AlightStation)
                and TrainTimes(OtherTrain, BoardStation) is not equal to zero
                and TrainTimes(OtherTrain, AlightStation) is not equal to zero
            add 1 to TrainsServingPair
        end-if
    end-perform

    compute TicketedOnBoard rounded = TicketedOnBoard
        + SJ-Journeys(LoadingDaySlot, BoardStation, AlightStation) / TrainsServingPair
    .

FindEstimateSlot section.
    set EstimateFound to false
    perform varying EstimateSlot from 1 by 1
            until EstimateFound or EstimateSlot is greater than EstimateCount
        if ES-TrainNumber(EstimateSlot) is equal to LoadingTrain
                and ES-StationIndex(EstimateSlot) is equal to LoadingStation
            set EstimateFound to true
        end-if
    end-perform
    if EstimateFound
        subtract 1 from EstimateSlot
        exit section
    end-if

    if EstimateCount is less than 520
        add 1 to EstimateCount
        move EstimateCount to EstimateSlot
        move LoadingTrain to ES-TrainNumber(EstimateSlot)
        move LoadingStation to ES-StationIndex(EstimateSlot)
        move StationName(LoadingStation) to ES-StationName(EstimateSlot)
        move zero to ES-DepartureTime(EstimateSlot)
        move zero to ES-DaysCounted(EstimateSlot)
        move zero to ES-PassengersOnBoard(EstimateSlot)
        move zero to ES-Ticketed(EstimateSlot)
        move zero to ES-Ticketless(EstimateSlot)
        move "N" to ES-Reported(EstimateSlot)
        set EstimateFound to true
    end-if
    .

WriteRankedEstimates section.
    move WeekEndingDate to TitleWeekEndingDate
    write EstimateReportLine from TitleLine
    write EstimateReportLine from BlankLine
    write EstimateReportLine from HeadingLine

    *> worst first - the most passengers the counts cannot account for
    perform varying RankedSoFar from 1 by 1 until RankedSoFar is greater than EstimateCount
        move zero to BestEntry
        move zero to BestTicketless
        perform varying EstimateSlot from 1 by 1 until EstimateSlot is greater than EstimateCount
            if ES-Reported(EstimateSlot) is equal to "N"
                    and (BestEntry is equal to zero
                        or ES-Ticketless(EstimateSlot) is greater than BestTicketless)
                move EstimateSlot to BestEntry
                move ES-Ticketless(EstimateSlot) to BestTicketless
            end-if
        end-perform
        if BestEntry is greater than zero
            move "Y" to ES-Reported(BestEntry)
            move BestEntry to EstimateSlot
            perform WriteOneEstimate
        end-if
    end-perform

    write EstimateReportLine from BlankLine
    move LoadingsRead to SummaryLoadingsRead
    move LoadingsNotJudged to SummaryLoadingsNotJudged
    move SalesCounted to SummarySalesCounted
    write EstimateReportLine from SummaryLine
    .

WriteOneEstimate section.
    move zero to EstimatePercent
    if ES-PassengersOnBoard(EstimateSlot) is greater than zero
        compute EstimatePercent rounded =
            ES-Ticketless(EstimateSlot) * 100 / ES-PassengersOnBoard(EstimateSlot)
    end-if

    move zero to InspectionPercent
    if TI-Sightings(ES-TrainNumber(EstimateSlot)) is equal to zero
        move "NOT INSPECTED" to Verdict
    else
        compute InspectionPercent rounded =
            TI-Irregular(ES-TrainNumber(EstimateSlot)) * 100
            / TI-Sightings(ES-TrainNumber(EstimateSlot))
        if InspectionPercent is greater than or equal to
                EstimatePercent * ConfirmationRatio
            move "CONFIRMED" to Verdict
        else
            move "NOT BORNE OUT" to Verdict
        end-if
    end-if

    move RankedSoFar to DetailRank
    move ES-TrainNumber(EstimateSlot) to DetailTrainNumber
    move ES-StationName(EstimateSlot) to DetailStationName
    move ES-DepartureTime(EstimateSlot) to DetailDepartureTime
    move ES-DaysCounted(EstimateSlot) to DetailDaysCounted
    move ES-PassengersOnBoard(EstimateSlot) to DetailOnBoard
    move ES-Ticketed(EstimateSlot) to DetailTicketed
    move ES-Ticketless(EstimateSlot) to DetailTicketless
    move EstimatePercent to DetailEstimatePercent
    move TI-Sightings(ES-TrainNumber(EstimateSlot)) to DetailSightings
    move InspectionPercent to DetailInspectionPercent
    move Verdict to DetailVerdict
    write EstimateReportLine from DetailLine

    *> the team goes where the most ticketless travel is, unless the
    *> inspectors have already been and found the counts exaggerate it
    if DeploymentCount is less than DeploymentPlaces
            and ES-Ticketless(EstimateSlot) is greater than zero
            and not VerdictNotBorneOut
        add 1 to DeploymentCount
        move ES-TrainNumber(EstimateSlot) to DP-TrainNumber(DeploymentCount)
        move ES-StationName(EstimateSlot) to DP-StationName(DeploymentCount)
        move ES-DepartureTime(EstimateSlot) to DP-DepartureTime(DeploymentCount)
        compute DP-TicketlessPerDay(DeploymentCount) rounded =
            ES-Ticketless(EstimateSlot) / ES-DaysCounted(EstimateSlot)
        move Verdict to DP-Verdict(DeploymentCount)
    end-if
    .

WriteDeploymentList section.
    move TodaysDate to DeploymentWeekStart
    move NextWeekEndingDate to DeploymentWeekEnd
    write DeploymentListLine from DeploymentTitleLine
    write DeploymentListLine from BlankLine

    if DeploymentCount is equal to zero
        write DeploymentListLine from NoDeploymentLine
        exit section
    end-if

    write DeploymentListLine from DeploymentHeadingLine
    perform varying DeploymentSlot from 1 by 1
            until DeploymentSlot is greater than DeploymentCount
        move DeploymentSlot to DeploymentTurn
        move DP-TrainNumber(DeploymentSlot) to DeploymentTrainNumber
        move DP-StationName(DeploymentSlot) to DeploymentStationName
        move DP-DepartureTime(DeploymentSlot) to DeploymentDepartureTime
        move DP-TicketlessPerDay(DeploymentSlot) to DeploymentTicketlessPerDay
        move DP-Verdict(DeploymentSlot) to DeploymentVerdict
        write DeploymentListLine from DeploymentDetailLine
    end-perform
    .

end program TicketlessTravelEstimate.
