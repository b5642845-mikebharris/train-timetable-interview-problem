identification division.
program-id. NetworkJourneyMatrixBuild.

environment division.
configuration section.
    repository.
        function all intrinsic.
input-output section.
    file-control.
        select RoutesDirectoryFile assign to "ROUTEDIR"
            organization is line sequential
            file status is RoutesDirectoryFileStatus.
        select JourneyMatrixFile assign to "JOURNMTX"
            organization is indexed
            access mode is random
            record key is JM-MatrixKey
            file status is JourneyMatrixFileStatus.

data division.
file section.
fd RoutesDirectoryFile.
copy RoutesDirectoryRecord.

fd JourneyMatrixFile.
copy JourneyMatrixRecord.

working-storage section.
copy JourneyStatusCodes.
copy NetworkItinerary.

01 RoutesDirectoryFileStatus pic xx.
    88 RoutesDirectoryFileOk value "00".

01 filler pic 9 binary.
    88 RoutesDirectoryFileAtEnd value 1 when set to false is 0.

01 JourneyMatrixFileStatus pic xx.
    88 JourneyMatrixFileOk value "00".

*> every station any route on the directory serves, once each - the
*> matrix covers every ordered pair of them
01 MatrixStationCount pic 9(03) value zero.
01 MatrixStations.
    02 MatrixStationName pic x(20) occurs 130 times.
01 MatrixStationsNotKept pic 9(05) value zero.

01 filler pic 9 binary.
    88 StationAlreadyListed value 1 when set to false is 0.

01 StationEntry pic 9(03).
01 OriginEntry pic 9(03).
01 DestinationEntry pic 9(03).
01 DepartureHour pic 99.

01 SearchFromTime.
    02 SearchFromHH pic 99.
    02 SearchFromMM pic 99.
01 SearchFromTimeAsNumber redefines SearchFromTime pic 9999.
01 StandardConnections pic x value "N".
01 OriginStationName pic x(20).
01 DestinationStationName pic x(20).

01 BuiltTimestamp pic 9(14).
01 EntriesWritten pic 9(07) value zero.
01 JourneysFound pic 9(07) value zero.
01 JourneysNotPossible pic 9(07) value zero.
01 PairsNotSearchable pic 9(07) value zero.

procedure division.
Main section.
    move function current-date(1:14) to BuiltTimestamp

    perform ListNetworkStations
    if RoutesDirectoryNotAvailable
        display "Network journey matrix: could not read the routes directory"
        move 8 to return-code
        goback
    end-if
    if MatrixStationCount is less than 2
        display "Network journey matrix: the routes directory names no station pairs"
        move 8 to return-code
        goback
    end-if

    *> the old matrix goes as soon as the new one is opened - until
    *> the control record is written at the end the enquiries go to
    *> the live search rather than trust half a build
    open output JourneyMatrixFile
    if not JourneyMatrixFileOk
        display "Network journey matrix: could not open the matrix file"
        move 8 to return-code
        goback
    end-if

    perform varying OriginEntry from 1 by 1
            until OriginEntry is greater than MatrixStationCount
        perform varying DestinationEntry from 1 by 1
                until DestinationEntry is greater than MatrixStationCount
            if DestinationEntry is not equal to OriginEntry
                perform BuildOneStationPair
                if return-code is equal to 8
                    close JourneyMatrixFile
                    goback
                end-if
            end-if
        end-perform
    end-perform

    perform WriteControlRecord
    close JourneyMatrixFile
    if return-code is equal to 8
        goback
    end-if

    display "Network journey matrix: " MatrixStationCount " stations, "
        EntriesWritten " entries, " JourneysFound " with a journey, "
        JourneysNotPossible " with none"
    if MatrixStationsNotKept is greater than zero or PairsNotSearchable is greater than zero
        display "Network journey matrix: " MatrixStationsNotKept
            " stations beyond the matrix's room and " PairsNotSearchable
            " entries the search could not place are left to the live search"
        move 4 to return-code
    end-if
    goback.

ListNetworkStations section.
    set RoutesDirectoryFileAtEnd to false
    open input RoutesDirectoryFile
    if not RoutesDirectoryFileOk
        set RoutesDirectoryNotAvailable to true
        exit section
    end-if

    perform ReadNextDirectoryRecord
    perform until RoutesDirectoryFileAtEnd
        perform ListDirectoryStation
        perform ReadNextDirectoryRecord
    end-perform

    close RoutesDirectoryFile
    .

ReadNextDirectoryRecord section.
    read RoutesDirectoryFile
        at end set RoutesDirectoryFileAtEnd to true
    end-read
    .

ListDirectoryStation section.
    *> an interchange is on the directory once for every route that
    *> serves it, but is one station to the passenger
    set StationAlreadyListed to false
    perform varying StationEntry from 1 by 1
            until StationAlreadyListed or StationEntry is greater than MatrixStationCount
        if MatrixStationName(StationEntry) is equal to RD-StationName
            set StationAlreadyListed to true
        end-if
    end-perform
    if StationAlreadyListed
        exit section
    end-if

    if MatrixStationCount is equal to 130
        add 1 to MatrixStationsNotKept
        exit section
    end-if
    add 1 to MatrixStationCount
    move RD-StationName to MatrixStationName(MatrixStationCount)
    .

BuildOneStationPair section.
    move MatrixStationName(OriginEntry) to OriginStationName
    move MatrixStationName(DestinationEntry) to DestinationStationName
    perform varying DepartureHour from 0 by 1
            until DepartureHour is greater than 23 or return-code is equal to 8
        move DepartureHour to SearchFromHH
        move zero to SearchFromMM
        move zero to JourneyStatusCode
        move zero to NetworkItinerary
        call "SearchNetworkJourneys" using OriginStationName,
                DestinationStationName, SearchFromTimeAsNumber,
                StandardConnections, NetworkItinerary, JourneyStatusCode
        perform StoreMatrixEntry
    end-perform
    .

StoreMatrixEntry section.
    *> only a found journey or a firm "no train" is worth keeping -
    *> anything else the search could not make sense of is left out
    *> so the enquiry goes live and reports it properly
    evaluate true
        when JourneyStatusOk
            add 1 to JourneysFound
        when TrainNotFound
            add 1 to JourneysNotPossible
        when other
            add 1 to PairsNotSearchable
            exit section
    end-evaluate

    move OriginStationName to JM-OriginStationName
    move DestinationStationName to JM-DestinationStationName
    move DepartureHour to JM-DepartureHour
    move JourneyStatusCode to JM-JourneyStatusCode
    move NetworkItinerary to JM-ItineraryImage
    write JourneyMatrixRecord
        invalid key
            display "Network journey matrix: could not write the entry for "
                function trim(JM-OriginStationName) " to "
                function trim(JM-DestinationStationName) " hour " JM-DepartureHour
            move 8 to return-code
            exit section
    end-write
    add 1 to EntriesWritten
    .

WriteControlRecord section.
    move spaces to JM-OriginStationName
    move spaces to JM-DestinationStationName
    move zero to JM-DepartureHour
    move zero to JM-JourneyStatusCode
    move spaces to JM-ItineraryImage
    move BuiltTimestamp to JM-BuiltTimestamp
    move MatrixStationCount to JM-StationsCovered
    move EntriesWritten to JM-EntriesWritten
    write JourneyMatrixRecord
        invalid key
            display "Network journey matrix: could not write the control record"
            move 8 to return-code
    end-write
    .

end program NetworkJourneyMatrixBuild.
