identification division.
program-id. LoadRouteApportionmentTables.

environment division.
configuration section.
    repository.
        function all intrinsic.
input-output section.
    file-control.
        select RoutesDirectoryFile assign to "ROUTEDIR"
            organization is line sequential
            file status is RoutesDirectoryFileStatus.
        select SectionMileageFile assign to "SECTMILE"
            organization is line sequential
            file status is SectionMileageFileStatus.

data division.
file section.
fd RoutesDirectoryFile.
copy RoutesDirectoryRecord.

fd SectionMileageFile.
copy SectionMileageRecord.

working-storage section.
01 RoutesDirectoryFileStatus pic xx.
    88 RoutesDirectoryFileOk value "00".

01 filler pic 9 binary.
    88 RoutesDirectoryFileAtEnd value 1 when set to false is 0.

01 SectionMileageFileStatus pic xx.
    88 SectionMileageFileOk value "00".

01 filler pic 9 binary.
    88 SectionMileageFileAtEnd value 1 when set to false is 0.

01 DirectoryEntry pic 99.

linkage section.
copy RouteApportionmentTables.
01 LoadStatusCode pic 99 value zero.
    88 LoadedOk value 0.
    88 LoadFailedFileNotAvailable value 90.

procedure division using RouteApportionmentTables, LoadStatusCode.
Main section.
    move zero to DirectoryRouteCount
    move zero to SectionCount
    move zero to LoadStatusCode

    perform LoadRoutesDirectory
    if DirectoryRouteCount is equal to zero
        move 90 to LoadStatusCode
        goback
    end-if

    perform LoadSectionMileages
    goback.

LoadRoutesDirectory section.
    set RoutesDirectoryFileAtEnd to false
    open input RoutesDirectoryFile
    if not RoutesDirectoryFileOk
        exit section
    end-if

    perform ReadNextDirectoryRecord

    perform until RoutesDirectoryFileAtEnd
        perform StoreDirectoryRecord
        perform ReadNextDirectoryRecord
    end-perform

    close RoutesDirectoryFile
    .

ReadNextDirectoryRecord section.
    read RoutesDirectoryFile
        at end set RoutesDirectoryFileAtEnd to true
    end-read
    .

StoreDirectoryRecord section.
    perform varying DirectoryEntry from 1 by 1
            until DirectoryEntry is greater than DirectoryRouteCount
                or DR-RouteFileName(DirectoryEntry) is equal to RD-RouteFileName
        continue
    end-perform

    if DirectoryEntry is greater than DirectoryRouteCount
        if DirectoryRouteCount is equal to 10
            exit section
        end-if
        add 1 to DirectoryRouteCount
        move DirectoryRouteCount to DirectoryEntry
        move RD-RouteFileName to DR-RouteFileName(DirectoryEntry)
        move zero to DR-StationCount(DirectoryEntry)
        move zero to DR-EarnedAmount(DirectoryEntry)
    end-if

    if DR-StationCount(DirectoryEntry) is less than 13
        add 1 to DR-StationCount(DirectoryEntry)
        move RD-StationName
            to DR-StationName(DirectoryEntry, DR-StationCount(DirectoryEntry))
    end-if
    .

LoadSectionMileages section.
    *> no mileage file leaves every through fare unapportioned rather
    *> than split by a ratio nobody can defend
    set SectionMileageFileAtEnd to false
    open input SectionMileageFile
    if not SectionMileageFileOk
        exit section
    end-if

    perform ReadNextSectionMileage

    perform until SectionMileageFileAtEnd
        if SectionCount is less than 50
            add 1 to SectionCount
            move SM-FromStationName to SE-FromStationName(SectionCount)
            move SM-ToStationName to SE-ToStationName(SectionCount)
            move SM-SectionMiles to SE-SectionMiles(SectionCount)
        end-if
        perform ReadNextSectionMileage
    end-perform

    close SectionMileageFile
    .

ReadNextSectionMileage section.
    read SectionMileageFile
        at end set SectionMileageFileAtEnd to true
    end-read
    .

end program LoadRouteApportionmentTables.
