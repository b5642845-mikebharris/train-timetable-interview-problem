identification division.
program-id. LoadConcessionTable.

environment division.
configuration section.
    repository.
        function all intrinsic.
input-output section.
    file-control.
        select ConcessionFile assign to "CONCESS"
            organization is line sequential
            file status is ConcessionFileStatus.

data division.
file section.
fd ConcessionFile.
copy ConcessionRecord.

working-storage section.
01 ConcessionFileStatus pic xx.
    88 ConcessionFileOk value "00".

01 filler pic 9 binary.
    88 ConcessionFileAtEnd value 1 when set to false is 0.

linkage section.
copy ConcessionTable.
01 LoadStatusCode pic 99 value zero.
    88 LoadedOk value 0.

procedure division using ConcessionTable, LoadStatusCode.
Main section.
    move zero to ConcessionCount
    move zero to LoadStatusCode

    *> no concessions file is not an error - it just means no
    *> discount scheme is on offer and every ticket sells at full fare
    open input ConcessionFile
    if not ConcessionFileOk
        goback
    end-if

    perform ReadNextConcessionRecord

    perform until ConcessionFileAtEnd
        perform StoreConcession
        perform ReadNextConcessionRecord
    end-perform

    close ConcessionFile
    goback.

ReadNextConcessionRecord section.
    read ConcessionFile
        at end set ConcessionFileAtEnd to true
    end-read
    .

StoreConcession section.
    *> an entry on the table is laid out byte for byte as the record
    *> on the file, so the whole scheme moves across in one go
    if ConcessionCount is less than 20
        add 1 to ConcessionCount
        move ConcessionRecord to Concessions(ConcessionCount)
    end-if
    .

end program LoadConcessionTable.
