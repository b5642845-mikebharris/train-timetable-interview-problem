identification division.
program-id. CheckPassengerAccount.

environment division.
configuration section.
    repository.
        function all intrinsic.
input-output section.
    file-control.
        select PassengerAccountFile assign to "PASSACCT"
            organization is indexed
            access mode is random
            record key is PA-PassengerReference
            file status is PassengerAccountFileStatus.

data division.
file section.
fd PassengerAccountFile.
copy PassengerAccountRecord.

working-storage section.
01 PassengerAccountFileStatus pic xx.
    88 PassengerAccountFileOk value "00".

linkage section.
01 PassengerReference pic x(10).
01 AccountStatusCode pic 99.
    88 AccountLive value 0.
    88 AccountClosed value 4.
    88 AccountNotKnown value 8.

procedure division using PassengerReference, AccountStatusCode.
Main section.
    move zero to AccountStatusCode

    *> with no master there is no account to be live - a booking or a
    *> claim is refused rather than taken against nobody
    open input PassengerAccountFile
    if not PassengerAccountFileOk
        set AccountNotKnown to true
        goback
    end-if

    move PassengerReference to PA-PassengerReference
    read PassengerAccountFile
        invalid key set AccountNotKnown to true
    end-read

    if AccountLive and not PA-AccountLive
        set AccountClosed to true
    end-if

    close PassengerAccountFile
    goback.

end program CheckPassengerAccount.
