identification division.
program-id. PassengerAccountScreen.

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
        select BookingFile assign to "BOOKINGS"
            organization is indexed
            access mode is sequential
            record key is BookingKey
            file status is BookingFileStatus.
        select WaitingListFile assign to "WAITLIST"
            organization is line sequential
            file status is WaitingListFileStatus.
        select ClaimFile assign to "CLAIMS"
            organization is line sequential
            file status is ClaimFileStatus.
        select PaymentFile assign to "PAYMENTS"
            organization is line sequential
            file status is PaymentFileStatus.
        select BankPaymentFile assign to "BANKHIST"
            organization is line sequential
            file status is BankPaymentFileStatus.

data division.
file section.
fd PassengerAccountFile.
copy PassengerAccountRecord.

fd BookingFile.
copy BookingRecord.

fd WaitingListFile.
copy WaitingListRecord.

fd ClaimFile.
copy ClaimRecord.

fd PaymentFile.
copy CompensationPaymentRecord.

fd BankPaymentFile.
copy BankPaymentRecord.

working-storage section.
01 PassengerAccountFileStatus pic xx.
    88 PassengerAccountFileOk value "00".

01 BookingFileStatus pic xx.
    88 BookingFileOk value "00".

01 filler pic 9 binary.
    88 BookingFileAtEnd value 1 when set to false is 0.

01 WaitingListFileStatus pic xx.
    88 WaitingListFileOk value "00".

01 filler pic 9 binary.
    88 WaitingListFileAtEnd value 1 when set to false is 0.

01 ClaimFileStatus pic xx.
    88 ClaimFileOk value "00".

01 filler pic 9 binary.
    88 ClaimFileAtEnd value 1 when set to false is 0.

01 PaymentFileStatus pic xx.
    88 PaymentFileOk value "00".

01 filler pic 9 binary.
    88 PaymentFileAtEnd value 1 when set to false is 0.

01 BankPaymentFileStatus pic xx.
    88 BankPaymentFileOk value "00".

01 filler pic 9 binary.
    88 BankPaymentFileAtEnd value 1 when set to false is 0.

01 filler pic 9 binary.
    88 AccountOnFile value 1 when set to false is 0.
01 filler pic 9 binary.
    88 AccountDetailsValid value 1 when set to false is 0.
01 filler pic 9 binary.
    88 WaitingGroupFound value 1 when set to false is 0.

01 TodaysDate pic 9(08).

01 FunctionAsKeyed pic x.
    88 AddAccount value "A".
    88 ChangeAccount value "C".
    88 CloseAccount value "X".
    88 EnquireOnAccount value "E".
01 ReferenceAsKeyed pic x(10).
01 ValueAsKeyed pic x(50).
01 ConfirmAsKeyed pic x.
01 AddressLineNumber pic 9.

01 ItemsFound pic 9(05).
01 FutureBookingsHeld pic 9(05).

*> the waiting list is in arrival order per train, date and class -
*> a passenger's place is the number of entries for the same train
*> ahead of them, so each group's running count is kept as it reads
01 WaitingGroupCount pic 9(03).
01 WaitingGroups.
    02 WaitingGroup occurs 200 times.
        03 WG-TrainNumber pic 9(04).
        03 WG-TravelDate pic 9(08).
        03 WG-TravelClass pic x.
        03 WG-EntriesSoFar pic 9(04).
01 WaitingGroupSlot pic 9(03).

01 DisplayAmount pic zzzzz9.99.
01 DisplayTrain pic zzz9.
01 DisplayCount pic zzz9.

procedure division.
Main section.
    move function current-date(1:8) to TodaysDate

    *> the first account ever added creates the master, so an absent
    *> master is created empty and reopened for the session
    open i-o PassengerAccountFile
    if not PassengerAccountFileOk
        open output PassengerAccountFile
        close PassengerAccountFile
        open i-o PassengerAccountFile
    end-if
    if not PassengerAccountFileOk
        display "Passenger accounts: could not open the passenger account master"
        move 8 to return-code
        goback
    end-if

    display "Passenger accounts - A add, C change, X close, E enquiry, blank to finish"

    perform TakeOneFunction

    perform until FunctionAsKeyed is equal to space
        evaluate true
            when AddAccount
                perform AddOneAccount
            when ChangeAccount
                perform ChangeOneAccount
            when CloseAccount
                perform CloseOneAccount
            when EnquireOnAccount
                perform EnquireOnOneAccount
            when other
                display "  Function must be A, C, X or E"
        end-evaluate
        perform TakeOneFunction
    end-perform

    close PassengerAccountFile
    goback.

TakeOneFunction section.
    display space
    display "Function....: " with no advancing
    accept FunctionAsKeyed
    move function upper-case(FunctionAsKeyed) to FunctionAsKeyed
    if FunctionAsKeyed is equal to space
        exit section
    end-if
    display "Reference...: " with no advancing
    accept ReferenceAsKeyed
    move function upper-case(ReferenceAsKeyed) to ReferenceAsKeyed
    .

ReadAccount section.
    set AccountOnFile to false
    if ReferenceAsKeyed is equal to spaces
        exit section
    end-if
    move ReferenceAsKeyed to PA-PassengerReference
    read PassengerAccountFile
        invalid key continue
        not invalid key set AccountOnFile to true
    end-read
    .

AddOneAccount section.
    if ReferenceAsKeyed is equal to spaces
        display "  A new account needs a reference"
        exit section
    end-if
    perform ReadAccount
    if AccountOnFile
        display "  " ReferenceAsKeyed " is already an account - use C to change it"
        exit section
    end-if

    initialize PassengerAccountRecord
    move ReferenceAsKeyed to PA-PassengerReference
    perform KeyAccountDetails
    perform ValidateAccountDetails
    if not AccountDetailsValid
        exit section
    end-if

    set PA-AccountLive to true
    move TodaysDate to PA-OpenedDate
    move TodaysDate to PA-LastChangedDate
    write PassengerAccountRecord
        invalid key
            display "  " ReferenceAsKeyed " was added by another desk meanwhile - not added"
            exit section
    end-write
    display "  Account " PA-PassengerReference " added"
    .

ChangeOneAccount section.
    perform ReadAccount
    if not AccountOnFile
        display "  " ReferenceAsKeyed " is not an account"
        exit section
    end-if
    if PA-AccountClosed
        display "  " ReferenceAsKeyed " was closed on " PA-ClosedDate " and cannot be changed"
        exit section
    end-if

    display "  Leave a line blank to keep what is shown"
    perform KeyAccountDetails
    perform ValidateAccountDetails
    if not AccountDetailsValid
        exit section
    end-if

    move TodaysDate to PA-LastChangedDate
    rewrite PassengerAccountRecord
        invalid key
            display "  " ReferenceAsKeyed " could not be rewritten - not changed"
            exit section
    end-rewrite
    display "  Account " PA-PassengerReference " changed"
    .

KeyAccountDetails section.
    *> each prompt shows what the account holds now; a blank answer
    *> keeps it, which on a new account leaves the field empty
    display "  Name........ [" function trim(PA-PassengerName) "]: " with no advancing
    accept ValueAsKeyed
    if ValueAsKeyed is not equal to spaces
        move ValueAsKeyed to PA-PassengerName
    end-if

    perform varying AddressLineNumber from 1 by 1 until AddressLineNumber is greater than 3
        display "  Address " AddressLineNumber "... ["
                function trim(PA-AddressLine(AddressLineNumber)) "]: " with no advancing
        accept ValueAsKeyed
        if ValueAsKeyed is not equal to spaces
            move ValueAsKeyed to PA-AddressLine(AddressLineNumber)
        end-if
    end-perform

    display "  Postcode.... [" function trim(PA-Postcode) "]: " with no advancing
    accept ValueAsKeyed
    if ValueAsKeyed is not equal to spaces
        move function upper-case(ValueAsKeyed) to PA-Postcode
    end-if

    display "  Email....... [" function trim(PA-EmailAddress) "]: " with no advancing
    accept ValueAsKeyed
    if ValueAsKeyed is not equal to spaces
        move ValueAsKeyed to PA-EmailAddress
    end-if

    display "  Phone....... [" function trim(PA-PhoneNumber) "]: " with no advancing
    accept ValueAsKeyed
    if ValueAsKeyed is not equal to spaces
        move ValueAsKeyed to PA-PhoneNumber
    end-if

    display "  Contact by (E email, T text, P phone, L letter) [" PA-ContactPreference "]: "
            with no advancing
    accept ValueAsKeyed
    if ValueAsKeyed is not equal to spaces
        move function upper-case(ValueAsKeyed(1:1)) to PA-ContactPreference
    end-if
    .

ValidateAccountDetails section.
    *> an account is only worth holding if the passenger can be
    *> reached the way they asked to be
    set AccountDetailsValid to true
    if PA-PassengerName is equal to spaces
        display "  The account needs a name"
        set AccountDetailsValid to false
    end-if
    if not PA-ContactPreferenceValid
        display "  Contact preference must be E, T, P or L"
        set AccountDetailsValid to false
    end-if
    if PA-ContactByEmail and PA-EmailAddress is equal to spaces
        display "  Contact by email needs an email address"
        set AccountDetailsValid to false
    end-if
    if (PA-ContactByText or PA-ContactByPhone)
            and PA-PhoneNumber is equal to spaces
        display "  Contact by text or phone needs a phone number"
        set AccountDetailsValid to false
    end-if
    if PA-ContactByPost
            and (PA-AddressLine(1) is equal to spaces or PA-Postcode is equal to spaces)
        display "  Contact by letter needs an address and postcode"
        set AccountDetailsValid to false
    end-if
    if not AccountDetailsValid
        display "  Nothing has been saved"
    end-if
    .

CloseOneAccount section.
    perform ReadAccount
    if not AccountOnFile
        display "  " ReferenceAsKeyed " is not an account"
        exit section
    end-if
    if PA-AccountClosed
        display "  " ReferenceAsKeyed " was already closed on " PA-ClosedDate
        exit section
    end-if

    *> closing does not cancel anything already booked - the desk is
    *> told so they can cancel the seats first if that is what the
    *> passenger wants
    perform CountFutureBookings
    if FutureBookingsHeld is greater than zero
        move FutureBookingsHeld to DisplayCount
        display "  " ReferenceAsKeyed " still holds" DisplayCount " reservations for future trains"
    end-if

    display "  Close account for " function trim(PA-PassengerName) " (Y/N)? " with no advancing
    accept ConfirmAsKeyed
    if function upper-case(ConfirmAsKeyed) is not equal to "Y"
        display "  Not closed"
        exit section
    end-if

    set PA-AccountClosed to true
    move TodaysDate to PA-ClosedDate
    move TodaysDate to PA-LastChangedDate
    rewrite PassengerAccountRecord
        invalid key
            display "  " ReferenceAsKeyed " could not be rewritten - not closed"
            exit section
    end-rewrite
    display "  Account " PA-PassengerReference " closed"
    .

CountFutureBookings section.
    move zero to FutureBookingsHeld
    set BookingFileAtEnd to false
    open input BookingFile
    if not BookingFileOk
        exit section
    end-if
    perform ReadNextBooking
    perform until BookingFileAtEnd
        if BK-PassengerReference is equal to PA-PassengerReference
                and BK-TravelDate is greater than or equal to TodaysDate
            add 1 to FutureBookingsHeld
        end-if
        perform ReadNextBooking
    end-perform
    close BookingFile
    .

EnquireOnOneAccount section.
    perform ReadAccount
    if not AccountOnFile
        display "  " ReferenceAsKeyed " is not an account"
        exit section
    end-if

    display "  " PA-PassengerReference "  " function trim(PA-PassengerName)
    perform varying AddressLineNumber from 1 by 1 until AddressLineNumber is greater than 3
        if PA-AddressLine(AddressLineNumber) is not equal to spaces
            display "              " function trim(PA-AddressLine(AddressLineNumber))
        end-if
    end-perform
    display "              " PA-Postcode
    display "  Email.......: " function trim(PA-EmailAddress)
    display "  Phone.......: " function trim(PA-PhoneNumber)
    evaluate true
        when PA-ContactByEmail display "  Contact by..: email"
        when PA-ContactByText display "  Contact by..: text message"
        when PA-ContactByPhone display "  Contact by..: phone"
        when PA-ContactByPost display "  Contact by..: letter"
    end-evaluate
    if PA-AccountLive
        display "  Status......: live, opened " PA-OpenedDate
    else
        display "  Status......: closed " PA-ClosedDate ", opened " PA-OpenedDate
    end-if

    perform ShowReservations
    perform ShowWaitingListPlaces
    perform ShowClaims
    perform ShowApprovedPayments
    perform ShowRemittances
    .

ShowReservations section.
    display space
    display "  Reservations (train, date, coach/seat, class, leg)"
    move zero to ItemsFound
    set BookingFileAtEnd to false
    open input BookingFile
    if not BookingFileOk
        display "    none"
        exit section
    end-if
    perform ReadNextBooking
    perform until BookingFileAtEnd
        if BK-PassengerReference is equal to PA-PassengerReference
            add 1 to ItemsFound
            move BK-TrainNumber to DisplayTrain
            if BK-TravelDate is less than TodaysDate
                display "    past    " DisplayTrain " " BK-TravelDate " "
                        BK-CoachNumber "/" BK-SeatNumber " " BK-TravelClass " "
                        function trim(BK-BoardingStationName) " to "
                        function trim(BK-AlightingStationName)
            else
                display "    current " DisplayTrain " " BK-TravelDate " "
                        BK-CoachNumber "/" BK-SeatNumber " " BK-TravelClass " "
                        function trim(BK-BoardingStationName) " to "
                        function trim(BK-AlightingStationName)
            end-if
        end-if
        perform ReadNextBooking
    end-perform
    close BookingFile
    if ItemsFound is equal to zero
        display "    none"
    end-if
    .

ReadNextBooking section.
    read BookingFile next record
        at end set BookingFileAtEnd to true
    end-read
    .

ShowWaitingListPlaces section.
    display space
    display "  Waiting list (train, date, class, place, leg)"
    move zero to ItemsFound
    move zero to WaitingGroupCount
    set WaitingListFileAtEnd to false
    open input WaitingListFile
    if not WaitingListFileOk
        display "    none"
        exit section
    end-if
    perform ReadNextWaitingEntry
    perform until WaitingListFileAtEnd
        perform CountWaitingPlace
        if WL-PassengerReference is equal to PA-PassengerReference
                and WL-TravelDate is greater than or equal to TodaysDate
            add 1 to ItemsFound
            move WL-TrainNumber to DisplayTrain
            move WG-EntriesSoFar(WaitingGroupSlot) to DisplayCount
            display "    " DisplayTrain " " WL-TravelDate " " WL-TravelClass
                    " place" DisplayCount " "
                    function trim(WL-BoardingStationName) " to "
                    function trim(WL-AlightingStationName) " - "
                    function trim(WL-WaitingReason)
        end-if
        perform ReadNextWaitingEntry
    end-perform
    close WaitingListFile
    if ItemsFound is equal to zero
        display "    none"
    end-if
    .

ReadNextWaitingEntry section.
    read WaitingListFile
        at end set WaitingListFileAtEnd to true
    end-read
    .

CountWaitingPlace section.
    set WaitingGroupFound to false
    perform varying WaitingGroupSlot from 1 by 1
            until WaitingGroupFound or WaitingGroupSlot is greater than WaitingGroupCount
        if WG-TrainNumber(WaitingGroupSlot) is equal to WL-TrainNumber
                and WG-TravelDate(WaitingGroupSlot) is equal to WL-TravelDate
                and WG-TravelClass(WaitingGroupSlot) is equal to WL-TravelClass
            set WaitingGroupFound to true
        end-if
    end-perform
    if WaitingGroupFound
        subtract 1 from WaitingGroupSlot
    else
        if WaitingGroupCount is less than 200
            add 1 to WaitingGroupCount
        end-if
        move WaitingGroupCount to WaitingGroupSlot
        move WL-TrainNumber to WG-TrainNumber(WaitingGroupSlot)
        move WL-TravelDate to WG-TravelDate(WaitingGroupSlot)
        move WL-TravelClass to WG-TravelClass(WaitingGroupSlot)
        move zero to WG-EntriesSoFar(WaitingGroupSlot)
    end-if
    add 1 to WG-EntriesSoFar(WaitingGroupSlot)
    .

ShowClaims section.
    display space
    display "  Delay-repay claims (date, train, leg, fare paid)"
    move zero to ItemsFound
    set ClaimFileAtEnd to false
    open input ClaimFile
    if not ClaimFileOk
        display "    none"
        exit section
    end-if
    perform ReadNextClaim
    perform until ClaimFileAtEnd
        if CL-ClaimantReference is equal to PA-PassengerReference
            add 1 to ItemsFound
            move CL-TrainNumber to DisplayTrain
            move CL-FarePaid to DisplayAmount
            display "    " CL-TravelDate " " DisplayTrain " "
                    function trim(CL-StartStationName) " to "
                    function trim(CL-EndStationName) " " DisplayAmount
        end-if
        perform ReadNextClaim
    end-perform
    close ClaimFile
    if ItemsFound is equal to zero
        display "    none"
    end-if
    .

ReadNextClaim section.
    read ClaimFile
        at end set ClaimFileAtEnd to true
    end-read
    .

ShowApprovedPayments section.
    display space
    display "  Compensation approved (date, train, minutes late, percent, amount)"
    move zero to ItemsFound
    set PaymentFileAtEnd to false
    open input PaymentFile
    if not PaymentFileOk
        display "    none"
        exit section
    end-if
    perform ReadNextPayment
    perform until PaymentFileAtEnd
        if CP-ClaimantReference is equal to PA-PassengerReference
            add 1 to ItemsFound
            move CP-TrainNumber to DisplayTrain
            move CP-AmountPaid to DisplayAmount
            evaluate true
                when CP-ClaimPaid
                    display "    " CP-TravelDate " " DisplayTrain " " CP-LateMinutes
                            " " CP-PercentagePaid "% " DisplayAmount " paid"
                when CP-DuplicateNotPaid
                    display "    " CP-TravelDate " " DisplayTrain " " CP-LateMinutes
                            " " CP-PercentagePaid "% " DisplayAmount " duplicate, not paid"
                when other
                    display "    " CP-TravelDate " " DisplayTrain " " CP-LateMinutes
                            " " CP-PercentagePaid "% " DisplayAmount " awaiting remittance"
            end-evaluate
        end-if
        perform ReadNextPayment
    end-perform
    close PaymentFile
    if ItemsFound is equal to zero
        display "    none"
    end-if
    .

ReadNextPayment section.
    read PaymentFile
        at end set PaymentFileAtEnd to true
    end-read
    .

ShowRemittances section.
    display space
    *> the remittance history the run appends to every night - the
    *> bank payment file itself only holds the last night's payments
    display "  Remittances paid (date, amount)"
    move zero to ItemsFound
    set BankPaymentFileAtEnd to false
    open input BankPaymentFile
    if not BankPaymentFileOk
        display "    none"
        exit section
    end-if
    perform ReadNextBankPayment
    perform until BankPaymentFileAtEnd
        if BP-ClaimantReference is equal to PA-PassengerReference
            add 1 to ItemsFound
            move BP-AmountPaid to DisplayAmount
            display "    " BP-PaymentDate " " DisplayAmount
        end-if
        perform ReadNextBankPayment
    end-perform
    close BankPaymentFile
    if ItemsFound is equal to zero
        display "    none"
    end-if
    .

ReadNextBankPayment section.
    read BankPaymentFile
        at end set BankPaymentFileAtEnd to true
    end-read
    .

end program PassengerAccountScreen.
