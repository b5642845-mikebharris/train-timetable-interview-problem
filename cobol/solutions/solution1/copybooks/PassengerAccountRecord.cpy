*> PassengerAccountRecord.cpy
*> One passenger on the passenger account master - the reference a
*> booking, waiting-list entry or delay-repay claim quotes, and who
*> that reference actually is: name, address, how to reach them and
*> how they would rather be reached. A closed account stays on the
*> master so its history can still be looked up, but nothing new may
*> be booked or claimed against it. Indexed on the reference.
01 PassengerAccountRecord.
    02 PA-PassengerReference pic x(10).
    02 PA-PassengerName pic x(30).
    02 PA-PassengerAddress.
        03 PA-AddressLine pic x(30) occurs 3 times.
        03 PA-Postcode pic x(08).
    02 PA-EmailAddress pic x(50).
    02 PA-PhoneNumber pic x(15).
    02 PA-ContactPreference pic x.
        88 PA-ContactByEmail value "E".
        88 PA-ContactByText value "T".
        88 PA-ContactByPhone value "P".
        88 PA-ContactByPost value "L".
        88 PA-ContactPreferenceValid values "E" "T" "P" "L".
    02 PA-AccountStatus pic x.
        88 PA-AccountLive value "L".
        88 PA-AccountClosed value "C".
    02 PA-OpenedDate pic 9(08).
    02 PA-LastChangedDate pic 9(08).
    02 PA-ClosedDate pic 9(08).
