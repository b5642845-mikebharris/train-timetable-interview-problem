01 LoadStatusCode pic 99.
    88 LoadedOk value 0.

01 AccountStatusCode pic 99.
    88 AccountLive value 0.

01 TodaysDate pic 9(08).

01 ClaimStartIndex pic 99.
        exit section
    end-if

    *> compensation is only paid to a claimant the railway can find
    call "CheckPassengerAccount" using CL-ClaimantReference, AccountStatusCode
    if not AccountLive
        move "NO LIVE PASSENGER ACCOUNT" to RejectionReason
        perform RejectClaim
        exit section
    end-if

    perform FindClaimStationIndices
    if not ClaimStartKnown or not ClaimEndKnown
        move "STATION NOT KNOWN" to RejectionReason
