data division.
working-storage section.
copy RouteTimeTable.
copy ConcessionTable.

01 filler pic 9 binary.
    88 StartStationKnown value 1 when set to false is 0.

01 DaysSinceSale pic s9(05) comp.

*> a concession's morning peak restriction holds Monday to Friday -
*> the weekend service carries no peak to protect
01 ReferenceMonday pic 9(08) value 20000103.
01 DaysSinceReferenceMonday pic s9(09) usage comp.
01 WeekdayOffset pic 9 usage comp.
    88 IsSaturday value 5.
    88 IsSunday value 6.

01 DepartureTime pic 9(04).

01 filler pic 9 binary.
    88 ConcessionKnown value 1 when set to false is 0.

linkage section.
01 TimeTable pic x any length.
01 TheConcessionTable pic x any length.
01 TrainNumber pic 9(04).
01 CoachNumber pic 99.
01 StartStationName pic x any length.
    88 MonthlySeasonTicket value "MSN".
    88 AnnualSeasonTicket value "ASN".
    88 AdvanceTicket value "ADV".
01 DiscountType pic x(03).
01 SaleDate pic 9(08).
01 InspectionDate pic 9(08).
01 ValidityIndicator pic x.
    88 TicketIsValid value "Y".
01 ValidityReason pic x(30).

procedure division using TimeTable, TheConcessionTable, TrainNumber,
        CoachNumber, StartStationName, EndStationName, TravelClass,
        ProductCode, DiscountType, SaleDate, InspectionDate,
        ValidityIndicator, ValidityReason.
Main section.
    move "N" to ValidityIndicator
    move spaces to ValidityReason
        goback
    end-if

    if DiscountType is not equal to spaces
        perform CheckConcessionRestriction
        if ValidityReason is not equal to spaces
            goback
        end-if
    end-if

    move "Y" to ValidityIndicator
    move "VALID" to ValidityReason
    goback.

CheckConcessionRestriction section.
    move TheConcessionTable to ConcessionTable

    set ConcessionKnown to false
    set ConcessionIndex to 1
    search Concessions
        at end continue
        when CO-DiscountType(ConcessionIndex) is equal to DiscountType
            set ConcessionKnown to true
    end-search

    if not ConcessionKnown
            or ConcessionIndex is greater than ConcessionCount
        move "DISCOUNT TYPE NOT RECOGNISED" to ValidityReason
        exit section
    end-if

    if CO-PeakRestrictionStart(ConcessionIndex) is equal to zero
            and CO-PeakRestrictionEnd(ConcessionIndex) is equal to zero
        exit section
    end-if

    compute DaysSinceReferenceMonday =
        function integer-of-date(InspectionDate)
        - function integer-of-date(ReferenceMonday)
    compute WeekdayOffset = function mod(DaysSinceReferenceMonday, 7)
    if IsSaturday or IsSunday
        exit section
    end-if

    *> the restriction is judged on when the train left the ticket's
    *> own start station - boarding a late-running peak train after
    *> the window closed is still travel in the peak
    compute DepartureTime =
        TrainTimeHH(TrainNumber, StartStationIndex) * 100
        + TrainTimeMM(TrainNumber, StartStationIndex)
    if DepartureTime is greater than or equal to CO-PeakRestrictionStart(ConcessionIndex)
            and DepartureTime is less than CO-PeakRestrictionEnd(ConcessionIndex)
        move "CONCESSION IN RESTRICTED HOURS" to ValidityReason
    end-if
    .

end program CheckTicketValidity.
