        function all intrinsic.
input-output section.
    file-control.
        select JourneyMatrixFile assign to "JOURNMTX"
            organization is indexed
            access mode is random
            record key is JM-MatrixKey
            file status is JourneyMatrixFileStatus.
        select TimetableJournalFile assign to "TTJOURNL"
            organization is indexed
            access mode is sequential
            record key is TJ-JournalReference
            file status is TimetableJournalFileStatus.

data division.
file section.
fd JourneyMatrixFile.
copy JourneyMatrixRecord.

fd TimetableJournalFile.
copy TimetableJournalRecord.

working-storage section.
01 JourneyMatrixFileStatus pic xx.
    88 JourneyMatrixFileOk value "00".

01 TimetableJournalFileStatus pic xx.
    88 TimetableJournalFileOk value "00".

01 filler pic 9 binary.
    88 TimetableJournalFileAtEnd value 1 when set to false is 0.

*> whether the matrix can be trusted is settled on the first enquiry
*> and remembered for a few minutes - a batch of thousands or a desk
*> queue should not re-read the journal for every passenger, but a
*> desk open all day must see a timetable change approved mid-shift
01 filler pic 9 binary.
    88 MatrixAlreadyChecked value 1 when set to false is 0.
01 MatrixRecheckMinutes pic 99 value 5.
01 MatrixCheckedAtMinute pic 9(11).
01 EnquiryMinute pic 9(11).
01 EnquiryMoment.
    02 EnquiryDate pic 9(08).
    02 EnquiryHH pic 99.
    02 EnquiryMM pic 99.
01 filler pic 9 binary.
    88 MatrixIsCurrent value 1 when set to false is 0.
01 filler pic 9 binary.
    88 MatrixAnswered value 1 when set to false is 0.

01 MatrixBuiltTimestamp pic 9(14).

01 AskedTime.
    02 AskedTimeHH pic 99.
    02 AskedTimeMM pic 99.

linkage section.
copy JourneyStatusCodes.
Main section.
    move zero to JourneyStatusCode
    move zero to NetworkItinerary

    move function current-date(1:12) to EnquiryMoment
    compute EnquiryMinute = function integer-of-date(EnquiryDate) * 1440
        + EnquiryHH * 60 + EnquiryMM
    if not MatrixAlreadyChecked
            or EnquiryMinute - MatrixCheckedAtMinute is greater than MatrixRecheckMinutes
        perform CheckMatrixIsCurrent
        move EnquiryMinute to MatrixCheckedAtMinute
        set MatrixAlreadyChecked to true
    end-if

    set MatrixAnswered to false
    if MatrixIsCurrent and not PassengerNeedsStepFree
        perform AnswerFromMatrix
    end-if

    if not MatrixAnswered
        move zero to JourneyStatusCode
        move zero to NetworkItinerary
        call "SearchNetworkJourneys" using StartStationName, EndStationName,
                ArriveAtStationTime, StepFreeNeeded, NetworkItinerary,
                JourneyStatusCode
    end-if
    goback.

CheckMatrixIsCurrent section.
    *> no matrix, or one whose build never wrote its control record,
    *> leaves every enquiry to the live search
    set MatrixIsCurrent to false
    open input JourneyMatrixFile
    if not JourneyMatrixFileOk
        exit section
    end-if
    move spaces to JM-OriginStationName
    move spaces to JM-DestinationStationName
    move zero to JM-DepartureHour
    read JourneyMatrixFile
        invalid key
            close JourneyMatrixFile
            exit section
    end-read
    move JM-BuiltTimestamp to MatrixBuiltTimestamp
    close JourneyMatrixFile
    set MatrixIsCurrent to true

    *> a timetable change approved since the build means the matrix
    *> describes a timetable that is no longer the one in force
    set TimetableJournalFileAtEnd to false
    open input TimetableJournalFile
    if not TimetableJournalFileOk
        exit section
    end-if
    perform until TimetableJournalFileAtEnd or not MatrixIsCurrent
        read TimetableJournalFile next record
            at end set TimetableJournalFileAtEnd to true
            not at end
                if TJ-ChangeApproved
                        and TJ-DecidedTimestamp is greater than MatrixBuiltTimestamp
                    set MatrixIsCurrent to false
                end-if
        end-read
    end-perform
    close TimetableJournalFile
    .

AnswerFromMatrix section.
    *> the matrix holds the journey for a passenger ready on the hour;
    *> it stands for a later time in that hour so long as its first
    *> train has not already gone, and the minutes past the hour come
    *> off the total - otherwise the live search answers
    move ArriveAtStationTime to AskedTime
    open input JourneyMatrixFile
    if not JourneyMatrixFileOk
        exit section
    end-if
    move StartStationName to JM-OriginStationName
    move EndStationName to JM-DestinationStationName
    move AskedTimeHH to JM-DepartureHour
    read JourneyMatrixFile
        invalid key
            close JourneyMatrixFile
            exit section
    end-read
    close JourneyMatrixFile

    move JM-JourneyStatusCode to JourneyStatusCode
    evaluate true
        when TrainNotFound
            set MatrixAnswered to true
        when JourneyStatusOk
            move JM-ItineraryImage to NetworkItinerary
            if LegDepartTime(1) is not less than ArriveAtStationTime
                    and ItineraryTotalMinutes is not less than AskedTimeMM
                subtract AskedTimeMM from ItineraryTotalMinutes
                set MatrixAnswered to true
            end-if
    end-evaluate
    .

end program NetworkJourneyPlanner.
