identification division.
program-id. TimetableMaintenanceScreen.

environment division.
configuration section.
    repository.
        function all intrinsic.
input-output section.
    file-control.
        select TimeTableFile assign to TimeTableFileName
            organization is indexed
            access mode is random
            record key is TimeTableKey
            file status is TimeTableFileStatus.
        select TimetableJournalFile assign to "TTJOURNL"
            organization is indexed
            access mode is dynamic
            record key is TJ-JournalReference
            file status is TimetableJournalFileStatus.
        select StationMasterFile assign to "STATIONS"
            organization is indexed
            access mode is random
            record key is SN-StationCode
            file status is StationMasterFileStatus.

data division.
file section.
fd TimeTableFile.
copy TimeTableFileRecord.

fd TimetableJournalFile.
copy TimetableJournalRecord.

fd StationMasterFile.
copy StationMasterRecord.

working-storage section.
*> the calling point as it is to stand once the change goes through,
*> and a spare copy to show a journal image laid out field by field
copy TimeTableFileRecord
    replacing ==TimeTableFileRecord== by ==ProposedCallingPoint==
              ==TimeTableKey== by ==ProposedKey==
              leading ==TT-== by ==TP-==.

copy TimeTableFileRecord
    replacing ==TimeTableFileRecord== by ==ShownCallingPoint==
              ==TimeTableKey== by ==ShownKey==
              leading ==TT-== by ==CP-==.

01 TimeTableFileStatus pic xx.
    88 TimeTableFileOk value "00".

01 TimetableJournalFileStatus pic xx.
    88 TimetableJournalFileOk value "00".

01 filler pic 9 binary.
    88 TimetableJournalFileAtEnd value 1 when set to false is 0.

01 StationMasterFileStatus pic xx.
    88 StationMasterFileOk value "00".

01 TimeTableFileName pic x(08) value "TIMETAB ".
    88 WeekdayTimeTableSelected value "TIMETAB ".
    88 WeekendTimeTableSelected value "TIMETABW".

01 filler pic 9 binary.
    88 CallingPointOnFile value 1 when set to false is 0.
01 filler pic 9 binary.
    88 CallingPointDetailsValid value 1 when set to false is 0.
01 filler pic 9 binary.
    88 ChangeAlreadyPending value 1 when set to false is 0.
01 filler pic 9 binary.
    88 ChangeApplied value 1 when set to false is 0.
01 filler pic 9 binary.
    88 KeyedValueRejected value 1 when set to false is 0.
01 filler pic 9 binary.
    88 StationNameKeyed value 1 when set to false is 0.

01 UserId pic x(08).

01 FunctionAsKeyed pic x.
    88 AddCallingPoint value "A".
    88 ChangeCallingPoint value "C".
    88 DeleteCallingPoint value "D".
    88 ReviewPendingChanges value "P".
01 TimetableAsKeyed pic x.
01 StationCodeAsKeyed pic x(03).
01 TrainNumberAsKeyed pic x(10).
01 ValueAsKeyed pic x(50).
01 ConfirmAsKeyed pic x.
01 DecisionAsKeyed pic x.
    88 ApproveChange value "A".
    88 RejectChange value "R".

01 KeyedNumber pic 9(04).
01 KeyedTime.
    02 KeyedTimeHH pic 99.
    02 KeyedTimeMM pic 99.

01 CurrentTimestamp pic x(21).
01 ImageLabel pic x(08).
01 RejectionNote pic x(30).

01 PendingReviewed pic 9(05).
01 OwnChangesWaiting pic 9(05).
01 DisplayCount pic zzzz9.

procedure division.
Main section.
    *> the first change ever keyed creates the journal, so an absent
    *> journal is created empty and reopened for the session
    open i-o TimetableJournalFile
    if not TimetableJournalFileOk
        open output TimetableJournalFile
        close TimetableJournalFile
        open i-o TimetableJournalFile
    end-if
    if not TimetableJournalFileOk
        display "Timetable maintenance: could not open the timetable journal"
        move 8 to return-code
        goback
    end-if

    *> every change is signed - the journal is worthless without who
    display "Timetable maintenance"
    display "User id.....: " with no advancing
    accept UserId
    move function upper-case(UserId) to UserId
    if UserId is equal to spaces
        display "  Changes cannot be keyed or approved without a user id"
        close TimetableJournalFile
        goback
    end-if

    display "A add, C change, D delete a calling point, P approve pending changes, blank to finish"

    perform TakeOneFunction

    perform until FunctionAsKeyed is equal to space
        evaluate true
            when AddCallingPoint
                perform AddOneCallingPoint
            when ChangeCallingPoint
                perform ChangeOneCallingPoint
            when DeleteCallingPoint
                perform DeleteOneCallingPoint
            when ReviewPendingChanges
                perform ReviewEachPendingChange
            when other
                display "  Function must be A, C, D or P"
        end-evaluate
        perform TakeOneFunction
    end-perform

    close TimetableJournalFile
    goback.

TakeOneFunction section.
    display space
    display "Function....: " with no advancing
    accept FunctionAsKeyed
    move function upper-case(FunctionAsKeyed) to FunctionAsKeyed
    if FunctionAsKeyed is equal to space or ReviewPendingChanges
        exit section
    end-if

    display "Timetable (blank weekday, W weekend): " with no advancing
    accept TimetableAsKeyed
    if function upper-case(TimetableAsKeyed) is equal to "W"
        set WeekendTimeTableSelected to true
    else
        set WeekdayTimeTableSelected to true
    end-if
    display "Station code: " with no advancing
    accept StationCodeAsKeyed
    move function upper-case(StationCodeAsKeyed) to StationCodeAsKeyed
    display "Train.......: " with no advancing
    accept TrainNumberAsKeyed
    .

ReadCallingPoint section.
    *> the master is only read here - nothing is written to it until
    *> the change is approved
    set CallingPointOnFile to false
    move zero to KeyedNumber
    if StationCodeAsKeyed is equal to spaces
            or function test-numval(TrainNumberAsKeyed) is not equal to zero
        display "  A calling point is keyed by station code and train number"
        exit section
    end-if
    move function numval(TrainNumberAsKeyed) to KeyedNumber
    if KeyedNumber is less than 1 or KeyedNumber is greater than 40
        display "  Train number must be 1 to 40"
        move zero to KeyedNumber
        exit section
    end-if

    open input TimeTableFile
    if not TimeTableFileOk
        display "  Could not open " TimeTableFileName
        move zero to KeyedNumber
        exit section
    end-if
    move StationCodeAsKeyed to TT-StationCode
    move KeyedNumber to TT-TrainNumber
    read TimeTableFile
        invalid key continue
        not invalid key set CallingPointOnFile to true
    end-read
    close TimeTableFile
    .

AddOneCallingPoint section.
    perform ReadCallingPoint
    if KeyedNumber is equal to zero
        exit section
    end-if
    if CallingPointOnFile
        display "  Train " KeyedNumber " already has a calling point at "
                StationCodeAsKeyed " - use C to change it"
        exit section
    end-if
    perform CheckForPendingChange
    if ChangeAlreadyPending
        exit section
    end-if

    initialize ProposedCallingPoint
    move StationCodeAsKeyed to TP-StationCode
    move KeyedNumber to TP-TrainNumber
    move "Y" to TP-StationAccessible
    move "N" to TP-CateringAvailable
    move "Y" to TP-CallsAtStation
    move "U" to TP-Direction
    perform KeyCallingPointDetails
    perform ValidateCallingPointDetails
    if not CallingPointDetailsValid
        exit section
    end-if

    move "After" to ImageLabel
    move ProposedCallingPoint to ShownCallingPoint
    perform ShowCallingPoint

    initialize TimetableJournalRecord
    set TJ-CallingPointAdded to true
    move spaces to TJ-BeforeImage
    move ProposedCallingPoint to TJ-AfterImage
    perform JournalPendingChange
    .

ChangeOneCallingPoint section.
    perform ReadCallingPoint
    if KeyedNumber is equal to zero
        exit section
    end-if
    if not CallingPointOnFile
        display "  Train " KeyedNumber " has no calling point at " StationCodeAsKeyed
        exit section
    end-if
    perform CheckForPendingChange
    if ChangeAlreadyPending
        exit section
    end-if

    move "Before" to ImageLabel
    move TimeTableFileRecord to ShownCallingPoint
    perform ShowCallingPoint

    move TimeTableFileRecord to ProposedCallingPoint
    display "  Leave a line blank to keep what is shown"
    perform KeyCallingPointDetails
    perform ValidateCallingPointDetails
    if not CallingPointDetailsValid
        exit section
    end-if
    if ProposedCallingPoint is equal to TimeTableFileRecord
        display "  Nothing was altered - no change journalled"
        exit section
    end-if

    move "After" to ImageLabel
    move ProposedCallingPoint to ShownCallingPoint
    perform ShowCallingPoint

    initialize TimetableJournalRecord
    set TJ-CallingPointChanged to true
    move TimeTableFileRecord to TJ-BeforeImage
    move ProposedCallingPoint to TJ-AfterImage
    perform JournalPendingChange
    .

DeleteOneCallingPoint section.
    perform ReadCallingPoint
    if KeyedNumber is equal to zero
        exit section
    end-if
    if not CallingPointOnFile
        display "  Train " KeyedNumber " has no calling point at " StationCodeAsKeyed
        exit section
    end-if
    perform CheckForPendingChange
    if ChangeAlreadyPending
        exit section
    end-if

    move "Before" to ImageLabel
    move TimeTableFileRecord to ShownCallingPoint
    perform ShowCallingPoint

    initialize TimetableJournalRecord
    set TJ-CallingPointDeleted to true
    move TimeTableFileRecord to TJ-BeforeImage
    move spaces to TJ-AfterImage
    perform JournalPendingChange
    .

CheckForPendingChange section.
    *> one change at a time on any calling point - a second would be
    *> approved against a before image that no longer holds
    set ChangeAlreadyPending to false
    set TimetableJournalFileAtEnd to false
    move low-values to TJ-JournalReference
    start TimetableJournalFile key is greater than TJ-JournalReference
        invalid key set TimetableJournalFileAtEnd to true
    end-start
    perform until TimetableJournalFileAtEnd or ChangeAlreadyPending
        read TimetableJournalFile next record
            at end set TimetableJournalFileAtEnd to true
            not at end
                if TJ-ChangePending
                        and TJ-TimeTableFileName is equal to TimeTableFileName
                        and TJ-StationCode is equal to StationCodeAsKeyed
                        and TJ-TrainNumber is equal to KeyedNumber
                    set ChangeAlreadyPending to true
                end-if
        end-read
    end-perform
    if ChangeAlreadyPending
        display "  A change keyed by " function trim(TJ-EnteredBy) " at " TJ-EnteredTimestamp
                " is still waiting approval on this calling point"
    end-if
    .

KeyCallingPointDetails section.
    *> each prompt shows what the calling point holds now; a blank
    *> answer keeps it
    set KeyedValueRejected to false
    set StationNameKeyed to false
    display "  Station name........ [" function trim(TP-StationName) "]: " with no advancing
    accept ValueAsKeyed
    if ValueAsKeyed is not equal to spaces
        move ValueAsKeyed to TP-StationName
        set StationNameKeyed to true
    end-if

    display "  Station sequence.... [" TP-StationSequence "]: " with no advancing
    accept ValueAsKeyed
    if ValueAsKeyed is not equal to spaces
        if function test-numval(ValueAsKeyed) is equal to zero
            move function numval(ValueAsKeyed) to TP-StationSequence
        else
            display "  Station sequence must be a number"
            set KeyedValueRejected to true
        end-if
    end-if

    display "  Time hhmm........... [" TP-TrainTimeHH TP-TrainTimeMM "]: " with no advancing
    accept ValueAsKeyed
    if ValueAsKeyed is not equal to spaces
        if ValueAsKeyed(1:4) is numeric and ValueAsKeyed(5:) is equal to spaces
            move ValueAsKeyed(1:4) to KeyedTime
            move KeyedTimeHH to TP-TrainTimeHH
            move KeyedTimeMM to TP-TrainTimeMM
        else
            display "  Time must be keyed as four digits hhmm"
            set KeyedValueRejected to true
        end-if
    end-if

    display "  Platform............ [" TP-Platform "]: " with no advancing
    accept ValueAsKeyed
    if ValueAsKeyed is not equal to spaces
        move function upper-case(ValueAsKeyed) to TP-Platform
    end-if

    display "  First class coaches. [" TP-FirstClassCoaches "]: " with no advancing
    accept ValueAsKeyed
    if ValueAsKeyed is not equal to spaces
        if function test-numval(ValueAsKeyed) is equal to zero
            move function numval(ValueAsKeyed) to TP-FirstClassCoaches
        else
            display "  First class coaches must be a number"
            set KeyedValueRejected to true
        end-if
    end-if

    display "  Standard coaches.... [" TP-StandardClassCoaches "]: " with no advancing
    accept ValueAsKeyed
    if ValueAsKeyed is not equal to spaces
        if function test-numval(ValueAsKeyed) is equal to zero
            move function numval(ValueAsKeyed) to TP-StandardClassCoaches
        else
            display "  Standard coaches must be a number"
            set KeyedValueRejected to true
        end-if
    end-if

    display "  Step-free (Y/N)..... [" TP-StationAccessible "]: " with no advancing
    accept ValueAsKeyed
    if ValueAsKeyed is not equal to spaces
        move function upper-case(ValueAsKeyed(1:1)) to TP-StationAccessible
    end-if

    display "  Catering (Y/N)...... [" TP-CateringAvailable "]: " with no advancing
    accept ValueAsKeyed
    if ValueAsKeyed is not equal to spaces
        move function upper-case(ValueAsKeyed(1:1)) to TP-CateringAvailable
    end-if

    display "  Calls here (Y/N).... [" TP-CallsAtStation "]: " with no advancing
    accept ValueAsKeyed
    if ValueAsKeyed is not equal to spaces
        move function upper-case(ValueAsKeyed(1:1)) to TP-CallsAtStation
    end-if

    display "  Direction (U/D)..... [" TP-Direction "]: " with no advancing
    accept ValueAsKeyed
    if ValueAsKeyed is not equal to spaces
        move function upper-case(ValueAsKeyed(1:1)) to TP-Direction
    end-if

    *> the train's length is always its two classes together, as the
    *> edit check expects
    compute TP-NumberOfCoaches = TP-FirstClassCoaches + TP-StandardClassCoaches
        on size error move 99 to TP-NumberOfCoaches
    end-compute
    .

ValidateCallingPointDetails section.
    *> the same rules the overnight edit check holds the master to, so
    *> an approved change never fails the next run
    set CallingPointDetailsValid to true
    if KeyedValueRejected
        set CallingPointDetailsValid to false
    end-if
    perform CheckStationCodeOnMaster
    if TP-StationName is equal to spaces
        display "  The calling point needs a station name"
        set CallingPointDetailsValid to false
    end-if
    if TP-StationSequence is less than 1 or TP-StationSequence is greater than 13
        display "  Station sequence must be 1 to 13"
        set CallingPointDetailsValid to false
    end-if
    if TP-TrainTimeHH is greater than 23 or TP-TrainTimeMM is greater than 59
        display "  Time must be a 24-hour clock time hhmm"
        set CallingPointDetailsValid to false
    end-if
    if TP-NumberOfCoaches is equal to zero
        display "  The train needs at least one coach"
        set CallingPointDetailsValid to false
    end-if
    if TP-StationAccessible is not equal to "Y" and TP-StationAccessible is not equal to "N"
        display "  Step-free must be Y or N"
        set CallingPointDetailsValid to false
    end-if
    if TP-CateringAvailable is not equal to "Y" and TP-CateringAvailable is not equal to "N"
        display "  Catering must be Y or N"
        set CallingPointDetailsValid to false
    end-if
    if TP-CallsAtStation is not equal to "Y" and TP-CallsAtStation is not equal to "N"
        display "  Calls here must be Y or N"
        set CallingPointDetailsValid to false
    end-if
    if not TP-UpWorking and not TP-DownWorking
        display "  Direction must be U or D"
        set CallingPointDetailsValid to false
    end-if
    if not CallingPointDetailsValid
        display "  Nothing has been journalled"
    end-if
    .

CheckStationCodeOnMaster section.
    *> no stations master yet just means the code check has nothing
    *> to prove the code against, as on the overnight edit check
    open input StationMasterFile
    if not StationMasterFileOk
        exit section
    end-if
    move TP-StationCode to SN-StationCode
    read StationMasterFile
        invalid key
            display "  Station code " TP-StationCode " is not on the stations master"
            set CallingPointDetailsValid to false
            close StationMasterFile
            exit section
    end-read
    close StationMasterFile

    *> every program that reads the timetable matches the name exactly
    *> as the master spells it, so that spelling is what goes on the
    *> calling point - a name keyed in any case is accepted only if it
    *> is the master's name for the code
    if StationNameKeyed
            and function upper-case(TP-StationName)
                is not equal to function upper-case(SN-StationName)
        display "  " function trim(TP-StationName) " is not the stations master's name for "
                TP-StationCode " - " function trim(SN-StationName)
        set CallingPointDetailsValid to false
        exit section
    end-if
    move SN-StationName to TP-StationName
    .

ShowCallingPoint section.
    display "  " ImageLabel ": " CP-StationCode " train " CP-TrainNumber
            " " CP-StationName " seq " CP-StationSequence
            " at " CP-TrainTimeHH CP-TrainTimeMM " plat " CP-Platform
    display "          coaches " CP-NumberOfCoaches " (" CP-FirstClassCoaches " first, "
            CP-StandardClassCoaches " standard)  step-free " CP-StationAccessible
            "  catering " CP-CateringAvailable "  calls " CP-CallsAtStation
            "  direction " CP-Direction
    .

JournalPendingChange section.
    display "  Journal this change for approval (Y/N)? " with no advancing
    accept ConfirmAsKeyed
    if function upper-case(ConfirmAsKeyed) is not equal to "Y"
        display "  Not journalled"
        exit section
    end-if

    move function current-date to CurrentTimestamp
    move CurrentTimestamp(1:14) to TJ-EnteredTimestamp
    move CurrentTimestamp(15:2) to TJ-EnteredHundredths
    move TimeTableFileName to TJ-TimeTableFileName
    move StationCodeAsKeyed to TJ-StationCode
    move KeyedNumber to TJ-TrainNumber
    set TJ-ChangePending to true
    move UserId to TJ-EnteredBy
    move spaces to TJ-DecidedBy
    move zero to TJ-DecidedTimestamp
    move spaces to TJ-DecisionNote
    write TimetableJournalRecord
        invalid key
            display "  The journal was busy - key the change again"
            exit section
    end-write
    display "  Journalled " TJ-JournalReference " - pending a second person's approval"
    .

ReviewEachPendingChange section.
    *> the person who keyed a change cannot approve it - their own
    *> changes are counted and left for somebody else
    move zero to PendingReviewed
    move zero to OwnChangesWaiting
    set TimetableJournalFileAtEnd to false
    move low-values to TJ-JournalReference
    start TimetableJournalFile key is greater than TJ-JournalReference
        invalid key set TimetableJournalFileAtEnd to true
    end-start
    perform until TimetableJournalFileAtEnd
        read TimetableJournalFile next record
            at end set TimetableJournalFileAtEnd to true
            not at end
                if TJ-ChangePending
                    if TJ-EnteredBy is equal to UserId
                        add 1 to OwnChangesWaiting
                    else
                        add 1 to PendingReviewed
                        perform ReviewOnePendingChange
                    end-if
                end-if
        end-read
    end-perform

    move PendingReviewed to DisplayCount
    display "  " DisplayCount " pending changes reviewed"
    if OwnChangesWaiting is greater than zero
        move OwnChangesWaiting to DisplayCount
        display "  " DisplayCount " of your own changes await another approver"
    end-if
    .

ReviewOnePendingChange section.
    display space
    evaluate true
        when TJ-CallingPointAdded
            display "  " TJ-JournalReference " ADD    " TJ-TimeTableFileName
                    " keyed by " TJ-EnteredBy
        when TJ-CallingPointChanged
            display "  " TJ-JournalReference " CHANGE " TJ-TimeTableFileName
                    " keyed by " TJ-EnteredBy
        when TJ-CallingPointDeleted
            display "  " TJ-JournalReference " DELETE " TJ-TimeTableFileName
                    " keyed by " TJ-EnteredBy
    end-evaluate
    if TJ-BeforeImage is not equal to spaces
        move "Before" to ImageLabel
        move TJ-BeforeImage to ShownCallingPoint
        perform ShowCallingPoint
    end-if
    if TJ-AfterImage is not equal to spaces
        move "After" to ImageLabel
        move TJ-AfterImage to ShownCallingPoint
        perform ShowCallingPoint
    end-if

    display "  A approve, R reject, blank to leave pending: " with no advancing
    accept DecisionAsKeyed
    move function upper-case(DecisionAsKeyed) to DecisionAsKeyed
    evaluate true
        when ApproveChange
            perform ApplyApprovedChange
            if ChangeApplied
                set TJ-ChangeApproved to true
                move "APPLIED TO MASTER" to TJ-DecisionNote
                display "  Applied to " TJ-TimeTableFileName
            else
                set TJ-ChangeRejected to true
                move RejectionNote to TJ-DecisionNote
                display "  Not applied - " function trim(RejectionNote)
            end-if
        when RejectChange
            set TJ-ChangeRejected to true
            move "REJECTED BY APPROVER" to TJ-DecisionNote
            display "  Rejected"
        when other
            display "  Left pending"
            exit section
    end-evaluate

    move UserId to TJ-DecidedBy
    move function current-date(1:14) to TJ-DecidedTimestamp
    rewrite TimetableJournalRecord
        invalid key
            display "  Could not record the decision on " TJ-JournalReference
            move 8 to return-code
    end-rewrite
    .

ApplyApprovedChange section.
    *> the master must still hold exactly what the change was keyed
    *> against - if anything else has reached the calling point since,
    *> the change is refused rather than applied over the top of it
    set ChangeApplied to false
    move TJ-TimeTableFileName to TimeTableFileName
    open i-o TimeTableFile
    if not TimeTableFileOk
        move "MASTER COULD NOT BE OPENED" to RejectionNote
        exit section
    end-if

    move TJ-TimeTableKey to TimeTableKey
    evaluate true
        when TJ-CallingPointAdded
            move TJ-AfterImage to TimeTableFileRecord
            write TimeTableFileRecord
                invalid key move "CALLING POINT ADDED MEANWHILE" to RejectionNote
                not invalid key set ChangeApplied to true
            end-write
        when other
            read TimeTableFile
                invalid key
                    move "CALLING POINT GONE MEANWHILE" to RejectionNote
                    close TimeTableFile
                    exit section
            end-read
            if TimeTableFileRecord is not equal to TJ-BeforeImage
                move "MASTER CHANGED SINCE KEYED" to RejectionNote
                close TimeTableFile
                exit section
            end-if
            if TJ-CallingPointChanged
                move TJ-AfterImage to TimeTableFileRecord
                rewrite TimeTableFileRecord
                    invalid key move "MASTER COULD NOT BE REWRITTEN" to RejectionNote
                    not invalid key set ChangeApplied to true
                end-rewrite
            else
                delete TimeTableFile record
                    invalid key move "MASTER COULD NOT BE DELETED" to RejectionNote
                    not invalid key set ChangeApplied to true
                end-delete
            end-if
    end-evaluate

    close TimeTableFile
    .

end program TimetableMaintenanceScreen.
