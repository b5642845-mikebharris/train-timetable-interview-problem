*> TimetableJournalRecord.cpy
*> One change keyed against the master timetable at the maintenance
*> screen - which variant and calling point it touches, what kind of
*> change, the calling point as it stood before and as it is to stand
*> after, who keyed it and when. Nothing reaches TIMETAB or TIMETABW
*> until a second member of the timetable office approves the change,
*> so the journal holds it pending until then; an approved or
*> rejected change stays on the journal as the record of why a train
*> moved. The images are the master's own record layout.
01 TimetableJournalRecord.
    02 TJ-JournalReference.
        03 TJ-EnteredTimestamp pic 9(14).
        03 TJ-EnteredHundredths pic 99.
    02 TJ-TimeTableFileName pic x(08).
    02 TJ-TimeTableKey.
        03 TJ-StationCode pic x(03).
        03 TJ-TrainNumber pic 9(03).
    02 TJ-ChangeType pic x.
        88 TJ-CallingPointAdded value "A".
        88 TJ-CallingPointChanged value "C".
        88 TJ-CallingPointDeleted value "D".
    02 TJ-ChangeStatus pic x.
        88 TJ-ChangePending value "P".
        88 TJ-ChangeApproved value "A".
        88 TJ-ChangeRejected value "R".
    02 TJ-EnteredBy pic x(08).
    02 TJ-DecidedBy pic x(08).
    02 TJ-DecidedTimestamp pic 9(14).
    02 TJ-DecisionNote pic x(30).
*> an added calling point has no before image, a deleted one no after
    02 TJ-BeforeImage pic x(45).
    02 TJ-AfterImage pic x(45).
