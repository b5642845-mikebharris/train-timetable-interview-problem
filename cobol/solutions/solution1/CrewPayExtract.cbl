identification division.
program-id. CrewPayExtract.

environment division.
configuration section.
    repository.
        function all intrinsic.
input-output section.
    file-control.
        select CrewRosterFile assign to "ROSTER"
            organization is line sequential
            file status is CrewRosterFileStatus.
        select StaffFile assign to "STAFF"
            organization is line sequential
            file status is StaffFileStatus.
        select BankHolidayFile assign to "BANKHOL"
            organization is indexed
            access mode is random
            record key is BH-Date
            file status is BankHolidayFileStatus.
        select PayrollInterfaceFile assign to "PAYEXTR"
            organization is line sequential
            file status is PayrollInterfaceFileStatus.
        select PaySummaryFile assign to "PAYSUMM"
            organization is line sequential
            file status is PaySummaryFileStatus.
        select PayExceptionFile assign to "PAYEXC"
            organization is line sequential
            file status is PayExceptionFileStatus.

data division.
file section.
fd CrewRosterFile.
copy CrewRosterRecord.

fd StaffFile.
copy StaffRecord.

fd BankHolidayFile.
copy BankHolidayRecord.

fd PayrollInterfaceFile.
copy PayrollInterfaceRecord.

fd PaySummaryFile.
01 PaySummaryLine pic x(80).

fd PayExceptionFile.
01 PayExceptionLine pic x(80).

working-storage section.
01 CrewRosterFileStatus pic xx.
    88 CrewRosterFileOk value "00".

01 filler pic 9 binary.
    88 CrewRosterFileAtEnd value 1 when set to false is 0.

01 StaffFileStatus pic xx.
    88 StaffFileOk value "00".

01 filler pic 9 binary.
    88 StaffFileAtEnd value 1 when set to false is 0.

01 BankHolidayFileStatus pic xx.
    88 BankHolidayFileOk value "00".

01 PayrollInterfaceFileStatus pic xx.
    88 PayrollInterfaceFileOk value "00".

01 PaySummaryFileStatus pic xx.
    88 PaySummaryFileOk value "00".

01 PayExceptionFileStatus pic xx.
    88 PayExceptionFileOk value "00".

01 filler pic 9 binary.
    88 StaffMemberFound value 1 when set to false is 0.
01 filler pic 9 binary.
    88 TurnAlreadyPaid value 1 when set to false is 0.
01 filler pic 9 binary.
    88 CrewSlotFound value 1 when set to false is 0.

01 TodaysDate pic 9(08).

*> the pay week is the seven days ending yesterday - the run goes in
*> on the first night of the new week, once the last turn of the old
*> one has signed off
01 WeekStartDate pic 9(08).
01 WeekEndingDate pic 9(08).
01 WeekStartInteger pic s9(09) comp.

*> bank holiday flags for each day of the week plus the morning after
*> it, since a Saturday night turn runs on into Sunday
01 WeekDays.
    02 WeekDay occurs 8 times.
        03 WD-CalendarDate pic 9(08).
        03 WD-BankHolidayFlag pic x.
            88 WD-IsBankHoliday value "Y".
        03 WD-SundayFlag pic x.
            88 WD-IsSunday value "Y".
01 DaySlot pic 9.

01 ReferenceMonday pic 9(08) value 20000103.
01 DaysSinceReferenceMonday pic s9(09) usage comp.
01 WeekdayOffset pic 9 usage comp.
    88 IsSunday value 6.

*> the agreed ceiling on a turn from sign-on to sign-off, the same as
*> the crew coverage check holds the roster to. A sign-off earlier
*> than sign-on is only a turn over midnight if the turn it makes
*> fits inside this - anything longer is a keying error
01 PermittedTurnMinutes pic 9(04) value 540.

*> night hours run 2200 to 0600 under the traincrew agreement
01 NightStartMinute pic 9(04) value 1320.
01 NightEndMinute pic 9(04) value 360.

*> the grade rates from the current pay agreement - basic hourly
*> rate, with each enhancement paid as a proportion of basic on top
*> of the basic hour itself: overtime at time and a half, nights at
*> a quarter extra, Sundays at time and a half, bank holidays double
01 GradeRates.
    02 DriverHourlyRate pic 99v99 value 28.40.
    02 GuardHourlyRate pic 99v99 value 19.85.
    02 OvertimeEnhancement pic 9v99 value 0.50.
    02 NightEnhancement pic 9v99 value 0.25.
    02 SundayEnhancement pic 9v99 value 0.50.
    02 BankHolidayEnhancement pic 9v99 value 1.00.
01 HourlyRate pic 99v99.

01 StaffMemberCount pic 9(03) value zero.
01 StaffMembers.
    02 StaffMember occurs 200 times.
        03 SL-CrewId pic x(06).
        03 SL-CrewName pic x(20).
        03 SL-PayrollNumber pic x(08).
        03 SL-Grade pic x.
        03 SL-ContractedWeeklyHours pic 99v99.
01 StaffSlot pic 9(03).

*> one entry per turn already paid - the roster repeats a turn's
*> times on every train it covers, and the turn is paid once
01 TurnPaidCount pic 9(04) value zero.
01 TurnsPaid.
    02 TurnPaid occurs 1000 times.
        03 TN-CrewId pic x(06).
        03 TN-RosterDate pic 9(08).
        03 TN-SignOnTime pic 9(04).
01 TurnSlot pic 9(04).

01 CrewPayCount pic 9(03) value zero.
01 CrewPays.
    02 CrewPay occurs 200 times.
        03 PY-CrewId pic x(06).
        03 PY-StaffSlot pic 9(03).
        03 PY-TurnsWorked pic 9(03).
        03 PY-PaidMinutes pic 9(05).
        03 PY-NightMinutes pic 9(05).
        03 PY-SundayMinutes pic 9(05).
        03 PY-BankHolidayMinutes pic 9(05).
01 CrewSlot pic 9(03).

01 WorkTime.
    02 WorkTimeHH pic 99.
    02 WorkTimeMM pic 99.
01 SignOnInMinutes pic 9(05) comp.
01 SignOffInMinutes pic 9(05) comp.
01 TurnLengthMinutes pic s9(05) comp.
01 TurnMinute pic 9(05) comp.
01 ClockMinute pic 9(05) comp.
01 MinuteOfDay pic 9(05) comp.
01 TurnDaySlot pic 9 comp.
01 MinuteDaySlot pic 9 comp.

01 PaidHours pic 9(03)v99.
01 ContractedMinutes pic 9(05).
01 OvertimeMinutes pic 9(05).
01 OvertimeHours pic 9(03)v99.
01 NightHours pic 9(03)v99.
01 SundayHours pic 9(03)v99.
01 BankHolidayHours pic 9(03)v99.
01 GrossPay pic 9(06)v99.

01 TurnsRejected pic 9(05) value zero.
01 CrewMembersPaid pic 9(03) value zero.
01 TotalGrossPay pic 9(08)v99 value zero.

01 ExceptionReason pic x(30).

01 ExceptionHeadingLine pic x(80)
    value "Date     Crew   Train On   Off  Reason".

01 ExceptionDetailLine.
    02 ExceptionRosterDate pic 9(08).
    02 filler pic x value space.
    02 ExceptionCrewId pic x(06).
    02 filler pic x value space.
    02 ExceptionTrainNumber pic zzz9.
    02 filler pic x(02) value spaces.
    02 ExceptionSignOnTime pic 9(04).
    02 filler pic x value space.
    02 ExceptionSignOffTime pic 9(04).
    02 filler pic x value space.
    02 ExceptionDetailReason pic x(30).

01 ExceptionSummaryLine.
    02 filler pic x(16) value "Turns rejected: ".
    02 SummaryTurnsRejected pic zzzz9.

01 SummaryTitleLine.
    02 filler pic x(38) value "Traincrew pay summary - week ending ".
    02 TitleWeekEndingDate pic 9(08).

01 CrewHeaderLine.
    02 CrewHeaderId pic x(06).
    02 filler pic x value space.
    02 CrewHeaderName pic x(20).
    02 filler pic x(09) value " payroll ".
    02 CrewHeaderPayrollNumber pic x(08).
    02 filler pic x(07) value " grade ".
    02 CrewHeaderGrade pic x.
    02 filler pic x(08) value " turns ".
    02 CrewHeaderTurns pic zz9.

01 CrewHoursLine.
    02 filler pic x(07) value "  paid ".
    02 CrewHoursPaid pic zz9.99.
    02 filler pic x(12) value "  contract ".
    02 CrewHoursContracted pic z9.99.
    02 filler pic x(12) value "  overtime ".
    02 CrewHoursOvertime pic zz9.99.
    02 filler pic x(09) value "  night ".
    02 CrewHoursNight pic zz9.99.

01 CrewEnhancementLine.
    02 filler pic x(09) value "  Sunday ".
    02 CrewHoursSunday pic zz9.99.
    02 filler pic x(16) value "  bank holiday ".
    02 CrewHoursBankHoliday pic zz9.99.
    02 filler pic x(09) value "  gross ".
    02 CrewGrossPay pic zzzzz9.99.

01 CrewSignOffLine pic x(80)
    value "  Agreed: ..................... crew   ..................... manager".

01 PayTotalsLine.
    02 filler pic x(16) value "Crew paid: ".
    02 SummaryCrewMembersPaid pic zz9.
    02 filler pic x(05) value spaces.
    02 filler pic x(16) value "Total gross: ".
    02 SummaryTotalGrossPay pic zzzzzzz9.99.

01 BlankLine pic x(80) value spaces.

procedure division.
Main section.
    move function current-date(1:8) to TodaysDate
    compute WeekEndingDate =
        function date-of-integer(function integer-of-date(TodaysDate) - 1)
    compute WeekStartInteger = function integer-of-date(TodaysDate) - 7
    move function date-of-integer(WeekStartInteger) to WeekStartDate

    perform LoadStaffList
    perform BuildWeekDays

    open output PayExceptionFile
    if not PayExceptionFileOk
        display "Crew pay extract: could not open the exceptions report"
        move 8 to return-code
        goback
    end-if
    write PayExceptionLine from ExceptionHeadingLine

    set CrewRosterFileAtEnd to false
    open input CrewRosterFile
    if not CrewRosterFileOk
        display "Crew pay extract: could not open the roster file"
        move 8 to return-code
        goback
    end-if

    perform ReadNextRosterRecord

    perform until CrewRosterFileAtEnd
        if CR-RosterDate is greater than or equal to WeekStartDate
                and CR-RosterDate is less than or equal to WeekEndingDate
            perform PayOneRosterRecord
        end-if
        perform ReadNextRosterRecord
    end-perform

    close CrewRosterFile

    move TurnsRejected to SummaryTurnsRejected
    write PayExceptionLine from ExceptionSummaryLine
    close PayExceptionFile

    perform WritePayOutputs

    if TurnsRejected is greater than zero
        move 4 to return-code
    end-if
    goback.

LoadStaffList section.
    *> without the staff list there is no telling who anybody is or
    *> what their contract says - nothing can be paid
    set StaffFileAtEnd to false
    open input StaffFile
    if not StaffFileOk
        display "Crew pay extract: could not open the staff list"
        move 8 to return-code
        goback
    end-if

    perform ReadNextStaffRecord

    perform until StaffFileAtEnd
        if StaffMemberCount is less than 200
            add 1 to StaffMemberCount
            move SF-CrewId to SL-CrewId(StaffMemberCount)
            move SF-CrewName to SL-CrewName(StaffMemberCount)
            move SF-PayrollNumber to SL-PayrollNumber(StaffMemberCount)
            move SF-Grade to SL-Grade(StaffMemberCount)
            move SF-ContractedWeeklyHours to SL-ContractedWeeklyHours(StaffMemberCount)
        end-if
        perform ReadNextStaffRecord
    end-perform

    close StaffFile
    .

ReadNextStaffRecord section.
    read StaffFile
        at end set StaffFileAtEnd to true
    end-read
    .

BuildWeekDays section.
    perform varying DaySlot from 1 by 1 until DaySlot is greater than 8
        compute WD-CalendarDate(DaySlot) =
            function date-of-integer(WeekStartInteger + DaySlot - 1)
        compute DaysSinceReferenceMonday =
            function integer-of-date(WD-CalendarDate(DaySlot))
            - function integer-of-date(ReferenceMonday)
        compute WeekdayOffset = function mod(DaysSinceReferenceMonday, 7)
        move "N" to WD-SundayFlag(DaySlot)
        if IsSunday
            move "Y" to WD-SundayFlag(DaySlot)
        end-if
        move "N" to WD-BankHolidayFlag(DaySlot)
    end-perform

    *> no bank holiday file configured is not an error - every day is
    *> simply paid on its ordinary day-of-week merits
    open input BankHolidayFile
    if not BankHolidayFileOk
        exit section
    end-if
    perform varying DaySlot from 1 by 1 until DaySlot is greater than 8
        move WD-CalendarDate(DaySlot) to BH-Date
        read BankHolidayFile
            invalid key continue
            not invalid key move "Y" to WD-BankHolidayFlag(DaySlot)
        end-read
    end-perform
    close BankHolidayFile
    .

ReadNextRosterRecord section.
    read CrewRosterFile
        at end set CrewRosterFileAtEnd to true
    end-read
    .

PayOneRosterRecord section.
    *> the turn is paid once, off the first train record that names it
    set TurnAlreadyPaid to false
    perform varying TurnSlot from 1 by 1
            until TurnAlreadyPaid or TurnSlot is greater than TurnPaidCount
        if TN-CrewId(TurnSlot) is equal to CR-CrewId
                and TN-RosterDate(TurnSlot) is equal to CR-RosterDate
                and TN-SignOnTime(TurnSlot) is equal to CR-SignOnTime
            set TurnAlreadyPaid to true
        end-if
    end-perform
    if TurnAlreadyPaid
        exit section
    end-if
    if TurnPaidCount is less than 1000
        add 1 to TurnPaidCount
        move CR-CrewId to TN-CrewId(TurnPaidCount)
        move CR-RosterDate to TN-RosterDate(TurnPaidCount)
        move CR-SignOnTime to TN-SignOnTime(TurnPaidCount)
    end-if

    set StaffMemberFound to false
    perform varying StaffSlot from 1 by 1
            until StaffMemberFound or StaffSlot is greater than StaffMemberCount
        if SL-CrewId(StaffSlot) is equal to CR-CrewId
            set StaffMemberFound to true
        end-if
    end-perform
    if not StaffMemberFound
        move "CREW ID NOT ON STAFF LIST" to ExceptionReason
        perform WriteExceptionLine
        exit section
    end-if
    subtract 1 from StaffSlot

    move CR-SignOnTime to WorkTime
    compute SignOnInMinutes = WorkTimeHH * 60 + WorkTimeMM
    move CR-SignOffTime to WorkTime
    compute SignOffInMinutes = WorkTimeHH * 60 + WorkTimeMM

    compute TurnLengthMinutes = SignOffInMinutes - SignOnInMinutes
    if TurnLengthMinutes is less than or equal to zero
        add 1440 to TurnLengthMinutes
        if TurnLengthMinutes is greater than PermittedTurnMinutes
            move "SIGN-OFF BEFORE SIGN-ON" to ExceptionReason
            perform WriteExceptionLine
            exit section
        end-if
    end-if

    perform FindCrewSlot
    if not CrewSlotFound
        move "TOO MANY CREW FOR PAY TABLE" to ExceptionReason
        perform WriteExceptionLine
        exit section
    end-if

    add 1 to PY-TurnsWorked(CrewSlot)
    add TurnLengthMinutes to PY-PaidMinutes(CrewSlot)

    *> each minute of the turn is judged on the clock and calendar it
    *> was actually worked in, so a turn over midnight into a Sunday
    *> or a bank holiday picks up the enhancement from midnight on
    compute TurnDaySlot = function integer-of-date(CR-RosterDate)
        - WeekStartInteger + 1
    perform varying TurnMinute from zero by 1
            until TurnMinute is greater than or equal to TurnLengthMinutes
        compute ClockMinute = SignOnInMinutes + TurnMinute
        move TurnDaySlot to MinuteDaySlot
        move ClockMinute to MinuteOfDay
        if ClockMinute is greater than or equal to 1440
            add 1 to MinuteDaySlot
            compute MinuteOfDay = ClockMinute - 1440
        end-if
        if MinuteOfDay is greater than or equal to NightStartMinute
                or MinuteOfDay is less than NightEndMinute
            add 1 to PY-NightMinutes(CrewSlot)
        end-if
        if WD-IsSunday(MinuteDaySlot)
            add 1 to PY-SundayMinutes(CrewSlot)
        end-if
        if WD-IsBankHoliday(MinuteDaySlot)
            add 1 to PY-BankHolidayMinutes(CrewSlot)
        end-if
    end-perform
    .

FindCrewSlot section.
    set CrewSlotFound to false
    perform varying CrewSlot from 1 by 1
            until CrewSlotFound or CrewSlot is greater than CrewPayCount
        if PY-CrewId(CrewSlot) is equal to CR-CrewId
            set CrewSlotFound to true
        end-if
    end-perform
    if CrewSlotFound
        subtract 1 from CrewSlot
        exit section
    end-if

    if CrewPayCount is less than 200
        add 1 to CrewPayCount
        move CrewPayCount to CrewSlot
        move CR-CrewId to PY-CrewId(CrewSlot)
        move StaffSlot to PY-StaffSlot(CrewSlot)
        move zero to PY-TurnsWorked(CrewSlot)
        move zero to PY-PaidMinutes(CrewSlot)
        move zero to PY-NightMinutes(CrewSlot)
        move zero to PY-SundayMinutes(CrewSlot)
        move zero to PY-BankHolidayMinutes(CrewSlot)
        set CrewSlotFound to true
    end-if
    .

WritePayOutputs section.
    open output PayrollInterfaceFile
    if not PayrollInterfaceFileOk
        display "Crew pay extract: could not open the payroll interface file"
        move 8 to return-code
        goback
    end-if

    open output PaySummaryFile
    if not PaySummaryFileOk
        display "Crew pay extract: could not open the pay summary"
        move 8 to return-code
        goback
    end-if

    move WeekEndingDate to TitleWeekEndingDate
    write PaySummaryLine from SummaryTitleLine
    write PaySummaryLine from BlankLine

    perform varying CrewSlot from 1 by 1
            until CrewSlot is greater than CrewPayCount
        perform PayOneCrewMember
    end-perform

    move CrewMembersPaid to SummaryCrewMembersPaid
    move TotalGrossPay to SummaryTotalGrossPay
    write PaySummaryLine from PayTotalsLine

    close PayrollInterfaceFile
    close PaySummaryFile
    .

PayOneCrewMember section.
    move PY-StaffSlot(CrewSlot) to StaffSlot

    *> a crew member's grade comes off the staff list, not the roster -
    *> a guard rostered to drive in error is still paid as a guard
    if SL-Grade(StaffSlot) is equal to "D"
        move DriverHourlyRate to HourlyRate
    else
        move GuardHourlyRate to HourlyRate
    end-if

    compute ContractedMinutes rounded = SL-ContractedWeeklyHours(StaffSlot) * 60
    move zero to OvertimeMinutes
    if PY-PaidMinutes(CrewSlot) is greater than ContractedMinutes
        compute OvertimeMinutes = PY-PaidMinutes(CrewSlot) - ContractedMinutes
    end-if

    compute PaidHours rounded = PY-PaidMinutes(CrewSlot) / 60
    compute OvertimeHours rounded = OvertimeMinutes / 60
    compute NightHours rounded = PY-NightMinutes(CrewSlot) / 60
    compute SundayHours rounded = PY-SundayMinutes(CrewSlot) / 60
    compute BankHolidayHours rounded = PY-BankHolidayMinutes(CrewSlot) / 60

    compute GrossPay rounded =
        PY-PaidMinutes(CrewSlot) * HourlyRate / 60
        + OvertimeMinutes * HourlyRate * OvertimeEnhancement / 60
        + PY-NightMinutes(CrewSlot) * HourlyRate * NightEnhancement / 60
        + PY-SundayMinutes(CrewSlot) * HourlyRate * SundayEnhancement / 60
        + PY-BankHolidayMinutes(CrewSlot) * HourlyRate * BankHolidayEnhancement / 60

    move WeekEndingDate to PI-WeekEndingDate
    move SL-PayrollNumber(StaffSlot) to PI-PayrollNumber
    move PY-CrewId(CrewSlot) to PI-CrewId
    move SL-Grade(StaffSlot) to PI-Grade
    move PaidHours to PI-PaidHours
    move OvertimeHours to PI-OvertimeHours
    move NightHours to PI-NightHours
    move SundayHours to PI-SundayHours
    move BankHolidayHours to PI-BankHolidayHours
    move GrossPay to PI-GrossPay
    write PayrollInterfaceRecord

    add 1 to CrewMembersPaid
    add GrossPay to TotalGrossPay

    move PY-CrewId(CrewSlot) to CrewHeaderId
    move SL-CrewName(StaffSlot) to CrewHeaderName
    move SL-PayrollNumber(StaffSlot) to CrewHeaderPayrollNumber
    move SL-Grade(StaffSlot) to CrewHeaderGrade
    move PY-TurnsWorked(CrewSlot) to CrewHeaderTurns
    write PaySummaryLine from CrewHeaderLine

    move PaidHours to CrewHoursPaid
    move SL-ContractedWeeklyHours(StaffSlot) to CrewHoursContracted
    move OvertimeHours to CrewHoursOvertime
    move NightHours to CrewHoursNight
    write PaySummaryLine from CrewHoursLine

    move SundayHours to CrewHoursSunday
    move BankHolidayHours to CrewHoursBankHoliday
    move GrossPay to CrewGrossPay
    write PaySummaryLine from CrewEnhancementLine

    write PaySummaryLine from CrewSignOffLine
    write PaySummaryLine from BlankLine
    .

WriteExceptionLine section.
    add 1 to TurnsRejected
    move CR-RosterDate to ExceptionRosterDate
    move CR-CrewId to ExceptionCrewId
    move CR-TrainNumber to ExceptionTrainNumber
    move CR-SignOnTime to ExceptionSignOnTime
    move CR-SignOffTime to ExceptionSignOffTime
    move ExceptionReason to ExceptionDetailReason
    write PayExceptionLine from ExceptionDetailLine
    .

end program CrewPayExtract.
