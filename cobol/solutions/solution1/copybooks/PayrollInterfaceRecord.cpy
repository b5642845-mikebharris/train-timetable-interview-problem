*> PayrollInterfaceRecord.cpy
*> One crew member's week as handed to the payroll bureau - a fixed
*> layout they load straight into the pay run. Hours are decimal
*> hours to two places; each enhancement is the hours that attracted
*> it (a Sunday night hour counts under both night and Sunday), and
*> the gross is what the week's hours come to at the grade's rates.
01 PayrollInterfaceRecord.
    02 PI-WeekEndingDate pic 9(08).
    02 PI-PayrollNumber pic x(08).
    02 PI-CrewId pic x(06).
    02 PI-Grade pic x.
    02 PI-PaidHours pic 9(03)v99.
    02 PI-OvertimeHours pic 9(03)v99.
    02 PI-NightHours pic 9(03)v99.
    02 PI-SundayHours pic 9(03)v99.
    02 PI-BankHolidayHours pic 9(03)v99.
    02 PI-GrossPay pic 9(06)v99.
