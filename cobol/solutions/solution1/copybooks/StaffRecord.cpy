*> StaffRecord.cpy
*> One member of traincrew on the staff list kept by the crew office -
*> the crew id the roster uses, their name and payroll number, the
*> grade they are employed in and the hours a week their contract
*> guarantees. Anybody the roster names who is not on this list is
*> not paid off the roster until the crew office says who they are.
01 StaffRecord.
    02 SF-CrewId pic x(06).
    02 SF-CrewName pic x(20).
    02 SF-PayrollNumber pic x(08).
    02 SF-Grade pic x.
        88 SF-Driver value "D".
        88 SF-Guard value "G".
    02 SF-ContractedWeeklyHours pic 99v99.
