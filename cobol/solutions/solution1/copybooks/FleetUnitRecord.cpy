        88 FU-UnitHasCatering value "Y".
    02 FU-CurrentMileage pic 9(06).
    02 FU-ExamDueMileage pic 9(06).
*> the class the unit belongs to, as the traincrew are passed out on
*> it - a driver passed on one class may not drive another
    02 FU-UnitClass pic x(03).
