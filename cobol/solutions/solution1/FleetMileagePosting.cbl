        03 FL-CateringFitted pic x.
        03 FL-CurrentMileage pic 9(06).
        03 FL-ExamDueMileage pic 9(06).
        03 FL-UnitClass pic x(03).
        03 FL-MilesRunToday pic 9(05).

01 SectionSlot pic 9(03).
            move FU-CateringFitted to FL-CateringFitted(FleetUnitCount)
            move FU-CurrentMileage to FL-CurrentMileage(FleetUnitCount)
            move FU-ExamDueMileage to FL-ExamDueMileage(FleetUnitCount)
            move FU-UnitClass to FL-UnitClass(FleetUnitCount)
            move zero to FL-MilesRunToday(FleetUnitCount)
        end-if
        perform ReadNextFleetUnit
            FL-CurrentMileage(FleetSlot) + FL-MilesRunToday(FleetSlot)
        move FW-CurrentMileage to FL-CurrentMileage(FleetSlot)
        move FL-ExamDueMileage(FleetSlot) to FW-ExamDueMileage
        move FL-UnitClass(FleetSlot) to FW-UnitClass
        write FleetWorkRecord
        if FL-MilesRunToday(FleetSlot) is greater than zero
            add 1 to UnitsPosted
