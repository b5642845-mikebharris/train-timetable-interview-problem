        select AmendmentFile assign to "AMENDTAB"
            organization is line sequential
            file status is AmendmentFileStatus.
        select UnitSubstitutionFile assign to "UNITSUBS"
            organization is line sequential
            file status is UnitSubstitutionFileStatus.

data division.
file section.
fd AmendmentFile.
copy TrainAmendmentRecord.

fd UnitSubstitutionFile.
copy UnitSubstitutionRecord.

working-storage section.
01 TimeTableFileStatus pic xx.
    88 TimeTableFileOk value "00".
01 filler pic 9 binary.
    88 AmendmentFileAtEnd value 1 when set to false is 0.

01 UnitSubstitutionFileStatus pic xx.
    88 UnitSubstitutionFileOk value "00".

01 filler pic 9 binary.
    88 UnitSubstitutionFileAtEnd value 1 when set to false is 0.

01 filler pic 9 binary.
    88 StationAlreadyKnown value 1 when set to false is 0.

    close TimeTableFile

    perform ApplyDatedAmendments
    perform ApplyUnitSubstitutions
    goback.

ClearRouteTimeTable section.
    end-if
    .

ApplyUnitSubstitutions section.
    *> no substitutions file just means the depot has swapped nothing -
    *> every train runs in its published formation. A train swapped
    *> twice on one date ends up with whichever unit went on last.
    set UnitSubstitutionFileAtEnd to false
    open input UnitSubstitutionFile
    if not UnitSubstitutionFileOk
        exit section
    end-if

    perform ReadNextUnitSubstitution

    perform until UnitSubstitutionFileAtEnd
        if US-TravelDate is equal to ForDate
                and US-TrainNumber is greater than or equal to 1
                and US-TrainNumber is less than or equal to TrainCount
                and NumberOfCoaches(US-TrainNumber) is greater than zero
            perform SubstituteOneFormation
        end-if
        perform ReadNextUnitSubstitution
    end-perform

    close UnitSubstitutionFile
    .

ReadNextUnitSubstitution section.
    read UnitSubstitutionFile
        at end set UnitSubstitutionFileAtEnd to true
    end-read
    .

SubstituteOneFormation section.
    *> a cancelled working stays cancelled whatever unit the depot
    *> has since pencilled against it - hence the coach test above
    move US-TrainNumber to AmendTrain
    move US-CoachCount to NumberOfCoaches(AmendTrain)
    move US-FirstClassCoaches to FirstClassCoaches(AmendTrain)
    compute StandardClassCoaches(AmendTrain) =
        US-CoachCount - US-FirstClassCoaches
    *> a substitute with a buffet only means catering if the working
    *> was booked to carry it - one without a buffet means none at all
    if US-CateringFitted is not equal to "Y"
        move "N" to CateringAvailable(AmendTrain)
    end-if
    .

end program LoadRouteTimeTable.
