        03 IE-CauseCode pic x.
        03 IE-Description pic x(30).
        03 IE-TrainNumber pic 9(04).
        03 IE-OtherTrainNumber pic 9(04) occurs 5 times.
        03 IE-StationName pic x(20).
        03 IE-MinutesClaimed pic 9(05).

01 AttributeStation pic 99.
01 IncidentSlot pic 99.
01 ClaimingSlot pic 99.
01 OtherTrainSlot pic 9.
01 ReportedMinutes pic 999.

01 ReportsAttributed pic 9(05) value zero.
            move IN-CauseCode to IE-CauseCode(IncidentCount)
            move IN-Description to IE-Description(IncidentCount)
            move IN-TrainNumber to IE-TrainNumber(IncidentCount)
            *> a register line from before the incident log carries no
            *> further trains at all
            perform varying OtherTrainSlot from 1 by 1 until OtherTrainSlot is greater than 5
                if IN-OtherTrainNumber(OtherTrainSlot) is numeric
                    move IN-OtherTrainNumber(OtherTrainSlot)
                        to IE-OtherTrainNumber(IncidentCount, OtherTrainSlot)
                else
                    move zero to IE-OtherTrainNumber(IncidentCount, OtherTrainSlot)
                end-if
            end-perform
            move IN-StationName to IE-StationName(IncidentCount)
            move zero to IE-MinutesClaimed(IncidentCount)
        end-if
    perform varying IncidentSlot from 1 by 1
            until IncidentClaimsDelay or IncidentSlot is greater than IncidentCount
        if (IE-TrainNumber(IncidentSlot) is equal to zero
                or IE-TrainNumber(IncidentSlot) is equal to AttributeTrain
                or IE-OtherTrainNumber(IncidentSlot, 1) is equal to AttributeTrain
                or IE-OtherTrainNumber(IncidentSlot, 2) is equal to AttributeTrain
                or IE-OtherTrainNumber(IncidentSlot, 3) is equal to AttributeTrain
                or IE-OtherTrainNumber(IncidentSlot, 4) is equal to AttributeTrain
                or IE-OtherTrainNumber(IncidentSlot, 5) is equal to AttributeTrain)
            and (IE-StationName(IncidentSlot) is equal to spaces
                or IE-StationName(IncidentSlot)
                    is equal to StationName(AttributeStation))
