*> NotifiedPassengerRecord.cpy
*> One passenger already told about one change to one train on one
*> date - the disruption notices check here before writing, so a
*> passenger is never sent the same news twice however often the
*> amendments and connection alerts are swept. The change reference
*> says what they were told: the train cancelled, the new times it
*> was retimed to, or the connection it was going to miss - a second
*> retime to different times is a new change and is told again.
*> Indexed on the whole key.
01 NotifiedPassengerRecord.
    02 NotifiedPassengerKey.
        03 NP-PassengerReference pic x(10).
        03 NP-TravelDate pic 9(08).
        03 NP-TrainNumber pic 9(04).
        03 NP-ChangeReference pic x(30).
    02 NP-NotifiedTimestamp pic 9(14).
