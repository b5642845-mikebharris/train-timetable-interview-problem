*> PassengerNotificationRecord.cpy
*> One message for the outbound email/SMS gateway telling a booked
*> passenger what has happened to their train - cancelled, retimed,
*> or running too late for the connection they were advised to make
*> - worked out for their own boarding and alighting stations, with
*> how to reach them off the passenger account master and the next
*> train that will still get them there. Times are HHMM; a next
*> train of zero means nothing later runs that day.
01 PassengerNotificationRecord.
    02 NT-CreatedTimestamp pic 9(14).
    02 NT-NotificationType pic x.
        88 NT-TrainCancelled value "C".
        88 NT-TrainRetimed value "R".
        88 NT-ConnectionMissed value "M".
    02 NT-PassengerReference pic x(10).
    02 NT-PassengerName pic x(30).
    02 NT-ContactPreference pic x.
    02 NT-EmailAddress pic x(50).
    02 NT-PhoneNumber pic x(15).
    02 NT-TravelDate pic 9(08).
    02 NT-TrainNumber pic 9(04).
    02 NT-BoardingStationName pic x(20).
    02 NT-AlightingStationName pic x(20).
    02 NT-BookedDepartureTime pic 9(04).
    02 NT-BookedArrivalTime pic 9(04).
    02 NT-NewDepartureTime pic 9(04).
    02 NT-NewArrivalTime pic 9(04).
    02 NT-InterchangeStationName pic x(20).
    02 NT-IncomingTrain pic 9(04).
    02 NT-ExpectedArrivalTime pic 9(04).
    02 NT-NextTrainNumber pic 9(04).
    02 NT-NextTrainDepartureTime pic 9(04).
    02 NT-NextTrainArrivalTime pic 9(04).
