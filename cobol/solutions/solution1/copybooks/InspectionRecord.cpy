*> off its face: the leg, class, product and sale date. The overnight
*> sweep re-judges every sighting through the same validity check the
*> enquiry desk uses, so chargeable irregularities surface the next
*> morning instead of never. The discount type is blank for a
*> full-fare ticket, otherwise the concession printed on its face.
01 InspectionRecord.
    02 IP-InspectionDate pic 9(08).
    02 IP-TrainNumber pic 9(04).
    02 IP-TravelClass pic x.
    02 IP-ProductCode pic x(03).
    02 IP-SaleDate pic 9(08).
    02 IP-DiscountType pic x(03).
