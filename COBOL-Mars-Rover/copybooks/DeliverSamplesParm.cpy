01 DeliverSamplesParm.
    05 DeliverStatus pic x(02).
        88 DeliverStatusOk             value "00".
        88 DeliverStatusNoSuchRover    value "01".
        88 DeliverStatusNotOnDepot     value "02".
        88 DeliverStatusNothingAboard  value "03".
    05 DeliverCount pic 9(03).
    05 DeliverDepotZoneId pic x(06).
