01 SampleRecord.
    05 SampleId pic x(12).
    05 SampleZoneId pic x(06).
    05 SampleXPos pic 9(02).
    05 SampleYPos pic 9(02).
    05 SampleRoverId pic x(06).
    05 SampleOperatorId pic x(08).
    05 SampleCollectedTimestamp pic x(26).
    05 SampleStatus pic x(10).
        88 SampleIsOnBoard   value "ONBOARD".
        88 SampleIsDelivered value "DELIVERED".
    05 SampleDepot.
        10 SampleDepotZoneId pic x(06).
        10 SampleDepotXPos pic 9(02).
        10 SampleDepotYPos pic 9(02).
    05 SampleDeliveredTimestamp pic x(26).
