01 IncidentRecord.
    05 IncidentKey.
        10 IncidentRoverId pic x(06).
        10 IncidentType pic x(08).
        10 IncidentSeq pic 9(04).
    05 IncidentState pic x(08).
        88 IncidentIsOpen     value "OPEN".
        88 IncidentIsAssigned value "ASSIGNED".
        88 IncidentIsClosed   value "CLOSED".
    05 IncidentSeverity pic 9(01).
        88 IncidentSeverityHigh   value 1.
        88 IncidentSeverityMedium value 2.
        88 IncidentSeverityLow    value 3.
    05 IncidentZoneId pic x(06).
    05 IncidentPosition.
        10 IncidentXPos pic 9(02).
        10 IncidentYPos pic 9(02).
        10 IncidentOrientation pic x(01).
    05 IncidentCommand pic x(20).
    05 IncidentStatus pic x(02).
    05 IncidentOperatorId pic x(08).
    05 IncidentReference pic x(20).
    05 IncidentOpened pic x(14).
    05 IncidentLastSeen pic x(14).
    05 IncidentOccurrences pic 9(05).
    05 IncidentAssignedTo pic x(08).
    05 IncidentNote pic x(60).
    05 IncidentClosed pic x(14).
