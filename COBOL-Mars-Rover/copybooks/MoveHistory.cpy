        10 HistoryXPos pic 9(02).
        10 HistoryYPos pic 9(02).
        10 HistoryOrientation pic x(01).
        10 HistoryZoneId pic x(06).
