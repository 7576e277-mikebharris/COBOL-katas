01 ZoneLinkRecord.
    05 ZoneLinkKey pic x(06).
    05 ZoneLinkData.
        10 ConfigLinkCount pic 9(02).
        10 ConfigLink occurs 1 to 20 times depending on ConfigLinkCount
                indexed by ConfigLinkIndex.
            15 ConfigLinkActive pic x(01).
            15 ConfigLinkXPos pic 9(02).
            15 ConfigLinkYPos pic 9(02).
            15 ConfigLinkToZone pic x(06).
            15 ConfigLinkEntryXPos pic 9(02).
            15 ConfigLinkEntryYPos pic 9(02).
            15 ConfigLinkEntryOrientation pic x(01).
