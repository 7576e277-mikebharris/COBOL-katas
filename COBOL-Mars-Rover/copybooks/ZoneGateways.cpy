01 ZoneGateways.
    05 GatewayCount pic 9(02) value 0.
    05 Gateway occurs 1 to 20 times depending on GatewayCount
            indexed by GatewayIndex.
        10 GatewayXPos pic 9(02).
        10 GatewayYPos pic 9(02).
        10 GatewayToZone pic x(06).
        10 GatewayEntryPosition.
            15 GatewayEntryXPos pic 9(02).
            15 GatewayEntryYPos pic 9(02).
            15 GatewayEntryOrientation pic x(01).
