01 RoverStatusParm.
    05 StatusRoverId pic x(06).
    05 StatusResult pic x(02).
        88 StatusResultOk       value "00".
        88 StatusResultNotFound value "01".
    05 StatusPosition.
        10 StatusXPos pic 9(02).
        10 StatusYPos pic 9(02).
        10 StatusOrientation pic x(01).
    05 StatusZoneId pic x(06).
    05 StatusPowerBalance pic 9(04).
