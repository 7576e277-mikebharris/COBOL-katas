01 DivertToChargerParm.
    05 DivertStatus pic x(02).
        88 DivertStatusOk          value "00".
        88 DivertStatusNoCharger   value "01".
        88 DivertStatusNoRoute     value "02".
        88 DivertStatusDriveFailed value "03".
        88 DivertStatusNoSuchRover value "04".
    05 DivertMoveStatus pic x(02).
    05 DivertChargerPosition.
        10 DivertChargerXPos pic 9(02).
        10 DivertChargerYPos pic 9(02).
    05 DivertFinalPosition.
        10 DivertFinalXPos pic 9(02).
        10 DivertFinalYPos pic 9(02).
        10 DivertFinalOrientation pic x(01).
    05 DivertPowerBalance pic 9(04).
    05 DivertUnitsAvailable pic 9(05).
