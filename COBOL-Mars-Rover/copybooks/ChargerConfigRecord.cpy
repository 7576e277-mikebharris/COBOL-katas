01 ChargerConfigRecord.
    05 ChargerConfigKey pic x(06).
    05 ChargerConfigData.
        10 ConfigChargerCount pic 9(02).
        10 ConfigCharger occurs 1 to 20 times depending on ConfigChargerCount
                indexed by ConfigChargerIndex.
            15 ConfigChargerActive pic x(01).
            15 ConfigChargerXPos pic 9(02).
            15 ConfigChargerYPos pic 9(02).
            15 ConfigChargerDailyUnits pic 9(04).
            15 ConfigChargerUsageDate pic 9(08).
            15 ConfigChargerUnitsIssued pic 9(05).
            15 ConfigChargerRoversServed pic 9(04).
            15 ConfigChargerTurnedAway pic 9(04).
