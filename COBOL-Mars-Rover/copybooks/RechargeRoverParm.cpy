    05 RechargeRoverId pic x(06).
    05 RechargeUnits pic 9(04).
    05 RechargeStatus pic x(02).
        88 RechargeStatusOk           value "00".
        88 RechargeStatusNotFound     value "01".
        88 RechargeStatusNotOnCharger value "02".
        88 RechargeStatusChargerSpent value "03".
        88 RechargeStatusAtCapacity   value "04".
    05 RechargeNewBalance pic 9(04).
    05 RechargeUnitsGranted pic 9(04).
