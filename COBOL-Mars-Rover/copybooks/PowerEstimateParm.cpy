01 PowerEstimateParm.
    05 EstimateType pic x(01).
        88 EstimateForSequence value "M".
        88 EstimateForGoal     value "G".
    05 EstimateMoveSequence pic x(80).
    05 EstimateStartInstruction pic 9(02).
    05 EstimateGoalPosition.
        10 EstimateGoalXPos pic 9(02).
        10 EstimateGoalYPos pic 9(02).
    05 EstimateFromPosition.
        10 EstimateFromXPos pic 9(02).
        10 EstimateFromYPos pic 9(02).
        10 EstimateFromOrientation pic x(01).
    05 EstimateStatus pic x(02).
        88 EstimateStatusOk          value "00".
        88 EstimateStatusNoRoute     value "01".
        88 EstimateStatusBadTarget   value "03".
        88 EstimateStatusNoSuchRover value "04".
    05 EstimatePowerRequired pic 9(05).
    05 EstimatePowerBalance pic 9(04).
