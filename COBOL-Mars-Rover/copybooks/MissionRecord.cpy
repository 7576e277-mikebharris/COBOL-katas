    05 MissionPriority pic 9(02).
    05 MissionEarliestDate pic 9(08).
    05 MissionStatus pic x(08).
        88 MissionStatusNew      value "NEW".
        88 MissionStatusRunning  value "RUNNING".
        88 MissionStatusDone     value "DONE".
        88 MissionStatusFailed   value "FAILED".
        88 MissionStatusHeld     value "HELD".
        88 MissionStatusCanceled value "CANCELED".
    05 MissionType pic x(01).
        88 MissionIsMoveSequence value "M".
        88 MissionIsGoal         value "G".
        88 MissionIsItinerary    value "I".
    05 MissionMoveSequence pic x(80).
    05 MissionGoalPosition.
        10 MissionGoalXPos pic 9(02).
        10 MissionInitialXPos pic 9(02).
        10 MissionInitialYPos pic 9(02).
        10 MissionInitialOrientation pic x(01).
    05 MissionDependencies.
        10 MissionDependsCount pic 9(01).
        10 MissionDependsOn pic x(08) occurs 5 times.
    05 MissionItinerary.
        10 MissionLegCount pic 9(02).
        10 MissionCurrentLeg pic 9(02).
        10 MissionLeg occurs 10 times.
            15 MissionLegType pic x(01).
                88 LegIsGoal         value "G".
                88 LegIsMoveSequence value "M".
                88 LegIsSurvey       value "S".
                88 LegIsRecharge     value "C".
            15 MissionLegGoalXPos pic 9(02).
            15 MissionLegGoalYPos pic 9(02).
            15 MissionLegMoveSequence pic x(80).
            15 MissionLegNeighbours pic x(01).
            15 MissionLegRechargeUnits pic 9(04).
            15 MissionLegResult pic x(02).
    05 MissionCostCentre pic x(06).
    05 MissionGoalZoneId pic x(06).
    05 MissionLegGoalZones.
        10 MissionLegGoalZoneId pic x(06) occurs 10 times.
