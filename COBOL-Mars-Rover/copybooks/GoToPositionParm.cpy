        10 GoToFinalXPos pic 9(02).
        10 GoToFinalYPos pic 9(02).
        10 GoToFinalOrientation pic x(01).
    05 GoalZoneId pic x(06).
