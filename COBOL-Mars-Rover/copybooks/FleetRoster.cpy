        10 RosterYPos pic 9(02).
        10 RosterOrientation pic x(01).
        10 RosterZoneId pic x(06).
        10 RosterClassCode pic x(04).
