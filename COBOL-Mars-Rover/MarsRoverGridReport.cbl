        " " function trim(RosterOrientation(RosterIndex))
        " at X=" function trim(RosterXPos(RosterIndex))
        " Y=" function trim(RosterYPos(RosterIndex))
        " class " RosterClassCode(RosterIndex)
    perform DetermineArrow
    compute GridRowIndex = RosterYPos(RosterIndex) + 1
    compute GridColIndex = RosterXPos(RosterIndex) + 1
