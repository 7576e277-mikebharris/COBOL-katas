        when "SelectRover"
        when "MoveRover"
        when "GoToPosition"
        when "DivertToCharger"
        when "RechargeRover"
        when "RetireRover"
        when "RenameRover"
    evaluate function trim(AuditCommand)
        when "MoveRover"
        when "GoToPosition"
        when "DivertToCharger"
            if AuditOutcomeStatus = "04"
                move "N" to PositionValid
            end-if
            perform TallySequenceCharacters
            perform TallyFailureStatus
        when "GoToPosition"
        when "DivertToCharger"
            if PositionIsValid
                perform TallyTravel
            end-if
