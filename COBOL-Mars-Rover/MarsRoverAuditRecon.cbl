        10 TrackZoneId pic x(06).
        10 TrackPower pic 9(04).
        10 TrackOperatorId pic x(08).
        10 TrackClassCode pic x(04).
        10 TrackPayload pic 9(03).

01 TrackSlot pic 9(04).
01 TrackFound pic x(01).
01 EndOfMaster pic x(01) value "N".
    88 AllMasterRead value "Y".
01 LookupRoverId pic x(06).
01 CarriedClassCode pic x(04).
01 AuditRecordCount pic 9(07) value 0.
01 ExceptionCount pic 9(05) value 0.
01 RebuiltCount pic 9(05) value 0.
        when "RenameRover"
            if AuditOutcomeStatus = "00" or AuditOutcomeStatus = spaces
                move AuditParameterIn(1:6) to LookupRoverId
                move spaces to CarriedClassCode
                perform FindTrackSlot
                if TrackWasFound
                    move TrackClassCode(TrackSlot) to CarriedClassCode
                end-if
                perform RemoveTrackEntry
                perform UpsertTrackEntry
                if TrackWasFound
                    move CarriedClassCode to TrackClassCode(TrackSlot)
                end-if
            end-if
        when "SelectRover"
            if AuditOutcomeStatus = "00" or AuditOutcomeStatus = spaces
                perform UpsertTrackEntry
                if TrackWasFound and AuditParameterIn(22:4) not = spaces
                    move AuditParameterIn(22:4) to TrackClassCode(TrackSlot)
                end-if
            end-if
        when "AssignRoverClass"
            if AuditOutcomeStatus = "00"
                perform UpsertTrackEntry
                if TrackWasFound
                    move AuditParameterIn(7:4) to TrackClassCode(TrackSlot)
                end-if
            end-if
        when "RechargeRover"
            if AuditOutcomeStatus = "00" or AuditOutcomeStatus = spaces
                perform UpsertTrackEntry
            end-if
        when "CollectSample"
            if AuditOutcomeStatus = "00"
                perform UpsertTrackEntry
                if TrackWasFound and TrackPayload(TrackSlot) < 999
                    add 1 to TrackPayload(TrackSlot)
                end-if
            end-if
        when "DeliverSamples"
            if AuditOutcomeStatus = "00"
                perform UpsertTrackEntry
                if TrackWasFound
                    move 0 to TrackPayload(TrackSlot)
                end-if
            end-if
        when "MoveRover"
        when "GoToPosition"
        when "DivertToCharger"
            if AuditOutcomeStatus not = "04"
                perform UpsertTrackEntry
            end-if
                add 1 to TrackCount
                move TrackCount to TrackSlot
                move AuditRoverId to TrackRoverId(TrackSlot)
                move spaces to TrackClassCode(TrackSlot)
                move 0 to TrackPayload(TrackSlot)
                set TrackWasFound to true
            else
                set TrackHasOverflowed to true
        move 0 to MasterOdometer
        move 0 to MasterTurnsCount
        move 0 to MasterLastServiced
        move TrackClassCode(TrackSlot) to MasterClassCode
        move TrackPayload(TrackSlot) to MasterPayloadCount
        write RoverMasterRecord
        add 1 to RebuiltCount
        move spaces to ReconReportLine
