    05 OperCardOperatorId pic x(08).
    05 OperCardOperatorName pic x(30).
    05 OperCardCommand pic x(20).
    05 OperCardCostCentre pic x(06).

fd OperatorProfile.
copy OperatorRecord.
            when "DELETE" perform DeleteOperator
            when "ALLOW"  perform AllowCommand
            when "DENY"   perform DenyCommand
            when "COSTCTR" perform ChangeCostCentre
            when other
                perform RejectCard
                move "UNKNOWN ACTION" to RejectReason
        else
            move OperCardOperatorId to OperatorId
            move OperCardOperatorName to OperatorName
            move OperCardCostCentre to OperatorCostCentre
            move 0 to OperatorAllowedCount
            write OperatorRecord
        end-if
    end-if
    .

ChangeCostCentre section.
    move OperCardOperatorId to OperatorId
    read OperatorProfile
    evaluate true
        when not OperatorProfileOk
            perform RejectCard
            move "OPERATOR NOT ON PROFILE" to RejectReason
        when OperCardCostCentre = spaces
            perform RejectCard
            move "BLANK COST CENTRE" to RejectReason
        when other
            move OperCardCostCentre to OperatorCostCentre
            rewrite OperatorRecord
    end-evaluate
    .

WriteMaintResult section.
    move spaces to OperMaintReportLine
    if CardIsAccepted
