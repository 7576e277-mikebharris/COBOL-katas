    05 MissionCardInitialXPos pic 9(02).
    05 MissionCardInitialYPos pic 9(02).
    05 MissionCardInitialOrientation pic x(01).
    05 MissionCardDependsOn pic x(08).
    05 MissionCardNeighbours pic x(01).
    05 MissionCardRechargeUnits pic 9(04).
    05 MissionCardCostCentre pic x(06).
    05 MissionCardGoalZoneId pic x(06).

fd MissionQueue.
copy MissionRecord.
01 SequencePointer pic 9(02).
01 SequenceCharacter pic x(01).

01 EndOfQueue pic x(01).
    88 AllQueueRead value "Y".
01 DependentFound pic x(01).
    88 DependentWasFound value "Y".
01 DependsSlot pic 9(02).
01 CycleTable.
    05 CycleCount pic 9(04).
    05 CycleMissionId pic x(08) occurs 500 times.
01 CycleSlot pic 9(04).
01 CycleSearchSlot pic 9(04).
01 CycleCandidate pic x(08).
01 CycleCandidateListed pic x(01).
    88 CycleCandidateIsListed value "Y".
01 CycleFound pic x(01).
    88 CycleWasFound value "Y".
01 CycleOverflow pic x(01).
    88 CycleHasOverflowed value "Y".

01 CardsRead pic 9(05) value 0.
01 CardsAccepted pic 9(05) value 0.
01 CardsRejected pic 9(05) value 0.
    evaluate function trim(MissionCardAction)
        when "ADD"    perform AddMission
        when "CANCEL" perform CancelMission
        when "HOLD"     perform HoldMission
        when "RELEASE"  perform ReleaseMission
        when "PRIORITY" perform ChangeMissionPriority
        when "DEPEND"   perform AddDependency
        when "ADDLEG"   perform AddLeg
        when "COSTCTR"  perform ChangeMissionCostCentre
        when other
            perform RejectCard
            move "UNKNOWN ACTION" to RejectReason
        when MissionCardEarliestDate is not numeric
            move "EARLIEST DATE NOT NUMERIC" to RejectReason
        when MissionCardType not = "M" and MissionCardType not = "G"
                and MissionCardType not = "I"
            move "TYPE NOT M, G OR I" to RejectReason
        when MissionCardType = "G"
                and (MissionCardGoalXPos is not numeric
                    or MissionCardGoalYPos is not numeric)
    move MissionCardInitialXPos to MissionInitialXPos
    move MissionCardInitialYPos to MissionInitialYPos
    move MissionCardInitialOrientation to MissionInitialOrientation
    initialize MissionDependencies
    initialize MissionItinerary
    move MissionCardCostCentre to MissionCostCentre
    move MissionCardGoalZoneId to MissionGoalZoneId
    initialize MissionLegGoalZones
    .

CancelMission section.
    move MissionCardId to MissionId
    read MissionQueue
    if MissionQueueOk
        evaluate true
            when MissionStatusRunning
                perform RejectCard
                move "MISSION IS MID-FLIGHT - NOT CANCELLED" to RejectReason
            when MissionStatusCanceled
                perform RejectCard
                move "MISSION ALREADY CANCELLED" to RejectReason
            when other
                perform CheckForDependents
                if DependentWasFound
                    perform RejectCard
                    move "MISSIONS STILL WAIT ON THIS ONE" to RejectReason
                else
                    move MissionCardId to MissionId
                    read MissionQueue
                    move "CANCELED" to MissionStatus
                    rewrite MissionRecord
                end-if
        end-evaluate
    else
        perform RejectCard
        move "MISSION ID NOT ON QUEUE" to RejectReason
    end-if
    .

HoldMission section.
    move MissionCardId to MissionId
    read MissionQueue
    if MissionQueueOk
        if MissionStatusNew
            move "HELD" to MissionStatus
            rewrite MissionRecord
        else
            perform RejectCard
            move "ONLY A NEW MISSION CAN BE HELD" to RejectReason
        end-if
    else
        perform RejectCard
        move "MISSION ID NOT ON QUEUE" to RejectReason
    end-if
    .

ReleaseMission section.
    move MissionCardId to MissionId
    read MissionQueue
    if MissionQueueOk
        if MissionStatusHeld
            move "NEW" to MissionStatus
            rewrite MissionRecord
        else
            perform RejectCard
            move "MISSION IS NOT HELD" to RejectReason
        end-if
    else
        perform RejectCard
    end-if
    .

ChangeMissionPriority section.
    move MissionCardId to MissionId
    read MissionQueue
    if MissionQueueOk
        evaluate true
            when MissionCardPriority is not numeric
                perform RejectCard
                move "PRIORITY NOT NUMERIC" to RejectReason
            when MissionStatusDone or MissionStatusFailed
                    or MissionStatusCanceled
                perform RejectCard
                move "MISSION ALREADY FINISHED" to RejectReason
            when other
                move MissionCardPriority to MissionPriority
                rewrite MissionRecord
        end-evaluate
    else
        perform RejectCard
        move "MISSION ID NOT ON QUEUE" to RejectReason
    end-if
    .

ChangeMissionCostCentre section.
    move MissionCardId to MissionId
    read MissionQueue
    if MissionQueueOk
        evaluate true
            when MissionCardCostCentre = spaces
                perform RejectCard
                move "COST CENTRE BLANK" to RejectReason
            when MissionStatusDone or MissionStatusFailed
                    or MissionStatusCanceled
                perform RejectCard
                move "MISSION ALREADY FINISHED" to RejectReason
            when other
                move MissionCardCostCentre to MissionCostCentre
                rewrite MissionRecord
        end-evaluate
    else
        perform RejectCard
        move "MISSION ID NOT ON QUEUE" to RejectReason
    end-if
    .

CheckForDependents section.
    move "N" to DependentFound
    move "N" to EndOfQueue
    move low-values to MissionId
    start MissionQueue key is not less than MissionId
    if MissionQueueOk
        perform until AllQueueRead or DependentWasFound
            read MissionQueue next record
            if MissionQueueOk
                if MissionStatusNew or MissionStatusHeld
                        or MissionStatusRunning
                    perform varying DependsSlot from 1 by 1
                            until DependsSlot > MissionDependsCount
                        if MissionDependsOn(DependsSlot) = MissionCardId
                            set DependentWasFound to true
                        end-if
                    end-perform
                end-if
            else
                set AllQueueRead to true
            end-if
        end-perform
    end-if
    .

AddDependency section.
    evaluate true
        when MissionCardDependsOn = spaces
            perform RejectCard
            move "PREDECESSOR ID BLANK" to RejectReason
        when MissionCardDependsOn = MissionCardId
            perform RejectCard
            move "MISSION CANNOT DEPEND ON ITSELF" to RejectReason
        when other
            perform CheckDependentMission
    end-evaluate
    if CardIsAccepted
        perform CheckPredecessor
    end-if
    if CardIsAccepted
        perform CheckDependencyCycle
    end-if
    if CardIsAccepted
        move MissionCardId to MissionId
        read MissionQueue
        add 1 to MissionDependsCount
        move MissionCardDependsOn to MissionDependsOn(MissionDependsCount)
        rewrite MissionRecord
    end-if
    .

CheckDependentMission section.
    move MissionCardId to MissionId
    read MissionQueue
    if MissionQueueOk
        evaluate true
            when not MissionStatusNew and not MissionStatusHeld
                perform RejectCard
                move "ONLY A NEW OR HELD MISSION CAN WAIT" to RejectReason
            when MissionDependsCount >= 5
                perform RejectCard
                move "MISSION ALREADY HAS 5 PREDECESSORS" to RejectReason
            when other
                perform varying DependsSlot from 1 by 1
                        until DependsSlot > MissionDependsCount
                    if MissionDependsOn(DependsSlot) = MissionCardDependsOn
                        perform RejectCard
                        move "PREDECESSOR ALREADY LISTED" to RejectReason
                    end-if
                end-perform
        end-evaluate
    else
        perform RejectCard
        move "MISSION ID NOT ON QUEUE" to RejectReason
    end-if
    .

CheckPredecessor section.
    move MissionCardDependsOn to MissionId
    read MissionQueue
    if MissionQueueOk
        evaluate true
            when MissionStatusCanceled
                perform RejectCard
                move "PREDECESSOR IS CANCELLED" to RejectReason
            when MissionStatusFailed
                perform RejectCard
                move "PREDECESSOR HAS FAILED" to RejectReason
            when other
                continue
        end-evaluate
    else
        perform RejectCard
        move "PREDECESSOR NOT ON QUEUE" to RejectReason
    end-if
    .

CheckDependencyCycle section.
    move 0 to CycleCount
    move "N" to CycleFound
    move "N" to CycleOverflow
    move MissionCardDependsOn to CycleCandidate
    perform AddCycleCandidate
    perform varying CycleSlot from 1 by 1
            until CycleSlot > CycleCount or CycleWasFound
        move CycleMissionId(CycleSlot) to MissionId
        read MissionQueue
        if MissionQueueOk
            perform varying DependsSlot from 1 by 1
                    until DependsSlot > MissionDependsCount
                if MissionDependsOn(DependsSlot) = MissionCardId
                    set CycleWasFound to true
                else
                    move MissionDependsOn(DependsSlot) to CycleCandidate
                    perform AddCycleCandidate
                end-if
            end-perform
        end-if
    end-perform
    evaluate true
        when CycleWasFound
            perform RejectCard
            move "DEPENDENCY WOULD CREATE A CYCLE" to RejectReason
        when CycleHasOverflowed
            perform RejectCard
            move "DEPENDENCY CHAIN TOO LONG TO CHECK" to RejectReason
    end-evaluate
    .

AddCycleCandidate section.
    move "N" to CycleCandidateListed
    perform varying CycleSearchSlot from 1 by 1
            until CycleSearchSlot > CycleCount
        if CycleMissionId(CycleSearchSlot) = CycleCandidate
            set CycleCandidateIsListed to true
        end-if
    end-perform
    if not CycleCandidateIsListed
        if CycleCount < 500
            add 1 to CycleCount
            move CycleCandidate to CycleMissionId(CycleCount)
        else
            set CycleHasOverflowed to true
        end-if
    end-if
    .

AddLeg section.
    move MissionCardId to MissionId
    read MissionQueue
    if MissionQueueOk
        evaluate true
            when not MissionIsItinerary
                perform RejectCard
                move "MISSION IS NOT AN ITINERARY" to RejectReason
            when not MissionStatusNew and not MissionStatusHeld
                perform RejectCard
                move "ONLY A NEW OR HELD MISSION TAKES LEGS" to RejectReason
            when MissionLegCount >= 10
                perform RejectCard
                move "ITINERARY ALREADY HAS 10 LEGS" to RejectReason
            when other
                perform ValidateLegCard
        end-evaluate
        if CardIsAccepted
            add 1 to MissionLegCount
            move MissionCardType to MissionLegType(MissionLegCount)
            move spaces to MissionLegGoalZoneId(MissionLegCount)
            move 0 to MissionLegGoalXPos(MissionLegCount)
            move 0 to MissionLegGoalYPos(MissionLegCount)
            move spaces to MissionLegMoveSequence(MissionLegCount)
            move "N" to MissionLegNeighbours(MissionLegCount)
            move 0 to MissionLegRechargeUnits(MissionLegCount)
            move spaces to MissionLegResult(MissionLegCount)
            evaluate MissionCardType
                when "G"
                    move MissionCardGoalXPos
                        to MissionLegGoalXPos(MissionLegCount)
                    move MissionCardGoalYPos
                        to MissionLegGoalYPos(MissionLegCount)
                    move MissionCardGoalZoneId
                        to MissionLegGoalZoneId(MissionLegCount)
                when "M"
                    move MissionCardMoveSequence
                        to MissionLegMoveSequence(MissionLegCount)
                when "S"
                    if MissionCardNeighbours = "Y"
                        move "Y" to MissionLegNeighbours(MissionLegCount)
                    end-if
                when "C"
                    move MissionCardRechargeUnits
                        to MissionLegRechargeUnits(MissionLegCount)
            end-evaluate
            rewrite MissionRecord
        end-if
    else
        perform RejectCard
        move "MISSION ID NOT ON QUEUE" to RejectReason
    end-if
    .

ValidateLegCard section.
    evaluate MissionCardType
        when "G"
            if MissionCardGoalXPos is not numeric
                    or MissionCardGoalYPos is not numeric
                move "GOAL POSITION NOT NUMERIC" to RejectReason
            end-if
        when "M"
            if MissionCardMoveSequence = spaces
                move "BLANK MOVE SEQUENCE" to RejectReason
            else
                perform ValidateMissionSequence
            end-if
        when "S"
            if MissionCardNeighbours not = "Y"
                    and MissionCardNeighbours not = "N"
                    and MissionCardNeighbours not = space
                move "NEIGHBOUR FLAG NOT Y OR N" to RejectReason
            end-if
        when "C"
            if MissionCardRechargeUnits is not numeric
                    or MissionCardRechargeUnits = 0
                move "RECHARGE UNITS NOT NUMERIC OR ZERO" to RejectReason
            end-if
        when other
            move "LEG TYPE NOT G, M, S OR C" to RejectReason
    end-evaluate
    if RejectReason not = spaces
        perform RejectCard
    end-if
    .

WriteMaintResult section.
    move spaces to MissionMaintReportLine
    if CardIsAccepted
