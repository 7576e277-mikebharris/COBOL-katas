        access mode is dynamic
        record key is MissionId
        file status is MissionQueueStatus.
    select DispatchReport assign to DispatchReportName
        organization is line sequential
        file status is DispatchReportStatus.
    select DispatchControl assign to "DSPCTL"
        organization is line sequential
        file status is DispatchControlStatus.

data division.
file section.
fd DispatchReport.
01 DispatchReportLine pic x(132).

fd DispatchControl.
01 DispatchControlRecord.
    05 ControlRunMode pic x(08).

working-storage section.
copy SelectRoverParm.
copy GoToPositionParm.
copy RoverStatusParm.
copy PowerEstimateParm.
copy DivertToChargerParm.
copy RechargeRoverParm.
copy SimCopyParm.
copy SurveySquareParm.
copy RaiseIncidentParm.
copy MoveHistory.

01 MissionQueueStatus pic x(02).
    88 MissionQueueOk value "00".
01 DispatchReportStatus pic x(02).
01 DispatchReportName pic x(40) value "DSPRPT".
01 DispatchControlStatus pic x(02).
    88 DispatchControlOk value "00".

01 RunMode pic x(08) value "LIVE".
    88 RunIsSimulation value "SIMULATE".
01 ScratchStatus pic x(02).
    88 ScratchFilesReady value "00".

01 MoveCallBuffer pic x(82).
01 MoveCallRequest redefines MoveCallBuffer.

01 Command pic x(20).
01 ZoneParameter pic x(06).
01 CostCentreParameter pic x(06).

01 RunDate pic 9(08).
01 EndOfQueue pic x(01) value "N".
        10 EligibleMissionId pic x(08).
        10 EligiblePriority pic 9(02).
        10 EligibleDone pic x(01).
        10 EligibleStatus pic x(08).
        10 EligibleWaitState pic x(01).
            88 EligibleIsReady   value "R".
            88 EligibleIsWaiting value "W".
            88 EligibleIsBlocked value "F".
        10 EligibleBlockerId pic x(08).
        10 EligibleBlockerStatus pic x(08).
        10 EligibleDependencies.
            15 EligibleDependsCount pic 9(01).
            15 EligibleDependsOn pic x(08) occurs 5 times.
01 EligibleSlot pic 9(04).
01 BestSlot pic 9(04).
01 BestPriority pic 9(02).
01 BestMissionId pic x(08).
01 EligibleOverflow pic x(01) value "N".
    88 EligibleHasOverflowed value "Y".
01 DependsSlot pic 9(02).
01 DependsSearchSlot pic 9(04).
01 PredecessorId pic x(08).
01 PredecessorStatus pic x(08).
    88 PredecessorIsDone value "DONE".
    88 PredecessorIsBroken value "FAILED" "CANCELED" "MISSING".
01 MissionsHeld pic 9(04) value 0.

01 LegSlot pic 9(02).
01 FirstLeg pic 9(02).
01 LegResuming pic x(01).
    88 LegIsResuming value "Y".

01 DriveStatus pic x(02).
01 PriorMissionStatus pic x(08).
01 MissionsFailed pic 9(04) value 0.
01 MissionsSkipped pic 9(04) value 0.

01 MissionReady pic x(01).
    88 MissionIsReady value "Y".
01 MissionStart.
    05 MissionStartXPos pic 9(02).
    05 MissionStartYPos pic 9(02).
    05 MissionStartOrientation pic x(01).
01 MissionPowerNeeded pic 9(05).
01 RechargeNeed pic 9(05).
01 RechargeRequest pic 9(05).
01 HeadingFrom pic x(01).
01 HeadingTo pic x(01).
01 HeadingCharacter pic x(01).
01 HeadingNumber pic 9(01).
01 HeadingFromNumber pic 9(01).
01 TurnAmount pic 9(01).
01 HeadingTurns pic x(02).
01 MissionsDiverted pic 9(04) value 0.
01 PredictedOutcome pic x(18).

01 SimResultTable.
    05 SimResultCount pic 9(04) value 0.
    05 SimResultEntry occurs 500 times.
        10 SimMissionId pic x(08).
        10 SimRoverId pic x(06).
        10 SimPriority pic 9(02).
        10 SimOutcome pic x(18).
        10 SimFinalXPos pic 9(02).
        10 SimFinalYPos pic 9(02).
        10 SimFinalOrientation pic x(01).
        10 SimPowerLeft pic 9(04).
        10 SimCrossMissionId pic x(08).
        10 SimCrossSquares pic 9(03).
01 SimResultSlot pic 9(04).
01 SimResultOverflow pic x(01) value "N".
    88 SimResultHasOverflowed value "Y".

01 PathTable.
    05 PathCount pic 9(04) value 0.
    05 PathEntry occurs 5000 times.
        10 PathResultSlot pic 9(04).
        10 PathZoneId pic x(06).
        10 PathXPos pic 9(02).
        10 PathYPos pic 9(02).
01 PathSlot pic 9(04).
01 OtherPathSlot pic 9(04).
01 PathWorkXPos pic 9(02).
01 PathWorkYPos pic 9(02).
01 PathWorkZoneId pic x(06).
01 PathOverflow pic x(01) value "N".
    88 PathHasOverflowed value "Y".
01 MissionsCrossing pic 9(04) value 0.

01 RanRoverTable.
    05 RanRoverCount pic 9(04) value 0.
    05 RanRoverId pic x(06) occurs 500 times.
procedure division.
Main section.
    move function current-date(1:8) to RunDate
    perform ReadDispatchControl
    if RunIsSimulation
        move "SIMRPT" to DispatchReportName
        open input MissionQueue
    else
        open i-o MissionQueue
    end-if
    if not MissionQueueOk
        display "MarsRoverDispatch: cannot open MISSIONQ, file status "
            MissionQueueStatus " - run the mission maintenance first"
    end-if
    open output DispatchReport
    move spaces to DispatchReportLine
    if RunIsSimulation
        string "MARS ROVER MISSION SIMULATION - RUN DATE " delimited by size
               RunDate delimited by size
               " - NO LIVE FILES ARE UPDATED" delimited by size
            into DispatchReportLine
        end-string
    else
        string "MARS ROVER MISSION DISPATCH - RUN DATE " delimited by size
               RunDate delimited by size
            into DispatchReportLine
        end-string
    end-if
    write DispatchReportLine
    if RunIsSimulation
        perform PrepareScratchFiles
        if not ScratchFilesReady
            close MissionQueue
            close DispatchReport
            goback
        end-if
    end-if
    perform LoadEligibleMissions
    perform DispatchNextMission until EligibleCount = 0
    if RunIsSimulation
        perform FlagCrossingPaths
        perform WriteSimulationResults
    end-if
    perform WriteDispatchTotals
    close MissionQueue
    close DispatchReport
    goback
    .

ReadDispatchControl section.
    open input DispatchControl
    if DispatchControlOk
        read DispatchControl
            at end continue
        end-read
        if DispatchControlOk and ControlRunMode = "SIMULATE"
            move ControlRunMode to RunMode
        end-if
        close DispatchControl
    end-if
    .

PrepareScratchFiles section.
    call "MarsRoverSimCopy" using SimCopyParm
    if SimCopyOk
        move "UseScratchFiles" to Command
        call "MarsRover" using Command, ScratchStatus
    else
        move "01" to ScratchStatus
    end-if
    move spaces to DispatchReportLine
    if ScratchFilesReady
        string "SCRATCH COPY TAKEN - " delimited by size
               SimCopyRecords delimited by size
               " LIVE RECORDS COPIED" delimited by size
            into DispatchReportLine
        end-string
    else
        string "SIMULATION ABANDONED - SCRATCH FILES NOT READY, COPY STATUS "
                   delimited by size
               SimCopyStatus delimited by size
               " SWITCH STATUS " delimited by size
               ScratchStatus delimited by size
            into DispatchReportLine
        end-string
    end-if
    write DispatchReportLine
    .

LoadEligibleMissions section.
    move low-values to MissionId
    start MissionQueue key is not less than MissionId
ConsiderMission section.
    if (MissionStatusNew or MissionStatusRunning)
            and MissionEarliestDate <= RunDate
            and (not MissionIsItinerary or MissionLegCount > 0)
        if EligibleCount < 500
            add 1 to EligibleCount
            move MissionId to EligibleMissionId(EligibleCount)
            move MissionPriority to EligiblePriority(EligibleCount)
            move "N" to EligibleDone(EligibleCount)
            move MissionStatus to EligibleStatus(EligibleCount)
            move spaces to EligibleBlockerId(EligibleCount)
            move spaces to EligibleBlockerStatus(EligibleCount)
            move MissionDependencies to EligibleDependencies(EligibleCount)
            if MissionDependsCount = 0
                set EligibleIsReady(EligibleCount) to true
            else
                set EligibleIsWaiting(EligibleCount) to true
            end-if
        else
            set EligibleHasOverflowed to true
        end-if
DispatchNextMission section.
    perform PickBestMission
    if BestSlot = 0
        perform WriteHeldMissions
        move 0 to EligibleCount
    else
        move "Y" to EligibleDone(BestSlot)
        read MissionQueue
        if MissionQueueOk
            perform RunOneMission
            move MissionStatus to EligibleStatus(BestSlot)
        end-if
    end-if
    .
    perform varying EligibleSlot from 1 by 1
            until EligibleSlot > EligibleCount
        if EligibleDone(EligibleSlot) not = "Y"
                and EligibleIsWaiting(EligibleSlot)
            perform CheckMissionDependencies
        end-if
        if EligibleDone(EligibleSlot) not = "Y"
                and EligibleIsReady(EligibleSlot)
                and (EligiblePriority(EligibleSlot) < BestPriority
                    or (EligiblePriority(EligibleSlot) = BestPriority
                        and EligibleMissionId(EligibleSlot)
    end-perform
    .

CheckMissionDependencies section.
    set EligibleIsReady(EligibleSlot) to true
    perform varying DependsSlot from 1 by 1
            until DependsSlot > EligibleDependsCount(EligibleSlot)
                or EligibleIsBlocked(EligibleSlot)
        move EligibleDependsOn(EligibleSlot, DependsSlot) to PredecessorId
        perform FindPredecessorStatus
        evaluate true
            when PredecessorIsDone
                continue
            when PredecessorIsBroken
                set EligibleIsBlocked(EligibleSlot) to true
                move PredecessorId to EligibleBlockerId(EligibleSlot)
                move PredecessorStatus to EligibleBlockerStatus(EligibleSlot)
            when other
                if EligibleIsReady(EligibleSlot)
                    set EligibleIsWaiting(EligibleSlot) to true
                    move PredecessorId to EligibleBlockerId(EligibleSlot)
                    move PredecessorStatus
                        to EligibleBlockerStatus(EligibleSlot)
                end-if
        end-evaluate
    end-perform
    .

FindPredecessorStatus section.
    move spaces to PredecessorStatus
    perform varying DependsSearchSlot from 1 by 1
            until DependsSearchSlot > EligibleCount
                or PredecessorStatus not = spaces
        if EligibleMissionId(DependsSearchSlot) = PredecessorId
            move EligibleStatus(DependsSearchSlot) to PredecessorStatus
        end-if
    end-perform
    if PredecessorStatus = spaces
        move PredecessorId to MissionId
        read MissionQueue
        if MissionQueueOk
            move MissionStatus to PredecessorStatus
        else
            move "MISSING" to PredecessorStatus
        end-if
    end-if
    .

WriteHeldMissions section.
    perform varying EligibleSlot from 1 by 1
            until EligibleSlot > EligibleCount
        if EligibleDone(EligibleSlot) not = "Y"
            add 1 to MissionsHeld
            move spaces to DispatchReportLine
            if EligibleIsBlocked(EligibleSlot)
                string EligibleMissionId(EligibleSlot) delimited by size
                       "  PRIORITY "                   delimited by size
                       EligiblePriority(EligibleSlot)  delimited by size
                       "  HELD - PREDECESSOR "         delimited by size
                       EligibleBlockerId(EligibleSlot) delimited by size
                       " IS "                          delimited by size
                       EligibleBlockerStatus(EligibleSlot) delimited by size
                    into DispatchReportLine
                end-string
            else
                string EligibleMissionId(EligibleSlot) delimited by size
                       "  PRIORITY "                   delimited by size
                       EligiblePriority(EligibleSlot)  delimited by size
                       "  WAITING - PREDECESSOR "      delimited by size
                       EligibleBlockerId(EligibleSlot) delimited by size
                       " IS "                          delimited by size
                       EligibleBlockerStatus(EligibleSlot) delimited by size
                    into DispatchReportLine
                end-string
            end-if
            write DispatchReportLine
        end-if
    end-perform
    .

RunOneMission section.
    perform CheckRoverAlreadyRan
    if RoverRanThisWindow
        add 1 to MissionsRun
        move MissionStatus to PriorMissionStatus
        move "RUNNING" to MissionStatus
        perform RewriteMission
        move spaces to PredictedOutcome
        move MissionCostCentre to CostCentreParameter
        move "SetCostCentre" to Command
        call "MarsRover" using Command, CostCentreParameter
        move MissionZoneId to ZoneParameter
        move "SetZone" to Command
        call "MarsRover" using Command, ZoneParameter
        perform SelectMissionRover
        if SelectStatusOk
            perform CheckMissionPower
            if MissionIsReady
                if RunIsSimulation
                    perform CapturePathStart
                end-if
                evaluate true
                    when MissionIsGoal
                        perform DriveMissionGoal
                        perform CaptureDrivePath
                    when MissionIsItinerary
                        perform DriveItinerary
                    when other
                        perform DriveMissionSequence
                        perform CaptureDrivePath
                end-evaluate
            end-if
        else
            move SelectStatus to DriveStatus
            move "ROVER NOT SELECTED" to PredictedOutcome
        end-if
        perform SettleMissionStatus
        if RunIsSimulation
            perform RecordSimulationResult
        else
            perform WriteMissionResult
        end-if
    end-if
    .

RewriteMission section.
    if not RunIsSimulation
        rewrite MissionRecord
    end-if
    .

    move MissionInitialYPos to InitialYPos
    move MissionInitialOrientation to InitialOrientation
    move MissionZoneId to SelectedZoneId
    move spaces to SelectedClassCode
    move "SelectRover" to Command
    call "MarsRover" using Command, SelectRoverParm
    .

CheckMissionPower section.
    set MissionIsReady to true
    move spaces to StatusRoverId
    move "GetRoverStatus" to Command
    call "MarsRover" using Command, RoverStatusParm
    if StatusResultOk
        move StatusPosition to MissionStart
        if not MissionIsItinerary
                and (not MissionIsGoal or MissionGoalZoneId = spaces
                    or MissionGoalZoneId = StatusZoneId)
            move space to EstimateFromOrientation
            if MissionIsGoal
                set EstimateForGoal to true
                move MissionGoalXPos to EstimateGoalXPos
                move MissionGoalYPos to EstimateGoalYPos
            else
                set EstimateForSequence to true
                move MissionMoveSequence to EstimateMoveSequence
                if PriorStatusRunning and ResumeInstruction > 0
                    move ResumeInstruction to EstimateStartInstruction
                else
                    move 1 to EstimateStartInstruction
                end-if
            end-if
            move "EstimatePower" to Command
            call "MarsRover" using Command, PowerEstimateParm
            if EstimateStatusOk
                    and EstimatePowerRequired > StatusPowerBalance
                move EstimatePowerRequired to MissionPowerNeeded
                perform DivertForCharge
            end-if
        end-if
    end-if
    .

DivertForCharge section.
    move "DivertToCharger" to Command
    call "MarsRover" using Command, DivertToChargerParm
    evaluate true
        when DivertStatusOk
            add 1 to MissionsDiverted
            perform ComputeRechargeNeed
            perform RechargeAtCharger
            perform WriteDivertLine
            if not MissionIsGoal
                perform ReturnToMissionStart
            end-if
        when DivertStatusDriveFailed
            perform WriteDivertLine
            if not MissionIsGoal
                move "N" to MissionReady
                move DivertMoveStatus to DriveStatus
                perform DescribeMoveOutcome
            end-if
        when other
            perform WriteDivertLine
    end-evaluate
    .

ComputeRechargeNeed section.
    move 0 to RechargeNeed
    move space to EstimateFromOrientation
    if MissionIsGoal
        set EstimateForGoal to true
        move MissionGoalXPos to EstimateGoalXPos
        move MissionGoalYPos to EstimateGoalYPos
        move "EstimatePower" to Command
        call "MarsRover" using Command, PowerEstimateParm
        if EstimateStatusOk
            move EstimatePowerRequired to RechargeNeed
        end-if
    else
        if DivertFinalXPos not = MissionStartXPos
                or DivertFinalYPos not = MissionStartYPos
            set EstimateForGoal to true
            move MissionStartXPos to EstimateGoalXPos
            move MissionStartYPos to EstimateGoalYPos
            move "EstimatePower" to Command
            call "MarsRover" using Command, PowerEstimateParm
            if EstimateStatusOk
                add EstimatePowerRequired to RechargeNeed
            end-if
            move "RR" to HeadingTurns
            move MissionStart to EstimateFromPosition
        else
            move DivertFinalOrientation to HeadingFrom
            perform BuildHeadingTurns
            move DivertFinalPosition to EstimateFromPosition
        end-if
        if HeadingTurns not = spaces
            set EstimateForSequence to true
            move HeadingTurns to EstimateMoveSequence
            move 1 to EstimateStartInstruction
            move "EstimatePower" to Command
            call "MarsRover" using Command, PowerEstimateParm
            if EstimateStatusOk
                add EstimatePowerRequired to RechargeNeed
            end-if
        end-if
        set EstimateForSequence to true
        move MissionStart to EstimateFromPosition
        move MissionMoveSequence to EstimateMoveSequence
        if PriorStatusRunning and ResumeInstruction > 0
            move ResumeInstruction to EstimateStartInstruction
        else
            move 1 to EstimateStartInstruction
        end-if
        move "EstimatePower" to Command
        call "MarsRover" using Command, PowerEstimateParm
        if EstimateStatusOk
            add EstimatePowerRequired to RechargeNeed
        end-if
    end-if
    .

RechargeAtCharger section.
    move 0 to RechargeUnitsGranted
    move DivertPowerBalance to RechargeNewBalance
    if RechargeNeed > DivertPowerBalance
        compute RechargeRequest = RechargeNeed - DivertPowerBalance
        if RechargeRequest > 9999
            move 9999 to RechargeRequest
        end-if
        move MissionRoverId to RechargeRoverId
        move RechargeRequest to RechargeUnits
        move "RechargeRover" to Command
        call "MarsRover" using Command, RechargeRoverParm
    end-if
    .

ReturnToMissionStart section.
    move DivertFinalOrientation to HeadingFrom
    if DivertFinalXPos not = MissionStartXPos
            or DivertFinalYPos not = MissionStartYPos
        move MissionStartXPos to GoalXPos
        move MissionStartYPos to GoalYPos
        move spaces to GoalZoneId
        move "GoToPosition" to Command
        call "MarsRover" using Command, GoToPositionParm
        if GoToStatusOk and GoToMoveStatus = "00"
            move GoToFinalOrientation to HeadingFrom
        else
            move "N" to MissionReady
            if GoToStatusOk
                move GoToMoveStatus to DriveStatus
                perform DescribeMoveOutcome
            else
                move GoToStatus to DriveStatus
                perform DescribeGoToOutcome
            end-if
        end-if
    end-if
    if MissionIsReady
        perform RestoreMissionHeading
    end-if
    .

RestoreMissionHeading section.
    perform BuildHeadingTurns
    move spaces to CallRequestMoveSequence
    move HeadingTurns to CallRequestMoveSequence
    if CallRequestMoveSequence not = spaces
        move 1 to CallRequestStartInstruction
        move "MoveRover" to Command
        call "MarsRover" using Command, MoveCallBuffer
        if CallOutcomeStatus not = "00"
            move "N" to MissionReady
            move CallOutcomeStatus to DriveStatus
            perform DescribeMoveOutcome
        end-if
    end-if
    .

BuildHeadingTurns section.
    move MissionStartOrientation to HeadingTo
    move HeadingFrom to HeadingCharacter
    perform SetHeadingNumber
    move HeadingNumber to HeadingFromNumber
    move HeadingTo to HeadingCharacter
    perform SetHeadingNumber
    compute TurnAmount = HeadingNumber - HeadingFromNumber + 4
    if TurnAmount > 3
        subtract 4 from TurnAmount
    end-if
    move spaces to HeadingTurns
    evaluate TurnAmount
        when 1 move "R" to HeadingTurns
        when 2 move "RR" to HeadingTurns
        when 3 move "L" to HeadingTurns
    end-evaluate
    .

SetHeadingNumber section.
    evaluate HeadingCharacter
        when "N" move 1 to HeadingNumber
        when "E" move 2 to HeadingNumber
        when "S" move 3 to HeadingNumber
        when "W" move 4 to HeadingNumber
    end-evaluate
    .

WriteDivertLine section.
    move spaces to DispatchReportLine
    if DivertStatusOk
        string MissionId          delimited by size
               "  "               delimited by size
               MissionRoverId     delimited by size
               "  POWER "         delimited by size
               StatusPowerBalance delimited by size
               " NEEDS "          delimited by size
               MissionPowerNeeded delimited by size
               " - DIVERTED TO CHARGER X=" delimited by size
               DivertChargerXPos  delimited by size
               " Y="              delimited by size
               DivertChargerYPos  delimited by size
               "  RECHARGED "     delimited by size
               RechargeUnitsGranted delimited by size
               "  POWER NOW "     delimited by size
               RechargeNewBalance delimited by size
            into DispatchReportLine
        end-string
    else
        string MissionId          delimited by size
               "  "               delimited by size
               MissionRoverId     delimited by size
               "  POWER "         delimited by size
               StatusPowerBalance delimited by size
               " NEEDS "          delimited by size
               MissionPowerNeeded delimited by size
               " - DIVERT TO CHARGER FAILED, STATUS " delimited by size
               DivertStatus       delimited by size
               " MOVE STATUS "    delimited by size
               DivertMoveStatus   delimited by size
            into DispatchReportLine
        end-string
    end-if
    write DispatchReportLine
    .

DriveMissionSequence section.
    move MissionMoveSequence to CallRequestMoveSequence
    if PriorStatusRunning and ResumeInstruction > 0
    move "MoveRover" to Command
    call "MarsRover" using Command, MoveCallBuffer
    move CallOutcomeStatus to DriveStatus
    perform DescribeMoveOutcome
    .

DriveMissionGoal section.
    move MissionGoalXPos to GoalXPos
    move MissionGoalYPos to GoalYPos
    move MissionGoalZoneId to GoalZoneId
    move "GoToPosition" to Command
    call "MarsRover" using Command, GoToPositionParm
    if GoToStatusOk
        move GoToMoveStatus to DriveStatus
        perform DescribeMoveOutcome
    else
        move GoToStatus to DriveStatus
        perform DescribeGoToOutcome
    end-if
    .

DriveItinerary section.
    move "00" to DriveStatus
    move "COMPLETE" to PredictedOutcome
    if PriorStatusRunning and MissionCurrentLeg > 0
            and MissionCurrentLeg <= MissionLegCount
        move MissionCurrentLeg to FirstLeg
        set LegIsResuming to true
    else
        move 1 to FirstLeg
        move "N" to LegResuming
    end-if
    perform varying LegSlot from FirstLeg by 1
            until LegSlot > MissionLegCount or DriveStatus not = "00"
        perform RunItineraryLeg
    end-perform
    if DriveStatus = "00"
        move 0 to MissionCurrentLeg
    end-if
    .

RunItineraryLeg section.
    move LegSlot to MissionCurrentLeg
    evaluate true
        when LegIsGoal(LegSlot)
            perform DriveLegGoal
        when LegIsMoveSequence(LegSlot)
            perform DriveLegSequence
        when LegIsSurvey(LegSlot)
            perform SurveyLeg
        when LegIsRecharge(LegSlot)
            perform RechargeLeg
    end-evaluate
    move "N" to LegResuming
    move DriveStatus to MissionLegResult(LegSlot)
    perform WriteLegResult
    .

DriveLegGoal section.
    move MissionLegGoalXPos(LegSlot) to GoalXPos
    move MissionLegGoalYPos(LegSlot) to GoalYPos
    move MissionLegGoalZoneId(LegSlot) to GoalZoneId
    move "GoToPosition" to Command
    call "MarsRover" using Command, GoToPositionParm
    if GoToStatusOk
        move GoToMoveStatus to DriveStatus
        perform DescribeMoveOutcome
    else
        move GoToStatus to DriveStatus
        perform DescribeGoToOutcome
    end-if
    perform CaptureDrivePath
    .

DriveLegSequence section.
    move MissionLegMoveSequence(LegSlot) to CallRequestMoveSequence
    if LegIsResuming and ResumeInstruction > 0
        move ResumeInstruction to CallRequestStartInstruction
    else
        move 1 to CallRequestStartInstruction
    end-if
    move "MoveRover" to Command
    call "MarsRover" using Command, MoveCallBuffer
    move CallOutcomeStatus to DriveStatus
    perform DescribeMoveOutcome
    perform CaptureDrivePath
    .

SurveyLeg section.
    move MissionLegNeighbours(LegSlot) to SurveyNeighbours
    move "SurveySquare" to Command
    call "MarsRover" using Command, SurveySquareParm
    evaluate true
        when SurveyStatusOk
            move "00" to DriveStatus
            move "SURVEYED" to PredictedOutcome
        when SurveyStatusPowerExhausted
            move "05" to DriveStatus
            move "POWER EXHAUSTED" to PredictedOutcome
        when SurveyStatusNotEquipped
            move "03" to DriveStatus
            move "NOT SURVEY CAPABLE" to PredictedOutcome
        when other
            move "04" to DriveStatus
            move "ROVER NOT FOUND" to PredictedOutcome
    end-evaluate
    .

RechargeLeg section.
    move MissionRoverId to RechargeRoverId
    move MissionLegRechargeUnits(LegSlot) to RechargeUnits
    move "RechargeRover" to Command
    call "MarsRover" using Command, RechargeRoverParm
    evaluate true
        when RechargeStatusOk
            move "00" to DriveStatus
            move "RECHARGED" to PredictedOutcome
        when RechargeStatusAtCapacity
            move "00" to DriveStatus
            move "ALREADY FULL" to PredictedOutcome
        when RechargeStatusNotOnCharger
            move "02" to DriveStatus
            move "NOT ON CHARGER" to PredictedOutcome
        when RechargeStatusChargerSpent
            move "03" to DriveStatus
            move "CHARGER SPENT" to PredictedOutcome
        when other
            move "01" to DriveStatus
            move "ROVER NOT FOUND" to PredictedOutcome
    end-evaluate
    .

WriteLegResult section.
    move spaces to DispatchReportLine
    string MissionId                delimited by size
           "  "                     delimited by size
           MissionRoverId           delimited by size
           "  LEG "                 delimited by size
           LegSlot                  delimited by size
           " "                      delimited by size
           MissionLegType(LegSlot)  delimited by size
           "  RESULT "              delimited by size
           DriveStatus              delimited by size
           "  "                     delimited by size
           PredictedOutcome         delimited by size
        into DispatchReportLine
    end-string
    write DispatchReportLine
    .

DescribeMoveOutcome section.
    evaluate DriveStatus
        when "00" move "COMPLETE" to PredictedOutcome
        when "01" move "COLLISION" to PredictedOutcome
        when "02" move "OBSTACLE" to PredictedOutcome
        when "03" move "BAD INSTRUCTION" to PredictedOutcome
        when "04" move "ROVER NOT FOUND" to PredictedOutcome
        when "05" move "POWER EXHAUSTED" to PredictedOutcome
        when "06" move "TERRAIN FORBIDDEN" to PredictedOutcome
        when other move "MOVE FAILED" to PredictedOutcome
    end-evaluate
    .

DescribeGoToOutcome section.
    evaluate DriveStatus
        when "01" move "NO ROUTE" to PredictedOutcome
        when "02" move "ROUTE TOO LONG" to PredictedOutcome
        when "03" move "BAD TARGET" to PredictedOutcome
        when "04" move "ROVER NOT FOUND" to PredictedOutcome
        when other move "NO ROUTE" to PredictedOutcome
    end-evaluate
    .

CapturePathStart section.
    if SimResultCount < 500
        move MissionZoneId to PathWorkZoneId
        move MissionStartXPos to PathWorkXPos
        move MissionStartYPos to PathWorkYPos
        perform AddPathSquare
    end-if
    .

CaptureDrivePath section.
    if RunIsSimulation and SimResultCount < 500
        move 80 to HistoryCount
        move "GetMoveHistory" to Command
        call "MarsRover" using Command, MoveHistory
        perform varying HistoryIndex from 1 by 1
                until HistoryIndex > HistoryCount
            move HistoryXPos(HistoryIndex) to PathWorkXPos
            move HistoryYPos(HistoryIndex) to PathWorkYPos
            move HistoryZoneId(HistoryIndex) to PathWorkZoneId
            perform AddPathSquare
        end-perform
    end-if
    .

AddPathSquare section.
    if PathCount > 0
            and PathResultSlot(PathCount) = SimResultCount + 1
            and PathXPos(PathCount) = PathWorkXPos
            and PathYPos(PathCount) = PathWorkYPos
            and PathZoneId(PathCount) = PathWorkZoneId
        continue
    else
        if PathCount < 5000
            add 1 to PathCount
            compute PathResultSlot(PathCount) = SimResultCount + 1
            move PathWorkZoneId to PathZoneId(PathCount)
            move PathWorkXPos to PathXPos(PathCount)
            move PathWorkYPos to PathYPos(PathCount)
        else
            set PathHasOverflowed to true
        end-if
    end-if
    .

RecordSimulationResult section.
    if SimResultCount < 500
        add 1 to SimResultCount
        move MissionId to SimMissionId(SimResultCount)
        move MissionRoverId to SimRoverId(SimResultCount)
        move MissionPriority to SimPriority(SimResultCount)
        move PredictedOutcome to SimOutcome(SimResultCount)
        move 0 to SimFinalXPos(SimResultCount)
        move 0 to SimFinalYPos(SimResultCount)
        move space to SimFinalOrientation(SimResultCount)
        move 0 to SimPowerLeft(SimResultCount)
        move spaces to SimCrossMissionId(SimResultCount)
        move 0 to SimCrossSquares(SimResultCount)
        if SelectStatusOk
            move spaces to StatusRoverId
            move "GetRoverStatus" to Command
            call "MarsRover" using Command, RoverStatusParm
            if StatusResultOk
                move StatusXPos to SimFinalXPos(SimResultCount)
                move StatusYPos to SimFinalYPos(SimResultCount)
                move StatusOrientation to SimFinalOrientation(SimResultCount)
                move StatusPowerBalance to SimPowerLeft(SimResultCount)
            end-if
        end-if
    else
        set SimResultHasOverflowed to true
    end-if
    .

FlagCrossingPaths section.
    perform varying PathSlot from 1 by 1 until PathSlot > PathCount
        perform varying OtherPathSlot from PathSlot by 1
                until OtherPathSlot > PathCount
            if PathResultSlot(OtherPathSlot) not = PathResultSlot(PathSlot)
                    and PathZoneId(OtherPathSlot) = PathZoneId(PathSlot)
                    and PathXPos(OtherPathSlot) = PathXPos(PathSlot)
                    and PathYPos(OtherPathSlot) = PathYPos(PathSlot)
                move PathResultSlot(PathSlot) to SimResultSlot
                perform NoteCrossing
                move PathResultSlot(OtherPathSlot) to SimResultSlot
                perform NoteCrossing
            end-if
        end-perform
    end-perform
    .

NoteCrossing section.
    if SimCrossSquares(SimResultSlot) = 0
        add 1 to MissionsCrossing
        if SimResultSlot = PathResultSlot(PathSlot)
            move SimMissionId(PathResultSlot(OtherPathSlot))
                to SimCrossMissionId(SimResultSlot)
        else
            move SimMissionId(PathResultSlot(PathSlot))
                to SimCrossMissionId(SimResultSlot)
        end-if
    end-if
    if SimCrossSquares(SimResultSlot) < 999
        add 1 to SimCrossSquares(SimResultSlot)
    end-if
    .

WriteSimulationResults section.
    move "PREDICTED OUTCOMES" to DispatchReportLine
    write DispatchReportLine
    perform varying SimResultSlot from 1 by 1
            until SimResultSlot > SimResultCount
        move spaces to DispatchReportLine
        if SimCrossSquares(SimResultSlot) = 0
            string SimMissionId(SimResultSlot)  delimited by size
                   "  "                         delimited by size
                   SimRoverId(SimResultSlot)    delimited by size
                   "  PRIORITY "                delimited by size
                   SimPriority(SimResultSlot)   delimited by size
                   "  "                         delimited by size
                   SimOutcome(SimResultSlot)    delimited by size
                   "  FINISH X="                delimited by size
                   SimFinalXPos(SimResultSlot)  delimited by size
                   " Y="                        delimited by size
                   SimFinalYPos(SimResultSlot)  delimited by size
                   " "                          delimited by size
                   SimFinalOrientation(SimResultSlot) delimited by size
                   "  POWER LEFT "              delimited by size
                   SimPowerLeft(SimResultSlot)  delimited by size
                into DispatchReportLine
            end-string
        else
            string SimMissionId(SimResultSlot)  delimited by size
                   "  "                         delimited by size
                   SimRoverId(SimResultSlot)    delimited by size
                   "  PRIORITY "                delimited by size
                   SimPriority(SimResultSlot)   delimited by size
                   "  "                         delimited by size
                   SimOutcome(SimResultSlot)    delimited by size
                   "  FINISH X="                delimited by size
                   SimFinalXPos(SimResultSlot)  delimited by size
                   " Y="                        delimited by size
                   SimFinalYPos(SimResultSlot)  delimited by size
                   " "                          delimited by size
                   SimFinalOrientation(SimResultSlot) delimited by size
                   "  POWER LEFT "              delimited by size
                   SimPowerLeft(SimResultSlot)  delimited by size
                   "  CROSSES PATH OF "         delimited by size
                   SimCrossMissionId(SimResultSlot) delimited by size
                   " SHARED SQUARES "           delimited by size
                   SimCrossSquares(SimResultSlot) delimited by size
                into DispatchReportLine
            end-string
        end-if
        write DispatchReportLine
    end-perform
    if SimResultHasOverflowed
        move "WARNING: SIMULATION RESULT TABLE FULL AT 500 MISSIONS"
            to DispatchReportLine
        write DispatchReportLine
    end-if
    if PathHasOverflowed
        move "WARNING: PATH TABLE FULL AT 5000 SQUARES - CROSSINGS INCOMPLETE"
            to DispatchReportLine
        write DispatchReportLine
    end-if
    move spaces to DispatchReportLine
    string "MISSIONS CROSSING ANOTHER MISSION PATH " delimited by size
           MissionsCrossing delimited by size
        into DispatchReportLine
    end-string
    write DispatchReportLine
    .

SettleMissionStatus section.
        when other
            move "FAILED" to MissionStatus
            add 1 to MissionsFailed
            perform RaiseMissionIncident
    end-evaluate
    perform RewriteMission
    .

RaiseMissionIncident section.
    move MissionRoverId to RaiseRoverId
    move "MISSION" to RaiseType
    move "DispatchMission" to RaiseCommand
    move DriveStatus to RaiseStatus
    move spaces to RaiseReference
    string "MISSION " delimited by size
           MissionId  delimited by size
        into RaiseReference
    end-string
    move "RaiseIncident" to Command
    call "MarsRover" using Command, RaiseIncidentParm
    .

WriteMissionResult section.
           MissionsFailed     delimited by size
           "  SKIPPED "       delimited by size
           MissionsSkipped    delimited by size
           "  DIVERTED TO CHARGE " delimited by size
           MissionsDiverted   delimited by size
           "  HELD "          delimited by size
           MissionsHeld       delimited by size
        into DispatchReportLine
    end-string
    write DispatchReportLine
