environment division.
input-output section.
file-control.
    select RoverMaster assign to RoverMasterName
        organization is indexed
        access mode is dynamic
        record key is MasterRoverId
        file status is RoverMasterStatus.
    select AuditLog assign to AuditLogName
        organization is line sequential
        file status is AuditLogStatus.
    select GridConfig assign to GridConfigName
        organization is indexed
        access mode is dynamic
        record key is GridConfigKey
        file status is GridConfigStatus.
    select CheckpointFile assign to CheckpointName
        organization is indexed
        access mode is dynamic
        record key is CheckpointRoverId
        file status is CheckpointStatus.
    select TerrainConfig assign to TerrainConfigName
        organization is indexed
        access mode is dynamic
        record key is TerrainConfigKey
        file status is TerrainConfigStatus.
    select OperatorProfile assign to OperatorProfileName
        organization is indexed
        access mode is dynamic
        record key is OperatorId
        file status is OperatorProfileStatus.
    select SurveyLedger assign to SurveyLedgerName
        organization is indexed
        access mode is dynamic
        record key is SurveyZoneId
        file status is SurveyLedgerStatus.
    select ChargerConfig assign to ChargerConfigName
        organization is indexed
        access mode is dynamic
        record key is ChargerConfigKey
        file status is ChargerConfigStatus.
    select RoverClassFile assign to RoverClassName
        organization is indexed
        access mode is dynamic
        record key is ClassCode
        file status is RoverClassStatus.
    select SampleInventory assign to SampleInventoryName
        organization is indexed
        access mode is dynamic
        record key is SampleId
        file status is SampleInventoryStatus.
    select DepotConfig assign to DepotConfigName
        organization is indexed
        access mode is dynamic
        record key is DepotConfigKey
        file status is DepotConfigStatus.
    select IncidentFile assign to IncidentFileName
        organization is indexed
        access mode is dynamic
        record key is IncidentKey
        file status is IncidentFileStatus.
    select ZoneLinkFile assign to ZoneLinkName
        organization is indexed
        access mode is dynamic
        record key is ZoneLinkKey
        file status is ZoneLinkStatus.

data division.
file section.
fd SurveyLedger.
copy SurveyLedgerRecord.

fd ChargerConfig.
copy ChargerConfigRecord.

fd RoverClassFile.
copy RoverClassRecord.

fd SampleInventory.
copy SampleRecord.

fd DepotConfig.
copy DepotConfigRecord.

fd IncidentFile.
copy IncidentRecord.

fd ZoneLinkFile.
copy ZoneLinkRecord.

working-storage section.
copy GridDimensions
    replacing GridDimensions by ==GridDimensions is global==.
    replacing SignOnParm by ==SignOnParm is global==.
copy SurveySquareParm
    replacing SurveySquareParm by ==SurveySquareParm is global==.
copy RoverStatusParm
    replacing RoverStatusParm by ==RoverStatusParm is global==.
copy PowerEstimateParm
    replacing PowerEstimateParm by ==PowerEstimateParm is global==.
copy DivertToChargerParm
    replacing DivertToChargerParm by ==DivertToChargerParm is global==.
copy RoverClassProfile
    replacing RoverClassProfile by ==RoverClassProfile is global==.
copy AssignClassParm
    replacing AssignClassParm by ==AssignClassParm is global==.
copy CollectSampleParm
    replacing CollectSampleParm by ==CollectSampleParm is global==.
copy DeliverSamplesParm
    replacing DeliverSamplesParm by ==DeliverSamplesParm is global==.
copy RaiseIncidentParm
    replacing RaiseIncidentParm by ==RaiseIncidentParm is global==.
copy ZoneGateways
    replacing ZoneGateways by ==ZoneGateways is global==.
copy SequenceCostParm.

01 RoverMasterName pic x(40) value "ROVERMSTR".
01 AuditLogName pic x(40) value "AUDITLOG".
01 GridConfigName pic x(40) value "GRIDCFG".
01 CheckpointName pic x(40) value "CHECKPT".
01 TerrainConfigName pic x(40) value "TERRCFG".
01 OperatorProfileName pic x(40) value "OPERPROF".
01 SurveyLedgerName pic x(40) value "SURVEYLG".
01 ChargerConfigName pic x(40) value "CHGRCFG".
01 RoverClassName pic x(40) value "CLASSMST".
01 SampleInventoryName pic x(40) value "SAMPINV".
01 DepotConfigName pic x(40) value "DEPOTCFG".
01 IncidentFileName pic x(40) value "INCIDENT".
01 ZoneLinkName pic x(40) value "ZONELINK".
01 ScratchFiles pic x(01) value "N".
    88 ScratchFilesInUse value "Y".

01 RoverMasterStatus pic x(02).
    88 RoverMasterOk         value "00".
01 OperatorProfileOpen pic x(01) value "N".
    88 OperatorProfileIsOpen value "Y".
01 CurrentOperatorId pic x(08) is global value "BATCH".
01 CurrentCostCentre pic x(06) is global value spaces.
01 CommandSquaresDriven pic 9(03).
01 CommandTurnsMade pic 9(03).
01 CommandPowerUsed pic 9(04).
01 CommandUsageWork pic 9(07).

01 SurveyLedgerStatus pic x(02).
    88 SurveyLedgerOk value "00".
    88 SurveyCellIsValid value "Y".
01 SurveyDirection pic 9(01).

01 ChargerConfigStatus pic x(02).
    88 ChargerConfigOk value "00".
01 ChargerConfigOpen pic x(01) value "N".
    88 ChargerConfigIsOpen value "Y".
01 ChargerConfigFound pic x(01).
    88 ChargerConfigWasFound value "Y".
01 ChargerToday pic 9(08).
01 ChargerSlot pic 9(02).
01 ScanChargerSlot pic 9(02).
01 ChargerUnitsLeft pic 9(05).
01 ChargeGrantUnits pic 9(05).
01 ChargerCandidates pic 9(02).
01 ChargerRouteCost pic 9(05).
01 ChargerRouteSequence pic x(80).
01 ChargerRouteFound pic x(01).
    88 ChargerRouteWasFound value "Y".
01 BestChargerSlot pic 9(02).
01 BestChargerCost pic 9(05).
01 BestChargerSequence pic x(80).
01 SavedRoverPosition pic x(05).

01 RoverClassStatus pic x(02).
    88 RoverClassOk value "00".
01 RoverClassOpen pic x(01) value "N".
    88 RoverClassIsOpen value "Y".
01 TerrainLetterCount pic 9(02).
01 NewRoverPower pic 9(04) value 100.

01 SampleInventoryStatus pic x(02).
    88 SampleInventoryOk value "00".
01 SampleInventoryOpen pic x(01) value "N".
    88 SampleInventoryIsOpen value "Y".
01 DepotConfigStatus pic x(02).
    88 DepotConfigOk value "00".
01 DepotConfigOpen pic x(01) value "N".
    88 DepotConfigIsOpen value "Y".
01 DepotConfigFound pic x(01).
    88 DepotConfigWasFound value "Y".

01 IncidentFileStatus pic x(02).
    88 IncidentFileOk value "00".
01 IncidentFileOpen pic x(01) value "N".
    88 IncidentFileIsOpen value "Y".
01 IncidentTimestamp pic x(26).
01 IncidentWork.
    05 IncidentWorkRoverId pic x(06).
    05 IncidentWorkType pic x(08).
    05 IncidentWorkCommand pic x(20).
    05 IncidentWorkStatus pic x(02).
    05 IncidentWorkReference pic x(20).
    05 IncidentWorkZoneId pic x(06).
    05 IncidentWorkPosition.
        10 IncidentWorkXPos pic 9(02).
        10 IncidentWorkYPos pic 9(02).
        10 IncidentWorkOrientation pic x(01).
    05 IncidentWorkResult pic x(02).
    05 IncidentWorkSeq pic 9(04).
01 LastIncidentSeq pic 9(04).
01 IncidentRaising pic x(01) value "Y".
    88 IncidentRaisingOn value "Y".
01 OpenIncidentFound pic x(01).
    88 OpenIncidentWasFound value "Y".
01 EndOfIncidents pic x(01).
    88 AllIncidentsScanned value "Y".
01 ZoneLinkStatus pic x(02).
    88 ZoneLinkOk value "00".
01 ZoneLinkOpen pic x(01) value "N".
    88 ZoneLinkIsOpen value "Y".
01 GatewayReached pic x(01) is global value "N".
    88 GatewayWasReached value "Y".
01 GatewaySlot pic 9(02) is global.
01 GatewayInstruction pic 9(02) is global.
01 TransitOrigin.
    05 TransitFromZoneId pic x(06).
    05 TransitGatewayXPos pic 9(02).
    05 TransitGatewayYPos pic 9(02).
01 TransitZoneId pic x(06).
01 TransitEntryPosition.
    05 TransitXPos pic 9(02).
    05 TransitYPos pic 9(02).
    05 TransitOrientation pic x(01).
01 TransitTerrainClass pic x(01).
01 TransitTerrainMultiplier pic 9(01).
01 TransitTerrain pic x(01).
    88 TransitTerrainIsForbidden value "Y".
01 TransitForwardCost pic 9(01) value 2.
01 TransitPowerCost pic 9(02).
01 SavedAuditParameter pic x(107).
01 ZonePath.
    05 ZoneNodeCount pic 9(02).
    05 ZoneNode occurs 50 times.
        10 ZoneNodeId pic x(06).
        10 ZoneNodeParent pic 9(02).
        10 ZoneNodeGatewayXPos pic 9(02).
        10 ZoneNodeGatewayYPos pic 9(02).
01 ZoneNodeHead pic 9(02).
01 ZoneNodeSlot pic 9(02).
01 ZoneNodeGoal pic 9(02).
01 ZoneNodeSeen pic x(01).
    88 ZoneNodeWasSeen value "Y".
01 ZoneHops.
    05 ZoneHopCount pic 9(02).
    05 ZoneHop occurs 50 times.
        10 ZoneHopXPos pic 9(02).
        10 ZoneHopYPos pic 9(02).
        10 ZoneHopToZone pic x(06).
01 ZoneHopSlot pic 9(02).
01 ZoneGoalPosition pic x(04).
01 DepotSlot pic 9(02).
01 ScanDepotSlot pic 9(02).
01 SampleTimestamp pic x(26).
01 EndOfSamples pic x(01).
    88 AllSamplesScanned value "Y".

01 SquareOccupied pic x(01) value "N".
    88 SquareIsOccupied value "Y".
01 CandidateXPos pic 9(02).
01 SavedOdometer pic 9(06).
01 SavedTurnsCount pic 9(06).
01 SavedLastServiced pic 9(08).
01 SavedClassCode pic x(04).
01 SavedPayloadCount pic 9(03).
01 OdometerWorkTotal pic 9(07).

01 FleetCacheZone pic x(06) is global value low-values.

procedure division using Command, Parameter.
Main section.
    if function trim(Command) = "UseScratchFiles"
        perform UseScratchFiles
    end-if
    perform OpenFiles
    perform LoadGridConfig
    move Parameter to AuditParameterIn
    move "00" to CurrentOutcomeStatus
    move 0 to CommandSquaresDriven
    move 0 to CommandTurnsMade
    move 0 to CommandPowerUsed

    evaluate function trim(Command)
        when "SetZone" perform SetZone
        when "ServiceRover" perform ServiceRover
        when "SignOn" perform SignOnOperator
        when "SurveySquare" perform SurveySquare
        when "GetRoverStatus" perform GetRoverStatus
        when "EstimatePower" perform EstimatePower
        when "DivertToCharger" perform DivertToCharger
        when "AssignRoverClass" perform AssignRoverClass
        when "CollectSample" perform CollectSample
        when "DeliverSamples" perform DeliverSamples
        when "SetCostCentre" move Parameter to CurrentCostCentre
        when "RaiseIncident" perform RaiseIncident
        when "SetIncidentRaising" perform SetIncidentRaising
        when "UseScratchFiles" move Parameter to CurrentOutcomeStatus
    end-evaluate

    if IncidentRaisingOn
        perform CheckCommandIncident
    end-if
    perform WriteAuditRecord
    goback
    .

UseScratchFiles section.
    if RoverMasterIsOpen and not ScratchFilesInUse
        move "01" to Parameter
    else
        move "SIMMSTR" to RoverMasterName
        move "SIMAUDIT" to AuditLogName
        move "SIMGRID" to GridConfigName
        move "SIMCKPT" to CheckpointName
        move "SIMTERR" to TerrainConfigName
        move "SIMOPER" to OperatorProfileName
        move "SIMSURV" to SurveyLedgerName
        move "SIMCHGR" to ChargerConfigName
        move "SIMCLASS" to RoverClassName
        move "SIMSAMP" to SampleInventoryName
        move "SIMDEPOT" to DepotConfigName
        move "SIMINCD" to IncidentFileName
        move "SIMLINK" to ZoneLinkName
        set ScratchFilesInUse to true
        move "00" to Parameter
    end-if
    .

OpenFiles section.
    if not RoverMasterIsOpen
        open i-o RoverMaster
            set SurveyLedgerIsOpen to true
        end-if
    end-if
    if not ChargerConfigIsOpen
        open i-o ChargerConfig
        if ChargerConfigOk
            set ChargerConfigIsOpen to true
        else
            open output ChargerConfig
            close ChargerConfig
            open i-o ChargerConfig
            set ChargerConfigIsOpen to true
        end-if
    end-if
    if not RoverClassIsOpen
        open i-o RoverClassFile
        if RoverClassOk
            set RoverClassIsOpen to true
        else
            open output RoverClassFile
            close RoverClassFile
            open i-o RoverClassFile
            set RoverClassIsOpen to true
        end-if
    end-if
    if not SampleInventoryIsOpen
        open i-o SampleInventory
        if SampleInventoryOk
            set SampleInventoryIsOpen to true
        else
            open output SampleInventory
            close SampleInventory
            open i-o SampleInventory
            set SampleInventoryIsOpen to true
        end-if
    end-if
    if not DepotConfigIsOpen
        open i-o DepotConfig
        if DepotConfigOk
            set DepotConfigIsOpen to true
        else
            open output DepotConfig
            close DepotConfig
            open i-o DepotConfig
            set DepotConfigIsOpen to true
        end-if
    end-if
    if not IncidentFileIsOpen
        open i-o IncidentFile
        if IncidentFileOk
            set IncidentFileIsOpen to true
        else
            open output IncidentFile
            close IncidentFile
            open i-o IncidentFile
            set IncidentFileIsOpen to true
        end-if
    end-if
    if not ZoneLinkIsOpen
        open i-o ZoneLinkFile
        if ZoneLinkOk
            set ZoneLinkIsOpen to true
        else
            open output ZoneLinkFile
            close ZoneLinkFile
            open i-o ZoneLinkFile
            set ZoneLinkIsOpen to true
        end-if
    end-if
    .

WriteAuditRecord section.
    move CurrentPowerBalance to AuditPowerBalance
    move CurrentOutcomeStatus to AuditOutcomeStatus
    move CurrentOperatorId to AuditOperatorId
    move CurrentCostCentre to AuditCostCentre
    move CommandSquaresDriven to AuditSquaresDriven
    move CommandTurnsMade to AuditTurnsMade
    move CommandPowerUsed to AuditPowerUsed
    write AuditLogRecord
    .

CheckCommandIncident section.
    move spaces to IncidentWorkType
    evaluate function trim(Command)
        when "MoveRover"
            move MoveStatus to IncidentWorkStatus
            perform ClassifyMoveFailure
        when "GoToPosition"
            if GoToMoveStatus not = spaces
                move GoToMoveStatus to IncidentWorkStatus
                perform ClassifyMoveFailure
            else
                if GoToStatusNoRoute or GoToStatusRouteTooLong
                    move GoToStatus to IncidentWorkStatus
                    move "NOROUTE" to IncidentWorkType
                end-if
            end-if
        when "DivertToCharger"
            move DivertStatus to IncidentWorkStatus
            evaluate true
                when DivertStatusDriveFailed
                    move DivertMoveStatus to IncidentWorkStatus
                    perform ClassifyMoveFailure
                when DivertStatusNoCharger
                    move "NOCHARGR" to IncidentWorkType
                when DivertStatusNoRoute
                    move "NOROUTE" to IncidentWorkType
            end-evaluate
        when "SurveySquare"
            if SurveyStatusPowerExhausted
                move SurveyStatus to IncidentWorkStatus
                move "NOPOWER" to IncidentWorkType
            end-if
    end-evaluate
    if IncidentWorkType not = spaces
        move CurrentRoverId to IncidentWorkRoverId
        move function trim(Command) to IncidentWorkCommand
        move spaces to IncidentWorkReference
        move CurrentZoneId to IncidentWorkZoneId
        move RoverPosition to IncidentWorkPosition
        perform RecordIncident
    end-if
    .

ClassifyMoveFailure section.
    evaluate IncidentWorkStatus
        when "01" move "COLLISN" to IncidentWorkType
        when "02" move "OBSTACLE" to IncidentWorkType
        when "05" move "NOPOWER" to IncidentWorkType
        when "06" move "TERRAIN" to IncidentWorkType
    end-evaluate
    .

RaiseIncident section.
    move Parameter to RaiseIncidentParm
    move RaiseRoverId to IncidentWorkRoverId
    move RaiseType to IncidentWorkType
    move RaiseCommand to IncidentWorkCommand
    move RaiseStatus to IncidentWorkStatus
    move RaiseReference to IncidentWorkReference
    if IncidentWorkType = spaces
        perform ClassifyMoveFailure
    end-if
    if IncidentWorkType = spaces
        set RaiseResultNotRaised to true
        move 0 to RaiseIncidentSeq
    else
        move RaiseRoverId to MasterRoverId
        read RoverMaster
        if RoverMasterOk
            if MasterZoneId = spaces
                move "GRID01" to IncidentWorkZoneId
            else
                move MasterZoneId to IncidentWorkZoneId
            end-if
            move MasterPosition to IncidentWorkPosition
        else
            move spaces to IncidentWorkZoneId
            move 0 to IncidentWorkXPos
            move 0 to IncidentWorkYPos
            move space to IncidentWorkOrientation
        end-if
        perform RecordIncident
        move IncidentWorkResult to RaiseResult
        move IncidentWorkSeq to RaiseIncidentSeq
    end-if
    move RaiseResult to CurrentOutcomeStatus
    move RaiseIncidentParm to Parameter
    .

SetIncidentRaising section.
    if Parameter(1:1) = "N"
        move "N" to IncidentRaising
    else
        move "Y" to IncidentRaising
    end-if
    .

RecordIncident section.
    move IncidentWorkRoverId to IncidentRoverId
    move IncidentWorkType to IncidentType
    move 0 to IncidentSeq
    move 0 to LastIncidentSeq
    move "N" to OpenIncidentFound
    move "N" to EndOfIncidents
    start IncidentFile key is not less than IncidentKey
    if IncidentFileOk
        perform until AllIncidentsScanned or OpenIncidentWasFound
            read IncidentFile next record
            if IncidentFileOk
                    and IncidentRoverId = IncidentWorkRoverId
                    and IncidentType = IncidentWorkType
                move IncidentSeq to LastIncidentSeq
                if not IncidentIsClosed
                    set OpenIncidentWasFound to true
                end-if
            else
                set AllIncidentsScanned to true
            end-if
        end-perform
    end-if
    move function current-date to IncidentTimestamp
    if OpenIncidentWasFound
        if IncidentOccurrences < 99999
            add 1 to IncidentOccurrences
        end-if
        move IncidentTimestamp(1:14) to IncidentLastSeen
        rewrite IncidentRecord
        move "01" to IncidentWorkResult
    else
        initialize IncidentRecord
        move IncidentWorkRoverId to IncidentRoverId
        move IncidentWorkType to IncidentType
        if LastIncidentSeq < 9999
            compute IncidentSeq = LastIncidentSeq + 1
        else
            move 9999 to IncidentSeq
        end-if
        set IncidentIsOpen to true
        evaluate IncidentWorkType
            when "COLLISN"
            when "DEADLOCK"
                set IncidentSeverityHigh to true
            when "NOPOWER"
            when "NOCHARGR"
            when "MISSION"
                set IncidentSeverityMedium to true
            when other
                set IncidentSeverityLow to true
        end-evaluate
        move IncidentWorkZoneId to IncidentZoneId
        move IncidentWorkPosition to IncidentPosition
        move IncidentWorkCommand to IncidentCommand
        move IncidentWorkStatus to IncidentStatus
        move CurrentOperatorId to IncidentOperatorId
        move IncidentWorkReference to IncidentReference
        move IncidentTimestamp(1:14) to IncidentOpened
        move IncidentTimestamp(1:14) to IncidentLastSeen
        move 1 to IncidentOccurrences
        write IncidentRecord
        move "00" to IncidentWorkResult
    end-if
    move IncidentSeq to IncidentWorkSeq
    .

SignOnOperator section.
    move Parameter to SignOnParm
    move SignOnOperatorId to OperatorId
                to SignOnAllowedCommand(OperatorAllowedIndex)
        end-perform
        move SignOnOperatorId to CurrentOperatorId
        move OperatorCostCentre to CurrentCostCentre
        set SignOnStatusOk to true
    else
        move spaces to SignOnOperatorName
        move 0 to ObstacleCount
    end-if
    perform LoadTerrainProfile
    perform LoadZoneGateways
    .

LoadZoneGateways section.
    move 0 to GatewayCount
    move CurrentZoneId to ZoneLinkKey
    read ZoneLinkFile
    if ZoneLinkOk
        perform varying ConfigLinkIndex from 1 by 1
                until ConfigLinkIndex > ConfigLinkCount
            if ConfigLinkActive(ConfigLinkIndex) = "Y"
                add 1 to GatewayCount
                move ConfigLinkXPos(ConfigLinkIndex) to GatewayXPos(GatewayCount)
                move ConfigLinkYPos(ConfigLinkIndex) to GatewayYPos(GatewayCount)
                move ConfigLinkToZone(ConfigLinkIndex)
                    to GatewayToZone(GatewayCount)
                move ConfigLinkEntryXPos(ConfigLinkIndex)
                    to GatewayEntryXPos(GatewayCount)
                move ConfigLinkEntryYPos(ConfigLinkIndex)
                    to GatewayEntryYPos(GatewayCount)
                move ConfigLinkEntryOrientation(ConfigLinkIndex)
                    to GatewayEntryOrientation(GatewayCount)
            end-if
        end-perform
    end-if
    .

LoadTerrainProfile section.
    if RoverMasterOk
        move SelectedRoverId to CurrentRoverId
        perform ResolveRoverZone
        perform LoadRoverClass
        move MasterZoneId to SelectedZoneId
        move MasterClassCode to SelectedClassCode
        move MasterPosition to RoverPosition
        move MasterPowerBalance to CurrentPowerBalance
        perform RestoreFromCheckpoint
            move SelectedZoneId to CurrentZoneId
            perform LoadGridConfig
        end-if
        move SelectedClassCode to MasterClassCode
        perform LoadRoverClass
        evaluate true
            when SelectedClassCode not = spaces and not ProfileClassIsKnown
                set SelectStatusBadClass to true
                move spaces to CurrentRoverId
            when InitialXPos > MaxX or InitialYPos > MaxY
                set SelectStatusBadTarget to true
                move spaces to CurrentRoverId
            when other
                perform EnsureFleetOccupancy
                move InitialXPos to CandidateXPos
                move InitialYPos to CandidateYPos
                perform CheckSquareOccupied
                if SquareIsOccupied
                    set SelectStatusOccupied to true
                    move spaces to CurrentRoverId
                else
                    move SelectedRoverId to MasterRoverId
                    move InitialPosition to RoverPosition
                    move InitialPosition to MasterPosition
                    move 100 to NewRoverPower
                    if NewRoverPower > ProfileMaxPower
                        move ProfileMaxPower to NewRoverPower
                    end-if
                    move NewRoverPower to MasterPowerBalance
                    move SelectedZoneId to MasterZoneId
                    move 0 to MasterOdometer
                    move 0 to MasterTurnsCount
                    move 0 to MasterLastServiced
                    move SelectedClassCode to MasterClassCode
                    move 0 to MasterPayloadCount
                    write RoverMasterRecord
                    move RoverPosition to PreMovePosition
                    perform UpdateRoverOccupancy
                    move MasterPowerBalance to CurrentPowerBalance
                    set SelectStatusOk to true
                end-if
        end-evaluate
    end-if
    move SelectStatus to CurrentOutcomeStatus
    move SelectRoverParm to Parameter
    end-if
    .

LoadRoverClass section.
    move MasterClassCode to ProfileClassCode
    move "N" to ProfileClassKnown
    move 9999 to ProfileMaxPower
    move 1 to ProfilePowerMultiplier
    move 999 to ProfilePayloadLimit
    move "Y" to ProfileRockAllowed
    move "Y" to ProfileSandAllowed
    move "Y" to ProfileDuneAllowed
    move "Y" to ProfileSurveyCapable
    if ProfileClassCode not = spaces
        move ProfileClassCode to ClassCode
        read RoverClassFile
        if RoverClassOk
            set ProfileClassIsKnown to true
            if ClassMaxPower is numeric and ClassMaxPower > 0
                move ClassMaxPower to ProfileMaxPower
            end-if
            if ClassPowerMultiplier is numeric
                    and ClassPowerMultiplier > 0
                move ClassPowerMultiplier to ProfilePowerMultiplier
            end-if
            if ClassAllowedTerrain not = spaces
                perform SetAllowedTerrain
            end-if
            if not ClassCanSurvey
                move "N" to ProfileSurveyCapable
            end-if
            if ClassPayloadLimit is numeric
                move ClassPayloadLimit to ProfilePayloadLimit
            end-if
        end-if
    end-if
    .

SetAllowedTerrain section.
    move 0 to TerrainLetterCount
    inspect ClassAllowedTerrain tallying TerrainLetterCount for all "R"
    if TerrainLetterCount = 0
        move "N" to ProfileRockAllowed
    end-if
    move 0 to TerrainLetterCount
    inspect ClassAllowedTerrain tallying TerrainLetterCount for all "S"
    if TerrainLetterCount = 0
        move "N" to ProfileSandAllowed
    end-if
    move 0 to TerrainLetterCount
    inspect ClassAllowedTerrain tallying TerrainLetterCount for all "D"
    if TerrainLetterCount = 0
        move "N" to ProfileDuneAllowed
    end-if
    .

AssignRoverClass section.
    move Parameter to AssignClassParm
    move 0 to AssignPowerBalance
    move AssignRoverId to CurrentRoverId
    move AssignRoverId to MasterRoverId
    read RoverMaster
    if RoverMasterOk
        perform ResolveRoverZone
        move MasterPosition to RoverPosition
        move AssignClassCode to MasterClassCode
        perform LoadRoverClass
        if AssignClassCode not = spaces and not ProfileClassIsKnown
            set AssignStatusNoSuchClass to true
        else
            if MasterPowerBalance > ProfileMaxPower
                move ProfileMaxPower to MasterPowerBalance
            end-if
            rewrite RoverMasterRecord
            set AssignStatusOk to true
        end-if
        move MasterPowerBalance to AssignPowerBalance
        move MasterPowerBalance to CurrentPowerBalance
    else
        set AssignStatusNoSuchRover to true
    end-if
    move AssignStatus to CurrentOutcomeStatus
    move AssignClassParm to Parameter
    .

RestoreFromCheckpoint section.
    move CurrentRoverId to CheckpointRoverId
    read CheckpointFile
            perform RestoreWearCounters
            write RoverMasterRecord
            perform RekeyCheckpoint
            perform RekeySamples
            move LifecycleNewRoverId to CurrentRoverId
            move RoverPosition to PreMovePosition
            perform UpdateRoverOccupancy

RechargeRover section.
    move Parameter to RechargeRoverParm
    move 0 to RechargeUnitsGranted
    move RechargeRoverId to CurrentRoverId
    move RechargeRoverId to MasterRoverId
    read RoverMaster
    if RoverMasterOk
        perform ResolveRoverZone
        perform LoadRoverClass
        move MasterPosition to RoverPosition
        perform LoadChargerConfig
        perform FindChargerAtRover
        evaluate true
            when ChargerSlot = 0
                set RechargeStatusNotOnCharger to true
            when MasterPowerBalance >= ProfileMaxPower
                set RechargeStatusAtCapacity to true
            when other
                perform RechargeFromCharger
        end-evaluate
        move MasterPowerBalance to RechargeNewBalance
        move MasterPowerBalance to CurrentPowerBalance
    else
        move 0 to RechargeNewBalance
        set RechargeStatusNotFound to true
    move RechargeRoverParm to Parameter
    .

RechargeFromCharger section.
    perform RollChargerDay
    perform ComputeChargerUnitsLeft
    if ChargerUnitsLeft = 0
        add 1 to ConfigChargerTurnedAway(ChargerSlot)
        rewrite ChargerConfigRecord
        set RechargeStatusChargerSpent to true
    else
        perform GrantChargerUnits
        set RechargeStatusOk to true
    end-if
    .

GrantChargerUnits section.
    move RechargeUnits to ChargeGrantUnits
    if ChargeGrantUnits > ChargerUnitsLeft
        move ChargerUnitsLeft to ChargeGrantUnits
    end-if
    compute PowerWorkBalance = MasterPowerBalance + ChargeGrantUnits
    if PowerWorkBalance > ProfileMaxPower
        move ProfileMaxPower to PowerWorkBalance
        compute ChargeGrantUnits = ProfileMaxPower - MasterPowerBalance
    end-if
    move PowerWorkBalance to MasterPowerBalance
    rewrite RoverMasterRecord
    add ChargeGrantUnits to ConfigChargerUnitsIssued(ChargerSlot)
    add 1 to ConfigChargerRoversServed(ChargerSlot)
    rewrite ChargerConfigRecord
    move ChargeGrantUnits to RechargeUnitsGranted
    .

LoadChargerConfig section.
    move CurrentZoneId to ChargerConfigKey
    read ChargerConfig
    if ChargerConfigOk
        set ChargerConfigWasFound to true
    else
        move "N" to ChargerConfigFound
        move CurrentZoneId to ChargerConfigKey
        move 0 to ConfigChargerCount
    end-if
    .

FindChargerAtRover section.
    move 0 to ChargerSlot
    if ChargerConfigWasFound
        perform varying ScanChargerSlot from 1 by 1
                until ScanChargerSlot > ConfigChargerCount
            if ConfigChargerActive(ScanChargerSlot) = "Y"
                    and ConfigChargerXPos(ScanChargerSlot) = XPos
                    and ConfigChargerYPos(ScanChargerSlot) = YPos
                move ScanChargerSlot to ChargerSlot
            end-if
        end-perform
    end-if
    .

RollChargerDay section.
    move function current-date(1:8) to ChargerToday
    if ConfigChargerUsageDate(ChargerSlot) not = ChargerToday
        move ChargerToday to ConfigChargerUsageDate(ChargerSlot)
        move 0 to ConfigChargerUnitsIssued(ChargerSlot)
        move 0 to ConfigChargerRoversServed(ChargerSlot)
        move 0 to ConfigChargerTurnedAway(ChargerSlot)
    end-if
    .

ComputeChargerUnitsLeft section.
    move function current-date(1:8) to ChargerToday
    if ConfigChargerUsageDate(ChargerSlot) not = ChargerToday
        move ConfigChargerDailyUnits(ChargerSlot) to ChargerUnitsLeft
    else
        if ConfigChargerUnitsIssued(ChargerSlot)
                >= ConfigChargerDailyUnits(ChargerSlot)
            move 0 to ChargerUnitsLeft
        else
            compute ChargerUnitsLeft = ConfigChargerDailyUnits(ChargerSlot)
                - ConfigChargerUnitsIssued(ChargerSlot)
        end-if
    end-if
    .

SaveWearCounters section.
    move MasterOdometer to SavedOdometer
    move MasterTurnsCount to SavedTurnsCount
    move MasterLastServiced to SavedLastServiced
    move MasterClassCode to SavedClassCode
    move MasterPayloadCount to SavedPayloadCount
    .

RestoreWearCounters section.
    move SavedOdometer to MasterOdometer
    move SavedTurnsCount to MasterTurnsCount
    move SavedLastServiced to MasterLastServiced
    move SavedClassCode to MasterClassCode
    move SavedPayloadCount to MasterPayloadCount
    .

ApplyWearCounters section.
    read RoverMaster
    if RoverMasterOk
        perform ResolveRoverZone
        perform LoadRoverClass
        move MasterPosition to RoverPosition
        if SurveyWithNeighbours
            compute SurveyChargeTotal rounded
                = (SurveyPowerCost + NeighbourSurveyCost)
                    * ProfilePowerMultiplier
        else
            compute SurveyChargeTotal rounded
                = SurveyPowerCost * ProfilePowerMultiplier
        end-if
        if SurveyChargeTotal = 0
            move 1 to SurveyChargeTotal
        end-if
        evaluate true
            when not ProfileCanSurvey
                set SurveyStatusNotEquipped to true
                move MasterPowerBalance to CurrentPowerBalance
            when MasterPowerBalance < SurveyChargeTotal
                set SurveyStatusPowerExhausted to true
                move MasterPowerBalance to CurrentPowerBalance
            when other
                subtract SurveyChargeTotal from MasterPowerBalance
                add SurveyChargeTotal to CommandPowerUsed
                rewrite RoverMasterRecord
                move MasterPowerBalance to CurrentPowerBalance
                perform LoadSurveyLedger
                move XPos to SurveyWorkXPos
                move YPos to SurveyWorkYPos
                perform MarkSurveyCell
                if SurveyWithNeighbours
                    perform varying SurveyDirection from 1 by 1
                            until SurveyDirection > 4
                        perform ResolveSurveyNeighbour
                        if SurveyCellIsValid
                            perform MarkSurveyCell
                        end-if
                    end-perform
                end-if
                perform StoreSurveyLedger
                set SurveyStatusOk to true
        end-evaluate
    else
        set SurveyStatusNoSuchRover to true
    end-if
    end-if
    .

RekeySamples section.
    move low-values to SampleId
    start SampleInventory key is not less than SampleId
    if SampleInventoryOk
        move "N" to EndOfSamples
        perform until AllSamplesScanned
            read SampleInventory next record
            if SampleInventoryOk
                if SampleRoverId = LifecycleRoverId and SampleIsOnBoard
                    move LifecycleNewRoverId to SampleRoverId
                    rewrite SampleRecord
                end-if
            else
                set AllSamplesScanned to true
            end-if
        end-perform
    end-if
    .

CollectSample section.
    move Parameter to CollectSampleParm
    move 0 to CollectPayloadCount
    move 0 to CollectPayloadLimit
    move CurrentRoverId to MasterRoverId
    read RoverMaster
    if RoverMasterOk
        perform ResolveRoverZone
        perform LoadRoverClass
        move MasterPosition to RoverPosition
        move MasterPowerBalance to CurrentPowerBalance
        move ProfilePayloadLimit to CollectPayloadLimit
        evaluate true
            when CollectSampleId = spaces
                set CollectStatusBadSampleId to true
            when MasterPayloadCount >= ProfilePayloadLimit
                set CollectStatusPayloadFull to true
            when other
                move CollectSampleId to SampleId
                read SampleInventory
                if SampleInventoryOk
                    set CollectStatusDuplicate to true
                else
                    perform StoreCollectedSample
                    set CollectStatusOk to true
                end-if
        end-evaluate
        move MasterPayloadCount to CollectPayloadCount
    else
        set CollectStatusNoSuchRover to true
    end-if
    move CollectStatus to CurrentOutcomeStatus
    move CollectSampleParm to Parameter
    .

StoreCollectedSample section.
    move function current-date to SampleTimestamp
    move CollectSampleId to SampleId
    move CurrentZoneId to SampleZoneId
    move XPos to SampleXPos
    move YPos to SampleYPos
    move CurrentRoverId to SampleRoverId
    move CurrentOperatorId to SampleOperatorId
    move SampleTimestamp to SampleCollectedTimestamp
    set SampleIsOnBoard to true
    move spaces to SampleDepotZoneId
    move 0 to SampleDepotXPos
    move 0 to SampleDepotYPos
    move spaces to SampleDeliveredTimestamp
    write SampleRecord
    add 1 to MasterPayloadCount
    rewrite RoverMasterRecord
    .

DeliverSamples section.
    move Parameter to DeliverSamplesParm
    move 0 to DeliverCount
    move spaces to DeliverDepotZoneId
    move CurrentRoverId to MasterRoverId
    read RoverMaster
    if RoverMasterOk
        perform ResolveRoverZone
        move MasterPosition to RoverPosition
        move MasterPowerBalance to CurrentPowerBalance
        perform LoadDepotConfig
        perform FindDepotAtRover
        if DepotSlot = 0
            set DeliverStatusNotOnDepot to true
        else
            move CurrentZoneId to DeliverDepotZoneId
            perform UnloadRoverSamples
            if DeliverCount = 0
                set DeliverStatusNothingAboard to true
            else
                set DeliverStatusOk to true
            end-if
            move CurrentRoverId to MasterRoverId
            read RoverMaster
            if RoverMasterOk
                move 0 to MasterPayloadCount
                rewrite RoverMasterRecord
            end-if
        end-if
    else
        set DeliverStatusNoSuchRover to true
    end-if
    move DeliverStatus to CurrentOutcomeStatus
    move DeliverSamplesParm to Parameter
    .

UnloadRoverSamples section.
    move function current-date to SampleTimestamp
    move low-values to SampleId
    start SampleInventory key is not less than SampleId
    if SampleInventoryOk
        move "N" to EndOfSamples
        perform until AllSamplesScanned
            read SampleInventory next record
            if SampleInventoryOk
                if SampleRoverId = CurrentRoverId and SampleIsOnBoard
                    set SampleIsDelivered to true
                    move CurrentZoneId to SampleDepotZoneId
                    move XPos to SampleDepotXPos
                    move YPos to SampleDepotYPos
                    move SampleTimestamp to SampleDeliveredTimestamp
                    rewrite SampleRecord
                    add 1 to DeliverCount
                end-if
            else
                set AllSamplesScanned to true
            end-if
        end-perform
    end-if
    .

LoadDepotConfig section.
    move CurrentZoneId to DepotConfigKey
    read DepotConfig
    if DepotConfigOk
        set DepotConfigWasFound to true
    else
        move "N" to DepotConfigFound
        move CurrentZoneId to DepotConfigKey
        move 0 to ConfigDepotCount
    end-if
    .

FindDepotAtRover section.
    move 0 to DepotSlot
    if DepotConfigWasFound
        perform varying ScanDepotSlot from 1 by 1
                until ScanDepotSlot > ConfigDepotCount
            if ConfigDepotActive(ScanDepotSlot) = "Y"
                    and ConfigDepotXPos(ScanDepotSlot) = XPos
                    and ConfigDepotYPos(ScanDepotSlot) = YPos
                move ScanDepotSlot to DepotSlot
            end-if
        end-perform
    end-if
    .

MoveRover section.
    move Parameter to MoveRoverRequest
    move 0 to HistoryCount
    move RequestMoveSequence to MoveSequence
    move RequestStartInstruction to StartInstruction
    if StartInstruction < 1 or StartInstruction > 80
    read RoverMaster
    if RoverMasterOk
        perform ResolveRoverZone
        perform LoadRoverClass
        move MasterPowerBalance to CurrentPowerBalance
        perform SaveWearCounters
        perform EnsureFleetOccupancy
        perform FindGatewayAtRover
        if GatewaySlot > 0
            compute GatewayInstruction = StartInstruction - 1
            move "Y" to GatewayReached
        end-if
        perform DriveRover
    else
        set MoveStatusNoSuchRover to true
        move 0 to PowerBalance

GoToPosition section.
    move Parameter to GoToPositionParm
    move 0 to HistoryCount
    move spaces to GoToMoveStatus
    move CurrentRoverId to MasterRoverId
    read RoverMaster
    if RoverMasterOk
        perform ResolveRoverZone
        perform LoadRoverClass
        move MasterPowerBalance to CurrentPowerBalance
        perform SaveWearCounters
        perform EnsureFleetOccupancy
        if GoalZoneId = spaces or GoalZoneId = CurrentZoneId
            perform DriveToGoal
        else
            perform DriveToGoalZone
        end-if
    else
        set GoToStatusNoSuchRover to true
    move GoToPositionParm to Parameter
    .

DriveToGoal section.
    if GoalXPos > MaxX or GoalYPos > MaxY
        set GoToStatusBadTarget to true
    else
        move GoalXPos to CandidateXPos
        move GoalYPos to CandidateYPos
        perform CheckSquareOccupied
        if SquareIsOccupied
            set GoToStatusBadTarget to true
        else
            call "PlanRoverRoute" using GoToPositionParm
            if GoToStatusOk
                move PlannedSequence to MoveSequence
                move 1 to StartInstruction
                perform DriveRover
                move MoveStatus to GoToMoveStatus
            end-if
        end-if
    end-if
    .

DriveToGoalZone section.
    move GoalPosition to ZoneGoalPosition
    move GoalZoneId to GridConfigKey
    read GridConfig
    evaluate true
        when not GridConfigOk
            set GoToStatusBadTarget to true
        when GoalXPos > ConfigMaxX or GoalYPos > ConfigMaxY
            set GoToStatusBadTarget to true
        when other
            perform PlanZonePath
            if ZoneHopCount = 0
                set GoToStatusNoRoute to true
            else
                set GoToStatusOk to true
                set MoveStatusOk to true
                perform varying ZoneHopSlot from 1 by 1
                        until ZoneHopSlot > ZoneHopCount
                            or not GoToStatusOk or not MoveStatusOk
                    perform DriveToGateway
                end-perform
                move ZoneGoalPosition to GoalPosition
                if GoToStatusOk and MoveStatusOk
                    perform DriveToGoal
                end-if
            end-if
    end-evaluate
    move ZoneGoalPosition to GoalPosition
    if not GoToStatusOk
        move spaces to GoToMoveStatus
    end-if
    .

PlanZonePath section.
    move 0 to ZoneHopCount
    move 0 to ZoneNodeGoal
    move 1 to ZoneNodeCount
    move CurrentZoneId to ZoneNodeId(1)
    move 0 to ZoneNodeParent(1)
    move 1 to ZoneNodeHead
    perform until ZoneNodeHead > ZoneNodeCount or ZoneNodeGoal > 0
        move ZoneNodeId(ZoneNodeHead) to ZoneLinkKey
        read ZoneLinkFile
        if ZoneLinkOk
            perform varying ConfigLinkIndex from 1 by 1
                    until ConfigLinkIndex > ConfigLinkCount or ZoneNodeGoal > 0
                if ConfigLinkActive(ConfigLinkIndex) = "Y"
                    perform AddZoneNode
                end-if
            end-perform
        end-if
        add 1 to ZoneNodeHead
    end-perform
    if ZoneNodeGoal > 0
        perform BuildZoneHops
    end-if
    .

AddZoneNode section.
    move "N" to ZoneNodeSeen
    perform varying ZoneNodeSlot from 1 by 1
            until ZoneNodeSlot > ZoneNodeCount or ZoneNodeWasSeen
        if ZoneNodeId(ZoneNodeSlot) = ConfigLinkToZone(ConfigLinkIndex)
            set ZoneNodeWasSeen to true
        end-if
    end-perform
    if not ZoneNodeWasSeen and ZoneNodeCount < 50
        add 1 to ZoneNodeCount
        move ConfigLinkToZone(ConfigLinkIndex) to ZoneNodeId(ZoneNodeCount)
        move ZoneNodeHead to ZoneNodeParent(ZoneNodeCount)
        move ConfigLinkXPos(ConfigLinkIndex)
            to ZoneNodeGatewayXPos(ZoneNodeCount)
        move ConfigLinkYPos(ConfigLinkIndex)
            to ZoneNodeGatewayYPos(ZoneNodeCount)
        if ZoneNodeId(ZoneNodeCount) = GoalZoneId
            move ZoneNodeCount to ZoneNodeGoal
        end-if
    end-if
    .

BuildZoneHops section.
    move ZoneNodeGoal to ZoneNodeSlot
    perform until ZoneNodeParent(ZoneNodeSlot) = 0
        add 1 to ZoneHopCount
        move ZoneNodeParent(ZoneNodeSlot) to ZoneNodeSlot
    end-perform
    move ZoneHopCount to ZoneHopSlot
    move ZoneNodeGoal to ZoneNodeSlot
    perform until ZoneHopSlot = 0
        move ZoneNodeGatewayXPos(ZoneNodeSlot) to ZoneHopXPos(ZoneHopSlot)
        move ZoneNodeGatewayYPos(ZoneNodeSlot) to ZoneHopYPos(ZoneHopSlot)
        move ZoneNodeId(ZoneNodeSlot) to ZoneHopToZone(ZoneHopSlot)
        move ZoneNodeParent(ZoneNodeSlot) to ZoneNodeSlot
        subtract 1 from ZoneHopSlot
    end-perform
    .

DriveToGateway section.
    move ZoneHopXPos(ZoneHopSlot) to GoalXPos
    move ZoneHopYPos(ZoneHopSlot) to GoalYPos
    if XPos = GoalXPos and YPos = GoalYPos
        perform FindGatewayAtRover
        if GatewaySlot = 0
            set GoToStatusNoRoute to true
        else
            move spaces to MoveSequence
            move 80 to GatewayInstruction
            move "Y" to GatewayReached
            perform DriveRover
        end-if
    else
        call "PlanRoverRoute" using GoToPositionParm
        if GoToStatusOk
            move PlannedSequence to MoveSequence
            move 1 to StartInstruction
            perform DriveRover
        end-if
    end-if
    if GoToStatusOk
        move MoveStatus to GoToMoveStatus
        perform SaveWearCounters
        if MoveStatusOk and CurrentZoneId not = ZoneHopToZone(ZoneHopSlot)
            set GoToStatusNoRoute to true
        end-if
    end-if
    .

FindGatewayAtRover section.
    move 0 to GatewaySlot
    perform varying GatewayIndex from 1 by 1
            until GatewayIndex > GatewayCount or GatewaySlot > 0
        if GatewayXPos(GatewayIndex) = XPos
                and GatewayYPos(GatewayIndex) = YPos
            set GatewaySlot to GatewayIndex
        end-if
    end-perform
    .

DriveRover section.
    set MoveStatusOk to true
    move 0 to ErrorInstructionNumber
    move space to ErrorCharacter
    move 0 to SquaresTravelled
    move 0 to TurnsExecuted
    move CurrentPowerBalance to PowerBalance
    move RoverPosition to PreMovePosition
    if not GatewayWasReached
        call "MoveMarsRover" using MoveRoverParms
    end-if
    perform CrossGateway until not GatewayWasReached
    move CurrentRoverId to MasterRoverId
    move RoverPosition to MasterPosition
    move PowerBalance to MasterPowerBalance
    move CurrentZoneId to MasterZoneId
    perform ApplyWearCounters
    rewrite RoverMasterRecord
    perform UpdateRoverOccupancy
    perform AddCommandUsage
    move PowerBalance to CurrentPowerBalance
    .

CrossGateway section.
    move "N" to GatewayReached
    move CurrentZoneId to TransitFromZoneId
    move XPos to TransitGatewayXPos
    move YPos to TransitGatewayYPos
    move GatewayToZone(GatewaySlot) to TransitZoneId
    move GatewayEntryPosition(GatewaySlot) to TransitEntryPosition
    perform CheckTransitEntry
    if MoveStatusOk
        perform CompleteTransit
    else
        move GatewayInstruction to ErrorInstructionNumber
    end-if
    .

CheckTransitEntry section.
    move "N" to SquareOccupied
    perform ScanTransitSquare
    if SquareIsOccupied
        set MoveStatusCollision to true
    else
        perform CheckTransitObstacle
        if SquareIsOccupied
            set MoveStatusObstacle to true
        else
            perform CheckTransitTerrain
            if TransitTerrainIsForbidden
                set MoveStatusTerrainForbidden to true
            else
                perform ChargeTransitPower
            end-if
        end-if
    end-if
    .

ScanTransitSquare section.
    move low-values to MasterRoverId
    start RoverMaster key is not less than MasterRoverId
    if RoverMasterOk
        perform until not RoverMasterOk or SquareIsOccupied
            read RoverMaster next record
            if RoverMasterOk
                move MasterZoneId to ScanZoneId
                if ScanZoneId = spaces
                    move "GRID01" to ScanZoneId
                end-if
                if ScanZoneId = TransitZoneId
                        and MasterXPos = TransitXPos
                        and MasterYPos = TransitYPos
                        and MasterRoverId not = CurrentRoverId
                    move "Y" to SquareOccupied
                end-if
            end-if
        end-perform
    end-if
    .

CheckTransitObstacle section.
    move TransitZoneId to GridConfigKey
    read GridConfig
    if GridConfigOk
        if TransitXPos > ConfigMaxX or TransitYPos > ConfigMaxY
            move "Y" to SquareOccupied
        end-if
        perform varying ConfigObstacleIndex from 1 by 1
                until ConfigObstacleIndex > ConfigObstacleCount
            if ConfigObstacleActive(ConfigObstacleIndex) = "Y"
                    and ConfigObstacleXPos(ConfigObstacleIndex) = TransitXPos
                    and ConfigObstacleYPos(ConfigObstacleIndex) = TransitYPos
                move "Y" to SquareOccupied
            end-if
        end-perform
    end-if
    .

CheckTransitTerrain section.
    move "R" to TransitTerrainClass
    move TransitZoneId to TerrainConfigKey
    read TerrainConfig
    if TerrainConfigOk
        perform varying ConfigTerrainIndex from 1 by 1
                until ConfigTerrainIndex > ConfigTerrainCount
            if ConfigTerrainXPos(ConfigTerrainIndex) = TransitXPos
                    and ConfigTerrainYPos(ConfigTerrainIndex) = TransitYPos
                move ConfigTerrainClass(ConfigTerrainIndex)
                    to TransitTerrainClass
            end-if
        end-perform
    end-if
    move "N" to TransitTerrain
    evaluate TransitTerrainClass
        when "S"
            move 2 to TransitTerrainMultiplier
            if not ProfileSandIsAllowed
                move "Y" to TransitTerrain
            end-if
        when "D"
            move 3 to TransitTerrainMultiplier
            if not ProfileDuneIsAllowed
                move "Y" to TransitTerrain
            end-if
        when other
            move 1 to TransitTerrainMultiplier
            if not ProfileRockIsAllowed
                move "Y" to TransitTerrain
            end-if
    end-evaluate
    .

ChargeTransitPower section.
    compute TransitPowerCost rounded = TransitForwardCost
        * TransitTerrainMultiplier * ProfilePowerMultiplier
    if TransitPowerCost = 0
        move 1 to TransitPowerCost
    end-if
    if PowerBalance < TransitPowerCost
        set MoveStatusPowerExhausted to true
    else
        subtract TransitPowerCost from PowerBalance
        add 1 to SquaresTravelled
    end-if
    .

CompleteTransit section.
    move TransitZoneId to CurrentZoneId
    perform LoadGridConfig
    perform EnsureFleetOccupancy
    move TransitEntryPosition to RoverPosition
    if HistoryCount < 80
        add 1 to HistoryCount
        move XPos to HistoryXPos(HistoryCount)
        move YPos to HistoryYPos(HistoryCount)
        move Orientation to HistoryOrientation(HistoryCount)
        move CurrentZoneId to HistoryZoneId(HistoryCount)
    end-if
    perform WriteTransitAudit
    if GatewayInstruction < 80
            and MoveSequence(GatewayInstruction + 1:1) not = space
        compute StartInstruction = GatewayInstruction + 1
        perform WriteTransitCheckpoint
        call "MoveMarsRover" using MoveRoverParms
    else
        perform DropCheckpoint
    end-if
    .

WriteTransitCheckpoint section.
    move CurrentRoverId to CheckpointRoverId
    read CheckpointFile
    move StartInstruction to CheckpointInstruction
    move RoverPosition to CheckpointPosition
    if CheckpointOk
        rewrite CheckpointRecord
    else
        write CheckpointRecord
    end-if
    .

WriteTransitAudit section.
    move AuditParameterIn to SavedAuditParameter
    move function current-date to AuditTimestamp
    move CurrentRoverId to AuditRoverId
    move "ZoneTransit" to AuditCommand
    move TransitOrigin to AuditParameterIn
    move RoverPosition to AuditRoverPosition
    move CurrentZoneId to AuditZoneId
    move PowerBalance to AuditPowerBalance
    move "00" to AuditOutcomeStatus
    move CurrentOperatorId to AuditOperatorId
    move CurrentCostCentre to AuditCostCentre
    move 0 to AuditSquaresDriven
    move 0 to AuditTurnsMade
    move 0 to AuditPowerUsed
    write AuditLogRecord
    move SavedAuditParameter to AuditParameterIn
    .

AddCommandUsage section.
    compute CommandUsageWork = CommandSquaresDriven + SquaresTravelled
    if CommandUsageWork > 999
        move 999 to CommandUsageWork
    end-if
    move CommandUsageWork to CommandSquaresDriven
    compute CommandUsageWork = CommandTurnsMade + TurnsExecuted
    if CommandUsageWork > 999
        move 999 to CommandUsageWork
    end-if
    move CommandUsageWork to CommandTurnsMade
    if CurrentPowerBalance > PowerBalance
        compute CommandUsageWork =
            CommandPowerUsed + CurrentPowerBalance - PowerBalance
        if CommandUsageWork > 9999
            move 9999 to CommandUsageWork
        end-if
        move CommandUsageWork to CommandPowerUsed
    end-if
    .

GetRoverStatus section.
    move Parameter to RoverStatusParm
    if StatusRoverId = spaces
        move CurrentRoverId to StatusRoverId
    end-if
    move StatusRoverId to MasterRoverId
    read RoverMaster
    if RoverMasterOk
        move MasterPosition to StatusPosition
        move MasterZoneId to StatusZoneId
        if StatusZoneId = spaces
            move "GRID01" to StatusZoneId
        end-if
        move MasterPowerBalance to StatusPowerBalance
        set StatusResultOk to true
    else
        move 0 to StatusXPos
        move 0 to StatusYPos
        move space to StatusOrientation
        move spaces to StatusZoneId
        move 0 to StatusPowerBalance
        set StatusResultNotFound to true
    end-if
    move StatusResult to CurrentOutcomeStatus
    move RoverStatusParm to Parameter
    .

EstimatePower section.
    move Parameter to PowerEstimateParm
    move 0 to EstimatePowerRequired
    move 0 to EstimatePowerBalance
    move CurrentRoverId to MasterRoverId
    read RoverMaster
    if RoverMasterOk
        perform ResolveRoverZone
        perform LoadRoverClass
        move MasterPosition to RoverPosition
        move MasterPowerBalance to CurrentPowerBalance
        move MasterPowerBalance to EstimatePowerBalance
        if EstimateFromOrientation = space
            move RoverPosition to EstimateFromPosition
        end-if
        set EstimateStatusOk to true
        if EstimateForGoal
            perform EstimateGoalPower
        else
            move EstimateMoveSequence to CostSequence
            move EstimateStartInstruction to CostStartInstruction
            move EstimateFromPosition to CostStartPosition
            call "CostRoverSequence" using SequenceCostParm
            move CostPowerRequired to EstimatePowerRequired
        end-if
    else
        set EstimateStatusNoSuchRover to true
    end-if
    move EstimateStatus to CurrentOutcomeStatus
    move PowerEstimateParm to Parameter
    .

EstimateGoalPower section.
    if EstimateGoalXPos > MaxX or EstimateGoalYPos > MaxY
            or EstimateFromXPos > MaxX or EstimateFromYPos > MaxY
        set EstimateStatusBadTarget to true
    else
        perform EnsureFleetOccupancy
        move RoverPosition to SavedRoverPosition
        move EstimateFromPosition to RoverPosition
        move EstimateGoalXPos to GoalXPos
        move EstimateGoalYPos to GoalYPos
        call "PlanRoverRoute" using GoToPositionParm
        if GoToStatusOk
            move PlannedSequence to CostSequence
            move 1 to CostStartInstruction
            move EstimateFromPosition to CostStartPosition
            call "CostRoverSequence" using SequenceCostParm
            move CostPowerRequired to EstimatePowerRequired
        else
            set EstimateStatusNoRoute to true
        end-if
        move SavedRoverPosition to RoverPosition
    end-if
    .

DivertToCharger section.
    move Parameter to DivertToChargerParm
    move 0 to HistoryCount
    move spaces to DivertMoveStatus
    move 0 to DivertChargerXPos
    move 0 to DivertChargerYPos
    move 0 to DivertUnitsAvailable
    move CurrentRoverId to MasterRoverId
    read RoverMaster
    if RoverMasterOk
        perform ResolveRoverZone
        perform LoadRoverClass
        move MasterPosition to RoverPosition
        move MasterPowerBalance to CurrentPowerBalance
        perform SaveWearCounters
        perform EnsureFleetOccupancy
        perform LoadChargerConfig
        perform ChooseNearestCharger
        evaluate true
            when ChargerCandidates = 0
                set DivertStatusNoCharger to true
            when BestChargerSlot = 0
                set DivertStatusNoRoute to true
            when other
                move BestChargerSlot to ChargerSlot
                move ConfigChargerXPos(ChargerSlot) to DivertChargerXPos
                move ConfigChargerYPos(ChargerSlot) to DivertChargerYPos
                perform ComputeChargerUnitsLeft
                move ChargerUnitsLeft to DivertUnitsAvailable
                set DivertStatusOk to true
                if BestChargerSequence not = spaces
                    move BestChargerSequence to MoveSequence
                    move 1 to StartInstruction
                    perform DriveRover
                    move MoveStatus to DivertMoveStatus
                    if not MoveStatusOk
                        set DivertStatusDriveFailed to true
                    end-if
                end-if
        end-evaluate
    else
        set DivertStatusNoSuchRover to true
    end-if
    move DivertStatus to CurrentOutcomeStatus
    if DivertMoveStatus not = spaces and DivertMoveStatus not = "00"
        move DivertMoveStatus to CurrentOutcomeStatus
    end-if
    move RoverPosition to DivertFinalPosition
    move CurrentPowerBalance to DivertPowerBalance
    move DivertToChargerParm to Parameter
    .

ChooseNearestCharger section.
    move 0 to ChargerCandidates
    move 0 to BestChargerSlot
    move 99999 to BestChargerCost
    move spaces to BestChargerSequence
    if ChargerConfigWasFound
        perform varying ChargerSlot from 1 by 1
                until ChargerSlot > ConfigChargerCount
            if ConfigChargerActive(ChargerSlot) = "Y"
                perform ComputeChargerUnitsLeft
                if ChargerUnitsLeft > 0
                    add 1 to ChargerCandidates
                    perform CostChargerRoute
                    if ChargerRouteWasFound
                            and ChargerRouteCost < BestChargerCost
                        move ChargerSlot to BestChargerSlot
                        move ChargerRouteCost to BestChargerCost
                        move ChargerRouteSequence to BestChargerSequence
                    end-if
                end-if
            end-if
        end-perform
    end-if
    .

CostChargerRoute section.
    move "N" to ChargerRouteFound
    move spaces to ChargerRouteSequence
    move 0 to ChargerRouteCost
    if ConfigChargerXPos(ChargerSlot) = XPos
            and ConfigChargerYPos(ChargerSlot) = YPos
        set ChargerRouteWasFound to true
    else
        move ConfigChargerXPos(ChargerSlot) to CandidateXPos
        move ConfigChargerYPos(ChargerSlot) to CandidateYPos
        perform CheckSquareOccupied
        if not SquareIsOccupied
            move CandidateXPos to GoalXPos
            move CandidateYPos to GoalYPos
            call "PlanRoverRoute" using GoToPositionParm
            if GoToStatusOk
                move PlannedSequence to ChargerRouteSequence
                move PlannedSequence to CostSequence
                move 1 to CostStartInstruction
                move RoverPosition to CostStartPosition
                call "CostRoverSequence" using SequenceCostParm
                move CostPowerRequired to ChargerRouteCost
                set ChargerRouteWasFound to true
            end-if
        end-if
    end-if
    .

EnsureFleetOccupancy section.
    if FleetCacheZone not = CurrentZoneId
        perform RebuildFleetOccupancy
    end-if
    .

RebuildFleetOccupancy section.
    move spaces to FleetOccupancy
    move low-values to MasterRoverId
    start RoverMaster key is not less than MasterRoverId
    if RoverMasterOk
        perform until not RoverMasterOk
            read RoverMaster next record
            if RoverMasterOk
                move MasterZoneId to ScanZoneId
                if ScanZoneId = spaces
                move MasterYPos to RosterYPos(RosterCount)
                move MasterOrientation to RosterOrientation(RosterCount)
                move MasterZoneId to RosterZoneId(RosterCount)
                move MasterClassCode to RosterClassCode(RosterCount)
                if RosterZoneId(RosterCount) = spaces
                    move "GRID01" to RosterZoneId(RosterCount)
                end-if
    88 TargetIsKnown value "Y".
01 PowerAvailable pic x(01) value "Y".
    88 PowerIsAvailable value "Y".
01 TargetTerrainClass pic x(01).
01 TerrainAtTarget pic x(01) value "N".
    88 TerrainIsForbidden value "Y".

linkage section.
copy MoveRoverParms.
            perform WriteCheckpoint
            perform AppendHistory
        end-if
        if GatewayWasReached
            move CurrentInstruction to GatewayInstruction
            set EndOfSequence to true
        end-if
    end-perform
    if MoveStatusOk and not GatewayWasReached
        perform ClearCheckpoint
    end-if
    exit program
        when other
            move 0 to InstructionPowerCost
    end-evaluate
    if InstructionPowerCost > 0
        compute InstructionPowerCost rounded
            = InstructionPowerCost * ProfilePowerMultiplier
        if InstructionPowerCost = 0
            move 1 to InstructionPowerCost
        end-if
    end-if
    if InstructionPowerCost > 0
        if PowerBalance < InstructionPowerCost
            set MoveStatusPowerExhausted to true
        move XPos to HistoryXPos(HistoryCount)
        move YPos to HistoryYPos(HistoryCount)
        move Orientation to HistoryOrientation(HistoryCount)
        move CurrentZoneId to HistoryZoneId(HistoryCount)
    end-if
    .

            set MoveStatusObstacle to true
            set EndOfSequence to true
        else
            perform CheckTargetTerrain
            if TerrainIsForbidden
                set MoveStatusTerrainForbidden to true
                move CurrentInstruction to ErrorInstructionNumber
                set EndOfSequence to true
            else
                move TargetXPos to XPos
                move TargetYPos to YPos
                add 1 to SquaresTravelled
                perform CheckGatewayArrival
            end-if
        end-if
    end-if
    .

CheckGatewayArrival section.
    if GatewayCount > 0
        set GatewayIndex to 1
        search Gateway varying GatewayIndex
            at end continue
            when GatewayXPos(GatewayIndex) = XPos
                    and GatewayYPos(GatewayIndex) = YPos
                set GatewaySlot to GatewayIndex
                move "Y" to GatewayReached
        end-search
    end-if
    .

CheckTargetTerrain section.
    move "N" to TerrainAtTarget
    move "R" to TargetTerrainClass
    if TerrainCount > 0
        set TerrainIndex to 1
        search TerrainSquare varying TerrainIndex
            at end continue
            when TerrainXPos(TerrainIndex) = TargetXPos
                    and TerrainYPos(TerrainIndex) = TargetYPos
                move TerrainClass(TerrainIndex) to TargetTerrainClass
        end-search
    end-if
    evaluate TargetTerrainClass
        when "S"
            if not ProfileSandIsAllowed
                move "Y" to TerrainAtTarget
            end-if
        when "D"
            if not ProfileDuneIsAllowed
                move "Y" to TerrainAtTarget
            end-if
        when other
            if not ProfileRockIsAllowed
                move "Y" to TerrainAtTarget
            end-if
    end-evaluate
    .

CheckFleetCollision section.
    move "N" to RoverAtTarget
    if OccupantId(TargetYPos + 1, TargetXPos + 1) not = spaces
01 SequencePointer pic 9(03).
01 SequenceOverflow pic x(01).
    88 SequenceHasOverflowed value "Y".
01 TerrainBlockFlag pic x(01).

linkage section.
copy GoToPositionParm.
    .

PaintBlockedGrid section.
    if ProfileRockIsAllowed
        move all "N" to BlockedGrid
    else
        move all "Y" to BlockedGrid
    end-if
    perform varying ScanRow from 1 by 1 until ScanRow > 100
        perform varying ScanCol from 1 by 1 until ScanCol > 100
            move 99999 to CellCost(ScanRow, ScanCol)
            move "N" to CellQueued(ScanRow, ScanCol)
        end-perform
    end-perform
    perform varying TerrainIndex from 1 by 1 until TerrainIndex > TerrainCount
        perform PaintTerrainSquare
    end-perform
    perform varying ObstacleIndex from 1 by 1 until ObstacleIndex > ObstacleCount
        if ObstacleIsActive(ObstacleIndex)
            move "Y" to BlockedCell(ObstacleYPos(ObstacleIndex) + 1,
            end-if
        end-perform
    end-perform
    perform varying GatewayIndex from 1 by 1 until GatewayIndex > GatewayCount
        if GatewayXPos(GatewayIndex) not = GoalXPos
                or GatewayYPos(GatewayIndex) not = GoalYPos
            move "Y" to BlockedCell(GatewayYPos(GatewayIndex) + 1,
                GatewayXPos(GatewayIndex) + 1)
        end-if
    end-perform
    .

PaintTerrainSquare section.
    evaluate true
        when TerrainIsSand(TerrainIndex)
            if ProfileSandIsAllowed
                move "N" to TerrainBlockFlag
            else
                move "Y" to TerrainBlockFlag
            end-if
        when TerrainIsDune(TerrainIndex)
            if ProfileDuneIsAllowed
                move "N" to TerrainBlockFlag
            else
                move "Y" to TerrainBlockFlag
            end-if
        when other
            if ProfileRockIsAllowed
                move "N" to TerrainBlockFlag
            else
                move "Y" to TerrainBlockFlag
            end-if
    end-evaluate
    move TerrainBlockFlag to BlockedCell(TerrainYPos(TerrainIndex) + 1,
        TerrainXPos(TerrainIndex) + 1)
    .

SeedQueue section.
    .

end program PlanRoverRoute.

program-id. CostRoverSequence.

environment division.

data division.
working-storage section.
01 CostInstruction pic 9(03).
01 CostXPos pic 9(02).
01 CostYPos pic 9(02).
01 CostHeading pic x(01).
    88 CostHeadingNorth value "N".
    88 CostHeadingEast  value "E".
    88 CostHeadingSouth value "S".
    88 CostHeadingWest  value "W".
01 CostTargetXPos pic 9(02).
01 CostTargetYPos pic 9(02).
01 CostTargetKnown pic x(01).
    88 CostTargetIsKnown value "Y".
01 CostTerrainMultiplier pic 9(01).
01 CostStepPower pic 9(02).
01 TurnPowerCost pic 9(01) value 1.
01 ForwardPowerCost pic 9(01) value 2.
01 CostSequenceEnded pic x(01).
    88 CostSequenceHasEnded value "Y".

linkage section.
copy SequenceCostParm.

procedure division using SequenceCostParm.
Main section.
    move 0 to CostPowerRequired
    move CostStartXPos to CostXPos
    move CostStartYPos to CostYPos
    move CostStartOrientation to CostHeading
    move "N" to CostSequenceEnded
    if CostStartInstruction < 1 or CostStartInstruction > 80
        move 1 to CostStartInstruction
    end-if
    perform varying CostInstruction from CostStartInstruction by 1
            until CostInstruction > 80 or CostSequenceHasEnded
        evaluate CostSequence(CostInstruction:1)
            when "L"
                perform CostTurnLeft
            when "R"
                perform CostTurnRight
            when "M"
                perform CostForwardStep
            when other
                set CostSequenceHasEnded to true
        end-evaluate
    end-perform
    exit program
    .

CostTurnLeft section.
    evaluate true
        when CostHeadingNorth set CostHeadingWest to true
        when CostHeadingWest  set CostHeadingSouth to true
        when CostHeadingSouth set CostHeadingEast to true
        when CostHeadingEast  set CostHeadingNorth to true
    end-evaluate
    move TurnPowerCost to CostStepPower
    perform ApplyCostMultiplier
    .

CostTurnRight section.
    evaluate true
        when CostHeadingNorth set CostHeadingEast to true
        when CostHeadingEast  set CostHeadingSouth to true
        when CostHeadingSouth set CostHeadingWest to true
        when CostHeadingWest  set CostHeadingNorth to true
    end-evaluate
    move TurnPowerCost to CostStepPower
    perform ApplyCostMultiplier
    .

CostForwardStep section.
    perform ResolveCostTarget
    if CostTargetIsKnown
        perform LookupCostMultiplier
        compute CostStepPower = ForwardPowerCost * CostTerrainMultiplier
        move CostTargetXPos to CostXPos
        move CostTargetYPos to CostYPos
    else
        move ForwardPowerCost to CostStepPower
    end-if
    perform ApplyCostMultiplier
    .

ApplyCostMultiplier section.
    compute CostStepPower rounded = CostStepPower * ProfilePowerMultiplier
    if CostStepPower = 0
        move 1 to CostStepPower
    end-if
    add CostStepPower to CostPowerRequired
    .

ResolveCostTarget section.
    move "Y" to CostTargetKnown
    move CostXPos to CostTargetXPos
    move CostYPos to CostTargetYPos
    evaluate true
        when CostHeadingNorth
            if CostYPos < MaxY
                compute CostTargetYPos = CostYPos + 1
            else
                if GridModeWrap
                    move 0 to CostTargetYPos
                else
                    move "N" to CostTargetKnown
                end-if
            end-if
        when CostHeadingSouth
            if CostYPos > 0
                compute CostTargetYPos = CostYPos - 1
            else
                if GridModeWrap
                    move MaxY to CostTargetYPos
                else
                    move "N" to CostTargetKnown
                end-if
            end-if
        when CostHeadingEast
            if CostXPos < MaxX
                compute CostTargetXPos = CostXPos + 1
            else
                if GridModeWrap
                    move 0 to CostTargetXPos
                else
                    move "N" to CostTargetKnown
                end-if
            end-if
        when CostHeadingWest
            if CostXPos > 0
                compute CostTargetXPos = CostXPos - 1
            else
                if GridModeWrap
                    move MaxX to CostTargetXPos
                else
                    move "N" to CostTargetKnown
                end-if
            end-if
    end-evaluate
    .

LookupCostMultiplier section.
    move 1 to CostTerrainMultiplier
    if TerrainCount > 0
        set TerrainIndex to 1
        search TerrainSquare varying TerrainIndex
            at end continue
            when TerrainXPos(TerrainIndex) = CostTargetXPos
                    and TerrainYPos(TerrainIndex) = CostTargetYPos
                evaluate true
                    when TerrainIsSand(TerrainIndex)
                        move 2 to CostTerrainMultiplier
                    when TerrainIsDune(TerrainIndex)
                        move 3 to CostTerrainMultiplier
                    when other
                        move 1 to CostTerrainMultiplier
                end-evaluate
        end-search
    end-if
    .

end program CostRoverSequence.
end program MarsRover.
