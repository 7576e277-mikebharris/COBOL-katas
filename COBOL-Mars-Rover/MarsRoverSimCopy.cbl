identification division.
program-id. MarsRoverSimCopy.

environment division.
input-output section.
file-control.
    select RoverMaster assign to "ROVERMSTR"
        organization is indexed
        access mode is dynamic
        record key is MasterRoverId
        file status is LiveFileStatus.
    select ScratchMaster assign to "SIMMSTR"
        organization is indexed
        access mode is dynamic
        record key is ScratchMasterRoverId
        file status is ScratchFileStatus.
    select GridConfig assign to "GRIDCFG"
        organization is indexed
        access mode is dynamic
        record key is GridConfigKey
        file status is LiveFileStatus.
    select ScratchGrid assign to "SIMGRID"
        organization is indexed
        access mode is dynamic
        record key is ScratchGridConfigKey
        file status is ScratchFileStatus.
    select CheckpointFile assign to "CHECKPT"
        organization is indexed
        access mode is dynamic
        record key is CheckpointRoverId
        file status is LiveFileStatus.
    select ScratchCheckpoint assign to "SIMCKPT"
        organization is indexed
        access mode is dynamic
        record key is ScratchCheckpointRoverId
        file status is ScratchFileStatus.
    select TerrainConfig assign to "TERRCFG"
        organization is indexed
        access mode is dynamic
        record key is TerrainConfigKey
        file status is LiveFileStatus.
    select ScratchTerrain assign to "SIMTERR"
        organization is indexed
        access mode is dynamic
        record key is ScratchTerrainConfigKey
        file status is ScratchFileStatus.
    select OperatorProfile assign to "OPERPROF"
        organization is indexed
        access mode is dynamic
        record key is OperatorId
        file status is LiveFileStatus.
    select ScratchOperator assign to "SIMOPER"
        organization is indexed
        access mode is dynamic
        record key is ScratchOperatorId
        file status is ScratchFileStatus.
    select SurveyLedger assign to "SURVEYLG"
        organization is indexed
        access mode is dynamic
        record key is SurveyZoneId
        file status is LiveFileStatus.
    select ScratchSurvey assign to "SIMSURV"
        organization is indexed
        access mode is dynamic
        record key is ScratchSurveyZoneId
        file status is ScratchFileStatus.
    select ChargerConfig assign to "CHGRCFG"
        organization is indexed
        access mode is dynamic
        record key is ChargerConfigKey
        file status is LiveFileStatus.
    select ScratchCharger assign to "SIMCHGR"
        organization is indexed
        access mode is dynamic
        record key is ScratchChargerConfigKey
        file status is ScratchFileStatus.
    select RoverClassFile assign to "CLASSMST"
        organization is indexed
        access mode is dynamic
        record key is ClassCode
        file status is LiveFileStatus.
    select ScratchClass assign to "SIMCLASS"
        organization is indexed
        access mode is dynamic
        record key is ScratchClassCode
        file status is ScratchFileStatus.
    select SampleInventory assign to "SAMPINV"
        organization is indexed
        access mode is dynamic
        record key is SampleId
        file status is LiveFileStatus.
    select ScratchSample assign to "SIMSAMP"
        organization is indexed
        access mode is dynamic
        record key is ScratchSampleId
        file status is ScratchFileStatus.
    select DepotConfig assign to "DEPOTCFG"
        organization is indexed
        access mode is dynamic
        record key is DepotConfigKey
        file status is LiveFileStatus.
    select ScratchDepot assign to "SIMDEPOT"
        organization is indexed
        access mode is dynamic
        record key is ScratchDepotConfigKey
        file status is ScratchFileStatus.
    select IncidentFile assign to "INCIDENT"
        organization is indexed
        access mode is dynamic
        record key is IncidentKey
        file status is LiveFileStatus.
    select ScratchIncident assign to "SIMINCD"
        organization is indexed
        access mode is dynamic
        record key is ScratchIncidentKey
        file status is ScratchFileStatus.
    select ZoneLinkFile assign to "ZONELINK"
        organization is indexed
        access mode is dynamic
        record key is ZoneLinkKey
        file status is LiveFileStatus.
    select ScratchZoneLink assign to "SIMLINK"
        organization is indexed
        access mode is dynamic
        record key is ScratchZoneLinkKey
        file status is ScratchFileStatus.
    select ScratchAuditLog assign to "SIMAUDIT"
        organization is line sequential
        file status is ScratchFileStatus.

data division.
file section.
fd RoverMaster.
copy RoverMasterRecord.

fd ScratchMaster.
copy RoverMasterRecord
    replacing ==RoverMasterRecord== by ==ScratchMasterRecord==
              leading ==Master== by ==ScratchMaster==.

fd GridConfig.
copy GridConfigRecord.

fd ScratchGrid.
copy GridConfigRecord
    replacing leading ==Grid== by ==ScratchGrid==
              leading ==Config== by ==ScratchConfig==.

fd CheckpointFile.
copy CheckpointRecord.

fd ScratchCheckpoint.
copy CheckpointRecord
    replacing leading ==Checkpoint== by ==ScratchCheckpoint==.

fd TerrainConfig.
copy TerrainConfigRecord.

fd ScratchTerrain.
copy TerrainConfigRecord
    replacing leading ==Terrain== by ==ScratchTerrain==
              leading ==Config== by ==ScratchConfig==.

fd OperatorProfile.
copy OperatorRecord.

fd ScratchOperator.
copy OperatorRecord
    replacing leading ==Operator== by ==ScratchOperator==.

fd SurveyLedger.
copy SurveyLedgerRecord.

fd ScratchSurvey.
copy SurveyLedgerRecord
    replacing leading ==Survey== by ==ScratchSurvey==.

fd ChargerConfig.
copy ChargerConfigRecord.

fd ScratchCharger.
copy ChargerConfigRecord
    replacing leading ==Charger== by ==ScratchCharger==
              leading ==Config== by ==ScratchConfig==.

fd RoverClassFile.
copy RoverClassRecord.

fd ScratchClass.
copy RoverClassRecord
    replacing ==RoverClassRecord== by ==ScratchClassRecord==
              leading ==Class== by ==ScratchClass==.

fd SampleInventory.
copy SampleRecord.

fd ScratchSample.
copy SampleRecord
    replacing leading ==Sample== by ==ScratchSample==.

fd DepotConfig.
copy DepotConfigRecord.

fd ScratchDepot.
copy DepotConfigRecord
    replacing leading ==Depot== by ==ScratchDepot==
              leading ==Config== by ==ScratchConfig==.

fd IncidentFile.
copy IncidentRecord.

fd ScratchIncident.
copy IncidentRecord
    replacing leading ==Incident== by ==ScratchIncident==.

fd ZoneLinkFile.
copy ZoneLinkRecord.

fd ScratchZoneLink.
copy ZoneLinkRecord
    replacing leading ==ZoneLink== by ==ScratchZoneLink==
              leading ==Config== by ==ScratchConfig==.

fd ScratchAuditLog.
copy AuditLogRecord
    replacing leading ==Audit== by ==ScratchAudit==.

working-storage section.
01 LiveFileStatus pic x(02).
    88 LiveFileOk value "00".
01 ScratchFileStatus pic x(02).
    88 ScratchFileOk value "00".
01 EndOfLiveFile pic x(01).
    88 AllLiveRead value "Y".

linkage section.
copy SimCopyParm.

procedure division using SimCopyParm.
Main section.
    set SimCopyOk to true
    move 0 to SimCopyRecords
    perform CopyRoverMaster
    perform CopyGridConfig
    perform CopyCheckpoint
    perform CopyTerrainConfig
    perform CopyOperatorProfile
    perform CopySurveyLedger
    perform CopyChargerConfig
    perform CopyRoverClass
    perform CopySampleInventory
    perform CopyDepotConfig
    perform CopyIncidentFile
    perform CopyZoneLinks
    open output ScratchAuditLog
    if ScratchFileOk
        close ScratchAuditLog
    else
        set SimCopyFailed to true
    end-if
    goback
    .

CopyRoverMaster section.
    move "N" to EndOfLiveFile
    open output ScratchMaster
    if ScratchFileOk
        open input RoverMaster
        if LiveFileOk
            move low-values to MasterRoverId
            start RoverMaster key is not less than MasterRoverId
            if LiveFileOk
                perform until AllLiveRead
                    read RoverMaster next record
                    if LiveFileOk
                        write ScratchMasterRecord from RoverMasterRecord
                        add 1 to SimCopyRecords
                    else
                        set AllLiveRead to true
                    end-if
                end-perform
            end-if
            close RoverMaster
        end-if
        close ScratchMaster
    else
        set SimCopyFailed to true
    end-if
    .

CopyGridConfig section.
    move "N" to EndOfLiveFile
    open output ScratchGrid
    if ScratchFileOk
        open input GridConfig
        if LiveFileOk
            move low-values to GridConfigKey
            start GridConfig key is not less than GridConfigKey
            if LiveFileOk
                perform until AllLiveRead
                    read GridConfig next record
                    if LiveFileOk
                        move ConfigObstacleCount to ScratchConfigObstacleCount
                        move GridConfigRecord to ScratchGridConfigRecord
                        write ScratchGridConfigRecord
                        add 1 to SimCopyRecords
                    else
                        set AllLiveRead to true
                    end-if
                end-perform
            end-if
            close GridConfig
        end-if
        close ScratchGrid
    else
        set SimCopyFailed to true
    end-if
    .

CopyCheckpoint section.
    move "N" to EndOfLiveFile
    open output ScratchCheckpoint
    if ScratchFileOk
        open input CheckpointFile
        if LiveFileOk
            move low-values to CheckpointRoverId
            start CheckpointFile key is not less than CheckpointRoverId
            if LiveFileOk
                perform until AllLiveRead
                    read CheckpointFile next record
                    if LiveFileOk
                        write ScratchCheckpointRecord from CheckpointRecord
                        add 1 to SimCopyRecords
                    else
                        set AllLiveRead to true
                    end-if
                end-perform
            end-if
            close CheckpointFile
        end-if
        close ScratchCheckpoint
    else
        set SimCopyFailed to true
    end-if
    .

CopyTerrainConfig section.
    move "N" to EndOfLiveFile
    open output ScratchTerrain
    if ScratchFileOk
        open input TerrainConfig
        if LiveFileOk
            move low-values to TerrainConfigKey
            start TerrainConfig key is not less than TerrainConfigKey
            if LiveFileOk
                perform until AllLiveRead
                    read TerrainConfig next record
                    if LiveFileOk
                        move ConfigTerrainCount to ScratchConfigTerrainCount
                        move TerrainConfigRecord to ScratchTerrainConfigRecord
                        write ScratchTerrainConfigRecord
                        add 1 to SimCopyRecords
                    else
                        set AllLiveRead to true
                    end-if
                end-perform
            end-if
            close TerrainConfig
        end-if
        close ScratchTerrain
    else
        set SimCopyFailed to true
    end-if
    .

CopyOperatorProfile section.
    move "N" to EndOfLiveFile
    open output ScratchOperator
    if ScratchFileOk
        open input OperatorProfile
        if LiveFileOk
            move low-values to OperatorId
            start OperatorProfile key is not less than OperatorId
            if LiveFileOk
                perform until AllLiveRead
                    read OperatorProfile next record
                    if LiveFileOk
                        move OperatorAllowedCount to ScratchOperatorAllowedCount
                        move OperatorRecord to ScratchOperatorRecord
                        write ScratchOperatorRecord
                        add 1 to SimCopyRecords
                    else
                        set AllLiveRead to true
                    end-if
                end-perform
            end-if
            close OperatorProfile
        end-if
        close ScratchOperator
    else
        set SimCopyFailed to true
    end-if
    .

CopySurveyLedger section.
    move "N" to EndOfLiveFile
    open output ScratchSurvey
    if ScratchFileOk
        open input SurveyLedger
        if LiveFileOk
            move low-values to SurveyZoneId
            start SurveyLedger key is not less than SurveyZoneId
            if LiveFileOk
                perform until AllLiveRead
                    read SurveyLedger next record
                    if LiveFileOk
                        write ScratchSurveyLedgerRecord from SurveyLedgerRecord
                        add 1 to SimCopyRecords
                    else
                        set AllLiveRead to true
                    end-if
                end-perform
            end-if
            close SurveyLedger
        end-if
        close ScratchSurvey
    else
        set SimCopyFailed to true
    end-if
    .

CopyChargerConfig section.
    move "N" to EndOfLiveFile
    open output ScratchCharger
    if ScratchFileOk
        open input ChargerConfig
        if LiveFileOk
            move low-values to ChargerConfigKey
            start ChargerConfig key is not less than ChargerConfigKey
            if LiveFileOk
                perform until AllLiveRead
                    read ChargerConfig next record
                    if LiveFileOk
                        move ConfigChargerCount to ScratchConfigChargerCount
                        move ChargerConfigRecord to ScratchChargerConfigRecord
                        write ScratchChargerConfigRecord
                        add 1 to SimCopyRecords
                    else
                        set AllLiveRead to true
                    end-if
                end-perform
            end-if
            close ChargerConfig
        end-if
        close ScratchCharger
    else
        set SimCopyFailed to true
    end-if
    .

CopyRoverClass section.
    move "N" to EndOfLiveFile
    open output ScratchClass
    if ScratchFileOk
        open input RoverClassFile
        if LiveFileOk
            move low-values to ClassCode
            start RoverClassFile key is not less than ClassCode
            if LiveFileOk
                perform until AllLiveRead
                    read RoverClassFile next record
                    if LiveFileOk
                        write ScratchClassRecord from RoverClassRecord
                        add 1 to SimCopyRecords
                    else
                        set AllLiveRead to true
                    end-if
                end-perform
            end-if
            close RoverClassFile
        end-if
        close ScratchClass
    else
        set SimCopyFailed to true
    end-if
    .

CopySampleInventory section.
    move "N" to EndOfLiveFile
    open output ScratchSample
    if ScratchFileOk
        open input SampleInventory
        if LiveFileOk
            move low-values to SampleId
            start SampleInventory key is not less than SampleId
            if LiveFileOk
                perform until AllLiveRead
                    read SampleInventory next record
                    if LiveFileOk
                        write ScratchSampleRecord from SampleRecord
                        add 1 to SimCopyRecords
                    else
                        set AllLiveRead to true
                    end-if
                end-perform
            end-if
            close SampleInventory
        end-if
        close ScratchSample
    else
        set SimCopyFailed to true
    end-if
    .

CopyDepotConfig section.
    move "N" to EndOfLiveFile
    open output ScratchDepot
    if ScratchFileOk
        open input DepotConfig
        if LiveFileOk
            move low-values to DepotConfigKey
            start DepotConfig key is not less than DepotConfigKey
            if LiveFileOk
                perform until AllLiveRead
                    read DepotConfig next record
                    if LiveFileOk
                        move ConfigDepotCount to ScratchConfigDepotCount
                        move DepotConfigRecord to ScratchDepotConfigRecord
                        write ScratchDepotConfigRecord
                        add 1 to SimCopyRecords
                    else
                        set AllLiveRead to true
                    end-if
                end-perform
            end-if
            close DepotConfig
        end-if
        close ScratchDepot
    else
        set SimCopyFailed to true
    end-if
    .

CopyIncidentFile section.
    move "N" to EndOfLiveFile
    open output ScratchIncident
    if ScratchFileOk
        open input IncidentFile
        if LiveFileOk
            move low-values to IncidentKey
            start IncidentFile key is not less than IncidentKey
            if LiveFileOk
                perform until AllLiveRead
                    read IncidentFile next record
                    if LiveFileOk
                        write ScratchIncidentRecord from IncidentRecord
                        add 1 to SimCopyRecords
                    else
                        set AllLiveRead to true
                    end-if
                end-perform
            end-if
            close IncidentFile
        end-if
        close ScratchIncident
    else
        set SimCopyFailed to true
    end-if
    .

CopyZoneLinks section.
    move "N" to EndOfLiveFile
    open output ScratchZoneLink
    if ScratchFileOk
        open input ZoneLinkFile
        if LiveFileOk
            move low-values to ZoneLinkKey
            start ZoneLinkFile key is not less than ZoneLinkKey
            if LiveFileOk
                perform until AllLiveRead
                    read ZoneLinkFile next record
                    if LiveFileOk
                        move ConfigLinkCount to ScratchConfigLinkCount
                        move ZoneLinkRecord to ScratchZoneLinkRecord
                        write ScratchZoneLinkRecord
                        add 1 to SimCopyRecords
                    else
                        set AllLiveRead to true
                    end-if
                end-perform
            end-if
            close ZoneLinkFile
        end-if
        close ScratchZoneLink
    else
        set SimCopyFailed to true
    end-if
    .

end program MarsRoverSimCopy.
