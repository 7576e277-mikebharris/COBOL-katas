        access mode is dynamic
        record key is TerrainConfigKey
        file status is TerrainConfigStatus.
    select ChargerConfig assign to "CHGRCFG"
        organization is indexed
        access mode is dynamic
        record key is ChargerConfigKey
        file status is ChargerConfigStatus.
    select DepotConfig assign to "DEPOTCFG"
        organization is indexed
        access mode is dynamic
        record key is DepotConfigKey
        file status is DepotConfigStatus.
    select ZoneLinkFile assign to "ZONELINK"
        organization is indexed
        access mode is dynamic
        record key is ZoneLinkKey
        file status is ZoneLinkStatus.
    select GridMaintReport assign to "GRIDMRPT"
        organization is line sequential
        file status is GridMaintReportStatus.
    05 MaintMaxX pic 9(02).
    05 MaintMaxY pic 9(02).
    05 MaintMode pic x(01).
    05 MaintChargeUnits pic 9(04).
    05 MaintLinkZoneId pic x(06).
    05 MaintLinkXPos pic 9(02).
    05 MaintLinkYPos pic 9(02).
    05 MaintLinkOrientation pic x(01).

fd GridConfig.
copy GridConfigRecord.
fd TerrainConfig.
copy TerrainConfigRecord.

fd ChargerConfig.
copy ChargerConfigRecord.

fd DepotConfig.
copy DepotConfigRecord.

fd ZoneLinkFile.
copy ZoneLinkRecord.

fd GridMaintReport.
01 GridMaintReportLine pic x(132).

    88 RoverMasterEndOfFile value "10".
01 TerrainConfigStatus pic x(02).
    88 TerrainConfigOk value "00".
01 ChargerConfigStatus pic x(02).
    88 ChargerConfigOk value "00".
01 DepotConfigStatus pic x(02).
    88 DepotConfigOk value "00".
01 ZoneLinkStatus pic x(02).
    88 ZoneLinkOk value "00".
01 GridMaintReportStatus pic x(02).

01 EndOfCards pic x(01) value "N".
01 TerrainZoneFound pic x(01).
    88 TerrainZoneWasFound value "Y".
01 TerrainSlot pic 9(02).
01 ChargerZoneFound pic x(01).
    88 ChargerZoneWasFound value "Y".
01 ChargerSlot pic 9(02).
01 ChargerMatch pic 9(02).
01 DepotZoneFound pic x(01).
    88 DepotZoneWasFound value "Y".
01 DepotSlot pic 9(02).
01 DepotMatch pic 9(02).
01 LinkZoneFound pic x(01).
    88 LinkZoneWasFound value "Y".
01 LinkSlot pic 9(02).
01 LinkMatch pic 9(02).
01 CardAccepted pic x(01).
    88 CardIsAccepted value "Y".
01 RejectReason pic x(40).
        close TerrainConfig
        open i-o TerrainConfig
    end-if
    open i-o ChargerConfig
    if not ChargerConfigOk
        open output ChargerConfig
        close ChargerConfig
        open i-o ChargerConfig
    end-if
    open i-o DepotConfig
    if not DepotConfigOk
        open output DepotConfig
        close DepotConfig
        open i-o DepotConfig
    end-if
    open i-o ZoneLinkFile
    if not ZoneLinkOk
        open output ZoneLinkFile
        close ZoneLinkFile
        open i-o ZoneLinkFile
    end-if
    open output GridMaintReport
    if not AllCardsProcessed
        perform LoadFleetSnapshot
    close GridMaintCards
    close GridConfig
    close TerrainConfig
    close ChargerConfig
    close DepotConfig
    close ZoneLinkFile
    close GridMaintReport
    goback
    .
        when "SETMODE" perform SetGridMode
        when "ADDTER"  perform AddTerrain
        when "DELTER"  perform DeleteTerrain
        when "ADDCHG"  perform AddCharger
        when "DELCHG"  perform DeleteCharger
        when "ADDDEP"  perform AddDepot
        when "DELDEP"  perform DeleteDepot
        when "ADDLINK" perform AddZoneLink
        when "DELLINK" perform DeleteZoneLink
        when other
            perform RejectCard
            move "UNKNOWN ACTION" to RejectReason
                else
                    perform CheckDuplicateObstacle
                end-if
                if CardIsAccepted
                    perform ReadZoneChargers
                    perform FindChargerOnSquare
                    if ChargerMatch > 0
                        perform RejectCard
                        move "CHARGER ON SQUARE" to RejectReason
                    end-if
                end-if
                if CardIsAccepted
                    perform ReadZoneDepots
                    perform FindDepotOnSquare
                    if DepotMatch > 0
                        perform RejectCard
                        move "DEPOT ON SQUARE" to RejectReason
                    end-if
                end-if
                if CardIsAccepted
                    perform ReadZoneLinks
                    perform FindLinkOnSquare
                    if LinkMatch > 0
                        perform RejectCard
                        move "GATEWAY ON SQUARE" to RejectReason
                    end-if
                end-if
            end-if
        end-if
    end-if
    end-if
    .

ReadZoneChargers section.
    move WorkZoneId to ChargerConfigKey
    read ChargerConfig
    if ChargerConfigOk
        set ChargerZoneWasFound to true
    else
        move "N" to ChargerZoneFound
        move WorkZoneId to ChargerConfigKey
        move 0 to ConfigChargerCount
    end-if
    .

FindChargerOnSquare section.
    move 0 to ChargerMatch
    perform varying ChargerSlot from 1 by 1
            until ChargerSlot > ConfigChargerCount
        if ConfigChargerActive(ChargerSlot) = "Y"
                and ConfigChargerXPos(ChargerSlot) = MaintXPos
                and ConfigChargerYPos(ChargerSlot) = MaintYPos
            move ChargerSlot to ChargerMatch
        end-if
    end-perform
    .

AddCharger section.
    evaluate true
        when not ZoneWasFound
            perform RejectCard
            move "ZONE NOT FOUND" to RejectReason
        when MaintXPos is not numeric or MaintYPos is not numeric
            perform RejectCard
            move "CHARGER POSITION NOT NUMERIC" to RejectReason
        when MaintXPos > ConfigMaxX or MaintYPos > ConfigMaxY
            perform RejectCard
            move "CHARGER OFF GRID" to RejectReason
        when MaintChargeUnits is not numeric or MaintChargeUnits = 0
            perform RejectCard
            move "DAILY UNITS NOT NUMERIC OR ZERO" to RejectReason
        when other
            perform CheckObstacleOnSquare
            if CardIsAccepted
                perform ReadZoneChargers
                perform StoreCharger
            end-if
    end-evaluate
    .

CheckObstacleOnSquare section.
    perform varying ObstacleSlot from 1 by 1
            until ObstacleSlot > ConfigObstacleCount
        if ConfigObstacleActive(ObstacleSlot) = "Y"
                and ConfigObstacleXPos(ObstacleSlot) = MaintXPos
                and ConfigObstacleYPos(ObstacleSlot) = MaintYPos
            perform RejectCard
            move "OBSTACLE ON SQUARE" to RejectReason
        end-if
    end-perform
    .

StoreCharger section.
    perform FindChargerOnSquare
    if ChargerMatch = 0
        perform varying ChargerSlot from 1 by 1
                until ChargerSlot > ConfigChargerCount or ChargerMatch > 0
            if ConfigChargerActive(ChargerSlot) not = "Y"
                move ChargerSlot to ChargerMatch
            end-if
        end-perform
        if ChargerMatch = 0
            if ConfigChargerCount < 20
                add 1 to ConfigChargerCount
                move ConfigChargerCount to ChargerMatch
            else
                perform RejectCard
                move "CHARGER TABLE FULL" to RejectReason
            end-if
        end-if
        if CardIsAccepted
            move "Y" to ConfigChargerActive(ChargerMatch)
            move MaintXPos to ConfigChargerXPos(ChargerMatch)
            move MaintYPos to ConfigChargerYPos(ChargerMatch)
            move 0 to ConfigChargerUsageDate(ChargerMatch)
            move 0 to ConfigChargerUnitsIssued(ChargerMatch)
            move 0 to ConfigChargerRoversServed(ChargerMatch)
            move 0 to ConfigChargerTurnedAway(ChargerMatch)
        end-if
    end-if
    if CardIsAccepted
        move MaintChargeUnits to ConfigChargerDailyUnits(ChargerMatch)
        if ChargerZoneWasFound
            rewrite ChargerConfigRecord
        else
            write ChargerConfigRecord
        end-if
    end-if
    .

DeleteCharger section.
    if MaintXPos is not numeric or MaintYPos is not numeric
        perform RejectCard
        move "CHARGER POSITION NOT NUMERIC" to RejectReason
    else
        perform ReadZoneChargers
        perform FindChargerOnSquare
        if ChargerMatch > 0
            move "N" to ConfigChargerActive(ChargerMatch)
            rewrite ChargerConfigRecord
        else
            perform RejectCard
            move "NO ACTIVE CHARGER ON SQUARE" to RejectReason
        end-if
    end-if
    .

ReadZoneDepots section.
    move WorkZoneId to DepotConfigKey
    read DepotConfig
    if DepotConfigOk
        set DepotZoneWasFound to true
    else
        move "N" to DepotZoneFound
        move WorkZoneId to DepotConfigKey
        move 0 to ConfigDepotCount
    end-if
    .

FindDepotOnSquare section.
    move 0 to DepotMatch
    perform varying DepotSlot from 1 by 1
            until DepotSlot > ConfigDepotCount
        if ConfigDepotActive(DepotSlot) = "Y"
                and ConfigDepotXPos(DepotSlot) = MaintXPos
                and ConfigDepotYPos(DepotSlot) = MaintYPos
            move DepotSlot to DepotMatch
        end-if
    end-perform
    .

AddDepot section.
    evaluate true
        when not ZoneWasFound
            perform RejectCard
            move "ZONE NOT FOUND" to RejectReason
        when MaintXPos is not numeric or MaintYPos is not numeric
            perform RejectCard
            move "DEPOT POSITION NOT NUMERIC" to RejectReason
        when MaintXPos > ConfigMaxX or MaintYPos > ConfigMaxY
            perform RejectCard
            move "DEPOT OFF GRID" to RejectReason
        when other
            perform CheckObstacleOnSquare
            if CardIsAccepted
                perform ReadZoneDepots
                perform StoreDepot
            end-if
    end-evaluate
    .

StoreDepot section.
    perform FindDepotOnSquare
    if DepotMatch > 0
        perform RejectCard
        move "DEPOT ALREADY ON SQUARE" to RejectReason
    else
        perform varying DepotSlot from 1 by 1
                until DepotSlot > ConfigDepotCount or DepotMatch > 0
            if ConfigDepotActive(DepotSlot) not = "Y"
                move DepotSlot to DepotMatch
            end-if
        end-perform
        if DepotMatch = 0
            if ConfigDepotCount < 20
                add 1 to ConfigDepotCount
                move ConfigDepotCount to DepotMatch
            else
                perform RejectCard
                move "DEPOT TABLE FULL" to RejectReason
            end-if
        end-if
    end-if
    if CardIsAccepted
        move "Y" to ConfigDepotActive(DepotMatch)
        move MaintXPos to ConfigDepotXPos(DepotMatch)
        move MaintYPos to ConfigDepotYPos(DepotMatch)
        if DepotZoneWasFound
            rewrite DepotConfigRecord
        else
            write DepotConfigRecord
        end-if
    end-if
    .

DeleteDepot section.
    if MaintXPos is not numeric or MaintYPos is not numeric
        perform RejectCard
        move "DEPOT POSITION NOT NUMERIC" to RejectReason
    else
        perform ReadZoneDepots
        perform FindDepotOnSquare
        if DepotMatch > 0
            move "N" to ConfigDepotActive(DepotMatch)
            rewrite DepotConfigRecord
        else
            perform RejectCard
            move "NO ACTIVE DEPOT ON SQUARE" to RejectReason
        end-if
    end-if
    .

ReadZoneLinks section.
    move WorkZoneId to ZoneLinkKey
    read ZoneLinkFile
    if ZoneLinkOk
        set LinkZoneWasFound to true
    else
        move "N" to LinkZoneFound
        move WorkZoneId to ZoneLinkKey
        move 0 to ConfigLinkCount
    end-if
    .

FindLinkOnSquare section.
    move 0 to LinkMatch
    perform varying LinkSlot from 1 by 1
            until LinkSlot > ConfigLinkCount
        if ConfigLinkActive(LinkSlot) = "Y"
                and ConfigLinkXPos(LinkSlot) = MaintXPos
                and ConfigLinkYPos(LinkSlot) = MaintYPos
            move LinkSlot to LinkMatch
        end-if
    end-perform
    .

AddZoneLink section.
    evaluate true
        when not ZoneWasFound
            perform RejectCard
            move "ZONE NOT FOUND" to RejectReason
        when MaintXPos is not numeric or MaintYPos is not numeric
            perform RejectCard
            move "GATEWAY POSITION NOT NUMERIC" to RejectReason
        when MaintXPos > ConfigMaxX or MaintYPos > ConfigMaxY
            perform RejectCard
            move "GATEWAY OFF GRID" to RejectReason
        when MaintLinkZoneId = spaces or MaintLinkZoneId = WorkZoneId
            perform RejectCard
            move "LINKED ZONE BLANK OR SAME ZONE" to RejectReason
        when MaintLinkXPos is not numeric or MaintLinkYPos is not numeric
            perform RejectCard
            move "ENTRY POSITION NOT NUMERIC" to RejectReason
        when MaintLinkOrientation not = "N" and MaintLinkOrientation not = "E"
                and MaintLinkOrientation not = "S"
                and MaintLinkOrientation not = "W"
            perform RejectCard
            move "ENTRY HEADING NOT N, E, S OR W" to RejectReason
        when other
            perform CheckObstacleOnSquare
            if CardIsAccepted
                perform CheckLinkedZone
            end-if
            if CardIsAccepted
                perform ReadZoneLinks
                perform StoreZoneLink
            end-if
    end-evaluate
    .

CheckLinkedZone section.
    move MaintLinkZoneId to GridConfigKey
    read GridConfig
    if not GridConfigOk
        perform RejectCard
        move "LINKED ZONE NOT FOUND" to RejectReason
    else
        if MaintLinkXPos > ConfigMaxX or MaintLinkYPos > ConfigMaxY
            perform RejectCard
            move "ENTRY SQUARE OFF LINKED GRID" to RejectReason
        else
            perform varying ObstacleSlot from 1 by 1
                    until ObstacleSlot > ConfigObstacleCount
                if ConfigObstacleActive(ObstacleSlot) = "Y"
                        and ConfigObstacleXPos(ObstacleSlot) = MaintLinkXPos
                        and ConfigObstacleYPos(ObstacleSlot) = MaintLinkYPos
                    perform RejectCard
                    move "OBSTACLE ON ENTRY SQUARE" to RejectReason
                end-if
            end-perform
        end-if
    end-if
    if CardIsAccepted
        move MaintLinkZoneId to ZoneLinkKey
        read ZoneLinkFile
        if ZoneLinkOk
            perform varying LinkSlot from 1 by 1
                    until LinkSlot > ConfigLinkCount
                if ConfigLinkActive(LinkSlot) = "Y"
                        and ConfigLinkXPos(LinkSlot) = MaintLinkXPos
                        and ConfigLinkYPos(LinkSlot) = MaintLinkYPos
                    perform RejectCard
                    move "ENTRY SQUARE IS A GATEWAY" to RejectReason
                end-if
            end-perform
        end-if
    end-if
    if CardIsAccepted
        perform CheckEntrySquares
    end-if
    .

CheckEntrySquares section.
    move low-values to ZoneLinkKey
    start ZoneLinkFile key is not less than ZoneLinkKey
    perform until not ZoneLinkOk or not CardIsAccepted
        read ZoneLinkFile next record
        if ZoneLinkOk
            perform varying LinkSlot from 1 by 1
                    until LinkSlot > ConfigLinkCount
                if ConfigLinkActive(LinkSlot) = "Y"
                        and ConfigLinkToZone(LinkSlot) = WorkZoneId
                        and ConfigLinkEntryXPos(LinkSlot) = MaintXPos
                        and ConfigLinkEntryYPos(LinkSlot) = MaintYPos
                    perform RejectCard
                    move "GATEWAY ON A LINK ENTRY SQUARE" to RejectReason
                end-if
            end-perform
        end-if
    end-perform
    .

StoreZoneLink section.
    perform FindLinkOnSquare
    if LinkMatch > 0
        perform RejectCard
        move "GATEWAY ALREADY LINKED" to RejectReason
    else
        perform varying LinkSlot from 1 by 1
                until LinkSlot > ConfigLinkCount or LinkMatch > 0
            if ConfigLinkActive(LinkSlot) not = "Y"
                move LinkSlot to LinkMatch
            end-if
        end-perform
        if LinkMatch = 0
            if ConfigLinkCount < 20
                add 1 to ConfigLinkCount
                move ConfigLinkCount to LinkMatch
            else
                perform RejectCard
                move "GATEWAY TABLE FULL" to RejectReason
            end-if
        end-if
    end-if
    if CardIsAccepted
        move "Y" to ConfigLinkActive(LinkMatch)
        move MaintXPos to ConfigLinkXPos(LinkMatch)
        move MaintYPos to ConfigLinkYPos(LinkMatch)
        move MaintLinkZoneId to ConfigLinkToZone(LinkMatch)
        move MaintLinkXPos to ConfigLinkEntryXPos(LinkMatch)
        move MaintLinkYPos to ConfigLinkEntryYPos(LinkMatch)
        move MaintLinkOrientation to ConfigLinkEntryOrientation(LinkMatch)
        if LinkZoneWasFound
            rewrite ZoneLinkRecord
        else
            write ZoneLinkRecord
        end-if
    end-if
    .

DeleteZoneLink section.
    if MaintXPos is not numeric or MaintYPos is not numeric
        perform RejectCard
        move "GATEWAY POSITION NOT NUMERIC" to RejectReason
    else
        perform ReadZoneLinks
        perform FindLinkOnSquare
        if LinkMatch > 0
            move "N" to ConfigLinkActive(LinkMatch)
            rewrite ZoneLinkRecord
        else
            perform RejectCard
            move "NO ACTIVE GATEWAY ON SQUARE" to RejectReason
        end-if
    end-if
    .

SetGridMode section.
    if not ZoneWasFound
        perform RejectCard
