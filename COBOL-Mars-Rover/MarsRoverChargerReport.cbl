identification division.
program-id. MarsRoverChargerReport.

environment division.
input-output section.
file-control.
    select ChargerConfig assign to "CHGRCFG"
        organization is indexed
        access mode is dynamic
        record key is ChargerConfigKey
        file status is ChargerConfigStatus.
    select ChargerControl assign to "CHGRCTL"
        organization is line sequential
        file status is ChargerControlStatus.
    select ChargerReport assign to "CHGRRPT"
        organization is line sequential
        file status is ChargerReportStatus.

data division.
file section.
fd ChargerConfig.
copy ChargerConfigRecord.

fd ChargerControl.
01 ChargerControlRecord.
    05 ControlReportDate pic 9(08).

fd ChargerReport.
01 ChargerReportLine pic x(132).

working-storage section.
01 ChargerConfigStatus pic x(02).
    88 ChargerConfigOk value "00".
01 ChargerControlStatus pic x(02).
    88 ChargerControlOk value "00".
01 ChargerReportStatus pic x(02).

01 ReportDate pic 9(08).

01 EndOfChargers pic x(01) value "N".
    88 AllChargersRead value "Y".
01 ChargerSlot pic 9(02).
01 StationIssued pic 9(05).
01 StationServed pic 9(04).
01 StationTurnedAway pic 9(04).
01 StationUnitsLeft pic 9(05).
01 StationState pic x(08).

01 ZonesScanned pic 9(04) value 0.
01 StationsReported pic 9(05) value 0.
01 TotalDailyUnits pic 9(07) value 0.
01 TotalIssued pic 9(07) value 0.
01 TotalServed pic 9(06) value 0.
01 TotalTurnedAway pic 9(06) value 0.

procedure division.
Main section.
    perform ReadReportDate
    open output ChargerReport
    move spaces to ChargerReportLine
    string "MARS ROVER CHARGING STATIONS  USAGE FOR " delimited by size
           ReportDate delimited by size
        into ChargerReportLine
    end-string
    write ChargerReportLine
    open input ChargerConfig
    if ChargerConfigOk
        perform ScanChargers
        close ChargerConfig
    else
        move "CHARGER CONFIG UNAVAILABLE - NO SCAN DONE"
            to ChargerReportLine
        write ChargerReportLine
    end-if
    perform WriteChargerTotals
    close ChargerReport
    goback
    .

ReadReportDate section.
    move function current-date(1:8) to ReportDate
    open input ChargerControl
    if ChargerControlOk
        read ChargerControl
            at end continue
        end-read
        if ChargerControlOk
            if ControlReportDate is numeric and ControlReportDate > 0
                move ControlReportDate to ReportDate
            end-if
        end-if
        close ChargerControl
    end-if
    .

ScanChargers section.
    move low-values to ChargerConfigKey
    start ChargerConfig key is not less than ChargerConfigKey
    if ChargerConfigOk
        perform until AllChargersRead
            read ChargerConfig next record
            if ChargerConfigOk
                add 1 to ZonesScanned
                perform varying ChargerSlot from 1 by 1
                        until ChargerSlot > ConfigChargerCount
                    if ConfigChargerActive(ChargerSlot) = "Y"
                        perform WriteStationLine
                    end-if
                end-perform
            else
                set AllChargersRead to true
            end-if
        end-perform
    end-if
    .

WriteStationLine section.
    add 1 to StationsReported
    if ConfigChargerUsageDate(ChargerSlot) = ReportDate
        move ConfigChargerUnitsIssued(ChargerSlot) to StationIssued
        move ConfigChargerRoversServed(ChargerSlot) to StationServed
        move ConfigChargerTurnedAway(ChargerSlot) to StationTurnedAway
    else
        move 0 to StationIssued
        move 0 to StationServed
        move 0 to StationTurnedAway
    end-if
    if StationIssued < ConfigChargerDailyUnits(ChargerSlot)
        compute StationUnitsLeft =
            ConfigChargerDailyUnits(ChargerSlot) - StationIssued
        move "OPEN" to StationState
    else
        move 0 to StationUnitsLeft
        move "SPENT" to StationState
    end-if
    add ConfigChargerDailyUnits(ChargerSlot) to TotalDailyUnits
    add StationIssued to TotalIssued
    add StationServed to TotalServed
    add StationTurnedAway to TotalTurnedAway
    move spaces to ChargerReportLine
    string "ZONE "               delimited by size
           ChargerConfigKey      delimited by size
           "  AT "               delimited by size
           ConfigChargerXPos(ChargerSlot) delimited by size
           ","                   delimited by size
           ConfigChargerYPos(ChargerSlot) delimited by size
           "  DAILY "            delimited by size
           ConfigChargerDailyUnits(ChargerSlot) delimited by size
           "  ISSUED "           delimited by size
           StationIssued         delimited by size
           "  LEFT "             delimited by size
           StationUnitsLeft      delimited by size
           "  SERVED "           delimited by size
           StationServed         delimited by size
           "  TURNED AWAY "      delimited by size
           StationTurnedAway     delimited by size
           "  "                  delimited by size
           StationState          delimited by size
        into ChargerReportLine
    end-string
    write ChargerReportLine
    .

WriteChargerTotals section.
    move spaces to ChargerReportLine
    string "ZONES SCANNED "   delimited by size
           ZonesScanned       delimited by size
           "  STATIONS "      delimited by size
           StationsReported   delimited by size
           "  DAILY UNITS "   delimited by size
           TotalDailyUnits    delimited by size
           "  ISSUED "        delimited by size
           TotalIssued        delimited by size
           "  SERVED "        delimited by size
           TotalServed        delimited by size
           "  TURNED AWAY "   delimited by size
           TotalTurnedAway    delimited by size
        into ChargerReportLine
    end-string
    write ChargerReportLine
    .

end program MarsRoverChargerReport.
