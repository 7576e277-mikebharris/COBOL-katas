identification division.
program-id. MarsRoverSampleManifest.

environment division.
input-output section.
file-control.
    select SampleInventory assign to "SAMPINV"
        organization is indexed
        access mode is dynamic
        record key is SampleId
        file status is SampleInventoryStatus.
    select ManifestControl assign to "MANFCTL"
        organization is line sequential
        file status is ManifestControlStatus.
    select ManifestReport assign to "MANFRPT"
        organization is line sequential
        file status is ManifestReportStatus.
    select SampleExtract assign to "SAMPEXT"
        organization is line sequential
        file status is SampleExtractStatus.

data division.
file section.
fd SampleInventory.
copy SampleRecord.

fd ManifestControl.
01 ManifestControlRecord.
    05 ControlReportDate pic 9(08).
    05 ControlOverdueDays pic 9(03).

fd ManifestReport.
01 ManifestReportLine pic x(132).

fd SampleExtract.
01 SampleExtractLine pic x(132).

working-storage section.
01 SampleInventoryStatus pic x(02).
    88 SampleInventoryOk value "00".
01 ManifestControlStatus pic x(02).
    88 ManifestControlOk value "00".
01 ManifestReportStatus pic x(02).
01 SampleExtractStatus pic x(02).

01 ReportDate pic 9(08).
01 OverdueDays pic 9(03) value 7.
01 ReportDayNumber pic 9(08).
01 CollectedDate pic 9(08).
01 SampleAge pic 9(05).

01 EndOfSamples pic x(01) value "N".
    88 AllSamplesRead value "Y".

01 OnBoardTable.
    05 OnBoardCount pic 9(04) value 0.
    05 OnBoardEntry occurs 2000 times.
        10 OnBoardSampleId pic x(12).
        10 OnBoardRoverId pic x(06).
        10 OnBoardZoneId pic x(06).
        10 OnBoardXPos pic 9(02).
        10 OnBoardYPos pic 9(02).
        10 OnBoardCollected pic x(14).
        10 OnBoardAge pic 9(05).
01 OnBoardSlot pic 9(04).
01 OnBoardOverflow pic x(01) value "N".
    88 OnBoardHasOverflowed value "Y".

01 DeliveredTable.
    05 DeliveredCount pic 9(04) value 0.
    05 DeliveredEntry occurs 2000 times.
        10 DeliveredSampleId pic x(12).
        10 DeliveredRoverId pic x(06).
        10 DeliveredDepot pic x(10).
        10 DeliveredTime pic x(06).
01 DeliveredSlot pic 9(04).
01 DeliveredOverflow pic x(01) value "N".
    88 DeliveredHasOverflowed value "Y".

01 GroupTable.
    05 GroupCount pic 9(04) value 0.
    05 GroupKey pic x(10) occurs 2000 times.
01 GroupSlot pic 9(04).
01 GroupSearchKey pic x(10).
01 GroupFound pic x(01).
    88 GroupWasFound value "Y".
01 GroupSamples pic 9(05).

01 CurrentDepot.
    05 CurrentDepotZoneId pic x(06).
    05 CurrentDepotXPos pic 9(02).
    05 CurrentDepotYPos pic 9(02).

01 SamplesScanned pic 9(07) value 0.
01 SamplesOnBoard pic 9(07) value 0.
01 SamplesDeliveredToday pic 9(07) value 0.
01 SamplesOverdue pic 9(07) value 0.
01 DetailCount pic 9(07) value 0.

procedure division.
Main section.
    perform ReadManifestControl
    open output ManifestReport
    move spaces to ManifestReportLine
    string "MARS ROVER SAMPLE MANIFEST FOR " delimited by size
           ReportDate delimited by size
           "  OVERDUE AFTER " delimited by size
           OverdueDays delimited by size
           " DAYS" delimited by size
        into ManifestReportLine
    end-string
    write ManifestReportLine
    open output SampleExtract
    perform WriteExtractHeader
    open input SampleInventory
    if SampleInventoryOk
        perform ScanSamples
        close SampleInventory
    else
        move "SAMPLE INVENTORY UNAVAILABLE - NO SCAN DONE"
            to ManifestReportLine
        write ManifestReportLine
    end-if
    perform WriteOnBoardSection
    perform WriteDeliveredSection
    perform WriteOverdueSection
    perform WriteManifestTotals
    perform WriteExtractTrailer
    close SampleExtract
    close ManifestReport
    goback
    .

ReadManifestControl section.
    move function current-date(1:8) to ReportDate
    open input ManifestControl
    if ManifestControlOk
        read ManifestControl
            at end continue
        end-read
        if ManifestControlOk
            if ControlReportDate is numeric and ControlReportDate > 0
                move ControlReportDate to ReportDate
            end-if
            if ControlOverdueDays is numeric and ControlOverdueDays > 0
                move ControlOverdueDays to OverdueDays
            end-if
        end-if
        close ManifestControl
    end-if
    compute ReportDayNumber = function integer-of-date(ReportDate)
    .

ScanSamples section.
    move low-values to SampleId
    start SampleInventory key is not less than SampleId
    if SampleInventoryOk
        perform until AllSamplesRead
            read SampleInventory next record
            if SampleInventoryOk
                add 1 to SamplesScanned
                evaluate true
                    when SampleIsOnBoard
                        perform AddOnBoardEntry
                    when SampleIsDelivered
                            and SampleDeliveredTimestamp(1:8) = ReportDate
                        perform AddDeliveredEntry
                end-evaluate
            else
                set AllSamplesRead to true
            end-if
        end-perform
    end-if
    .

AddOnBoardEntry section.
    add 1 to SamplesOnBoard
    perform ComputeSampleAge
    if SampleAge > OverdueDays
        add 1 to SamplesOverdue
    end-if
    perform WriteSampleDetail
    if OnBoardCount < 2000
        add 1 to OnBoardCount
        move SampleId to OnBoardSampleId(OnBoardCount)
        move SampleRoverId to OnBoardRoverId(OnBoardCount)
        move SampleZoneId to OnBoardZoneId(OnBoardCount)
        move SampleXPos to OnBoardXPos(OnBoardCount)
        move SampleYPos to OnBoardYPos(OnBoardCount)
        move SampleCollectedTimestamp(1:14) to OnBoardCollected(OnBoardCount)
        move SampleAge to OnBoardAge(OnBoardCount)
    else
        set OnBoardHasOverflowed to true
    end-if
    .

ComputeSampleAge section.
    move 0 to SampleAge
    if SampleCollectedTimestamp(1:8) is numeric
        move SampleCollectedTimestamp(1:8) to CollectedDate
        if CollectedDate < ReportDate
            compute SampleAge = ReportDayNumber
                - function integer-of-date(CollectedDate)
        end-if
    end-if
    .

AddDeliveredEntry section.
    add 1 to SamplesDeliveredToday
    perform WriteSampleDetail
    if DeliveredCount < 2000
        add 1 to DeliveredCount
        move SampleId to DeliveredSampleId(DeliveredCount)
        move SampleRoverId to DeliveredRoverId(DeliveredCount)
        move SampleDepot to DeliveredDepot(DeliveredCount)
        move SampleDeliveredTimestamp(9:6) to DeliveredTime(DeliveredCount)
    else
        set DeliveredHasOverflowed to true
    end-if
    .

WriteOnBoardSection section.
    move "SAMPLES ON BOARD BY ROVER" to ManifestReportLine
    write ManifestReportLine
    move 0 to GroupCount
    perform varying OnBoardSlot from 1 by 1 until OnBoardSlot > OnBoardCount
        move OnBoardRoverId(OnBoardSlot) to GroupSearchKey
        perform AddGroupKey
    end-perform
    perform varying GroupSlot from 1 by 1 until GroupSlot > GroupCount
        move 0 to GroupSamples
        perform varying OnBoardSlot from 1 by 1
                until OnBoardSlot > OnBoardCount
            if OnBoardRoverId(OnBoardSlot) = GroupKey(GroupSlot)(1:6)
                add 1 to GroupSamples
                perform WriteOnBoardLine
            end-if
        end-perform
        move spaces to ManifestReportLine
        string "  ROVER "                 delimited by size
               GroupKey(GroupSlot)(1:6)   delimited by size
               "  SAMPLES ON BOARD "      delimited by size
               GroupSamples               delimited by size
            into ManifestReportLine
        end-string
        write ManifestReportLine
    end-perform
    if OnBoardHasOverflowed
        move "WARNING: ON-BOARD TABLE FULL AT 2000 SAMPLES"
            to ManifestReportLine
        write ManifestReportLine
    end-if
    .

WriteOnBoardLine section.
    move spaces to ManifestReportLine
    string "    SAMPLE "                  delimited by size
           OnBoardSampleId(OnBoardSlot)   delimited by size
           "  ROVER "                     delimited by size
           OnBoardRoverId(OnBoardSlot)    delimited by size
           "  ZONE "                      delimited by size
           OnBoardZoneId(OnBoardSlot)     delimited by size
           "  AT "                        delimited by size
           OnBoardXPos(OnBoardSlot)       delimited by size
           ","                            delimited by size
           OnBoardYPos(OnBoardSlot)       delimited by size
           "  COLLECTED "                 delimited by size
           OnBoardCollected(OnBoardSlot)  delimited by size
           "  AGE "                       delimited by size
           OnBoardAge(OnBoardSlot)        delimited by size
        into ManifestReportLine
    end-string
    write ManifestReportLine
    .

WriteDeliveredSection section.
    move "SAMPLES DELIVERED TODAY BY DEPOT" to ManifestReportLine
    write ManifestReportLine
    move 0 to GroupCount
    perform varying DeliveredSlot from 1 by 1
            until DeliveredSlot > DeliveredCount
        move DeliveredDepot(DeliveredSlot) to GroupSearchKey
        perform AddGroupKey
    end-perform
    perform varying GroupSlot from 1 by 1 until GroupSlot > GroupCount
        move 0 to GroupSamples
        move GroupKey(GroupSlot) to CurrentDepot
        perform varying DeliveredSlot from 1 by 1
                until DeliveredSlot > DeliveredCount
            if DeliveredDepot(DeliveredSlot) = GroupKey(GroupSlot)
                add 1 to GroupSamples
                perform WriteDeliveredLine
            end-if
        end-perform
        move spaces to ManifestReportLine
        string "  DEPOT ZONE "            delimited by size
               CurrentDepotZoneId         delimited by size
               "  AT "                    delimited by size
               CurrentDepotXPos           delimited by size
               ","                        delimited by size
               CurrentDepotYPos           delimited by size
               "  SAMPLES DELIVERED "     delimited by size
               GroupSamples               delimited by size
            into ManifestReportLine
        end-string
        write ManifestReportLine
    end-perform
    if DeliveredHasOverflowed
        move "WARNING: DELIVERED TABLE FULL AT 2000 SAMPLES"
            to ManifestReportLine
        write ManifestReportLine
    end-if
    .

WriteDeliveredLine section.
    move spaces to ManifestReportLine
    string "    SAMPLE "                      delimited by size
           DeliveredSampleId(DeliveredSlot)   delimited by size
           "  ROVER "                         delimited by size
           DeliveredRoverId(DeliveredSlot)    delimited by size
           "  DEPOT ZONE "                    delimited by size
           CurrentDepotZoneId                 delimited by size
           "  AT "                            delimited by size
           CurrentDepotXPos                   delimited by size
           ","                                delimited by size
           CurrentDepotYPos                   delimited by size
           "  TIME "                          delimited by size
           DeliveredTime(DeliveredSlot)       delimited by size
        into ManifestReportLine
    end-string
    write ManifestReportLine
    .

WriteOverdueSection section.
    move spaces to ManifestReportLine
    string "SAMPLES NOT DELIVERED AFTER " delimited by size
           OverdueDays                    delimited by size
           " DAYS"                        delimited by size
        into ManifestReportLine
    end-string
    write ManifestReportLine
    perform varying OnBoardSlot from 1 by 1 until OnBoardSlot > OnBoardCount
        if OnBoardAge(OnBoardSlot) > OverdueDays
            perform WriteOnBoardLine
        end-if
    end-perform
    .

AddGroupKey section.
    move "N" to GroupFound
    perform varying GroupSlot from 1 by 1
            until GroupSlot > GroupCount or GroupWasFound
        if GroupKey(GroupSlot) = GroupSearchKey
            set GroupWasFound to true
        end-if
    end-perform
    if not GroupWasFound
        add 1 to GroupCount
        move GroupSearchKey to GroupKey(GroupCount)
    end-if
    .

WriteManifestTotals section.
    move spaces to ManifestReportLine
    string "SAMPLES SCANNED "   delimited by size
           SamplesScanned       delimited by size
           "  ON BOARD "        delimited by size
           SamplesOnBoard       delimited by size
           "  DELIVERED TODAY " delimited by size
           SamplesDeliveredToday delimited by size
           "  OVERDUE "         delimited by size
           SamplesOverdue       delimited by size
        into ManifestReportLine
    end-string
    write ManifestReportLine
    .

WriteExtractHeader section.
    move spaces to SampleExtractLine
    string "HDR|MARSROVERSAMPLES|" delimited by size
           ReportDate delimited by size
        into SampleExtractLine
    end-string
    write SampleExtractLine
    .

WriteSampleDetail section.
    add 1 to DetailCount
    move spaces to SampleExtractLine
    string "DTL|"                                delimited by size
           function trim(SampleId)               delimited by size
           "|"                                   delimited by size
           function trim(SampleStatus)           delimited by size
           "|"                                   delimited by size
           function trim(SampleRoverId)          delimited by size
           "|"                                   delimited by size
           function trim(SampleZoneId)           delimited by size
           "|"                                   delimited by size
           SampleXPos                            delimited by size
           "|"                                   delimited by size
           SampleYPos                            delimited by size
           "|"                                   delimited by size
           SampleCollectedTimestamp(1:14)        delimited by size
           "|"                                   delimited by size
           function trim(SampleDepotZoneId)      delimited by size
           "|"                                   delimited by size
           SampleDepotXPos                       delimited by size
           "|"                                   delimited by size
           SampleDepotYPos                       delimited by size
           "|"                                   delimited by size
           SampleDeliveredTimestamp(1:14)        delimited by size
        into SampleExtractLine
    end-string
    write SampleExtractLine
    .

WriteExtractTrailer section.
    move spaces to SampleExtractLine
    string "TRL|"                 delimited by size
           DetailCount            delimited by size
           "|"                    delimited by size
           SamplesOnBoard         delimited by size
           "|"                    delimited by size
           SamplesDeliveredToday  delimited by size
        into SampleExtractLine
    end-string
    write SampleExtractLine
    .

end program MarsRoverSampleManifest.
