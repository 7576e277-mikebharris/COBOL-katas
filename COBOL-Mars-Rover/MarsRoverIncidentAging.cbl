identification division.
program-id. MarsRoverIncidentAging.

environment division.
input-output section.
file-control.
    select IncidentFile assign to "INCIDENT"
        organization is indexed
        access mode is dynamic
        record key is IncidentKey
        file status is IncidentFileStatus.
    select RoverMaster assign to "ROVERMSTR"
        organization is indexed
        access mode is dynamic
        record key is MasterRoverId
        file status is RoverMasterStatus.
    select AgingControl assign to "INCDCTL"
        organization is line sequential
        file status is AgingControlStatus.
    select AgingReport assign to "INCDARPT"
        organization is line sequential
        file status is AgingReportStatus.

data division.
file section.
fd IncidentFile.
copy IncidentRecord.

fd RoverMaster.
copy RoverMasterRecord.

fd AgingControl.
01 AgingControlRecord.
    05 ControlReportDate pic 9(08).

fd AgingReport.
01 AgingReportLine pic x(132).

working-storage section.
01 IncidentFileStatus pic x(02).
    88 IncidentFileOk value "00".
01 RoverMasterStatus pic x(02).
    88 RoverMasterOk value "00".
01 AgingControlStatus pic x(02).
    88 AgingControlOk value "00".
01 AgingReportStatus pic x(02).

01 ReportDate pic 9(08).
01 OpenedDate pic 9(08).

01 EndOfIncidents pic x(01) value "N".
    88 AllIncidentsRead value "Y".
01 EndOfMaster pic x(01) value "N".
    88 AllMasterRead value "Y".

01 FleetTable.
    05 FleetCount pic 9(04) value 0.
    05 FleetRoverId pic x(06) occurs 1000 times.
01 FleetSlot pic 9(04).
01 FleetOverflow pic x(01) value "N".
    88 FleetHasOverflowed value "Y".
01 MasterAvailable pic x(01) value "N".
    88 MasterIsAvailable value "Y".
01 RoverOnMaster pic x(01).
    88 RoverIsOnMaster value "Y".

01 OpenTable.
    05 OpenCount pic 9(04) value 0.
    05 OpenEntry occurs 2000 times.
        10 OpenRoverId pic x(06).
        10 OpenType pic x(08).
        10 OpenSeq pic 9(04).
        10 OpenState pic x(08).
        10 OpenSeverity pic 9(01).
        10 OpenAge pic 9(05).
        10 OpenBand pic 9(01).
        10 OpenAssignedTo pic x(08).
        10 OpenOccurrences pic 9(05).
        10 OpenZoneId pic x(06).
        10 OpenXPos pic 9(02).
        10 OpenYPos pic 9(02).
        10 OpenLastSeen pic x(14).
        10 OpenRetired pic x(01).
            88 OpenRoverRetired value "Y".
        10 OpenPrinted pic x(01).
            88 OpenIsPrinted value "Y".
01 OpenSlot pic 9(04).
01 OldestSlot pic 9(04).
01 OpenOverflow pic x(01) value "N".
    88 OpenHasOverflowed value "Y".

01 RepeatTable.
    05 RepeatCount pic 9(04) value 0.
    05 RepeatEntry occurs 1000 times.
        10 RepeatRoverId pic x(06).
        10 RepeatTickets pic 9(05).
        10 RepeatOpenTickets pic 9(05).
        10 RepeatOccurrences pic 9(07).
01 RepeatSlot pic 9(04).
01 RepeatFound pic x(01).
    88 RepeatWasFound value "Y".
01 RepeatOverflow pic x(01) value "N".
    88 RepeatHasOverflowed value "Y".

01 BandSummary.
    05 BandSeverity occurs 3 times.
        10 BandCount pic 9(05) occurs 4 times.
01 BandNames.
    05 filler pic x(09) value "0-1 DAYS ".
    05 filler pic x(09) value "2-7 DAYS ".
    05 filler pic x(09) value "8-30 DAYS".
    05 filler pic x(09) value "OVER 30  ".
01 BandNameTable redefines BandNames.
    05 BandName pic x(09) occurs 4 times.
01 SeveritySlot pic 9(01).
01 BandSlot pic 9(01).
01 SeverityLabel pic x(06).

01 IncidentsScanned pic 9(06) value 0.
01 IncidentsOpen pic 9(06) value 0.
01 IncidentsClosed pic 9(06) value 0.
01 RepeatRovers pic 9(05) value 0.
01 RetiredOpen pic 9(05) value 0.

procedure division.
Main section.
    perform ReadAgingControl
    open output AgingReport
    move spaces to AgingReportLine
    string "MARS ROVER INCIDENT AGING AS AT " delimited by size
           ReportDate delimited by size
        into AgingReportLine
    end-string
    write AgingReportLine
    initialize BandSummary
    perform LoadFleet
    open input IncidentFile
    if IncidentFileOk
        perform ScanIncidents
        close IncidentFile
    else
        move "INCIDENT FILE UNAVAILABLE - NO SCAN DONE" to AgingReportLine
        write AgingReportLine
    end-if
    perform WriteOpenIncidents
    perform WriteBandSummary
    perform WriteRepeatRovers
    perform WriteRetiredRovers
    perform WriteAgingTotals
    close AgingReport
    goback
    .

ReadAgingControl section.
    move function current-date(1:8) to ReportDate
    open input AgingControl
    if AgingControlOk
        read AgingControl
            at end continue
        end-read
        if AgingControlOk
            if ControlReportDate is numeric and ControlReportDate > 0
                move ControlReportDate to ReportDate
            end-if
        end-if
        close AgingControl
    end-if
    .

LoadFleet section.
    open input RoverMaster
    if RoverMasterOk
        set MasterIsAvailable to true
        move low-values to MasterRoverId
        start RoverMaster key is not less than MasterRoverId
        if RoverMasterOk
            perform until AllMasterRead
                read RoverMaster next record
                if RoverMasterOk
                    if FleetCount < 1000
                        add 1 to FleetCount
                        move MasterRoverId to FleetRoverId(FleetCount)
                    else
                        set FleetHasOverflowed to true
                    end-if
                else
                    set AllMasterRead to true
                end-if
            end-perform
        end-if
        close RoverMaster
    else
        move "WARNING: ROVER MASTER UNAVAILABLE - NO RETIRED ROVER CHECKS"
            to AgingReportLine
        write AgingReportLine
    end-if
    if FleetHasOverflowed
        move "WARNING: FLEET TABLE FULL AT 1000 ROVERS - NO RETIRED ROVER CHECKS"
            to AgingReportLine
        write AgingReportLine
        move "N" to MasterAvailable
    end-if
    .

ScanIncidents section.
    move low-values to IncidentKey
    start IncidentFile key is not less than IncidentKey
    if IncidentFileOk
        perform until AllIncidentsRead
            read IncidentFile next record
            if IncidentFileOk
                add 1 to IncidentsScanned
                perform TallyRepeat
                if IncidentIsClosed
                    add 1 to IncidentsClosed
                else
                    add 1 to IncidentsOpen
                    perform AddOpenIncident
                end-if
            else
                set AllIncidentsRead to true
            end-if
        end-perform
    end-if
    .

TallyRepeat section.
    move "N" to RepeatFound
    perform varying RepeatSlot from 1 by 1
            until RepeatSlot > RepeatCount or RepeatWasFound
        if RepeatRoverId(RepeatSlot) = IncidentRoverId
            set RepeatWasFound to true
        end-if
    end-perform
    if RepeatWasFound
        subtract 1 from RepeatSlot
    else
        if RepeatCount < 1000
            add 1 to RepeatCount
            move RepeatCount to RepeatSlot
            move IncidentRoverId to RepeatRoverId(RepeatSlot)
            move 0 to RepeatTickets(RepeatSlot)
            move 0 to RepeatOpenTickets(RepeatSlot)
            move 0 to RepeatOccurrences(RepeatSlot)
            set RepeatWasFound to true
        else
            set RepeatHasOverflowed to true
        end-if
    end-if
    if RepeatWasFound
        add 1 to RepeatTickets(RepeatSlot)
        if not IncidentIsClosed
            add 1 to RepeatOpenTickets(RepeatSlot)
        end-if
        add IncidentOccurrences to RepeatOccurrences(RepeatSlot)
    end-if
    .

AddOpenIncident section.
    if OpenCount < 2000
        add 1 to OpenCount
        move IncidentRoverId to OpenRoverId(OpenCount)
        move IncidentType to OpenType(OpenCount)
        move IncidentSeq to OpenSeq(OpenCount)
        move IncidentState to OpenState(OpenCount)
        if IncidentSeverity >= 1 and IncidentSeverity <= 3
            move IncidentSeverity to OpenSeverity(OpenCount)
        else
            move 3 to OpenSeverity(OpenCount)
        end-if
        move 0 to OpenAge(OpenCount)
        if IncidentOpened(1:8) is numeric
            move IncidentOpened(1:8) to OpenedDate
            if OpenedDate < ReportDate
                compute OpenAge(OpenCount) =
                    function integer-of-date(ReportDate)
                    - function integer-of-date(OpenedDate)
            end-if
        end-if
        evaluate true
            when OpenAge(OpenCount) <= 1
                move 1 to OpenBand(OpenCount)
            when OpenAge(OpenCount) <= 7
                move 2 to OpenBand(OpenCount)
            when OpenAge(OpenCount) <= 30
                move 3 to OpenBand(OpenCount)
            when other
                move 4 to OpenBand(OpenCount)
        end-evaluate
        move IncidentAssignedTo to OpenAssignedTo(OpenCount)
        move IncidentOccurrences to OpenOccurrences(OpenCount)
        move IncidentZoneId to OpenZoneId(OpenCount)
        move IncidentXPos to OpenXPos(OpenCount)
        move IncidentYPos to OpenYPos(OpenCount)
        move IncidentLastSeen to OpenLastSeen(OpenCount)
        move "N" to OpenPrinted(OpenCount)
        move "N" to OpenRetired(OpenCount)
        if MasterIsAvailable
            perform CheckRoverOnMaster
            if not RoverIsOnMaster
                set OpenRoverRetired(OpenCount) to true
            end-if
        end-if
        add 1 to BandCount(OpenSeverity(OpenCount), OpenBand(OpenCount))
    else
        set OpenHasOverflowed to true
    end-if
    .

CheckRoverOnMaster section.
    move "N" to RoverOnMaster
    perform varying FleetSlot from 1 by 1
            until FleetSlot > FleetCount or RoverIsOnMaster
        if FleetRoverId(FleetSlot) = IncidentRoverId
            set RoverIsOnMaster to true
        end-if
    end-perform
    .

WriteOpenIncidents section.
    move spaces to AgingReportLine
    write AgingReportLine
    move "OPEN INCIDENTS BY SEVERITY, OLDEST FIRST" to AgingReportLine
    write AgingReportLine
    if OpenHasOverflowed
        move "WARNING: OPEN INCIDENT TABLE FULL AT 2000 - LATER INCIDENTS NOT LISTED"
            to AgingReportLine
        write AgingReportLine
    end-if
    perform varying SeveritySlot from 1 by 1 until SeveritySlot > 3
        perform FindOldestOpen
        perform until OldestSlot = 0
            perform WriteOpenLine
            set OpenIsPrinted(OldestSlot) to true
            perform FindOldestOpen
        end-perform
    end-perform
    .

FindOldestOpen section.
    move 0 to OldestSlot
    perform varying OpenSlot from 1 by 1 until OpenSlot > OpenCount
        if OpenSeverity(OpenSlot) = SeveritySlot
                and not OpenIsPrinted(OpenSlot)
            if OldestSlot = 0
                move OpenSlot to OldestSlot
            else
                if OpenAge(OpenSlot) > OpenAge(OldestSlot)
                    move OpenSlot to OldestSlot
                end-if
            end-if
        end-if
    end-perform
    .

SetSeverityLabel section.
    evaluate SeveritySlot
        when 1 move "HIGH" to SeverityLabel
        when 2 move "MEDIUM" to SeverityLabel
        when other move "LOW" to SeverityLabel
    end-evaluate
    .

WriteOpenLine section.
    perform SetSeverityLabel
    move spaces to AgingReportLine
    string "  "                         delimited by size
           SeverityLabel                delimited by size
           " "                          delimited by size
           OpenRoverId(OldestSlot)      delimited by size
           " "                          delimited by size
           OpenType(OldestSlot)         delimited by size
           " "                          delimited by size
           OpenSeq(OldestSlot)          delimited by size
           "  AGE "                     delimited by size
           OpenAge(OldestSlot)          delimited by size
           " DAYS  "                    delimited by size
           OpenState(OldestSlot)        delimited by size
           " "                          delimited by size
           OpenAssignedTo(OldestSlot)   delimited by size
           "  OCCURRENCES "             delimited by size
           OpenOccurrences(OldestSlot)  delimited by size
           "  ZONE "                    delimited by size
           OpenZoneId(OldestSlot)       delimited by size
           " AT "                       delimited by size
           OpenXPos(OldestSlot)         delimited by size
           ","                          delimited by size
           OpenYPos(OldestSlot)         delimited by size
           "  LAST "                    delimited by size
           OpenLastSeen(OldestSlot)     delimited by size
        into AgingReportLine
    end-string
    write AgingReportLine
    .

WriteBandSummary section.
    move spaces to AgingReportLine
    write AgingReportLine
    move "OPEN INCIDENTS BY SEVERITY AND AGE" to AgingReportLine
    write AgingReportLine
    perform varying SeveritySlot from 1 by 1 until SeveritySlot > 3
        perform SetSeverityLabel
        move spaces to AgingReportLine
        string "  "                        delimited by size
               SeverityLabel               delimited by size
               "  "                        delimited by size
               BandName(1)                 delimited by size
               " "                         delimited by size
               BandCount(SeveritySlot, 1)  delimited by size
               "  "                        delimited by size
               BandName(2)                 delimited by size
               " "                         delimited by size
               BandCount(SeveritySlot, 2)  delimited by size
               "  "                        delimited by size
               BandName(3)                 delimited by size
               " "                         delimited by size
               BandCount(SeveritySlot, 3)  delimited by size
               "  "                        delimited by size
               BandName(4)                 delimited by size
               " "                         delimited by size
               BandCount(SeveritySlot, 4)  delimited by size
            into AgingReportLine
        end-string
        write AgingReportLine
    end-perform
    .

WriteRepeatRovers section.
    move spaces to AgingReportLine
    write AgingReportLine
    move "ROVERS WITH REPEAT INCIDENTS" to AgingReportLine
    write AgingReportLine
    if RepeatHasOverflowed
        move "WARNING: REPEAT TABLE FULL AT 1000 ROVERS - LATER ROVERS NOT COUNTED"
            to AgingReportLine
        write AgingReportLine
    end-if
    perform varying RepeatSlot from 1 by 1 until RepeatSlot > RepeatCount
        if RepeatTickets(RepeatSlot) > 1 or RepeatOccurrences(RepeatSlot) > 1
            add 1 to RepeatRovers
            move spaces to AgingReportLine
            string "  ROVER "                      delimited by size
                   RepeatRoverId(RepeatSlot)       delimited by size
                   "  TICKETS "                    delimited by size
                   RepeatTickets(RepeatSlot)       delimited by size
                   "  STILL OPEN "                 delimited by size
                   RepeatOpenTickets(RepeatSlot)   delimited by size
                   "  OCCURRENCES "                delimited by size
                   RepeatOccurrences(RepeatSlot)   delimited by size
                into AgingReportLine
            end-string
            write AgingReportLine
        end-if
    end-perform
    .

WriteRetiredRovers section.
    move spaces to AgingReportLine
    write AgingReportLine
    move "OPEN INCIDENTS AGAINST RETIRED ROVERS" to AgingReportLine
    write AgingReportLine
    perform varying OpenSlot from 1 by 1 until OpenSlot > OpenCount
        if OpenRoverRetired(OpenSlot)
            add 1 to RetiredOpen
            move spaces to AgingReportLine
            string "  ROVER "                  delimited by size
                   OpenRoverId(OpenSlot)       delimited by size
                   " "                         delimited by size
                   OpenType(OpenSlot)          delimited by size
                   " "                         delimited by size
                   OpenSeq(OpenSlot)           delimited by size
                   "  AGE "                    delimited by size
                   OpenAge(OpenSlot)           delimited by size
                   " DAYS  "                   delimited by size
                   OpenState(OpenSlot)         delimited by size
                   "  NO LONGER ON ROVER MASTER" delimited by size
                into AgingReportLine
            end-string
            write AgingReportLine
        end-if
    end-perform
    .

WriteAgingTotals section.
    move spaces to AgingReportLine
    write AgingReportLine
    move spaces to AgingReportLine
    string "INCIDENTS SCANNED "  delimited by size
           IncidentsScanned      delimited by size
           "  OPEN "             delimited by size
           IncidentsOpen         delimited by size
           "  CLOSED "           delimited by size
           IncidentsClosed       delimited by size
           "  REPEAT ROVERS "    delimited by size
           RepeatRovers          delimited by size
           "  OPEN ON RETIRED "  delimited by size
           RetiredOpen           delimited by size
        into AgingReportLine
    end-string
    write AgingReportLine
    .

end program MarsRoverIncidentAging.
