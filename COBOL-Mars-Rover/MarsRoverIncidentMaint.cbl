identification division.
program-id. MarsRoverIncidentMaint.

environment division.
input-output section.
file-control.
    select IncidentCards assign to "INCDTXN"
        organization is line sequential
        file status is IncidentCardsStatus.
    select IncidentFile assign to "INCIDENT"
        organization is indexed
        access mode is dynamic
        record key is IncidentKey
        file status is IncidentFileStatus.
    select IncidentMaintReport assign to "INCDMRPT"
        organization is line sequential
        file status is IncidentMaintReportStatus.

data division.
file section.
fd IncidentCards.
01 IncidentCard.
    05 IncidentCardAction pic x(08).
    05 IncidentCardRoverId pic x(06).
    05 IncidentCardType pic x(08).
    05 IncidentCardSeq pic 9(04).
    05 IncidentCardAssignee pic x(08).
    05 IncidentCardNote pic x(60).

fd IncidentFile.
copy IncidentRecord.

fd IncidentMaintReport.
01 IncidentMaintReportLine pic x(132).

working-storage section.
01 IncidentCardsStatus pic x(02).
    88 IncidentCardsOk value "00".
01 IncidentFileStatus pic x(02).
    88 IncidentFileOk value "00".
01 IncidentMaintReportStatus pic x(02).

01 EndOfCards pic x(01) value "N".
    88 AllCardsProcessed value "Y".
01 CardAccepted pic x(01).
    88 CardIsAccepted value "Y".
01 RejectReason pic x(40).
01 IncidentTimestamp pic x(26).

01 CardsRead pic 9(05) value 0.
01 CardsAccepted pic 9(05) value 0.
01 CardsRejected pic 9(05) value 0.

procedure division.
Main section.
    open input IncidentCards
    if not IncidentCardsOk
        display "MarsRoverIncidentMaint: cannot open INCDTXN, file status "
            IncidentCardsStatus
        set AllCardsProcessed to true
    end-if
    open i-o IncidentFile
    if not IncidentFileOk
        open output IncidentFile
        close IncidentFile
        open i-o IncidentFile
    end-if
    open output IncidentMaintReport
    if not AllCardsProcessed
        perform ReadIncidentCard
        perform ProcessIncidentCard until AllCardsProcessed
    end-if
    perform WriteMaintTotals
    close IncidentCards
    close IncidentFile
    close IncidentMaintReport
    goback
    .

ReadIncidentCard section.
    read IncidentCards
        at end set AllCardsProcessed to true
        not at end add 1 to CardsRead
    end-read
    .

ProcessIncidentCard section.
    set CardIsAccepted to true
    move spaces to RejectReason
    perform ReadCardIncident
    if CardIsAccepted
        evaluate function trim(IncidentCardAction)
            when "ASSIGN" perform AssignIncident
            when "NOTE"   perform AnnotateIncident
            when "CLOSE"  perform CloseIncident
            when other
                perform RejectCard
                move "UNKNOWN ACTION" to RejectReason
        end-evaluate
    end-if
    perform WriteMaintResult
    perform ReadIncidentCard
    .

RejectCard section.
    move "N" to CardAccepted
    .

ReadCardIncident section.
    evaluate true
        when IncidentCardRoverId = spaces or IncidentCardType = spaces
            perform RejectCard
            move "ROVER ID OR INCIDENT TYPE BLANK" to RejectReason
        when IncidentCardSeq is not numeric
            perform RejectCard
            move "INCIDENT SEQUENCE NOT NUMERIC" to RejectReason
        when other
            move IncidentCardRoverId to IncidentRoverId
            move IncidentCardType to IncidentType
            move IncidentCardSeq to IncidentSeq
            read IncidentFile
            if not IncidentFileOk
                perform RejectCard
                move "INCIDENT NOT ON FILE" to RejectReason
            end-if
    end-evaluate
    .

AssignIncident section.
    evaluate true
        when IncidentIsClosed
            perform RejectCard
            move "INCIDENT ALREADY CLOSED" to RejectReason
        when IncidentCardAssignee = spaces
            perform RejectCard
            move "ASSIGNEE BLANK" to RejectReason
        when other
            move IncidentCardAssignee to IncidentAssignedTo
            set IncidentIsAssigned to true
            if IncidentCardNote not = spaces
                move IncidentCardNote to IncidentNote
            end-if
            rewrite IncidentRecord
    end-evaluate
    .

AnnotateIncident section.
    if IncidentCardNote = spaces
        perform RejectCard
        move "NOTE BLANK" to RejectReason
    else
        move IncidentCardNote to IncidentNote
        rewrite IncidentRecord
    end-if
    .

CloseIncident section.
    if IncidentIsClosed
        perform RejectCard
        move "INCIDENT ALREADY CLOSED" to RejectReason
    else
        move function current-date to IncidentTimestamp
        move IncidentTimestamp(1:14) to IncidentClosed
        set IncidentIsClosed to true
        if IncidentCardAssignee not = spaces
            move IncidentCardAssignee to IncidentAssignedTo
        end-if
        if IncidentCardNote not = spaces
            move IncidentCardNote to IncidentNote
        end-if
        rewrite IncidentRecord
    end-if
    .

WriteMaintResult section.
    move spaces to IncidentMaintReportLine
    if CardIsAccepted
        add 1 to CardsAccepted
        string IncidentCardAction   delimited by size
               " "                  delimited by size
               IncidentCardRoverId  delimited by size
               " "                  delimited by size
               IncidentCardType     delimited by size
               " "                  delimited by size
               IncidentCardSeq      delimited by size
               " "                  delimited by size
               IncidentCardAssignee delimited by size
               "  ACCEPTED  NOW "   delimited by size
               IncidentState        delimited by size
            into IncidentMaintReportLine
        end-string
    else
        add 1 to CardsRejected
        string IncidentCardAction   delimited by size
               " "                  delimited by size
               IncidentCardRoverId  delimited by size
               " "                  delimited by size
               IncidentCardType     delimited by size
               " "                  delimited by size
               IncidentCardSeq      delimited by size
               " "                  delimited by size
               IncidentCardAssignee delimited by size
               "  REJECTED  "       delimited by size
               RejectReason         delimited by size
            into IncidentMaintReportLine
        end-string
    end-if
    write IncidentMaintReportLine
    .

WriteMaintTotals section.
    move spaces to IncidentMaintReportLine
    string "CARDS READ "   delimited by size
           CardsRead       delimited by size
           "  ACCEPTED "   delimited by size
           CardsAccepted   delimited by size
           "  REJECTED "   delimited by size
           CardsRejected   delimited by size
        into IncidentMaintReportLine
    end-string
    write IncidentMaintReportLine
    .

end program MarsRoverIncidentMaint.
