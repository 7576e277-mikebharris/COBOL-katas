identification division.
program-id. MarsRoverWhereWas.

environment division.
input-output section.
file-control.
    select WhereCards assign to "WHERETXN"
        organization is line sequential
        file status is WhereCardsStatus.
    select GenControl assign to "AUDGCTL"
        organization is line sequential
        file status is GenControlStatus.
    select AuditLog assign to AuditLogName
        organization is line sequential
        file status is AuditLogStatus.
    select WhereReport assign to "WHERERPT"
        organization is line sequential
        file status is WhereReportStatus.
    select WhereResponse assign to "WHERERSP"
        organization is line sequential
        file status is WhereResponseStatus.

data division.
file section.
fd WhereCards.
01 WhereCard.
    05 WhereCardType pic x(06).
    05 WhereCardRoverId pic x(06).
    05 WhereCardZoneId pic x(06).
    05 WhereCardXPos pic 9(02).
    05 WhereCardYPos pic 9(02).
    05 WhereCardFromDate pic 9(08).
    05 WhereCardFromTime pic x(06).
    05 WhereCardToDate pic 9(08).
    05 WhereCardToTime pic x(06).

fd GenControl.
copy AuditGenControlRecord.

fd AuditLog.
copy AuditLogRecord.

fd WhereReport.
01 WhereReportLine pic x(132).

fd WhereResponse.
copy WhereResponseRecord.

working-storage section.
01 WhereCardsStatus pic x(02).
    88 WhereCardsOk value "00".
01 GenControlStatus pic x(02).
    88 GenControlOk value "00".
01 AuditLogStatus pic x(02).
    88 AuditLogOk value "00".
01 WhereReportStatus pic x(02).
01 WhereResponseStatus pic x(02).

01 AuditLogName pic x(40) value "AUDITLOG".

01 GenTable.
    05 GenCount pic 9(04) value 0.
    05 GenEntry occurs 500 times.
        10 GenTableNumber pic 9(04).
        10 GenTableFirst pic x(14).
        10 GenTableLast pic x(14).
01 GenSlot pic 9(04).
01 LatestGenLast pic x(14) value low-values.
01 GenOverflow pic x(01) value "N".
    88 GenHasOverflowed value "Y".

01 TrackTable.
    05 TrackCount pic 9(04) value 0.
    05 TrackEntry occurs 1000 times.
        10 TrackRoverId pic x(06).
        10 TrackPosition.
            15 TrackXPos pic 9(02).
            15 TrackYPos pic 9(02).
            15 TrackOrientation pic x(01).
        10 TrackZoneId pic x(06).
        10 TrackPower pic 9(04).
        10 TrackOperatorId pic x(08).
        10 TrackStamp pic x(14).
        10 TrackRetired pic x(01).
            88 TrackIsRetired value "Y".
01 TrackSlot pic 9(04).
01 TrackFound pic x(01).
    88 TrackWasFound value "Y".
01 TrackOverflow pic x(01) value "N".
    88 TrackHasOverflowed value "Y".
01 LookupRoverId pic x(06).
01 PositionRecorded pic x(01).
    88 PositionWasRecorded value "Y".

01 HitTable.
    05 HitCount pic 9(04) value 0.
    05 HitEntry occurs 200 times.
        10 HitRoverId pic x(06).
        10 HitFirstSeen pic x(14).
        10 HitLastSeen pic x(14).
        10 HitOperatorId pic x(08).
01 HitSlot pic 9(04).
01 HitFound pic x(01).
    88 HitWasFound value "Y".
01 HitOverflow pic x(01) value "N".
    88 HitHasOverflowed value "Y".
01 HitStamp pic x(14).

01 EndOfCards pic x(01) value "N".
    88 AllCardsProcessed value "Y".
01 EndOfControl pic x(01) value "N".
    88 AllControlRead value "Y".
01 EndOfAudit pic x(01).
    88 AllAuditRead value "Y".
01 CardAccepted pic x(01).
    88 CardIsAccepted value "Y".
01 RejectReason pic x(40).

01 InquiryZoneId pic x(06).
01 FromStamp pic x(14).
01 ToStamp pic x(14).
01 ReplayEndStamp pic x(14).
01 WindowStartStamp pic x(14).
01 ReplayMode pic x(01).
    88 ReplayForSquare value "S".
01 SnapshotTaken pic x(01).
    88 SnapshotIsTaken value "Y".
01 RecordStamp pic x(14).

01 InquirySeq pic 9(05) value 0.
01 AnswerCount pic 9(05).
01 FilesRead pic 9(04).
01 RecordsReplayed pic 9(07).
01 CardsRead pic 9(05) value 0.
01 CardsAnswered pic 9(05) value 0.
01 CardsRejected pic 9(05) value 0.
01 ResponsesWritten pic 9(07) value 0.

procedure division.
Main section.
    perform LoadGenerations
    open input WhereCards
    if not WhereCardsOk
        display "MarsRoverWhereWas: cannot open WHERETXN, file status "
            WhereCardsStatus
        set AllCardsProcessed to true
    end-if
    open output WhereReport
    open output WhereResponse
    move spaces to WhereReportLine
    string "MARS ROVER WHERE-WAS INQUIRY  AUDIT GENERATIONS ON FILE "
               delimited by size
           GenCount delimited by size
        into WhereReportLine
    end-string
    write WhereReportLine
    if GenHasOverflowed
        move "WARNING: GENERATION TABLE FULL AT 500 - LATER GENERATIONS IGNORED"
            to WhereReportLine
        write WhereReportLine
    end-if
    if not AllCardsProcessed
        perform ReadWhereCard
        perform ProcessWhereCard until AllCardsProcessed
    end-if
    perform WriteInquiryTotals
    close WhereCards
    close WhereReport
    close WhereResponse
    goback
    .

LoadGenerations section.
    open input GenControl
    if GenControlOk
        perform ReadControlRecord
        perform until AllControlRead
            if GenCount < 500
                add 1 to GenCount
                move GenNumber to GenTableNumber(GenCount)
                move GenFirstTimestamp(1:14) to GenTableFirst(GenCount)
                move GenLastTimestamp(1:14) to GenTableLast(GenCount)
                if GenTableLast(GenCount) > LatestGenLast
                    move GenTableLast(GenCount) to LatestGenLast
                end-if
            else
                set GenHasOverflowed to true
            end-if
            perform ReadControlRecord
        end-perform
        close GenControl
    end-if
    .

ReadControlRecord section.
    read GenControl
        at end set AllControlRead to true
    end-read
    .

ReadWhereCard section.
    read WhereCards
        at end set AllCardsProcessed to true
        not at end add 1 to CardsRead
    end-read
    .

ProcessWhereCard section.
    add 1 to InquirySeq
    set CardIsAccepted to true
    move spaces to RejectReason
    perform ValidateWhereCard
    if CardIsAccepted
        add 1 to CardsAnswered
        perform WriteInquiryHeading
        evaluate function trim(WhereCardType)
            when "ROVER"  perform AnswerRoverInquiry
            when "ZONE"   perform AnswerZoneInquiry
            when "SQUARE" perform AnswerSquareInquiry
        end-evaluate
    else
        add 1 to CardsRejected
        perform WriteRejectedCard
    end-if
    perform ReadWhereCard
    .

RejectCard section.
    move "N" to CardAccepted
    .

ValidateWhereCard section.
    move WhereCardZoneId to InquiryZoneId
    if InquiryZoneId = spaces
        move "GRID01" to InquiryZoneId
    end-if
    evaluate true
        when function trim(WhereCardType) not = "ROVER"
                and function trim(WhereCardType) not = "ZONE"
                and function trim(WhereCardType) not = "SQUARE"
            move "INQUIRY TYPE NOT ROVER, ZONE OR SQUARE" to RejectReason
        when function trim(WhereCardType) = "ROVER"
                and WhereCardRoverId = spaces
            move "ROVER ID BLANK" to RejectReason
        when WhereCardFromDate is not numeric or WhereCardFromDate = 0
            move "FROM DATE NOT NUMERIC" to RejectReason
        when WhereCardFromTime not = spaces
                and WhereCardFromTime is not numeric
            move "FROM TIME NOT NUMERIC" to RejectReason
        when function trim(WhereCardType) = "SQUARE"
                and (WhereCardXPos is not numeric
                    or WhereCardYPos is not numeric)
            move "SQUARE POSITION NOT NUMERIC" to RejectReason
        when function trim(WhereCardType) = "SQUARE"
                and (WhereCardToDate is not numeric or WhereCardToDate = 0)
            move "TO DATE NOT NUMERIC" to RejectReason
        when function trim(WhereCardType) = "SQUARE"
                and WhereCardToTime not = spaces
                and WhereCardToTime is not numeric
            move "TO TIME NOT NUMERIC" to RejectReason
        when other
            perform BuildInquiryStamps
    end-evaluate
    if RejectReason not = spaces
        perform RejectCard
    end-if
    .

BuildInquiryStamps section.
    move spaces to FromStamp
    move spaces to ToStamp
    if WhereCardFromTime = spaces
        if function trim(WhereCardType) = "SQUARE"
            string WhereCardFromDate "000000" delimited by size
                into FromStamp
            end-string
        else
            string WhereCardFromDate "235959" delimited by size
                into FromStamp
            end-string
        end-if
    else
        string WhereCardFromDate WhereCardFromTime delimited by size
            into FromStamp
        end-string
    end-if
    if function trim(WhereCardType) = "SQUARE"
        if WhereCardToTime = spaces
            string WhereCardToDate "235959" delimited by size
                into ToStamp
            end-string
        else
            string WhereCardToDate WhereCardToTime delimited by size
                into ToStamp
            end-string
        end-if
        if ToStamp < FromStamp
            move "TO DATE/TIME BEFORE FROM DATE/TIME" to RejectReason
        end-if
    else
        move FromStamp to ToStamp
    end-if
    .

AnswerRoverInquiry section.
    move FromStamp to ReplayEndStamp
    move space to ReplayMode
    perform ReplayAuditHistory
    move WhereCardRoverId to LookupRoverId
    perform FindTrackSlot
    perform InitialiseResponse
    move WhereCardRoverId to RespRoverId
    move spaces to RespZoneId
    move spaces to WhereReportLine
    evaluate true
        when not TrackWasFound
            set RespResultNoRecord to true
            string "  NO RECORD OF ROVER " delimited by size
                   WhereCardRoverId        delimited by size
                   " AT OR BEFORE "        delimited by size
                   FromStamp               delimited by size
                into WhereReportLine
            end-string
        when TrackIsRetired(TrackSlot)
            set RespResultRetired to true
            perform MoveTrackToResponse
            string "  ROVER "               delimited by size
                   WhereCardRoverId         delimited by size
                   " HAD BEEN RETIRED AT "  delimited by size
                   TrackStamp(TrackSlot)    delimited by size
                into WhereReportLine
            end-string
        when other
            set RespResultFound to true
            perform MoveTrackToResponse
            perform FormatTrackLine
    end-evaluate
    write WhereReportLine
    perform WriteResponse
    .

AnswerZoneInquiry section.
    move FromStamp to ReplayEndStamp
    move space to ReplayMode
    perform ReplayAuditHistory
    move 0 to AnswerCount
    perform varying TrackSlot from 1 by 1 until TrackSlot > TrackCount
        if TrackZoneId(TrackSlot) = InquiryZoneId
                and not TrackIsRetired(TrackSlot)
            add 1 to AnswerCount
            perform InitialiseResponse
            set RespResultFound to true
            perform MoveTrackToResponse
            perform FormatTrackLine
            write WhereReportLine
            perform WriteResponse
        end-if
    end-perform
    if AnswerCount = 0
        perform InitialiseResponse
        set RespResultNoRecord to true
        move spaces to WhereReportLine
        string "  NO ROVERS RECORDED IN ZONE " delimited by size
               InquiryZoneId                   delimited by size
               " AT "                          delimited by size
               FromStamp                       delimited by size
            into WhereReportLine
        end-string
        write WhereReportLine
        perform WriteResponse
    end-if
    .

AnswerSquareInquiry section.
    move ToStamp to ReplayEndStamp
    move FromStamp to WindowStartStamp
    set ReplayForSquare to true
    move 0 to HitCount
    move "N" to HitOverflow
    perform ReplayAuditHistory
    perform varying HitSlot from 1 by 1 until HitSlot > HitCount
        perform InitialiseResponse
        set RespResultFound to true
        move HitRoverId(HitSlot) to RespRoverId
        move WhereCardXPos to RespXPos
        move WhereCardYPos to RespYPos
        move HitOperatorId(HitSlot) to RespOperatorId
        move HitFirstSeen(HitSlot) to RespFirstSeen
        move HitLastSeen(HitSlot) to RespLastSeen
        move spaces to WhereReportLine
        string "  ROVER "              delimited by size
               HitRoverId(HitSlot)     delimited by size
               "  ON SQUARE FROM "     delimited by size
               HitFirstSeen(HitSlot)   delimited by size
               "  LAST RECORDED "      delimited by size
               HitLastSeen(HitSlot)    delimited by size
               "  OPERATOR "           delimited by size
               HitOperatorId(HitSlot)  delimited by size
            into WhereReportLine
        end-string
        write WhereReportLine
        perform WriteResponse
    end-perform
    if HitCount = 0
        perform InitialiseResponse
        set RespResultNoRecord to true
        move WhereCardXPos to RespXPos
        move WhereCardYPos to RespYPos
        move spaces to WhereReportLine
        move "  NO ROVER RECORDED ON THE SQUARE IN THE WINDOW"
            to WhereReportLine
        write WhereReportLine
        perform WriteResponse
    end-if
    if HitHasOverflowed
        move "  WARNING: SQUARE HIT TABLE FULL AT 200 ROVERS"
            to WhereReportLine
        write WhereReportLine
    end-if
    .

ReplayAuditHistory section.
    move 0 to TrackCount
    move 0 to FilesRead
    move 0 to RecordsReplayed
    move "N" to SnapshotTaken
    perform varying GenSlot from 1 by 1 until GenSlot > GenCount
        if GenTableFirst(GenSlot) <= ReplayEndStamp
            move spaces to AuditLogName
            string "AUDG" delimited by size
                   GenTableNumber(GenSlot) delimited by size
                into AuditLogName
            end-string
            perform ReplayOneFile
        end-if
    end-perform
    if GenCount = 0 or ReplayEndStamp > LatestGenLast
        move "AUDITLOG" to AuditLogName
        perform ReplayOneFile
    end-if
    if ReplayForSquare and not SnapshotIsTaken
        perform TakeSquareSnapshot
    end-if
    if TrackHasOverflowed
        move "  WARNING: TRACK TABLE FULL AT 1000 ROVERS" to WhereReportLine
        write WhereReportLine
    end-if
    move spaces to WhereReportLine
    string "  AUDIT FILES READ " delimited by size
           FilesRead             delimited by size
           "  RECORDS REPLAYED " delimited by size
           RecordsReplayed       delimited by size
        into WhereReportLine
    end-string
    write WhereReportLine
    .

ReplayOneFile section.
    move "N" to EndOfAudit
    open input AuditLog
    if AuditLogOk
        add 1 to FilesRead
        move spaces to WhereReportLine
        string "  READING " delimited by size
               AuditLogName delimited by size
            into WhereReportLine
        end-string
        write WhereReportLine
        perform ReadAuditRecord
        perform ReplayAuditRecord until AllAuditRead
        close AuditLog
    else
        move spaces to WhereReportLine
        string "  CANNOT OPEN "   delimited by size
               AuditLogName       delimited by size
               " FILE STATUS "    delimited by size
               AuditLogStatus     delimited by size
            into WhereReportLine
        end-string
        write WhereReportLine
    end-if
    .

ReadAuditRecord section.
    read AuditLog
        at end set AllAuditRead to true
    end-read
    .

ReplayAuditRecord section.
    move AuditTimestamp(1:14) to RecordStamp
    if RecordStamp > ReplayEndStamp
        set AllAuditRead to true
    else
        add 1 to RecordsReplayed
        if ReplayForSquare and not SnapshotIsTaken
                and RecordStamp >= WindowStartStamp
            perform TakeSquareSnapshot
        end-if
        perform ApplyAuditRecord
        if ReplayForSquare and RecordStamp >= WindowStartStamp
                and PositionWasRecorded
            if TrackZoneId(TrackSlot) = InquiryZoneId
                    and TrackXPos(TrackSlot) = WhereCardXPos
                    and TrackYPos(TrackSlot) = WhereCardYPos
                move RecordStamp to HitStamp
                perform RecordSquareHit
            end-if
        end-if
        perform ReadAuditRecord
    end-if
    .

ApplyAuditRecord section.
    move "N" to PositionRecorded
    evaluate function trim(AuditCommand)
        when "RetireRover"
            if AuditOutcomeStatus = "00" or AuditOutcomeStatus = spaces
                move AuditRoverId to LookupRoverId
                perform FindTrackSlot
                if TrackWasFound
                    set TrackIsRetired(TrackSlot) to true
                    move RecordStamp to TrackStamp(TrackSlot)
                end-if
            end-if
        when "RenameRover"
            if AuditOutcomeStatus = "00" or AuditOutcomeStatus = spaces
                move AuditParameterIn(1:6) to LookupRoverId
                perform RemoveTrackEntry
                perform UpsertTrackEntry
            end-if
        when "SelectRover"
        when "RechargeRover"
            if AuditOutcomeStatus = "00" or AuditOutcomeStatus = spaces
                perform UpsertTrackEntry
            end-if
        when "AssignRoverClass"
        when "CollectSample"
        when "DeliverSamples"
            if AuditOutcomeStatus = "00"
                perform UpsertTrackEntry
            end-if
        when "MoveRover"
        when "GoToPosition"
        when "DivertToCharger"
            if AuditOutcomeStatus not = "04"
                perform UpsertTrackEntry
            end-if
        when "RelocateRover"
            if AuditOutcomeStatus not = "01"
                perform UpsertTrackEntry
            end-if
        when other
            continue
    end-evaluate
    .

FindTrackSlot section.
    move "N" to TrackFound
    perform varying TrackSlot from 1 by 1
            until TrackSlot > TrackCount or TrackWasFound
        if TrackRoverId(TrackSlot) = LookupRoverId
            set TrackWasFound to true
        end-if
    end-perform
    if TrackWasFound
        subtract 1 from TrackSlot
    end-if
    .

UpsertTrackEntry section.
    if AuditRoverId not = spaces
        move AuditRoverId to LookupRoverId
        perform FindTrackSlot
        if not TrackWasFound
            if TrackCount < 1000
                add 1 to TrackCount
                move TrackCount to TrackSlot
                move AuditRoverId to TrackRoverId(TrackSlot)
                set TrackWasFound to true
            else
                set TrackHasOverflowed to true
            end-if
        end-if
        if TrackWasFound
            move AuditRoverPosition to TrackPosition(TrackSlot)
            move AuditZoneId to TrackZoneId(TrackSlot)
            move AuditOperatorId to TrackOperatorId(TrackSlot)
            move RecordStamp to TrackStamp(TrackSlot)
            move "N" to TrackRetired(TrackSlot)
            if AuditPowerBalance is numeric
                move AuditPowerBalance to TrackPower(TrackSlot)
            else
                move 100 to TrackPower(TrackSlot)
            end-if
            set PositionWasRecorded to true
        end-if
    end-if
    .

RemoveTrackEntry section.
    if LookupRoverId not = spaces
        perform FindTrackSlot
        if TrackWasFound
            if TrackSlot < TrackCount
                move TrackEntry(TrackCount) to TrackEntry(TrackSlot)
            end-if
            subtract 1 from TrackCount
        end-if
    end-if
    .

TakeSquareSnapshot section.
    set SnapshotIsTaken to true
    perform varying TrackSlot from 1 by 1 until TrackSlot > TrackCount
        if TrackZoneId(TrackSlot) = InquiryZoneId
                and TrackXPos(TrackSlot) = WhereCardXPos
                and TrackYPos(TrackSlot) = WhereCardYPos
                and not TrackIsRetired(TrackSlot)
            move WindowStartStamp to HitStamp
            perform RecordSquareHit
        end-if
    end-perform
    .

RecordSquareHit section.
    move "N" to HitFound
    perform varying HitSlot from 1 by 1
            until HitSlot > HitCount or HitWasFound
        if HitRoverId(HitSlot) = TrackRoverId(TrackSlot)
            set HitWasFound to true
        end-if
    end-perform
    if HitWasFound
        subtract 1 from HitSlot
    else
        if HitCount < 200
            add 1 to HitCount
            move HitCount to HitSlot
            move TrackRoverId(TrackSlot) to HitRoverId(HitSlot)
            move HitStamp to HitFirstSeen(HitSlot)
            set HitWasFound to true
        else
            set HitHasOverflowed to true
        end-if
    end-if
    if HitWasFound
        move HitStamp to HitLastSeen(HitSlot)
        move TrackOperatorId(TrackSlot) to HitOperatorId(HitSlot)
    end-if
    .

InitialiseResponse section.
    initialize WhereResponseRecord
    move InquirySeq to RespInquirySeq
    move WhereCardType to RespInquiryType
    move InquiryZoneId to RespZoneId
    move FromStamp to RespFirstSeen
    move ToStamp to RespLastSeen
    .

MoveTrackToResponse section.
    move TrackRoverId(TrackSlot) to RespRoverId
    move TrackZoneId(TrackSlot) to RespZoneId
    move TrackPosition(TrackSlot) to RespPosition
    move TrackPower(TrackSlot) to RespPowerBalance
    move TrackOperatorId(TrackSlot) to RespOperatorId
    move TrackStamp(TrackSlot) to RespFirstSeen
    .

FormatTrackLine section.
    move spaces to WhereReportLine
    string "  ROVER "                   delimited by size
           TrackRoverId(TrackSlot)      delimited by size
           "  ZONE "                    delimited by size
           TrackZoneId(TrackSlot)       delimited by size
           "  AT "                      delimited by size
           TrackXPos(TrackSlot)         delimited by size
           ","                          delimited by size
           TrackYPos(TrackSlot)         delimited by size
           " "                          delimited by size
           TrackOrientation(TrackSlot)  delimited by size
           "  POWER "                   delimited by size
           TrackPower(TrackSlot)        delimited by size
           "  OPERATOR "                delimited by size
           TrackOperatorId(TrackSlot)   delimited by size
           "  AS RECORDED "             delimited by size
           TrackStamp(TrackSlot)        delimited by size
        into WhereReportLine
    end-string
    .

WriteResponse section.
    write WhereResponseRecord
    add 1 to ResponsesWritten
    .

WriteInquiryHeading section.
    move spaces to WhereReportLine
    evaluate function trim(WhereCardType)
        when "ROVER"
            string "INQUIRY " InquirySeq "  WHERE WAS ROVER "
                       delimited by size
                   WhereCardRoverId delimited by size
                   " AT " delimited by size
                   FromStamp delimited by size
                into WhereReportLine
            end-string
        when "ZONE"
            string "INQUIRY " InquirySeq "  ROVERS IN ZONE "
                       delimited by size
                   InquiryZoneId delimited by size
                   " AT " delimited by size
                   FromStamp delimited by size
                into WhereReportLine
            end-string
        when "SQUARE"
            string "INQUIRY " InquirySeq "  ROVERS ON ZONE "
                       delimited by size
                   InquiryZoneId delimited by size
                   " SQUARE " delimited by size
                   WhereCardXPos delimited by size
                   "," delimited by size
                   WhereCardYPos delimited by size
                   " FROM " delimited by size
                   FromStamp delimited by size
                   " TO " delimited by size
                   ToStamp delimited by size
                into WhereReportLine
            end-string
    end-evaluate
    write WhereReportLine
    .

WriteRejectedCard section.
    move spaces to WhereReportLine
    string "INQUIRY "     delimited by size
           InquirySeq     delimited by size
           "  "           delimited by size
           WhereCard      delimited by size
           "  REJECTED  " delimited by size
           RejectReason   delimited by size
        into WhereReportLine
    end-string
    write WhereReportLine
    initialize WhereResponseRecord
    move InquirySeq to RespInquirySeq
    move WhereCardType to RespInquiryType
    set RespResultBadCard to true
    perform WriteResponse
    .

WriteInquiryTotals section.
    move spaces to WhereReportLine
    string "CARDS READ "     delimited by size
           CardsRead         delimited by size
           "  ANSWERED "     delimited by size
           CardsAnswered     delimited by size
           "  REJECTED "     delimited by size
           CardsRejected     delimited by size
           "  RESPONSES "    delimited by size
           ResponsesWritten  delimited by size
        into WhereReportLine
    end-string
    write WhereReportLine
    .

end program MarsRoverWhereWas.
