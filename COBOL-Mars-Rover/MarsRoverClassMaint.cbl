identification division.
program-id. MarsRoverClassMaint.

environment division.
input-output section.
file-control.
    select ClassMaintCards assign to "CLASSTXN"
        organization is line sequential
        file status is ClassMaintCardsStatus.
    select RoverClassFile assign to "CLASSMST"
        organization is indexed
        access mode is dynamic
        record key is ClassCode
        file status is RoverClassStatus.
    select RoverMaster assign to "ROVERMSTR"
        organization is indexed
        access mode is dynamic
        record key is MasterRoverId
        file status is RoverMasterStatus.
    select ClassMaintReport assign to "CLASSRPT"
        organization is line sequential
        file status is ClassMaintReportStatus.

data division.
file section.
fd ClassMaintCards.
01 ClassMaintCard.
    05 ClassCardAction pic x(08).
    05 ClassCardCode pic x(04).
    05 ClassCardDescription pic x(20).
    05 ClassCardMaxPower pic 9(04).
    05 ClassCardMultiplier pic 9v9.
    05 ClassCardTerrain pic x(03).
    05 ClassCardSurvey pic x(01).
    05 ClassCardRoverId pic x(06).
    05 ClassCardPayloadLimit pic 9(03).

fd RoverClassFile.
copy RoverClassRecord.

fd RoverMaster.
copy RoverMasterRecord.

fd ClassMaintReport.
01 ClassMaintReportLine pic x(132).

working-storage section.
copy AssignClassParm.

01 ClassMaintCardsStatus pic x(02).
    88 ClassMaintCardsOk value "00".
01 RoverClassStatus pic x(02).
    88 RoverClassOk value "00".
01 RoverMasterStatus pic x(02).
    88 RoverMasterOk        value "00".
    88 RoverMasterEndOfFile value "10".
01 ClassMaintReportStatus pic x(02).

01 Command pic x(20).

01 EndOfCards pic x(01) value "N".
    88 AllCardsProcessed value "Y".
01 EndOfMaster pic x(01) value "N".
    88 AllMasterRead value "Y".
01 CardAccepted pic x(01).
    88 CardIsAccepted value "Y".
01 RejectReason pic x(40).
01 TerrainPointer pic 9(02).
01 TerrainLetters pic 9(02).

01 FleetClassSnapshot.
    05 SnapCount pic 9(04) value 0.
    05 SnapEntry occurs 1000 times.
        10 SnapRoverId pic x(06).
        10 SnapClassCode pic x(04).
01 SnapSlot pic 9(04).
01 SnapOverflow pic x(01) value "N".
    88 SnapHasOverflowed value "Y".
01 ClassInUse pic x(01).
    88 ClassIsInUse value "Y".

01 AssignQueue.
    05 AssignCount pic 9(04) value 0.
    05 AssignEntry occurs 500 times.
        10 QueuedCard pic x(51).
01 AssignSlot pic 9(04).
01 AssignCard.
    05 AssignCardAction pic x(08).
    05 AssignCardCode pic x(04).
    05 AssignCardDescription pic x(20).
    05 AssignCardMaxPower pic 9(04).
    05 AssignCardMultiplier pic 9v9.
    05 AssignCardTerrain pic x(03).
    05 AssignCardSurvey pic x(01).
    05 AssignCardRoverId pic x(06).
    05 AssignCardPayloadLimit pic 9(03).
01 ResultCard pic x(51).

01 CardsRead pic 9(05) value 0.
01 CardsAccepted pic 9(05) value 0.
01 CardsRejected pic 9(05) value 0.

procedure division.
Main section.
    open input ClassMaintCards
    if not ClassMaintCardsOk
        display "MarsRoverClassMaint: cannot open CLASSTXN, file status "
            ClassMaintCardsStatus
        set AllCardsProcessed to true
    end-if
    open i-o RoverClassFile
    if not RoverClassOk
        open output RoverClassFile
        close RoverClassFile
        open i-o RoverClassFile
    end-if
    open output ClassMaintReport
    if not AllCardsProcessed
        perform LoadFleetSnapshot
        perform ReadClassCard
        perform ProcessClassCard until AllCardsProcessed
    end-if
    close ClassMaintCards
    close RoverClassFile
    perform ApplyRoverAssignments
    perform WriteMaintTotals
    close ClassMaintReport
    goback
    .

LoadFleetSnapshot section.
    open input RoverMaster
    if RoverMasterOk
        move low-values to MasterRoverId
        start RoverMaster key is not less than MasterRoverId
        if RoverMasterOk
            perform until AllMasterRead
                read RoverMaster next record
                if RoverMasterOk
                    perform AddSnapshotEntry
                else
                    set AllMasterRead to true
                end-if
            end-perform
        end-if
        close RoverMaster
    else
        move "WARNING: ROVER MASTER UNAVAILABLE - NO CLASS IN-USE CHECKS"
            to ClassMaintReportLine
        write ClassMaintReportLine
    end-if
    .

AddSnapshotEntry section.
    if SnapCount < 1000
        add 1 to SnapCount
        move MasterRoverId to SnapRoverId(SnapCount)
        move MasterClassCode to SnapClassCode(SnapCount)
    else
        set SnapHasOverflowed to true
    end-if
    .

ReadClassCard section.
    read ClassMaintCards
        at end set AllCardsProcessed to true
        not at end add 1 to CardsRead
    end-read
    .

ProcessClassCard section.
    set CardIsAccepted to true
    move spaces to RejectReason
    evaluate function trim(ClassCardAction)
        when "ADD"    perform AddClass
        when "CHANGE" perform ChangeClass
        when "DELETE" perform DeleteClass
        when "ASSIGN" perform QueueAssignment
        when other
            perform RejectCard
            move "UNKNOWN ACTION" to RejectReason
    end-evaluate
    if function trim(ClassCardAction) not = "ASSIGN" or not CardIsAccepted
        move ClassMaintCard to ResultCard
        perform WriteMaintResult
    end-if
    perform ReadClassCard
    .

RejectCard section.
    move "N" to CardAccepted
    .

AddClass section.
    perform ValidateClassCard
    if CardIsAccepted
        move ClassCardCode to ClassCode
        read RoverClassFile
        if RoverClassOk
            perform RejectCard
            move "CLASS ALREADY ON FILE" to RejectReason
        else
            perform BuildClassRecord
            write RoverClassRecord
        end-if
    end-if
    .

ChangeClass section.
    perform ValidateClassCard
    if CardIsAccepted
        move ClassCardCode to ClassCode
        read RoverClassFile
        if RoverClassOk
            perform BuildClassRecord
            rewrite RoverClassRecord
        else
            perform RejectCard
            move "CLASS NOT ON FILE" to RejectReason
        end-if
    end-if
    .

DeleteClass section.
    if ClassCardCode = spaces
        perform RejectCard
        move "CLASS CODE BLANK" to RejectReason
    else
        move ClassCardCode to ClassCode
        read RoverClassFile
        if RoverClassOk
            perform CheckClassInUse
            if ClassIsInUse
                perform RejectCard
                move "CLASS STILL ASSIGNED TO ROVERS" to RejectReason
            else
                delete RoverClassFile record
            end-if
        else
            perform RejectCard
            move "CLASS NOT ON FILE" to RejectReason
        end-if
    end-if
    .

CheckClassInUse section.
    move "N" to ClassInUse
    perform varying SnapSlot from 1 by 1 until SnapSlot > SnapCount
        if SnapClassCode(SnapSlot) = ClassCardCode
            set ClassIsInUse to true
        end-if
    end-perform
    .

ValidateClassCard section.
    evaluate true
        when ClassCardCode = spaces
            perform RejectCard
            move "CLASS CODE BLANK" to RejectReason
        when ClassCardMaxPower is not numeric or ClassCardMaxPower = 0
            perform RejectCard
            move "MAX POWER NOT NUMERIC OR ZERO" to RejectReason
        when ClassCardMultiplier is not numeric
                or ClassCardMultiplier = 0
            perform RejectCard
            move "MULTIPLIER NOT NUMERIC OR ZERO" to RejectReason
        when ClassCardSurvey not = "Y" and ClassCardSurvey not = "N"
            perform RejectCard
            move "SURVEY FLAG NOT Y OR N" to RejectReason
        when ClassCardPayloadLimit is not numeric
            perform RejectCard
            move "PAYLOAD LIMIT NOT NUMERIC" to RejectReason
        when other
            perform ValidateTerrainList
    end-evaluate
    .

ValidateTerrainList section.
    move 0 to TerrainLetters
    perform varying TerrainPointer from 1 by 1 until TerrainPointer > 3
        evaluate ClassCardTerrain(TerrainPointer:1)
            when "R"
            when "S"
            when "D"
                add 1 to TerrainLetters
            when space
                continue
            when other
                perform RejectCard
                move "TERRAIN LIST NOT R, S OR D" to RejectReason
        end-evaluate
    end-perform
    if CardIsAccepted and TerrainLetters = 0
        perform RejectCard
        move "TERRAIN LIST BLANK" to RejectReason
    end-if
    .

BuildClassRecord section.
    move ClassCardCode to ClassCode
    move ClassCardDescription to ClassDescription
    move ClassCardMaxPower to ClassMaxPower
    move ClassCardMultiplier to ClassPowerMultiplier
    move ClassCardTerrain to ClassAllowedTerrain
    move ClassCardSurvey to ClassSurveyCapable
    move ClassCardPayloadLimit to ClassPayloadLimit
    .

QueueAssignment section.
    if ClassCardRoverId = spaces
        perform RejectCard
        move "ROVER ID BLANK" to RejectReason
    else
        if AssignCount < 500
            add 1 to AssignCount
            move ClassMaintCard to QueuedCard(AssignCount)
        else
            perform RejectCard
            move "ASSIGNMENT TABLE FULL" to RejectReason
        end-if
    end-if
    .

ApplyRoverAssignments section.
    perform varying AssignSlot from 1 by 1 until AssignSlot > AssignCount
        move QueuedCard(AssignSlot) to AssignCard
        set CardIsAccepted to true
        move spaces to RejectReason
        move AssignCardRoverId to AssignRoverId
        move AssignCardCode to AssignClassCode
        move "AssignRoverClass" to Command
        call "MarsRover" using Command, AssignClassParm
        evaluate true
            when AssignStatusOk
                continue
            when AssignStatusNoSuchRover
                perform RejectCard
                move "ROVER NOT ON MASTER" to RejectReason
            when other
                perform RejectCard
                move "CLASS NOT ON FILE" to RejectReason
        end-evaluate
        move AssignCard to ResultCard
        perform WriteMaintResult
    end-perform
    .

WriteMaintResult section.
    move spaces to ClassMaintReportLine
    if CardIsAccepted
        add 1 to CardsAccepted
        string ResultCard delimited by size
               "  ACCEPTED" delimited by size
            into ClassMaintReportLine
        end-string
    else
        add 1 to CardsRejected
        string ResultCard delimited by size
               "  REJECTED  " delimited by size
               RejectReason delimited by size
            into ClassMaintReportLine
        end-string
    end-if
    write ClassMaintReportLine
    .

WriteMaintTotals section.
    if SnapHasOverflowed
        move "WARNING: ROVER SNAPSHOT FULL AT 1000 ROVERS"
            to ClassMaintReportLine
        write ClassMaintReportLine
    end-if
    move spaces to ClassMaintReportLine
    string "CARDS READ "   delimited by size
           CardsRead       delimited by size
           "  ACCEPTED "   delimited by size
           CardsAccepted   delimited by size
           "  REJECTED "   delimited by size
           CardsRejected   delimited by size
        into ClassMaintReportLine
    end-string
    write ClassMaintReportLine
    .

end program MarsRoverClassMaint.
