working-storage section.
copy GridDimensions.
copy SelectRoverParm.
copy RaiseIncidentParm.

01 MoveCallBuffer pic x(82).
01 MoveCallRequest redefines MoveCallBuffer.

01 Command pic x(20).
01 ZoneParameter pic x(06).
01 IncidentSwitch pic x(01).

01 MoveCardsStatus pic x(02).
    88 MoveCardsOk value "00".
            88 DeckDone   value "D".
            88 DeckFailed value "F".
        10 DeckRetryCount pic 9(02).
        10 DeckCrossing pic x(01).
            88 DeckCrossingPending value "Y".
        10 DeckOutcome pic x(82).
01 DeckSlot pic 9(03).
01 DeckOverflow pic x(01) value "N".
    move CardInitialYPos to InitialYPos
    move CardInitialOrientation to InitialOrientation
    move CardZoneId to SelectedZoneId
    move spaces to SelectedClassCode
    move "SelectRover" to Command
    call "MarsRover" using Command, SelectRoverParm
    .
RoundRobinDrive section.
    perform MarkRunInFlight
    perform LoadDeckTable
    move "N" to IncidentSwitch
    move "SetIncidentRaising" to Command
    call "MarsRover" using Command, IncidentSwitch
    perform RoundRobinPass until DeckIsIdle
    move "Y" to IncidentSwitch
    move "SetIncidentRaising" to Command
    call "MarsRover" using Command, IncidentSwitch
    perform ReportDeckResults
    .

        move 1 to DeckNextInstruction(DeckCount)
        set DeckActive(DeckCount) to true
        move 0 to DeckRetryCount(DeckCount)
        move "N" to DeckCrossing(DeckCount)
        move spaces to DeckOutcome(DeckCount)
    else
        set DeckHasOverflowed to true

ExecuteSingleStep section.
    move spaces to CallRequestMoveSequence
    if not DeckCrossingPending(DeckSlot)
        move StepCharacter to CallRequestMoveSequence(1:1)
    end-if
    move 1 to CallRequestStartInstruction
    move "MoveRover" to Command
    call "MarsRover" using Command, MoveCallBuffer
    if CallOutcomeStatus = "01" and StepCharacter = "M"
            and CallOutcomeErrorInstructionNumber not = 0
        set DeckCrossingPending(DeckSlot) to true
    end-if
    if CallOutcomeErrorInstructionNumber not = 0
        move DeckNextInstruction(DeckSlot)
            to CallOutcomeErrorInstructionNumber
        when "00"
            add 1 to DeckNextInstruction(DeckSlot)
            move 0 to DeckRetryCount(DeckSlot)
            move "N" to DeckCrossing(DeckSlot)
            add 1 to PassProgress
        when "01"
            add 1 to DeckRetryCount(DeckSlot)
            if DeckRetryCount(DeckSlot) >= 5
                perform CheckBlockerForDeadlock
                set DeckFailed(DeckSlot) to true
                move spaces to RaiseReference
                if BlockerWasFound
                    move "DEADLOCK" to RaiseType
                    string "BLOCKED BY ROVER " delimited by size
                           BlockerRoverId      delimited by size
                        into RaiseReference
                    end-string
                else
                    move spaces to RaiseType
                end-if
                perform RaiseDeckIncident
            end-if
        when other
            set DeckFailed(DeckSlot) to true
            move spaces to RaiseType
            move spaces to RaiseReference
            perform RaiseDeckIncident
    end-evaluate
    .

CheckBlockerForDeadlock section.
    move "N" to BlockerFound
    if StepCharacter = "M" and not DeckCrossingPending(DeckSlot)
        perform ResolveBlockedTarget
        perform ScanForActiveBlocker
    end-if
            display "  rover " CardRoverId
                " waiting at instruction " DeckNextInstruction(DeckSlot)
            set DeckFailed(DeckSlot) to true
            move DeckOutcome(DeckSlot) to MoveCallBuffer
            move "DEADLOCK" to RaiseType
            move spaces to RaiseReference
            string "STALLED AT INSTRUCTION " delimited by size
                   DeckNextInstruction(DeckSlot) delimited by size
                into RaiseReference
            end-string
            perform RaiseDeckIncident
        end-if
    end-perform
    .

RaiseDeckIncident section.
    move CardRoverId to RaiseRoverId
    move "MoveRover" to RaiseCommand
    move CallOutcomeStatus to RaiseStatus
    move "RaiseIncident" to Command
    call "MarsRover" using Command, RaiseIncidentParm
    .

ReportDeckResults section.
    perform varying DeckSlot from 1 by 1 until DeckSlot > DeckCount
        move DeckCard(DeckSlot) to MoveCardRecord
