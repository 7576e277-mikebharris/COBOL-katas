identification division.
program-id. MarsRoverUplink.

environment division.
input-output section.
file-control.
    select UplinkFile assign to "UPLINK"
        organization is line sequential
        file status is UplinkFileStatus.
    select UplinkControl assign to "UPLKCTL"
        organization is line sequential
        file status is UplinkControlStatus.
    select DownlinkFile assign to "DOWNLINK"
        organization is line sequential
        file status is DownlinkFileStatus.

data division.
file section.
fd UplinkFile.
01 UplinkRecord.
    05 UplinkSequence pic 9(08).
    05 UplinkRoverId pic x(06).
    05 UplinkCommand pic x(20).
    05 UplinkOperatorId pic x(08).
    05 UplinkParameters pic x(107).

fd UplinkControl.
01 UplinkControlRecord.
    05 ControlLastSequence pic 9(08).
    05 ControlPendingSequence pic 9(08).
    05 ControlRunState pic x(01).
        88 ControlRunInFlight value "I".
        88 ControlRunComplete value "C".
    05 ControlRunDate pic 9(08).
    05 ControlRecordsAnswered pic 9(06).
    05 ControlAckCount pic 9(06).
    05 ControlNakCount pic 9(06).
    05 ControlFirstSequence pic 9(08).
    05 ControlLastRead pic 9(08).
    05 ControlSequenceHash pic 9(15).

fd DownlinkFile.
01 DownlinkLine pic x(132).

working-storage section.
copy SignOnParm.
copy SelectRoverParm.
copy GoToPositionParm.
copy RechargeRoverParm.
copy ServiceRoverParm.
copy SurveySquareParm.
copy DivertToChargerParm.
copy CollectSampleParm.
copy DeliverSamplesParm.
copy RoverStatusParm.

01 MoveCallBuffer pic x(82).
01 MoveCallRequest redefines MoveCallBuffer.
    05 CallRequestMoveSequence pic x(80).
    05 CallRequestStartInstruction pic 9(02).
01 MoveCallOutcome redefines MoveCallBuffer.
    05 CallOutcomeStatus pic x(02).
    05 CallOutcomePosition.
        10 CallOutcomeXPos pic 9(02).
        10 CallOutcomeYPos pic 9(02).
        10 CallOutcomeOrientation pic x(01).
    05 CallOutcomeErrorInstructionNumber pic 9(02).
    05 CallOutcomeErrorCharacter pic x(01).
    05 CallOutcomePowerBalance pic 9(04).
    05 filler pic x(68).

01 Command pic x(20).

01 UplinkFileStatus pic x(02).
    88 UplinkFileOk value "00".
01 UplinkControlStatus pic x(02).
    88 UplinkControlOk value "00".
01 DownlinkFileStatus pic x(02).
01 EndOfUplink pic x(01) value "N".
    88 AllUplinkRead value "Y".

01 RestartRun pic x(01) value "N".
    88 RunIsRestarted value "Y".
01 RunDate pic 9(08).
01 RunState pic x(01).
01 LastSequence pic 9(08) value 0.
01 PendingSequence pic 9(08) value 0.
01 ExpectedSequence pic 9(08).
01 RecordNumber pic 9(06) value 0.
01 SkipTarget pic 9(06) value 0.
01 RecordsAnswered pic 9(06) value 0.
01 AckCount pic 9(06) value 0.
01 NakCount pic 9(06) value 0.
01 FirstSequence pic 9(08) value 0.
01 LastRead pic 9(08) value 0.
01 SequenceHash pic 9(15) value 0.

01 SignedOnOperator pic x(08) value spaces.
01 OperatorKnown pic x(01) value "N".
    88 OperatorIsKnown value "Y".
01 RequiredCommand pic x(20).
01 Authorized pic x(01).
    88 OperatorIsAuthorized value "Y".
01 AllowedSlot pic 9(02).
01 CommandSupported pic x(01).
    88 CommandIsSupported value "Y".
01 ParametersValid pic x(01).
    88 ParametersAreValid value "Y".
01 SequenceConsumed pic x(01).
    88 SequenceIsConsumed value "Y".
01 CommandExecuted pic x(01).
    88 CommandWasExecuted value "Y".

01 ResultStatus pic x(02).
01 NakReason pic x(40).
01 DownlinkType pic x(03).
01 DownlinkSequence pic x(08).
01 DownlinkPosition.
    05 DownlinkXPos pic 9(02).
    05 DownlinkYPos pic 9(02).
    05 DownlinkOrientation pic x(01).
01 DownlinkZoneId pic x(06).
01 DownlinkPowerBalance pic 9(04).

procedure division.
Main section.
    perform ReadUplinkControl
    perform OpenFiles
    if not AllUplinkRead
        perform ReadUplinkRecord
        perform ProcessUplinkRecord until AllUplinkRead
        perform WriteDownlinkTrailer
        move "C" to RunState
        move 0 to PendingSequence
        perform StoreUplinkControl
    end-if
    perform CloseFiles
    goback
    .

ReadUplinkControl section.
    open input UplinkControl
    if UplinkControlOk
        read UplinkControl
            at end continue
        end-read
        if UplinkControlOk
            move ControlLastSequence to LastSequence
            if ControlRunInFlight
                set RunIsRestarted to true
                move ControlPendingSequence to PendingSequence
                move ControlRunDate to RunDate
                move ControlRecordsAnswered to RecordsAnswered
                move ControlRecordsAnswered to SkipTarget
                move ControlAckCount to AckCount
                move ControlNakCount to NakCount
                move ControlFirstSequence to FirstSequence
                move ControlLastRead to LastRead
                move ControlSequenceHash to SequenceHash
                display "MarsRoverUplink: restarting uplink run " RunDate
                    " after record " SkipTarget
                    " sequence " LastSequence
            end-if
        end-if
        close UplinkControl
    end-if
    if not RunIsRestarted
        move function current-date(1:8) to RunDate
    end-if
    .

StoreUplinkControl section.
    open output UplinkControl
    move LastSequence to ControlLastSequence
    move PendingSequence to ControlPendingSequence
    move RunState to ControlRunState
    move RunDate to ControlRunDate
    move RecordsAnswered to ControlRecordsAnswered
    move AckCount to ControlAckCount
    move NakCount to ControlNakCount
    move FirstSequence to ControlFirstSequence
    move LastRead to ControlLastRead
    move SequenceHash to ControlSequenceHash
    write UplinkControlRecord
    close UplinkControl
    .

OpenFiles section.
    open input UplinkFile
    if not UplinkFileOk
        display "MarsRoverUplink: cannot open UPLINK, file status "
            UplinkFileStatus
        set AllUplinkRead to true
    else
        if RunIsRestarted
            open extend DownlinkFile
        else
            open output DownlinkFile
            perform WriteDownlinkHeader
        end-if
    end-if
    .

CloseFiles section.
    close UplinkFile
    close DownlinkFile
    .

ReadUplinkRecord section.
    read UplinkFile
        at end set AllUplinkRead to true
    end-read
    .

ProcessUplinkRecord section.
    add 1 to RecordNumber
    if RecordNumber > SkipTarget
        perform AnswerUplinkRecord
    end-if
    perform ReadUplinkRecord
    .

AnswerUplinkRecord section.
    move spaces to ResultStatus
    move spaces to NakReason
    move "N" to SequenceConsumed
    move "N" to CommandExecuted
    compute ExpectedSequence = LastSequence + 1
    evaluate true
        when UplinkSequence is not numeric
            move "90" to ResultStatus
            move "SEQUENCE NOT NUMERIC" to NakReason
        when UplinkSequence <= LastSequence
            move "91" to ResultStatus
            move "DUPLICATE SEQUENCE - NOT EXECUTED" to NakReason
        when UplinkSequence not = ExpectedSequence
            move "90" to ResultStatus
            move "SEQUENCE GAP - EXPECTED " to NakReason
            move ExpectedSequence to NakReason(25:8)
        when PendingSequence > 0 and UplinkSequence = PendingSequence
            set SequenceIsConsumed to true
            move "96" to ResultStatus
            move "OUTCOME UNCONFIRMED - SEE AUDIT LOG" to NakReason
        when other
            perform ExecuteUplinkCommand
    end-evaluate
    if UplinkSequence is numeric
        if FirstSequence = 0
            move UplinkSequence to FirstSequence
        end-if
        move UplinkSequence to LastRead
        add UplinkSequence to SequenceHash
    end-if
    if SequenceIsConsumed
        move UplinkSequence to LastSequence
        move 0 to PendingSequence
    end-if
    perform ReportRoverPosition
    perform WriteDownlinkDetail
    move "I" to RunState
    perform StoreUplinkControl
    .

ExecuteUplinkCommand section.
    set SequenceIsConsumed to true
    perform CheckCommandSupported
    if CommandIsSupported
        perform SignOnUplinkOperator
    end-if
    evaluate true
        when not CommandIsSupported
            move "94" to ResultStatus
            move "COMMAND NOT ACCEPTED ON UPLINK" to NakReason
        when UplinkRoverId = spaces
            move "95" to ResultStatus
            move "ROVER ID BLANK" to NakReason
        when not OperatorIsKnown
            move "92" to ResultStatus
            move "OPERATOR NOT ON PROFILE" to NakReason
        when other
            perform CheckUplinkAuthority
            if not OperatorIsAuthorized
                move "93" to ResultStatus
                move "OPERATOR NOT AUTHORIZED FOR COMMAND" to NakReason
            else
                perform ValidateUplinkParameters
                if not ParametersAreValid
                    move "97" to ResultStatus
                    move "PARAMETERS NOT VALID FOR COMMAND" to NakReason
                else
                    perform RunUplinkCommand
                end-if
            end-if
    end-evaluate
    .

CheckCommandSupported section.
    evaluate function trim(UplinkCommand)
        when "SelectRover"
        when "MoveRover"
        when "GoToPosition"
        when "RechargeRover"
        when "ServiceRover"
        when "SurveySquare"
        when "DivertToCharger"
        when "CollectSample"
        when "DeliverSamples"
            set CommandIsSupported to true
        when other
            move "N" to CommandSupported
    end-evaluate
    .

SignOnUplinkOperator section.
    if UplinkOperatorId not = SignedOnOperator
        move UplinkOperatorId to SignedOnOperator
        move UplinkOperatorId to SignOnOperatorId
        move "SignOn" to Command
        call "MarsRover" using Command, SignOnParm
        if SignOnStatusOk
            set OperatorIsKnown to true
        else
            move "N" to OperatorKnown
        end-if
    end-if
    .

CheckUplinkAuthority section.
    move "SelectRover" to RequiredCommand
    perform CheckAuthorized
    if OperatorIsAuthorized
        move UplinkCommand to RequiredCommand
        perform CheckAuthorized
    end-if
    .

CheckAuthorized section.
    move "N" to Authorized
    perform varying AllowedSlot from 1 by 1
            until AllowedSlot > SignOnAllowedCount
        if SignOnAllowedCommand(AllowedSlot) = RequiredCommand
            set OperatorIsAuthorized to true
        end-if
    end-perform
    .

ValidateUplinkParameters section.
    set ParametersAreValid to true
    evaluate function trim(UplinkCommand)
        when "SelectRover"
            move UplinkParameters to SelectRoverParm
            if InitialXPos is not numeric or InitialYPos is not numeric
                move "N" to ParametersValid
            end-if
        when "MoveRover"
            move UplinkParameters to MoveCallBuffer
            if CallRequestMoveSequence = spaces
                move "N" to ParametersValid
            end-if
        when "GoToPosition"
            move UplinkParameters to GoToPositionParm
            if GoalXPos is not numeric or GoalYPos is not numeric
                move "N" to ParametersValid
            end-if
        when "RechargeRover"
            move UplinkParameters to RechargeRoverParm
            if RechargeUnits is not numeric
                move "N" to ParametersValid
            end-if
        when "CollectSample"
            move UplinkParameters to CollectSampleParm
            if CollectSampleId = spaces
                move "N" to ParametersValid
            end-if
    end-evaluate
    .

RunUplinkCommand section.
    move UplinkSequence to PendingSequence
    move "I" to RunState
    perform StoreUplinkControl
    if function trim(UplinkCommand) = "SelectRover"
        perform UplinkSelectRover
    else
        perform SelectExistingRover
        if CommandWasExecuted
            evaluate function trim(UplinkCommand)
                when "MoveRover"       perform UplinkMoveRover
                when "GoToPosition"    perform UplinkGoToPosition
                when "RechargeRover"   perform UplinkRechargeRover
                when "ServiceRover"    perform UplinkServiceRover
                when "SurveySquare"    perform UplinkSurveySquare
                when "DivertToCharger" perform UplinkDivertToCharger
                when "CollectSample"   perform UplinkCollectSample
                when "DeliverSamples"  perform UplinkDeliverSamples
            end-evaluate
        end-if
    end-if
    .

SelectExistingRover section.
    move UplinkRoverId to StatusRoverId
    move "GetRoverStatus" to Command
    call "MarsRover" using Command, RoverStatusParm
    if not StatusResultOk
        move "95" to ResultStatus
        move "ROVER NOT ON MASTER" to NakReason
    else
        move UplinkRoverId to SelectedRoverId
        move StatusPosition to InitialPosition
        move StatusZoneId to SelectedZoneId
        move spaces to SelectedClassCode
        move "SelectRover" to Command
        call "MarsRover" using Command, SelectRoverParm
        if SelectStatusOk
            set CommandWasExecuted to true
        else
            move SelectStatus to ResultStatus
            move "ROVER COULD NOT BE SELECTED" to NakReason
        end-if
    end-if
    .

UplinkSelectRover section.
    move UplinkParameters to SelectRoverParm
    move UplinkRoverId to SelectedRoverId
    move "SelectRover" to Command
    call "MarsRover" using Command, SelectRoverParm
    move SelectStatus to ResultStatus
    set CommandWasExecuted to true
    .

UplinkMoveRover section.
    move UplinkParameters to MoveCallBuffer
    if CallRequestStartInstruction is not numeric
        move 1 to CallRequestStartInstruction
    end-if
    move "MoveRover" to Command
    call "MarsRover" using Command, MoveCallBuffer
    move CallOutcomeStatus to ResultStatus
    .

UplinkGoToPosition section.
    move UplinkParameters to GoToPositionParm
    move "GoToPosition" to Command
    call "MarsRover" using Command, GoToPositionParm
    move GoToStatus to ResultStatus
    if GoToStatusOk and GoToMoveStatus not = spaces
        move GoToMoveStatus to ResultStatus
    end-if
    .

UplinkRechargeRover section.
    move UplinkParameters to RechargeRoverParm
    move UplinkRoverId to RechargeRoverId
    move "RechargeRover" to Command
    call "MarsRover" using Command, RechargeRoverParm
    move RechargeStatus to ResultStatus
    .

UplinkServiceRover section.
    move UplinkParameters to ServiceRoverParm
    move UplinkRoverId to ServiceRoverId
    move "ServiceRover" to Command
    call "MarsRover" using Command, ServiceRoverParm
    move ServiceStatus to ResultStatus
    .

UplinkSurveySquare section.
    move UplinkParameters to SurveySquareParm
    move "SurveySquare" to Command
    call "MarsRover" using Command, SurveySquareParm
    move SurveyStatus to ResultStatus
    .

UplinkDivertToCharger section.
    move UplinkParameters to DivertToChargerParm
    move "DivertToCharger" to Command
    call "MarsRover" using Command, DivertToChargerParm
    move DivertStatus to ResultStatus
    if DivertMoveStatus not = spaces and DivertMoveStatus not = "00"
        move DivertMoveStatus to ResultStatus
    end-if
    .

UplinkCollectSample section.
    move UplinkParameters to CollectSampleParm
    move "CollectSample" to Command
    call "MarsRover" using Command, CollectSampleParm
    move CollectStatus to ResultStatus
    .

UplinkDeliverSamples section.
    move UplinkParameters to DeliverSamplesParm
    move "DeliverSamples" to Command
    call "MarsRover" using Command, DeliverSamplesParm
    move DeliverStatus to ResultStatus
    .

ReportRoverPosition section.
    move 0 to DownlinkXPos
    move 0 to DownlinkYPos
    move space to DownlinkOrientation
    move spaces to DownlinkZoneId
    move 0 to DownlinkPowerBalance
    if UplinkRoverId not = spaces
        move UplinkRoverId to StatusRoverId
        move "GetRoverStatus" to Command
        call "MarsRover" using Command, RoverStatusParm
        if StatusResultOk
            move StatusPosition to DownlinkPosition
            move StatusZoneId to DownlinkZoneId
            move StatusPowerBalance to DownlinkPowerBalance
        end-if
    end-if
    .

WriteDownlinkHeader section.
    compute ExpectedSequence = LastSequence + 1
    move spaces to DownlinkLine
    string "HDR|MARSROVERUPLK|" delimited by size
           RunDate              delimited by size
           "|"                  delimited by size
           ExpectedSequence     delimited by size
        into DownlinkLine
    end-string
    write DownlinkLine
    .

WriteDownlinkDetail section.
    add 1 to RecordsAnswered
    if CommandWasExecuted
        add 1 to AckCount
        move "ACK" to DownlinkType
    else
        add 1 to NakCount
        move "NAK" to DownlinkType
    end-if
    move UplinkRecord(1:8) to DownlinkSequence
    move spaces to DownlinkLine
    string DownlinkType                   delimited by size
           "|"                            delimited by size
           DownlinkSequence               delimited by size
           "|"                            delimited by size
           UplinkRoverId                  delimited by size
           "|"                            delimited by size
           function trim(UplinkCommand)   delimited by size
           "|"                            delimited by size
           ResultStatus                   delimited by size
           "|"                            delimited by size
           DownlinkXPos                   delimited by size
           "|"                            delimited by size
           DownlinkYPos                   delimited by size
           "|"                            delimited by size
           DownlinkOrientation            delimited by size
           "|"                            delimited by size
           DownlinkZoneId                 delimited by size
           "|"                            delimited by size
           DownlinkPowerBalance           delimited by size
           "|"                            delimited by size
           function trim(NakReason)       delimited by size
        into DownlinkLine
    end-string
    write DownlinkLine
    .

WriteDownlinkTrailer section.
    move spaces to DownlinkLine
    string "TRL|"          delimited by size
           RecordsAnswered delimited by size
           "|"             delimited by size
           AckCount        delimited by size
           "|"             delimited by size
           NakCount        delimited by size
           "|"             delimited by size
           FirstSequence   delimited by size
           "|"             delimited by size
           LastRead        delimited by size
           "|"             delimited by size
           SequenceHash    delimited by size
        into DownlinkLine
    end-string
    write DownlinkLine
    .

end program MarsRoverUplink.
