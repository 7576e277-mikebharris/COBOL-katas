copy RoverPosition.
copy SignOnParm.
copy SurveySquareParm.
copy CollectSampleParm.
copy DeliverSamplesParm.

01 MoveCallBuffer pic x(82).
01 MoveCallRequest redefines MoveCallBuffer.
01 ConsoleCoordinate pic x(02).
01 ConsoleUnits pic x(04).
01 ConsoleZoneId pic x(06).
01 ConsoleClassCode pic x(04).
01 ConsoleSampleId pic x(12).
01 ConsoleOrientation pic x(01).
01 RoverSessionDone pic x(01).
    88 RoverSessionIsDone value "Y".
    move RosterYPos(RosterMatch) to InitialYPos
    move RosterOrientation(RosterMatch) to InitialOrientation
    move RosterZoneId(RosterMatch) to SelectedZoneId
    move spaces to SelectedClassCode
    move "SelectRover" to Command
    call "MarsRover" using Command, SelectRoverParm
    perform ShowRoverPosition
                display "Zone (blank for GRID01): " with no advancing
                move spaces to ConsoleZoneId
                accept ConsoleZoneId
                display "Class (blank for none): " with no advancing
                move spaces to ConsoleClassCode
                accept ConsoleClassCode
                move ConsoleOrientation to InitialOrientation
                move ConsoleZoneId to SelectedZoneId
                move ConsoleClassCode to SelectedClassCode
                move "SelectRover" to Command
                call "MarsRover" using Command, SelectRoverParm
                evaluate true
                    when SelectStatusBadTarget
                        display "Position is off the zone grid"
                            " - rover not created."
                    when SelectStatusBadClass
                        display "Class " function trim(ConsoleClassCode)
                            " is not on the class master"
                            " - rover not created."
                    when other
                        display "Square occupied - rover not created."
                end-evaluate
    display "Rover " function trim(ConsoleRoverId)
        " at X=" XPos " Y=" YPos " facing " Orientation
        " zone " function trim(SelectedZoneId)
        " class " SelectedClassCode
    .

CommandOneRover section.
    display " "
    display "M)ove sequence  S)ingle step  G)oto  R)echarge"
        "  V)Survey  N)eighbourhood  P)osition  Q)uit rover"
    display "C)ollect sample  D)eliver samples"
    display "Choice: " with no advancing
    accept ConsoleChoice
    evaluate ConsoleChoice
        when "G" when "g" perform CommandGoTo
        when "R" when "r" perform CommandRecharge
        when "V" when "v" perform CommandSurvey
        when "C" when "c" perform CommandCollectSample
        when "D" when "d" perform CommandDeliverSamples
        when "N" when "n" perform DrawNeighbourhood
        when "P" when "p" perform ShowRoverPosition
        when "Q" when "q" set RoverSessionIsDone to true
        when "04" display "No such rover on the master."
        when "05" display "Stopped: power exhausted at instruction "
            CallOutcomeErrorInstructionNumber
        when "06" display "Stopped: terrain not allowed for rover class"
            " at instruction " CallOutcomeErrorInstructionNumber
        when other display "Status " CallOutcomeStatus
    end-evaluate
    display "Now at X=" CallOutcomeXPos " Y=" CallOutcomeYPos
            display "Not numeric."
        else
            move ConsoleCoordinate to GoalYPos
            display "Target zone (blank for this zone): " with no advancing
            move spaces to ConsoleZoneId
            accept ConsoleZoneId
            move ConsoleZoneId to GoalZoneId
            move "GoToPosition" to Command
            call "MarsRover" using Command, GoToPositionParm
            evaluate true
            move ConsoleUnits to RechargeUnits
            move "RechargeRover" to Command
            call "MarsRover" using Command, RechargeRoverParm
            evaluate true
                when RechargeStatusOk
                    display "Units granted " RechargeUnitsGranted
                        " new power balance " RechargeNewBalance
                when RechargeStatusNotOnCharger
                    display "Rover is not on a charging station."
                when RechargeStatusChargerSpent
                    display "Charging station has no units left today."
                when RechargeStatusAtCapacity
                    display "Rover is already at class capacity "
                        RechargeNewBalance
                when other
                    display "No such rover on the master."
            end-evaluate
        end-if
    end-if
    .
            when SurveyStatusPowerExhausted
                display "Not enough power to survey  power "
                    SurveyPowerRemaining
            when SurveyStatusNotEquipped
                display "Rover class has no survey instruments."
            when other
                display "No such rover on the master."
        end-evaluate
    end-if
    .

CommandCollectSample section.
    move "CollectSample" to RequiredCommand
    perform CheckAuthorized
    if OperatorIsAuthorized
        display "Sample id (up to 12): " with no advancing
        move spaces to ConsoleSampleId
        accept ConsoleSampleId
        move ConsoleSampleId to CollectSampleId
        move "CollectSample" to Command
        call "MarsRover" using Command, CollectSampleParm
        evaluate true
            when CollectStatusOk
                display "Sample " function trim(ConsoleSampleId)
                    " on board  payload " CollectPayloadCount
                    " of " CollectPayloadLimit
            when CollectStatusPayloadFull
                display "Payload full  " CollectPayloadCount
                    " of " CollectPayloadLimit " - sample not taken."
            when CollectStatusDuplicate
                display "Sample id already on the inventory."
            when CollectStatusBadSampleId
                display "Sample id must not be blank."
            when other
                display "No such rover on the master."
        end-evaluate
    end-if
    .

CommandDeliverSamples section.
    move "DeliverSamples" to RequiredCommand
    perform CheckAuthorized
    if OperatorIsAuthorized
        move "DeliverSamples" to Command
        call "MarsRover" using Command, DeliverSamplesParm
        evaluate true
            when DeliverStatusOk
                display "Delivered " DeliverCount " sample(s) to depot"
                    " in zone " function trim(DeliverDepotZoneId)
            when DeliverStatusNotOnDepot
                display "Rover is not on a depot square."
            when DeliverStatusNothingAboard
                display "No samples on board."
            when other
                display "No such rover on the master."
        end-evaluate
