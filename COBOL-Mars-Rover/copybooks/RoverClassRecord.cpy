01 RoverClassRecord.
    05 ClassCode pic x(04).
    05 ClassDescription pic x(20).
    05 ClassMaxPower pic 9(04).
    05 ClassPowerMultiplier pic 9v9.
    05 ClassAllowedTerrain pic x(03).
    05 ClassSurveyCapable pic x(01).
        88 ClassCanSurvey value "Y".
    05 ClassPayloadLimit pic 9(03).
