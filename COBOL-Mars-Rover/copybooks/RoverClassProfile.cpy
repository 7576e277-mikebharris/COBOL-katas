01 RoverClassProfile.
    05 ProfileClassCode pic x(04) value spaces.
    05 ProfileClassKnown pic x(01) value "N".
        88 ProfileClassIsKnown value "Y".
    05 ProfileMaxPower pic 9(04) value 9999.
    05 ProfilePowerMultiplier pic 9v9 value 1.
    05 ProfileRockAllowed pic x(01) value "Y".
        88 ProfileRockIsAllowed value "Y".
    05 ProfileSandAllowed pic x(01) value "Y".
        88 ProfileSandIsAllowed value "Y".
    05 ProfileDuneAllowed pic x(01) value "Y".
        88 ProfileDuneIsAllowed value "Y".
    05 ProfileSurveyCapable pic x(01) value "Y".
        88 ProfileCanSurvey value "Y".
    05 ProfilePayloadLimit pic 9(03) value 999.
