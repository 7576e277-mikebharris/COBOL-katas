        88 MoveStatusBadCharacter  value "03".
        88 MoveStatusNoSuchRover      value "04".
        88 MoveStatusPowerExhausted   value "05".
        88 MoveStatusTerrainForbidden value "06".
    05 ErrorInstructionNumber pic 9(02).
    05 ErrorCharacter pic x(01).
    05 PowerBalance pic 9(04) value 0.
