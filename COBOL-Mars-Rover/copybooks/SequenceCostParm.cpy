01 SequenceCostParm.
    05 CostSequence pic x(80).
    05 CostStartInstruction pic 9(02).
    05 CostStartPosition.
        10 CostStartXPos pic 9(02).
        10 CostStartYPos pic 9(02).
        10 CostStartOrientation pic x(01).
    05 CostPowerRequired pic 9(05).
