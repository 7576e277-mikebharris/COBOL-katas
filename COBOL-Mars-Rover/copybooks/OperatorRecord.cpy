01 OperatorRecord.
    05 OperatorId pic x(08).
    05 OperatorName pic x(30).
    05 OperatorCostCentre pic x(06).
    05 OperatorAllowedCount pic 9(02).
    05 OperatorAllowedCommand pic x(20)
            occurs 1 to 20 times depending on OperatorAllowedCount
