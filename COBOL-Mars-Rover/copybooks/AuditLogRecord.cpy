    05 AuditPowerBalance pic 9(04).
    05 AuditOutcomeStatus pic x(02).
    05 AuditOperatorId pic x(08).
    05 AuditCostCentre pic x(06).
    05 AuditSquaresDriven pic 9(03).
    05 AuditTurnsMade pic 9(03).
    05 AuditPowerUsed pic 9(04).
