01 ChargeRateRecord.
    05 RateCostCentre pic x(06).
    05 RateSquareDriven pic 9(03)v99.
    05 RateTurnMade pic 9(03)v99.
    05 RatePowerUnit pic 9(03)v99.
    05 RateSurvey pic 9(03)v99.
    05 RateRecharge pic 9(03)v99.
