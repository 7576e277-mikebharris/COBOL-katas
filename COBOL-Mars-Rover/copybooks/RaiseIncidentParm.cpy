01 RaiseIncidentParm.
    05 RaiseRoverId pic x(06).
    05 RaiseType pic x(08).
    05 RaiseCommand pic x(20).
    05 RaiseStatus pic x(02).
    05 RaiseReference pic x(20).
    05 RaiseResult pic x(02).
        88 RaiseResultOpened    value "00".
        88 RaiseResultAdded     value "01".
        88 RaiseResultNotRaised value "09".
    05 RaiseIncidentSeq pic 9(04).
