01 SimCopyParm.
    05 SimCopyStatus pic x(02).
        88 SimCopyOk     value "00".
        88 SimCopyFailed value "01".
    05 SimCopyRecords pic 9(07).
