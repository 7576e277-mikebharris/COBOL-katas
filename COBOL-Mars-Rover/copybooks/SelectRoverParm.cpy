        88 SelectStatusOk        value "00".
        88 SelectStatusOccupied  value "01".
        88 SelectStatusBadTarget value "02".
        88 SelectStatusBadClass  value "03".
    05 ResumeInstruction pic 9(02) value 0.
    05 SelectedZoneId pic x(06).
    05 SelectedClassCode pic x(04).
