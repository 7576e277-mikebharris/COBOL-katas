01 AssignClassParm.
    05 AssignRoverId pic x(06).
    05 AssignClassCode pic x(04).
    05 AssignStatus pic x(02).
        88 AssignStatusOk          value "00".
        88 AssignStatusNoSuchRover value "01".
        88 AssignStatusNoSuchClass value "02".
    05 AssignPowerBalance pic 9(04).
