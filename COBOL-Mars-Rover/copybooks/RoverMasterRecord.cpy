    05 MasterOdometer pic 9(06).
    05 MasterTurnsCount pic 9(06).
    05 MasterLastServiced pic 9(08).
    05 MasterClassCode pic x(04).
    05 MasterPayloadCount pic 9(03).
