01 WhereResponseRecord.
    05 RespInquirySeq pic 9(05).
    05 RespInquiryType pic x(06).
    05 RespResult pic x(02).
        88 RespResultFound    value "00".
        88 RespResultNoRecord value "01".
        88 RespResultRetired  value "02".
        88 RespResultBadCard  value "09".
    05 RespRoverId pic x(06).
    05 RespZoneId pic x(06).
    05 RespPosition.
        10 RespXPos pic 9(02).
        10 RespYPos pic 9(02).
        10 RespOrientation pic x(01).
    05 RespPowerBalance pic 9(04).
    05 RespOperatorId pic x(08).
    05 RespFirstSeen pic x(14).
    05 RespLastSeen pic x(14).
