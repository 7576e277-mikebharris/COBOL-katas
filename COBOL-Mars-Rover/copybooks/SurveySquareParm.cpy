        88 SurveyStatusOk             value "00".
        88 SurveyStatusNoSuchRover    value "01".
        88 SurveyStatusPowerExhausted value "02".
        88 SurveyStatusNotEquipped    value "03".
    05 SurveySquaresMarked pic 9(02).
    05 SurveyPowerRemaining pic 9(04).
