identification division.
program-id. MarsRoverChargeback.

environment division.
input-output section.
file-control.
    select ChargebackControl assign to "CHBKCTL"
        organization is line sequential
        file status is ChargebackControlStatus.
    select GenControl assign to "AUDGCTL"
        organization is line sequential
        file status is GenControlStatus.
    select AuditLog assign to AuditLogName
        organization is line sequential
        file status is AuditLogStatus.
    select RateTable assign to "RATETBL"
        organization is line sequential
        file status is RateTableStatus.
    select ChargebackReport assign to "CHBKRPT"
        organization is line sequential
        file status is ChargebackReportStatus.
    select JournalFeed assign to "CHBKJNL"
        organization is line sequential
        file status is JournalFeedStatus.

data division.
file section.
fd ChargebackControl.
01 ChargebackControlRecord.
    05 ControlBillingMonth pic 9(06).
    05 ControlBillingParts redefines ControlBillingMonth.
        10 ControlBillingYear pic 9(04).
        10 ControlBillingMonthNumber pic 9(02).

fd GenControl.
copy AuditGenControlRecord.

fd AuditLog.
copy AuditLogRecord.

fd RateTable.
copy ChargeRateRecord.

fd ChargebackReport.
01 ChargebackReportLine pic x(132).

fd JournalFeed.
01 JournalFeedLine pic x(132).

working-storage section.
01 ChargebackControlStatus pic x(02).
    88 ChargebackControlOk value "00".
01 GenControlStatus pic x(02).
    88 GenControlOk value "00".
01 AuditLogStatus pic x(02).
    88 AuditLogOk value "00".
01 RateTableStatus pic x(02).
    88 RateTableOk value "00".
01 ChargebackReportStatus pic x(02).
01 JournalFeedStatus pic x(02).

01 AuditLogName pic x(40) value "AUDITLOG".

01 RunDate pic 9(08).
01 BillingMonth pic 9(06).
01 BillingMonthParts redefines BillingMonth.
    05 BillingYear pic 9(04).
    05 BillingMonthNumber pic 9(02).

01 GenTable.
    05 GenCount pic 9(04) value 0.
    05 GenEntry occurs 500 times.
        10 GenTableNumber pic 9(04).
        10 GenTableFirst pic x(14).
        10 GenTableLast pic x(14).
01 GenSlot pic 9(04).
01 LatestGenLast pic x(14) value low-values.
01 GenOverflow pic x(01) value "N".
    88 GenHasOverflowed value "Y".

01 RateTableEntries.
    05 RateCount pic 9(04) value 0.
    05 RateEntry occurs 200 times.
        10 RateEntryCentre pic x(06).
        10 RateEntrySquare pic 9(03)v99.
        10 RateEntryTurn pic 9(03)v99.
        10 RateEntryPower pic 9(03)v99.
        10 RateEntrySurvey pic 9(03)v99.
        10 RateEntryRecharge pic 9(03)v99.
01 RateSlot pic 9(04).
01 DefaultRateSlot pic 9(04) value 0.
01 ChosenRateSlot pic 9(04).
01 RatesRejected pic 9(04) value 0.
01 RateOverflow pic x(01) value "N".
    88 RateHasOverflowed value "Y".
01 RateBasis pic x(13).

01 CentreTable.
    05 CentreCount pic 9(04) value 1.
    05 CentreEntry occurs 500 times.
        10 CentreCode pic x(06).
        10 CentreCommands pic 9(07).
        10 CentreSquares pic 9(07).
        10 CentreTurns pic 9(07).
        10 CentrePower pic 9(08).
        10 CentreSurveys pic 9(06).
        10 CentreRecharges pic 9(06).
        10 CentreAmount pic 9(07)v99.
01 CentreSlot pic 9(04).
01 SuspenseSlot pic 9(04) value 1.
01 CentreFound pic x(01).
    88 CentreWasFound value "Y".
01 CentreOverflow pic x(01) value "N".
    88 CentreHasOverflowed value "Y".

01 ChargeItemName pic x(16).
01 ChargeQuantity pic 9(08).
01 ChargeRate pic 9(03)v99.
01 ChargeAmount pic 9(07)v99.
01 AmountEdited pic z(06)9.99.
01 RateEdited pic zz9.99.
01 JournalAmount pic 9(09).99.
01 JournalRecordType pic x(03).
01 JournalCentre pic x(08).

01 EndOfControl pic x(01) value "N".
    88 AllControlRead value "Y".
01 EndOfRates pic x(01) value "N".
    88 AllRatesRead value "Y".
01 EndOfAudit pic x(01).
    88 AllAuditRead value "Y".

01 FilesRead pic 9(04) value 0.
01 RecordsRead pic 9(08) value 0.
01 RecordsInMonth pic 9(08) value 0.
01 SuspenseCommands pic 9(07) value 0.
01 CentresInvoiced pic 9(04) value 0.
01 InvoicedTotal pic 9(09)v99 value 0.
01 SuspenseTotal pic 9(09)v99 value 0.
01 GrandTotal pic 9(09)v99 value 0.
01 InvoicedTotalEdited pic z(08)9.99.
01 SuspenseTotalEdited pic z(08)9.99.
01 GrandTotalEdited pic z(08)9.99.
01 DetailCount pic 9(07) value 0.

procedure division.
Main section.
    perform ReadChargebackControl
    open output ChargebackReport
    move spaces to ChargebackReportLine
    string "MARS ROVER CHARGEBACK  BILLING MONTH " delimited by size
           BillingMonth delimited by size
           "  RUN DATE " delimited by size
           RunDate delimited by size
        into ChargebackReportLine
    end-string
    write ChargebackReportLine
    perform LoadRateTable
    perform LoadGenerations
    initialize CentreEntry(SuspenseSlot)
    perform ReadMonthAudit
    open output JournalFeed
    perform WriteJournalHeader
    perform varying CentreSlot from 1 by 1 until CentreSlot > CentreCount
        if CentreSlot not = SuspenseSlot
            perform WriteCentreInvoice
        end-if
    end-perform
    perform WriteSuspenseLine
    perform WriteChargebackTotals
    perform WriteJournalTrailer
    close JournalFeed
    close ChargebackReport
    goback
    .

ReadChargebackControl section.
    move function current-date(1:8) to RunDate
    move RunDate(1:6) to BillingMonth
    if BillingMonthNumber = 1
        subtract 1 from BillingYear
        move 12 to BillingMonthNumber
    else
        subtract 1 from BillingMonthNumber
    end-if
    open input ChargebackControl
    if ChargebackControlOk
        read ChargebackControl
            at end continue
        end-read
        if ChargebackControlOk
            if ControlBillingMonth is numeric
                    and ControlBillingMonthNumber >= 1
                    and ControlBillingMonthNumber <= 12
                move ControlBillingMonth to BillingMonth
            end-if
        end-if
        close ChargebackControl
    end-if
    .

LoadRateTable section.
    open input RateTable
    if RateTableOk
        perform ReadRateRecord
        perform StoreRateRecord until AllRatesRead
        close RateTable
    else
        move "WARNING: RATE TABLE UNAVAILABLE - ALL CHARGES PRICED AT ZERO"
            to ChargebackReportLine
        write ChargebackReportLine
    end-if
    if RateHasOverflowed
        move "WARNING: RATE TABLE FULL AT 200 - LATER RATES IGNORED"
            to ChargebackReportLine
        write ChargebackReportLine
    end-if
    if RatesRejected > 0
        move spaces to ChargebackReportLine
        string "WARNING: RATE RECORDS NOT NUMERIC AND IGNORED "
                   delimited by size
               RatesRejected delimited by size
            into ChargebackReportLine
        end-string
        write ChargebackReportLine
    end-if
    .

ReadRateRecord section.
    read RateTable
        at end set AllRatesRead to true
    end-read
    .

StoreRateRecord section.
    evaluate true
        when RateSquareDriven is not numeric
                or RateTurnMade is not numeric
                or RatePowerUnit is not numeric
                or RateSurvey is not numeric
                or RateRecharge is not numeric
            add 1 to RatesRejected
        when RateCount < 200
            add 1 to RateCount
            move RateCostCentre to RateEntryCentre(RateCount)
            move RateSquareDriven to RateEntrySquare(RateCount)
            move RateTurnMade to RateEntryTurn(RateCount)
            move RatePowerUnit to RateEntryPower(RateCount)
            move RateSurvey to RateEntrySurvey(RateCount)
            move RateRecharge to RateEntryRecharge(RateCount)
            if RateCostCentre = spaces
                move RateCount to DefaultRateSlot
            end-if
        when other
            set RateHasOverflowed to true
    end-evaluate
    perform ReadRateRecord
    .

LoadGenerations section.
    open input GenControl
    if GenControlOk
        perform ReadControlRecord
        perform until AllControlRead
            if GenCount < 500
                add 1 to GenCount
                move GenNumber to GenTableNumber(GenCount)
                move GenFirstTimestamp(1:14) to GenTableFirst(GenCount)
                move GenLastTimestamp(1:14) to GenTableLast(GenCount)
                if GenTableLast(GenCount) > LatestGenLast
                    move GenTableLast(GenCount) to LatestGenLast
                end-if
            else
                set GenHasOverflowed to true
            end-if
            perform ReadControlRecord
        end-perform
        close GenControl
    end-if
    if GenHasOverflowed
        move "WARNING: GENERATION TABLE FULL AT 500 - LATER GENERATIONS IGNORED"
            to ChargebackReportLine
        write ChargebackReportLine
    end-if
    .

ReadControlRecord section.
    read GenControl
        at end set AllControlRead to true
    end-read
    .

ReadMonthAudit section.
    perform varying GenSlot from 1 by 1 until GenSlot > GenCount
        if GenTableFirst(GenSlot)(1:6) <= BillingMonth
                and GenTableLast(GenSlot)(1:6) >= BillingMonth
            move spaces to AuditLogName
            string "AUDG" delimited by size
                   GenTableNumber(GenSlot) delimited by size
                into AuditLogName
            end-string
            perform ReadOneAuditFile
        end-if
    end-perform
    if GenCount = 0 or LatestGenLast(1:6) <= BillingMonth
        move "AUDITLOG" to AuditLogName
        perform ReadOneAuditFile
    end-if
    if CentreHasOverflowed
        move "WARNING: COST CENTRE TABLE FULL AT 500 - EXCESS CHARGED TO SUSPENSE"
            to ChargebackReportLine
        write ChargebackReportLine
    end-if
    .

ReadOneAuditFile section.
    move "N" to EndOfAudit
    open input AuditLog
    if AuditLogOk
        add 1 to FilesRead
        move spaces to ChargebackReportLine
        string "READING " delimited by size
               AuditLogName delimited by size
            into ChargebackReportLine
        end-string
        write ChargebackReportLine
        perform ReadAuditRecord
        perform ChargeAuditRecord until AllAuditRead
        close AuditLog
    else
        move spaces to ChargebackReportLine
        string "CANNOT OPEN "     delimited by size
               AuditLogName       delimited by size
               " FILE STATUS "    delimited by size
               AuditLogStatus     delimited by size
            into ChargebackReportLine
        end-string
        write ChargebackReportLine
    end-if
    .

ReadAuditRecord section.
    read AuditLog
        at end set AllAuditRead to true
        not at end add 1 to RecordsRead
    end-read
    .

ChargeAuditRecord section.
    if AuditTimestamp(1:6) = BillingMonth
        add 1 to RecordsInMonth
        perform FindCentreSlot
        add 1 to CentreCommands(CentreSlot)
        if AuditSquaresDriven is numeric
            add AuditSquaresDriven to CentreSquares(CentreSlot)
        end-if
        if AuditTurnsMade is numeric
            add AuditTurnsMade to CentreTurns(CentreSlot)
        end-if
        if AuditPowerUsed is numeric
            add AuditPowerUsed to CentrePower(CentreSlot)
        end-if
        if AuditOutcomeStatus = "00"
            evaluate function trim(AuditCommand)
                when "SurveySquare"
                    add 1 to CentreSurveys(CentreSlot)
                when "RechargeRover"
                    add 1 to CentreRecharges(CentreSlot)
            end-evaluate
        end-if
    end-if
    perform ReadAuditRecord
    .

FindCentreSlot section.
    if AuditCostCentre = spaces
        move SuspenseSlot to CentreSlot
    else
        move "N" to CentreFound
        perform varying CentreSlot from 1 by 1
                until CentreSlot > CentreCount or CentreWasFound
            if CentreSlot not = SuspenseSlot
                    and CentreCode(CentreSlot) = AuditCostCentre
                set CentreWasFound to true
            end-if
        end-perform
        if CentreWasFound
            subtract 1 from CentreSlot
        else
            if CentreCount < 500
                add 1 to CentreCount
                move CentreCount to CentreSlot
                initialize CentreEntry(CentreSlot)
                move AuditCostCentre to CentreCode(CentreSlot)
            else
                set CentreHasOverflowed to true
                move SuspenseSlot to CentreSlot
            end-if
        end-if
    end-if
    .

ChooseCentreRate section.
    move 0 to ChosenRateSlot
    if CentreSlot not = SuspenseSlot
        perform varying RateSlot from 1 by 1 until RateSlot > RateCount
            if RateEntryCentre(RateSlot) = CentreCode(CentreSlot)
                move RateSlot to ChosenRateSlot
            end-if
        end-perform
    end-if
    evaluate true
        when ChosenRateSlot > 0
            move "OWN RATES" to RateBasis
        when DefaultRateSlot > 0
            move DefaultRateSlot to ChosenRateSlot
            move "DEFAULT RATES" to RateBasis
        when other
            move "NO RATES" to RateBasis
    end-evaluate
    .

PriceCentre section.
    move 0 to CentreAmount(CentreSlot)
    move "SQUARES DRIVEN" to ChargeItemName
    move CentreSquares(CentreSlot) to ChargeQuantity
    if ChosenRateSlot > 0
        move RateEntrySquare(ChosenRateSlot) to ChargeRate
    else
        move 0 to ChargeRate
    end-if
    perform WriteChargeLine
    move "TURNS" to ChargeItemName
    move CentreTurns(CentreSlot) to ChargeQuantity
    if ChosenRateSlot > 0
        move RateEntryTurn(ChosenRateSlot) to ChargeRate
    end-if
    perform WriteChargeLine
    move "POWER UNITS" to ChargeItemName
    move CentrePower(CentreSlot) to ChargeQuantity
    if ChosenRateSlot > 0
        move RateEntryPower(ChosenRateSlot) to ChargeRate
    end-if
    perform WriteChargeLine
    move "SURVEYS" to ChargeItemName
    move CentreSurveys(CentreSlot) to ChargeQuantity
    if ChosenRateSlot > 0
        move RateEntrySurvey(ChosenRateSlot) to ChargeRate
    end-if
    perform WriteChargeLine
    move "RECHARGES" to ChargeItemName
    move CentreRecharges(CentreSlot) to ChargeQuantity
    if ChosenRateSlot > 0
        move RateEntryRecharge(ChosenRateSlot) to ChargeRate
    end-if
    perform WriteChargeLine
    .

WriteChargeLine section.
    compute ChargeAmount rounded = ChargeQuantity * ChargeRate
        on size error move 9999999.99 to ChargeAmount
    end-compute
    add ChargeAmount to CentreAmount(CentreSlot)
        on size error move 9999999.99 to CentreAmount(CentreSlot)
    end-add
    move ChargeRate to RateEdited
    move ChargeAmount to AmountEdited
    move spaces to ChargebackReportLine
    string "    "           delimited by size
           ChargeItemName   delimited by size
           ChargeQuantity   delimited by size
           "  AT "          delimited by size
           RateEdited       delimited by size
           "  AMOUNT "      delimited by size
           AmountEdited     delimited by size
        into ChargebackReportLine
    end-string
    write ChargebackReportLine
    .

WriteCentreInvoice section.
    add 1 to CentresInvoiced
    move spaces to ChargebackReportLine
    write ChargebackReportLine
    perform ChooseCentreRate
    move spaces to ChargebackReportLine
    string "INVOICE  COST CENTRE " delimited by size
           CentreCode(CentreSlot)  delimited by size
           "  MONTH "              delimited by size
           BillingMonth            delimited by size
           "  COMMANDS "           delimited by size
           CentreCommands(CentreSlot) delimited by size
           "  "                    delimited by size
           RateBasis               delimited by size
        into ChargebackReportLine
    end-string
    write ChargebackReportLine
    perform PriceCentre
    add CentreAmount(CentreSlot) to InvoicedTotal
    move CentreAmount(CentreSlot) to AmountEdited
    move spaces to ChargebackReportLine
    string "    INVOICE TOTAL "    delimited by size
           AmountEdited            delimited by size
        into ChargebackReportLine
    end-string
    write ChargebackReportLine
    perform WriteJournalDetail
    .

WriteSuspenseLine section.
    move SuspenseSlot to CentreSlot
    move CentreCommands(CentreSlot) to SuspenseCommands
    move spaces to ChargebackReportLine
    write ChargebackReportLine
    perform ChooseCentreRate
    move spaces to ChargebackReportLine
    string "SUSPENSE  COMMANDS WITH NO COST CENTRE  MONTH " delimited by size
           BillingMonth            delimited by size
           "  COMMANDS "           delimited by size
           CentreCommands(CentreSlot) delimited by size
           "  "                    delimited by size
           RateBasis               delimited by size
        into ChargebackReportLine
    end-string
    write ChargebackReportLine
    perform PriceCentre
    add CentreAmount(CentreSlot) to SuspenseTotal
    move CentreAmount(CentreSlot) to AmountEdited
    move spaces to ChargebackReportLine
    string "    SUSPENSE TOTAL "   delimited by size
           AmountEdited            delimited by size
        into ChargebackReportLine
    end-string
    write ChargebackReportLine
    perform WriteJournalDetail
    .

WriteChargebackTotals section.
    compute GrandTotal = InvoicedTotal + SuspenseTotal
    move spaces to ChargebackReportLine
    write ChargebackReportLine
    move spaces to ChargebackReportLine
    string "AUDIT FILES READ "    delimited by size
           FilesRead              delimited by size
           "  RECORDS READ "      delimited by size
           RecordsRead            delimited by size
           "  IN MONTH "          delimited by size
           RecordsInMonth         delimited by size
           "  COST CENTRES "      delimited by size
           CentresInvoiced        delimited by size
           "  SUSPENSE COMMANDS " delimited by size
           SuspenseCommands       delimited by size
        into ChargebackReportLine
    end-string
    write ChargebackReportLine
    move InvoicedTotal to InvoicedTotalEdited
    move SuspenseTotal to SuspenseTotalEdited
    move GrandTotal to GrandTotalEdited
    move spaces to ChargebackReportLine
    string "INVOICED TOTAL "     delimited by size
           InvoicedTotalEdited   delimited by size
           "  SUSPENSE TOTAL "   delimited by size
           SuspenseTotalEdited   delimited by size
           "  GRAND TOTAL "      delimited by size
           GrandTotalEdited      delimited by size
        into ChargebackReportLine
    end-string
    write ChargebackReportLine
    .

WriteJournalHeader section.
    move spaces to JournalFeedLine
    string "HDR|MARSROVERCHBK|" delimited by size
           BillingMonth         delimited by size
           "|"                  delimited by size
           RunDate              delimited by size
        into JournalFeedLine
    end-string
    write JournalFeedLine
    .

WriteJournalDetail section.
    add 1 to DetailCount
    move CentreAmount(CentreSlot) to JournalAmount
    if CentreSlot = SuspenseSlot
        move "SUS" to JournalRecordType
        move "SUSPENSE" to JournalCentre
    else
        move "DTL" to JournalRecordType
        move CentreCode(CentreSlot) to JournalCentre
    end-if
    move spaces to JournalFeedLine
    string JournalRecordType          delimited by size
           "|"                        delimited by size
           function trim(JournalCentre) delimited by size
           "|"                        delimited by size
           CentreCommands(CentreSlot) delimited by size
           "|"                        delimited by size
           CentreSquares(CentreSlot)  delimited by size
           "|"                        delimited by size
           CentreTurns(CentreSlot)    delimited by size
           "|"                        delimited by size
           CentrePower(CentreSlot)    delimited by size
           "|"                        delimited by size
           CentreSurveys(CentreSlot)  delimited by size
           "|"                        delimited by size
           CentreRecharges(CentreSlot) delimited by size
           "|"                        delimited by size
           JournalAmount              delimited by size
        into JournalFeedLine
    end-string
    write JournalFeedLine
    .

WriteJournalTrailer section.
    move GrandTotal to JournalAmount
    move spaces to JournalFeedLine
    string "TRL|"          delimited by size
           DetailCount     delimited by size
           "|"             delimited by size
           RecordsInMonth  delimited by size
           "|"             delimited by size
           JournalAmount   delimited by size
        into JournalFeedLine
    end-string
    write JournalFeedLine
    .

end program MarsRoverChargeback.
