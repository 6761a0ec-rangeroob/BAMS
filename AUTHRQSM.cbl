identification division.
program-id. AUTHRQSM.

environment division.
input-output section.
file-control.
    select AuthRequestorFile assign "authrqst.dat"
        organization indexed
        access mode dynamic
        record key RequestorId
        file status RequestorFileStatus.

    select AuthCfgFile assign "authcfg.dat"
        organization indexed
        access mode dynamic
        record key AuthCfgType
        file status AuthCfgFileStatus.

    select AuthOperatorFile assign "authoper.dat"
        organization indexed
        access mode dynamic
        record key OperatorId
        file status OperatorFileStatus.

    select AuthRqsAuditFile assign "authrqsm.aud"
        organization line sequential
        file status RqsAuditFileStatus.

data division.
file section.
fd  AuthRequestorFile.
    copy authrqst.

fd  AuthCfgFile.
    copy authcfg.

fd  AuthOperatorFile.
    copy authoper.

fd  AuthRqsAuditFile.
01  AuthRqsAuditLine pic x(300).

working-storage section.
    01 RequestorFileStatus  pic x(02) value "00".
    01 AuthCfgFileStatus    pic x(02) value "00".
    01 CfgFileOpenFlag      pic x(01) value "N".
        88 CfgFileOpen             value "Y".
    01 OperatorDoneFlag     pic x(01) value "N".
        88 OperatorDone            value "Y".
    01 RequestorFoundFlag   pic x(01) value "N".
        88 RequestorFound          value "Y".
    01 EntryValidFlag       pic x(01) value "N".
        88 EntryValid              value "Y".
    01 TypeEnteredFlag      pic x(01) value "N".
        88 TypeEntered             value "Y".
    01 CurrentDateTime      pic x(21).
    01 TodayDate            pic x(08).
    01 MaintenanceRequestor pic x(08).
    01 MaintenanceAction    pic x(01).
    01 AddResponse          pic x(01).
    01 StatusDisplayText    pic x(12).
    01 ValidationMessage    pic x(40).
    01 SlotIndex            pic 9(02) comp.
    01 CompareIndex         pic 9(02) comp.
    01 EntryFields.
        05 EntryDepartment  pic x(20).
        05 EntryCostCenter  pic x(10).
        05 EntryContactName pic x(25).
        05 EntryContactPhone pic x(15).
        05 EntryQuotaAction pic x(01).
        05 EntryTypeLines.
            10 EntryType1   pic x(04).
            10 EntryQuota1  pic 9(07).
            10 EntryType2   pic x(04).
            10 EntryQuota2  pic 9(07).
            10 EntryType3   pic x(04).
            10 EntryQuota3  pic 9(07).
            10 EntryType4   pic x(04).
            10 EntryQuota4  pic 9(07).
            10 EntryType5   pic x(04).
            10 EntryQuota5  pic 9(07).
        05 EntryTypeTable redefines EntryTypeLines.
            10 EntryTypeSlot occurs 5.
                15 EntryType  pic x(04).
                15 EntryQuota pic 9(07).
    01 OperatorFileStatus   pic x(02) value "00".
    01 RqsAuditFileStatus   pic x(02) value "00".
    01 SignOnOperatorId     pic x(08).
    01 SignOnPassword       pic x(08).
    01 SignOnMessage        pic x(40).
    01 SignOnAttemptCount   pic 9(01) value 0.
    01 SignOnAttemptLimit   pic 9(01) value 3.
    01 SignedOnFlag         pic x(01) value "N".
        88 SignedOn                value "Y".

01  RqsFieldImage.
    05 ImgDepartment        pic x(20).
    05 ImgCostCenter        pic x(10).
    05 ImgContactName       pic x(25).
    05 ImgContactPhone      pic x(15).
    05 ImgStatus            pic x(01).
    05 ImgQuotaAction       pic x(01).
    05 ImgTypeSlot occurs 5.
        10 ImgType          pic x(04).
        10 ImgQuota         pic 9(07).

01  RqsMaintAuditRecord.
    05 RqsAudTimestamp      pic x(21).
    05 filler               pic x(01) value space.
    05 RqsAudOperator       pic x(08).
    05 filler               pic x(01) value space.
    05 RqsAudRequestor      pic x(08).
    05 filler               pic x(01) value space.
    05 RqsAudAction         pic x(01).
    05 filler               pic x(01) value space.
    05 RqsAudBeforeImage    pic x(127).
    05 filler               pic x(01) value "/".
    05 RqsAudAfterImage     pic x(127).
    05 filler               pic x(03) value spaces.

screen section.
01  SignOnScreen.
    05 blank screen.
    05 line 1 col 1  value "REQUESTOR MAINTENANCE".
    05 line 3 col 1  value "OPERATOR ID  . . . . . . . . . . . . . ".
    05 line 3 col 41 pic x(08) to SignOnOperatorId.
    05 line 4 col 1  value "PASSWORD . . . . . . . . . . . . . . . ".
    05 line 4 col 41 pic x(08) to SignOnPassword secure.
    05 line 6 col 1  pic x(40) from SignOnMessage.

01  RqsKeyScreen.
    05 blank screen.
    05 line 1 col 1  value "REQUESTOR MAINTENANCE".
    05 line 3 col 1  value "ENTER REQUESTOR (BLANK TO EXIT)  . . . ".
    05 line 3 col 41 pic x(08) to MaintenanceRequestor.

01  RqsFoundScreen.
    05 blank screen.
    05 line 1 col 1  value "REQUESTOR MAINTENANCE".
    05 line 3 col 1  value "REQUESTOR  . . . . . . . . . . . . . . ".
    05 line 3 col 41 pic x(08) from MaintenanceRequestor.
    05 line 4 col 1  value "STATUS . . . . . . . . . . . . . . . . ".
    05 line 4 col 41 pic x(12) from StatusDisplayText.
    05 line 5 col 1  value "DEPARTMENT . . . . . . . . . . . . . . ".
    05 line 5 col 41 pic x(20) from RequestorDepartment.
    05 line 6 col 1  value "COST CENTER  . . . . . . . . . . . . . ".
    05 line 6 col 41 pic x(10) from RequestorCostCenter.
    05 line 7 col 1  value "CONTACT NAME . . . . . . . . . . . . . ".
    05 line 7 col 41 pic x(25) from RequestorContactName.
    05 line 8 col 1  value "CONTACT PHONE  . . . . . . . . . . . . ".
    05 line 8 col 41 pic x(15) from RequestorContactPhone.
    05 line 9 col 1  value "OVER QUOTA (C=CAP H=HOLD)  . . . . . . ".
    05 line 9 col 41 pic x(01) from RequestorQuotaAction.
    05 line 11 col 1 value "PERMITTED TYPE / QUOTA / MONTH / ISSUED".
    05 line 12 col 41 pic x(04) from RequestorPermittedType (1).
    05 line 12 col 46 pic 9(07) from RequestorMonthlyQuota (1).
    05 line 12 col 54 pic x(06) from RequestorQuotaMonth (1).
    05 line 12 col 61 pic 9(07) from RequestorIssuedInMonth (1).
    05 line 13 col 41 pic x(04) from RequestorPermittedType (2).
    05 line 13 col 46 pic 9(07) from RequestorMonthlyQuota (2).
    05 line 13 col 54 pic x(06) from RequestorQuotaMonth (2).
    05 line 13 col 61 pic 9(07) from RequestorIssuedInMonth (2).
    05 line 14 col 41 pic x(04) from RequestorPermittedType (3).
    05 line 14 col 46 pic 9(07) from RequestorMonthlyQuota (3).
    05 line 14 col 54 pic x(06) from RequestorQuotaMonth (3).
    05 line 14 col 61 pic 9(07) from RequestorIssuedInMonth (3).
    05 line 15 col 41 pic x(04) from RequestorPermittedType (4).
    05 line 15 col 46 pic 9(07) from RequestorMonthlyQuota (4).
    05 line 15 col 54 pic x(06) from RequestorQuotaMonth (4).
    05 line 15 col 61 pic 9(07) from RequestorIssuedInMonth (4).
    05 line 16 col 41 pic x(04) from RequestorPermittedType (5).
    05 line 16 col 46 pic 9(07) from RequestorMonthlyQuota (5).
    05 line 16 col 54 pic x(06) from RequestorQuotaMonth (5).
    05 line 16 col 61 pic 9(07) from RequestorIssuedInMonth (5).
    05 line 17 col 1 value "LAST CHANGED . . . . . . . . . . . . . ".
    05 line 17 col 41 pic x(08) from RequestorChangedDate.
    05 line 17 col 50 pic x(08) from RequestorChangedOperator.
    05 line 19 col 1 value "ACTION: C=CHANGE D=DEACTIVATE  . . . . ".
    05 line 19 col 41 pic x(01) to MaintenanceAction.

01  RqsAddPromptScreen.
    05 blank screen.
    05 line 1 col 1  value "REQUESTOR MAINTENANCE".
    05 line 3 col 1  value "REQUESTOR  . . . . . . . . . . . . . . ".
    05 line 3 col 41 pic x(08) from MaintenanceRequestor.
    05 line 5 col 1  value "REQUESTOR NOT ON FILE - ADD IT? (Y/N)  ".
    05 line 5 col 41 pic x(01) to AddResponse.

01  RqsDetailScreen.
    05 blank screen.
    05 line 1 col 1  value "REQUESTOR MAINTENANCE".
    05 line 3 col 1  value "REQUESTOR  . . . . . . . . . . . . . . ".
    05 line 3 col 41 pic x(08) from MaintenanceRequestor.
    05 line 5 col 1  value "DEPARTMENT . . . . . . . . . . . . . . ".
    05 line 5 col 41 pic x(20) using EntryDepartment.
    05 line 6 col 1  value "COST CENTER  . . . . . . . . . . . . . ".
    05 line 6 col 41 pic x(10) using EntryCostCenter.
    05 line 7 col 1  value "CONTACT NAME . . . . . . . . . . . . . ".
    05 line 7 col 41 pic x(25) using EntryContactName.
    05 line 8 col 1  value "CONTACT PHONE  . . . . . . . . . . . . ".
    05 line 8 col 41 pic x(15) using EntryContactPhone.
    05 line 9 col 1  value "OVER QUOTA (C=CAP H=HOLD)  . . . . . . ".
    05 line 9 col 41 pic x(01) using EntryQuotaAction.
    05 line 11 col 1 value "PERMITTED TYPE / MONTHLY QUOTA (0=NONE)".
    05 line 12 col 41 pic x(04) using EntryType1.
    05 line 12 col 46 pic 9(07) using EntryQuota1.
    05 line 13 col 41 pic x(04) using EntryType2.
    05 line 13 col 46 pic 9(07) using EntryQuota2.
    05 line 14 col 41 pic x(04) using EntryType3.
    05 line 14 col 46 pic 9(07) using EntryQuota3.
    05 line 15 col 41 pic x(04) using EntryType4.
    05 line 15 col 46 pic 9(07) using EntryQuota4.
    05 line 16 col 41 pic x(04) using EntryType5.
    05 line 16 col 46 pic 9(07) using EntryQuota5.
    05 line 18 col 1 pic x(40) from ValidationMessage.

procedure division.
0000-mainline.
    perform 1000-initialize
    perform 2000-process-one-maintenance until OperatorDone
    perform 3000-finalize
    stop run
    .

1000-initialize.
    move function current-date to CurrentDateTime
    move CurrentDateTime (1:8) to TodayDate

    perform 1400-open-operator-file
    perform 1500-sign-on-operator

    open extend AuthRqsAuditFile
    if RqsAuditFileStatus = "35"
        open output AuthRqsAuditFile
    end-if

    open i-o AuthRequestorFile
    if RequestorFileStatus = "39"
        display "AUTHRQSM FATAL: requestor master authrqst.dat record"
                " layout mismatch (file status 39) - it holds the"
                " month-to-date quota counts, do not delete it"
        move 12 to return-code
        stop run
    end-if
    if RequestorFileStatus = "35"
        open output AuthRequestorFile
        close AuthRequestorFile
        open i-o AuthRequestorFile
    end-if

    open input AuthCfgFile
    if AuthCfgFileStatus = "00"
        move "Y" to CfgFileOpenFlag
    else
        display "AUTHRQSM WARNING: config file authcfg.dat not"
                " available (file status " AuthCfgFileStatus
                "), permitted code types not checked"
    end-if
    .

1400-open-operator-file.
    open i-o AuthOperatorFile
    if OperatorFileStatus = "39"
        display "AUTHRQSM FATAL: operator file authoper.dat record"
                " layout mismatch (file status 39) - delete it and"
                " re-key the operators"
        move 12 to return-code
        stop run
    end-if
    if OperatorFileStatus = "35"
        open output AuthOperatorFile
        close AuthOperatorFile
        open i-o AuthOperatorFile
        perform 1450-load-default-operator
    end-if
    .

1450-load-default-operator.
    move "SUPERVSR" to OperatorId
    move "SUPERVSR" to OperatorPassword
    set OperatorConfigAuthority to true
    set OperatorActive to true
    move "DEFAULT SUPERVISOR" to OperatorName
    write AuthOperatorRecord
    .

1500-sign-on-operator.
    move 0 to SignOnAttemptCount
    move "N" to SignedOnFlag
    move spaces to SignOnMessage
    perform 1510-accept-one-sign-on
        until SignedOn or SignOnAttemptCount >= SignOnAttemptLimit

    if not SignedOn
        display "AUTHRQSM: operator sign-on failed, session ended"
        close AuthOperatorFile
        move 12 to return-code
        stop run
    end-if
    .

1510-accept-one-sign-on.
    add 1 to SignOnAttemptCount
    move spaces to SignOnOperatorId
    move spaces to SignOnPassword
    display SignOnScreen
    accept SignOnScreen

    move SignOnOperatorId to OperatorId
    read AuthOperatorFile key is OperatorId
        invalid key
            move "OPERATOR NOT ON FILE" to SignOnMessage
        not invalid key
            evaluate true
                when OperatorDisabled
                    move "OPERATOR DISABLED" to SignOnMessage
                when SignOnPassword not = OperatorPassword
                    move "PASSWORD NOT VALID" to SignOnMessage
                when not OperatorConfigAuthority
                    move "CONFIGURATION AUTHORITY REQUIRED"
                        to SignOnMessage
                when other
                    move "Y" to SignedOnFlag
            end-evaluate
    end-read
    .

2000-process-one-maintenance.
    move spaces to MaintenanceRequestor
    display RqsKeyScreen
    accept RqsKeyScreen

    if MaintenanceRequestor = spaces
        move "Y" to OperatorDoneFlag
    else
        perform 2100-look-up-requestor
        if RequestorFound
            perform 2200-maintain-existing-requestor
        else
            perform 2300-offer-to-add-requestor
        end-if
    end-if
    .

2100-look-up-requestor.
    move MaintenanceRequestor to RequestorId
    read AuthRequestorFile key is RequestorId
        invalid key
            move "N" to RequestorFoundFlag
        not invalid key
            move "Y" to RequestorFoundFlag
    end-read
    .

2200-maintain-existing-requestor.
    if RequestorInactive
        move "INACTIVE" to StatusDisplayText
    else
        move "ACTIVE" to StatusDisplayText
    end-if

    move space to MaintenanceAction
    display RqsFoundScreen
    accept RqsFoundScreen

    evaluate MaintenanceAction
        when "C"
        when "c"
            perform 2600-capture-requestor-image
            move RqsFieldImage to RqsAudBeforeImage
            move RequestorDepartment to EntryDepartment
            move RequestorCostCenter to EntryCostCenter
            move RequestorContactName to EntryContactName
            move RequestorContactPhone to EntryContactPhone
            move RequestorQuotaAction to EntryQuotaAction
            perform 2210-load-one-entry-slot
                varying SlotIndex from 1 by 1 until SlotIndex > 5
            perform 2400-accept-and-edit-fields
            perform 2500-move-entry-to-record
            set RequestorActive to true
            rewrite AuthRequestorRecord
            perform 2600-capture-requestor-image
            move RqsFieldImage to RqsAudAfterImage
            move "C" to RqsAudAction
            perform 2700-write-maintenance-audit
        when "D"
        when "d"
            perform 2600-capture-requestor-image
            move RqsFieldImage to RqsAudBeforeImage
            set RequestorInactive to true
            move TodayDate to RequestorChangedDate
            move SignOnOperatorId to RequestorChangedOperator
            rewrite AuthRequestorRecord
            perform 2600-capture-requestor-image
            move RqsFieldImage to RqsAudAfterImage
            move "D" to RqsAudAction
            perform 2700-write-maintenance-audit
        when other
            continue
    end-evaluate
    .

2210-load-one-entry-slot.
    move RequestorPermittedType (SlotIndex) to EntryType (SlotIndex)
    move RequestorMonthlyQuota (SlotIndex) to EntryQuota (SlotIndex)
    .

2300-offer-to-add-requestor.
    move "N" to AddResponse
    display RqsAddPromptScreen
    accept RqsAddPromptScreen

    if AddResponse = "Y" or AddResponse = "y"
        move spaces to EntryDepartment
        move spaces to EntryCostCenter
        move spaces to EntryContactName
        move spaces to EntryContactPhone
        move "C" to EntryQuotaAction
        perform 2310-clear-one-entry-slot
            varying SlotIndex from 1 by 1 until SlotIndex > 5
        move spaces to AuthRequestorRecord
        perform 2320-clear-one-record-slot
            varying SlotIndex from 1 by 1 until SlotIndex > 5
        perform 2400-accept-and-edit-fields
        move MaintenanceRequestor to RequestorId
        perform 2500-move-entry-to-record
        set RequestorActive to true
        write AuthRequestorRecord
        move spaces to RqsAudBeforeImage
        perform 2600-capture-requestor-image
        move RqsFieldImage to RqsAudAfterImage
        move "A" to RqsAudAction
        perform 2700-write-maintenance-audit
    end-if
    .

2310-clear-one-entry-slot.
    move spaces to EntryType (SlotIndex)
    move 0 to EntryQuota (SlotIndex)
    .

2320-clear-one-record-slot.
    move 0 to RequestorMonthlyQuota (SlotIndex)
    move 0 to RequestorIssuedInMonth (SlotIndex)
    .

2400-accept-and-edit-fields.
    move "N" to EntryValidFlag
    move spaces to ValidationMessage
    perform 2410-accept-one-entry until EntryValid
    .

2410-accept-one-entry.
    display RqsDetailScreen
    accept RqsDetailScreen
    perform 2420-validate-entered-fields
    .

2420-validate-entered-fields.
    move "Y" to EntryValidFlag
    move spaces to ValidationMessage
    move "N" to TypeEnteredFlag

    evaluate true
        when EntryDepartment = spaces
            move "DEPARTMENT REQUIRED" to ValidationMessage
            move "N" to EntryValidFlag
        when EntryCostCenter = spaces
            move "COST CENTER REQUIRED" to ValidationMessage
            move "N" to EntryValidFlag
        when EntryContactName = spaces
            move "CONTACT NAME REQUIRED" to ValidationMessage
            move "N" to EntryValidFlag
        when EntryQuotaAction not = "C" and EntryQuotaAction not = "H"
            move "OVER QUOTA MUST BE C OR H" to ValidationMessage
            move "N" to EntryValidFlag
    end-evaluate

    if EntryValid
        perform 2430-validate-one-type-slot
            varying SlotIndex from 1 by 1
            until SlotIndex > 5 or not EntryValid
    end-if

    if EntryValid and not TypeEntered
        move "AT LEAST ONE PERMITTED TYPE REQUIRED"
            to ValidationMessage
        move "N" to EntryValidFlag
    end-if
    .

2430-validate-one-type-slot.
    if EntryType (SlotIndex) = spaces
        if EntryQuota (SlotIndex) not numeric
            move 0 to EntryQuota (SlotIndex)
        end-if
    else
        move "Y" to TypeEnteredFlag
        if EntryQuota (SlotIndex) not numeric
            move "QUOTA MUST BE NUMERIC" to ValidationMessage
            move "N" to EntryValidFlag
        end-if
        if EntryValid
            perform 2440-check-duplicate-type
                varying CompareIndex from 1 by 1
                until CompareIndex >= SlotIndex or not EntryValid
        end-if
        if EntryValid and CfgFileOpen
            move EntryType (SlotIndex) to AuthCfgType
            read AuthCfgFile key is AuthCfgType
                invalid key
                    move "CODE TYPE NOT ON FILE"
                        to ValidationMessage
                    move "N" to EntryValidFlag
            end-read
        end-if
    end-if
    .

2440-check-duplicate-type.
    if EntryType (CompareIndex) = EntryType (SlotIndex)
        move "CODE TYPE ENTERED TWICE" to ValidationMessage
        move "N" to EntryValidFlag
    end-if
    .

2500-move-entry-to-record.
    move EntryDepartment to RequestorDepartment
    move EntryCostCenter to RequestorCostCenter
    move EntryContactName to RequestorContactName
    move EntryContactPhone to RequestorContactPhone
    move EntryQuotaAction to RequestorQuotaAction
    perform 2510-move-one-type-slot
        varying SlotIndex from 1 by 1 until SlotIndex > 5
    move TodayDate to RequestorChangedDate
    move SignOnOperatorId to RequestorChangedOperator
    .

2510-move-one-type-slot.
    if EntryType (SlotIndex) not = RequestorPermittedType (SlotIndex)
        move spaces to RequestorQuotaMonth (SlotIndex)
        move 0 to RequestorIssuedInMonth (SlotIndex)
    end-if
    move EntryType (SlotIndex) to RequestorPermittedType (SlotIndex)
    move EntryQuota (SlotIndex) to RequestorMonthlyQuota (SlotIndex)
    .

2600-capture-requestor-image.
    move RequestorDepartment to ImgDepartment
    move RequestorCostCenter to ImgCostCenter
    move RequestorContactName to ImgContactName
    move RequestorContactPhone to ImgContactPhone
    move RequestorStatus to ImgStatus
    move RequestorQuotaAction to ImgQuotaAction
    perform 2610-capture-one-type-slot
        varying SlotIndex from 1 by 1 until SlotIndex > 5
    .

2610-capture-one-type-slot.
    move RequestorPermittedType (SlotIndex) to ImgType (SlotIndex)
    move RequestorMonthlyQuota (SlotIndex) to ImgQuota (SlotIndex)
    .

2700-write-maintenance-audit.
    move function current-date to RqsAudTimestamp
    move SignOnOperatorId to RqsAudOperator
    move RequestorId to RqsAudRequestor
    write AuthRqsAuditLine from RqsMaintAuditRecord
    .

3000-finalize.
    close AuthRequestorFile
    if CfgFileOpen
        close AuthCfgFile
    end-if
    close AuthOperatorFile
    close AuthRqsAuditFile
    .
end program AUTHRQSM.
