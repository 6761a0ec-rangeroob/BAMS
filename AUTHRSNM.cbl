identification division.
program-id. AUTHRSNM.

environment division.
input-output section.
file-control.
    select AuthReasonFile assign "authrsn.dat"
        organization indexed
        access mode dynamic
        record key ReasonCode
        file status ReasonFileStatus.

    select AuthOperatorFile assign "authoper.dat"
        organization indexed
        access mode dynamic
        record key OperatorId
        file status OperatorFileStatus.

    select AuthRsnAuditFile assign "authrsnm.aud"
        organization line sequential
        file status RsnAuditFileStatus.

data division.
file section.
fd  AuthReasonFile.
    copy authrsn.

fd  AuthOperatorFile.
    copy authoper.

fd  AuthRsnAuditFile.
01  AuthRsnAuditLine pic x(110).

working-storage section.
    01 ReasonFileStatus     pic x(02) value "00".
    01 OperatorDoneFlag     pic x(01) value "N".
        88 OperatorDone            value "Y".
    01 ReasonFoundFlag      pic x(01) value "N".
        88 ReasonFound             value "Y".
    01 EntryValidFlag       pic x(01) value "N".
        88 EntryValid              value "Y".
    01 CurrentDateTime      pic x(21).
    01 TodayDate            pic x(08).
    01 MaintenanceReason    pic x(02).
    01 MaintenanceAction    pic x(01).
    01 AddResponse          pic x(01).
    01 StatusDisplayText    pic x(12).
    01 ValidationMessage    pic x(40).
    01 EntryFields.
        05 EntryDescription pic x(30).
        05 EntryVoidFlag    pic x(01).
        05 EntryBlockFlag   pic x(01).
        05 EntryExtendFlag  pic x(01).
        05 EntrySwitchFlag  pic x(01).
    01 OperatorFileStatus   pic x(02) value "00".
    01 RsnAuditFileStatus   pic x(02) value "00".
    01 SignOnOperatorId     pic x(08).
    01 SignOnPassword       pic x(08).
    01 SignOnMessage        pic x(40).
    01 SignOnAttemptCount   pic 9(01) value 0.
    01 SignOnAttemptLimit   pic 9(01) value 3.
    01 SignedOnFlag         pic x(01) value "N".
        88 SignedOn                value "Y".

01  RsnFieldImage.
    05 ImgDescription       pic x(30).
    05 ImgVoidFlag          pic x(01).
    05 ImgBlockFlag         pic x(01).
    05 ImgExtendFlag        pic x(01).
    05 ImgSwitchFlag        pic x(01).
    05 ImgStatus            pic x(01).

01  RsnMaintAuditRecord.
    05 RsnAudTimestamp      pic x(21).
    05 filler               pic x(01) value space.
    05 RsnAudOperator       pic x(08).
    05 filler               pic x(01) value space.
    05 RsnAudReason         pic x(02).
    05 filler               pic x(01) value space.
    05 RsnAudAction         pic x(01).
    05 filler               pic x(01) value space.
    05 RsnAudBeforeImage    pic x(35).
    05 filler               pic x(01) value "/".
    05 RsnAudAfterImage     pic x(35).
    05 filler               pic x(03) value spaces.

screen section.
01  SignOnScreen.
    05 blank screen.
    05 line 1 col 1  value "REASON CODE MAINTENANCE".
    05 line 3 col 1  value "OPERATOR ID  . . . . . . . . . . . . . ".
    05 line 3 col 41 pic x(08) to SignOnOperatorId.
    05 line 4 col 1  value "PASSWORD . . . . . . . . . . . . . . . ".
    05 line 4 col 41 pic x(08) to SignOnPassword secure.
    05 line 6 col 1  pic x(40) from SignOnMessage.

01  RsnKeyScreen.
    05 blank screen.
    05 line 1 col 1  value "REASON CODE MAINTENANCE".
    05 line 3 col 1  value "ENTER REASON CODE (BLANK TO EXIT)  . . ".
    05 line 3 col 41 pic x(02) to MaintenanceReason.

01  RsnFoundScreen.
    05 blank screen.
    05 line 1 col 1  value "REASON CODE MAINTENANCE".
    05 line 3 col 1  value "REASON CODE  . . . . . . . . . . . . . ".
    05 line 3 col 41 pic x(02) from MaintenanceReason.
    05 line 4 col 1  value "STATUS . . . . . . . . . . . . . . . . ".
    05 line 4 col 41 pic x(12) from StatusDisplayText.
    05 line 5 col 1  value "DESCRIPTION  . . . . . . . . . . . . . ".
    05 line 5 col 41 pic x(30) from ReasonDescription.
    05 line 6 col 1  value "VALID FOR VOID (Y/N) . . . . . . . . . ".
    05 line 6 col 41 pic x(01) from ReasonVoidFlag.
    05 line 7 col 1  value "VALID FOR BLOCK (Y/N)  . . . . . . . . ".
    05 line 7 col 41 pic x(01) from ReasonBlockFlag.
    05 line 8 col 1  value "VALID FOR EXTENSION (Y/N)  . . . . . . ".
    05 line 8 col 41 pic x(01) from ReasonExtendFlag.
    05 line 9 col 1  value "SENT TO SWITCH (Y/N) . . . . . . . . . ".
    05 line 9 col 41 pic x(01) from ReasonSwitchFlag.
    05 line 10 col 1 value "LAST CHANGED . . . . . . . . . . . . . ".
    05 line 10 col 41 pic x(08) from ReasonChangedDate.
    05 line 10 col 50 pic x(08) from ReasonChangedOperator.
    05 line 12 col 1 value "ACTION: C=CHANGE D=DEACTIVATE  . . . . ".
    05 line 12 col 41 pic x(01) to MaintenanceAction.

01  RsnAddPromptScreen.
    05 blank screen.
    05 line 1 col 1  value "REASON CODE MAINTENANCE".
    05 line 3 col 1  value "REASON CODE  . . . . . . . . . . . . . ".
    05 line 3 col 41 pic x(02) from MaintenanceReason.
    05 line 5 col 1  value "REASON NOT ON FILE - ADD IT? (Y/N) . . ".
    05 line 5 col 41 pic x(01) to AddResponse.

01  RsnDetailScreen.
    05 blank screen.
    05 line 1 col 1  value "REASON CODE MAINTENANCE".
    05 line 3 col 1  value "REASON CODE  . . . . . . . . . . . . . ".
    05 line 3 col 41 pic x(02) from MaintenanceReason.
    05 line 5 col 1  value "DESCRIPTION  . . . . . . . . . . . . . ".
    05 line 5 col 41 pic x(30) using EntryDescription.
    05 line 6 col 1  value "VALID FOR VOID (Y/N) . . . . . . . . . ".
    05 line 6 col 41 pic x(01) using EntryVoidFlag.
    05 line 7 col 1  value "VALID FOR BLOCK (Y/N)  . . . . . . . . ".
    05 line 7 col 41 pic x(01) using EntryBlockFlag.
    05 line 8 col 1  value "VALID FOR EXTENSION (Y/N)  . . . . . . ".
    05 line 8 col 41 pic x(01) using EntryExtendFlag.
    05 line 9 col 1  value "SENT TO SWITCH (Y/N) . . . . . . . . . ".
    05 line 9 col 41 pic x(01) using EntrySwitchFlag.
    05 line 11 col 1 pic x(40) from ValidationMessage.

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

    open extend AuthRsnAuditFile
    if RsnAuditFileStatus = "35"
        open output AuthRsnAuditFile
    end-if

    open i-o AuthReasonFile
    if ReasonFileStatus = "39"
        display "AUTHRSNM FATAL: reason file authrsn.dat record"
                " layout mismatch (file status 39) - delete it and"
                " re-key the reason codes"
        move 12 to return-code
        stop run
    end-if
    if ReasonFileStatus = "35"
        open output AuthReasonFile
        close AuthReasonFile
        open i-o AuthReasonFile
        perform 1100-load-default-reasons
    end-if
    .

1100-load-default-reasons.
    move "OP" to ReasonCode
    move "OPERATOR VOID" to ReasonDescription
    move "Y" to ReasonVoidFlag
    move "N" to ReasonBlockFlag
    move "N" to ReasonExtendFlag
    move "Y" to ReasonSwitchFlag
    set ReasonActive to true
    move TodayDate to ReasonChangedDate
    move "AUTHRSNM" to ReasonChangedOperator
    write AuthReasonRecord

    move "UN" to ReasonCode
    move "UNSPECIFIED" to ReasonDescription
    move "Y" to ReasonVoidFlag
    move "N" to ReasonBlockFlag
    move "N" to ReasonExtendFlag
    move "Y" to ReasonSwitchFlag
    write AuthReasonRecord

    move "FR" to ReasonCode
    move "SUSPECTED FRAUD" to ReasonDescription
    move "Y" to ReasonVoidFlag
    move "Y" to ReasonBlockFlag
    move "N" to ReasonExtendFlag
    move "Y" to ReasonSwitchFlag
    write AuthReasonRecord
    .

1400-open-operator-file.
    open i-o AuthOperatorFile
    if OperatorFileStatus = "39"
        display "AUTHRSNM FATAL: operator file authoper.dat record"
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
        display "AUTHRSNM: operator sign-on failed, session ended"
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
    move spaces to MaintenanceReason
    display RsnKeyScreen
    accept RsnKeyScreen

    if MaintenanceReason = spaces
        move "Y" to OperatorDoneFlag
    else
        perform 2100-look-up-reason
        if ReasonFound
            perform 2200-maintain-existing-reason
        else
            perform 2300-offer-to-add-reason
        end-if
    end-if
    .

2100-look-up-reason.
    move MaintenanceReason to ReasonCode
    read AuthReasonFile key is ReasonCode
        invalid key
            move "N" to ReasonFoundFlag
        not invalid key
            move "Y" to ReasonFoundFlag
    end-read
    .

2200-maintain-existing-reason.
    if ReasonInactive
        move "INACTIVE" to StatusDisplayText
    else
        move "ACTIVE" to StatusDisplayText
    end-if

    move space to MaintenanceAction
    display RsnFoundScreen
    accept RsnFoundScreen

    evaluate MaintenanceAction
        when "C"
        when "c"
            perform 2600-capture-reason-image
            move RsnFieldImage to RsnAudBeforeImage
            move ReasonDescription to EntryDescription
            move ReasonVoidFlag to EntryVoidFlag
            move ReasonBlockFlag to EntryBlockFlag
            move ReasonExtendFlag to EntryExtendFlag
            move ReasonSwitchFlag to EntrySwitchFlag
            perform 2400-accept-and-edit-fields
            perform 2500-move-entry-to-record
            set ReasonActive to true
            rewrite AuthReasonRecord
            perform 2600-capture-reason-image
            move RsnFieldImage to RsnAudAfterImage
            move "C" to RsnAudAction
            perform 2700-write-maintenance-audit
        when "D"
        when "d"
            perform 2600-capture-reason-image
            move RsnFieldImage to RsnAudBeforeImage
            set ReasonInactive to true
            move TodayDate to ReasonChangedDate
            move SignOnOperatorId to ReasonChangedOperator
            rewrite AuthReasonRecord
            perform 2600-capture-reason-image
            move RsnFieldImage to RsnAudAfterImage
            move "D" to RsnAudAction
            perform 2700-write-maintenance-audit
        when other
            continue
    end-evaluate
    .

2300-offer-to-add-reason.
    move "N" to AddResponse
    display RsnAddPromptScreen
    accept RsnAddPromptScreen

    if AddResponse = "Y" or AddResponse = "y"
        move spaces to EntryDescription
        move "Y" to EntryVoidFlag
        move "N" to EntryBlockFlag
        move "N" to EntryExtendFlag
        move "Y" to EntrySwitchFlag
        perform 2400-accept-and-edit-fields
        move MaintenanceReason to ReasonCode
        perform 2500-move-entry-to-record
        set ReasonActive to true
        write AuthReasonRecord
        move spaces to RsnAudBeforeImage
        perform 2600-capture-reason-image
        move RsnFieldImage to RsnAudAfterImage
        move "A" to RsnAudAction
        perform 2700-write-maintenance-audit
    end-if
    .

2400-accept-and-edit-fields.
    move "N" to EntryValidFlag
    move spaces to ValidationMessage
    perform 2410-accept-one-entry until EntryValid
    .

2410-accept-one-entry.
    display RsnDetailScreen
    accept RsnDetailScreen
    perform 2420-validate-entered-fields
    .

2420-validate-entered-fields.
    move "Y" to EntryValidFlag
    move spaces to ValidationMessage

    evaluate true
        when EntryDescription = spaces
            move "DESCRIPTION REQUIRED" to ValidationMessage
            move "N" to EntryValidFlag
        when EntryVoidFlag not = "Y" and EntryVoidFlag not = "N"
            move "VALID FOR VOID MUST BE Y OR N" to ValidationMessage
            move "N" to EntryValidFlag
        when EntryBlockFlag not = "Y" and EntryBlockFlag not = "N"
            move "VALID FOR BLOCK MUST BE Y OR N" to ValidationMessage
            move "N" to EntryValidFlag
        when EntryExtendFlag not = "Y" and EntryExtendFlag not = "N"
            move "VALID FOR EXTENSION MUST BE Y OR N"
                to ValidationMessage
            move "N" to EntryValidFlag
        when EntrySwitchFlag not = "Y" and EntrySwitchFlag not = "N"
            move "SENT TO SWITCH MUST BE Y OR N" to ValidationMessage
            move "N" to EntryValidFlag
        when EntryVoidFlag = "N" and EntryBlockFlag = "N"
         and EntryExtendFlag = "N"
            move "REASON MUST ALLOW VOID, BLOCK OR EXTEND"
                to ValidationMessage
            move "N" to EntryValidFlag
    end-evaluate
    .

2500-move-entry-to-record.
    move EntryDescription to ReasonDescription
    move EntryVoidFlag to ReasonVoidFlag
    move EntryBlockFlag to ReasonBlockFlag
    move EntryExtendFlag to ReasonExtendFlag
    move EntrySwitchFlag to ReasonSwitchFlag
    move TodayDate to ReasonChangedDate
    move SignOnOperatorId to ReasonChangedOperator
    .

2600-capture-reason-image.
    move ReasonDescription to ImgDescription
    move ReasonVoidFlag to ImgVoidFlag
    move ReasonBlockFlag to ImgBlockFlag
    move ReasonExtendFlag to ImgExtendFlag
    move ReasonSwitchFlag to ImgSwitchFlag
    move ReasonStatus to ImgStatus
    .

2700-write-maintenance-audit.
    move function current-date to RsnAudTimestamp
    move SignOnOperatorId to RsnAudOperator
    move ReasonCode to RsnAudReason
    write AuthRsnAuditLine from RsnMaintAuditRecord
    .

3000-finalize.
    close AuthReasonFile
    close AuthOperatorFile
    close AuthRsnAuditFile
    .
end program AUTHRSNM.
