identification division.
program-id. AUTHAPRV.

environment division.
input-output section.
file-control.
    select AuthPendingFile assign "authpend.dat"
        organization indexed
        access mode dynamic
        record key PendingKey
        file status PendingFileStatus.

    select AuthMasterFile assign "authmstr.dat"
        organization indexed
        access mode dynamic
        record key AuthCodeKey
        alternate record key AuthCodeRequestId with duplicates
        alternate record key AuthCodeRequestor with duplicates
        alternate record key AuthCodeTypeIssueKey with duplicates
        file status AuthMasterFileStatus.

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

    select AuthDeltaFile assign "authdlta.out"
        organization line sequential
        file status DeltaFileStatus.

data division.
file section.
fd  AuthPendingFile.
    copy authpend.

fd  AuthMasterFile.
    copy authcode.

fd  AuthReasonFile.
    copy authrsn.

fd  AuthOperatorFile.
    copy authoper.

fd  AuthDeltaFile.
    copy authdlta.

working-storage section.
    copy authbtck.
    copy authjnlk.
    01 PendingFileStatus    pic x(02) value "00".
    01 AuthMasterFileStatus pic x(02) value "00".
    01 ReasonFileStatus     pic x(02) value "00".
    01 OperatorFileStatus   pic x(02) value "00".
    01 DeltaFileStatus      pic x(02) value "00".
    01 DeltaDetailCount     pic 9(07) value 0.
    01 TodayDate            pic x(08).
    01 CurrentDateTime      pic x(21).
    01 OperatorDoneFlag     pic x(01) value "N".
        88 OperatorDone            value "Y".
    01 EndOfPendingFlag     pic x(01) value "N".
        88 EndOfPending            value "Y".
    01 PendingFoundFlag     pic x(01) value "N".
        88 PendingFound            value "Y".
    01 ActionDoneFlag       pic x(01) value "N".
        88 ActionDone              value "Y".
    01 EndOfMasterFileFlag  pic x(01) value "N".
        88 EndOfMasterFile         value "Y".
    01 ReasonValidFlag      pic x(01) value "N".
        88 ReasonValid             value "Y".
    01 ActiveReasonSwitchFlag pic x(01) value "Y".
        88 ActiveReasonToSwitch    value "Y".
    01 LastPendingKey       pic x(12) value low-values.
    01 PendingKeyText       pic x(12).
    01 RaisedTimeText       pic x(14).
    01 CardTypeText         pic x(12).
    01 TargetText           pic x(30).
    01 ReasonDisplayText    pic x(30).
    01 PendingAction        pic x(01).
    01 ApprovalMessage      pic x(40).
    01 AppliedCount         pic 9(07) value 0.
    01 AppliedCountText     pic zzz,zzz,zz9.
    01 ItemsApprovedCount   pic 9(07) value 0.
    01 ItemsRejectedCount   pic 9(07) value 0.
    01 SignOnOperatorId     pic x(08).
    01 SignOnPassword       pic x(08).
    01 SignOnMessage        pic x(40).
    01 SignOnAttemptCount   pic 9(01) value 0.
    01 SignOnAttemptLimit   pic 9(01) value 3.
    01 SignedOnFlag         pic x(01) value "N".
        88 SignedOn                value "Y".

screen section.
01  SignOnScreen.
    05 blank screen.
    05 line 1 col 1  value "PENDING VOID APPROVAL".
    05 line 3 col 1  value "OPERATOR ID  . . . . . . . . . . . . . ".
    05 line 3 col 41 pic x(08) to SignOnOperatorId.
    05 line 4 col 1  value "PASSWORD . . . . . . . . . . . . . . . ".
    05 line 4 col 41 pic x(08) to SignOnPassword secure.
    05 line 6 col 1  pic x(40) from SignOnMessage.

01  PendingItemScreen.
    05 blank screen.
    05 line 1 col 1  value "PENDING VOID APPROVAL".
    05 line 3 col 1  value "PENDING VOID NUMBER  . . . . . . . . . ".
    05 line 3 col 41 pic x(12) from PendingKeyText.
    05 line 4 col 1  value "RAISED BY  . . . . . . . . . . . . . . ".
    05 line 4 col 41 pic x(08) from PendingRaisedBy.
    05 line 4 col 50 pic x(08) from PendingSource.
    05 line 5 col 1  value "RAISED AT  . . . . . . . . . . . . . . ".
    05 line 5 col 41 pic x(14) from RaisedTimeText.
    05 line 6 col 1  value "VOID TYPE  . . . . . . . . . . . . . . ".
    05 line 6 col 41 pic x(12) from CardTypeText.
    05 line 7 col 1  value "CODES AFFECTED . . . . . . . . . . . . ".
    05 line 7 col 41 pic x(30) from TargetText.
    05 line 8 col 1  value "CODE COUNT WHEN RAISED . . . . . . . . ".
    05 line 8 col 41 pic zzz,zzz,zz9 from PendingCodeCount.
    05 line 9 col 1  value "REVOKE REASON  . . . . . . . . . . . . ".
    05 line 9 col 41 pic x(02) from PendingRevokeReason.
    05 line 9 col 44 pic x(30) from ReasonDisplayText.
    05 line 11 col 1 value "A=APPROVE R=REJECT N=NEXT X=EXIT".
    05 line 12 col 1 value "ACTION . . . . . . . . . . . . . . . . ".
    05 line 12 col 41 pic x(01) to PendingAction.
    05 line 14 col 1 pic x(40) from ApprovalMessage.

01  PendingResultScreen.
    05 blank screen.
    05 line 1 col 1  value "PENDING VOID APPROVAL".
    05 line 3 col 1  value "PENDING VOID NUMBER  . . . . . . . . . ".
    05 line 3 col 41 pic x(12) from PendingKeyText.
    05 line 5 col 1  pic x(40) from ApprovalMessage.

01  NoPendingScreen.
    05 blank screen.
    05 line 1 col 1  value "PENDING VOID APPROVAL".
    05 line 3 col 1  value "NO MORE VOIDS AWAITING APPROVAL".

procedure division.
0000-mainline.
    perform 1000-initialize
    perform 2000-process-one-pending until OperatorDone
    perform 3000-finalize
    stop run
    .

1000-initialize.
    move function current-date to CurrentDateTime
    move CurrentDateTime (1:8) to TodayDate

    perform 1400-open-operator-file
    perform 1500-sign-on-operator

    open i-o AuthPendingFile
    if PendingFileStatus = "39"
        display "AUTHAPRV FATAL: pending file authpend.dat record"
                " layout mismatch (file status 39) - it holds voids"
                " awaiting approval, do not delete it"
        move 12 to return-code
        stop run
    end-if
    if PendingFileStatus = "35"
        open output AuthPendingFile
        close AuthPendingFile
        open i-o AuthPendingFile
    end-if

    open i-o AuthMasterFile
    if AuthMasterFileStatus = "39"
        display "AUTHAPRV FATAL: master file authmstr.dat record"
                " layout mismatch (file status 39) - run the"
                " AUTHMCNV or AUTHICNV conversion"
        move 12 to return-code
        stop run
    end-if
    if AuthMasterFileStatus = "35"
        display "AUTHAPRV FATAL: master file authmstr.dat not found,"
                " nothing to revoke"
        move 12 to return-code
        stop run
    end-if

    open input AuthReasonFile
    if ReasonFileStatus = "39"
        display "AUTHAPRV FATAL: reason file authrsn.dat record"
                " layout mismatch (file status 39) - delete it and"
                " re-key the reason codes via AUTHRSNM"
        move 12 to return-code
        stop run
    end-if
    if ReasonFileStatus = "35"
        display "AUTHAPRV FATAL: reason file authrsn.dat not found,"
                " no void reasons can be confirmed"
        move 12 to return-code
        stop run
    end-if

    open extend AuthDeltaFile
    if DeltaFileStatus = "35"
        open output AuthDeltaFile
    end-if
    move TodayDate to DeltaRunDate
    move "AUTHAPRV" to DeltaSourceProgram
    perform 1900-open-switch-batch
    move BatchCtlBatchId to DeltaBatchId
    write AuthDeltaHeader
    .

1900-open-switch-batch.
    set BatchCtlOpenAction to true
    set BatchCtlDeltaFile to true
    move "AUTHAPRV" to BatchCtlCaller
    move TodayDate to BatchCtlRunDate
    call "AUTHBTCH" using BatchControlRequest
    if BatchCtlFailed
        display "AUTHAPRV FATAL: " BatchCtlFailReason
        move 12 to return-code
        stop run
    end-if
    .

1400-open-operator-file.
    open i-o AuthOperatorFile
    if OperatorFileStatus = "39"
        display "AUTHAPRV FATAL: operator file authoper.dat record"
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
        display "AUTHAPRV: operator sign-on failed, session ended"
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
                when not OperatorVoidAuthority
                 and not OperatorConfigAuthority
                    move "VOID AUTHORITY REQUIRED" to SignOnMessage
                when other
                    move "Y" to SignedOnFlag
            end-evaluate
    end-read
    .

2000-process-one-pending.
    perform 2100-find-next-pending
    if PendingFound
        perform 2200-show-pending-item
    else
        display NoPendingScreen
        accept NoPendingScreen
        move "Y" to OperatorDoneFlag
    end-if
    .

2100-find-next-pending.
    move "N" to PendingFoundFlag
    move "N" to EndOfPendingFlag
    move LastPendingKey to PendingKey
    start AuthPendingFile key > PendingKey
        invalid key move "Y" to EndOfPendingFlag
    end-start
    perform 2110-read-next-pending until PendingFound or EndOfPending
    .

2110-read-next-pending.
    read AuthPendingFile next record
        at end move "Y" to EndOfPendingFlag
    end-read
    if not EndOfPending
        move PendingKey to LastPendingKey
        if PendingAwaiting
            move "Y" to PendingFoundFlag
        end-if
    end-if
    .

2200-show-pending-item.
    move PendingKey to PendingKeyText
    move PendingRaisedTime (1:14) to RaisedTimeText
    move spaces to TargetText
    evaluate true
        when PendingSingleCode
            move "SINGLE CODE" to CardTypeText
            move PendingAuthCode to TargetText
        when PendingRangeCard
            move "ISSUE RANGE" to CardTypeText
            string PendingRangeCodeType " " PendingRangeFromDate "-"
                PendingRangeToDate delimited size into TargetText
        when other
            move "REQUEST" to CardTypeText
            move PendingRequestId to TargetText
    end-evaluate

    perform 2400-check-pending-reason

    move spaces to ApprovalMessage
    move "N" to ActionDoneFlag
    perform 2210-accept-pending-action until ActionDone
    .

2210-accept-pending-action.
    move space to PendingAction
    display PendingItemScreen
    accept PendingItemScreen

    evaluate PendingAction
        when "A"
        when "a"
            evaluate true
                when PendingRaisedBy = SignOnOperatorId
                    move "CANNOT APPROVE YOUR OWN VOID"
                        to ApprovalMessage
                when not ReasonValid
                    move "REASON NO LONGER VALID - REJECT IT"
                        to ApprovalMessage
                when other
                    perform 2300-approve-pending-item
                    move "Y" to ActionDoneFlag
            end-evaluate
        when "R"
        when "r"
            if PendingRaisedBy = SignOnOperatorId
                move "CANNOT REJECT YOUR OWN VOID" to ApprovalMessage
            else
                perform 2500-reject-pending-item
                move "Y" to ActionDoneFlag
            end-if
        when "N"
        when "n"
        when space
            move "Y" to ActionDoneFlag
        when "X"
        when "x"
            move "Y" to ActionDoneFlag
            move "Y" to OperatorDoneFlag
        when other
            move "ACTION MUST BE A, R, N OR X" to ApprovalMessage
    end-evaluate
    .

2300-approve-pending-item.
    move 0 to AppliedCount
    evaluate true
        when PendingSingleCode
            perform 2310-apply-single-code
        when other
            perform 2320-apply-range-or-request
    end-evaluate

    set PendingApproved to true
    move SignOnOperatorId to PendingDecidedBy
    move TodayDate to PendingDecidedDate
    move AppliedCount to PendingAppliedCount
    rewrite AuthPendingRecord
    add 1 to ItemsApprovedCount

    move AppliedCount to AppliedCountText
    move spaces to ApprovalMessage
    string "APPROVED - " AppliedCountText " CODE(S) REVOKED"
        delimited size into ApprovalMessage
    display PendingResultScreen
    accept PendingResultScreen
    .

2310-apply-single-code.
    move spaces to AuthCodeKey
    move PendingAuthCode to AuthCodeKey
    read AuthMasterFile key is AuthCodeKey
        invalid key
            continue
        not invalid key
            if AuthCodeIssued
                perform 2350-apply-revocation
            end-if
    end-read
    .

2320-apply-range-or-request.
    move "N" to EndOfMasterFileFlag
    if PendingRangeCard
        move PendingRangeCodeType to AuthCodeType
        move PendingRangeFromDate to AuthCodeIssueDate
        start AuthMasterFile key >= AuthCodeTypeIssueKey
            invalid key move "Y" to EndOfMasterFileFlag
        end-start
    else
        move PendingRequestId to AuthCodeRequestId
        start AuthMasterFile key >= AuthCodeRequestId
            invalid key move "Y" to EndOfMasterFileFlag
        end-start
    end-if
    perform 2330-read-next-master-record
    perform 2340-match-one-master-record until EndOfMasterFile
    .

2330-read-next-master-record.
    if not EndOfMasterFile
        read AuthMasterFile next record
            at end move "Y" to EndOfMasterFileFlag
        end-read
    end-if
    .

2340-match-one-master-record.
    evaluate true
        when PendingRangeCard
            if AuthCodeType not = PendingRangeCodeType
               or AuthCodeIssueDate > PendingRangeToDate
                move "Y" to EndOfMasterFileFlag
            end-if
        when other
            if AuthCodeRequestId not = PendingRequestId
                move "Y" to EndOfMasterFileFlag
            end-if
    end-evaluate
    if not EndOfMasterFile
        if AuthCodeIssued
            perform 2350-apply-revocation
        end-if
        perform 2330-read-next-master-record
    end-if
    .

2350-apply-revocation.
    move AuthCodeRecord to JournalCtlBeforeImage
    set AuthCodeRevoked to true
    move PendingRevokeReason to AuthCodeRevokeReason
    move PendingRaisedBy to AuthCodeRevokeOperator
    move TodayDate to AuthCodeRevokeDate
    rewrite AuthCodeRecord
    perform 2355-journal-master-change
    add 1 to AppliedCount
    perform 2360-write-delta-record
    .

2355-journal-master-change.
    set JournalCtlWriteAction to true
    set JournalCtlRewrite to true
    move "AUTHAPRV" to JournalCtlProgram
    move SignOnOperatorId to JournalCtlRunId
    move AuthCodeRecord to JournalCtlAfterImage
    call "AUTHJRNL" using JournalRequest
    .

2360-write-delta-record.
    move AuthCodeKey to DeltaAuthCode
    move AuthCodeStatus to DeltaNewStatus
    move TodayDate to DeltaEffectiveDate
    if ActiveReasonToSwitch
        move AuthCodeRevokeReason to DeltaRevokeReason
    else
        move spaces to DeltaRevokeReason
    end-if
    write AuthDeltaDetail
    add 1 to DeltaDetailCount
    perform 2365-register-sent-detail
    .

2365-register-sent-detail.
    set BatchCtlDetailAction to true
    move DeltaAuthCode to BatchCtlAuthCode
    move spaces to BatchCtlExpirationDate
    move DeltaNewStatus to BatchCtlNewStatus
    move DeltaEffectiveDate to BatchCtlEffectiveDate
    move DeltaRevokeReason to BatchCtlRevokeReason
    call "AUTHBTCH" using BatchControlRequest
    .

2400-check-pending-reason.
    move "Y" to ReasonValidFlag
    move "Y" to ActiveReasonSwitchFlag
    move PendingRevokeReason to ReasonCode
    read AuthReasonFile key is ReasonCode
        invalid key
            move "N" to ReasonValidFlag
            move "NOT ON REASON TABLE" to ReasonDisplayText
        not invalid key
            move ReasonDescription to ReasonDisplayText
            move ReasonSwitchFlag to ActiveReasonSwitchFlag
            if ReasonInactive or not ReasonValidForVoid
                move "N" to ReasonValidFlag
            end-if
    end-read
    .

2500-reject-pending-item.
    set PendingRejected to true
    move SignOnOperatorId to PendingDecidedBy
    move TodayDate to PendingDecidedDate
    move 0 to PendingAppliedCount
    rewrite AuthPendingRecord
    add 1 to ItemsRejectedCount

    move "REJECTED - NO CODES REVOKED" to ApprovalMessage
    display PendingResultScreen
    accept PendingResultScreen
    .

3000-finalize.
    move DeltaDetailCount to DeltaControlTotal
    move BatchCtlBatchId to DeltaTrailerBatchId
    write AuthDeltaTrailer
    close AuthDeltaFile
    set BatchCtlCloseAction to true
    move DeltaDetailCount to BatchCtlDetailCount
    call "AUTHBTCH" using BatchControlRequest
    close AuthPendingFile
    close AuthMasterFile
    set JournalCtlCloseAction to true
    call "AUTHJRNL" using JournalRequest
    close AuthReasonFile
    close AuthOperatorFile
    display "AUTHAPRV approved " ItemsApprovedCount
            " and rejected " ItemsRejectedCount " pending void(s)"
    .
end program AUTHAPRV.
