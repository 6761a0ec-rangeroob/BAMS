        organization line sequential
        file status VoidCardFileStatus.

    select AuthVoidParmFile assign "authvoid.parm"
        organization line sequential
        file status VoidParmFileStatus.

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

    select AuthPendingFile assign "authpend.dat"
        organization indexed
        access mode dynamic
        record key PendingKey
        file status PendingFileStatus.

    select AuthAuditFile assign "authvoid.aud"
        organization line sequential
        file status AuditFileStatus.
fd  AuthVoidCardFile.
    copy authvoid.

fd  AuthVoidParmFile.
01  AuthVoidParmLine pic x(80).

fd  AuthMasterFile.
    copy authcode.

fd  AuthReasonFile.
    copy authrsn.

fd  AuthPendingFile.
    copy authpend.

fd  AuthAuditFile.
01  AuthAuditLine pic x(80).

    copy authdlta.

working-storage section.
    copy authbtck.
    copy authjnlk.
    01 AuthMasterFileStatus pic x(02) value "00".
    01 VoidCardFileStatus   pic x(02) value "00".
    01 ReasonFileStatus     pic x(02) value "00".
    01 VoidParmFileStatus   pic x(02) value "00".
    01 PendingFileStatus    pic x(02) value "00".
    01 DefaultApprovalThreshold pic 9(07) value 100.
    01 CountingOnlyFlag     pic x(01) value "N".
        88 CountingOnly            value "Y".
    01 CardMatchCount       pic 9(07) value 0.
    01 PendingWrittenFlag   pic x(01) value "N".
        88 PendingWritten          value "Y".
    01 AuditFileStatus      pic x(02) value "00".
    01 DeltaFileStatus      pic x(02) value "00".
    01 DeltaDetailCount     pic 9(07) value 0.
    01 CodeFoundFlag        pic x(01) value "N".
        88 CodeFound               value "Y".
    01 ActiveRevokeReason   pic x(02).
    01 ActiveReasonDescription pic x(30).
    01 ActiveReasonSwitchFlag pic x(01) value "Y".
        88 ActiveReasonToSwitch    value "Y".
    01 ReasonValidFlag      pic x(01) value "Y".
        88 ReasonValid             value "Y".
    01 ReasonRejectText     pic x(30).
    01 CardsReadCount       pic 9(07) value 0.
    01 CodesRevokedCount    pic 9(07) value 0.
    01 NotFoundCount        pic 9(07) value 0.
    01 NotIssuedCount       pic 9(07) value 0.
    01 RangeRevokedCount    pic 9(07) value 0.
    01 RequestRevokedCount  pic 9(07) value 0.
    01 ReasonRejectedCount  pic 9(07) value 0.
    01 CardsHeldCount       pic 9(07) value 0.
    01 CodesHeldCount       pic 9(07) value 0.
    01 CardsNotHeldCount    pic 9(07) value 0.
    copy authaudit.
    copy authvprm.

01  ReportHeadingLine1.
    05 filler pic x(26) value "AUTHCODE BULK REVOCATION  ".
    05 RptLineSkipStatus pic x(01).
    05 filler pic x(52) value spaces.

01  ReportRevokedLine.
    05 filler pic x(18) value "CODE REVOKED:     ".
    05 RptLineRevokedCode pic x(08).
    05 filler pic x(01) value space.
    05 RptLineRevokedReason pic x(02).
    05 filler pic x(01) value space.
    05 RptLineRevokedDesc pic x(30).
    05 filler pic x(20) value spaces.

01  ReportReasonLine.
    05 filler pic x(18) value "  REASON:         ".
    05 RptLineReason pic x(02).
    05 filler pic x(01) value space.
    05 RptLineReasonDesc pic x(30).
    05 filler pic x(29) value spaces.

01  ReportBadReasonLine.
    05 filler pic x(18) value "CARD REJECTED:    ".
    05 RptLineBadCardType pic x(01).
    05 filler pic x(08) value " REASON ".
    05 RptLineBadReason pic x(02).
    05 filler pic x(01) value space.
    05 RptLineBadReasonText pic x(30).
    05 filler pic x(20) value spaces.

01  ReportHeldLine.
    05 filler pic x(18) value "  HELD - PENDING  ".
    05 RptLineHeldKey pic x(12).
    05 filler pic x(09) value " CODES:  ".
    05 RptLineHeldCount pic zzz,zzz,zz9.
    05 filler pic x(30) value spaces.

01  ReportNotHeldLine.
    05 filler pic x(18) value "CARD NOT HELD:    ".
    05 RptLineNotHeldType pic x(01).
    05 filler pic x(01) value space.
    05 filler pic x(29) value "PENDING QUEUE FULL - NOT HELD".
    05 filler pic x(09) value " CODES:  ".
    05 RptLineNotHeldCount pic zzz,zzz,zz9.
    05 filler pic x(11) value spaces.

01  ReportBlankRequestLine.
    05 filler pic x(39) value "REQUEST CARD SKIPPED - REQUEST ID BLANK".
    05 filler pic x(41) value spaces.
        stop run
    end-if

    move DefaultApprovalThreshold to VoidApprovalThreshold
    open input AuthVoidParmFile
    if VoidParmFileStatus not = "35"
        read AuthVoidParmFile into AuthVoidRunParameter
            at end
                move DefaultApprovalThreshold to VoidApprovalThreshold
        end-read
        close AuthVoidParmFile
        if VoidApprovalThreshold not numeric
           or VoidApprovalThreshold = 0
            move DefaultApprovalThreshold to VoidApprovalThreshold
        end-if
    end-if

    open i-o AuthMasterFile
    if AuthMasterFileStatus = "39"
        display "AUTHVOID FATAL: master file authmstr.dat record"
                " layout mismatch (file status 39) - run the"
                " AUTHMCNV or AUTHICNV conversion"
        move 12 to return-code
        stop run
    end-if
    end-if
    perform 1050-verify-master-not-empty

    open i-o AuthReasonFile
    if ReasonFileStatus = "39"
        display "AUTHVOID FATAL: reason file authrsn.dat record"
                " layout mismatch (file status 39) - delete it and"
                " re-key the reason codes via AUTHRSNM"
        move 12 to return-code
        stop run
    end-if
    if ReasonFileStatus = "35"
        open output AuthReasonFile
        close AuthReasonFile
        open i-o AuthReasonFile
        perform 1100-load-default-reasons
    end-if

    open i-o AuthPendingFile
    if PendingFileStatus = "39"
        display "AUTHVOID FATAL: pending file authpend.dat record"
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

    open extend AuthAuditFile
    if AuditFileStatus = "35"
        open output AuthAuditFile
    end-if
    move TodayDate to DeltaRunDate
    move "AUTHVOID" to DeltaSourceProgram
    perform 1900-open-switch-batch
    move BatchCtlBatchId to DeltaBatchId
    write AuthDeltaHeader
    .

1900-open-switch-batch.
    set BatchCtlOpenAction to true
    set BatchCtlDeltaFile to true
    move "AUTHVOID" to BatchCtlCaller
    move TodayDate to BatchCtlRunDate
    call "AUTHBTCH" using BatchControlRequest
    if BatchCtlFailed
        display "AUTHVOID FATAL: " BatchCtlFailReason
        move 12 to return-code
        stop run
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
    move "AUTHVOID" to ReasonChangedOperator
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

1050-verify-master-not-empty.
    read AuthMasterFile next record
        at end

2200-process-one-card.
    add 1 to CardsReadCount
    move "Y" to ReasonValidFlag
    if RevokeCodeCard or RevokeRangeCard or RevokeRequestCard
        perform 2205-validate-card-reason
    end-if

    evaluate true
        when not ReasonValid
            continue
        when RevokeCodeCard
            perform 2210-revoke-one-code
        when RevokeRangeCard
    perform 2100-read-next-card
    .

2205-validate-card-reason.
    evaluate true
        when RevokeCodeCard
            move RevokeCodeReason to ActiveRevokeReason
        when RevokeRangeCard
            move RevokeRangeReason to ActiveRevokeReason
        when other
            move RevokeRequestReason to ActiveRevokeReason
    end-evaluate
    if ActiveRevokeReason = spaces
        move "UN" to ActiveRevokeReason
    end-if

    perform 2280-look-up-revoke-reason
    if not ReasonValid
        add 1 to ReasonRejectedCount
        move RevokeCardType to RptLineBadCardType
        move ActiveRevokeReason to RptLineBadReason
        move ReasonRejectText to RptLineBadReasonText
        write AuthVoidRptLine from ReportBadReasonLine
        if RevokeCodeCard
            move RevokeAuthCode to AuditAuthCode
            set AuditCheckFailed to true
            perform 2300-write-audit-record
        end-if
    end-if
    .

2210-revoke-one-code.
    move spaces to AuthCodeKey
    move RevokeAuthCode to AuthCodeKey
    read AuthMasterFile key is AuthCodeKey
        when AuthCodeIssued
            perform 2220-apply-revocation
            add 1 to CodesRevokedCount
            move AuthCodeKey to RptLineRevokedCode
            move ActiveRevokeReason to RptLineRevokedReason
            move ActiveReasonDescription to RptLineRevokedDesc
            write AuthVoidRptLine from ReportRevokedLine
        when other
            add 1 to NotIssuedCount
            move RevokeAuthCode to RptLineSkipCode
    .

2220-apply-revocation.
    move AuthCodeRecord to JournalCtlBeforeImage
    set AuthCodeRevoked to true
    move ActiveRevokeReason to AuthCodeRevokeReason
    move "AUTHVOID" to AuthCodeRevokeOperator
    move TodayDate to AuthCodeRevokeDate
    rewrite AuthCodeRecord
    perform 2225-journal-master-change
    move AuthCodeKey to AuditAuthCode
    set AuditCheckPassed to true
    perform 2300-write-audit-record
    perform 2310-write-delta-record
    .

2225-journal-master-change.
    set JournalCtlWriteAction to true
    set JournalCtlRewrite to true
    move "AUTHVOID" to JournalCtlProgram
    move TodayDate to JournalCtlRunId
    move AuthCodeRecord to JournalCtlAfterImage
    call "AUTHJRNL" using JournalRequest
    .

2310-write-delta-record.
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
    perform 2315-register-sent-detail
    .

2315-register-sent-detail.
    set BatchCtlDetailAction to true
    move DeltaAuthCode to BatchCtlAuthCode
    move spaces to BatchCtlExpirationDate
    move DeltaNewStatus to BatchCtlNewStatus
    move DeltaEffectiveDate to BatchCtlEffectiveDate
    move DeltaRevokeReason to BatchCtlRevokeReason
    call "AUTHBTCH" using BatchControlRequest
    .

2230-revoke-date-range.
    move 0 to RangeRevokedCount
    move "Y" to CountingOnlyFlag
    perform 2235-scan-range-codes
    move "N" to CountingOnlyFlag
    if CardMatchCount <= VoidApprovalThreshold
        perform 2235-scan-range-codes
    end-if

    move RevokeRangeCodeType to RptLineRangeType
    move RevokeRangeFromDate to RptLineRangeFrom
    move RevokeRangeToDate to RptLineRangeTo
    move RangeRevokedCount to RptLineRangeCount
    write AuthVoidRptLine from ReportRangeLine
    if CardMatchCount > VoidApprovalThreshold
        perform 2400-hold-card-for-approval
    end-if
    perform 2290-write-card-reason-line
    .

2235-scan-range-codes.
    move 0 to CardMatchCount
    move "N" to EndOfMasterFileFlag
    move RevokeRangeCodeType to AuthCodeType
    move RevokeRangeFromDate to AuthCodeIssueDate
    start AuthMasterFile key >= AuthCodeTypeIssueKey
        invalid key move "Y" to EndOfMasterFileFlag
    end-start

    perform 2240-read-next-master-record
    perform 2250-match-one-master-record until EndOfMasterFile
    .

2240-read-next-master-record.
    if not EndOfMasterFile
        read AuthMasterFile next record
            at end move "Y" to EndOfMasterFileFlag
        end-read
    end-if
    .

2250-match-one-master-record.
    if AuthCodeType not = RevokeRangeCodeType
       or AuthCodeIssueDate > RevokeRangeToDate
        move "Y" to EndOfMasterFileFlag
    else
        if AuthCodeIssued
            add 1 to CardMatchCount
            if not CountingOnly
                perform 2220-apply-revocation
                add 1 to CodesRevokedCount
                add 1 to RangeRevokedCount
            end-if
        end-if
        perform 2240-read-next-master-record
    end-if
    .

2260-revoke-by-request.
    .

2265-revoke-request-codes.
    move 0 to RequestRevokedCount
    move "Y" to CountingOnlyFlag
    perform 2267-scan-request-codes
    move "N" to CountingOnlyFlag
    if CardMatchCount <= VoidApprovalThreshold
        perform 2267-scan-request-codes
    end-if

    move RevokeRequestId to RptLineRequestId
    move RequestRevokedCount to RptLineRequestCount
    write AuthVoidRptLine from ReportRequestLine
    if CardMatchCount > VoidApprovalThreshold
        perform 2400-hold-card-for-approval
    end-if
    perform 2290-write-card-reason-line
    .

2267-scan-request-codes.
    move 0 to CardMatchCount
    move "N" to EndOfMasterFileFlag
    move RevokeRequestId to AuthCodeRequestId
    start AuthMasterFile key >= AuthCodeRequestId
        invalid key move "Y" to EndOfMasterFileFlag
    end-start

    perform 2240-read-next-master-record
    perform 2270-match-one-request-record until EndOfMasterFile
    .

2270-match-one-request-record.
    if AuthCodeRequestId not = RevokeRequestId
        move "Y" to EndOfMasterFileFlag
    else
        if AuthCodeIssued
            add 1 to CardMatchCount
            if not CountingOnly
                perform 2220-apply-revocation
                add 1 to CodesRevokedCount
                add 1 to RequestRevokedCount
            end-if
        end-if
        perform 2240-read-next-master-record
    end-if
    .

2280-look-up-revoke-reason.
    move "Y" to ReasonValidFlag
    move spaces to ReasonRejectText
    move ActiveRevokeReason to ReasonCode
    read AuthReasonFile key is ReasonCode
        invalid key
            move "N" to ReasonValidFlag
            move "NOT ON REASON TABLE" to ReasonRejectText
        not invalid key
            move ReasonDescription to ActiveReasonDescription
            move ReasonSwitchFlag to ActiveReasonSwitchFlag
            evaluate true
                when ReasonInactive
                    move "N" to ReasonValidFlag
                    move "REASON INACTIVE" to ReasonRejectText
                when not ReasonValidForVoid
                    move "N" to ReasonValidFlag
                    move "REASON NOT VALID FOR VOID" to ReasonRejectText
            end-evaluate
    end-read
    .

2290-write-card-reason-line.
    move ActiveRevokeReason to RptLineReason
    move ActiveReasonDescription to RptLineReasonDesc
    write AuthVoidRptLine from ReportReasonLine
    .

2300-write-audit-record.
    write AuthAuditLine
    .

2400-hold-card-for-approval.
    move spaces to AuthPendingRecord
    move TodayDate to PendingRaisedDate
    move 1 to PendingSequence
    move "AUTHVOID" to PendingSource
    move RevokeCardType to PendingCardType
    if RevokeRangeCard
        move RevokeRangeCodeType to PendingRangeCodeType
        move RevokeRangeFromDate to PendingRangeFromDate
        move RevokeRangeToDate to PendingRangeToDate
    else
        move RevokeRequestId to PendingRequestId
    end-if
    move ActiveRevokeReason to PendingRevokeReason
    move CardMatchCount to PendingCodeCount
    move "AUTHVOID" to PendingRaisedBy
    move function current-date to PendingRaisedTime
    set PendingAwaiting to true
    move 0 to PendingAppliedCount
    move "N" to PendingWrittenFlag
    perform 2410-write-one-pending-try
        until PendingWritten or PendingSequence > 9998

    if PendingWritten
        add 1 to CardsHeldCount
        add CardMatchCount to CodesHeldCount
        move PendingKey to RptLineHeldKey
        move CardMatchCount to RptLineHeldCount
        write AuthVoidRptLine from ReportHeldLine
    else
        add 1 to CardsNotHeldCount
        move RevokeCardType to RptLineNotHeldType
        move CardMatchCount to RptLineNotHeldCount
        write AuthVoidRptLine from ReportNotHeldLine
    end-if
    .

2410-write-one-pending-try.
    write AuthPendingRecord
        invalid key
            add 1 to PendingSequence
        not invalid key
            move "Y" to PendingWrittenFlag
    end-write
    .

3000-write-summary-totals.
    move "TOTAL CARDS READ" to RptLineLabel
    move CardsReadCount to RptLineValue
    move "TOTAL CODES NOT ISSUED (SKIPPED)" to RptLineLabel
    move NotIssuedCount to RptLineValue
    write AuthVoidRptLine from ReportDetailLine

    move "TOTAL CARDS REJECTED (REASON CODE)" to RptLineLabel
    move ReasonRejectedCount to RptLineValue
    write AuthVoidRptLine from ReportDetailLine

    move "TOTAL CARDS HELD FOR APPROVAL" to RptLineLabel
    move CardsHeldCount to RptLineValue
    write AuthVoidRptLine from ReportDetailLine

    move "TOTAL CODES HELD FOR APPROVAL" to RptLineLabel
    move CodesHeldCount to RptLineValue
    write AuthVoidRptLine from ReportDetailLine

    move "TOTAL CARDS NOT HELD (QUEUE FULL)" to RptLineLabel
    move CardsNotHeldCount to RptLineValue
    write AuthVoidRptLine from ReportDetailLine
    .

4000-finalize.
    move DeltaDetailCount to DeltaControlTotal
    move BatchCtlBatchId to DeltaTrailerBatchId
    write AuthDeltaTrailer
    close AuthDeltaFile
    set BatchCtlCloseAction to true
    move DeltaDetailCount to BatchCtlDetailCount
    call "AUTHBTCH" using BatchControlRequest

    close AuthVoidCardFile
    close AuthMasterFile
    set JournalCtlCloseAction to true
    call "AUTHJRNL" using JournalRequest
    close AuthReasonFile
    close AuthPendingFile
    close AuthAuditFile
    close AuthVoidRptFile
    display "AUTHVOID revoked " CodesRevokedCount
            " code(s), " NotFoundCount " not found, "
            NotIssuedCount " skipped, " CardsHeldCount
            " card(s) held for approval"
    .
end program AUTHVOID.
