        organization indexed
        access mode dynamic
        record key AuthCodeKey
        alternate record key AuthCodeRequestId with duplicates
        alternate record key AuthCodeRequestor with duplicates
        alternate record key AuthCodeTypeIssueKey with duplicates
        file status AuthMasterFileStatus.

    select AuthExtAuditFile assign "authxtnd.aud"
    copy authdlta.

working-storage section.
    copy authbtck.
    copy authjnlk.
    01 AuthMasterFileStatus pic x(02) value "00".
    01 ExtParmFileStatus    pic x(02) value "00".
    01 ExtAuditFileStatus   pic x(02) value "00".
    if AuthMasterFileStatus = "39"
        display "AUTHEXT FATAL: master file authmstr.dat record"
                " layout mismatch (file status 39) - run the"
                " AUTHMCNV or AUTHICNV conversion"
        move 12 to return-code
        stop run
    end-if
    end-if
    move TodayDate to DeltaRunDate
    move "AUTHEXT" to DeltaSourceProgram
    perform 1100-open-switch-batch
    move BatchCtlBatchId to DeltaBatchId
    write AuthDeltaHeader
    .

1100-open-switch-batch.
    set BatchCtlOpenAction to true
    set BatchCtlDeltaFile to true
    move "AUTHEXT" to BatchCtlCaller
    move TodayDate to BatchCtlRunDate
    call "AUTHBTCH" using BatchControlRequest
    if BatchCtlFailed
        display "AUTHEXT FATAL: " BatchCtlFailReason
        move 12 to return-code
        stop run
    end-if
    .

1050-verify-master-not-empty.
    read AuthMasterFile next record
        at end
    move "AUTHEXT" to ExtAuditProgram
    write AuthExtAuditLine from ExtensionAuditRecord

    move AuthCodeRecord to JournalCtlBeforeImage
    move ExtendNewExpiration to AuthCodeExpirationDate
    rewrite AuthCodeRecord
    perform 2215-journal-master-change
    add 1 to CodesExtendedCount

    move AuthCodeKey to DeltaAuthCode
    move spaces to DeltaRevokeReason
    write AuthDeltaDetail
    add 1 to DeltaDetailCount
    perform 2220-register-sent-detail
    .

2215-journal-master-change.
    set JournalCtlWriteAction to true
    set JournalCtlRewrite to true
    move "AUTHEXT" to JournalCtlProgram
    move TodayDate to JournalCtlRunId
    move AuthCodeRecord to JournalCtlAfterImage
    call "AUTHJRNL" using JournalRequest
    .

2220-register-sent-detail.
    set BatchCtlDetailAction to true
    move DeltaAuthCode to BatchCtlAuthCode
    move spaces to BatchCtlExpirationDate
    move DeltaNewStatus to BatchCtlNewStatus
    move DeltaEffectiveDate to BatchCtlEffectiveDate
    move DeltaRevokeReason to BatchCtlRevokeReason
    call "AUTHBTCH" using BatchControlRequest
    .

3000-write-summary-report.

4000-finalize.
    move DeltaDetailCount to DeltaControlTotal
    move BatchCtlBatchId to DeltaTrailerBatchId
    write AuthDeltaTrailer
    close AuthDeltaFile
    set BatchCtlCloseAction to true
    move DeltaDetailCount to BatchCtlDetailCount
    call "AUTHBTCH" using BatchControlRequest

    close AuthMasterFile
    set JournalCtlCloseAction to true
    call "AUTHJRNL" using JournalRequest
    close AuthExtAuditFile
    close AuthExtRptFile
    display "AUTHEXT extended " CodesExtendedCount
