        organization indexed
        access mode dynamic
        record key AuthCodeKey
        alternate record key AuthCodeRequestId with duplicates
        alternate record key AuthCodeRequestor with duplicates
        alternate record key AuthCodeTypeIssueKey with duplicates
        file status AuthMasterFileStatus.

    select AuthDeltaFile assign "authdlta.out"
    copy authdlta.

working-storage section.
    copy authbtck.
    copy authjnlk.
    copy authctlk.
    01 AuthMasterFileStatus pic x(02) value "00".
    01 DeltaFileStatus      pic x(02) value "00".
    if AuthMasterFileStatus = "39"
        display "AUTHEXP FATAL: master file authmstr.dat record"
                " layout mismatch (file status 39) - run the"
                " AUTHMCNV or AUTHICNV conversion"
        move 12 to return-code
        stop run
    end-if
    end-if
    move TodayDate to DeltaRunDate
    move "AUTHEXP" to DeltaSourceProgram
    perform 1100-open-switch-batch
    move BatchCtlBatchId to DeltaBatchId
    write AuthDeltaHeader
    .

1100-open-switch-batch.
    set BatchCtlOpenAction to true
    set BatchCtlDeltaFile to true
    move "AUTHEXP" to BatchCtlCaller
    move TodayDate to BatchCtlRunDate
    call "AUTHBTCH" using BatchControlRequest
    if BatchCtlFailed
        display "AUTHEXP FATAL: " BatchCtlFailReason
        move 12 to return-code
        stop run
    end-if
    .

1050-verify-master-not-empty.
    read AuthMasterFile next record
        at end

2200-process-one-record.
    if AuthCodeIssued and AuthCodeExpirationDate < TodayDate
        move AuthCodeRecord to JournalCtlBeforeImage
        set AuthCodeExpired to true
        rewrite AuthCodeRecord
        perform 2250-journal-master-change
        add 1 to RecordsExpiredCount
        perform 2300-write-delta-record
    end-if
    perform 2100-read-next-record
    .

2250-journal-master-change.
    set JournalCtlWriteAction to true
    set JournalCtlRewrite to true
    move "AUTHEXP" to JournalCtlProgram
    move TodayDate to JournalCtlRunId
    move AuthCodeRecord to JournalCtlAfterImage
    call "AUTHJRNL" using JournalRequest
    .

2300-write-delta-record.
    move AuthCodeKey to DeltaAuthCode
    move AuthCodeStatus to DeltaNewStatus
    move spaces to DeltaRevokeReason
    write AuthDeltaDetail
    add 1 to DeltaDetailCount
    perform 2310-register-sent-detail
    .

2310-register-sent-detail.
    set BatchCtlDetailAction to true
    move DeltaAuthCode to BatchCtlAuthCode
    move spaces to BatchCtlExpirationDate
    move DeltaNewStatus to BatchCtlNewStatus
    move DeltaEffectiveDate to BatchCtlEffectiveDate
    move DeltaRevokeReason to BatchCtlRevokeReason
    call "AUTHBTCH" using BatchControlRequest
    .

3000-finalize.
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
    set RunCtlCloseAction to true
    call "AUTHCTL" using RunControlRequest
    display "AUTHEXP expired " RecordsExpiredCount " code(s) as of "
