identification division.
program-id. AUTHBTCH.

environment division.
input-output section.
file-control.
    select AuthBatchFile assign "authbtch.dat"
        organization indexed
        access mode dynamic
        record key BatchId
        file status AuthBatchFileStatus.

    select AuthSentFile assign "authsent.dat"
        organization indexed
        access mode dynamic
        record key SentKey
        file status AuthSentFileStatus.

data division.
file section.
fd  AuthBatchFile.
    copy authbtch.

fd  AuthSentFile.
    copy authsent.

working-storage section.
    01 AuthBatchFileStatus  pic x(02) value "00".
    01 AuthSentFileStatus   pic x(02) value "00".
    01 BatchFilesOpenFlag   pic x(01) value "N".
        88 BatchFilesOpen          value "Y".
    01 RegisterWrittenFlag  pic x(01) value "N".
        88 RegisterWritten         value "Y".
    01 NextBatchSequence    pic 9(04) value 0.
    01 CurrentDateTime      pic x(21).

linkage section.
    copy authbtck.

procedure division using BatchControlRequest.
0000-mainline.
    set BatchCtlAccepted to true
    move spaces to BatchCtlFailReason
    evaluate true
        when BatchCtlOpenAction
            perform 1000-open-batch-files
            if BatchCtlAccepted
                perform 2000-register-new-batch
            end-if
        when BatchCtlResumeAction
            perform 1000-open-batch-files
            if BatchCtlAccepted
                perform 2100-resume-open-batch
            end-if
        when BatchCtlDetailAction
            perform 3000-record-sent-detail
        when BatchCtlCloseAction
            perform 4000-close-sent-batch
        when other
            set BatchCtlFailed to true
            move "UNKNOWN BATCH-REGISTER ACTION" to BatchCtlFailReason
    end-evaluate
    goback
    .

1000-open-batch-files.
    if not BatchFilesOpen
        open i-o AuthBatchFile
        if AuthBatchFileStatus = "35"
            open output AuthBatchFile
            close AuthBatchFile
            open i-o AuthBatchFile
        end-if
        if AuthBatchFileStatus = "39"
            set BatchCtlFailed to true
            move "BATCH REGISTER authbtch.dat LAYOUT MISMATCH (STATUS 39)"
                to BatchCtlFailReason
        else
            open i-o AuthSentFile
            if AuthSentFileStatus = "35"
                open output AuthSentFile
                close AuthSentFile
                open i-o AuthSentFile
            end-if
            if AuthSentFileStatus = "39"
                close AuthBatchFile
                set BatchCtlFailed to true
                move "SENT FILE authsent.dat LAYOUT MISMATCH (STATUS 39)"
                    to BatchCtlFailReason
            else
                move "Y" to BatchFilesOpenFlag
            end-if
        end-if
    end-if
    .

2000-register-new-batch.
    move function current-date to CurrentDateTime
    move spaces to AuthBatchRecord
    move BatchCtlRunDate to BatchRunDate
    move BatchCtlFileType to BatchFileType
    move BatchCtlCaller to BatchSourceProgram
    move CurrentDateTime (1:8) to BatchSentDate
    move CurrentDateTime (9:6) to BatchSentTime
    move 0 to BatchDetailCount
    set BatchBeingWritten to true
    move 0 to BatchAcceptedCount
    move 0 to BatchRejectedCount

    move "N" to RegisterWrittenFlag
    move 0 to NextBatchSequence
    perform 2010-write-one-register-try
        until RegisterWritten or NextBatchSequence > 9998

    if RegisterWritten
        move BatchId to BatchCtlBatchId
    else
        set BatchCtlFailed to true
        move "NO BATCH SEQUENCE LEFT FOR THE RUN DATE"
            to BatchCtlFailReason
    end-if
    .

2010-write-one-register-try.
    add 1 to NextBatchSequence
    move NextBatchSequence to BatchSequence
    write AuthBatchRecord
        invalid key continue
        not invalid key move "Y" to RegisterWrittenFlag
    end-write
    .

2100-resume-open-batch.
    move BatchCtlBatchId to BatchId
    read AuthBatchFile key is BatchId
        invalid key
            set BatchCtlFailed to true
            move "BATCH NOT ON REGISTER authbtch.dat"
                to BatchCtlFailReason
    end-read
    .

3000-record-sent-detail.
    if not BatchFilesOpen
        set BatchCtlFailed to true
        move "NO BATCH OPEN FOR DETAIL" to BatchCtlFailReason
    else
        move spaces to AuthSentRecord
        move BatchCtlBatchId to SentBatchId
        move BatchCtlAuthCode to SentAuthCode
        move BatchCtlFileType to SentFileType
        move BatchCtlExpirationDate to SentExpirationDate
        move BatchCtlNewStatus to SentNewStatus
        move BatchCtlEffectiveDate to SentEffectiveDate
        move BatchCtlRevokeReason to SentRevokeReason
        set SentAwaitingAck to true
        write AuthSentRecord
            invalid key rewrite AuthSentRecord
        end-write
    end-if
    .

4000-close-sent-batch.
    if not BatchFilesOpen
        set BatchCtlFailed to true
        move "NO BATCH OPEN TO CLOSE" to BatchCtlFailReason
    else
        move function current-date to CurrentDateTime
        move BatchCtlBatchId to BatchId
        read AuthBatchFile key is BatchId
            invalid key
                set BatchCtlFailed to true
                move "BATCH NOT ON REGISTER authbtch.dat"
                    to BatchCtlFailReason
            not invalid key
                move BatchCtlDetailCount to BatchDetailCount
                move CurrentDateTime (1:8) to BatchSentDate
                move CurrentDateTime (9:6) to BatchSentTime
                set BatchSent to true
                rewrite AuthBatchRecord
        end-read
        close AuthBatchFile
        close AuthSentFile
        move "N" to BatchFilesOpenFlag
    end-if
    .
end program AUTHBTCH.
