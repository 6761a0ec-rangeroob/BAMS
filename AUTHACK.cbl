identification division.
program-id. AUTHACK.

environment division.
input-output section.
file-control.
    select AuthAckParmFile assign "authack.parm"
        organization line sequential
        file status AckParmFileStatus.

    select AuthAckFile assign "authack.dat"
        organization line sequential
        file status AckFileStatus.

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

    select AuthRetransmitFile assign "authrtxq.dat"
        organization indexed
        access mode dynamic
        record key RetransmitKey
        file status RetransmitFileStatus.

    select AuthMasterFile assign "authmstr.dat"
        organization indexed
        access mode dynamic
        record key AuthCodeKey
        alternate record key AuthCodeRequestId with duplicates
        alternate record key AuthCodeRequestor with duplicates
        alternate record key AuthCodeTypeIssueKey with duplicates
        file status AuthMasterFileStatus.

    select AuthExtractFile assign "authext.out"
        organization line sequential
        file status ExtractFileStatus.

    select AuthDeltaFile assign "authdlta.out"
        organization line sequential
        file status DeltaFileStatus.

    select AuthAckRptFile assign "authack.rpt"
        organization line sequential.

data division.
file section.
fd  AuthAckParmFile.
01  AuthAckParmLine pic x(80).

fd  AuthAckFile.
    copy authack.

fd  AuthBatchFile.
    copy authbtch.

fd  AuthSentFile.
    copy authsent.

fd  AuthRetransmitFile.
    copy authrtxq.

fd  AuthMasterFile.
    copy authcode.

fd  AuthExtractFile.
    copy authextr.

fd  AuthDeltaFile.
    copy authdlta.

fd  AuthAckRptFile.
01  AuthAckRptLine  pic x(80).

working-storage section.
    copy authctlk.
    copy authbtck.
    01 AckParmFileStatus    pic x(02) value "00".
    01 AckFileStatus        pic x(02) value "00".
    01 AuthBatchFileStatus  pic x(02) value "00".
    01 AuthSentFileStatus   pic x(02) value "00".
    01 RetransmitFileStatus pic x(02) value "00".
    01 AuthMasterFileStatus pic x(02) value "00".
    01 ExtractFileStatus    pic x(02) value "00".
    01 DeltaFileStatus      pic x(02) value "00".
    01 AckFilePresentFlag   pic x(01) value "N".
        88 AckFilePresent          value "Y".
    01 MasterFileOpenFlag   pic x(01) value "N".
        88 MasterFileOpen          value "Y".
    01 EndOfAckFileFlag     pic x(01) value "N".
        88 EndOfAckFile            value "Y".
    01 EndOfBatchFileFlag   pic x(01) value "N".
        88 EndOfBatchFile          value "Y".
    01 EndOfSentBatchFlag   pic x(01) value "N".
        88 EndOfSentBatch          value "Y".
    01 EndOfQueueFlag       pic x(01) value "N".
        88 EndOfQueue              value "Y".
    01 AckGroupActiveFlag   pic x(01) value "N".
        88 AckGroupActive          value "Y".
    01 LateAckFlag          pic x(01) value "N".
        88 LateAck                 value "Y".
    01 QueueDetailRejectsFlag pic x(01) value "N".
        88 QueueDetailRejects      value "Y".
    01 CurrentAckBatchId    pic x(12) value spaces.
    01 QueueBatchId         pic x(12) value spaces.
    01 QueueCause           pic x(01) value space.
    01 QueueReason          pic x(04) value spaces.
    01 PassFileType         pic x(01) value space.
    01 DropReasonText       pic x(30) value spaces.
    01 TodayDate            pic x(08).
    01 CurrentDateTime      pic x(21).
    01 TodayInteger         pic 9(07) comp.
    01 SentDateInteger      pic 9(07) comp.
    01 BatchAgeDays         pic s9(07) comp.
    01 DefaultCutoffDays    pic 9(03) value 2.
    01 AckGroupDetailCount  pic 9(07) value 0.
    01 AckHeadersReadCount  pic 9(07) value 0.
    01 BatchesAcceptedCount pic 9(07) value 0.
    01 BatchesPartialCount  pic 9(07) value 0.
    01 BatchesRejectedCount pic 9(07) value 0.
    01 LateAckCount         pic 9(07) value 0.
    01 AcksIgnoredCount     pic 9(07) value 0.
    01 DuplicateAckCount    pic 9(07) value 0.
    01 DetailsRejectedCount pic 9(07) value 0.
    01 ExceptionCount       pic 9(07) value 0.
    01 BatchesOverdueCount  pic 9(07) value 0.
    01 CodesQueuedCount     pic 9(07) value 0.
    01 QueuedExtractCount   pic 9(07) value 0.
    01 QueuedDeltaCount     pic 9(07) value 0.
    01 ResentExtractCount   pic 9(07) value 0.
    01 ResentDeltaCount     pic 9(07) value 0.
    01 DroppedCount         pic 9(07) value 0.
    copy authkprm.

01  ReportHeadingLine1.
    05 filler pic x(45) value
        "AUTHCODE SWITCH ACKNOWLEDGMENT RECONCILIATION".
    05 filler pic x(35) value spaces.

01  ReportDateLine.
    05 filler pic x(14) value "RUN DATE:    ".
    05 RptLineRunDate pic x(08).
    05 filler pic x(19) value "   ACK CUTOFF DAYS ".
    05 RptLineCutoffDays pic zz9.
    05 filler pic x(36) value spaces.

01  ReportAckLine.
    05 filler pic x(10) value "ACK:      ".
    05 RptAckBatchId pic x(12).
    05 filler pic x(01) value space.
    05 RptAckSource pic x(08).
    05 filler pic x(01) value space.
    05 RptAckFileType pic x(01).
    05 filler pic x(01) value space.
    05 RptAckSent pic zzzzzz9.
    05 filler pic x(01) value space.
    05 RptAckAccepted pic zzzzzz9.
    05 filler pic x(01) value space.
    05 RptAckRejected pic zzzzzz9.
    05 filler pic x(01) value space.
    05 RptAckDisposition pic x(16).
    05 filler pic x(06) value spaces.

01  ReportRejectLine.
    05 filler pic x(16) value "  REJECTED CODE ".
    05 RptRejectCode pic x(08).
    05 filler pic x(08) value " REASON ".
    05 RptRejectReason pic x(04).
    05 filler pic x(44) value spaces.

01  ReportOverdueLine.
    05 filler pic x(10) value "OVERDUE:  ".
    05 RptOverdueBatchId pic x(12).
    05 filler pic x(01) value space.
    05 RptOverdueSource pic x(08).
    05 filler pic x(01) value space.
    05 RptOverdueFileType pic x(01).
    05 filler pic x(06) value " SENT ".
    05 RptOverdueSentDate pic x(08).
    05 filler pic x(01) value space.
    05 RptOverdueCount pic zzzzzz9.
    05 filler pic x(01) value space.
    05 RptOverdueDays pic zz9.
    05 filler pic x(05) value " DAYS".
    05 filler pic x(16) value spaces.

01  ReportExceptionLine.
    05 filler pic x(11) value "EXCEPTION: ".
    05 RptExceptionBatchId pic x(12).
    05 filler pic x(01) value space.
    05 RptExceptionCode pic x(08).
    05 filler pic x(01) value space.
    05 RptExceptionText pic x(47).

01  ReportResendLine.
    05 RptResendAction pic x(08).
    05 RptResendFileType pic x(01).
    05 filler pic x(01) value space.
    05 RptResendCode pic x(08).
    05 filler pic x(06) value " FROM ".
    05 RptResendOrigBatchId pic x(12).
    05 filler pic x(01) value space.
    05 RptResendNewBatchId pic x(12).
    05 filler pic x(01) value space.
    05 RptResendNote pic x(30).

01  ReportDetailLine.
    05 RptLineLabel pic x(40).
    05 RptLineValue pic zzz,zzz,zz9.
    05 filler pic x(29) value spaces.

procedure division.
0000-mainline.
    perform 1000-initialize
    perform 2000-process-acknowledgments
    perform 2500-flag-overdue-batches
    perform 2900-close-register-files
    perform 3000-retransmit-queued-codes
    perform 4000-write-summary-report
    perform 5000-finalize
    stop run
    .

1000-initialize.
    set RunCtlOpenAction to true
    move "AUTHACK" to RunCtlCaller
    call "AUTHCTL" using RunControlRequest
    if RunCtlDenied
        display "AUTHACK FATAL: " RunCtlDenyReason
        move 12 to return-code
        stop run
    end-if

    move function current-date to CurrentDateTime
    move CurrentDateTime (1:8) to TodayDate
    compute TodayInteger =
        function integer-of-date (function numval (TodayDate))

    move DefaultCutoffDays to AckCutoffDays
    open input AuthAckParmFile
    if AckParmFileStatus not = "35"
        read AuthAckParmFile into AuthAckRunParameter
            at end move DefaultCutoffDays to AckCutoffDays
        end-read
        close AuthAckParmFile
        if AckCutoffDays not numeric or AckCutoffDays = 0
            move DefaultCutoffDays to AckCutoffDays
        end-if
    end-if

    open i-o AuthBatchFile
    if AuthBatchFileStatus = "39"
        display "AUTHACK FATAL: batch register authbtch.dat record"
                " layout mismatch (file status 39) - it holds every"
                " batch sent to the switch, do not delete it"
        move 12 to return-code
        stop run
    end-if
    if AuthBatchFileStatus = "35"
        open output AuthBatchFile
        close AuthBatchFile
        open i-o AuthBatchFile
    end-if

    open i-o AuthSentFile
    if AuthSentFileStatus = "39"
        display "AUTHACK FATAL: sent-detail file authsent.dat record"
                " layout mismatch (file status 39) - it holds every"
                " code sent to the switch, do not delete it"
        move 12 to return-code
        stop run
    end-if
    if AuthSentFileStatus = "35"
        open output AuthSentFile
        close AuthSentFile
        open i-o AuthSentFile
    end-if

    open i-o AuthRetransmitFile
    if RetransmitFileStatus = "39"
        display "AUTHACK FATAL: retransmission queue authrtxq.dat"
                " record layout mismatch (file status 39) - it holds"
                " codes waiting to be resent, do not delete it"
        move 12 to return-code
        stop run
    end-if
    if RetransmitFileStatus = "35"
        open output AuthRetransmitFile
        close AuthRetransmitFile
        open i-o AuthRetransmitFile
    end-if

    open input AuthAckFile
    if AckFileStatus = "35"
        display "AUTHACK WARNING: acknowledgment file authack.dat not"
                " found, checking for overdue batches only"
    else
        move "Y" to AckFilePresentFlag
    end-if

    open output AuthAckRptFile
    write AuthAckRptLine from ReportHeadingLine1
    move TodayDate to RptLineRunDate
    move AckCutoffDays to RptLineCutoffDays
    write AuthAckRptLine from ReportDateLine
    .

2000-process-acknowledgments.
    if AckFilePresent
        perform 2050-read-next-ack-record
        perform 2100-process-one-ack-record until EndOfAckFile
        close AuthAckFile
    end-if
    .

2050-read-next-ack-record.
    read AuthAckFile
        at end move "Y" to EndOfAckFileFlag
    end-read
    .

2100-process-one-ack-record.
    evaluate AckHeaderType
        when "H"
            perform 2200-apply-ack-header
        when "D"
            perform 2300-apply-ack-detail
        when "T"
            perform 2400-check-ack-trailer
        when other
            move spaces to RptExceptionBatchId
            move spaces to RptExceptionCode
            move "UNRECOGNIZED RECORD TYPE ON ACKNOWLEDGMENT FILE"
                to RptExceptionText
            perform 2450-write-exception-line
    end-evaluate
    perform 2050-read-next-ack-record
    .

2200-apply-ack-header.
    add 1 to AckHeadersReadCount
    move 0 to AckGroupDetailCount
    move "N" to AckGroupActiveFlag
    move "N" to LateAckFlag
    move "N" to QueueDetailRejectsFlag
    move AckBatchId to CurrentAckBatchId
    move AckBatchId to BatchId
    read AuthBatchFile key is BatchId
        invalid key
            add 1 to AcksIgnoredCount
            move CurrentAckBatchId to RptExceptionBatchId
            move spaces to RptExceptionCode
            move "BATCH NOT ON REGISTER - ACKNOWLEDGMENT IGNORED"
                to RptExceptionText
            perform 2450-write-exception-line
        not invalid key
            perform 2210-judge-ack-header
    end-read
    .

2210-judge-ack-header.
    move CurrentAckBatchId to RptExceptionBatchId
    move spaces to RptExceptionCode
    evaluate true
        when BatchAccepted or BatchPartial or BatchRejected
            add 1 to DuplicateAckCount
            move "BATCH ALREADY ACKNOWLEDGED - DUPLICATE IGNORED"
                to RptExceptionText
            perform 2450-write-exception-line
        when not (AckBatchAccepted or AckBatchPartial
                  or AckBatchRejected)
            add 1 to AcksIgnoredCount
            move "UNKNOWN DISPOSITION - ACKNOWLEDGMENT IGNORED"
                to RptExceptionText
            perform 2450-write-exception-line
        when other
            move "Y" to AckGroupActiveFlag
            if BatchUnacknowledged
                move "Y" to LateAckFlag
                add 1 to LateAckCount
            end-if
            perform 2220-stamp-batch-ack
    end-evaluate
    .

2220-stamp-batch-ack.
    move AckAcceptedCount to BatchAcceptedCount
    move AckRejectedCount to BatchRejectedCount
    move AckBatchReason to BatchRejectReason
    move TodayDate to BatchAckDate
    evaluate true
        when AckBatchAccepted
            set BatchAccepted to true
            add 1 to BatchesAcceptedCount
            move "ACCEPTED" to RptAckDisposition
        when AckBatchPartial
            set BatchPartial to true
            add 1 to BatchesPartialCount
            move "PARTIAL" to RptAckDisposition
            if not LateAck
                move "Y" to QueueDetailRejectsFlag
            end-if
        when other
            set BatchRejected to true
            add 1 to BatchesRejectedCount
            move "BATCH REJECTED" to RptAckDisposition
    end-evaluate
    if LateAck
        move "LATE - REQUEUED" to RptAckDisposition
    end-if
    rewrite AuthBatchRecord

    move BatchId to RptAckBatchId
    move BatchSourceProgram to RptAckSource
    move BatchFileType to RptAckFileType
    move BatchDetailCount to RptAckSent
    move BatchAcceptedCount to RptAckAccepted
    move BatchRejectedCount to RptAckRejected
    write AuthAckRptLine from ReportAckLine

    if not BatchRejected
       and BatchAcceptedCount + BatchRejectedCount not = BatchDetailCount
        move "ACK COUNTS DO NOT BALANCE TO BATCH DETAIL COUNT"
            to RptExceptionText
        perform 2450-write-exception-line
    end-if

    if BatchRejected and not LateAck
        move BatchId to QueueBatchId
        move "B" to QueueCause
        move BatchRejectReason to QueueReason
        perform 2600-queue-whole-batch
    end-if
    .

2300-apply-ack-detail.
    add 1 to AckGroupDetailCount
    if AckGroupActive
        if AckDetailBatchId not = CurrentAckBatchId
            move AckDetailBatchId to RptExceptionBatchId
            move AckAuthCode to RptExceptionCode
            move "DETAIL BATCH ID DOES NOT MATCH ITS HEADER"
                to RptExceptionText
            perform 2450-write-exception-line
        else
            perform 2310-reject-sent-detail
        end-if
    end-if
    .

2310-reject-sent-detail.
    move AckDetailBatchId to SentBatchId
    move AckAuthCode to SentAuthCode
    read AuthSentFile key is SentKey
        invalid key
            move AckDetailBatchId to RptExceptionBatchId
            move AckAuthCode to RptExceptionCode
            move "REJECTED CODE WAS NOT SENT IN THIS BATCH"
                to RptExceptionText
            perform 2450-write-exception-line
        not invalid key
            add 1 to DetailsRejectedCount
            move SentAuthCode to RptRejectCode
            move AckRejectReason to RptRejectReason
            write AuthAckRptLine from ReportRejectLine
            if SentAwaitingAck
                set SentRejected to true
                move AckRejectReason to SentRejectReason
                rewrite AuthSentRecord
                if QueueDetailRejects
                    move "J" to QueueCause
                    move AckRejectReason to QueueReason
                    perform 2610-queue-sent-detail
                end-if
            end-if
    end-read
    .

2400-check-ack-trailer.
    if AckControlTotal not numeric
       or AckControlTotal not = AckGroupDetailCount
        move CurrentAckBatchId to RptExceptionBatchId
        move spaces to RptExceptionCode
        move "ACK TRAILER CONTROL TOTAL OUT OF BALANCE"
            to RptExceptionText
        perform 2450-write-exception-line
    end-if
    move "N" to AckGroupActiveFlag
    .

2450-write-exception-line.
    add 1 to ExceptionCount
    write AuthAckRptLine from ReportExceptionLine
    .

2500-flag-overdue-batches.
    move "N" to EndOfBatchFileFlag
    move low-values to BatchId
    start AuthBatchFile key >= BatchId
        invalid key move "Y" to EndOfBatchFileFlag
    end-start
    if not EndOfBatchFile
        perform 2510-read-next-batch
    end-if
    perform 2520-judge-one-batch until EndOfBatchFile
    .

2510-read-next-batch.
    read AuthBatchFile next record
        at end move "Y" to EndOfBatchFileFlag
    end-read
    .

2520-judge-one-batch.
    if (BatchSent or BatchBeingWritten)
       and BatchSentDate is numeric
        compute SentDateInteger = function integer-of-date
            (function numval (BatchSentDate))
        compute BatchAgeDays = TodayInteger - SentDateInteger
        if BatchAgeDays > AckCutoffDays
            perform 2530-flag-one-overdue-batch
        end-if
    end-if
    perform 2510-read-next-batch
    .

2530-flag-one-overdue-batch.
    set BatchUnacknowledged to true
    rewrite AuthBatchRecord
    add 1 to BatchesOverdueCount

    move BatchId to RptOverdueBatchId
    move BatchSourceProgram to RptOverdueSource
    move BatchFileType to RptOverdueFileType
    move BatchSentDate to RptOverdueSentDate
    move BatchDetailCount to RptOverdueCount
    move BatchAgeDays to RptOverdueDays
    write AuthAckRptLine from ReportOverdueLine

    move BatchId to QueueBatchId
    move "U" to QueueCause
    move spaces to QueueReason
    perform 2600-queue-whole-batch
    .

2600-queue-whole-batch.
    move "N" to EndOfSentBatchFlag
    move QueueBatchId to SentBatchId
    move low-values to SentAuthCode
    start AuthSentFile key >= SentKey
        invalid key move "Y" to EndOfSentBatchFlag
    end-start
    if not EndOfSentBatch
        perform 2605-read-next-sent-detail
    end-if
    perform 2620-queue-one-batch-detail until EndOfSentBatch
    .

2605-read-next-sent-detail.
    read AuthSentFile next record
        at end move "Y" to EndOfSentBatchFlag
    end-read
    if not EndOfSentBatch and SentBatchId not = QueueBatchId
        move "Y" to EndOfSentBatchFlag
    end-if
    .

2610-queue-sent-detail.
    move spaces to AuthRetransmitRecord
    move SentFileType to RetransmitFileType
    move SentAuthCode to RetransmitAuthCode
    move SentBatchId to RetransmitOrigBatchId
    move QueueCause to RetransmitCause
    move QueueReason to RetransmitReason
    move TodayDate to RetransmitQueuedDate
    move SentExpirationDate to RetransmitExpirationDate
    move SentNewStatus to RetransmitNewStatus
    move SentEffectiveDate to RetransmitEffectiveDate
    move SentRevokeReason to RetransmitRevokeReason
    write AuthRetransmitRecord
        invalid key rewrite AuthRetransmitRecord
    end-write
    add 1 to CodesQueuedCount
    .

2620-queue-one-batch-detail.
    if SentAwaitingAck
        if QueueCause = "U"
            set SentUnacknowledged to true
        else
            set SentRejected to true
        end-if
        move QueueReason to SentRejectReason
        rewrite AuthSentRecord
        perform 2610-queue-sent-detail
    end-if
    perform 2605-read-next-sent-detail
    .

2900-close-register-files.
    close AuthBatchFile
    close AuthSentFile
    .

3000-retransmit-queued-codes.
    perform 3100-count-queued-codes
    if QueuedExtractCount > 0 or QueuedDeltaCount > 0
        open input AuthMasterFile
        if AuthMasterFileStatus = "39"
            display "AUTHACK FATAL: master file authmstr.dat record"
                    " layout mismatch (file status 39) - run the"
                    " AUTHMCNV or AUTHICNV conversion"
            move 12 to return-code
            stop run
        end-if
        if AuthMasterFileStatus = "35"
            display "AUTHACK WARNING: master file authmstr.dat not"
                    " found, queued codes held for the next run"
        else
            move "Y" to MasterFileOpenFlag
        end-if
    end-if

    if MasterFileOpen and QueuedExtractCount > 0
        perform 3200-retransmit-extract-codes
    end-if
    if MasterFileOpen and QueuedDeltaCount > 0
        perform 3300-retransmit-delta-codes
    end-if
    .

3100-count-queued-codes.
    move "N" to EndOfQueueFlag
    move low-values to RetransmitKey
    start AuthRetransmitFile key >= RetransmitKey
        invalid key move "Y" to EndOfQueueFlag
    end-start
    perform 3110-count-one-queued-code until EndOfQueue
    .

3110-count-one-queued-code.
    read AuthRetransmitFile next record
        at end move "Y" to EndOfQueueFlag
    end-read
    if not EndOfQueue
        if RetransmitExtract
            add 1 to QueuedExtractCount
        else
            add 1 to QueuedDeltaCount
        end-if
    end-if
    .

3200-retransmit-extract-codes.
    open extend AuthExtractFile
    if ExtractFileStatus = "35"
        open output AuthExtractFile
    end-if
    set BatchCtlExtractFile to true
    perform 3400-open-switch-batch
    move TodayDate to ExtractRunDate
    move QueuedExtractCount to ExtractCodeCount
    move BatchCtlBatchId to ExtractBatchId
    write AuthExtractHeader

    move "X" to PassFileType
    perform 3500-start-queue-pass
    perform 3210-resend-one-extract-code until EndOfQueue

    move ResentExtractCount to ExtractControlTotal
    move BatchCtlBatchId to ExtractTrailerBatchId
    write AuthExtractTrailer
    close AuthExtractFile
    move ResentExtractCount to BatchCtlDetailCount
    perform 3410-close-switch-batch
    .

3210-resend-one-extract-code.
    move RetransmitAuthCode to AuthCodeKey
    read AuthMasterFile key is AuthCodeKey
        invalid key
            move "PURGED FROM MASTER" to DropReasonText
            perform 3610-report-dropped-code
        not invalid key
            if AuthCodeIssued
                move RetransmitAuthCode to ExtractAuthCode
                move AuthCodeExpirationDate to ExtractExpirationDate
                write AuthExtractDetail
                add 1 to ResentExtractCount
                move ExtractAuthCode to BatchCtlAuthCode
                move ExtractExpirationDate to BatchCtlExpirationDate
                move AuthCodeStatus to BatchCtlNewStatus
                move AuthCodeIssueDate to BatchCtlEffectiveDate
                move spaces to BatchCtlRevokeReason
                perform 3420-register-sent-detail
                perform 3600-report-resent-code
            else
                move "NO LONGER ISSUED ON MASTER" to DropReasonText
                perform 3610-report-dropped-code
            end-if
    end-read
    delete AuthRetransmitFile record
        invalid key continue
    end-delete
    perform 3510-read-next-queued-code
    .

3300-retransmit-delta-codes.
    open extend AuthDeltaFile
    if DeltaFileStatus = "35"
        open output AuthDeltaFile
    end-if
    set BatchCtlDeltaFile to true
    perform 3400-open-switch-batch
    move TodayDate to DeltaRunDate
    move "AUTHACK" to DeltaSourceProgram
    move BatchCtlBatchId to DeltaBatchId
    write AuthDeltaHeader

    move "D" to PassFileType
    perform 3500-start-queue-pass
    perform 3310-resend-one-delta-code until EndOfQueue

    move ResentDeltaCount to DeltaControlTotal
    move BatchCtlBatchId to DeltaTrailerBatchId
    write AuthDeltaTrailer
    close AuthDeltaFile
    move ResentDeltaCount to BatchCtlDetailCount
    perform 3410-close-switch-batch
    .

3310-resend-one-delta-code.
    move RetransmitAuthCode to AuthCodeKey
    read AuthMasterFile key is AuthCodeKey
        invalid key
            move "PURGED FROM MASTER" to DropReasonText
            perform 3610-report-dropped-code
        not invalid key
            if AuthCodeStatus = RetransmitNewStatus
                perform 3320-write-resent-delta
            else
                move "SUPERSEDED BY LATER STATUS" to DropReasonText
                perform 3610-report-dropped-code
            end-if
    end-read
    delete AuthRetransmitFile record
        invalid key continue
    end-delete
    perform 3510-read-next-queued-code
    .

3320-write-resent-delta.
    move RetransmitAuthCode to DeltaAuthCode
    move AuthCodeStatus to DeltaNewStatus
    evaluate true
        when AuthCodeIssued or AuthCodeExpired
            move AuthCodeExpirationDate to DeltaEffectiveDate
        when AuthCodeRevoked and AuthCodeRevokeDate not = spaces
            move AuthCodeRevokeDate to DeltaEffectiveDate
        when other
            move RetransmitEffectiveDate to DeltaEffectiveDate
    end-evaluate
    move RetransmitRevokeReason to DeltaRevokeReason
    write AuthDeltaDetail
    add 1 to ResentDeltaCount

    move DeltaAuthCode to BatchCtlAuthCode
    move spaces to BatchCtlExpirationDate
    move DeltaNewStatus to BatchCtlNewStatus
    move DeltaEffectiveDate to BatchCtlEffectiveDate
    move DeltaRevokeReason to BatchCtlRevokeReason
    perform 3420-register-sent-detail
    perform 3600-report-resent-code
    .

3400-open-switch-batch.
    set BatchCtlOpenAction to true
    move "AUTHACK" to BatchCtlCaller
    move TodayDate to BatchCtlRunDate
    call "AUTHBTCH" using BatchControlRequest
    if BatchCtlFailed
        display "AUTHACK FATAL: " BatchCtlFailReason
        move 12 to return-code
        stop run
    end-if
    .

3410-close-switch-batch.
    set BatchCtlCloseAction to true
    call "AUTHBTCH" using BatchControlRequest
    .

3420-register-sent-detail.
    set BatchCtlDetailAction to true
    call "AUTHBTCH" using BatchControlRequest
    .

3500-start-queue-pass.
    move "N" to EndOfQueueFlag
    move PassFileType to RetransmitFileType
    move low-values to RetransmitAuthCode
    start AuthRetransmitFile key >= RetransmitKey
        invalid key move "Y" to EndOfQueueFlag
    end-start
    if not EndOfQueue
        perform 3510-read-next-queued-code
    end-if
    .

3510-read-next-queued-code.
    read AuthRetransmitFile next record
        at end move "Y" to EndOfQueueFlag
    end-read
    if not EndOfQueue and RetransmitFileType not = PassFileType
        move "Y" to EndOfQueueFlag
    end-if
    .

3600-report-resent-code.
    move "RESENT  " to RptResendAction
    move RetransmitFileType to RptResendFileType
    move RetransmitAuthCode to RptResendCode
    move RetransmitOrigBatchId to RptResendOrigBatchId
    move BatchCtlBatchId to RptResendNewBatchId
    evaluate true
        when RetransmitDetailRejected
            move "DETAIL REJECTED BY SWITCH" to RptResendNote
        when RetransmitBatchRejected
            move "BATCH REJECTED BY SWITCH" to RptResendNote
        when other
            move "BATCH NEVER ACKNOWLEDGED" to RptResendNote
    end-evaluate
    write AuthAckRptLine from ReportResendLine
    .

3610-report-dropped-code.
    add 1 to DroppedCount
    move "DROPPED " to RptResendAction
    move RetransmitFileType to RptResendFileType
    move RetransmitAuthCode to RptResendCode
    move RetransmitOrigBatchId to RptResendOrigBatchId
    move spaces to RptResendNewBatchId
    move DropReasonText to RptResendNote
    write AuthAckRptLine from ReportResendLine
    .

4000-write-summary-report.
    move "TOTAL ACKNOWLEDGMENTS READ" to RptLineLabel
    move AckHeadersReadCount to RptLineValue
    write AuthAckRptLine from ReportDetailLine

    move "TOTAL BATCHES ACCEPTED" to RptLineLabel
    move BatchesAcceptedCount to RptLineValue
    write AuthAckRptLine from ReportDetailLine

    move "TOTAL BATCHES PARTIALLY ACCEPTED" to RptLineLabel
    move BatchesPartialCount to RptLineValue
    write AuthAckRptLine from ReportDetailLine

    move "TOTAL BATCHES REJECTED WHOLE" to RptLineLabel
    move BatchesRejectedCount to RptLineValue
    write AuthAckRptLine from ReportDetailLine

    move "TOTAL LATE ACKNOWLEDGMENTS" to RptLineLabel
    move LateAckCount to RptLineValue
    write AuthAckRptLine from ReportDetailLine

    move "TOTAL DUPLICATE ACKNOWLEDGMENTS" to RptLineLabel
    move DuplicateAckCount to RptLineValue
    write AuthAckRptLine from ReportDetailLine

    move "TOTAL ACKNOWLEDGMENTS IGNORED" to RptLineLabel
    move AcksIgnoredCount to RptLineValue
    write AuthAckRptLine from ReportDetailLine

    move "TOTAL DETAIL CODES REJECTED" to RptLineLabel
    move DetailsRejectedCount to RptLineValue
    write AuthAckRptLine from ReportDetailLine

    move "TOTAL BATCHES OVERDUE - NO ACK" to RptLineLabel
    move BatchesOverdueCount to RptLineValue
    write AuthAckRptLine from ReportDetailLine

    move "TOTAL CODES QUEUED FOR RETRANSMISSION" to RptLineLabel
    move CodesQueuedCount to RptLineValue
    write AuthAckRptLine from ReportDetailLine

    move "TOTAL CODES RESENT ON EXTRACT" to RptLineLabel
    move ResentExtractCount to RptLineValue
    write AuthAckRptLine from ReportDetailLine

    move "TOTAL CODES RESENT ON DELTA FEED" to RptLineLabel
    move ResentDeltaCount to RptLineValue
    write AuthAckRptLine from ReportDetailLine

    move "TOTAL QUEUED CODES DROPPED" to RptLineLabel
    move DroppedCount to RptLineValue
    write AuthAckRptLine from ReportDetailLine

    move "TOTAL RECONCILIATION EXCEPTIONS" to RptLineLabel
    move ExceptionCount to RptLineValue
    write AuthAckRptLine from ReportDetailLine
    .

5000-finalize.
    close AuthRetransmitFile
    if MasterFileOpen
        close AuthMasterFile
    end-if
    close AuthAckRptFile
    set RunCtlCloseAction to true
    call "AUTHCTL" using RunControlRequest
    display "AUTHACK acknowledged " AckHeadersReadCount
            " batch(es), overdue " BatchesOverdueCount
            ", resent " ResentExtractCount " extract and "
            ResentDeltaCount " delta code(s)"
    .
end program AUTHACK.
