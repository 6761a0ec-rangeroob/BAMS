identification division.
program-id. AUTHRCVR.

environment division.
input-output section.
file-control.
    select AuthRcvParmFile assign "authrcvr.parm"
        organization line sequential
        file status RcvParmFileStatus.

    select AuthJournalFile assign "authjrnl.dat"
        organization line sequential
        file status JournalFileStatus.

    select AuthMasterFile assign "authmstr.dat"
        organization indexed
        access mode dynamic
        record key AuthCodeKey
        alternate record key AuthCodeRequestId with duplicates
        alternate record key AuthCodeRequestor with duplicates
        alternate record key AuthCodeTypeIssueKey with duplicates
        file status AuthMasterFileStatus.

    select AuthRcvRptFile assign "authrcvr.rpt"
        organization line sequential.

data division.
file section.
fd  AuthRcvParmFile.
01  AuthRcvParmLine pic x(80).

fd  AuthJournalFile.
    copy authjrnl.

fd  AuthMasterFile.
    copy authcode.

fd  AuthRcvRptFile.
01  AuthRcvRptLine  pic x(80).

working-storage section.
    01 RcvParmFileStatus    pic x(02) value "00".
    01 JournalFileStatus    pic x(02) value "00".
    01 AuthMasterFileStatus pic x(02) value "00".
    01 EndOfJournalFlag     pic x(01) value "N".
        88 EndOfJournal            value "Y".
    01 JournalEntryStamp    pic x(14).
    01 LastAppliedStamp     pic x(21) value spaces.
    01 ReapplyResultText    pic x(26).
    01 JournalReadCount     pic 9(07) value 0.
    01 BeforeBackupCount    pic 9(07) value 0.
    01 AfterTargetCount     pic 9(07) value 0.
    01 AddsReappliedCount   pic 9(07) value 0.
    01 ChangesReappliedCount pic 9(07) value 0.
    01 DeletesReappliedCount pic 9(07) value 0.
    01 RecoveryExceptionCount pic 9(07) value 0.
    copy authfprm.

01  ReportHeadingLine1.
    05 filler pic x(36) value "AUTHCODE MASTER FORWARD RECOVERY    ".
    05 filler pic x(44) value spaces.

01  ReportRangeLine.
    05 filler pic x(14) value "ROLLED FROM:  ".
    05 RptLineFromStamp pic x(14).
    05 filler pic x(06) value "  TO: ".
    05 RptLineToStamp pic x(14).
    05 filler pic x(32) value spaces.

01  ReportColumnLine.
    05 filler pic x(15) value "JOURNAL STAMP  ".
    05 filler pic x(09) value "PROGRAM  ".
    05 filler pic x(09) value "RUN ID   ".
    05 filler pic x(02) value "A ".
    05 filler pic x(09) value "AUTHCODE ".
    05 filler pic x(26) value "RESULT".
    05 filler pic x(10) value spaces.

01  ReportReapplyLine.
    05 RptRcvStamp pic x(14).
    05 filler pic x(01) value space.
    05 RptRcvProgram pic x(08).
    05 filler pic x(01) value space.
    05 RptRcvRunId pic x(08).
    05 filler pic x(01) value space.
    05 RptRcvAction pic x(01).
    05 filler pic x(01) value space.
    05 RptRcvAuthCode pic x(08).
    05 filler pic x(01) value space.
    05 RptRcvResult pic x(26).
    05 filler pic x(10) value spaces.

01  ReportDetailLine.
    05 RptLineLabel pic x(40).
    05 RptLineValue pic zzz,zzz,zz9.
    05 filler pic x(29) value spaces.

01  ReportMessageLine.
    05 RptLineMessage pic x(80).

procedure division.
0000-mainline.
    perform 1000-initialize
    perform 2000-roll-journal-forward
    perform 3000-write-summary-report
    perform 4000-finalize
    stop run
    .

1000-initialize.
    open input AuthRcvParmFile
    if RcvParmFileStatus = "35"
        display "AUTHRCVR FATAL: parameter file authrcvr.parm"
                " not found"
        move 12 to return-code
        stop run
    end-if
    read AuthRcvParmFile into AuthRecoverParameter
        at end
            display "AUTHRCVR FATAL: parameter file authrcvr.parm"
                    " is empty"
            move 12 to return-code
            stop run
    end-read
    close AuthRcvParmFile

    if RecoverFromStamp = spaces
        move zeros to RecoverFromStamp
    end-if
    if RecoverToStamp = spaces
        move all "9" to RecoverToStamp
    end-if
    if RecoverFromStamp not numeric or RecoverToStamp not numeric
        display "AUTHRCVR FATAL: recovery points " RecoverFromStamp
                " / " RecoverToStamp " are not CCYYMMDDHHMMSS"
        move 12 to return-code
        stop run
    end-if
    if RecoverToStamp < RecoverFromStamp
        display "AUTHRCVR FATAL: recovery to point " RecoverToStamp
                " is earlier than the backup point " RecoverFromStamp
        move 12 to return-code
        stop run
    end-if

    open input AuthJournalFile
    if JournalFileStatus = "35"
        display "AUTHRCVR FATAL: journal file authjrnl.dat not"
                " found - nothing to roll forward"
        move 12 to return-code
        stop run
    end-if

    open i-o AuthMasterFile
    if AuthMasterFileStatus = "39"
        display "AUTHRCVR FATAL: master file authmstr.dat record"
                " layout mismatch (file status 39) - run the"
                " AUTHMCNV or AUTHICNV conversion on the restored backup first"
        move 12 to return-code
        stop run
    end-if
    if AuthMasterFileStatus = "35"
        display "AUTHRCVR FATAL: master file authmstr.dat not found"
                " - restore the backup to authmstr.dat first"
        move 12 to return-code
        stop run
    end-if

    open output AuthRcvRptFile
    write AuthRcvRptLine from ReportHeadingLine1
    move RecoverFromStamp to RptLineFromStamp
    move RecoverToStamp to RptLineToStamp
    write AuthRcvRptLine from ReportRangeLine
    write AuthRcvRptLine from ReportColumnLine
    .

2000-roll-journal-forward.
    perform 2100-read-next-journal-record
    perform 2200-process-one-journal-record until EndOfJournal
    .

2100-read-next-journal-record.
    read AuthJournalFile
        at end move "Y" to EndOfJournalFlag
    end-read
    .

2200-process-one-journal-record.
    add 1 to JournalReadCount
    move JournalTimestamp (1:14) to JournalEntryStamp
    evaluate true
        when JournalEntryStamp <= RecoverFromStamp
            add 1 to BeforeBackupCount
        when JournalEntryStamp > RecoverToStamp
            add 1 to AfterTargetCount
        when other
            perform 2300-reapply-journal-record
    end-evaluate
    perform 2100-read-next-journal-record
    .

2300-reapply-journal-record.
    evaluate true
        when JournalAddAction
            move JournalAfterAuthCode to RptRcvAuthCode
            perform 2310-reapply-add
        when JournalChangeAction
            move JournalAfterAuthCode to RptRcvAuthCode
            perform 2320-reapply-change
        when JournalDeleteAction
            move JournalBeforeAuthCode to RptRcvAuthCode
            perform 2330-reapply-delete
        when other
            move JournalAfterAuthCode to RptRcvAuthCode
            move "UNKNOWN ACTION - SKIPPED" to ReapplyResultText
            add 1 to RecoveryExceptionCount
    end-evaluate

    move JournalTimestamp to LastAppliedStamp
    move JournalEntryStamp to RptRcvStamp
    move JournalProgram to RptRcvProgram
    move JournalRunId to RptRcvRunId
    move JournalAction to RptRcvAction
    move ReapplyResultText to RptRcvResult
    write AuthRcvRptLine from ReportReapplyLine
    .

2310-reapply-add.
    move JournalAfterImage to AuthCodeRecord
    write AuthCodeRecord
        invalid key
            rewrite AuthCodeRecord
            move "ADDED OVER EXISTING RECORD" to ReapplyResultText
            add 1 to RecoveryExceptionCount
        not invalid key
            move "ADDED" to ReapplyResultText
    end-write
    add 1 to AddsReappliedCount
    .

2320-reapply-change.
    move spaces to AuthCodeKey
    move JournalAfterAuthCode to AuthCodeKey
    read AuthMasterFile key is AuthCodeKey
        invalid key
            move JournalAfterImage to AuthCodeRecord
            write AuthCodeRecord
            move "NOT ON FILE - ADDED" to ReapplyResultText
            add 1 to RecoveryExceptionCount
        not invalid key
            if AuthCodeRecord = JournalBeforeImage
                move "CHANGED" to ReapplyResultText
            else
                move "CHANGED - BEFORE DIFFERED" to ReapplyResultText
                add 1 to RecoveryExceptionCount
            end-if
            move JournalAfterImage to AuthCodeRecord
            rewrite AuthCodeRecord
    end-read
    add 1 to ChangesReappliedCount
    .

2330-reapply-delete.
    move spaces to AuthCodeKey
    move JournalBeforeAuthCode to AuthCodeKey
    read AuthMasterFile key is AuthCodeKey
        invalid key
            move "NOT ON FILE - NOT DELETED" to ReapplyResultText
            add 1 to RecoveryExceptionCount
        not invalid key
            delete AuthMasterFile record
            move "DELETED" to ReapplyResultText
    end-read
    add 1 to DeletesReappliedCount
    .

3000-write-summary-report.
    move "TOTAL JOURNAL RECORDS READ" to RptLineLabel
    move JournalReadCount to RptLineValue
    write AuthRcvRptLine from ReportDetailLine

    move "  SKIPPED - AT OR BEFORE BACKUP POINT" to RptLineLabel
    move BeforeBackupCount to RptLineValue
    write AuthRcvRptLine from ReportDetailLine

    move "  SKIPPED - AFTER RECOVERY POINT" to RptLineLabel
    move AfterTargetCount to RptLineValue
    write AuthRcvRptLine from ReportDetailLine

    move "TOTAL ADDS REAPPLIED" to RptLineLabel
    move AddsReappliedCount to RptLineValue
    write AuthRcvRptLine from ReportDetailLine

    move "TOTAL CHANGES REAPPLIED" to RptLineLabel
    move ChangesReappliedCount to RptLineValue
    write AuthRcvRptLine from ReportDetailLine

    move "TOTAL DELETES REAPPLIED" to RptLineLabel
    move DeletesReappliedCount to RptLineValue
    write AuthRcvRptLine from ReportDetailLine

    move "TOTAL RECOVERY EXCEPTIONS" to RptLineLabel
    move RecoveryExceptionCount to RptLineValue
    write AuthRcvRptLine from ReportDetailLine

    move spaces to RptLineMessage
    if LastAppliedStamp = spaces
        move "NO JOURNAL RECORDS FELL INSIDE THE RECOVERY POINTS"
            to RptLineMessage
    else
        string "MASTER ROLLED FORWARD TO JOURNAL STAMP "
            LastAppliedStamp delimited size into RptLineMessage
    end-if
    write AuthRcvRptLine from ReportMessageLine
    .

4000-finalize.
    close AuthJournalFile
    close AuthMasterFile
    close AuthRcvRptFile
    display "AUTHRCVR reapplied " AddsReappliedCount " add(s), "
            ChangesReappliedCount " change(s), "
            DeletesReappliedCount " delete(s) with "
            RecoveryExceptionCount " exception(s)"
    .
end program AUTHRCVR.
