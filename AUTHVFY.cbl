        organization indexed
        access mode dynamic
        record key AuthCodeKey
        alternate record key AuthCodeRequestId with duplicates
        alternate record key AuthCodeRequestor with duplicates
        alternate record key AuthCodeTypeIssueKey with duplicates
        file status AuthMasterFileStatus.

    select AuthAuditFile assign "auditlog.dat"
        record key ArchiveAuthCode
        file status ArchiveFileStatus.

    select AuthJournalFile assign "authjrnl.dat"
        organization line sequential
        file status JournalFileStatus.

    select AuthJrnlTraceFile assign "authjvfy.wrk"
        organization indexed
        access mode dynamic
        record key TraceAuthCode
        file status TraceFileStatus.

    select AuthVfyRptFile assign "authvfy.rpt"
        organization line sequential.

fd  AuthArchiveFile.
    copy autharch.

fd  AuthJournalFile.
    copy authjrnl.

fd  AuthJrnlTraceFile.
01  JournalTraceRecord.
    05 TraceAuthCode         pic x(08).
    05 TraceLastStatus       pic x(01).
    05 TraceDeletedFlag      pic x(01).
        88 TraceCodeDeleted        value "Y".
    05 TraceMatchedFlag      pic x(01).
        88 TraceCodeMatched        value "Y".
    05 TraceLastProgram      pic x(08).
    05 TraceLastStamp        pic x(14).

fd  AuthVfyRptFile.
01  AuthVfyRptLine  pic x(80).

    01 AuthMasterFileStatus pic x(02) value "00".
    01 AuditFileStatus      pic x(02) value "00".
    01 ArchiveFileStatus    pic x(02) value "00".
    01 JournalFileStatus    pic x(02) value "00".
    01 TraceFileStatus      pic x(02) value "00".
    01 EndOfMasterFileFlag  pic x(01) value "N".
        88 EndOfMasterFile         value "Y".
    01 EndOfAuditFileFlag   pic x(01) value "N".
        88 AuditFileOpen           value "Y".
    01 ArchiveFileOpenFlag  pic x(01) value "N".
        88 ArchiveFileOpen         value "Y".
    01 EndOfJournalFlag     pic x(01) value "N".
        88 EndOfJournal            value "Y".
    01 EndOfTraceFlag       pic x(01) value "N".
        88 EndOfTrace              value "Y".
    01 JournalFileOpenFlag  pic x(01) value "N".
        88 JournalFileOpen         value "Y".
    01 TraceFoundFlag       pic x(01) value "N".
        88 TraceFound              value "Y".
    01 TraceCodeKey         pic x(08).
    01 TraceChainStatus     pic x(01).
    01 MasterRecordCount    pic 9(07) value 0.
    01 ArchiveRecordCount   pic 9(07) value 0.
    01 AuditGenPassedCount  pic 9(07) value 0.
    01 BadDateCount         pic 9(07) value 0.
    01 ExceptionsFoundCount pic 9(07) value 0.
    01 OnFileTotalCount     pic 9(07) value 0.
    01 JournalEntryCount    pic 9(07) value 0.
    01 ChainBreakCount      pic 9(07) value 0.
    01 JournalTracedCount   pic 9(07) value 0.
    01 PreJournalCount      pic 9(07) value 0.
    01 NoSourceStatusCount  pic 9(07) value 0.
    01 NoSourceRemovalCount pic 9(07) value 0.
    copy authaudit.

01  ReportHeadingLine1.
procedure division.
0000-mainline.
    perform 1000-initialize
    perform 1500-trace-journal-history
    perform 2000-verify-master-records
    perform 2500-check-journal-removals
    perform 3000-count-audit-generations
    perform 4000-count-archive-records
    perform 5000-write-summary-report
    if AuthMasterFileStatus = "39"
        display "AUTHVFY FATAL: master file authmstr.dat record"
                " layout mismatch (file status 39) - run the"
                " AUTHMCNV or AUTHICNV conversion"
        move 12 to return-code
        stop run
    end-if
        move "Y" to EndOfArchiveFlag
    end-if

    open input AuthJournalFile
    if JournalFileStatus = "35"
        move "Y" to EndOfJournalFlag
        move "Y" to EndOfTraceFlag
    else
        move "Y" to JournalFileOpenFlag
        open output AuthJrnlTraceFile
        close AuthJrnlTraceFile
        open i-o AuthJrnlTraceFile
    end-if

    open output AuthVfyRptFile
    write AuthVfyRptLine from ReportHeadingLine1
    .

1500-trace-journal-history.
    if not EndOfJournal
        perform 1510-read-next-journal-record
        perform 1520-trace-one-journal-record until EndOfJournal
    end-if
    .

1510-read-next-journal-record.
    read AuthJournalFile
        at end move "Y" to EndOfJournalFlag
    end-read
    .

1520-trace-one-journal-record.
    add 1 to JournalEntryCount
    if JournalDeleteAction
        move JournalBeforeAuthCode to TraceCodeKey
    else
        move JournalAfterAuthCode to TraceCodeKey
    end-if
    perform 1530-read-trace-record

    if TraceFound
        if TraceCodeDeleted
            move space to TraceChainStatus
        else
            move TraceLastStatus to TraceChainStatus
        end-if
        if JournalAddAction
            if not TraceCodeDeleted
                perform 1540-report-chain-break
            end-if
        else
            if TraceCodeDeleted
               or JournalBeforeStatus not = TraceChainStatus
                perform 1540-report-chain-break
            end-if
        end-if
    end-if

    if JournalDeleteAction
        move JournalBeforeStatus to TraceLastStatus
        move "Y" to TraceDeletedFlag
    else
        move JournalAfterStatus to TraceLastStatus
        move "N" to TraceDeletedFlag
    end-if
    move JournalProgram to TraceLastProgram
    move JournalTimestamp (1:14) to TraceLastStamp
    if TraceFound
        rewrite JournalTraceRecord
    else
        write JournalTraceRecord
    end-if
    perform 1510-read-next-journal-record
    .

1530-read-trace-record.
    move TraceCodeKey to TraceAuthCode
    read AuthJrnlTraceFile key is TraceAuthCode
        invalid key
            move "N" to TraceFoundFlag
            move TraceCodeKey to TraceAuthCode
            move "N" to TraceMatchedFlag
        not invalid key
            move "Y" to TraceFoundFlag
    end-read
    .

1540-report-chain-break.
    add 1 to ChainBreakCount
    add 1 to ExceptionsFoundCount
    move "JOURNAL CHAIN BREAK:  " to RptExcLabel
    move TraceCodeKey to RptExcAuthCode
    move spaces to RptExcDetail
    string JournalProgram " " JournalAction " "
        JournalTimestamp (1:8) delimited size into RptExcDetail
    write AuthVfyRptLine from ReportExceptionLine
    .

2000-verify-master-records.
    perform 2100-read-next-master-record
    perform 2200-verify-one-record until EndOfMasterFile
        write AuthVfyRptLine from ReportExceptionLine
    end-if

    if JournalFileOpen
        perform 2210-verify-status-source
    end-if

    perform 2100-read-next-master-record
    .

2210-verify-status-source.
    move AuthCodeKey to TraceCodeKey
    perform 1530-read-trace-record
    if not TraceFound
        add 1 to PreJournalCount
    else
        move "Y" to TraceMatchedFlag
        rewrite JournalTraceRecord
        if TraceCodeDeleted
           or TraceLastStatus not = AuthCodeStatus
            add 1 to NoSourceStatusCount
            add 1 to ExceptionsFoundCount
            move "STATUS WITHOUT SOURCE:" to RptExcLabel
            move AuthCodeKey to RptExcAuthCode
            move spaces to RptExcDetail
            if TraceCodeDeleted
                string "JRNL DELETED NOW " AuthCodeStatus
                    delimited size into RptExcDetail
            else
                string "JRNL " TraceLastStatus " NOW " AuthCodeStatus
                    delimited size into RptExcDetail
            end-if
            write AuthVfyRptLine from ReportExceptionLine
        else
            add 1 to JournalTracedCount
        end-if
    end-if
    .

2500-check-journal-removals.
    if not EndOfTrace
        move low-values to TraceAuthCode
        start AuthJrnlTraceFile key is not less than TraceAuthCode
            invalid key move "Y" to EndOfTraceFlag
        end-start
        perform 2510-read-next-trace-record
        perform 2520-check-one-trace-record until EndOfTrace
    end-if
    .

2510-read-next-trace-record.
    if not EndOfTrace
        read AuthJrnlTraceFile next record
            at end move "Y" to EndOfTraceFlag
        end-read
    end-if
    .

2520-check-one-trace-record.
    if not TraceCodeDeleted and not TraceCodeMatched
        add 1 to NoSourceRemovalCount
        add 1 to ExceptionsFoundCount
        move "REMOVED WITHOUT SOURCE" to RptExcLabel
        move TraceAuthCode to RptExcAuthCode
        move spaces to RptExcDetail
        string "LAST " TraceLastProgram " " TraceLastStamp (1:8)
            delimited size into RptExcDetail
        write AuthVfyRptLine from ReportExceptionLine
    end-if
    perform 2510-read-next-trace-record
    .

3000-count-audit-generations.
    if not EndOfAuditFile
        perform 3100-read-next-audit-record
        write AuthVfyRptLine from ReportMessageLine
    end-if

    if JournalFileOpen
        move "JOURNAL RECORDS TRACED" to RptLineLabel
        move JournalEntryCount to RptLineValue
        write AuthVfyRptLine from ReportDetailLine

        move "STATUSES TRACED TO THE JOURNAL" to RptLineLabel
        move JournalTracedCount to RptLineValue
        write AuthVfyRptLine from ReportDetailLine

        move "RECORDS UNCHANGED SINCE JOURNAL STARTED" to RptLineLabel
        move PreJournalCount to RptLineValue
        write AuthVfyRptLine from ReportDetailLine

        move "STATUSES WITHOUT A JOURNAL SOURCE" to RptLineLabel
        move NoSourceStatusCount to RptLineValue
        write AuthVfyRptLine from ReportDetailLine

        move "CODES REMOVED WITHOUT A JOURNAL SOURCE" to RptLineLabel
        move NoSourceRemovalCount to RptLineValue
        write AuthVfyRptLine from ReportDetailLine

        move "JOURNAL CHAIN BREAKS" to RptLineLabel
        move ChainBreakCount to RptLineValue
        write AuthVfyRptLine from ReportDetailLine
    else
        move "WARNING: JOURNAL FILE AUTHJRNL.DAT NOT FOUND - STATUS"
            to RptLineMessage
        write AuthVfyRptLine from ReportMessageLine
        move "SOURCES NOT TRACED" to RptLineMessage
        write AuthVfyRptLine from ReportMessageLine
    end-if

    move "TOTAL EXCEPTIONS FOUND" to RptLineLabel
    move ExceptionsFoundCount to RptLineValue
    write AuthVfyRptLine from ReportDetailLine
    if ArchiveFileOpen
        close AuthArchiveFile
    end-if
    if JournalFileOpen
        close AuthJournalFile
        close AuthJrnlTraceFile
    end-if
    close AuthVfyRptFile

    if ExceptionsFoundCount > 0
