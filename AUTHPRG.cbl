        organization indexed
        access mode dynamic
        record key AuthCodeKey
        alternate record key AuthCodeRequestId with duplicates
        alternate record key AuthCodeRequestor with duplicates
        alternate record key AuthCodeTypeIssueKey with duplicates
        file status AuthMasterFileStatus.

    select AuthCfgFile assign "authcfg.dat"

working-storage section.
    copy authctlk.
    copy authjnlk.
    01 AuthMasterFileStatus pic x(02) value "00".
    01 AuthCfgFileStatus    pic x(02) value "00".
    01 ArchiveFileStatus    pic x(02) value "00".
    if AuthMasterFileStatus = "39"
        display "AUTHPRG FATAL: master file authmstr.dat record"
                " layout mismatch (file status 39) - run the"
                " AUTHMCNV or AUTHICNV conversion"
        move 12 to return-code
        stop run
    end-if
        when AuthCodeRevoked add 1 to TypeRevokedMoved (TypeIndex)
    end-evaluate

    move AuthCodeRecord to JournalCtlBeforeImage
    delete AuthMasterFile record
    perform 2240-journal-master-delete
    add 1 to RecordsMovedCount
    .

2240-journal-master-delete.
    set JournalCtlWriteAction to true
    set JournalCtlDelete to true
    move "AUTHPRG" to JournalCtlProgram
    move TodayDate to JournalCtlRunId
    move spaces to JournalCtlAfterImage
    call "AUTHJRNL" using JournalRequest
    .

3000-write-summary-report.
    write AuthPrgRptLine from ReportHeadingLine1


4000-finalize.
    close AuthMasterFile
    set JournalCtlCloseAction to true
    call "AUTHJRNL" using JournalRequest
    if not CfgFileMissing
        close AuthCfgFile
    end-if
