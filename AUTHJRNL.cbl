identification division.
program-id. AUTHJRNL.

environment division.
input-output section.
file-control.
    select AuthJournalFile assign "authjrnl.dat"
        organization line sequential
        file status JournalFileStatus.

data division.
file section.
fd  AuthJournalFile.
    copy authjrnl.

working-storage section.
    01 JournalFileStatus    pic x(02) value "00".
    01 JournalFileOpenFlag  pic x(01) value "N".
        88 JournalFileOpen         value "Y".

linkage section.
    copy authjnlk.

procedure division using JournalRequest.
0000-mainline.
    set JournalCtlAccepted to true
    evaluate true
        when JournalCtlWriteAction
            perform 1000-open-journal-file
            perform 2000-write-journal-record
        when JournalCtlCloseAction
            perform 3000-close-journal-file
        when other
            set JournalCtlFailed to true
    end-evaluate
    goback
    .

1000-open-journal-file.
    if not JournalFileOpen
        open extend AuthJournalFile
        if JournalFileStatus = "35"
            open output AuthJournalFile
        end-if
        move "Y" to JournalFileOpenFlag
    end-if
    .

2000-write-journal-record.
    move function current-date to JournalTimestamp
    move JournalCtlProgram to JournalProgram
    move JournalCtlRunId to JournalRunId
    move JournalCtlChange to JournalAction
    move JournalCtlBeforeImage to JournalBeforeImage
    move JournalCtlAfterImage to JournalAfterImage
    write AuthJournalRecord
    if JournalFileStatus not = "00"
        set JournalCtlFailed to true
        display "AUTHJRNL WARNING: journal write for "
                JournalCtlProgram " failed, file status "
                JournalFileStatus
    end-if
    .

3000-close-journal-file.
    if JournalFileOpen
        close AuthJournalFile
        move "N" to JournalFileOpenFlag
    end-if
    .
end program AUTHJRNL.
