*> request area passed to the AUTHJRNL master-journal subprogram by
*> every program that adds, rewrites or deletes an issued-codes
*> master record - write appends one journal record with the
*> before and after images, close closes the journal at end of run.
*> the run id is the operator for online programs and the run,
*> request or business date for batch steps
01  JournalRequest.
    05 JournalCtlAction      pic x(01).
        88 JournalCtlWriteAction   value "W".
        88 JournalCtlCloseAction   value "C".
    05 JournalCtlProgram     pic x(08).
    05 JournalCtlRunId       pic x(08).
    05 JournalCtlChange      pic x(01).
        88 JournalCtlAdd           value "A".
        88 JournalCtlRewrite       value "C".
        88 JournalCtlDelete        value "D".
    05 JournalCtlBeforeImage pic x(99).
    05 JournalCtlAfterImage  pic x(99).
    05 JournalCtlReply       pic x(01).
        88 JournalCtlAccepted      value "A".
        88 JournalCtlFailed        value "F".
