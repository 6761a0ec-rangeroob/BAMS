*> switch batch register - one record per header/trailer batch
*> written to the issuance extract or the status-change delta feed,
*> keyed by run date and a sequence within the date. AUTHBTCH opens
*> and closes the record as the batch is written; AUTHACK stamps it
*> with the switch acknowledgment or flags it overdue when no
*> acknowledgment arrives inside the cutoff
01  AuthBatchRecord.
    05 BatchId.
        10 BatchRunDate       pic x(08).
        10 BatchSequence      pic 9(04).
    05 BatchFileType          pic x(01).
        88 BatchExtractFile         value "X".
        88 BatchDeltaFile           value "D".
    05 BatchSourceProgram     pic x(08).
    05 BatchSentDate          pic x(08).
    05 BatchSentTime          pic x(06).
    05 BatchDetailCount       pic 9(07).
    05 BatchStatus            pic x(01).
        88 BatchBeingWritten        value "O".
        88 BatchSent                value "S".
        88 BatchAccepted            value "A".
        88 BatchPartial             value "P".
        88 BatchRejected            value "J".
        88 BatchUnacknowledged      value "U".
    05 BatchAcceptedCount     pic 9(07).
    05 BatchRejectedCount     pic 9(07).
    05 BatchRejectReason      pic x(04).
    05 BatchAckDate           pic x(08).
