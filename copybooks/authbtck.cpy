*> request area passed to the AUTHBTCH batch-register subprogram by
*> every program that writes a header/trailer batch to the switch
*> extract or delta feed - open reserves the next batch id for the
*> run date and registers it, resume re-attaches a restarted run to
*> the batch it already opened, detail records each code sent under
*> the batch and close stamps the batch sent with its detail count
01  BatchControlRequest.
    05 BatchCtlAction        pic x(01).
        88 BatchCtlOpenAction      value "O".
        88 BatchCtlResumeAction    value "R".
        88 BatchCtlDetailAction    value "D".
        88 BatchCtlCloseAction     value "C".
    05 BatchCtlFileType      pic x(01).
        88 BatchCtlExtractFile     value "X".
        88 BatchCtlDeltaFile       value "D".
    05 BatchCtlCaller        pic x(08).
    05 BatchCtlRunDate       pic x(08).
    05 BatchCtlBatchId       pic x(12).
    05 BatchCtlAuthCode      pic x(08).
    05 BatchCtlExpirationDate pic x(08).
    05 BatchCtlNewStatus     pic x(01).
    05 BatchCtlEffectiveDate pic x(08).
    05 BatchCtlRevokeReason  pic x(02).
    05 BatchCtlDetailCount   pic 9(07).
    05 BatchCtlReply         pic x(01).
        88 BatchCtlAccepted        value "A".
        88 BatchCtlFailed          value "F".
    05 BatchCtlFailReason    pic x(60).
