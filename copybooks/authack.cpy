*> inbound acknowledgment file from the card-network authorization
*> switch - one header/detail/trailer group per extract or delta
*> batch it loaded. the header carries the batch disposition and
*> counts, each detail names a code the switch rejected and why, and
*> the trailer control total covers the group's details
01  AuthAckHeader.
    05 AckHeaderType          pic x(01).
    05 AckBatchId             pic x(12).
    05 AckDisposition         pic x(01).
        88 AckBatchAccepted         value "A".
        88 AckBatchPartial          value "P".
        88 AckBatchRejected         value "R".
    05 AckAcceptedCount       pic 9(07).
    05 AckRejectedCount       pic 9(07).
    05 AckBatchReason         pic x(04).
    05 AckProcessedDate       pic x(08).
    05 filler                 pic x(40).

01  AuthAckDetail.
    05 AckDetailType          pic x(01).
    05 AckDetailBatchId       pic x(12).
    05 AckAuthCode            pic x(08).
    05 AckRejectReason        pic x(04).
    05 filler                 pic x(55).

01  AuthAckTrailer.
    05 AckTrailerType         pic x(01).
    05 AckControlTotal        pic 9(07).
    05 filler                 pic x(72).
