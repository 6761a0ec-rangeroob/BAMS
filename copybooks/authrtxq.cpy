*> retransmission queue - codes the switch rejected, or that were
*> sent in a batch rejected whole or never acknowledged, waiting to
*> be sent again. keyed by feed and code so a code queued twice
*> carries only its latest image; AUTHACK empties the queue into the
*> night's extract and delta feed as fresh registered batches
01  AuthRetransmitRecord.
    05 RetransmitKey.
        10 RetransmitFileType pic x(01).
            88 RetransmitExtract        value "X".
            88 RetransmitDelta          value "D".
        10 RetransmitAuthCode pic x(08).
    05 RetransmitOrigBatchId  pic x(12).
    05 RetransmitCause        pic x(01).
        88 RetransmitDetailRejected value "J".
        88 RetransmitBatchRejected  value "B".
        88 RetransmitBatchUnacked   value "U".
    05 RetransmitReason       pic x(04).
    05 RetransmitQueuedDate   pic x(08).
    05 RetransmitExpirationDate pic x(08).
    05 RetransmitNewStatus    pic x(01).
    05 RetransmitEffectiveDate pic x(08).
    05 RetransmitRevokeReason pic x(02).
