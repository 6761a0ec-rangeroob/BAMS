*> switch sent-detail file - one record for every code sent under a
*> registered extract or delta batch, keyed by batch id and code, so
*> a rejected detail or a lost batch can be queued for retransmission
*> with the image that was originally sent
01  AuthSentRecord.
    05 SentKey.
        10 SentBatchId        pic x(12).
        10 SentAuthCode       pic x(08).
    05 SentFileType           pic x(01).
        88 SentExtractDetail        value "X".
        88 SentDeltaDetail          value "D".
    05 SentExpirationDate     pic x(08).
    05 SentNewStatus          pic x(01).
    05 SentEffectiveDate      pic x(08).
    05 SentRevokeReason       pic x(02).
    05 SentStatus             pic x(01).
        88 SentAwaitingAck          value "S".
        88 SentRejected             value "J".
        88 SentUnacknowledged       value "U".
    05 SentRejectReason       pic x(04).
