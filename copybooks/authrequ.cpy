*> order, stamping each record with its outcome and delivered count
*> so requestors can check status themselves. a request that aborts
*> mid-generation is marked short-delivered, not failed, when codes
*> were already issued for it. requests are keyed online through
*> AUTHRQEN, which also lets the requestor cancel one still pending;
*> a cancelled request carries the cancel time as its completed
*> time and is never picked up by AUTHREQ
01  AuthRequestRecord.
    05 AuthReqId              pic x(08).
    05 AuthReqRequestor       pic x(08).
        88 AuthReqCompleted         value "C".
        88 AuthReqFailed            value "F".
        88 AuthReqShortDelivered    value "S".
        88 AuthReqCancelled         value "X".
    05 AuthReqCompletedTime   pic x(21).
    05 AuthReqDeliveredCount  pic 9(07).
