*> so the switch stops honoring stale state the next morning.
*> every contributing program appends its own header, details and
*> trailer; the trailer control total covers that program's details
*> and the batch id on header and trailer is registered through
*> AUTHBTCH so the switch acknowledgment can be matched back to it
01  AuthDeltaHeader.
    05 DeltaHeaderType       pic x(01) value "H".
    05 DeltaRunDate          pic x(08).
    05 DeltaSourceProgram    pic x(08).
    05 DeltaBatchId          pic x(12).
    05 filler                pic x(51).

01  AuthDeltaDetail.
    05 DeltaDetailType       pic x(01) value "D".
01  AuthDeltaTrailer.
    05 DeltaTrailerType      pic x(01) value "T".
    05 DeltaControlTotal     pic 9(07).
    05 DeltaTrailerBatchId   pic x(12).
    05 filler                pic x(60).
