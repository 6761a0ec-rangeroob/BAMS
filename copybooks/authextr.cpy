*> outbound extract layout for the card-network authorization
*> switch interface - one file, three record shapes distinguished
*> by ExtractRecordType. the batch id on the header and trailer is
*> the key the switch quotes back on its acknowledgment file
01  AuthExtractHeader.
    05 ExtractHeaderType      pic x(01) value "H".
    05 ExtractRunDate         pic x(08).
    05 ExtractCodeCount       pic 9(07).
    05 ExtractBatchId         pic x(12).
    05 filler                 pic x(78).

01  AuthExtractDetail.
    05 ExtractDetailType      pic x(01) value "D".
01  AuthExtractTrailer.
    05 ExtractTrailerType     pic x(01) value "T".
    05 ExtractControlTotal    pic 9(07).
    05 ExtractTrailerBatchId  pic x(12).
    05 filler                 pic x(86).
