    05 CheckpointClassRejects pic 9(07).
    05 CheckpointBlockedRejects pic 9(07).
    05 CheckpointTimestamp    pic x(21).
    05 CheckpointBatchId      pic x(12).
