    move "Y" to RunCtlOptionalFlag
    perform 1120-write-seed-record

    move "AUTHACK" to RunCtlProgram
    move 45 to RunCtlSequence
    move "N" to RunCtlOptionalFlag
    perform 1120-write-seed-record

    move "AUTHPRG" to RunCtlProgram
    move 50 to RunCtlSequence
    move "N" to RunCtlOptionalFlag
