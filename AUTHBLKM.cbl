        record key BlockKey
        file status BlockFileStatus.

    select AuthReasonFile assign "authrsn.dat"
        organization indexed
        access mode dynamic
        record key ReasonCode
        file status ReasonFileStatus.

    select AuthOperatorFile assign "authoper.dat"
        organization indexed
        access mode dynamic
fd  AuthBlockFile.
    copy authblok.

fd  AuthReasonFile.
    copy authrsn.

fd  AuthOperatorFile.
    copy authoper.

working-storage section.
    01 BlockFileStatus      pic x(02) value "00".
    01 OperatorFileStatus   pic x(02) value "00".
    01 ReasonFileStatus     pic x(02) value "00".
    01 ReasonDisplayText    pic x(30).
    01 OperatorDoneFlag     pic x(01) value "N".
        88 OperatorDone            value "Y".
    01 EntryFoundFlag       pic x(01) value "N".
    05 line 4 col 41 pic x(12) from TypeDisplayText.
    05 line 5 col 1  value "REASON . . . . . . . . . . . . . . . . ".
    05 line 5 col 41 pic x(02) from BlockReason.
    05 line 5 col 44 pic x(30) from ReasonDisplayText.
    05 line 6 col 1  value "ADDED ON . . . . . . . . . . . . . . . ".
    05 line 6 col 41 pic x(08) from BlockAddedDate.
    05 line 7 col 1  value "ADDED BY . . . . . . . . . . . . . . . ".
        close AuthBlockFile
        open i-o AuthBlockFile
    end-if

    open i-o AuthReasonFile
    if ReasonFileStatus = "39"
        display "AUTHBLKM FATAL: reason file authrsn.dat record"
                " layout mismatch (file status 39) - delete it and"
                " re-key the reason codes via AUTHRSNM"
        move 12 to return-code
        stop run
    end-if
    if ReasonFileStatus = "35"
        open output AuthReasonFile
        close AuthReasonFile
        open i-o AuthReasonFile
        perform 1100-load-default-reasons
    end-if
    .

1100-load-default-reasons.
    move "OP" to ReasonCode
    move "OPERATOR VOID" to ReasonDescription
    move "Y" to ReasonVoidFlag
    move "N" to ReasonBlockFlag
    move "N" to ReasonExtendFlag
    move "Y" to ReasonSwitchFlag
    set ReasonActive to true
    move TodayDate to ReasonChangedDate
    move "AUTHBLKM" to ReasonChangedOperator
    write AuthReasonRecord

    move "UN" to ReasonCode
    move "UNSPECIFIED" to ReasonDescription
    move "Y" to ReasonVoidFlag
    move "N" to ReasonBlockFlag
    move "N" to ReasonExtendFlag
    move "Y" to ReasonSwitchFlag
    write AuthReasonRecord

    move "FR" to ReasonCode
    move "SUSPECTED FRAUD" to ReasonDescription
    move "Y" to ReasonVoidFlag
    move "Y" to ReasonBlockFlag
    move "N" to ReasonExtendFlag
    move "Y" to ReasonSwitchFlag
    write AuthReasonRecord
    .

1400-open-operator-file.
        move "EXACT CODE" to TypeDisplayText
    end-if

    move spaces to ReasonDisplayText
    move BlockReason to ReasonCode
    read AuthReasonFile key is ReasonCode
        invalid key
            move "NOT ON REASON TABLE" to ReasonDisplayText
        not invalid key
            move ReasonDescription to ReasonDisplayText
    end-read

    move space to MaintenanceAction
    display BlockFoundScreen
    accept BlockFoundScreen
            move "REASON CODE REQUIRED" to ValidationMessage
            move "N" to EntryValidFlag
    end-evaluate

    if EntryValid
        perform 2430-validate-entry-reason
    end-if
    .

2430-validate-entry-reason.
    move EntryReason to ReasonCode
    read AuthReasonFile key is ReasonCode
        invalid key
            move "REASON CODE NOT ON FILE" to ValidationMessage
            move "N" to EntryValidFlag
        not invalid key
            evaluate true
                when ReasonInactive
                    move "REASON CODE INACTIVE" to ValidationMessage
                    move "N" to EntryValidFlag
                when not ReasonValidForBlock
                    move "REASON CODE NOT VALID FOR BLOCK"
                        to ValidationMessage
                    move "N" to EntryValidFlag
            end-evaluate
    end-read
    .

3000-finalize.
    close AuthBlockFile
    close AuthReasonFile
    close AuthOperatorFile
    .
end program AUTHBLKM.
