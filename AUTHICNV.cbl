identification division.
program-id. AUTHICNV.

environment division.
input-output section.
file-control.
    select OldAuthMasterFile assign "authmstr.old"
        organization indexed
        access mode dynamic
        record key OldAuthCodeKey
        file status OldMasterFileStatus.

    select AuthMasterFile assign "authmstr.dat"
        organization indexed
        access mode dynamic
        record key AuthCodeKey
        alternate record key AuthCodeRequestId with duplicates
        alternate record key AuthCodeRequestor with duplicates
        alternate record key AuthCodeTypeIssueKey with duplicates
        file status AuthMasterFileStatus.

data division.
file section.
fd  OldAuthMasterFile.
01  OldAuthCodeRecord.
    05 OldAuthCodeKey        pic x(08).
    05 filler                pic x(91).

fd  AuthMasterFile.
    copy authcode.

working-storage section.
    01 OldMasterFileStatus  pic x(02) value "00".
    01 AuthMasterFileStatus pic x(02) value "00".
    01 EndOfOldMasterFlag   pic x(01) value "N".
        88 EndOfOldMaster          value "Y".
    01 RecordsConvertedCount pic 9(07) value 0.

procedure division.
0000-mainline.
    perform 1000-initialize
    perform 2000-convert-all-records
    perform 3000-finalize
    stop run
    .

1000-initialize.
    open input OldAuthMasterFile
    if OldMasterFileStatus = "35"
        display "AUTHICNV FATAL: old master authmstr.old not found"
                " - rename the live master to authmstr.old first"
        move 12 to return-code
        stop run
    end-if
    if OldMasterFileStatus = "39"
        display "AUTHICNV FATAL: old master authmstr.old record"
                " layout mismatch (file status 39) - it is not at the"
                " current layout, run the AUTHMCNV conversion instead"
        move 12 to return-code
        stop run
    end-if

    open input AuthMasterFile
    if AuthMasterFileStatus not = "35"
        display "AUTHICNV FATAL: authmstr.dat already exists -"
                " refusing to overwrite it"
        close AuthMasterFile
        move 12 to return-code
        stop run
    end-if

    open output AuthMasterFile
    .

2000-convert-all-records.
    perform 2100-read-next-old-record
    perform 2200-convert-one-record until EndOfOldMaster
    .

2100-read-next-old-record.
    read OldAuthMasterFile next record
        at end move "Y" to EndOfOldMasterFlag
    end-read
    .

2200-convert-one-record.
    move OldAuthCodeRecord to AuthCodeRecord
    write AuthCodeRecord
    add 1 to RecordsConvertedCount
    perform 2100-read-next-old-record
    .

3000-finalize.
    close OldAuthMasterFile
    close AuthMasterFile
    display "AUTHICNV rebuilt " RecordsConvertedCount
            " master record(s) with the request id, requestor and"
            " type/issue date alternate keys"
    .
end program AUTHICNV.
