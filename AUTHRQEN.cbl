identification division.
program-id. AUTHRQEN.

environment division.
input-output section.
file-control.
    select AuthRequestFile assign "authreq.dat"
        organization indexed
        access mode dynamic
        record key AuthReqId
        file status AuthRequestFileStatus.

    select AuthRequestorFile assign "authrqst.dat"
        organization indexed
        access mode dynamic
        record key RequestorId
        file status RequestorFileStatus.

    select AuthCfgFile assign "authcfg.dat"
        organization indexed
        access mode dynamic
        record key AuthCfgType
        file status AuthCfgFileStatus.

    select AuthMasterFile assign "authmstr.dat"
        organization indexed
        access mode dynamic
        record key AuthCodeKey
        alternate record key AuthCodeRequestId with duplicates
        alternate record key AuthCodeRequestor with duplicates
        alternate record key AuthCodeTypeIssueKey with duplicates
        file status AuthMasterFileStatus.

    select AuthOperatorFile assign "authoper.dat"
        organization indexed
        access mode dynamic
        record key OperatorId
        file status OperatorFileStatus.

    select AuthRqeAuditFile assign "authrqen.aud"
        organization line sequential
        file status RqeAuditFileStatus.

data division.
file section.
fd  AuthRequestFile.
    copy authrequ.

fd  AuthRequestorFile.
    copy authrqst.

fd  AuthCfgFile.
    copy authcfg.

fd  AuthMasterFile.
    copy authcode.

fd  AuthOperatorFile.
    copy authoper.

fd  AuthRqeAuditFile.
01  AuthRqeAuditLine pic x(80).

working-storage section.
    01 AuthRequestFileStatus pic x(02) value "00".
    01 RequestorFileStatus  pic x(02) value "00".
    01 AuthCfgFileStatus    pic x(02) value "00".
    01 AuthMasterFileStatus pic x(02) value "00".
    01 OperatorFileStatus   pic x(02) value "00".
    01 RqeAuditFileStatus   pic x(02) value "00".
    01 MasterFileOpenFlag   pic x(01) value "N".
        88 MasterFileOpen          value "Y".
    01 OperatorDoneFlag     pic x(01) value "N".
        88 OperatorDone            value "Y".
    01 RequestorValidFlag   pic x(01) value "N".
        88 RequestorValid          value "Y".
    01 EntryDoneFlag        pic x(01) value "N".
        88 EntryDone               value "Y".
    01 EntryValidFlag       pic x(01) value "N".
        88 EntryValid              value "Y".
    01 TypeFoundFlag        pic x(01) value "N".
        88 TypeFound               value "Y".
    01 TypeActiveFlag       pic x(01) value "N".
        88 TypeActive              value "Y".
    01 PermittedTypeFlag    pic x(01) value "N".
        88 PermittedTypeFound      value "Y".
    01 CapacityLowFlag      pic x(01) value "N".
        88 CapacityLow             value "Y".
    01 EndOfMasterFileFlag  pic x(01) value "N".
        88 EndOfMasterFile         value "Y".
    01 EndOfRequestsFlag    pic x(01) value "N".
        88 EndOfRequests           value "Y".
    01 OwnRequestFoundFlag  pic x(01) value "N".
        88 OwnRequestFound         value "Y".
    01 RequestWrittenFlag   pic x(01) value "N".
        88 RequestWritten          value "Y".
    01 ListDoneFlag         pic x(01) value "N".
        88 ListDone                value "Y".
    01 CurrentDateTime      pic x(21).
    01 TodayDate            pic x(08).
    01 MenuRequestor        pic x(08) value spaces.
    01 MenuAction           pic x(01).
    01 MenuMessage          pic x(40).
    01 ValidationMessage    pic x(40).
    01 RequestorSlot        pic 9(02) comp.
    01 EntryFields.
        05 EntryCodeType    pic x(04).
        05 EntryCount       pic 9(07).
        05 EntryNeededBy    pic x(08).
        05 EntryConfirm     pic x(01).
    01 EntryNeededByDigits redefines EntryFields.
        05 filler           pic x(11).
        05 EntryNeededYear  pic 9(04).
        05 EntryNeededMonth pic 9(02).
        05 EntryNeededDay   pic 9(02).
        05 filler           pic x(01).
    01 WarnedEntry          pic x(11) value spaces.
    01 CharacterBase        pic 9(02) comp.
    01 PowerIndex           pic 9(02) comp.
    01 FreePositions        pic 9(02) comp.
    01 TypePoolSize         pic 9(10) comp.
    01 TypeCodesInUse       pic 9(10) comp.
    01 ProjectedInUse       pic 9(10) comp.
    01 UtilizationPct       pic 9(03)v9.
    01 UtilizationText      pic zz9.9.
    01 WarningThresholdPct  pic 9(03) value 60.
    01 HighRequestNumber    pic 9(06).
    01 NewRequestId.
        05 NewRequestPrefix pic x(02) value "RQ".
        05 NewRequestNumber pic 9(06).
    01 ListPageSize         pic 9(02) value 10.
    01 ListPageNumber       pic 9(03).
    01 ListPageCount        pic 9(03).
    01 ListSkipCount        pic 9(07).
    01 ListSkippedCount     pic 9(07).
    01 ListRowCount         pic 9(02).
    01 ListTotalCount       pic 9(05).
    01 ListPendingCount     pic 9(05).
    01 ListSelectNumber     pic 9(02).
    01 ListAction           pic x(01).
    01 ListMessage          pic x(40).
    01 CancelResponse       pic x(01).
    01 RequestStatusText    pic x(09).
    01 SignOnOperatorId     pic x(08).
    01 SignOnPassword       pic x(08).
    01 SignOnMessage        pic x(40).
    01 SignOnAttemptCount   pic 9(01) value 0.
    01 SignOnAttemptLimit   pic 9(01) value 3.
    01 SignedOnFlag         pic x(01) value "N".
        88 SignedOn                value "Y".
    01 ListPage.
        05 ListLine01       pic x(66).
        05 ListLine02       pic x(66).
        05 ListLine03       pic x(66).
        05 ListLine04       pic x(66).
        05 ListLine05       pic x(66).
        05 ListLine06       pic x(66).
        05 ListLine07       pic x(66).
        05 ListLine08       pic x(66).
        05 ListLine09       pic x(66).
        05 ListLine10       pic x(66).
    01 ListPageTable redefines ListPage.
        05 ListLine         pic x(66) occurs 10 times.
    01 ListRequestTable.
        05 ListRequestId    pic x(08) occurs 10 times.
    01 ListRowLine.
        05 ListRowNumber    pic z9.
        05 filler           pic x(01) value space.
        05 ListRowReqId     pic x(08).
        05 filler           pic x(01) value space.
        05 ListRowType      pic x(04).
        05 filler           pic x(01) value space.
        05 ListRowCodeCount pic zzzzzz9.
        05 filler           pic x(01) value space.
        05 ListRowNeededBy  pic x(08).
        05 filler           pic x(01) value space.
        05 ListRowStatus    pic x(09).
        05 filler           pic x(01) value space.
        05 ListRowDelivered pic zzzzzz9.
        05 filler           pic x(01) value space.
        05 ListRowCompleted pic x(14).

01  RqeAuditRecord.
    05 RqeAudTimestamp      pic x(21).
    05 filler               pic x(01) value space.
    05 RqeAudOperator       pic x(08).
    05 filler               pic x(01) value space.
    05 RqeAudAction         pic x(01).
    05 filler               pic x(01) value space.
    05 RqeAudRequestId      pic x(08).
    05 filler               pic x(01) value space.
    05 RqeAudRequestor      pic x(08).
    05 filler               pic x(01) value space.
    05 RqeAudCodeType       pic x(04).
    05 filler               pic x(01) value space.
    05 RqeAudCount          pic 9(07).
    05 filler               pic x(01) value space.
    05 RqeAudNeededBy       pic x(08).
    05 filler               pic x(08) value spaces.

screen section.
01  SignOnScreen.
    05 blank screen.
    05 line 1 col 1  value "GENERATION REQUEST ENTRY".
    05 line 3 col 1  value "OPERATOR ID  . . . . . . . . . . . . . ".
    05 line 3 col 41 pic x(08) to SignOnOperatorId.
    05 line 4 col 1  value "PASSWORD . . . . . . . . . . . . . . . ".
    05 line 4 col 41 pic x(08) to SignOnPassword secure.
    05 line 6 col 1  pic x(40) from SignOnMessage.

01  RqeMenuScreen.
    05 blank screen.
    05 line 1 col 1  value "GENERATION REQUEST ENTRY".
    05 line 3 col 1  value "REQUESTOR (BLANK TO EXIT)  . . . . . . ".
    05 line 3 col 41 pic x(08) using MenuRequestor.
    05 line 4 col 1  value "E=ENTER REQUEST  L=LIST / CANCEL . . . ".
    05 line 4 col 41 pic x(01) to MenuAction.
    05 line 6 col 1  pic x(40) from MenuMessage.

01  RqeEntryScreen.
    05 blank screen.
    05 line 1 col 1  value "GENERATION REQUEST ENTRY".
    05 line 3 col 1  value "REQUESTOR  . . . . . . . . . . . . . . ".
    05 line 3 col 41 pic x(08) from MenuRequestor.
    05 line 4 col 1  value "DEPARTMENT . . . . . . . . . . . . . . ".
    05 line 4 col 41 pic x(20) from RequestorDepartment.
    05 line 6 col 1  value "CODE TYPE (BLANK TO RETURN)  . . . . . ".
    05 line 6 col 41 pic x(04) using EntryCodeType.
    05 line 7 col 1  value "NUMBER OF CODES  . . . . . . . . . . . ".
    05 line 7 col 41 pic 9(07) using EntryCount.
    05 line 8 col 1  value "NEEDED-BY DATE (CCYYMMDD)  . . . . . . ".
    05 line 8 col 41 pic x(08) using EntryNeededBy.
    05 line 9 col 1  value "CONFIRM DESPITE LOW CAPACITY (Y/N) . . ".
    05 line 9 col 41 pic x(01) using EntryConfirm.
    05 line 11 col 1 pic x(40) from ValidationMessage.

01  RqeQueuedScreen.
    05 blank screen.
    05 line 1 col 1  value "GENERATION REQUEST ENTRY".
    05 line 3 col 1  value "REQUEST ID . . . . . . . . . . . . . . ".
    05 line 3 col 41 pic x(08) from AuthReqId.
    05 line 4 col 1  value "CODE TYPE / COUNT  . . . . . . . . . . ".
    05 line 4 col 41 pic x(04) from AuthReqCodeType.
    05 line 4 col 46 pic zzzzzz9 from AuthReqCount.
    05 line 5 col 1  value "NEEDED-BY DATE . . . . . . . . . . . . ".
    05 line 5 col 41 pic x(08) from AuthReqNeededByDate.
    05 line 7 col 1  value "REQUEST QUEUED AS PENDING FOR THE NEXT".
    05 line 8 col 1  value "AUTHREQ RUN - PRESS ENTER".

01  RqeListScreen.
    05 blank screen.
    05 line 1 col 1  value "GENERATION REQUEST STATUS".
    05 line 2 col 1  value "REQUESTOR".
    05 line 2 col 11 pic x(08) from MenuRequestor.
    05 line 2 col 21 value "REQUESTS".
    05 line 2 col 30 pic zzzz9 from ListTotalCount.
    05 line 2 col 37 value "PENDING".
    05 line 2 col 45 pic zzzz9 from ListPendingCount.
    05 line 2 col 55 value "PAGE".
    05 line 2 col 60 pic zz9 from ListPageNumber.
    05 line 2 col 64 value "OF".
    05 line 2 col 67 pic zz9 from ListPageCount.
    05 line 4 col 1  value "LN".
    05 line 4 col 4  value "REQ ID".
    05 line 4 col 13 value "TYPE".
    05 line 4 col 18 value "  COUNT".
    05 line 4 col 26 value "NEEDED".
    05 line 4 col 35 value "STATUS".
    05 line 4 col 45 value "DELIVRD".
    05 line 4 col 53 value "COMPLETED".
    05 line 5 col 1  pic x(66) from ListLine01.
    05 line 6 col 1  pic x(66) from ListLine02.
    05 line 7 col 1  pic x(66) from ListLine03.
    05 line 8 col 1  pic x(66) from ListLine04.
    05 line 9 col 1  pic x(66) from ListLine05.
    05 line 10 col 1 pic x(66) from ListLine06.
    05 line 11 col 1 pic x(66) from ListLine07.
    05 line 12 col 1 pic x(66) from ListLine08.
    05 line 13 col 1 pic x(66) from ListLine09.
    05 line 14 col 1 pic x(66) from ListLine10.
    05 line 16 col 1 value "CANCEL LINE (PENDING ONLY)  . . . . . . ".
    05 line 16 col 41 pic 9(02) using ListSelectNumber.
    05 line 17 col 1 value "N=NEXT  P=PREVIOUS  BLANK=RETURN . . . ".
    05 line 17 col 41 pic x(01) using ListAction.
    05 line 19 col 1 pic x(40) from ListMessage.

01  RqeCancelScreen.
    05 blank screen.
    05 line 1 col 1  value "GENERATION REQUEST STATUS".
    05 line 3 col 1  value "REQUEST ID . . . . . . . . . . . . . . ".
    05 line 3 col 41 pic x(08) from AuthReqId.
    05 line 4 col 1  value "CODE TYPE / COUNT  . . . . . . . . . . ".
    05 line 4 col 41 pic x(04) from AuthReqCodeType.
    05 line 4 col 46 pic zzzzzz9 from AuthReqCount.
    05 line 5 col 1  value "NEEDED-BY DATE . . . . . . . . . . . . ".
    05 line 5 col 41 pic x(08) from AuthReqNeededByDate.
    05 line 7 col 1  value "CANCEL THIS REQUEST? (Y/N) . . . . . . ".
    05 line 7 col 41 pic x(01) to CancelResponse.

procedure division.
0000-mainline.
    perform 1000-initialize
    perform 2000-process-one-menu until OperatorDone
    perform 3000-finalize
    stop run
    .

1000-initialize.
    move function current-date to CurrentDateTime
    move CurrentDateTime (1:8) to TodayDate

    perform 1400-open-operator-file
    perform 1500-sign-on-operator

    open extend AuthRqeAuditFile
    if RqeAuditFileStatus = "35"
        open output AuthRqeAuditFile
    end-if

    open i-o AuthRequestFile
    if AuthRequestFileStatus = "39"
        display "AUTHRQEN FATAL: request queue authreq.dat record"
                " layout mismatch (file status 39) - run the"
                " AUTHQCNV conversion"
        move 12 to return-code
        stop run
    end-if
    if AuthRequestFileStatus = "35"
        open output AuthRequestFile
        close AuthRequestFile
        open i-o AuthRequestFile
    end-if

    open input AuthRequestorFile
    if RequestorFileStatus = "39"
        display "AUTHRQEN FATAL: requestor master authrqst.dat record"
                " layout mismatch (file status 39) - it holds the"
                " month-to-date quota counts, do not delete it"
        move 12 to return-code
        stop run
    end-if
    if RequestorFileStatus = "35"
        display "AUTHRQEN FATAL: requestor master authrqst.dat not"
                " found - key the requestors via AUTHRQSM first"
        move 12 to return-code
        stop run
    end-if

    open input AuthCfgFile
    if AuthCfgFileStatus = "39"
        display "AUTHRQEN FATAL: config file authcfg.dat record"
                " layout mismatch (file status 39) - delete it and"
                " re-key the code types via AUTHCFGM"
        move 12 to return-code
        stop run
    end-if
    if AuthCfgFileStatus = "35"
        display "AUTHRQEN FATAL: config file authcfg.dat not found"
                " - key the code types via AUTHCFGM first"
        move 12 to return-code
        stop run
    end-if

    open input AuthMasterFile
    if AuthMasterFileStatus = "39"
        display "AUTHRQEN FATAL: master file authmstr.dat record"
                " layout mismatch (file status 39) - run the"
                " AUTHMCNV or AUTHICNV conversion"
        move 12 to return-code
        stop run
    end-if
    if AuthMasterFileStatus = "00"
        move "Y" to MasterFileOpenFlag
    end-if
    .

1400-open-operator-file.
    open i-o AuthOperatorFile
    if OperatorFileStatus = "39"
        display "AUTHRQEN FATAL: operator file authoper.dat record"
                " layout mismatch (file status 39) - delete it and"
                " re-key the operators"
        move 12 to return-code
        stop run
    end-if
    if OperatorFileStatus = "35"
        open output AuthOperatorFile
        close AuthOperatorFile
        open i-o AuthOperatorFile
        perform 1450-load-default-operator
    end-if
    .

1450-load-default-operator.
    move "SUPERVSR" to OperatorId
    move "SUPERVSR" to OperatorPassword
    set OperatorConfigAuthority to true
    set OperatorActive to true
    move "DEFAULT SUPERVISOR" to OperatorName
    write AuthOperatorRecord
    .

1500-sign-on-operator.
    move 0 to SignOnAttemptCount
    move "N" to SignedOnFlag
    move spaces to SignOnMessage
    perform 1510-accept-one-sign-on
        until SignedOn or SignOnAttemptCount >= SignOnAttemptLimit

    if not SignedOn
        display "AUTHRQEN: operator sign-on failed, session ended"
        close AuthOperatorFile
        move 12 to return-code
        stop run
    end-if
    .

1510-accept-one-sign-on.
    add 1 to SignOnAttemptCount
    move spaces to SignOnOperatorId
    move spaces to SignOnPassword
    display SignOnScreen
    accept SignOnScreen

    move SignOnOperatorId to OperatorId
    read AuthOperatorFile key is OperatorId
        invalid key
            move "OPERATOR NOT ON FILE" to SignOnMessage
        not invalid key
            evaluate true
                when OperatorDisabled
                    move "OPERATOR DISABLED" to SignOnMessage
                when SignOnPassword not = OperatorPassword
                    move "PASSWORD NOT VALID" to SignOnMessage
                when other
                    move "Y" to SignedOnFlag
            end-evaluate
    end-read
    .

2000-process-one-menu.
    move space to MenuAction
    display RqeMenuScreen
    accept RqeMenuScreen
    move spaces to MenuMessage

    if MenuRequestor = spaces
        move "Y" to OperatorDoneFlag
    else
        perform 2100-check-requestor
        if RequestorValid
            evaluate MenuAction
                when "E"
                when "e"
                    perform 2200-enter-request
                when "L"
                when "l"
                    perform 2500-list-requests
                when other
                    move "ACTION MUST BE E OR L" to MenuMessage
            end-evaluate
        end-if
    end-if
    .

2100-check-requestor.
    move "N" to RequestorValidFlag
    move MenuRequestor to RequestorId
    read AuthRequestorFile key is RequestorId
        invalid key
            move "REQUESTOR NOT ON FILE" to MenuMessage
        not invalid key
            if RequestorInactive
                move "REQUESTOR INACTIVE" to MenuMessage
            else
                move "Y" to RequestorValidFlag
            end-if
    end-read
    .

2200-enter-request.
    move spaces to EntryCodeType
    move 0 to EntryCount
    move spaces to EntryNeededBy
    move "N" to EntryConfirm
    move spaces to WarnedEntry
    move spaces to ValidationMessage
    move "N" to EntryDoneFlag
    perform 2210-accept-one-entry until EntryDone
    .

2210-accept-one-entry.
    display RqeEntryScreen
    accept RqeEntryScreen

    if EntryCodeType = spaces
        move "Y" to EntryDoneFlag
    else
        perform 2220-validate-entry
        if EntryValid
            perform 2240-check-type-capacity
            if CapacityLow
               and (EntryConfirm not = "Y"
                    or WarnedEntry not = EntryFields (1:11))
                move EntryFields (1:11) to WarnedEntry
                move "N" to EntryConfirm
            else
                perform 2300-write-request
                if RequestWritten
                    move "Y" to EntryDoneFlag
                    display RqeQueuedScreen
                    accept RqeQueuedScreen
                end-if
            end-if
        end-if
    end-if
    .

2220-validate-entry.
    move "Y" to EntryValidFlag
    move spaces to ValidationMessage
    perform 2225-read-entry-type
    move "N" to PermittedTypeFlag
    move 1 to RequestorSlot
    perform 2230-search-permitted-types
        until PermittedTypeFound or RequestorSlot > 5

    evaluate true
        when not TypeFound
            move "CODE TYPE NOT ON FILE" to ValidationMessage
            move "N" to EntryValidFlag
        when not TypeActive
            move "CODE TYPE INACTIVE OR NOT YET EFFECTIVE"
                to ValidationMessage
            move "N" to EntryValidFlag
        when not PermittedTypeFound
            move "CODE TYPE NOT PERMITTED FOR REQUESTOR"
                to ValidationMessage
            move "N" to EntryValidFlag
        when EntryCount not numeric or EntryCount = 0
            move "NUMBER OF CODES MUST BE 1 OR MORE"
                to ValidationMessage
            move "N" to EntryValidFlag
        when EntryNeededBy not numeric
            move "NEEDED-BY DATE MUST BE CCYYMMDD" to ValidationMessage
            move "N" to EntryValidFlag
        when EntryNeededMonth < 1 or EntryNeededMonth > 12
            move "NEEDED-BY DATE MONTH NOT VALID" to ValidationMessage
            move "N" to EntryValidFlag
        when EntryNeededDay < 1 or EntryNeededDay > 31
            move "NEEDED-BY DATE DAY NOT VALID" to ValidationMessage
            move "N" to EntryValidFlag
        when EntryNeededBy < TodayDate
            move "NEEDED-BY DATE IS IN THE PAST" to ValidationMessage
            move "N" to EntryValidFlag
    end-evaluate
    .

2225-read-entry-type.
    move "N" to TypeFoundFlag
    move "N" to TypeActiveFlag
    move EntryCodeType to AuthCfgType
    read AuthCfgFile key is AuthCfgType
        invalid key
            continue
        not invalid key
            move "Y" to TypeFoundFlag
            if AuthCfgActive and AuthCfgEffectiveDate <= TodayDate
                move "Y" to TypeActiveFlag
            end-if
    end-read
    .

2230-search-permitted-types.
    if RequestorPermittedType (RequestorSlot) = EntryCodeType
        move "Y" to PermittedTypeFlag
    else
        add 1 to RequestorSlot
    end-if
    .

2240-check-type-capacity.
    move "N" to CapacityLowFlag
    if AuthCfgNumericClass
        move 10 to CharacterBase
    else
        move 16 to CharacterBase
    end-if
    if AuthCfgCheckCharOn and AuthCfgLength > 1
        compute FreePositions = AuthCfgLength - 1
    else
        move AuthCfgLength to FreePositions
    end-if
    move 1 to TypePoolSize
    perform 2245-multiply-pool-base
        varying PowerIndex from 1 by 1
        until PowerIndex > FreePositions

    move 0 to TypeCodesInUse
    if MasterFileOpen
        move "N" to EndOfMasterFileFlag
        move EntryCodeType to AuthCodeType
        move low-values to AuthCodeIssueDate
        start AuthMasterFile key >= AuthCodeTypeIssueKey
            invalid key move "Y" to EndOfMasterFileFlag
        end-start
        perform 2250-read-next-type-code
        perform 2255-count-one-type-code until EndOfMasterFile
    end-if

    compute ProjectedInUse = TypeCodesInUse + EntryCount
    compute UtilizationPct rounded = ProjectedInUse * 100 / TypePoolSize
        on size error move 999.9 to UtilizationPct
    end-compute
    move UtilizationPct to UtilizationText

    evaluate true
        when ProjectedInUse > TypePoolSize
            move "Y" to CapacityLowFlag
            move "TYPE POOL TOO SMALL - CONFIRM Y TO QUEUE"
                to ValidationMessage
        when UtilizationPct >= WarningThresholdPct
            move "Y" to CapacityLowFlag
            string "CAPACITY LOW: " UtilizationText
                "% USED - CONFIRM Y" delimited size
                into ValidationMessage
        when other
            continue
    end-evaluate
    .

2245-multiply-pool-base.
    multiply CharacterBase by TypePoolSize
    .

2250-read-next-type-code.
    if not EndOfMasterFile
        read AuthMasterFile next record
            at end move "Y" to EndOfMasterFileFlag
        end-read
    end-if
    if not EndOfMasterFile
       and AuthCodeType not = EntryCodeType
        move "Y" to EndOfMasterFileFlag
    end-if
    .

2255-count-one-type-code.
    add 1 to TypeCodesInUse
    perform 2250-read-next-type-code
    .

2300-write-request.
    perform 2310-find-high-request-number
    move "N" to RequestWrittenFlag
    if HighRequestNumber > 999997
        move "REQUEST QUEUE FULL - NOT QUEUED" to ValidationMessage
    else
        perform 2305-write-new-request
    end-if
    .

2305-write-new-request.
    compute NewRequestNumber = HighRequestNumber + 1
    move spaces to AuthRequestRecord
    move MenuRequestor to AuthReqRequestor
    move EntryCodeType to AuthReqCodeType
    move EntryCount to AuthReqCount
    move EntryNeededBy to AuthReqNeededByDate
    set AuthReqPending to true
    move 0 to AuthReqDeliveredCount
    perform 2320-write-one-request-try
        until RequestWritten or NewRequestNumber > 999998

    if RequestWritten
        move "E" to RqeAudAction
        perform 2700-write-entry-audit
    else
        move "REQUEST QUEUE FULL - NOT QUEUED" to ValidationMessage
    end-if
    .

2310-find-high-request-number.
    move 0 to HighRequestNumber
    move "N" to EndOfRequestsFlag
    move "RQ000000" to AuthReqId
    start AuthRequestFile key >= AuthReqId
        invalid key move "Y" to EndOfRequestsFlag
    end-start
    perform 2315-note-one-request-number until EndOfRequests
    .

2315-note-one-request-number.
    read AuthRequestFile next record
        at end move "Y" to EndOfRequestsFlag
    end-read
    if not EndOfRequests
        if AuthReqId (1:2) not = "RQ"
            move "Y" to EndOfRequestsFlag
        else
            if AuthReqId (3:6) numeric
               and AuthReqId (3:6) > HighRequestNumber
                move AuthReqId (3:6) to HighRequestNumber
            end-if
        end-if
    end-if
    .

2320-write-one-request-try.
    move NewRequestId to AuthReqId
    write AuthRequestRecord
        invalid key
            add 1 to NewRequestNumber
        not invalid key
            move "Y" to RequestWrittenFlag
    end-write
    .

2500-list-requests.
    perform 2510-count-own-requests
    if ListTotalCount = 0
        move "NO REQUESTS ON FILE FOR THIS REQUESTOR" to MenuMessage
    else
        compute ListPageCount =
            (ListTotalCount + ListPageSize - 1) / ListPageSize
        move 1 to ListPageNumber
        move spaces to ListMessage
        move "N" to ListDoneFlag
        perform 2570-show-request-page until ListDone
    end-if
    .

2510-count-own-requests.
    move 0 to ListTotalCount
    move 0 to ListPendingCount
    perform 2520-start-request-scan
    perform 2530-read-next-own-request
    perform 2540-tally-one-own-request until EndOfRequests
    .

2520-start-request-scan.
    move "N" to EndOfRequestsFlag
    move low-values to AuthReqId
    start AuthRequestFile key >= AuthReqId
        invalid key move "Y" to EndOfRequestsFlag
    end-start
    .

2530-read-next-own-request.
    move "N" to OwnRequestFoundFlag
    perform 2535-read-next-request
        until OwnRequestFound or EndOfRequests
    .

2535-read-next-request.
    read AuthRequestFile next record
        at end move "Y" to EndOfRequestsFlag
    end-read
    if not EndOfRequests
       and AuthReqRequestor = MenuRequestor
        move "Y" to OwnRequestFoundFlag
    end-if
    .

2540-tally-one-own-request.
    add 1 to ListTotalCount
    if AuthReqPending
        add 1 to ListPendingCount
    end-if
    perform 2530-read-next-own-request
    .

2550-load-request-page.
    move spaces to ListPage
    move spaces to ListRequestTable
    move 0 to ListRowCount
    compute ListSkipCount = (ListPageNumber - 1) * ListPageSize
    move 0 to ListSkippedCount
    perform 2520-start-request-scan
    perform 2530-read-next-own-request
    perform 2555-skip-one-own-request
        until EndOfRequests or ListSkippedCount >= ListSkipCount
    perform 2560-load-one-own-request
        until EndOfRequests or ListRowCount >= ListPageSize
    .

2555-skip-one-own-request.
    add 1 to ListSkippedCount
    perform 2530-read-next-own-request
    .

2560-load-one-own-request.
    add 1 to ListRowCount
    perform 2565-describe-request-status
    move ListRowCount to ListRowNumber
    move AuthReqId to ListRowReqId
    move AuthReqCodeType to ListRowType
    move AuthReqCount to ListRowCodeCount
    move AuthReqNeededByDate to ListRowNeededBy
    move RequestStatusText to ListRowStatus
    if AuthReqDeliveredCount numeric
        move AuthReqDeliveredCount to ListRowDelivered
    else
        move 0 to ListRowDelivered
    end-if
    move AuthReqCompletedTime (1:14) to ListRowCompleted
    move ListRowLine to ListLine (ListRowCount)
    move AuthReqId to ListRequestId (ListRowCount)
    perform 2530-read-next-own-request
    .

2565-describe-request-status.
    evaluate true
        when AuthReqPending        move "PENDING"   to RequestStatusText
        when AuthReqCompleted      move "COMPLETED" to RequestStatusText
        when AuthReqShortDelivered move "SHORT"     to RequestStatusText
        when AuthReqFailed         move "FAILED"    to RequestStatusText
        when AuthReqCancelled      move "CANCELLED" to RequestStatusText
        when other                 move "UNKNOWN"   to RequestStatusText
    end-evaluate
    .

2570-show-request-page.
    perform 2550-load-request-page
    move 0 to ListSelectNumber
    move spaces to ListAction
    display RqeListScreen
    accept RqeListScreen
    move spaces to ListMessage

    evaluate true
        when ListSelectNumber > 0
            perform 2580-cancel-selected-request
        when ListAction = "N" or ListAction = "n"
            if ListPageNumber < ListPageCount
                add 1 to ListPageNumber
            else
                move "ALREADY ON THE LAST PAGE" to ListMessage
            end-if
        when ListAction = "P" or ListAction = "p"
            if ListPageNumber > 1
                subtract 1 from ListPageNumber
            else
                move "ALREADY ON THE FIRST PAGE" to ListMessage
            end-if
        when ListAction = spaces
            move "Y" to ListDoneFlag
        when other
            move "ENTER N, P, A LINE NUMBER OR BLANK" to ListMessage
    end-evaluate
    .

2580-cancel-selected-request.
    if ListSelectNumber > ListRowCount
        move "LINE NOT ON THIS PAGE" to ListMessage
    else
        move ListRequestId (ListSelectNumber) to AuthReqId
        read AuthRequestFile key is AuthReqId
            invalid key
                move "REQUEST NO LONGER ON FILE" to ListMessage
            not invalid key
                if AuthReqPending
                    perform 2590-confirm-cancel
                else
                    move "ONLY PENDING REQUESTS CAN BE CANCELLED"
                        to ListMessage
                end-if
        end-read
    end-if
    .

2590-confirm-cancel.
    move "N" to CancelResponse
    display RqeCancelScreen
    accept RqeCancelScreen

    if CancelResponse = "Y" or CancelResponse = "y"
        set AuthReqCancelled to true
        subtract 1 from ListPendingCount
        move function current-date to AuthReqCompletedTime
        move 0 to AuthReqDeliveredCount
        rewrite AuthRequestRecord
        move "X" to RqeAudAction
        perform 2700-write-entry-audit
        string "REQUEST " AuthReqId " CANCELLED"
            delimited size into ListMessage
    else
        move "REQUEST LEFT PENDING" to ListMessage
    end-if
    .

2700-write-entry-audit.
    move function current-date to RqeAudTimestamp
    move SignOnOperatorId to RqeAudOperator
    move AuthReqId to RqeAudRequestId
    move AuthReqRequestor to RqeAudRequestor
    move AuthReqCodeType to RqeAudCodeType
    move AuthReqCount to RqeAudCount
    move AuthReqNeededByDate to RqeAudNeededBy
    write AuthRqeAuditLine from RqeAuditRecord
    .

3000-finalize.
    close AuthRequestFile
    close AuthRequestorFile
    close AuthCfgFile
    if MasterFileOpen
        close AuthMasterFile
    end-if
    close AuthOperatorFile
    close AuthRqeAuditFile
    .
end program AUTHRQEN.
