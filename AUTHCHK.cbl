identification division.
program-id. AUTHCHK.

environment division.
configuration section.
    special-names.
        class HexNumber is "0" thru "9",
                           "A" thru "F",
                           "a" thru "f".

input-output section.
file-control.
    select AuthCfgFile assign "authcfg.dat"
        organization indexed
        access mode dynamic
        record key AuthCfgType
        file status AuthCfgFileStatus.

data division.
file section.
fd  AuthCfgFile.
    copy authcfg.

working-storage section.
    01 AuthCfgFileStatus    pic x(02) value "00".
    01 CheckTypesLoadedFlag pic x(01) value "N".
        88 CheckTypesLoaded        value "Y".
    01 EndOfCfgFileFlag     pic x(01) value "N".
        88 EndOfCfgFile            value "Y".
    01 TableFullWarnedFlag  pic x(01) value "N".
        88 TableFullWarned         value "Y".
    01 CheckPassSeenFlag    pic x(01) value "N".
        88 CheckPassSeen           value "Y".
    01 CheckFailSeenFlag    pic x(01) value "N".
        88 CheckFailSeen           value "Y".
    01 PlainShapeSeenFlag   pic x(01) value "N".
        88 PlainShapeSeen          value "Y".
    01 ShapeMatchFlag       pic x(01) value "N".
        88 ShapeMatch              value "Y".
    01 CharFoundFlag        pic x(01) value "N".
        88 CharFound               value "Y".
    01 HexAlphabet          pic x(16) value "0123456789ABCDEF".
    01 LowerHexAlphabet     pic x(16) value "0123456789abcdef".
    01 TypeIndex            pic 9(02) comp.
    01 TypeTableLimit       pic 9(02) comp value 50.
    01 PresentedLength      pic 9(02) comp.
    01 WorkClass            pic x(01).
    01 WorkLength           pic 9(02) comp.
    01 WorkBase             pic 9(02) comp.
    01 PayloadIndex         pic 9(02) comp.
    01 PayloadLength        pic 9(02) comp.
    01 AlphabetIndex        pic 9(02) comp.
    01 CharValue            pic 9(02) comp.
    01 WeightFactor         pic 9(01) comp.
    01 WeightedValue        pic 9(03) comp.
    01 WeightedHigh         pic 9(03) comp.
    01 WeightedLow          pic 9(03) comp.
    01 CheckSum             pic 9(05) comp.
    01 CheckQuotient        pic 9(05) comp.
    01 CheckRemainder       pic 9(02) comp.
    01 CheckValue           pic 9(02) comp.
    01 ComputedCheckChar    pic x(01).

01  CheckTypeTable.
    05 CheckTypeCount       pic 9(02) comp value 0.
    05 CheckTypeEntry occurs 50.
        10 CheckTypeLength  pic 9(02).
        10 CheckTypeClass   pic x(01).
        10 CheckTypeFlag    pic x(01).

linkage section.
    copy authchkk.

procedure division using CheckCharRequest.
0000-mainline.
    set CheckCharPassed to true
    evaluate true
        when CheckCharGenerateAction
            perform 2000-stamp-check-character
        when CheckCharVerifyAction
            if not CheckTypesLoaded
                perform 1000-load-check-types
            end-if
            perform 3000-verify-presented-code
        when other
            set CheckCharFailed to true
    end-evaluate
    goback
    .

1000-load-check-types.
    move "Y" to CheckTypesLoadedFlag
    move 0 to CheckTypeCount
    open input AuthCfgFile
    if AuthCfgFileStatus = "00"
        move "N" to EndOfCfgFileFlag
        perform 1100-read-next-config-record
        perform 1200-load-one-config-record until EndOfCfgFile
        close AuthCfgFile
    end-if
    .

1100-read-next-config-record.
    read AuthCfgFile next record
        at end move "Y" to EndOfCfgFileFlag
    end-read
    .

1200-load-one-config-record.
    if CheckTypeCount < TypeTableLimit
        add 1 to CheckTypeCount
        move AuthCfgLength to CheckTypeLength (CheckTypeCount)
        move AuthCfgCharacterClass to CheckTypeClass (CheckTypeCount)
        if AuthCfgCheckCharOn
            move "Y" to CheckTypeFlag (CheckTypeCount)
        else
            move "N" to CheckTypeFlag (CheckTypeCount)
        end-if
    else
        if not TableFullWarned
            display "AUTHCHK WARNING: code-type table full, "
                    "untracked types not check-verified"
            set TableFullWarned to true
        end-if
    end-if
    perform 1100-read-next-config-record
    .

2000-stamp-check-character.
    move CheckCharClass to WorkClass
    move CheckCharLength to WorkLength
    if WorkLength > 1 and WorkLength <= 8
        perform 5000-compute-check-character
        move ComputedCheckChar to CheckCharAuthCode (WorkLength:1)
    else
        set CheckCharFailed to true
    end-if
    .

3000-verify-presented-code.
    move "N" to CheckPassSeenFlag
    move "N" to CheckFailSeenFlag
    move "N" to PlainShapeSeenFlag
    if CheckCharAuthCode = spaces
        move 0 to PresentedLength
    else
        compute PresentedLength =
            function length (function trim (CheckCharAuthCode))
    end-if

    if PresentedLength > 1
        perform 3100-judge-one-type
            varying TypeIndex from 1 by 1
            until TypeIndex > CheckTypeCount
        if CheckFailSeen and not CheckPassSeen and not PlainShapeSeen
            set CheckCharFailed to true
        end-if
    end-if
    .

3100-judge-one-type.
    if CheckTypeLength (TypeIndex) = PresentedLength
        perform 3110-match-type-shape
        if ShapeMatch
            if CheckTypeFlag (TypeIndex) = "Y"
                move CheckTypeClass (TypeIndex) to WorkClass
                move PresentedLength to WorkLength
                perform 5000-compute-check-character
                if CheckCharAuthCode (WorkLength:1) = ComputedCheckChar
                    move "Y" to CheckPassSeenFlag
                else
                    move "Y" to CheckFailSeenFlag
                end-if
            else
                move "Y" to PlainShapeSeenFlag
            end-if
        end-if
    end-if
    .

3110-match-type-shape.
    move "N" to ShapeMatchFlag
    evaluate CheckTypeClass (TypeIndex)
        when "N"
            if CheckCharAuthCode (1:PresentedLength) is numeric
                move "Y" to ShapeMatchFlag
            end-if
        when other
            if CheckCharAuthCode (1:PresentedLength) is HexNumber
                move "Y" to ShapeMatchFlag
            end-if
    end-evaluate
    .

5000-compute-check-character.
    if WorkClass = "N"
        move 10 to WorkBase
    else
        move 16 to WorkBase
    end-if

    move 0 to CheckSum
    move 2 to WeightFactor
    compute PayloadLength = WorkLength - 1
    perform 5100-add-one-payload-position
        varying PayloadIndex from PayloadLength by -1
        until PayloadIndex < 1

    divide CheckSum by WorkBase
        giving CheckQuotient remainder CheckRemainder
    if CheckRemainder = 0
        move 0 to CheckValue
    else
        compute CheckValue = WorkBase - CheckRemainder
    end-if
    move HexAlphabet (CheckValue + 1:1) to ComputedCheckChar
    .

5100-add-one-payload-position.
    perform 5110-locate-character-value
    compute WeightedValue = WeightFactor * CharValue
    divide WeightedValue by WorkBase
        giving WeightedHigh remainder WeightedLow
    add WeightedHigh WeightedLow to CheckSum
    if WeightFactor = 2
        move 1 to WeightFactor
    else
        move 2 to WeightFactor
    end-if
    .

5110-locate-character-value.
    move 0 to CharValue
    move "N" to CharFoundFlag
    move 1 to AlphabetIndex
    perform 5120-match-one-alphabet-slot
        until CharFound or AlphabetIndex > 16
    .

5120-match-one-alphabet-slot.
    if HexAlphabet (AlphabetIndex:1) = CheckCharAuthCode (PayloadIndex:1)
       or LowerHexAlphabet (AlphabetIndex:1)
          = CheckCharAuthCode (PayloadIndex:1)
        compute CharValue = AlphabetIndex - 1
        move "Y" to CharFoundFlag
    else
        add 1 to AlphabetIndex
    end-if
    .
end program AUTHCHK.
