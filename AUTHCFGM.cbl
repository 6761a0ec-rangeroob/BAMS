    copy authoper.

fd  AuthCfgAuditFile.
01  AuthCfgAuditLine pic x(94).

working-storage section.
    01 AuthCfgFileStatus    pic x(02) value "00".
    01 TodayDate            pic x(08).
    01 ChangeToActiveFlag   pic x(01) value "N".
        88 ChangeToActiveType      value "Y".
    01 ExistingTypeFlag     pic x(01) value "N".
        88 ExistingTypeChange      value "Y".
    01 MaintenanceType      pic x(04).
    01 MaintenanceAction    pic x(01).
    01 AddResponse          pic x(01).
        05 EntryExpDays     pic 9(03).
        05 EntryRetDays     pic 9(03).
        05 EntryEffDate     pic x(08).
        05 EntryMaxUses     pic 9(03).
        05 EntryDailyLimit  pic 9(03).
        05 EntryCheckChar   pic x(01).
    01 EntryEffDateDigits redefines EntryFields.
        05 filler           pic x(09).
        05 EntryEffYear     pic 9(04).
    05 ImgRetDays           pic 9(03).
    05 ImgEffDate           pic x(08).
    05 ImgStatus            pic x(01).
    05 ImgMaxUses           pic 9(03).
    05 ImgDailyLimit        pic 9(03).
    05 ImgCheckChar         pic x(01).

01  CfgMaintAuditRecord.
    05 CfgAudTimestamp      pic x(21).
    05 filler               pic x(01) value space.
    05 CfgAudAction         pic x(01).
    05 filler               pic x(01) value space.
    05 CfgAudBeforeImage    pic x(25).
    05 filler               pic x(01) value "/".
    05 CfgAudAfterImage     pic x(25).
    05 filler               pic x(05) value spaces.

screen section.
01  SignOnScreen.
    05 line 8 col 41 pic 9(03) from AuthCfgRetentionDays.
    05 line 9 col 1  value "EFFECTIVE DATE . . . . . . . . . . . . ".
    05 line 9 col 41 pic x(08) from AuthCfgEffectiveDate.
    05 line 10 col 1 value "MAXIMUM USES PER CODE  . . . . . . . . ".
    05 line 10 col 41 pic 9(03) from AuthCfgMaxUses.
    05 line 11 col 1 value "DAILY USE LIMIT (0=NONE) . . . . . . . ".
    05 line 11 col 41 pic 9(03) from AuthCfgDailyLimit.
    05 line 12 col 1 value "CHECK CHARACTER (Y/N)  . . . . . . . . ".
    05 line 12 col 41 pic x(01) from AuthCfgCheckCharacter.
    05 line 14 col 1 value "ACTION: C=CHANGE D=DEACTIVATE  . . . . ".
    05 line 14 col 41 pic x(01) to MaintenanceAction.

01  CfgAddPromptScreen.
    05 blank screen.
    05 line 8 col 41 pic 9(03) to EntryRetDays.
    05 line 9 col 1  value "EFFECTIVE DATE (CCYYMMDD)  . . . . . . ".
    05 line 9 col 41 pic x(08) to EntryEffDate.
    05 line 10 col 1 value "MAXIMUM USES PER CODE (1-999)  . . . . ".
    05 line 10 col 41 pic 9(03) to EntryMaxUses.
    05 line 11 col 1 value "DAILY USE LIMIT (0=NONE) . . . . . . . ".
    05 line 11 col 41 pic 9(03) to EntryDailyLimit.
    05 line 12 col 1 value "CHECK CHARACTER (Y/N)  . . . . . . . . ".
    05 line 12 col 41 pic x(01) to EntryCheckChar.
    05 line 14 col 1 pic x(40) from ValidationMessage.

procedure division.
0000-mainline.
    move 365 to AuthCfgRetentionDays
    move "00000000" to AuthCfgEffectiveDate
    set AuthCfgActive to true
    move 1 to AuthCfgMaxUses
    move 0 to AuthCfgDailyLimit
    move "N" to AuthCfgCheckCharacter
    write AuthCodeConfig

    move "NUM8" to AuthCfgType
    move 365 to AuthCfgRetentionDays
    move "00000000" to AuthCfgEffectiveDate
    set AuthCfgActive to true
    move 1 to AuthCfgMaxUses
    move 0 to AuthCfgDailyLimit
    move "N" to AuthCfgCheckCharacter
    write AuthCodeConfig
    .


2200-maintain-existing-type.
    move "N" to ChangeToActiveFlag
    move "Y" to ExistingTypeFlag
    if AuthCfgInactive
        move "INACTIVE" to StatusDisplayText
    else
            move AuthCfgExpirationDays to EntryExpDays
            move AuthCfgRetentionDays to EntryRetDays
            move AuthCfgEffectiveDate to EntryEffDate
            move AuthCfgMaxUses to EntryMaxUses
            move AuthCfgDailyLimit to EntryDailyLimit
            if AuthCfgCheckCharOn
                move "Y" to EntryCheckChar
            else
                move "N" to EntryCheckChar
            end-if
            perform 2400-accept-and-edit-fields
            perform 2500-move-entry-to-record
            set AuthCfgActive to true

    if AddResponse = "Y" or AddResponse = "y"
        move "N" to ChangeToActiveFlag
        move "N" to ExistingTypeFlag
        move 6 to EntryLength
        move "H" to EntryClass
        move 90 to EntryExpDays
        move 365 to EntryRetDays
        move spaces to EntryEffDate
        move 1 to EntryMaxUses
        move 0 to EntryDailyLimit
        move "N" to EntryCheckChar
        perform 2400-accept-and-edit-fields
        move MaintenanceType to AuthCfgType
        perform 2500-move-entry-to-record
            move "FUTURE DATE INVALID FOR ACTIVE TYPE"
                to ValidationMessage
            move "N" to EntryValidFlag
        when EntryMaxUses < 1
            move "MAXIMUM USES MUST BE 1 THROUGH 999"
                to ValidationMessage
            move "N" to EntryValidFlag
        when EntryDailyLimit > EntryMaxUses
            move "DAILY LIMIT CANNOT EXCEED MAXIMUM USES"
                to ValidationMessage
            move "N" to EntryValidFlag
        when EntryCheckChar not = "Y" and EntryCheckChar not = "N"
            move "CHECK CHARACTER MUST BE Y OR N" to ValidationMessage
            move "N" to EntryValidFlag
        when ExistingTypeChange
         and EntryCheckChar not = AuthCfgCheckCharacter
            move "CHECK CHARACTER ONLY SET WHEN TYPE ADDED"
                to ValidationMessage
            move "N" to EntryValidFlag
        when EntryCheckChar = "Y" and EntryLength < 2
            move "CHECK CHARACTER NEEDS LENGTH 2 OR MORE"
                to ValidationMessage
            move "N" to EntryValidFlag
    end-evaluate
    .

    move EntryExpDays to AuthCfgExpirationDays
    move EntryRetDays to AuthCfgRetentionDays
    move EntryEffDate to AuthCfgEffectiveDate
    move EntryMaxUses to AuthCfgMaxUses
    move EntryDailyLimit to AuthCfgDailyLimit
    move EntryCheckChar to AuthCfgCheckCharacter
    .

2600-capture-config-image.
    move AuthCfgRetentionDays to ImgRetDays
    move AuthCfgEffectiveDate to ImgEffDate
    move AuthCfgStatus to ImgStatus
    move AuthCfgMaxUses to ImgMaxUses
    move AuthCfgDailyLimit to ImgDailyLimit
    move AuthCfgCheckCharacter to ImgCheckChar
    .

2700-write-maintenance-audit.
