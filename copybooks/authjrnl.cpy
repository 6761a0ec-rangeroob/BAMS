*> master change journal - one record for every add, rewrite or
*> delete of an issued-codes master record, appended by AUTHJRNL
*> on behalf of the updating program. the images are the whole
*> AuthCodeRecord before and after the change (spaces before an
*> add, spaces after a delete) and must stay the same length as
*> authcode.cpy. AUTHRCVR rolls a restored master forward from it
*> and AUTHVFY traces every master status back to it
01  AuthJournalRecord.
    05 JournalTimestamp      pic x(21).
    05 JournalProgram        pic x(08).
    05 JournalRunId          pic x(08).
    05 JournalAction         pic x(01).
        88 JournalAddAction        value "A".
        88 JournalChangeAction     value "C".
        88 JournalDeleteAction     value "D".
    05 JournalBeforeImage    pic x(99).
    05 JournalBeforeView redefines JournalBeforeImage.
        10 JournalBeforeAuthCode pic x(08).
        10 filler            pic x(20).
        10 JournalBeforeStatus pic x(01).
        10 filler            pic x(70).
    05 JournalAfterImage     pic x(99).
    05 JournalAfterView redefines JournalAfterImage.
        10 JournalAfterAuthCode pic x(08).
        10 filler            pic x(20).
        10 JournalAfterStatus pic x(01).
        10 filler            pic x(70).
