*> INQJRNL.CPY - inquiry access journal on INQJRNL.DAT, one row per
*> look an operator takes through an online inquiry screen (balinq,
*> asofinq, emphinq, addrmnt): who, when, from which screen, and the
*> account or employee key viewed - the question "who looked at this
*> employee's address" AUDIT.LOG never answered, because a read
*> changes nothing. inqrevw.cob reviews the week's rows for unusual
*> browsing; audarch.cob ages rows out on AUDIT.LOG's own retention
*> window into dated INQARCH generations.
01  INQUIRY-JOURNAL-RECORD.
    05  IJ-TIMESTAMP            PIC 9(14).
    05  IJ-OPERATOR-ID          PIC X(20).
    05  IJ-SCREEN               PIC X(8).
    05  IJ-KEY-TYPE             PIC X(4).
        88  IJ-KEY-ACCOUNT       VALUE "ACCT".
        88  IJ-KEY-EMPLOYEE      VALUE "EMP".
    05  IJ-KEY-VALUE            PIC 9(6).
