*> VENDHIST.CPY - vendor master change-history record, the EMPHIST.CPY
*> old-value/new-value shape for VENDMAST.DAT: one dated row per field
*> vendmnt.cob adds or changes, plus the hold and confirm events of the
*> remit-to change control, appended to VENDHIST.DAT. VH-OPERATOR
*> answers "who changed this vendor's remit-to, and who confirmed it".
01  VENDOR-HISTORY-RECORD.
    05  VH-TIMESTAMP            PIC 9(14).
    05  VH-VENDOR-NO            PIC 9(6).
    05  VH-FIELD-NAME           PIC X(15).
    05  VH-OLD-VALUE            PIC X(30).
    05  VH-NEW-VALUE            PIC X(30).
    05  VH-OPERATOR             PIC X(20).
    05  VH-ACTION               PIC X(10).
