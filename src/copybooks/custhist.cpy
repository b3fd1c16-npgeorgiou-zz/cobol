*> CUSTHIST.CPY - customer master change-history record, the
*> EMPHIST.CPY old-value/new-value shape for CUSTMAST.DAT: one dated
*> row per field custmnt.cob adds or changes, and one per credit-limit
*> increase chgapprv.cob applies off the approval queue, appended to
*> CUSTHIST.DAT. CH-OPERATOR is who keyed the change; CH-APPROVER is
*> the second operator who approved a limit increase, spaces for a
*> change that needed no approval. crlimrpt.cob reports the limit
*> rows for credit control.
01  CUSTOMER-HISTORY-RECORD.
    05  CH-TIMESTAMP            PIC 9(14).
    05  CH-CUST-NO              PIC 9(6).
    05  CH-FIELD-NAME           PIC X(15).
    05  CH-OLD-VALUE            PIC X(30).
    05  CH-NEW-VALUE            PIC X(30).
    05  CH-OPERATOR             PIC X(20).
    05  CH-APPROVER             PIC X(20).
    05  CH-ACTION               PIC X(10).
