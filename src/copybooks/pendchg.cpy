*> PC-KEY-VALUE carries the code value (CODETBL) or effective date
*> (RATETBL); PC-TEXT-VALUE the description, rate code or field name;
*> the numeric values carry the rate or the range low/high.
*> A customer credit-limit increase over the CRLIMAPP.CTL threshold
*> (custmnt.cob) queues here too, table CUSTLIM action U: the key is
*> the customer number, the numeric values the new and the old limit.
01  PENDING-CHANGE-RECORD.
    05  PC-CHANGE-ID            PIC 9(6).
    05  PC-TABLE-NAME           PIC X(8).
        88  PC-TABLE-CODETBL     VALUE "CODETBL".
        88  PC-TABLE-RATETBL     VALUE "RATETBL".
        88  PC-TABLE-RANGETBL    VALUE "RANGETBL".
        88  PC-TABLE-CUSTLIM     VALUE "CUSTLIM".
    05  PC-ACTION               PIC X(1).
        88  PC-ACTION-ADD        VALUE "A".
        88  PC-ACTION-RETIRE     VALUE "R".
        88  PC-ACTION-ACTIVATE   VALUE "C".
        88  PC-ACTION-CHANGE     VALUE "U".
    05  PC-KEY-VALUE            PIC 9(8).
    05  PC-TEXT-VALUE           PIC X(20).
    05  PC-NUMERIC-VALUE        PIC S9(7)V9(4) SIGN IS LEADING SEPARATE.
