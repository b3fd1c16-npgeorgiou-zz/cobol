*> SECLOG.CPY - sign-on security log on SECLOG.DAT, one row per
*> sign-on event opsignon.cob and credmnt.cob see: the good sign-ons,
*> every wrong PIN, the lockout it led to, an attempt against an id
*> already locked, and security's enrollments and resets. The
*> quarterly recertification report (authrcrt.cob) reads it back for
*> each operator's last sign-on and failure history alongside their
*> grants.
01  SECURITY-LOG-RECORD.
    05  SL-TIMESTAMP            PIC 9(14).
    05  SL-OPERATOR-ID          PIC X(20).
    05  SL-EVENT                PIC X(8).
        88  SL-SIGNED-ON         VALUE "SIGNON".
        88  SL-FAILED            VALUE "FAILED".
        88  SL-LOCKED-OUT        VALUE "LOCKOUT".
        88  SL-WHILE-LOCKED      VALUE "LOCKED".
        88  SL-NO-CREDENTIAL     VALUE "NOCRED".
        88  SL-PIN-CHANGED       VALUE "PINCHG".
        88  SL-ENROLLED          VALUE "ENROLL".
        88  SL-RESET             VALUE "RESET".
*> The online program the sign-on was for, or CREDMNT for security's
*> own maintenance.
    05  SL-PROGRAM              PIC X(8).
*> Who did it: the operator themself for a sign-on, the security
*> officer for an enroll or reset.
    05  SL-ACTOR                PIC X(20).
    05  SL-DETAIL               PIC X(40).
