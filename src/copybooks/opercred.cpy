*> OPERCRED.CPY - operator sign-on credential on OPERCRED.DAT, one row
*> per operator id: the proof of identity OPERAUTH.DAT never asked
*> for. An online screen trusted whatever id the session carried, so
*> anyone who knew a colleague's id could make and check the same
*> change. opsignon.cob now asks for the PIN before any screen
*> proceeds; credmnt.cob is where security enrolls an operator and
*> resets a lockout. The PIN itself is never kept - only a one-way
*> hash of it salted with the operator id, so two operators choosing
*> the same PIN do not share a hash.
01  OPER-CRED-RECORD.
    05  OC-OPERATOR-ID          PIC X(20).
    05  OC-PIN-HASH             PIC 9(10).
    05  OC-PIN-SET-DATE         PIC 9(8).
*> Last day the PIN signs on without being changed - the set date
*> plus the expiry interval. A PIN security issued (enroll or reset)
*> carries status "R" and must be changed at its first sign-on.
    05  OC-PIN-EXPIRY-DATE      PIC 9(8).
*> Consecutive wrong PINs since the last good sign-on, across
*> sessions; reaching the limit locks the id ("L") until security
*> resets it in credmnt.cob.
    05  OC-FAILED-COUNT         PIC 9(2).
    05  OC-STATUS               PIC X(1).
        88  OC-ACTIVE            VALUE "A".
        88  OC-LOCKED            VALUE "L".
        88  OC-MUST-CHANGE       VALUE "R".
    05  OC-LOCKED-TIMESTAMP     PIC 9(14).
    05  OC-LAST-SIGNON          PIC 9(14).
    05  OC-MAINTAINED-BY        PIC X(20).
