*> TCPEND.CPY - timecard approval queue. timecard.cob moves every
*> TIMECARD.DAT row that passes the employee and cost-center edits
*> here as PENDING under the employee's supervisor; the supervisor
*> approves or rejects it on tcapprv.cob (a reject needs a reason and
*> goes back to the employee for correction), and only APPROVED cards
*> are costed and posted by the next timecard.cob run, which marks
*> them POSTED with the labor batch they went out in. A corrected
*> card keyed again for the same employee and work date closes the
*> returned one as RESUBMITTED. The rows stay on file as the trail.
01  TC-PENDING-RECORD.
    05  TP-CARD-ID              PIC 9(6).
    05  TP-STATUS               PIC X(1).
        88  TP-PENDING           VALUE "P".
        88  TP-APPROVED          VALUE "A".
        88  TP-REJECTED          VALUE "R".
        88  TP-RESUBMITTED       VALUE "C".
        88  TP-POSTED            VALUE "X".
    05  TP-EMP-ID               PIC 9(6).
    05  TP-WORK-DATE            PIC 9(8).
    05  TP-HOURS                PIC 9(2)V99.
    05  TP-CHARGED-CC           PIC 9(4).
    05  TP-PROJECT-NO           PIC 9(6).
    05  TP-SUPERVISOR-ID        PIC 9(6).
    05  TP-ENTERED-DATE         PIC 9(8).
    05  TP-REVIEWER-ID          PIC X(20).
    05  TP-REVIEW-TIMESTAMP     PIC X(14).
    05  TP-REJECT-REASON        PIC X(30).
    05  TP-BATCH-ID             PIC 9(6).
