*> JEMAKER.CPY - maker log on JEMAKER.DAT, one row per journal batch
*> jrnlent.cob releases: who keyed it, when, and the release serial
*> its 79-million sequence numbers are built from (79000000 + serial
*> x 100 + leg). A transaction parked on PENDTXN.DAT carries only its
*> checker, so this is how sodrun.cob ties a large journal line back
*> to its maker and catches an operator approving their own entry.
01  JE-MAKER-RECORD.
    05  JM-BATCH-ID             PIC 9(6).
    05  JM-JE-SERIAL            PIC 9(6).
    05  JM-LINE-COUNT           PIC 9(3).
    05  JM-MAKER                PIC X(20).
    05  JM-TIMESTAMP            PIC 9(14).
