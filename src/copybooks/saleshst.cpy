    05  SH-DATE                 PIC 9(8).
    05  SH-FISCAL-YEAR          PIC 9(4).
    05  SH-FISCAL-PERIOD        PIC 9(2).
*> Project the line was billed to, from INV-PROJECT-NO (zero = none).
    05  SH-PROJECT-NO           PIC 9(6).
