      *> REJREC.CPY - target reject extract written by CHOPEDIT
      *> (REJOUT) alongside the printed EDITRPT, and read by CHOPSUS
      *> to hold each rejected target in suspense for its department.
      *> RJ-RAW is the raw RAWTRAN image exactly as submitted (the
      *> target may be non-numeric); RJ-REASON is the short reason
      *> code kept on the suspense record and RJ-REASON-TEXT the same
      *> wording EDITRPT prints.
       01  RJ-REC.
           05  RJ-RAW.
               10  RJ-LIST-ID    PIC X(3).
               10  RJ-TARGET     PIC X(9).
               10  RJ-DEPT       PIC X(4).
               10  RJ-REF        PIC X(8).
               10  RJ-ASOF       PIC X(8).
           05  RJ-REASON         PIC X(2).
               88  RJ-LIST-MISSING     VALUE 'LM'.
               88  RJ-LIST-RESERVED    VALUE 'LR'.
               88  RJ-NOT-NUMERIC      VALUE 'TN'.
               88  RJ-ZERO-TARGET      VALUE 'TZ'.
               88  RJ-DEPT-MISSING     VALUE 'DM'.
               88  RJ-DEPT-RESERVED    VALUE 'DR'.
               88  RJ-BAD-ASOF         VALUE 'AD'.
           05  RJ-REASON-TEXT    PIC X(40).
           05  RJ-RUN-DATE       PIC 9(8).
