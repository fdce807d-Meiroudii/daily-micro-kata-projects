      *> SUSPREC.CPY - rejected-target suspense record carried from
      *> day to day by CHOPSUS.  Bring it in under an FD with
      *> COPY SUSPREC REPLACING ==:TAG:== BY ==<prefix>==.
      *> One record per target that was dropped from the daily cycle
      *> - a CHOPEDIT reject, or a lookup answered LIST UNKNOWN or
      *> NOT AUTHORIZED - sorted by :TAG:-KEY (department, then the
      *> suspense ID).  The ID is the date the item was first
      *> suspended plus a sequence number within that day; it is
      *> printed on the department's notice and quoted back on a
      *> correction.  LIST-ID, TARGET and ASOF hold the values the
      *> item will be (or was last) submitted with: the raw values
      *> at first, the corrected ones once a correction is applied.
      *> ASOF is blank when the target is judged as of its run date.
      *> STATE is O while the item waits for a correction and R once
      *> it has been resubmitted and the lookup has not answered it
      *> yet; LAST-DATE is the date it last changed state and
      *> RESUB-COUNT how many times it has been sent back.
       01  :TAG:-REC.
           05  :TAG:-KEY.
               10  :TAG:-DEPT     PIC X(4).
               10  :TAG:-ID.
                   15  :TAG:-ID-DATE  PIC 9(8).
                   15  :TAG:-ID-SEQ   PIC 9(6).
           05  :TAG:-REF          PIC X(8).
           05  :TAG:-LIST-ID      PIC X(3).
           05  :TAG:-TARGET       PIC X(9).
           05  :TAG:-ASOF         PIC X(8).
           05  :TAG:-REASON       PIC X(2).
           05  :TAG:-REASON-TEXT  PIC X(40).
           05  :TAG:-STATE        PIC X.
               88  :TAG:-OUTSTANDING   VALUE 'O'.
               88  :TAG:-RESUBMITTED   VALUE 'R'.
           05  :TAG:-LAST-DATE    PIC 9(8).
           05  :TAG:-RESUB-COUNT  PIC 9(3).
           05  FILLER             PIC X(10).
