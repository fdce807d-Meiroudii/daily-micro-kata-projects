      *> USAGEREC.CPY - per-code usage history record carried from
      *> night to night by CHOPUSE.  Bring it in under an FD with
      *> COPY USAGEREC REPLACING ==:TAG:== BY ==<prefix>==.
      *> One record per list-ID/code that has ever been answered
      *> FOUND, FOUND-INACTIVE or SUPERSEDED on RSLTOUT, sorted by
      *> :TAG:-KEY (list-ID, then code).  FIRST-DATE and LAST-DATE
      *> are the run dates of the first and latest hit, HITS the
      *> running total of result records for the code.  :TAG:-DEPT
      *> holds the first eight distinct departments that asked
      *> (DEPT-COUNT of them are filled); MORE-DEPTS is Y once a
      *> ninth department has asked and could not be recorded.
       01  :TAG:-REC.
           05  :TAG:-KEY.
               10  :TAG:-LIST-ID  PIC X(3).
               10  :TAG:-CODE     PIC 9(9).
           05  :TAG:-FIRST-DATE   PIC 9(8).
           05  :TAG:-LAST-DATE    PIC 9(8).
           05  :TAG:-HITS         PIC 9(9).
           05  :TAG:-DEPT-COUNT   PIC 9(2).
           05  :TAG:-DEPT         PIC X(4) OCCURS 8 TIMES.
           05  :TAG:-MORE-DEPTS   PIC X.
