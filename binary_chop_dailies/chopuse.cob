       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHOPUSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL USAGE-IN ASSIGN TO "USAGEIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS UHIN-STATUS.
           SELECT RESULT-EXTRACT ASSIGN TO "RSLTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RS-STATUS.
           SELECT MASTER-FILE ASSIGN TO "MASTERIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MASTER-STATUS.
           SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-STATUS.
           SELECT USAGE-OUT ASSIGN TO "USAGEOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS UHOUT-STATUS.
           SELECT DORMANT-RPT ASSIGN TO "DORMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DORM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  USAGE-IN
           RECORDING MODE IS F.
           COPY USAGEREC REPLACING ==:TAG:== BY ==UHIN==.

       FD  RESULT-EXTRACT
           RECORDING MODE IS F.
       01  RS-REC.
           05  RS-DEPT          PIC X(4).
           05  RS-REF           PIC X(8).
           05  RS-LIST-ID       PIC X(3).
           05  RS-TARGET        PIC 9(9).
           05  RS-STATUS-TEXT   PIC X(14).
           05  RS-INDEX         PIC 9(9).
           05  RS-RUN-DATE      PIC 9(8).
           05  RS-ASOF-DATE     PIC 9(8).
       01  RS-SUGG-REC.
           05  FILLER           PIC X(24).
           05  RS-SUGG-MARK     PIC X(4).
               88  RS-SUGGESTION-REC    VALUE 'SUGG'.
           05  FILLER           PIC X(35).

       FD  MASTER-FILE
           RECORDING MODE IS F.
           COPY MSTRREC REPLACING ==:TAG:== BY ==MASTER==.

       FD  CONTROL-CARD-FILE.
       01  CTL-REC              PIC X(80).

       FD  USAGE-OUT
           RECORDING MODE IS F.
           COPY USAGEREC REPLACING ==:TAG:== BY ==UHOUT==.

       FD  DORMANT-RPT.
       01  DORM-REC             PIC X(100).

       WORKING-STORAGE SECTION.
       01  UHIN-STATUS      PIC XX.
       01  RS-STATUS        PIC XX.
       01  MASTER-STATUS    PIC XX.
       01  CTL-STATUS       PIC XX.
       01  UHOUT-STATUS     PIC XX.
       01  DORM-STATUS      PIC XX.
       01  RUN-OK           PIC X VALUE 'Y'.
           88  RUN-GOOD             VALUE 'Y'.
           88  RUN-FAILED           VALUE 'N'.
       01  WS-RUN-DATE      PIC 9(8).
       01  RUN-DATE-INT     PIC 9(9).
       01  REF-DATE-INT     PIC 9(9).
       01  DORMANT-DAYS     PIC 9(5) VALUE 180.
       01  CUTOFF-DATE      PIC 9(8).
       01  REF-DATE         PIC 9(8).
       01  DAYS-IDLE        PIC S9(9).
       01  PREV-USAGE-KEY   PIC X(12) VALUE LOW-VALUES.
       01  PREV-LIST-ID     PIC X(3) VALUE SPACES.
       01  OLD-USAGE-READ   PIC 9(9) VALUE ZERO.
       01  RESULTS-READ     PIC 9(9) VALUE ZERO.
       01  HITS-FOLDED      PIC 9(9) VALUE ZERO.
       01  RESULTS-SKIPPED  PIC 9(9) VALUE ZERO.
       01  NEW-CODES-NOTED  PIC 9(9) VALUE ZERO.
       01  USAGE-WRITTEN    PIC 9(9) VALUE ZERO.
       01  MASTER-READ      PIC 9(9) VALUE ZERO.
       01  ACTIVE-CHECKED   PIC 9(9) VALUE ZERO.
       01  DORMANT-COUNT    PIC 9(9) VALUE ZERO.
       01  NEVER-COUNT      PIC 9(9) VALUE ZERO.
       01  LIST-DORMANT     PIC 9(9) VALUE ZERO.
       01  LIST-ACTIVE      PIC 9(9) VALUE ZERO.
       01  HIT-KEY.
           05  HIT-LIST-ID      PIC X(3).
           05  HIT-CODE         PIC 9(9).
       01  HIT-DEPT         PIC X(4).
       01  HIT-DATE         PIC 9(8).
       01  UT-TABLE-SIZE    PIC 9(9) VALUE ZERO.
       01  UT-TABLE-MAX     PIC 9(9) VALUE 9999.
       01  UT-TABLE.
           05  UT-ENTRY     OCCURS 9999 TIMES.
               10  UT-KEY.
                   15  UT-LIST-ID      PIC X(3).
                   15  UT-CODE         PIC 9(9).
               10  UT-FIRST-DATE   PIC 9(8).
               10  UT-LAST-DATE    PIC 9(8).
               10  UT-HITS         PIC 9(9).
               10  UT-DEPT-COUNT   PIC 9(2).
               10  UT-DEPT         PIC X(4) OCCURS 8 TIMES.
               10  UT-MORE-DEPTS   PIC X.
       01  UT-IDX           PIC 9(9).
       01  UT-MATCH-IDX     PIC 9(9).
       01  UT-OVERFLOW      PIC 9(9) VALUE ZERO.
       01  DEPT-SLOT-MAX    PIC 9(2) VALUE 8.
       01  DP-IDX           PIC 9(2).
       01  DP-MATCH-IDX     PIC 9(2).
       01  LEFT-IDX         PIC 9(9).
       01  RIGHT-IDX        PIC 9(9).
       01  MID              PIC 9(9).
       01  RESULT           PIC S9(9) VALUE -1.
       01  DEPT-PTR         PIC 9(3).
       01  DORM-LINE.
           05  DML-LIST-ID       PIC X(3).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  DML-CODE          PIC 9(9).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  DML-DESC          PIC X(30).
           05  FILLER            PIC X(7) VALUE SPACES.
           05  DML-LAST-HIT      PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  DML-DAYS-IDLE     PIC ZZZZ9.
           05  FILLER            PIC X(7) VALUE " DAYS  ".
           05  DML-DEPTS         PIC X(24).
           05  FILLER            PIC X(1) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM READ-CONTROL-CARD
           PERFORM COMPUTE-CUTOFF-DATE
           IF RUN-GOOD
               PERFORM LOAD-USAGE-HISTORY
           END-IF
           IF RUN-GOOD
               PERFORM FOLD-RESULT-EXTRACT
           END-IF
           IF RUN-GOOD
               PERFORM WRITE-USAGE-HISTORY
           END-IF
           IF RUN-GOOD
               PERFORM REPORT-DORMANT-CODES
           ELSE
               DISPLAY "CHOPUSE: RUN ABANDONED - USAGE HISTORY NOT "
                   "REWRITTEN"
           END-IF

           EVALUATE TRUE
               WHEN RUN-FAILED
                   MOVE 12 TO RETURN-CODE
               WHEN UT-OVERFLOW > 0
                   MOVE 8 TO RETURN-CODE
               WHEN DORMANT-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

       READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE
           IF CTL-STATUS = '00'
               READ CONTROL-CARD-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CTL-REC (1:5) IS NUMERIC
                           MOVE CTL-REC (1:5) TO DORMANT-DAYS
                       ELSE
                           MOVE 'N' TO RUN-OK
                           DISPLAY "CHOPUSE: CTLCARD MUST BE A "
                               "5-DIGIT DORMANT-DAYS COUNT - GOT: "
                               CTL-REC (1:20)
                       END-IF
               END-READ
               CLOSE CONTROL-CARD-FILE
           END-IF.

       COMPUTE-CUTOFF-DATE.
           COMPUTE RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
           COMPUTE CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER (RUN-DATE-INT - DORMANT-DAYS).

       LOAD-USAGE-HISTORY.
           OPEN INPUT USAGE-IN
           EVALUATE UHIN-STATUS
               WHEN '00'
                   READ USAGE-IN
                       AT END MOVE '10' TO UHIN-STATUS
                   END-READ
                   PERFORM UNTIL UHIN-STATUS = '10' OR RUN-FAILED
                       ADD 1 TO OLD-USAGE-READ
                       IF OLD-USAGE-READ > 1
                               AND UHIN-KEY NOT > PREV-USAGE-KEY
                           MOVE 'N' TO RUN-OK
                           DISPLAY "CHOPUSE: USAGEIN OUT OF ORDER AT "
                               "RECORD " OLD-USAGE-READ " - KEY "
                               UHIN-KEY " NOT ABOVE " PREV-USAGE-KEY
                       END-IF
                       MOVE UHIN-KEY TO PREV-USAGE-KEY
                       IF UT-TABLE-SIZE < UT-TABLE-MAX
                           ADD 1 TO UT-TABLE-SIZE
                           MOVE UHIN-REC TO UT-ENTRY (UT-TABLE-SIZE)
                       ELSE
                           MOVE 'N' TO RUN-OK
                           DISPLAY "CHOPUSE: USAGEIN HOLDS MORE THAN "
                               UT-TABLE-MAX " CODES - CARRIED HISTORY "
                               "WOULD BE LOST"
                       END-IF
                       READ USAGE-IN
                           AT END MOVE '10' TO UHIN-STATUS
                       END-READ
                   END-PERFORM
                   CLOSE USAGE-IN
               WHEN '05'
                   CLOSE USAGE-IN
               WHEN OTHER
                   MOVE 'N' TO RUN-OK
                   DISPLAY "CHOPUSE: UNABLE TO OPEN USAGEIN - FILE "
                       "STATUS " UHIN-STATUS
           END-EVALUATE.

       FOLD-RESULT-EXTRACT.
           OPEN INPUT RESULT-EXTRACT
           IF RS-STATUS NOT = '00'
               MOVE 'N' TO RUN-OK
               DISPLAY "CHOPUSE: UNABLE TO OPEN RSLTIN - FILE STATUS "
                   RS-STATUS
           ELSE
               READ RESULT-EXTRACT
                   AT END MOVE '10' TO RS-STATUS
               END-READ
               PERFORM UNTIL RS-STATUS = '10'
                   IF RS-DEPT NOT = "****"
                           AND NOT RS-SUGGESTION-REC
                       ADD 1 TO RESULTS-READ
                       IF RS-STATUS-TEXT = "FOUND"
                               OR RS-STATUS-TEXT = "FOUND-INACTIVE"
                               OR RS-STATUS-TEXT = "SUPERSEDED"
                           MOVE RS-LIST-ID TO HIT-LIST-ID
                           MOVE RS-TARGET TO HIT-CODE
                           MOVE RS-DEPT TO HIT-DEPT
                           MOVE RS-RUN-DATE TO HIT-DATE
                           PERFORM FOLD-ONE-HIT
                       ELSE
                           ADD 1 TO RESULTS-SKIPPED
                       END-IF
                   END-IF
                   READ RESULT-EXTRACT
                       AT END MOVE '10' TO RS-STATUS
                   END-READ
               END-PERFORM
               CLOSE RESULT-EXTRACT
           END-IF.

       FOLD-ONE-HIT.
           PERFORM SEARCH-USAGE-TABLE
           IF RESULT > 0
               MOVE RESULT TO UT-MATCH-IDX
           ELSE
               IF UT-TABLE-SIZE < UT-TABLE-MAX
                   PERFORM OPEN-USAGE-ENTRY
               ELSE
                   ADD 1 TO UT-OVERFLOW
                   MOVE ZERO TO UT-MATCH-IDX
               END-IF
           END-IF
           IF UT-MATCH-IDX > 0
               ADD 1 TO HITS-FOLDED
               ADD 1 TO UT-HITS (UT-MATCH-IDX)
               IF HIT-DATE > UT-LAST-DATE (UT-MATCH-IDX)
                   MOVE HIT-DATE TO UT-LAST-DATE (UT-MATCH-IDX)
               END-IF
               IF HIT-DEPT NOT = SPACES
                   PERFORM NOTE-ASKING-DEPARTMENT
               END-IF
           END-IF.

       OPEN-USAGE-ENTRY.
           PERFORM VARYING UT-IDX FROM UT-TABLE-SIZE BY -1
                   UNTIL UT-IDX < LEFT-IDX
               MOVE UT-ENTRY (UT-IDX) TO UT-ENTRY (UT-IDX + 1)
           END-PERFORM
           ADD 1 TO UT-TABLE-SIZE
           ADD 1 TO NEW-CODES-NOTED
           MOVE LEFT-IDX TO UT-MATCH-IDX
           MOVE HIT-LIST-ID TO UT-LIST-ID (UT-MATCH-IDX)
           MOVE HIT-CODE TO UT-CODE (UT-MATCH-IDX)
           MOVE HIT-DATE TO UT-FIRST-DATE (UT-MATCH-IDX)
           MOVE HIT-DATE TO UT-LAST-DATE (UT-MATCH-IDX)
           MOVE ZERO TO UT-HITS (UT-MATCH-IDX)
           MOVE ZERO TO UT-DEPT-COUNT (UT-MATCH-IDX)
           PERFORM VARYING DP-IDX FROM 1 BY 1
                   UNTIL DP-IDX > DEPT-SLOT-MAX
               MOVE SPACES TO UT-DEPT (UT-MATCH-IDX, DP-IDX)
           END-PERFORM
           MOVE 'N' TO UT-MORE-DEPTS (UT-MATCH-IDX).

       NOTE-ASKING-DEPARTMENT.
           MOVE ZERO TO DP-MATCH-IDX
           PERFORM VARYING DP-IDX FROM 1 BY 1
                   UNTIL DP-IDX > UT-DEPT-COUNT (UT-MATCH-IDX)
                      OR DP-MATCH-IDX > 0
               IF UT-DEPT (UT-MATCH-IDX, DP-IDX) = HIT-DEPT
                   MOVE DP-IDX TO DP-MATCH-IDX
               END-IF
           END-PERFORM
           IF DP-MATCH-IDX = 0
               IF UT-DEPT-COUNT (UT-MATCH-IDX) < DEPT-SLOT-MAX
                   ADD 1 TO UT-DEPT-COUNT (UT-MATCH-IDX)
                   MOVE HIT-DEPT TO UT-DEPT (UT-MATCH-IDX,
                       UT-DEPT-COUNT (UT-MATCH-IDX))
               ELSE
                   MOVE 'Y' TO UT-MORE-DEPTS (UT-MATCH-IDX)
               END-IF
           END-IF.

       SEARCH-USAGE-TABLE.
           MOVE -1 TO RESULT
           MOVE 1 TO LEFT-IDX
           MOVE UT-TABLE-SIZE TO RIGHT-IDX
           PERFORM UNTIL LEFT-IDX > RIGHT-IDX
               COMPUTE MID = (LEFT-IDX + RIGHT-IDX) / 2
               IF UT-KEY (MID) = HIT-KEY
                   MOVE MID TO RESULT
                   EXIT PERFORM
               ELSE
                   IF UT-KEY (MID) < HIT-KEY
                       ADD 1 TO MID GIVING LEFT-IDX
                   ELSE
                       SUBTRACT 1 FROM MID GIVING RIGHT-IDX
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-USAGE-HISTORY.
           OPEN OUTPUT USAGE-OUT
           IF UHOUT-STATUS NOT = '00'
               MOVE 'N' TO RUN-OK
               DISPLAY "CHOPUSE: UNABLE TO OPEN USAGEOUT - FILE "
                   "STATUS " UHOUT-STATUS
           ELSE
               PERFORM VARYING UT-IDX FROM 1 BY 1
                       UNTIL UT-IDX > UT-TABLE-SIZE
                   MOVE UT-ENTRY (UT-IDX) TO UHOUT-REC
                   WRITE UHOUT-REC
                   ADD 1 TO USAGE-WRITTEN
               END-PERFORM
               CLOSE USAGE-OUT
           END-IF.

       REPORT-DORMANT-CODES.
           OPEN INPUT MASTER-FILE
           IF MASTER-STATUS NOT = '00'
               MOVE 'N' TO RUN-OK
               DISPLAY "CHOPUSE: UNABLE TO OPEN MASTERIN - FILE "
                   "STATUS " MASTER-STATUS
           ELSE
               OPEN OUTPUT DORMANT-RPT
               IF DORM-STATUS NOT = '00'
                   MOVE 'N' TO RUN-OK
                   DISPLAY "CHOPUSE: UNABLE TO OPEN DORMRPT - FILE "
                       "STATUS " DORM-STATUS
               ELSE
                   PERFORM LIST-DORMANT-CODES
               END-IF
               CLOSE MASTER-FILE
           END-IF.

       LIST-DORMANT-CODES.
           PERFORM WRITE-DORMANT-HEADER
           READ MASTER-FILE
               AT END MOVE '10' TO MASTER-STATUS
           END-READ
           PERFORM UNTIL MASTER-STATUS = '10'
               ADD 1 TO MASTER-READ
               IF MASTER-LIST-ID NOT = PREV-LIST-ID
                   IF PREV-LIST-ID NOT = SPACES
                       PERFORM WRITE-LIST-SUBTOTAL
                   END-IF
                   MOVE MASTER-LIST-ID TO PREV-LIST-ID
               END-IF
               IF MASTER-ACTIVE
                   PERFORM CHECK-ONE-ACTIVE-CODE
               END-IF
               READ MASTER-FILE
                   AT END MOVE '10' TO MASTER-STATUS
               END-READ
           END-PERFORM
           IF PREV-LIST-ID NOT = SPACES
               PERFORM WRITE-LIST-SUBTOTAL
           END-IF
           PERFORM WRITE-DORMANT-TOTALS
           CLOSE DORMANT-RPT.

       CHECK-ONE-ACTIVE-CODE.
           ADD 1 TO ACTIVE-CHECKED
           ADD 1 TO LIST-ACTIVE
           MOVE MASTER-KEY TO HIT-KEY
           PERFORM SEARCH-USAGE-TABLE
           IF RESULT > 0
               MOVE UT-LAST-DATE (RESULT) TO REF-DATE
           ELSE
               MOVE MASTER-EFF-DATE TO REF-DATE
           END-IF
           IF REF-DATE < CUTOFF-DATE
               ADD 1 TO DORMANT-COUNT
               ADD 1 TO LIST-DORMANT
               PERFORM WRITE-DORMANT-LINE
           END-IF.

       WRITE-DORMANT-LINE.
           MOVE MASTER-LIST-ID TO DML-LIST-ID
           MOVE MASTER-CODE TO DML-CODE
           MOVE MASTER-DESC TO DML-DESC
           IF REF-DATE = ZERO
               MOVE 99999 TO DAYS-IDLE
           ELSE
               COMPUTE REF-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (REF-DATE)
               COMPUTE DAYS-IDLE = RUN-DATE-INT - REF-DATE-INT
           END-IF
           MOVE DAYS-IDLE TO DML-DAYS-IDLE
           MOVE SPACES TO DML-DEPTS
           IF RESULT > 0
               MOVE UT-LAST-DATE (RESULT) TO DML-LAST-HIT
               MOVE 1 TO DEPT-PTR
               PERFORM VARYING DP-IDX FROM 1 BY 1
                       UNTIL DP-IDX > UT-DEPT-COUNT (RESULT)
                          OR DP-IDX > 4
                   STRING UT-DEPT (RESULT, DP-IDX) " "
                       DELIMITED BY SIZE INTO DML-DEPTS
                       WITH POINTER DEPT-PTR
                   END-STRING
               END-PERFORM
               IF UT-DEPT-COUNT (RESULT) > 4
                       OR UT-MORE-DEPTS (RESULT) = 'Y'
                   STRING "+MORE" DELIMITED BY SIZE INTO DML-DEPTS
                       WITH POINTER DEPT-PTR
                   END-STRING
               END-IF
           ELSE
               ADD 1 TO NEVER-COUNT
               MOVE "NEVER" TO DML-LAST-HIT
           END-IF
           WRITE DORM-REC FROM DORM-LINE.

       WRITE-LIST-SUBTOTAL.
           MOVE SPACES TO DORM-REC
           STRING "LIST " PREV-LIST-ID
                  " - ACTIVE CODES " LIST-ACTIVE
                  "  DORMANT " LIST-DORMANT
               DELIMITED BY SIZE INTO DORM-REC
           END-STRING
           WRITE DORM-REC
           MOVE SPACES TO DORM-REC
           WRITE DORM-REC
           MOVE ZERO TO LIST-ACTIVE
           MOVE ZERO TO LIST-DORMANT.

       WRITE-DORMANT-HEADER.
           MOVE SPACES TO DORM-REC
           STRING "CHOPUSE DORMANT ACTIVE CODES - RUN DATE "
                  WS-RUN-DATE
                  " - NOT SEARCHED SINCE " CUTOFF-DATE
                  " (" DORMANT-DAYS " DAYS)"
               DELIMITED BY SIZE INTO DORM-REC
           END-STRING
           WRITE DORM-REC
           MOVE SPACES TO DORM-REC
           STRING "LST  CODE       DESCRIPTION"
                  "                          LAST HIT  IDLE DAYS"
                  "  FIRST ASKED BY"
               DELIMITED BY SIZE INTO DORM-REC
           END-STRING
           WRITE DORM-REC.

       WRITE-DORMANT-TOTALS.
           MOVE SPACES TO DORM-REC
           STRING "TOTALS - ACTIVE CODES " ACTIVE-CHECKED
                  "  DORMANT " DORMANT-COUNT
                  "  NEVER SEARCHED " NEVER-COUNT
               DELIMITED BY SIZE INTO DORM-REC
           END-STRING
           WRITE DORM-REC
           MOVE SPACES TO DORM-REC
           STRING "USAGE - CARRIED " OLD-USAGE-READ
                  "  NEW CODES " NEW-CODES-NOTED
                  "  HITS FOLDED " HITS-FOLDED
                  "  WRITTEN " USAGE-WRITTEN
               DELIMITED BY SIZE INTO DORM-REC
           END-STRING
           WRITE DORM-REC
           DISPLAY "CHOPUSE: RESULTS READ " RESULTS-READ
               "  HITS FOLDED " HITS-FOLDED
               "  NOT COUNTED " RESULTS-SKIPPED
           DISPLAY "CHOPUSE: USAGE CARRIED " OLD-USAGE-READ
               "  NEW " NEW-CODES-NOTED
               "  WRITTEN " USAGE-WRITTEN
           DISPLAY "CHOPUSE: ACTIVE CODES " ACTIVE-CHECKED
               "  DORMANT " DORMANT-COUNT
               "  NEVER SEARCHED " NEVER-COUNT
           IF UT-OVERFLOW > 0
               DISPLAY "CHOPUSE: USAGE TABLE OVERFLOWED - "
                   UT-OVERFLOW " HITS ON NEW CODES DROPPED FROM "
                   "THE HISTORY"
           END-IF.
