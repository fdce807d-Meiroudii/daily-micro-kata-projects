       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHOPAUD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "MASTERIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MASTER-STATUS.
           SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO "ARCHIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCH-STATUS.
           SELECT AUDIT-RPT ASSIGN TO "AUDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-STATUS.
           SELECT CORRECTION-FILE ASSIGN TO "CORROUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CORR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE
           RECORDING MODE IS F.
           COPY MSTRREC REPLACING ==:TAG:== BY ==MASTER==.

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
           COPY MSTRREC REPLACING ==:TAG:== BY ==ARCH==.

       FD  AUDIT-RPT.
       01  AUD-REC              PIC X(100).

       FD  CORRECTION-FILE
           RECORDING MODE IS F.
           COPY UPDTREC REPLACING ==:TAG:== BY ==CORR==.

       WORKING-STORAGE SECTION.
           COPY ARRCODE.
       01  MASTER-STATUS    PIC XX.
       01  ARCH-STATUS      PIC XX.
       01  AUD-STATUS       PIC XX.
       01  CORR-STATUS      PIC XX.
       01  RUN-OK           PIC X VALUE 'Y'.
           88  RUN-GOOD             VALUE 'Y'.
           88  RUN-FAILED           VALUE 'N'.
       01  WS-RUN-DATE      PIC 9(8).
       01  PREV-MASTER-KEY  PIC X(12) VALUE LOW-VALUES.
       01  MASTER-READ-COUNT PIC 9(9) VALUE ZERO.
       01  ARCH-READ-COUNT  PIC 9(9) VALUE ZERO.
       01  ARR-IDX          PIC 9(9).
       01  LS-IDX           PIC 9(4).
       01  LEFT-IDX         PIC 9(9).
       01  RIGHT-IDX        PIC 9(9).
       01  MID              PIC 9(9).
       01  SEEK-KEY.
           05  SEEK-LIST-ID     PIC X(3).
           05  SEEK-CODE        PIC 9(9).
       01  SEEK-LIST-IDX    PIC 9(4).
       01  SEEK-RESULT      PIC S9(9) VALUE -1.
       01  MISS-TABLE-SIZE  PIC 9(4) VALUE ZERO.
       01  MISS-TABLE-MAX   PIC 9(4) VALUE 500.
       01  MISS-TABLE.
           05  MISS-ENTRY   OCCURS 500 TIMES.
               10  MISS-KEY        PIC X(12).
               10  MISS-ARCH-SW    PIC X.
                   88  MISS-ON-ARCHIVE     VALUE 'Y'.
       01  MISS-IDX         PIC 9(4).
       01  MISS-MATCH-IDX   PIC 9(4).
       01  MISS-OVERFLOW    PIC 9(9) VALUE ZERO.
       01  CHAIN-SIZE       PIC 9(4) VALUE ZERO.
       01  CHAIN-MAX        PIC 9(4) VALUE 20.
       01  CHAIN-TABLE.
           05  CHAIN-ENTRY  OCCURS 20 TIMES.
               10  CHAIN-KEY.
                   15  CHAIN-LIST-ID   PIC X(3).
                   15  CHAIN-CODE      PIC 9(9).
       01  CHAIN-IDX        PIC 9(4).
       01  CHAIN-AT         PIC 9(9).
       01  CHAIN-PTR        PIC 9(4).
       01  CHAIN-END        PIC X VALUE SPACE.
           88  CHAIN-WALKING          VALUE SPACE.
           88  CHAIN-RESOLVED         VALUE 'L'.
           88  CHAIN-NO-KEY           VALUE 'N'.
           88  CHAIN-LIST-UNKNOWN     VALUE 'U'.
           88  CHAIN-TARGET-MISSING   VALUE 'M'.
           88  CHAIN-TARGET-ARCHIVED  VALUE 'V'.
           88  CHAIN-TARGET-RETIRED   VALUE 'R'.
           88  CHAIN-LOOPS            VALUE 'P'.
           88  CHAIN-TOO-LONG         VALUE 'T'.
       01  CARD-SW          PIC X VALUE 'N'.
           88  NO-CARD-PROPOSED       VALUE 'N'.
           88  DELETE-PROPOSED        VALUE 'D'.
           88  REPOINT-PROPOSED       VALUE 'S'.
       01  DATE-SW          PIC X VALUE 'N'.
           88  DATES-BAD              VALUE 'Y'.
           88  DATES-GOOD             VALUE 'N'.
       01  FIX-EXP-DATE     PIC 9(8).
       01  SUPS-CHECKED     PIC 9(9) VALUE ZERO.
       01  CHAINS-RESOLVED  PIC 9(9) VALUE ZERO.
       01  EXC-NO-KEY       PIC 9(9) VALUE ZERO.
       01  EXC-LIST-UNKNOWN PIC 9(9) VALUE ZERO.
       01  EXC-MISSING      PIC 9(9) VALUE ZERO.
       01  EXC-ARCHIVED     PIC 9(9) VALUE ZERO.
       01  EXC-RETIRED      PIC 9(9) VALUE ZERO.
       01  EXC-SUPERSEDED   PIC 9(9) VALUE ZERO.
       01  EXC-LOOP         PIC 9(9) VALUE ZERO.
       01  EXC-TOO-LONG     PIC 9(9) VALUE ZERO.
       01  EXC-DATES        PIC 9(9) VALUE ZERO.
       01  EXCEPTION-COUNT  PIC 9(9) VALUE ZERO.
       01  DELETES-PROPOSED PIC 9(9) VALUE ZERO.
       01  REPOINTS-PROPOSED PIC 9(9) VALUE ZERO.
       01  CHANGES-PROPOSED PIC 9(9) VALUE ZERO.
       01  EXC-LINE.
           05  EXL-LIST-ID       PIC X(3).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  EXL-CODE          PIC 9(9).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  EXL-STATUS        PIC X.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  EXL-EXCEPTION     PIC X(27).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  EXL-FIX           PIC X(7).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  EXL-DETAIL        PIC X(43).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-MASTER-TABLE
           IF RUN-GOOD
               PERFORM COLLECT-MISSING-TARGETS
               IF MISS-TABLE-SIZE > 0
                   PERFORM CHECK-ARCHIVE-FOR-TARGETS
               END-IF
           END-IF
           IF RUN-GOOD
               PERFORM OPEN-OUTPUT-FILES
           END-IF
           IF RUN-GOOD
               PERFORM WRITE-AUDIT-HEADER
               PERFORM VARYING ARR-IDX FROM 1 BY 1
                       UNTIL ARR-IDX > ARRAY-SIZE
                   PERFORM AUDIT-ONE-RECORD
               END-PERFORM
               PERFORM WRITE-AUDIT-TOTALS
               CLOSE AUDIT-RPT
               CLOSE CORRECTION-FILE
           ELSE
               DISPLAY "CHOPAUD: RUN ABANDONED - MASTER NOT AUDITED"
           END-IF

           EVALUATE TRUE
               WHEN RUN-FAILED
                   MOVE 12 TO RETURN-CODE
               WHEN EXCEPTION-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

       LOAD-MASTER-TABLE.
           MOVE ZERO TO ARRAY-SIZE
           MOVE ZERO TO LIST-DIR-SIZE
           OPEN INPUT MASTER-FILE
           IF MASTER-STATUS NOT = '00'
               MOVE 'N' TO RUN-OK
               DISPLAY "CHOPAUD: UNABLE TO OPEN MASTERIN - FILE "
                   "STATUS " MASTER-STATUS
           ELSE
               READ MASTER-FILE
                   AT END MOVE '10' TO MASTER-STATUS
               END-READ
               PERFORM UNTIL MASTER-STATUS = '10'
                       OR ARRAY-SIZE NOT < ARRAY-MAX
                       OR RUN-FAILED
                   ADD 1 TO MASTER-READ-COUNT
                   IF MASTER-READ-COUNT > 1
                           AND MASTER-KEY NOT > PREV-MASTER-KEY
                       MOVE 'N' TO RUN-OK
                       DISPLAY "CHOPAUD: MASTERIN OUT OF ORDER AT "
                           "RECORD " MASTER-READ-COUNT " - KEY "
                           MASTER-KEY " NOT ABOVE " PREV-MASTER-KEY
                   ELSE
                       MOVE MASTER-KEY TO PREV-MASTER-KEY
                       ADD 1 TO ARRAY-SIZE
                       MOVE MASTER-REC TO ARR-ENTRY (ARRAY-SIZE)
                       PERFORM NOTE-LIST-IN-DIRECTORY
                       READ MASTER-FILE
                           AT END MOVE '10' TO MASTER-STATUS
                       END-READ
                   END-IF
               END-PERFORM
               IF MASTER-STATUS NOT = '10' AND RUN-GOOD
                   MOVE 'N' TO RUN-OK
                   DISPLAY "CHOPAUD: MASTERIN EXCEEDS ARRAY-MAX ("
                       ARRAY-MAX ") - A PARTIAL MASTER CANNOT BE "
                       "AUDITED"
               END-IF
               CLOSE MASTER-FILE
           END-IF.

       NOTE-LIST-IN-DIRECTORY.
           IF LIST-DIR-SIZE > 0
                   AND ARR-LIST-ID (ARRAY-SIZE)
                       = LIST-DIR-ID (LIST-DIR-SIZE)
               MOVE ARRAY-SIZE TO LIST-DIR-HI (LIST-DIR-SIZE)
           ELSE
               IF LIST-DIR-SIZE < LIST-DIR-MAX
                   ADD 1 TO LIST-DIR-SIZE
                   MOVE ARR-LIST-ID (ARRAY-SIZE)
                       TO LIST-DIR-ID (LIST-DIR-SIZE)
                   MOVE ARRAY-SIZE TO LIST-DIR-LO (LIST-DIR-SIZE)
                   MOVE ARRAY-SIZE TO LIST-DIR-HI (LIST-DIR-SIZE)
               ELSE
                   MOVE 'N' TO RUN-OK
                   DISPLAY "CHOPAUD: MASTERIN CARRIES MORE THAN "
                       LIST-DIR-MAX " CODE LISTS - AUDIT ABANDONED"
               END-IF
           END-IF.

       FIND-MASTER-KEY.
           MOVE ZERO TO SEEK-LIST-IDX
           PERFORM VARYING LS-IDX FROM 1 BY 1
                   UNTIL LS-IDX > LIST-DIR-SIZE
                      OR SEEK-LIST-IDX > 0
               IF LIST-DIR-ID (LS-IDX) = SEEK-LIST-ID
                   MOVE LS-IDX TO SEEK-LIST-IDX
               END-IF
           END-PERFORM
           MOVE -1 TO SEEK-RESULT
           IF SEEK-LIST-IDX > 0
               MOVE LIST-DIR-LO (SEEK-LIST-IDX) TO LEFT-IDX
               MOVE LIST-DIR-HI (SEEK-LIST-IDX) TO RIGHT-IDX
               PERFORM UNTIL LEFT-IDX > RIGHT-IDX
                   COMPUTE MID = (LEFT-IDX + RIGHT-IDX) / 2
                   IF ARR-ELEM (MID) = SEEK-CODE
                       MOVE MID TO SEEK-RESULT
                       EXIT PERFORM
                   ELSE
                       IF ARR-ELEM (MID) < SEEK-CODE
                           ADD 1 TO MID GIVING LEFT-IDX
                       ELSE
                           SUBTRACT 1 FROM MID GIVING RIGHT-IDX
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       COLLECT-MISSING-TARGETS.
           PERFORM VARYING ARR-IDX FROM 1 BY 1
                   UNTIL ARR-IDX > ARRAY-SIZE
               IF ARR-CODE-SUPERSEDED (ARR-IDX)
                       AND ARR-SUPS-LIST-ID (ARR-IDX) NOT = SPACES
                       AND ARR-SUPS-CODE (ARR-IDX) IS NUMERIC
                   MOVE ARR-SUPS-KEY (ARR-IDX) TO SEEK-KEY
                   PERFORM FIND-MASTER-KEY
                   IF SEEK-LIST-IDX > 0 AND SEEK-RESULT < 1
                       PERFORM FIND-MISSING-ENTRY
                       IF MISS-MATCH-IDX = 0
                           IF MISS-TABLE-SIZE < MISS-TABLE-MAX
                               PERFORM OPEN-MISSING-ENTRY
                           ELSE
                               ADD 1 TO MISS-OVERFLOW
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       FIND-MISSING-ENTRY.
           MOVE ZERO TO MISS-MATCH-IDX
           MOVE 1 TO LEFT-IDX
           MOVE MISS-TABLE-SIZE TO RIGHT-IDX
           PERFORM UNTIL LEFT-IDX > RIGHT-IDX
               COMPUTE MID = (LEFT-IDX + RIGHT-IDX) / 2
               IF MISS-KEY (MID) = SEEK-KEY
                   MOVE MID TO MISS-MATCH-IDX
                   EXIT PERFORM
               ELSE
                   IF MISS-KEY (MID) < SEEK-KEY
                       ADD 1 TO MID GIVING LEFT-IDX
                   ELSE
                       SUBTRACT 1 FROM MID GIVING RIGHT-IDX
                   END-IF
               END-IF
           END-PERFORM.

       OPEN-MISSING-ENTRY.
           PERFORM VARYING MISS-IDX FROM MISS-TABLE-SIZE BY -1
                   UNTIL MISS-IDX < LEFT-IDX
               MOVE MISS-ENTRY (MISS-IDX) TO MISS-ENTRY (MISS-IDX + 1)
           END-PERFORM
           ADD 1 TO MISS-TABLE-SIZE
           MOVE LEFT-IDX TO MISS-MATCH-IDX
           MOVE SEEK-KEY TO MISS-KEY (MISS-MATCH-IDX)
           MOVE 'N' TO MISS-ARCH-SW (MISS-MATCH-IDX).

       CHECK-ARCHIVE-FOR-TARGETS.
           OPEN INPUT ARCHIVE-FILE
           IF ARCH-STATUS = '00'
               READ ARCHIVE-FILE
                   AT END MOVE '10' TO ARCH-STATUS
               END-READ
               PERFORM UNTIL ARCH-STATUS = '10'
                   ADD 1 TO ARCH-READ-COUNT
                   MOVE ARCH-KEY TO SEEK-KEY
                   PERFORM FIND-MISSING-ENTRY
                   IF MISS-MATCH-IDX > 0
                       MOVE 'Y' TO MISS-ARCH-SW (MISS-MATCH-IDX)
                   END-IF
                   READ ARCHIVE-FILE
                       AT END MOVE '10' TO ARCH-STATUS
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           ELSE
               DISPLAY "CHOPAUD: ARCHIN NOT AVAILABLE - FILE STATUS "
                   ARCH-STATUS " - ARCHIVED TARGETS REPORTED AS NOT "
                   "ON MASTER"
           END-IF.

       OPEN-OUTPUT-FILES.
           OPEN OUTPUT AUDIT-RPT
           IF AUD-STATUS NOT = '00'
               MOVE 'N' TO RUN-OK
               DISPLAY "CHOPAUD: UNABLE TO OPEN AUDRPT - FILE "
                   "STATUS " AUD-STATUS
           END-IF
           OPEN OUTPUT CORRECTION-FILE
           IF CORR-STATUS NOT = '00'
               MOVE 'N' TO RUN-OK
               DISPLAY "CHOPAUD: UNABLE TO OPEN CORROUT - FILE "
                   "STATUS " CORR-STATUS
           END-IF.

       AUDIT-ONE-RECORD.
           MOVE 'N' TO CARD-SW
           MOVE 'N' TO DATE-SW
           MOVE ARR-EXP-DATE (ARR-IDX) TO FIX-EXP-DATE
           IF ARR-EXP-DATE (ARR-IDX) NOT = ZERO
                   AND ARR-EXP-DATE (ARR-IDX) < ARR-EFF-DATE (ARR-IDX)
               MOVE 'Y' TO DATE-SW
               MOVE ARR-EFF-DATE (ARR-IDX) TO FIX-EXP-DATE
           END-IF
           IF ARR-CODE-SUPERSEDED (ARR-IDX)
               ADD 1 TO SUPS-CHECKED
               PERFORM WALK-SUPERSESSION-CHAIN
               PERFORM JUDGE-SUPERSESSION-CHAIN
           END-IF
           IF DATES-BAD
               PERFORM REPORT-DATE-EXCEPTION
           END-IF.

       WALK-SUPERSESSION-CHAIN.
           MOVE 1 TO CHAIN-SIZE
           MOVE ARR-KEY (ARR-IDX) TO CHAIN-KEY (1)
           MOVE ARR-IDX TO CHAIN-AT
           MOVE SPACE TO CHAIN-END
           PERFORM FOLLOW-ONE-LINK UNTIL NOT CHAIN-WALKING.

       FOLLOW-ONE-LINK.
           EVALUATE TRUE
               WHEN ARR-SUPS-LIST-ID (CHAIN-AT) = SPACES
                       OR ARR-SUPS-CODE (CHAIN-AT) NOT NUMERIC
                       OR ARR-SUPS-CODE (CHAIN-AT) = ZERO
                   MOVE 'N' TO CHAIN-END
               WHEN CHAIN-SIZE NOT < CHAIN-MAX
                   MOVE 'T' TO CHAIN-END
               WHEN OTHER
                   ADD 1 TO CHAIN-SIZE
                   MOVE ARR-SUPS-KEY (CHAIN-AT)
                       TO CHAIN-KEY (CHAIN-SIZE)
                   PERFORM VARYING CHAIN-IDX FROM 1 BY 1
                           UNTIL CHAIN-IDX NOT < CHAIN-SIZE
                       IF CHAIN-KEY (CHAIN-IDX)
                               = CHAIN-KEY (CHAIN-SIZE)
                           MOVE 'P' TO CHAIN-END
                       END-IF
                   END-PERFORM
                   IF CHAIN-WALKING
                       PERFORM FOLLOW-TO-TARGET
                   END-IF
           END-EVALUATE.

       FOLLOW-TO-TARGET.
           MOVE CHAIN-KEY (CHAIN-SIZE) TO SEEK-KEY
           PERFORM FIND-MASTER-KEY
           EVALUATE TRUE
               WHEN SEEK-LIST-IDX = 0
                   MOVE 'U' TO CHAIN-END
               WHEN SEEK-RESULT < 1
                   PERFORM FIND-MISSING-ENTRY
                   IF MISS-MATCH-IDX > 0
                       IF MISS-ON-ARCHIVE (MISS-MATCH-IDX)
                           MOVE 'V' TO CHAIN-END
                       ELSE
                           MOVE 'M' TO CHAIN-END
                       END-IF
                   ELSE
                       MOVE 'M' TO CHAIN-END
                   END-IF
               WHEN ARR-CODE-RETIRED (SEEK-RESULT)
                   MOVE 'R' TO CHAIN-END
               WHEN ARR-CODE-SUPERSEDED (SEEK-RESULT)
                   MOVE SEEK-RESULT TO CHAIN-AT
               WHEN OTHER
                   MOVE 'L' TO CHAIN-END
           END-EVALUATE.

       JUDGE-SUPERSESSION-CHAIN.
           IF CHAIN-RESOLVED AND CHAIN-SIZE = 2
               ADD 1 TO CHAINS-RESOLVED
           ELSE
               ADD 1 TO EXCEPTION-COUNT
               MOVE ARR-LIST-ID (ARR-IDX) TO EXL-LIST-ID
               MOVE ARR-ELEM (ARR-IDX) TO EXL-CODE
               MOVE ARR-STATUS-CODE (ARR-IDX) TO EXL-STATUS
               MOVE SPACES TO EXL-DETAIL
               IF CHAIN-SIZE > 1
                   STRING "POINTS TO " CHAIN-LIST-ID (2) " "
                          CHAIN-CODE (2)
                       DELIMITED BY SIZE INTO EXL-DETAIL
                   END-STRING
               ELSE
                   MOVE "NO LIST-ID/CODE IN THE DESCRIPTION"
                       TO EXL-DETAIL
               END-IF
               EVALUATE TRUE
                   WHEN CHAIN-RESOLVED
                       ADD 1 TO EXC-SUPERSEDED
                       MOVE "REPLACEMENT SUPERSEDED" TO EXL-EXCEPTION
                       MOVE SPACES TO EXL-DETAIL
                       STRING "NOW RESOLVES TO "
                              CHAIN-LIST-ID (CHAIN-SIZE) " "
                              CHAIN-CODE (CHAIN-SIZE)
                           DELIMITED BY SIZE INTO EXL-DETAIL
                       END-STRING
                       PERFORM PROPOSE-REPOINT
                   WHEN CHAIN-TOO-LONG
                       ADD 1 TO EXC-TOO-LONG
                       MOVE "CHAIN TOO LONG TO FOLLOW" TO EXL-EXCEPTION
                       MOVE "REVIEW" TO EXL-FIX
                   WHEN CHAIN-NO-KEY
                       ADD 1 TO EXC-NO-KEY
                       MOVE "NO REPLACEMENT KEY" TO EXL-EXCEPTION
                       PERFORM PROPOSE-DELETE
                   WHEN CHAIN-LIST-UNKNOWN
                       ADD 1 TO EXC-LIST-UNKNOWN
                       MOVE "REPLACEMENT LIST NOT LOADED"
                           TO EXL-EXCEPTION
                       PERFORM PROPOSE-DELETE
                   WHEN CHAIN-TARGET-ARCHIVED
                       ADD 1 TO EXC-ARCHIVED
                       MOVE "REPLACEMENT ARCHIVED" TO EXL-EXCEPTION
                       PERFORM PROPOSE-DELETE
                   WHEN CHAIN-TARGET-MISSING
                       ADD 1 TO EXC-MISSING
                       MOVE "REPLACEMENT NOT ON MASTER" TO EXL-EXCEPTION
                       PERFORM PROPOSE-DELETE
                   WHEN CHAIN-TARGET-RETIRED
                       ADD 1 TO EXC-RETIRED
                       MOVE "REPLACEMENT RETIRED" TO EXL-EXCEPTION
                       PERFORM PROPOSE-DELETE
                   WHEN CHAIN-LOOPS
                       ADD 1 TO EXC-LOOP
                       MOVE "SUPERSESSION LOOP" TO EXL-EXCEPTION
                       PERFORM PROPOSE-DELETE
               END-EVALUATE
               WRITE AUD-REC FROM EXC-LINE
               IF CHAIN-SIZE > 2 OR CHAIN-LOOPS
                   PERFORM WRITE-CHAIN-LINES
               END-IF
           END-IF.

       WRITE-CHAIN-LINES.
           MOVE SPACES TO AUD-REC
           MOVE 1 TO CHAIN-PTR
           STRING "     CHAIN: " DELIMITED BY SIZE
               INTO AUD-REC WITH POINTER CHAIN-PTR
           END-STRING
           PERFORM VARYING CHAIN-IDX FROM 1 BY 1
                   UNTIL CHAIN-IDX > CHAIN-SIZE
               IF CHAIN-PTR > 84
                   WRITE AUD-REC
                   MOVE SPACES TO AUD-REC
                   MOVE 13 TO CHAIN-PTR
               END-IF
               STRING CHAIN-LIST-ID (CHAIN-IDX) " "
                      CHAIN-CODE (CHAIN-IDX)
                   DELIMITED BY SIZE
                   INTO AUD-REC WITH POINTER CHAIN-PTR
               END-STRING
               IF CHAIN-IDX < CHAIN-SIZE
                   STRING " -> " DELIMITED BY SIZE
                       INTO AUD-REC WITH POINTER CHAIN-PTR
                   END-STRING
               END-IF
           END-PERFORM
           WRITE AUD-REC.

       REPORT-DATE-EXCEPTION.
           ADD 1 TO EXC-DATES
           ADD 1 TO EXCEPTION-COUNT
           MOVE ARR-LIST-ID (ARR-IDX) TO EXL-LIST-ID
           MOVE ARR-ELEM (ARR-IDX) TO EXL-CODE
           MOVE ARR-STATUS-CODE (ARR-IDX) TO EXL-STATUS
           MOVE "EXPIRES BEFORE EFFECTIVE" TO EXL-EXCEPTION
           MOVE SPACES TO EXL-DETAIL
           STRING "EFF " ARR-EFF-DATE (ARR-IDX)
                  " EXP " ARR-EXP-DATE (ARR-IDX)
               DELIMITED BY SIZE INTO EXL-DETAIL
           END-STRING
           EVALUATE TRUE
               WHEN DELETE-PROPOSED
                   MOVE "DELETE" TO EXL-FIX
               WHEN REPOINT-PROPOSED
                   MOVE "REPOINT" TO EXL-FIX
               WHEN OTHER
                   PERFORM PROPOSE-DATE-CHANGE
           END-EVALUATE
           WRITE AUD-REC FROM EXC-LINE.

       PROPOSE-DELETE.
           MOVE SPACES TO CORR-REC
           MOVE 'D' TO CORR-ACTION
           MOVE ARR-KEY (ARR-IDX) TO CORR-KEY
           MOVE ZERO TO CORR-EFF-DATE
           MOVE ZERO TO CORR-EXP-DATE
           MOVE ZERO TO CORR-APPLY-DATE
           WRITE CORR-REC
           ADD 1 TO DELETES-PROPOSED
           MOVE 'D' TO CARD-SW
           MOVE "DELETE" TO EXL-FIX.

       PROPOSE-REPOINT.
           MOVE SPACES TO CORR-REC
           MOVE 'S' TO CORR-ACTION
           MOVE ARR-KEY (ARR-IDX) TO CORR-KEY
           MOVE CHAIN-KEY (CHAIN-SIZE) TO CORR-SUPS-KEY
           MOVE ARR-EFF-DATE (ARR-IDX) TO CORR-EFF-DATE
           MOVE FIX-EXP-DATE TO CORR-EXP-DATE
           MOVE ZERO TO CORR-APPLY-DATE
           WRITE CORR-REC
           ADD 1 TO REPOINTS-PROPOSED
           MOVE 'S' TO CARD-SW
           MOVE "REPOINT" TO EXL-FIX.

       PROPOSE-DATE-CHANGE.
           MOVE SPACES TO CORR-REC
           MOVE 'C' TO CORR-ACTION
           MOVE ARR-KEY (ARR-IDX) TO CORR-KEY
           MOVE ZERO TO CORR-EFF-DATE
           MOVE FIX-EXP-DATE TO CORR-EXP-DATE
           MOVE ZERO TO CORR-APPLY-DATE
           WRITE CORR-REC
           ADD 1 TO CHANGES-PROPOSED
           MOVE "CHANGE" TO EXL-FIX.

       WRITE-AUDIT-HEADER.
           MOVE SPACES TO AUD-REC
           STRING "CHOPAUD MASTER INTEGRITY AUDIT - RUN DATE "
                  WS-RUN-DATE
               DELIMITED BY SIZE INTO AUD-REC
           END-STRING
           WRITE AUD-REC
           MOVE SPACES TO AUD-REC
           STRING "LST  CODE       S  EXCEPTION                    "
                  "FIX      DETAIL"
               DELIMITED BY SIZE INTO AUD-REC
           END-STRING
           WRITE AUD-REC.

       WRITE-AUDIT-TOTALS.
           MOVE SPACES TO AUD-REC
           WRITE AUD-REC
           IF EXCEPTION-COUNT = 0
               STRING "NO EXCEPTIONS - EVERY SUPERSESSION RESOLVES "
                      "AND EVERY DATE RANGE IS IN ORDER"
                   DELIMITED BY SIZE INTO AUD-REC
               END-STRING
               WRITE AUD-REC
               MOVE SPACES TO AUD-REC
               WRITE AUD-REC
           END-IF
           MOVE SPACES TO AUD-REC
           STRING "TOTALS - MASTER READ " MASTER-READ-COUNT
                  "  SUPERSESSIONS " SUPS-CHECKED
                  "  RESOLVED " CHAINS-RESOLVED
               DELIMITED BY SIZE INTO AUD-REC
           END-STRING
           WRITE AUD-REC
           MOVE SPACES TO AUD-REC
           STRING "EXCEPTIONS - NOT ON MASTER " EXC-MISSING
                  "  ARCHIVED " EXC-ARCHIVED
                  "  RETIRED " EXC-RETIRED
               DELIMITED BY SIZE INTO AUD-REC
           END-STRING
           WRITE AUD-REC
           MOVE SPACES TO AUD-REC
           STRING "EXCEPTIONS - SUPERSEDED " EXC-SUPERSEDED
                  "  LOOPS " EXC-LOOP
                  "  TOO LONG " EXC-TOO-LONG
               DELIMITED BY SIZE INTO AUD-REC
           END-STRING
           WRITE AUD-REC
           MOVE SPACES TO AUD-REC
           STRING "EXCEPTIONS - LIST NOT LOADED " EXC-LIST-UNKNOWN
                  "  NO KEY " EXC-NO-KEY
                  "  DATES " EXC-DATES
               DELIMITED BY SIZE INTO AUD-REC
           END-STRING
           WRITE AUD-REC
           MOVE SPACES TO AUD-REC
           STRING "CORRECTIONS WRITTEN - DELETE " DELETES-PROPOSED
                  "  REPOINT " REPOINTS-PROPOSED
                  "  CHANGE " CHANGES-PROPOSED
               DELIMITED BY SIZE INTO AUD-REC
           END-STRING
           WRITE AUD-REC
           IF MISS-OVERFLOW > 0
               MOVE SPACES TO AUD-REC
               STRING "NOTE - " MISS-OVERFLOW " MISSING TARGETS NOT "
                      "CHECKED AGAINST THE ARCHIVE (TABLE FULL)"
                   DELIMITED BY SIZE INTO AUD-REC
               END-STRING
               WRITE AUD-REC
           END-IF
           DISPLAY "CHOPAUD: MASTER READ " MASTER-READ-COUNT
               "  SUPERSESSIONS " SUPS-CHECKED
               "  EXCEPTIONS " EXCEPTION-COUNT
           DISPLAY "CHOPAUD: CORRECTIONS - DELETE " DELETES-PROPOSED
               "  REPOINT " REPOINTS-PROPOSED
               "  CHANGE " CHANGES-PROPOSED.
