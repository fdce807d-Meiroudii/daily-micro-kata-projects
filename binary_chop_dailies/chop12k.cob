       FILE-CONTROL.
           SELECT MASTER-KSDS ASSIGN TO "MASTERK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-KEY
               FILE STATUS IS MASTER-STATUS.
           SELECT SEARCH-RPT ASSIGN TO "RPTOUT"
               10  CKPT-LS-NOT-FOUND   PIC 9(9).
               10  CKPT-LS-SUPERSEDED  PIC 9(9).
               10  CKPT-LS-COMPARISONS PIC 9(9).
           05  CKPT-TOTAL-KEYING-ERR   PIC 9(9).

       FD  CONTROL-CARD-FILE.
       01  CTL-REC              PIC X(80).
           05  RS-CTL-MARK      PIC X(4).
           05  RS-CTL-COUNT     PIC 9(9).
           05  RS-CTL-HASH      PIC 9(9).
           05  RS-CTL-SUGG-COUNT PIC 9(9).
           05  FILLER           PIC X(32).
       01  RS-SUGG-REC.
           05  RS-SUGG-DEPT     PIC X(4).
           05  RS-SUGG-REF      PIC X(8).
           05  RS-SUGG-LIST-ID  PIC X(3).
           05  RS-SUGG-TARGET   PIC 9(9).
           05  RS-SUGG-MARK     PIC X(4).
               88  RS-SUGGESTION-REC    VALUE 'SUGG'.
           05  RS-SUGG-COUNT    PIC 9.
           05  RS-SUGG-CODE     PIC 9(9) OCCURS 3 TIMES.
           05  FILLER           PIC X(7).

       FD  AUTH-FILE
           RECORDING MODE IS F.
           88  RSLT-EXTRACT-OPEN    VALUE 'Y'.
       01  RS-WRITE-COUNT   PIC 9(9) VALUE ZERO.
       01  RS-HASH-ACC      PIC 9(9) VALUE ZERO.
       01  RS-SUGG-WRITE-COUNT PIC 9(9) VALUE ZERO.
       01  TRAN-HASH-ACC    PIC 9(9) VALUE ZERO.
       01  HASH-MODULUS     PIC 9(10) VALUE 1000000000.
       01  TRAN-TRAILER-SW  PIC X VALUE 'N'.
       01  SUPS-RESULT      PIC S9(9) VALUE -1.
       01  SUPS-HIT         PIC X VALUE 'N'.
           88  SUPERSEDED-HIT       VALUE 'Y'.
       01  SUGG-COUNT       PIC 9 VALUE ZERO.
       01  SUGG-MAX         PIC 9 VALUE 3.
       01  SUGG-IDX         PIC 9.
       01  SUGG-TABLE.
           05  SUGG-ENTRY   OCCURS 3 TIMES.
               10  SUGG-CODE       PIC 9(9).
               10  SUGG-DESC       PIC X(30).
       01  SUGG-DUP-SW      PIC X VALUE 'N'.
           88  SUGG-ALREADY-HELD    VALUE 'Y'.
       01  TYPO-BASE        PIC 9(9).
       01  TYPO-BASE-DIGITS REDEFINES TYPO-BASE.
           05  TYPO-BASE-DIGIT PIC 9 OCCURS 9 TIMES.
       01  TYPO-CODE        PIC 9(9).
       01  TYPO-DIGITS REDEFINES TYPO-CODE.
           05  TYPO-DIGIT   PIC 9 OCCURS 9 TIMES.
       01  TYPO-DESC        PIC X(30).
       01  TYPO-POS         PIC 9(2).
       01  TYPO-STEP        PIC 9(2).
       01  TYPO-HOLD        PIC 9.
       01  TYPO-DIFF-COUNT  PIC 9(2).
       01  TYPO-LOWER-SW    PIC X VALUE 'N'.
           88  TYPO-LOWER-FOUND     VALUE 'Y'.
       01  AUTH-STATUS      PIC XX.
       01  AUTH-CHECK-SW    PIC X VALUE 'N'.
           88  AUTH-CHECK-ACTIVE    VALUE 'Y'.
       01  TOTAL-NOT-AUTH      PIC 9(9) VALUE ZERO.
       01  TOTAL-SUPERSEDED    PIC 9(9) VALUE ZERO.
       01  TOTAL-COMPARISONS   PIC 9(9) VALUE ZERO.
       01  TOTAL-KEYING-ERR    PIC 9(9) VALUE ZERO.
       01  RPT-LINE.
           05  RPT-TARGET        PIC Z(8)9.
           05  FILLER            PIC X(2) VALUE SPACES.
                           ELSE
                               MOVE ZERO TO RS-WRITE-COUNT
                               MOVE ZERO TO RS-HASH-ACC
                               MOVE ZERO TO RS-SUGG-WRITE-COUNT
                               OPEN OUTPUT SEARCH-RPT
                               OPEN OUTPUT RESULT-EXTRACT
                               PERFORM CHECK-RESULT-EXTRACT-OPEN
           MOVE ZERO TO RPT-INDEX
           MOVE SPACES TO RPT-DESC
           MOVE 'N' TO SUPS-HIT
           MOVE ZERO TO SUGG-COUNT
           MOVE -1 TO RESULT
           PERFORM WRITE-RPT-LINE
           PERFORM WRITE-RESULT-RECORD.
           DISPLAY "  Found inactive  . . . . : " TOTAL-FOUND-INACT
           DISPLAY "  Superseded  . . . . . . : " TOTAL-SUPERSEDED
           DISPLAY "  Not found . . . . . . . : " TOTAL-NOT-FOUND
           DISPLAY "    Probable keying error : " TOTAL-KEYING-ERR
           DISPLAY "  Not authorized  . . . . : " TOTAL-NOT-AUTH
           DISPLAY "  Keyed reads . . . . . . : " TOTAL-COMPARISONS
           MOVE SPACES TO RPT-REC
               END-STRING
               WRITE RPT-REC
           END-IF
           IF TOTAL-KEYING-ERR > 0
               MOVE SPACES TO RPT-REC
               STRING "SUMMARY - PROBABLE KEYING ERROR "
                      TOTAL-KEYING-ERR
                      " (OF THE NOT FOUND - SEE TRY= CODE ON EACH "
                      "LINE)"
                   DELIMITED BY SIZE INTO RPT-REC
               END-STRING
               WRITE RPT-REC
           END-IF
           IF TOTAL-NOT-AUTH > 0
               MOVE SPACES TO RPT-REC
               STRING "SUMMARY - NOT AUTHORIZED " TOTAL-NOT-AUTH
                   MOVE CKPT-TOTAL-NOT-AUTH TO TOTAL-NOT-AUTH
                   MOVE CKPT-TOTAL-SUPERSEDED TO TOTAL-SUPERSEDED
                   MOVE CKPT-TOTAL-COMPARISONS TO TOTAL-COMPARISONS
                   MOVE CKPT-TOTAL-KEYING-ERR TO TOTAL-KEYING-ERR
                   PERFORM RESTORE-LIST-TOTALS
                   READ CHECKPOINT-FILE
                       AT END MOVE '10' TO CKPT-STATUS
           MOVE TOTAL-NOT-AUTH TO CKPT-TOTAL-NOT-AUTH
           MOVE TOTAL-SUPERSEDED TO CKPT-TOTAL-SUPERSEDED
           MOVE TOTAL-COMPARISONS TO CKPT-TOTAL-COMPARISONS
           MOVE TOTAL-KEYING-ERR TO CKPT-TOTAL-KEYING-ERR
           MOVE KS-LIST-SIZE TO CKPT-LIST-COUNT
           PERFORM VARYING LS-IDX FROM 1 BY 1
                   UNTIL LS-IDX > KS-LIST-MAX

       VERIFY.
           MOVE 'N' TO SUPS-HIT
           MOVE ZERO TO SUGG-COUNT
           PERFORM SET-JUDGE-DATE
           MOVE TARGET TO RPT-TARGET
           MOVE TARGET-LIST TO RPT-LIST-ID
                   ADD 1 TO LS-NOT-FOUND (CUR-LIST-IDX)
               END-IF
               DISPLAY "Can't find em"
               PERFORM FIND-KEYING-CANDIDATES
               IF SUGG-COUNT > 0
                   ADD 1 TO TOTAL-KEYING-ERR
                   DISPLAY "  Probable keying error - try "
                       SUGG-CODE (1)
                   MOVE "KEYING ERROR" TO RPT-STATUS-TEXT
                   MOVE "TRY=" TO RPT-INDEX-LABEL
                   MOVE SUGG-CODE (1) TO RPT-INDEX
                   PERFORM FORMAT-SUGGESTION-DESC
               ELSE
                   MOVE "NOT FOUND" TO RPT-STATUS-TEXT
                   MOVE "KEY=" TO RPT-INDEX-LABEL
                   MOVE TARGET TO RPT-INDEX
                   MOVE SPACES TO RPT-DESC
                   PERFORM TALLY-NOT-FOUND
               END-IF
           END-IF
           END-IF
           PERFORM WRITE-RPT-LINE
           PERFORM WRITE-RESULT-RECORD.

       FIND-KEYING-CANDIDATES.
           MOVE ZERO TO SUGG-COUNT
           MOVE TARGET TO TYPO-BASE
           PERFORM VARYING TYPO-POS FROM 1 BY 1
                   UNTIL TYPO-POS > 8
               IF TYPO-BASE-DIGIT (TYPO-POS)
                       NOT = TYPO-BASE-DIGIT (TYPO-POS + 1)
                   MOVE TYPO-BASE TO TYPO-CODE
                   MOVE TYPO-DIGIT (TYPO-POS) TO TYPO-HOLD
                   MOVE TYPO-DIGIT (TYPO-POS + 1)
                       TO TYPO-DIGIT (TYPO-POS)
                   MOVE TYPO-HOLD TO TYPO-DIGIT (TYPO-POS + 1)
                   MOVE TARGET-LIST TO MASTER-LIST-ID
                   MOVE TYPO-CODE TO MASTER-CODE
                   READ MASTER-KSDS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE MASTER-DESC TO TYPO-DESC
                           PERFORM HOLD-KEYING-CANDIDATE
                   END-READ
               END-IF
           END-PERFORM
           PERFORM FIND-LOWER-NEIGHBOUR
           PERFORM FIND-UPPER-NEIGHBOUR.

       FIND-LOWER-NEIGHBOUR.
           MOVE 'N' TO TYPO-LOWER-SW
           PERFORM VARYING TYPO-POS FROM 9 BY -1
                   UNTIL TYPO-POS < 1
                      OR TYPO-LOWER-FOUND
               MOVE TYPO-BASE TO TYPO-CODE
               PERFORM VARYING TYPO-STEP FROM 1 BY 1
                       UNTIL TYPO-STEP > TYPO-BASE-DIGIT (TYPO-POS)
                          OR TYPO-LOWER-FOUND
                   COMPUTE TYPO-DIGIT (TYPO-POS) =
                       TYPO-BASE-DIGIT (TYPO-POS) - TYPO-STEP
                   MOVE TARGET-LIST TO MASTER-LIST-ID
                   MOVE TYPO-CODE TO MASTER-CODE
                   READ MASTER-KSDS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO TYPO-LOWER-SW
                           MOVE MASTER-DESC TO TYPO-DESC
                   END-READ
               END-PERFORM
           END-PERFORM
           IF TYPO-LOWER-FOUND
               MOVE TARGET-LIST TO MASTER-LIST-ID
               MOVE TYPO-CODE TO MASTER-CODE
               START MASTER-KSDS KEY IS GREATER THAN MASTER-KEY
                   INVALID KEY
                       PERFORM HOLD-KEYING-CANDIDATE
                   NOT INVALID KEY
                       READ MASTER-KSDS NEXT RECORD
                           AT END
                               PERFORM HOLD-KEYING-CANDIDATE
                           NOT AT END
                               IF MASTER-LIST-ID NOT = TARGET-LIST
                                       OR MASTER-CODE > TARGET
                                   PERFORM HOLD-KEYING-CANDIDATE
                               END-IF
                       END-READ
               END-START
           END-IF.

       FIND-UPPER-NEIGHBOUR.
           MOVE TARGET-LIST TO MASTER-LIST-ID
           MOVE TARGET TO MASTER-CODE
           START MASTER-KSDS KEY IS GREATER THAN MASTER-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ MASTER-KSDS NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF MASTER-LIST-ID = TARGET-LIST
                               MOVE MASTER-CODE TO TYPO-CODE
                               PERFORM TRY-NEIGHBOUR-CODE
                           END-IF
                   END-READ
           END-START.

       TRY-NEIGHBOUR-CODE.
           MOVE ZERO TO TYPO-DIFF-COUNT
           PERFORM VARYING TYPO-POS FROM 1 BY 1
                   UNTIL TYPO-POS > 9
               IF TYPO-DIGIT (TYPO-POS)
                       NOT = TYPO-BASE-DIGIT (TYPO-POS)
                   ADD 1 TO TYPO-DIFF-COUNT
               END-IF
           END-PERFORM
           IF TYPO-DIFF-COUNT = 1
               MOVE MASTER-DESC TO TYPO-DESC
               PERFORM HOLD-KEYING-CANDIDATE
           END-IF.

       HOLD-KEYING-CANDIDATE.
           MOVE 'N' TO SUGG-DUP-SW
           PERFORM VARYING SUGG-IDX FROM 1 BY 1
                   UNTIL SUGG-IDX > SUGG-COUNT
               IF SUGG-CODE (SUGG-IDX) = TYPO-CODE
                   MOVE 'Y' TO SUGG-DUP-SW
               END-IF
           END-PERFORM
           IF NOT SUGG-ALREADY-HELD
                   AND SUGG-COUNT < SUGG-MAX
               ADD 1 TO SUGG-COUNT
               MOVE TYPO-CODE TO SUGG-CODE (SUGG-COUNT)
               MOVE TYPO-DESC TO SUGG-DESC (SUGG-COUNT)
           END-IF.

       FORMAT-SUGGESTION-DESC.
           MOVE SPACES TO RPT-DESC
           EVALUATE SUGG-COUNT
               WHEN 1
                   MOVE SUGG-DESC (1) TO RPT-DESC
               WHEN 2
                   STRING "OR TRY " SUGG-CODE (2)
                       DELIMITED BY SIZE INTO RPT-DESC
                   END-STRING
               WHEN OTHER
                   STRING "OR TRY " SUGG-CODE (2) " "
                          SUGG-CODE (3)
                       DELIMITED BY SIZE INTO RPT-DESC
                   END-STRING
           END-EVALUATE.

       SET-JUDGE-DATE.
           IF TARGET-ASOF = ZERO
               MOVE WS-RUN-DATE TO JUDGE-DATE
               ADD 1 TO RS-WRITE-COUNT
               COMPUTE RS-HASH-ACC = FUNCTION MOD
                   (RS-HASH-ACC + TARGET, HASH-MODULUS)
               IF SUGG-COUNT > 0
                   PERFORM WRITE-SUGGESTION-RECORD
               END-IF
           END-IF.

       WRITE-SUGGESTION-RECORD.
           MOVE SPACES TO RS-SUGG-REC
           MOVE TARGET-DEPT TO RS-SUGG-DEPT
           MOVE TARGET-REF TO RS-SUGG-REF
           MOVE TARGET-LIST TO RS-SUGG-LIST-ID
           MOVE TARGET TO RS-SUGG-TARGET
           MOVE "SUGG" TO RS-SUGG-MARK
           MOVE SUGG-COUNT TO RS-SUGG-COUNT
           PERFORM VARYING SUGG-IDX FROM 1 BY 1
                   UNTIL SUGG-IDX > 3
               IF SUGG-IDX > SUGG-COUNT
                   MOVE ZERO TO RS-SUGG-CODE (SUGG-IDX)
               ELSE
                   MOVE SUGG-CODE (SUGG-IDX)
                       TO RS-SUGG-CODE (SUGG-IDX)
               END-IF
           END-PERFORM
           WRITE RS-SUGG-REC
           ADD 1 TO RS-SUGG-WRITE-COUNT.

       WRITE-RESULT-TRAILER.
           IF RSLT-EXTRACT-OPEN
               MOVE SPACES TO RS-CTL-REC
               MOVE "****" TO RS-CTL-MARK
               MOVE RS-WRITE-COUNT TO RS-CTL-COUNT
               MOVE RS-HASH-ACC TO RS-CTL-HASH
               MOVE RS-SUGG-WRITE-COUNT TO RS-CTL-SUGG-COUNT
               WRITE RS-CTL-REC
           END-IF.

       RECOUNT-RESULT-EXTRACT.
           MOVE ZERO TO RS-WRITE-COUNT
           MOVE ZERO TO RS-HASH-ACC
           MOVE ZERO TO RS-SUGG-WRITE-COUNT
           OPEN INPUT RESULT-EXTRACT
           IF RS-STATUS = '00'
               READ RESULT-EXTRACT
                   AT END MOVE '10' TO RS-STATUS
               END-READ
               PERFORM UNTIL RS-STATUS = '10'
                   EVALUATE TRUE
                       WHEN RS-DEPT = "****"
                           CONTINUE
                       WHEN RS-SUGGESTION-REC
                           ADD 1 TO RS-SUGG-WRITE-COUNT
                       WHEN OTHER
                           ADD 1 TO RS-WRITE-COUNT
                           COMPUTE RS-HASH-ACC = FUNCTION MOD
                               (RS-HASH-ACC + RS-TARGET, HASH-MODULUS)
                   END-EVALUATE
                   READ RESULT-EXTRACT
                       AT END MOVE '10' TO RS-STATUS
                   END-READ
