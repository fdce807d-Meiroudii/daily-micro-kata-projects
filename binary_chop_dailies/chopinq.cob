       01  SUPS-CODE        PIC 9(9).
       01  SUPS-RESULT      PIC S9(9) VALUE -1.
       01  SUPS-LIST-IDX    PIC 9(4).
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
       01  TYPO-HOLD        PIC 9.
       01  TYPO-DIFF-COUNT  PIC 9(2).
       01  TYPO-NEAR-IDX    PIC 9(9).
       01  TYPO-LEFT        PIC 9(9).
       01  TYPO-RIGHT       PIC 9(9).
       01  TYPO-MID         PIC 9(9).
       01  TYPO-RESULT      PIC S9(9) VALUE -1.
       01  INQ-INDEX        PIC 9(9).
       01  INQ-ASOF         PIC 9(8) VALUE ZERO.
       01  JUDGE-DATE       PIC 9(8).
                           " JUDGED AS OF " JUDGE-DATE ")"
                   END-IF
               WHEN OTHER
                   PERFORM FIND-KEYING-CANDIDATES
                   IF SUGG-COUNT > 0
                       DISPLAY "PROBABLE KEYING ERROR " TARGET-LIST
                           " " TARGET " - NOT ON THE MASTER, BUT "
                           "CLOSE TO:"
                       PERFORM VARYING SUGG-IDX FROM 1 BY 1
                               UNTIL SUGG-IDX > SUGG-COUNT
                           DISPLAY "    TRY " TARGET-LIST " "
                               SUGG-CODE (SUGG-IDX) " - "
                               SUGG-DESC (SUGG-IDX)
                       END-PERFORM
                   ELSE
                       DISPLAY "NOT FOUND " TARGET-LIST " " TARGET
                           " - INSERTION POINT " LEFT-IDX
                   END-IF
           END-EVALUATE.

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
                   PERFORM SEARCH-KEYING-CANDIDATE
                   IF TYPO-RESULT > 0
                       MOVE ARR-DESC (TYPO-RESULT) TO TYPO-DESC
                       PERFORM HOLD-KEYING-CANDIDATE
                   END-IF
               END-IF
           END-PERFORM
           IF LEFT-IDX > LIST-DIR-LO (CUR-LIST-IDX)
               SUBTRACT 1 FROM LEFT-IDX GIVING TYPO-NEAR-IDX
               PERFORM TRY-NEIGHBOUR-CODE
           END-IF
           IF LEFT-IDX NOT > LIST-DIR-HI (CUR-LIST-IDX)
               MOVE LEFT-IDX TO TYPO-NEAR-IDX
               PERFORM TRY-NEIGHBOUR-CODE
           END-IF.

       SEARCH-KEYING-CANDIDATE.
           MOVE -1 TO TYPO-RESULT
           MOVE LIST-DIR-LO (CUR-LIST-IDX) TO TYPO-LEFT
           MOVE LIST-DIR-HI (CUR-LIST-IDX) TO TYPO-RIGHT
           PERFORM UNTIL TYPO-LEFT > TYPO-RIGHT
               COMPUTE TYPO-MID = (TYPO-LEFT + TYPO-RIGHT) / 2
               IF ARR-ELEM (TYPO-MID) = TYPO-CODE
                   MOVE TYPO-MID TO TYPO-RESULT
                   EXIT PERFORM
               ELSE
                   IF ARR-ELEM (TYPO-MID) < TYPO-CODE
                       ADD 1 TO TYPO-MID GIVING TYPO-LEFT
                   ELSE
                       SUBTRACT 1 FROM TYPO-MID GIVING TYPO-RIGHT
                   END-IF
               END-IF
           END-PERFORM.

       TRY-NEIGHBOUR-CODE.
           MOVE ARR-ELEM (TYPO-NEAR-IDX) TO TYPO-CODE
           MOVE ZERO TO TYPO-DIFF-COUNT
           PERFORM VARYING TYPO-POS FROM 1 BY 1
                   UNTIL TYPO-POS > 9
               IF TYPO-DIGIT (TYPO-POS)
                       NOT = TYPO-BASE-DIGIT (TYPO-POS)
                   ADD 1 TO TYPO-DIFF-COUNT
               END-IF
           END-PERFORM
           IF TYPO-DIFF-COUNT = 1
               MOVE ARR-DESC (TYPO-NEAR-IDX) TO TYPO-DESC
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

       LOAD-ARRAY-FROM-MASTER.
           MOVE ZERO TO ARRAY-SIZE
           MOVE ZERO TO LIST-DIR-SIZE
