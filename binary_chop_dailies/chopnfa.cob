       01  MID              PIC 9(9).
       01  GUESS            PIC 9(9).
       01  RESULT           PIC S9(9) VALUE -1.
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
       01  OLD-ITEMS-READ   PIC 9(9) VALUE ZERO.
       01  NF-RECORDS-READ  PIC 9(9) VALUE ZERO.
       01  NEW-ITEMS-NOTED  PIC 9(9) VALUE ZERO.
       01  ITEMS-CLOSED     PIC 9(9) VALUE ZERO.
       01  ITEMS-KEYING     PIC 9(9) VALUE ZERO.
       01  ITEMS-STILL-OPEN PIC 9(9) VALUE ZERO.
       01  OI-TABLE-SIZE    PIC 9(9) VALUE ZERO.
       01  OI-TABLE-MAX     PIC 9(9) VALUE 9999.
               10  OI-DISPOSITION  PIC X.
                   88  OI-ITEM-OPEN        VALUE 'O'.
                   88  OI-ITEM-CLOSED      VALUE 'C'.
                   88  OI-ITEM-KEYING      VALUE 'K'.
               10  OI-TRY-CODE     PIC 9(9).
       01  OI-IDX           PIC 9(9).
       01  OI-IDX2          PIC 9(9).
       01  OI-MATCH-IDX     PIC 9(9).
       01  OI-SWAP-ENTRY    PIC X(45).
       01  OI-OVERFLOW      PIC 9(9) VALUE ZERO.
       01  DAYS-OUT         PIC S9(5).
       01  OPEN-LINE.
               VALUE "  NOW ON MASTER  SEEN ".
           05  CLL-OCCURS        PIC Z(6)9.
           05  FILLER            PIC X(40) VALUE SPACES.
       01  KEYING-LINE.
           05  KYL-LIST-ID       PIC X(3).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  KYL-CODE          PIC 9(9).
           05  FILLER            PIC X(9) VALUE "  FIRST  ".
           05  KYL-FIRST-DATE    PIC 9(8).
           05  FILLER            PIC X(9) VALUE "  TRY    ".
           05  KYL-TRY-CODE      PIC 9(9).
           05  FILLER            PIC X(8) VALUE "  SEEN  ".
           05  KYL-OCCURS        PIC Z(6)9.
           05  FILLER            PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
               MOVE OI-CODE (OI-IDX) TO TARGET
               MOVE OI-LIST-ID (OI-IDX) TO TARGET-LIST
               PERFORM BINARY-SEARCH
               MOVE ZERO TO SUGG-COUNT
               IF RESULT NOT > 0 AND CUR-LIST-IDX > 0
                   PERFORM FIND-KEYING-CANDIDATES
               END-IF
               EVALUATE TRUE
                   WHEN RESULT > 0
                       MOVE 'C' TO OI-DISPOSITION (OI-IDX)
                       ADD 1 TO ITEMS-CLOSED
                   WHEN SUGG-COUNT > 0
                       MOVE 'K' TO OI-DISPOSITION (OI-IDX)
                       MOVE SUGG-CODE (1) TO OI-TRY-CODE (OI-IDX)
                       ADD 1 TO ITEMS-KEYING
                   WHEN OTHER
                       ADD 1 TO ITEMS-STILL-OPEN
               END-EVALUATE
           END-PERFORM.

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

       SORT-ITEMS-OLDEST-FIRST.
           PERFORM VARYING OI-IDX FROM 1 BY 1
                   UNTIL OI-IDX NOT < OI-TABLE-SIZE
                   END-IF
               END-PERFORM
               PERFORM WRITE-CLOSED-SECTION
               PERFORM WRITE-KEYING-SECTION
               PERFORM WRITE-AGING-TOTALS
               CLOSE AGING-RPT
               CLOSE OPEN-ITEMS-OUT
               WRITE AGE-REC
           END-IF.

       WRITE-KEYING-SECTION.
           MOVE SPACES TO AGE-REC
           WRITE AGE-REC
           MOVE SPACES TO AGE-REC
           STRING "CLOSED THIS RUN - PROBABLE KEYING ERROR, TRY CODE "
                  "IS ON THE MASTER"
               DELIMITED BY SIZE INTO AGE-REC
           END-STRING
           WRITE AGE-REC
           PERFORM VARYING OI-IDX FROM 1 BY 1
                   UNTIL OI-IDX > OI-TABLE-SIZE
               IF OI-ITEM-KEYING (OI-IDX)
                   MOVE OI-LIST-ID (OI-IDX) TO KYL-LIST-ID
                   MOVE OI-CODE (OI-IDX) TO KYL-CODE
                   MOVE OI-FIRST-DATE (OI-IDX) TO KYL-FIRST-DATE
                   MOVE OI-TRY-CODE (OI-IDX) TO KYL-TRY-CODE
                   MOVE OI-OCCURS (OI-IDX) TO KYL-OCCURS
                   WRITE AGE-REC FROM KEYING-LINE
               END-IF
           END-PERFORM
           IF ITEMS-KEYING = ZERO
               MOVE "NONE" TO AGE-REC
               WRITE AGE-REC
           END-IF.

       WRITE-AGING-HEADER.
           MOVE SPACES TO AGE-REC
           STRING "CHOPNFA NOT-FOUND AGING WORKLIST - RUN DATE "
           STRING "TOTALS - CARRIED " OLD-ITEMS-READ
                  "  NEW " NEW-ITEMS-NOTED
                  "  CLOSED " ITEMS-CLOSED
                  "  KEYING " ITEMS-KEYING
                  "  STILL OPEN " ITEMS-STILL-OPEN
               DELIMITED BY SIZE INTO AGE-REC
           END-STRING
           DISPLAY "CHOPNFA: CARRIED " OLD-ITEMS-READ
               "  NEW " NEW-ITEMS-NOTED
               "  CLOSED " ITEMS-CLOSED
               "  KEYING " ITEMS-KEYING
               "  STILL OPEN " ITEMS-STILL-OPEN
           IF OI-OVERFLOW > 0
               DISPLAY "CHOPNFA: OPEN-ITEMS TABLE OVERFLOWED - "
