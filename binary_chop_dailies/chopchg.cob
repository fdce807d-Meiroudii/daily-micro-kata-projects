       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHOPCHG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT-FILE ASSIGN TO "RSLTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RSIN-STATUS.
           SELECT RATE-FILE ASSIGN TO "RATEIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-STATUS.
           SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-STATUS.
           SELECT CHARGE-RPT ASSIGN TO "CHGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHG-STATUS.
           SELECT GL-EXTRACT ASSIGN TO "GLOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-FILE
           RECORDING MODE IS F.
       01  RSIN-REC.
           05  RSIN-DEPT        PIC X(4).
               88  RSIN-IS-TRAILER      VALUE '****'.
           05  RSIN-REF         PIC X(8).
           05  RSIN-LIST-ID     PIC X(3).
           05  RSIN-TARGET      PIC 9(9).
           05  RSIN-STATUS-TEXT PIC X(14).
           05  RSIN-INDEX       PIC 9(9).
           05  RSIN-RUN-DATE    PIC 9(8).
           05  RSIN-RUN-DATE-X REDEFINES RSIN-RUN-DATE.
               10  RSIN-RUN-YYYYMM  PIC 9(6).
               10  FILLER           PIC 9(2).
           05  RSIN-ASOF-DATE   PIC 9(8).
       01  RSIN-CTL-REC.
           05  RSIN-CTL-MARK    PIC X(4).
           05  RSIN-CTL-COUNT   PIC 9(9).
           05  RSIN-CTL-HASH    PIC 9(9).
           05  FILLER           PIC X(41).
       01  RSIN-SUGG-REC.
           05  FILLER           PIC X(24).
           05  RSIN-SUGG-MARK   PIC X(4).
               88  RSIN-IS-SUGGESTION   VALUE 'SUGG'.
           05  FILLER           PIC X(35).

       FD  RATE-FILE.
       01  RATE-REC.
           05  RATE-LIST-ID     PIC X(3).
           05  FILLER           PIC X.
           05  RATE-PRICE-X     PIC X(7).
           05  RATE-PRICE REDEFINES RATE-PRICE-X
                                PIC 9(3)V9(4).
           05  FILLER           PIC X.
           05  RATE-SURCHARGE-X PIC X(7).
           05  RATE-SURCHARGE REDEFINES RATE-SURCHARGE-X
                                PIC 9(3)V9(4).
           05  FILLER           PIC X.
           05  RATE-REVENUE-ACCT PIC X(10).
           05  FILLER           PIC X.
           05  RATE-EXPENSE-ACCT PIC X(10).
           05  FILLER           PIC X(39).

       FD  CONTROL-CARD-FILE.
       01  CTL-REC              PIC X(80).

       FD  CHARGE-RPT.
       01  CHG-REC              PIC X(100).

       FD  GL-EXTRACT
           RECORDING MODE IS F.
       01  GL-REC.
           05  GL-JOURNAL-DATE  PIC 9(8).
           05  GL-PERIOD        PIC 9(6).
           05  GL-SOURCE        PIC X(8).
           05  GL-ACCOUNT       PIC X(10).
           05  GL-COST-CENTER   PIC X(4).
           05  GL-DR-CR         PIC X.
               88  GL-DEBIT             VALUE 'D'.
               88  GL-CREDIT            VALUE 'C'.
           05  GL-AMOUNT        PIC 9(9)V99.
           05  GL-LIST-ID       PIC X(3).
           05  GL-LOOKUPS       PIC 9(9).
           05  GL-DESC          PIC X(20).
       01  GL-CTL-REC.
           05  GL-CTL-MARK      PIC X(8).
           05  GL-CTL-PERIOD    PIC 9(6).
           05  GL-CTL-COUNT     PIC 9(9).
           05  GL-CTL-DEBITS    PIC 9(11)V99.
           05  GL-CTL-CREDITS   PIC 9(11)V99.
           05  FILLER           PIC X(31).

       WORKING-STORAGE SECTION.
       01  RSIN-STATUS      PIC XX.
       01  RATE-STATUS      PIC XX.
       01  CTL-STATUS       PIC XX.
       01  CHG-STATUS       PIC XX.
       01  GL-STATUS        PIC XX.
       01  RUN-OK           PIC X VALUE 'Y'.
           88  RUN-GOOD             VALUE 'Y'.
           88  RUN-FAILED           VALUE 'N'.
       01  BALANCE-SW       PIC X VALUE 'Y'.
           88  INPUT-BALANCED       VALUE 'Y'.
           88  INPUT-SHORT          VALUE 'N'.
       01  WS-RUN-DATE      PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  RUN-YYYY         PIC 9(4).
           05  RUN-MM           PIC 9(2).
           05  RUN-DD           PIC 9(2).
       01  BILL-PERIOD      PIC 9(6).
       01  BILL-PERIOD-X REDEFINES BILL-PERIOD.
           05  BILL-YYYY        PIC 9(4).
           05  BILL-MM          PIC 9(2).
       01  NEXT-MONTH-DATE  PIC 9(8).
       01  NEXT-MONTH-DATE-X REDEFINES NEXT-MONTH-DATE.
           05  NEXT-YYYY        PIC 9(4).
           05  NEXT-MM          PIC 9(2).
           05  NEXT-DD          PIC 9(2).
       01  JOURNAL-DATE     PIC 9(8).
       01  HASH-MODULUS     PIC 9(10) VALUE 1000000000.
       01  BODY-COUNT       PIC 9(9) VALUE ZERO.
       01  BODY-HASH        PIC 9(9) VALUE ZERO.
       01  TRAILER-COUNT    PIC 9(9) VALUE ZERO.
       01  TRAILER-HASH     PIC 9(9) VALUE ZERO.
       01  TRAILERS-READ    PIC 9(4) VALUE ZERO.
       01  PERIOD-COUNT     PIC 9(9) VALUE ZERO.
       01  OUTSIDE-COUNT    PIC 9(9) VALUE ZERO.
       01  DESK-COUNT       PIC 9(9) VALUE ZERO.
       01  NO-RATE-COUNT    PIC 9(9) VALUE ZERO.
       01  GL-WRITE-COUNT   PIC 9(9) VALUE ZERO.
       01  GL-DEBIT-TOTAL   PIC 9(11)V99 VALUE ZERO.
       01  GL-CREDIT-TOTAL  PIC 9(11)V99 VALUE ZERO.
       01  RATE-TABLE-SIZE  PIC 9(4) VALUE ZERO.
       01  RATE-TABLE-MAX   PIC 9(4) VALUE 10.
       01  RATE-TABLE.
           05  RATE-ENTRY   OCCURS 10 TIMES.
               10  RT-LIST-ID      PIC X(3).
               10  RT-PRICE        PIC 9(3)V9(4).
               10  RT-SURCHARGE    PIC 9(3)V9(4).
               10  RT-REVENUE-ACCT PIC X(10).
               10  RT-EXPENSE-ACCT PIC X(10).
       01  RT-IDX           PIC 9(4).
       01  RT-MATCH-IDX     PIC 9(4).
       01  CH-TABLE-SIZE    PIC 9(4) VALUE ZERO.
       01  CH-TABLE-MAX     PIC 9(4) VALUE 500.
       01  CH-TABLE.
           05  CH-ENTRY     OCCURS 500 TIMES.
               10  CH-KEY.
                   15  CH-DEPT         PIC X(4).
                   15  CH-LIST-ID      PIC X(3).
               10  CH-FOUND        PIC 9(9).
               10  CH-NOT-FOUND    PIC 9(9).
               10  CH-SUPERSEDED   PIC 9(9).
               10  CH-NOT-AUTH     PIC 9(9).
               10  CH-ASOF         PIC 9(9).
               10  CH-AMOUNT       PIC 9(9)V99.
       01  CH-IDX           PIC 9(4).
       01  CH-MATCH-IDX     PIC 9(4).
       01  CH-OVERFLOW      PIC 9(9) VALUE ZERO.
       01  LEFT-IDX         PIC 9(4).
       01  RIGHT-IDX        PIC 9(4).
       01  MID              PIC 9(4).
       01  SEEK-KEY.
           05  SEEK-DEPT        PIC X(4).
           05  SEEK-LIST-ID     PIC X(3).
       01  BILLABLE-COUNT   PIC 9(9).
       01  LINE-LOOKUPS     PIC 9(9).
       01  PREV-DEPT        PIC X(4) VALUE SPACES.
       01  DEPT-FOUND       PIC 9(9) VALUE ZERO.
       01  DEPT-NOT-FOUND   PIC 9(9) VALUE ZERO.
       01  DEPT-SUPERSEDED  PIC 9(9) VALUE ZERO.
       01  DEPT-NOT-AUTH    PIC 9(9) VALUE ZERO.
       01  DEPT-ASOF        PIC 9(9) VALUE ZERO.
       01  DEPT-AMOUNT      PIC 9(11)V99 VALUE ZERO.
       01  GRAND-FOUND      PIC 9(9) VALUE ZERO.
       01  GRAND-NOT-FOUND  PIC 9(9) VALUE ZERO.
       01  GRAND-SUPERSEDED PIC 9(9) VALUE ZERO.
       01  GRAND-NOT-AUTH   PIC 9(9) VALUE ZERO.
       01  GRAND-ASOF       PIC 9(9) VALUE ZERO.
       01  GRAND-AMOUNT     PIC 9(11)V99 VALUE ZERO.
       01  CHARGE-LINE.
           05  CGL-DEPT          PIC X(4).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  CGL-LIST-ID       PIC X(3).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  CGL-FOUND         PIC Z(7)9.
           05  FILLER            PIC X VALUE SPACE.
           05  CGL-NOT-FOUND     PIC Z(7)9.
           05  FILLER            PIC X VALUE SPACE.
           05  CGL-SUPERSEDED    PIC Z(7)9.
           05  FILLER            PIC X VALUE SPACE.
           05  CGL-NOT-AUTH      PIC Z(7)9.
           05  FILLER            PIC X VALUE SPACE.
           05  CGL-ASOF          PIC Z(7)9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  CGL-AMOUNT        PIC Z(10)9.99.
           05  FILLER            PIC X(29) VALUE SPACES.
       01  EDIT-AMOUNT      PIC Z(10)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM READ-CONTROL-CARD
           PERFORM COMPUTE-JOURNAL-DATE
           IF RUN-GOOD
               PERFORM LOAD-RATE-TABLE
           END-IF
           IF RUN-GOOD
               PERFORM TALLY-RESULT-FILE
           END-IF
           IF RUN-GOOD
               PERFORM PROVE-INPUT-COUNTS
               PERFORM PRICE-CHARGE-TABLE
               OPEN OUTPUT CHARGE-RPT
               PERFORM WRITE-CHARGE-HEADER
               PERFORM WRITE-CHARGE-DETAIL
               PERFORM WRITE-PROOF-SECTION
               EVALUATE TRUE
                   WHEN INPUT-SHORT OR CH-OVERFLOW > 0
                       MOVE SPACES TO CHG-REC
                       WRITE CHG-REC
                       STRING "*** GL JOURNAL EXTRACT NOT WRITTEN - "
                              "INPUT NOT PROVED - DO NOT BILL FROM "
                              "THIS REPORT ***"
                           DELIMITED BY SIZE INTO CHG-REC
                       END-STRING
                       WRITE CHG-REC
                       DISPLAY "CHOPCHG: GL JOURNAL EXTRACT NOT "
                           "WRITTEN - INPUT NOT PROVED"
                   WHEN NO-RATE-COUNT > 0
                       MOVE SPACES TO CHG-REC
                       WRITE CHG-REC
                       STRING "*** GL JOURNAL EXTRACT NOT WRITTEN - "
                              "LISTS WITH NO RATE - ADD THE RATES "
                              "AND RERUN ***"
                           DELIMITED BY SIZE INTO CHG-REC
                       END-STRING
                       WRITE CHG-REC
                       DISPLAY "CHOPCHG: GL JOURNAL EXTRACT NOT "
                           "WRITTEN - LISTS WITH NO RATE"
                   WHEN OTHER
                       PERFORM WRITE-GL-EXTRACT
               END-EVALUATE
               CLOSE CHARGE-RPT
           ELSE
               DISPLAY "CHOPCHG: RUN ABANDONED - NO CHARGEBACK "
                   "PRODUCED"
           END-IF

           EVALUATE TRUE
               WHEN RUN-FAILED
                   MOVE 12 TO RETURN-CODE
               WHEN INPUT-SHORT OR CH-OVERFLOW > 0
                       OR NO-RATE-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN PERIOD-COUNT = 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

       READ-CONTROL-CARD.
           IF RUN-MM = 1
               COMPUTE BILL-YYYY = RUN-YYYY - 1
               MOVE 12 TO BILL-MM
           ELSE
               MOVE RUN-YYYY TO BILL-YYYY
               COMPUTE BILL-MM = RUN-MM - 1
           END-IF
           OPEN INPUT CONTROL-CARD-FILE
           IF CTL-STATUS = '00'
               READ CONTROL-CARD-FILE
                   AT END CONTINUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN CTL-REC (1:6) = SPACES
                               CONTINUE
                           WHEN CTL-REC (1:6) IS NUMERIC
                                   AND CTL-REC (5:2) >= "01"
                                   AND CTL-REC (5:2) <= "12"
                               MOVE CTL-REC (1:6) TO BILL-PERIOD
                           WHEN OTHER
                               MOVE 'N' TO RUN-OK
                               DISPLAY "CHOPCHG: CTLCARD MUST BE A "
                                   "YYYYMM BILLING PERIOD - GOT: "
                                   CTL-REC (1:20)
                       END-EVALUATE
               END-READ
               CLOSE CONTROL-CARD-FILE
           END-IF.

       COMPUTE-JOURNAL-DATE.
           IF BILL-MM = 12
               COMPUTE NEXT-YYYY = BILL-YYYY + 1
               MOVE 1 TO NEXT-MM
           ELSE
               MOVE BILL-YYYY TO NEXT-YYYY
               COMPUTE NEXT-MM = BILL-MM + 1
           END-IF
           MOVE 1 TO NEXT-DD
           COMPUTE JOURNAL-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (NEXT-MONTH-DATE) - 1).

       LOAD-RATE-TABLE.
           OPEN INPUT RATE-FILE
           IF RATE-STATUS NOT = '00'
               MOVE 'N' TO RUN-OK
               DISPLAY "CHOPCHG: UNABLE TO OPEN RATEIN - FILE STATUS "
                   RATE-STATUS
           ELSE
               READ RATE-FILE
                   AT END MOVE '10' TO RATE-STATUS
               END-READ
               PERFORM UNTIL RATE-STATUS = '10'
                   IF RATE-REC = SPACES OR RATE-REC (1:1) = "*"
                       CONTINUE
                   ELSE
                       PERFORM LOAD-ONE-RATE
                   END-IF
                   READ RATE-FILE
                       AT END MOVE '10' TO RATE-STATUS
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
               IF RATE-TABLE-SIZE = 0
                   MOVE 'N' TO RUN-OK
                   DISPLAY "CHOPCHG: RATEIN HOLDS NO RATES - NOTHING "
                       "CAN BE PRICED"
               END-IF
           END-IF.

       LOAD-ONE-RATE.
           EVALUATE TRUE
               WHEN RATE-LIST-ID = SPACES
                       OR RATE-PRICE-X IS NOT NUMERIC
                       OR RATE-SURCHARGE-X IS NOT NUMERIC
                       OR RATE-REVENUE-ACCT = SPACES
                       OR RATE-EXPENSE-ACCT = SPACES
                   MOVE 'N' TO RUN-OK
                   DISPLAY "CHOPCHG: RATEIN CARD INVALID - LIST, "
                       "7-DIGIT PRICE, 7-DIGIT SURCHARGE, REVENUE "
                       "AND EXPENSE ACCOUNTS - GOT: " RATE-REC (1:41)
               WHEN RATE-TABLE-SIZE NOT < RATE-TABLE-MAX
                   MOVE 'N' TO RUN-OK
                   DISPLAY "CHOPCHG: RATEIN CARRIES MORE THAN "
                       RATE-TABLE-MAX " LISTS"
               WHEN OTHER
                   MOVE RATE-LIST-ID TO SEEK-LIST-ID
                   PERFORM FIND-RATE-FOR-LIST
                   IF RT-MATCH-IDX > 0
                       MOVE 'N' TO RUN-OK
                       DISPLAY "CHOPCHG: RATEIN HAS TWO RATES FOR "
                           "LIST " SEEK-LIST-ID
                   ELSE
                       ADD 1 TO RATE-TABLE-SIZE
                       MOVE RATE-LIST-ID
                           TO RT-LIST-ID (RATE-TABLE-SIZE)
                       MOVE RATE-PRICE
                           TO RT-PRICE (RATE-TABLE-SIZE)
                       MOVE RATE-SURCHARGE
                           TO RT-SURCHARGE (RATE-TABLE-SIZE)
                       MOVE RATE-REVENUE-ACCT
                           TO RT-REVENUE-ACCT (RATE-TABLE-SIZE)
                       MOVE RATE-EXPENSE-ACCT
                           TO RT-EXPENSE-ACCT (RATE-TABLE-SIZE)
                   END-IF
           END-EVALUATE.

       FIND-RATE-FOR-LIST.
           MOVE ZERO TO RT-MATCH-IDX
           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > RATE-TABLE-SIZE
                      OR RT-MATCH-IDX > 0
               IF RT-LIST-ID (RT-IDX) = SEEK-LIST-ID
                   MOVE RT-IDX TO RT-MATCH-IDX
               END-IF
           END-PERFORM.

       TALLY-RESULT-FILE.
           OPEN INPUT RESULT-FILE
           IF RSIN-STATUS NOT = '00'
               MOVE 'N' TO RUN-OK
               DISPLAY "CHOPCHG: UNABLE TO OPEN RSLTIN - FILE STATUS "
                   RSIN-STATUS
           ELSE
               READ RESULT-FILE
                   AT END MOVE '10' TO RSIN-STATUS
               END-READ
               PERFORM UNTIL RSIN-STATUS = '10'
                   EVALUATE TRUE
                       WHEN RSIN-IS-TRAILER
                           ADD 1 TO TRAILERS-READ
                           COMPUTE TRAILER-COUNT =
                               TRAILER-COUNT + RSIN-CTL-COUNT
                           COMPUTE TRAILER-HASH = FUNCTION MOD
                               (TRAILER-HASH + RSIN-CTL-HASH,
                                HASH-MODULUS)
                       WHEN RSIN-IS-SUGGESTION
                           CONTINUE
                       WHEN OTHER
                           ADD 1 TO BODY-COUNT
                           COMPUTE BODY-HASH = FUNCTION MOD
                               (BODY-HASH + RSIN-TARGET, HASH-MODULUS)
                           IF RSIN-RUN-YYYYMM = BILL-PERIOD
                               ADD 1 TO PERIOD-COUNT
                               PERFORM TALLY-ONE-RESULT
                           ELSE
                               ADD 1 TO OUTSIDE-COUNT
                           END-IF
                   END-EVALUATE
                   READ RESULT-FILE
                       AT END MOVE '10' TO RSIN-STATUS
                   END-READ
               END-PERFORM
               CLOSE RESULT-FILE
           END-IF.

       TALLY-ONE-RESULT.
           IF RSIN-DEPT = SPACES
               ADD 1 TO DESK-COUNT
           ELSE
               MOVE RSIN-DEPT TO SEEK-DEPT
               MOVE RSIN-LIST-ID TO SEEK-LIST-ID
               PERFORM FIND-CHARGE-ENTRY
               IF CH-MATCH-IDX > 0
                   EVALUATE RSIN-STATUS-TEXT
                       WHEN "FOUND"
                       WHEN "FOUND-INACTIVE"
                           ADD 1 TO CH-FOUND (CH-MATCH-IDX)
                       WHEN "SUPERSEDED"
                           ADD 1 TO CH-SUPERSEDED (CH-MATCH-IDX)
                       WHEN "NOT AUTHORIZED"
                           ADD 1 TO CH-NOT-AUTH (CH-MATCH-IDX)
                       WHEN OTHER
                           ADD 1 TO CH-NOT-FOUND (CH-MATCH-IDX)
                   END-EVALUATE
                   IF RSIN-STATUS-TEXT NOT = "NOT AUTHORIZED"
                           AND RSIN-ASOF-DATE < RSIN-RUN-DATE
                       ADD 1 TO CH-ASOF (CH-MATCH-IDX)
                   END-IF
               END-IF
           END-IF.

       FIND-CHARGE-ENTRY.
           MOVE ZERO TO CH-MATCH-IDX
           MOVE 1 TO LEFT-IDX
           MOVE CH-TABLE-SIZE TO RIGHT-IDX
           PERFORM UNTIL LEFT-IDX > RIGHT-IDX
               COMPUTE MID = (LEFT-IDX + RIGHT-IDX) / 2
               IF CH-KEY (MID) = SEEK-KEY
                   MOVE MID TO CH-MATCH-IDX
                   EXIT PERFORM
               ELSE
                   IF CH-KEY (MID) < SEEK-KEY
                       ADD 1 TO MID GIVING LEFT-IDX
                   ELSE
                       SUBTRACT 1 FROM MID GIVING RIGHT-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF CH-MATCH-IDX = 0
               IF CH-TABLE-SIZE < CH-TABLE-MAX
                   PERFORM OPEN-CHARGE-ENTRY
               ELSE
                   ADD 1 TO CH-OVERFLOW
               END-IF
           END-IF.

       OPEN-CHARGE-ENTRY.
           PERFORM VARYING CH-IDX FROM CH-TABLE-SIZE BY -1
                   UNTIL CH-IDX < LEFT-IDX
               MOVE CH-ENTRY (CH-IDX) TO CH-ENTRY (CH-IDX + 1)
           END-PERFORM
           ADD 1 TO CH-TABLE-SIZE
           MOVE LEFT-IDX TO CH-MATCH-IDX
           MOVE SEEK-DEPT TO CH-DEPT (CH-MATCH-IDX)
           MOVE SEEK-LIST-ID TO CH-LIST-ID (CH-MATCH-IDX)
           MOVE ZERO TO CH-FOUND (CH-MATCH-IDX)
           MOVE ZERO TO CH-NOT-FOUND (CH-MATCH-IDX)
           MOVE ZERO TO CH-SUPERSEDED (CH-MATCH-IDX)
           MOVE ZERO TO CH-NOT-AUTH (CH-MATCH-IDX)
           MOVE ZERO TO CH-ASOF (CH-MATCH-IDX)
           MOVE ZERO TO CH-AMOUNT (CH-MATCH-IDX).

       PROVE-INPUT-COUNTS.
           MOVE 'Y' TO BALANCE-SW
           IF TRAILERS-READ = 0
               MOVE 'N' TO BALANCE-SW
               DISPLAY "CHOPCHG: RSLTIN CARRIES NO CONTROL TRAILERS"
           END-IF
           IF BODY-COUNT NOT = TRAILER-COUNT
                   OR BODY-HASH NOT = TRAILER-HASH
               MOVE 'N' TO BALANCE-SW
               DISPLAY "CHOPCHG: RSLTIN OUT OF BALANCE - TRAILERS "
                   "COUNT " TRAILER-COUNT " HASH " TRAILER-HASH
                   " BUT READ " BODY-COUNT " HASH " BODY-HASH
           END-IF.

       PRICE-CHARGE-TABLE.
           PERFORM VARYING CH-IDX FROM 1 BY 1
                   UNTIL CH-IDX > CH-TABLE-SIZE
               MOVE CH-LIST-ID (CH-IDX) TO SEEK-LIST-ID
               PERFORM FIND-RATE-FOR-LIST
               COMPUTE BILLABLE-COUNT = CH-FOUND (CH-IDX)
                   + CH-NOT-FOUND (CH-IDX) + CH-SUPERSEDED (CH-IDX)
               IF RT-MATCH-IDX > 0
                   COMPUTE CH-AMOUNT (CH-IDX) ROUNDED =
                       BILLABLE-COUNT * RT-PRICE (RT-MATCH-IDX)
                       + CH-ASOF (CH-IDX)
                           * RT-SURCHARGE (RT-MATCH-IDX)
               ELSE
                   MOVE ZERO TO CH-AMOUNT (CH-IDX)
                   ADD BILLABLE-COUNT TO NO-RATE-COUNT
               END-IF
           END-PERFORM.

       WRITE-CHARGE-HEADER.
           MOVE SPACES TO CHG-REC
           STRING "CHOPCHG LOOKUP CHARGEBACK - PERIOD " BILL-PERIOD
                  " - JOURNAL DATE " JOURNAL-DATE
                  " - RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO CHG-REC
           END-STRING
           WRITE CHG-REC
           MOVE SPACES TO CHG-REC
           STRING "DEPT  LST     FOUND   NOTFND   SUPSED  NOTAUTH"
                  "     ASOF          CHARGE"
               DELIMITED BY SIZE INTO CHG-REC
           END-STRING
           WRITE CHG-REC.

       WRITE-CHARGE-DETAIL.
           PERFORM VARYING CH-IDX FROM 1 BY 1
                   UNTIL CH-IDX > CH-TABLE-SIZE
               IF CH-DEPT (CH-IDX) NOT = PREV-DEPT
                   IF PREV-DEPT NOT = SPACES
                       PERFORM WRITE-DEPT-SUBTOTAL
                   END-IF
                   MOVE CH-DEPT (CH-IDX) TO PREV-DEPT
               END-IF
               MOVE CH-DEPT (CH-IDX) TO CGL-DEPT
               MOVE CH-LIST-ID (CH-IDX) TO CGL-LIST-ID
               MOVE CH-FOUND (CH-IDX) TO CGL-FOUND
               MOVE CH-NOT-FOUND (CH-IDX) TO CGL-NOT-FOUND
               MOVE CH-SUPERSEDED (CH-IDX) TO CGL-SUPERSEDED
               MOVE CH-NOT-AUTH (CH-IDX) TO CGL-NOT-AUTH
               MOVE CH-ASOF (CH-IDX) TO CGL-ASOF
               MOVE CH-AMOUNT (CH-IDX) TO CGL-AMOUNT
               WRITE CHG-REC FROM CHARGE-LINE
               ADD CH-FOUND (CH-IDX) TO DEPT-FOUND
               ADD CH-NOT-FOUND (CH-IDX) TO DEPT-NOT-FOUND
               ADD CH-SUPERSEDED (CH-IDX) TO DEPT-SUPERSEDED
               ADD CH-NOT-AUTH (CH-IDX) TO DEPT-NOT-AUTH
               ADD CH-ASOF (CH-IDX) TO DEPT-ASOF
               ADD CH-AMOUNT (CH-IDX) TO DEPT-AMOUNT
           END-PERFORM
           IF PREV-DEPT NOT = SPACES
               PERFORM WRITE-DEPT-SUBTOTAL
           END-IF
           MOVE "ALL " TO CGL-DEPT
           MOVE "ALL" TO CGL-LIST-ID
           MOVE GRAND-FOUND TO CGL-FOUND
           MOVE GRAND-NOT-FOUND TO CGL-NOT-FOUND
           MOVE GRAND-SUPERSEDED TO CGL-SUPERSEDED
           MOVE GRAND-NOT-AUTH TO CGL-NOT-AUTH
           MOVE GRAND-ASOF TO CGL-ASOF
           MOVE GRAND-AMOUNT TO CGL-AMOUNT
           WRITE CHG-REC FROM CHARGE-LINE
           MOVE SPACES TO CHG-REC
           WRITE CHG-REC
           MOVE SPACES TO CHG-REC
           STRING "FOUND INCLUDES FOUND-INACTIVE; NOTFND INCLUDES LIST "
                  "UNKNOWN; NOT AUTHORIZED IS NOT CHARGED"
               DELIMITED BY SIZE INTO CHG-REC
           END-STRING
           WRITE CHG-REC
           MOVE "ASOF COUNTS BACK-DATED LOOKUPS CARRYING THE SURCHARGE"
               TO CHG-REC
           WRITE CHG-REC.

       WRITE-DEPT-SUBTOTAL.
           MOVE PREV-DEPT TO CGL-DEPT
           MOVE "TOT" TO CGL-LIST-ID
           MOVE DEPT-FOUND TO CGL-FOUND
           MOVE DEPT-NOT-FOUND TO CGL-NOT-FOUND
           MOVE DEPT-SUPERSEDED TO CGL-SUPERSEDED
           MOVE DEPT-NOT-AUTH TO CGL-NOT-AUTH
           MOVE DEPT-ASOF TO CGL-ASOF
           MOVE DEPT-AMOUNT TO CGL-AMOUNT
           WRITE CHG-REC FROM CHARGE-LINE
           MOVE SPACES TO CHG-REC
           WRITE CHG-REC
           ADD DEPT-FOUND TO GRAND-FOUND
           ADD DEPT-NOT-FOUND TO GRAND-NOT-FOUND
           ADD DEPT-SUPERSEDED TO GRAND-SUPERSEDED
           ADD DEPT-NOT-AUTH TO GRAND-NOT-AUTH
           ADD DEPT-ASOF TO GRAND-ASOF
           ADD DEPT-AMOUNT TO GRAND-AMOUNT
           MOVE ZERO TO DEPT-FOUND
           MOVE ZERO TO DEPT-NOT-FOUND
           MOVE ZERO TO DEPT-SUPERSEDED
           MOVE ZERO TO DEPT-NOT-AUTH
           MOVE ZERO TO DEPT-ASOF
           MOVE ZERO TO DEPT-AMOUNT.

       WRITE-PROOF-SECTION.
           MOVE SPACES TO CHG-REC
           WRITE CHG-REC
           MOVE "INPUT PROOF AGAINST RSLTOUT CONTROL TRAILERS"
               TO CHG-REC
           WRITE CHG-REC
           MOVE SPACES TO CHG-REC
           STRING "  GENERATIONS (TRAILERS) READ " TRAILERS-READ
               DELIMITED BY SIZE INTO CHG-REC
           END-STRING
           WRITE CHG-REC
           MOVE SPACES TO CHG-REC
           STRING "  RECORDS READ   " BODY-COUNT
                  "  HASH " BODY-HASH
               DELIMITED BY SIZE INTO CHG-REC
           END-STRING
           WRITE CHG-REC
           MOVE SPACES TO CHG-REC
           STRING "  TRAILER TOTAL  " TRAILER-COUNT
                  "  HASH " TRAILER-HASH
               DELIMITED BY SIZE INTO CHG-REC
           END-STRING
           WRITE CHG-REC
           MOVE SPACES TO CHG-REC
           STRING "  IN PERIOD " PERIOD-COUNT
                  "  OTHER PERIODS " OUTSIDE-COUNT
                  "  DESK (NO DEPT) " DESK-COUNT
                  "  NO RATE " NO-RATE-COUNT
               DELIMITED BY SIZE INTO CHG-REC
           END-STRING
           WRITE CHG-REC
           MOVE SPACES TO CHG-REC
           IF INPUT-BALANCED
               MOVE "  BALANCED" TO CHG-REC
           ELSE
               MOVE "  *** OUT OF BALANCE ***" TO CHG-REC
           END-IF
           WRITE CHG-REC
           IF CH-OVERFLOW > 0
               MOVE SPACES TO CHG-REC
               STRING "  *** " CH-OVERFLOW " RESULTS BEYOND THE "
                      CH-TABLE-MAX " DEPT/LIST PAIRS NOT CHARGED ***"
                   DELIMITED BY SIZE INTO CHG-REC
               END-STRING
               WRITE CHG-REC
           END-IF
           DISPLAY "CHOPCHG: PERIOD " BILL-PERIOD
               "  RECORDS READ " BODY-COUNT
               "  IN PERIOD " PERIOD-COUNT
               "  TRAILERS " TRAILERS-READ
           IF NO-RATE-COUNT > 0
               DISPLAY "CHOPCHG: " NO-RATE-COUNT " LOOKUPS ON LISTS "
                   "WITH NO RATE - NOT CHARGED"
           END-IF.

       WRITE-GL-EXTRACT.
           OPEN OUTPUT GL-EXTRACT
           IF GL-STATUS NOT = '00'
               MOVE 'N' TO RUN-OK
               DISPLAY "CHOPCHG: UNABLE TO OPEN GLOUT - FILE STATUS "
                   GL-STATUS
           ELSE
               PERFORM VARYING CH-IDX FROM 1 BY 1
                       UNTIL CH-IDX > CH-TABLE-SIZE
                   IF CH-AMOUNT (CH-IDX) > ZERO
                       PERFORM WRITE-GL-PAIR
                   END-IF
               END-PERFORM
               MOVE SPACES TO GL-CTL-REC
               MOVE "********" TO GL-CTL-MARK
               MOVE BILL-PERIOD TO GL-CTL-PERIOD
               MOVE GL-WRITE-COUNT TO GL-CTL-COUNT
               MOVE GL-DEBIT-TOTAL TO GL-CTL-DEBITS
               MOVE GL-CREDIT-TOTAL TO GL-CTL-CREDITS
               WRITE GL-CTL-REC
               CLOSE GL-EXTRACT
               MOVE SPACES TO CHG-REC
               WRITE CHG-REC
               MOVE GL-DEBIT-TOTAL TO EDIT-AMOUNT
               MOVE SPACES TO CHG-REC
               STRING "GL JOURNAL EXTRACT - ENTRIES " GL-WRITE-COUNT
                      "  DEBITS " EDIT-AMOUNT
                   DELIMITED BY SIZE INTO CHG-REC
               END-STRING
               WRITE CHG-REC
               DISPLAY "CHOPCHG: GL ENTRIES WRITTEN " GL-WRITE-COUNT
           END-IF.

       WRITE-GL-PAIR.
           MOVE CH-LIST-ID (CH-IDX) TO SEEK-LIST-ID
           PERFORM FIND-RATE-FOR-LIST
           COMPUTE LINE-LOOKUPS = CH-FOUND (CH-IDX)
               + CH-NOT-FOUND (CH-IDX) + CH-SUPERSEDED (CH-IDX)
           MOVE JOURNAL-DATE TO GL-JOURNAL-DATE
           MOVE BILL-PERIOD TO GL-PERIOD
           MOVE "CHOPCHG" TO GL-SOURCE
           MOVE RT-EXPENSE-ACCT (RT-MATCH-IDX) TO GL-ACCOUNT
           MOVE CH-DEPT (CH-IDX) TO GL-COST-CENTER
           MOVE 'D' TO GL-DR-CR
           MOVE CH-AMOUNT (CH-IDX) TO GL-AMOUNT
           MOVE CH-LIST-ID (CH-IDX) TO GL-LIST-ID
           MOVE LINE-LOOKUPS TO GL-LOOKUPS
           MOVE "CODE LOOKUP CHARGE" TO GL-DESC
           WRITE GL-REC
           ADD 1 TO GL-WRITE-COUNT
           ADD CH-AMOUNT (CH-IDX) TO GL-DEBIT-TOTAL
           MOVE RT-REVENUE-ACCT (RT-MATCH-IDX) TO GL-ACCOUNT
           MOVE 'C' TO GL-DR-CR
           MOVE "CODE LOOKUP RECOVERY" TO GL-DESC
           WRITE GL-REC
           ADD 1 TO GL-WRITE-COUNT
           ADD CH-AMOUNT (CH-IDX) TO GL-CREDIT-TOTAL.
