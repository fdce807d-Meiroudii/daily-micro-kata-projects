           05  RSIN-CTL-MARK    PIC X(4).
           05  RSIN-CTL-COUNT   PIC 9(9).
           05  RSIN-CTL-HASH    PIC 9(9).
           05  RSIN-CTL-SUGG    PIC 9(9).
           05  RSIN-CTL-SUGG-X REDEFINES RSIN-CTL-SUGG
                                PIC X(9).
           05  FILLER           PIC X(32).
       01  RSIN-SUGG-REC.
           05  FILLER           PIC X(24).
           05  RSIN-SUGG-MARK   PIC X(4).
               88  RSIN-IS-SUGGESTION    VALUE 'SUGG'.
           05  FILLER           PIC X(35).

       FD  RESULT-SORTED-FILE
           RECORDING MODE IS F.
           05  SRTD-CTL-MARK    PIC X(4).
           05  SRTD-CTL-COUNT   PIC 9(9).
           05  SRTD-CTL-HASH    PIC 9(9).
           05  SRTD-CTL-SUGG    PIC 9(9).
           05  SRTD-CTL-SUGG-X REDEFINES SRTD-CTL-SUGG
                                PIC X(9).
           05  FILLER           PIC X(32).
       01  SRTD-SUGG-REC.
           05  FILLER           PIC X(24).
           05  SRTD-SUGG-MARK   PIC X(4).
               88  SRTD-IS-SUGGESTION    VALUE 'SUGG'.
           05  FILLER           PIC X(35).

       FD  BALANCE-RPT.
       01  BAL-REC              PIC X(100).
       01  RSIN-TRL-COUNT   PIC 9(9) VALUE ZERO.
       01  RSIN-TRL-HASH    PIC 9(9) VALUE ZERO.
       01  RSIN-TRAILERS    PIC 9(4) VALUE ZERO.
       01  RSIN-SUGG-COUNT  PIC 9(9) VALUE ZERO.
       01  RSIN-TRL-SUGG    PIC 9(9) VALUE ZERO.
       01  SRTD-BODY-COUNT  PIC 9(9) VALUE ZERO.
       01  SRTD-BODY-HASH   PIC 9(9) VALUE ZERO.
       01  SRTD-TRL-COUNT   PIC 9(9) VALUE ZERO.
       01  SRTD-TRL-HASH    PIC 9(9) VALUE ZERO.
       01  SRTD-TRAILERS    PIC 9(4) VALUE ZERO.
       01  SRTD-SUGG-COUNT  PIC 9(9) VALUE ZERO.
       01  SRTD-TRL-SUGG    PIC 9(9) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
               AT END MOVE '10' TO RSIN-STATUS
           END-READ
           PERFORM UNTIL RSIN-STATUS = '10'
               EVALUATE TRUE
                   WHEN RSIN-IS-TRAILER
                       ADD 1 TO RSIN-TRAILERS
                       MOVE RSIN-CTL-COUNT TO RSIN-TRL-COUNT
                       MOVE RSIN-CTL-HASH TO RSIN-TRL-HASH
                       IF RSIN-CTL-SUGG-X IS NUMERIC
                           MOVE RSIN-CTL-SUGG TO RSIN-TRL-SUGG
                       ELSE
                           MOVE ZERO TO RSIN-TRL-SUGG
                       END-IF
                   WHEN RSIN-IS-SUGGESTION
                       ADD 1 TO RSIN-SUGG-COUNT
                   WHEN OTHER
                       ADD 1 TO RSIN-BODY-COUNT
                       COMPUTE RSIN-BODY-HASH = FUNCTION MOD
                           (RSIN-BODY-HASH + RSIN-TARGET, HASH-MODULUS)
               END-EVALUATE
               READ RESULT-DAILY-FILE
                   AT END MOVE '10' TO RSIN-STATUS
               END-READ
               AT END MOVE '10' TO SRTD-STATUS
           END-READ
           PERFORM UNTIL SRTD-STATUS = '10'
               EVALUATE TRUE
                   WHEN SRTD-IS-TRAILER
                       ADD 1 TO SRTD-TRAILERS
                       MOVE SRTD-CTL-COUNT TO SRTD-TRL-COUNT
                       MOVE SRTD-CTL-HASH TO SRTD-TRL-HASH
                       IF SRTD-CTL-SUGG-X IS NUMERIC
                           MOVE SRTD-CTL-SUGG TO SRTD-TRL-SUGG
                       ELSE
                           MOVE ZERO TO SRTD-TRL-SUGG
                       END-IF
                   WHEN SRTD-IS-SUGGESTION
                       ADD 1 TO SRTD-SUGG-COUNT
                   WHEN OTHER
                       ADD 1 TO SRTD-BODY-COUNT
                       COMPUTE SRTD-BODY-HASH = FUNCTION MOD
                           (SRTD-BODY-HASH + SRTD-TARGET, HASH-MODULUS)
               END-EVALUATE
               READ RESULT-SORTED-FILE
                   AT END MOVE '10' TO SRTD-STATUS
               END-READ
                   MOVE 'N' TO BALANCE-SW
                   PERFORM WRITE-BREAK-RSLT-BODY
               END-IF
               IF RSIN-SUGG-COUNT NOT = RSIN-TRL-SUGG
                   MOVE 'N' TO BALANCE-SW
                   PERFORM WRITE-BREAK-RSLT-SUGG
               END-IF
           END-IF
           IF SRTD-TRAILERS NOT = 1
               MOVE 'N' TO BALANCE-SW
                   MOVE 'N' TO BALANCE-SW
                   PERFORM WRITE-BREAK-SRTD-BODY
               END-IF
               IF SRTD-SUGG-COUNT NOT = SRTD-TRL-SUGG
                   MOVE 'N' TO BALANCE-SW
                   PERFORM WRITE-BREAK-SRTD-SUGG
               END-IF
           END-IF
           IF SRTD-BODY-COUNT NOT = RSIN-BODY-COUNT
                   OR SRTD-BODY-HASH NOT = RSIN-BODY-HASH
                   OR SRTD-SUGG-COUNT NOT = RSIN-SUGG-COUNT
               MOVE 'N' TO BALANCE-SW
               PERFORM WRITE-BREAK-STAGE
           END-IF.
           END-STRING
           WRITE BAL-REC.

       WRITE-BREAK-RSLT-SUGG.
           MOVE SPACES TO BAL-REC
           STRING "BREAK - RSLTIN SUGGESTION RECORDS "
                  RSIN-SUGG-COUNT
                  " DISAGREE WITH ITS TRAILER " RSIN-TRL-SUGG
               DELIMITED BY SIZE INTO BAL-REC
           END-STRING
           WRITE BAL-REC.

       WRITE-BREAK-SRTD-TRAILERS.
           MOVE SPACES TO BAL-REC
           STRING "BREAK - SRTDIN CARRIES " SRTD-TRAILERS
           END-STRING
           WRITE BAL-REC.

       WRITE-BREAK-SRTD-SUGG.
           MOVE SPACES TO BAL-REC
           STRING "BREAK - SRTDIN SUGGESTION RECORDS "
                  SRTD-SUGG-COUNT
                  " DISAGREE WITH ITS TRAILER " SRTD-TRL-SUGG
               DELIMITED BY SIZE INTO BAL-REC
           END-STRING
           WRITE BAL-REC.

       WRITE-BREAK-STAGE.
           MOVE SPACES TO BAL-REC
           STRING "BREAK - SORTED FILE " SRTD-BODY-COUNT
                  " - SORT STAGE LOST OR ADDED RECORDS"
               DELIMITED BY SIZE INTO BAL-REC
           END-STRING
           WRITE BAL-REC
           IF SRTD-SUGG-COUNT NOT = RSIN-SUGG-COUNT
               MOVE SPACES TO BAL-REC
               STRING "        SUGGESTION RECORDS SORTED "
                      SRTD-SUGG-COUNT " WRITTEN " RSIN-SUGG-COUNT
                   DELIMITED BY SIZE INTO BAL-REC
               END-STRING
               WRITE BAL-REC
           END-IF.

       WRITE-BALANCE-HEADER.
           MOVE SPACES TO BAL-REC
                  "  HASH " RSIN-BODY-HASH
                  "  TRAILER " RSIN-TRL-COUNT
                  "  HASH " RSIN-TRL-HASH
                  "  SUGG " RSIN-SUGG-COUNT
               DELIMITED BY SIZE INTO BAL-REC
           END-STRING
           WRITE BAL-REC
                  "  HASH " SRTD-BODY-HASH
                  "  TRAILER " SRTD-TRL-COUNT
                  "  HASH " SRTD-TRL-HASH
                  "  SUGG " SRTD-SUGG-COUNT
               DELIMITED BY SIZE INTO BAL-REC
           END-STRING
           WRITE BAL-REC
