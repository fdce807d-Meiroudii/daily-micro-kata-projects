       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHOPSUS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SUSPENSE-IN ASSIGN TO "SUSPIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SUSIN-STATUS.
           SELECT OPTIONAL REJECT-EXTRACT ASSIGN TO "REJIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REJ-STATUS.
           SELECT RESULT-EXTRACT ASSIGN TO "RSLTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RS-STATUS.
           SELECT OPTIONAL CORRECTION-FILE ASSIGN TO "CORRIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CORR-STATUS.
           SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-STATUS.
           SELECT SUSPENSE-OUT ASSIGN TO "SUSPOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SUSOUT-STATUS.
           SELECT RESUBMIT-FILE ASSIGN TO "RESUBOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RESUB-STATUS.
           SELECT NOTICE-FILE ASSIGN TO "NOTICE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NTC-STATUS.
           SELECT SUSPENSE-RPT ASSIGN TO "SUSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SRPT-STATUS.
           SELECT WRITEOFF-RPT ASSIGN TO "WOFFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WOFF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-IN
           RECORDING MODE IS F.
           COPY SUSPREC REPLACING ==:TAG:== BY ==SUSIN==.

       FD  REJECT-EXTRACT
           RECORDING MODE IS F.
           COPY REJREC.

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

       FD  CORRECTION-FILE
           RECORDING MODE IS F.
           COPY CORRREC.

       FD  CONTROL-CARD-FILE.
       01  CTL-REC              PIC X(80).

       FD  SUSPENSE-OUT
           RECORDING MODE IS F.
           COPY SUSPREC REPLACING ==:TAG:== BY ==SUSOUT==.

       FD  RESUBMIT-FILE
           RECORDING MODE IS F.
       01  RSB-REC.
           05  RSB-LIST-ID      PIC X(3).
           05  RSB-TARGET       PIC X(9).
           05  RSB-DEPT         PIC X(4).
           05  RSB-REF          PIC X(8).
           05  RSB-ASOF         PIC X(8).

       FD  NOTICE-FILE
           RECORDING MODE IS F.
       01  NTC-REC              PIC X(160).

       FD  SUSPENSE-RPT.
       01  SRPT-REC             PIC X(130).

       FD  WRITEOFF-RPT.
       01  WOFF-REC             PIC X(130).

       WORKING-STORAGE SECTION.
       01  SUSIN-STATUS     PIC XX.
       01  REJ-STATUS       PIC XX.
       01  RS-STATUS        PIC XX.
       01  CORR-STATUS      PIC XX.
       01  CTL-STATUS       PIC XX.
       01  SUSOUT-STATUS    PIC XX.
       01  RESUB-STATUS     PIC XX.
       01  NTC-STATUS       PIC XX.
       01  SRPT-STATUS      PIC XX.
       01  WOFF-STATUS      PIC XX.
       01  RUN-OK           PIC X VALUE 'Y'.
           88  RUN-GOOD             VALUE 'Y'.
           88  RUN-FAILED           VALUE 'N'.
       01  REPORTS-SW       PIC X VALUE 'N'.
           88  REPORTS-OPEN         VALUE 'Y'.
       01  WS-RUN-DATE      PIC 9(8).
       01  RUN-DATE-INT     PIC 9(9).
       01  BASE-DATE        PIC 9(8).
       01  BASE-DATE-INT    PIC 9(9).
       01  DAYS-HELD        PIC S9(9).
       01  WRITEOFF-DAYS    PIC 9(5) VALUE 30.
       01  WRITEOFF-DATE    PIC 9(8).
       01  PREV-SUSP-KEY    PIC X(18) VALUE LOW-VALUES.
       01  NEXT-ID-SEQ      PIC 9(6) VALUE ZERO.
       01  OLD-ITEMS-READ   PIC 9(9) VALUE ZERO.
       01  REJECTS-READ     PIC 9(9) VALUE ZERO.
       01  RESULTS-READ     PIC 9(9) VALUE ZERO.
       01  RESULTS-FAILED   PIC 9(9) VALUE ZERO.
       01  NEW-ITEMS        PIC 9(9) VALUE ZERO.
       01  FAILED-AGAIN     PIC 9(9) VALUE ZERO.
       01  ALREADY-HELD     PIC 9(9) VALUE ZERO.
       01  CLEARED-COUNT    PIC 9(9) VALUE ZERO.
       01  CORR-READ        PIC 9(9) VALUE ZERO.
       01  CORR-APPLIED     PIC 9(9) VALUE ZERO.
       01  CORR-REJECTED    PIC 9(9) VALUE ZERO.
       01  WITHDRAWN-COUNT  PIC 9(9) VALUE ZERO.
       01  AGED-OUT-COUNT   PIC 9(9) VALUE ZERO.
       01  ITEMS-WRITTEN    PIC 9(9) VALUE ZERO.
       01  OUTSTANDING-COUNT PIC 9(9) VALUE ZERO.
       01  AWAITING-COUNT   PIC 9(9) VALUE ZERO.
       01  RESUB-WRITTEN    PIC 9(9) VALUE ZERO.
       01  NOTICES-WRITTEN  PIC 9(9) VALUE ZERO.
       01  FAIL-DEPT        PIC X(4).
       01  FAIL-REF         PIC X(8).
       01  FAIL-LIST-ID     PIC X(3).
       01  FAIL-TARGET      PIC X(9).
       01  FAIL-ASOF        PIC X(8).
       01  FAIL-RUN-DATE    PIC X(8).
       01  FAIL-REASON      PIC X(2).
       01  FAIL-REASON-TEXT PIC X(40).
       01  ANSWER-TEXT      PIC X(14).
       01  NEW-LIST-ID      PIC X(3).
       01  NEW-TARGET       PIC X(9).
       01  NEW-ASOF         PIC X(8).
       01  CORR-REASON      PIC X(40).
       01  ST-TABLE-SIZE    PIC 9(9) VALUE ZERO.
       01  ST-TABLE-MAX     PIC 9(9) VALUE 5000.
       01  ST-LOADED        PIC 9(9) VALUE ZERO.
       01  ST-TABLE.
           05  ST-ENTRY     OCCURS 5000 TIMES.
               10  ST-DATA.
                   15  ST-KEY.
                       20  ST-DEPT         PIC X(4).
                       20  ST-ID.
                           25  ST-ID-DATE  PIC 9(8).
                           25  ST-ID-SEQ   PIC 9(6).
                   15  ST-REF          PIC X(8).
                   15  ST-LIST-ID      PIC X(3).
                   15  ST-TARGET       PIC X(9).
                   15  ST-ASOF         PIC X(8).
                   15  ST-REASON       PIC X(2).
                   15  ST-REASON-TEXT  PIC X(40).
                   15  ST-STATE        PIC X.
                       88  ST-OUTSTANDING      VALUE 'O'.
                       88  ST-RESUBMITTED      VALUE 'R'.
                       88  ST-CLEARED          VALUE 'C'.
                       88  ST-WRITTEN-OFF      VALUE 'W'.
                       88  ST-HELD             VALUES 'O' 'R'.
                   15  ST-LAST-DATE    PIC 9(8).
                   15  ST-RESUB-COUNT  PIC 9(3).
                   15  FILLER          PIC X(10).
               10  ST-WOFF-WHY     PIC X.
                   88  ST-AGED-UNCORRECTED VALUE 'A'.
                   88  ST-AGED-UNANSWERED  VALUE 'N'.
                   88  ST-WITHDRAWN        VALUE 'W'.
       01  ST-HOLD.
           05  ST-HOLD-KEY      PIC X(18).
           05  FILLER           PIC X(93).
       01  ST-IDX           PIC 9(9).
       01  ST-MATCH-IDX     PIC 9(9).
       01  SORT-IDX         PIC 9(9).
       01  SORT-START       PIC 9(9).
       01  OLD-IDX          PIC 9(9).
       01  NEW-IDX          PIC 9(9).
       01  SLOT-SW          PIC X.
           88  SLOT-FOUND           VALUE 'Y'.
       01  RX-TABLE-SIZE    PIC 9(9) VALUE ZERO.
       01  RX-TABLE.
           05  RX-ENTRY     PIC 9(9) OCCURS 5000 TIMES.
       01  RX-IDX           PIC 9(9).
       01  WOFF-PREV-DEPT   PIC X(4).
       01  WOFF-DEPT-COUNT  PIC 9(9) VALUE ZERO.
       01  WOFF-LINES       PIC 9(9) VALUE ZERO.
       01  SRPT-LINE.
           05  SRL-ACTION        PIC X(20).
           05  FILLER            PIC X(1) VALUE SPACES.
           05  SRL-DEPT          PIC X(4).
           05  FILLER            PIC X(1) VALUE SPACES.
           05  SRL-ID            PIC X(14).
           05  FILLER            PIC X(1) VALUE SPACES.
           05  SRL-REF           PIC X(8).
           05  FILLER            PIC X(1) VALUE SPACES.
           05  SRL-LIST-ID       PIC X(3).
           05  FILLER            PIC X(1) VALUE SPACES.
           05  SRL-TARGET        PIC X(9).
           05  FILLER            PIC X(1) VALUE SPACES.
           05  SRL-ASOF          PIC X(8).
           05  FILLER            PIC X(1) VALUE SPACES.
           05  SRL-TEXT          PIC X(40).
           05  FILLER            PIC X(17) VALUE SPACES.
       01  NOTICE-LINE.
           05  NTL-DEPT          PIC X(4).
           05  FILLER            PIC X(6) VALUE " ITEM ".
           05  NTL-ID            PIC X(14).
           05  FILLER            PIC X(5) VALUE " REF ".
           05  NTL-REF           PIC X(8).
           05  FILLER            PIC X(6) VALUE " LIST ".
           05  NTL-LIST-ID       PIC X(3).
           05  FILLER            PIC X(8) VALUE " TARGET ".
           05  NTL-TARGET        PIC X(9).
           05  FILLER            PIC X(7) VALUE " AS-OF ".
           05  NTL-ASOF          PIC X(8).
           05  FILLER            PIC X(1) VALUE SPACES.
           05  NTL-REASON        PIC X(40).
           05  FILLER            PIC X(1) VALUE SPACES.
           05  NTL-STATUS        PIC X(20).
           05  FILLER            PIC X(1) VALUE SPACES.
           05  NTL-WOFF-LABEL    PIC X(10).
           05  NTL-WOFF-DATE     PIC X(8).
           05  FILLER            PIC X(1) VALUE SPACES.
       01  WOFF-LINE.
           05  WOL-DEPT          PIC X(4).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  WOL-ID            PIC X(14).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  WOL-REF           PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  WOL-LIST-ID       PIC X(3).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  WOL-TARGET        PIC X(9).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  WOL-ASOF          PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  WOL-REASON        PIC X(40).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  WOL-WHY           PIC X(26).
           05  FILLER            PIC X(4) VALUE SPACES.
       01  DAYS-EDIT        PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
           PERFORM READ-CONTROL-CARD
           IF RUN-GOOD
               PERFORM LOAD-SUSPENSE-FILE
           END-IF
           IF RUN-GOOD
               PERFORM OPEN-REPORT-FILES
           END-IF
           IF RUN-GOOD
               PERFORM TAKE-IN-REJECTS
           END-IF
           IF RUN-GOOD
               PERFORM TAKE-IN-RESULTS
           END-IF
           IF RUN-GOOD
               PERFORM APPLY-CORRECTIONS
           END-IF
           IF RUN-GOOD
               PERFORM AGE-SUSPENSE-ITEMS
           END-IF
           IF RUN-GOOD
               PERFORM WRITE-SUSPENSE-FILE
           END-IF
           IF RUN-GOOD
               PERFORM WRITE-SUSPENSE-TOTALS
           ELSE
               DISPLAY "CHOPSUS: RUN ABANDONED - SUSPENSE FILE NOT "
                   "REWRITTEN"
           END-IF
           IF REPORTS-OPEN
               PERFORM CLOSE-REPORT-FILES
           END-IF

           EVALUATE TRUE
               WHEN RUN-FAILED
                   MOVE 12 TO RETURN-CODE
               WHEN AGED-OUT-COUNT > 0 OR WITHDRAWN-COUNT > 0
                       OR CORR-REJECTED > 0
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
                           MOVE CTL-REC (1:5) TO WRITEOFF-DAYS
                       ELSE
                           MOVE 'N' TO RUN-OK
                           DISPLAY "CHOPSUS: CTLCARD MUST BE A "
                               "5-DIGIT WRITE-OFF DAY COUNT - GOT: "
                               CTL-REC (1:20)
                       END-IF
               END-READ
               CLOSE CONTROL-CARD-FILE
           END-IF.

       LOAD-SUSPENSE-FILE.
           OPEN INPUT SUSPENSE-IN
           IF SUSIN-STATUS NOT = '00' AND SUSIN-STATUS NOT = '05'
               MOVE 'N' TO RUN-OK
               DISPLAY "CHOPSUS: UNABLE TO OPEN SUSPIN - FILE STATUS "
                   SUSIN-STATUS
           ELSE
               IF SUSIN-STATUS = '00'
                   READ SUSPENSE-IN
                       AT END MOVE '10' TO SUSIN-STATUS
                   END-READ
               ELSE
                   MOVE '10' TO SUSIN-STATUS
               END-IF
               PERFORM UNTIL SUSIN-STATUS = '10' OR RUN-FAILED
                   ADD 1 TO OLD-ITEMS-READ
                   PERFORM LOAD-ONE-ITEM
                   READ SUSPENSE-IN
                       AT END MOVE '10' TO SUSIN-STATUS
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-IN
               MOVE ST-TABLE-SIZE TO ST-LOADED
           END-IF.

       LOAD-ONE-ITEM.
           IF OLD-ITEMS-READ > 1
                   AND SUSIN-KEY NOT > PREV-SUSP-KEY
               MOVE 'N' TO RUN-OK
               DISPLAY "CHOPSUS: SUSPIN OUT OF ORDER AT RECORD "
                   OLD-ITEMS-READ " - KEY " SUSIN-KEY " NOT ABOVE "
                   PREV-SUSP-KEY
           END-IF
           MOVE SUSIN-KEY TO PREV-SUSP-KEY
           IF ST-TABLE-SIZE < ST-TABLE-MAX
               ADD 1 TO ST-TABLE-SIZE
               MOVE SUSIN-REC TO ST-DATA (ST-TABLE-SIZE)
               MOVE SPACE TO ST-WOFF-WHY (ST-TABLE-SIZE)
               IF SUSIN-ID-DATE = WS-RUN-DATE
                       AND SUSIN-ID-SEQ > NEXT-ID-SEQ
                   MOVE SUSIN-ID-SEQ TO NEXT-ID-SEQ
               END-IF
               IF SUSIN-RESUBMITTED
                   ADD 1 TO RX-TABLE-SIZE
                   MOVE ST-TABLE-SIZE TO RX-ENTRY (RX-TABLE-SIZE)
               END-IF
           ELSE
               PERFORM REPORT-TABLE-FULL
           END-IF.

       REPORT-TABLE-FULL.
           MOVE 'N' TO RUN-OK
           DISPLAY "CHOPSUS: SUSPENSE TABLE FULL AT " ST-TABLE-MAX
               " ITEMS - NO ITEM CAN BE DROPPED, RAISE ST-TABLE-MAX "
               "AND RERUN".

       OPEN-REPORT-FILES.
           OPEN OUTPUT SUSPENSE-RPT
           OPEN OUTPUT WRITEOFF-RPT
           OPEN OUTPUT NOTICE-FILE
           OPEN OUTPUT RESUBMIT-FILE
           MOVE 'Y' TO REPORTS-SW
           EVALUATE TRUE
               WHEN SRPT-STATUS NOT = '00'
                   MOVE 'N' TO RUN-OK
                   DISPLAY "CHOPSUS: UNABLE TO OPEN SUSRPT - FILE "
                       "STATUS " SRPT-STATUS
               WHEN WOFF-STATUS NOT = '00'
                   MOVE 'N' TO RUN-OK
                   DISPLAY "CHOPSUS: UNABLE TO OPEN WOFFRPT - FILE "
                       "STATUS " WOFF-STATUS
               WHEN NTC-STATUS NOT = '00'
                   MOVE 'N' TO RUN-OK
                   DISPLAY "CHOPSUS: UNABLE TO OPEN NOTICE - FILE "
                       "STATUS " NTC-STATUS
               WHEN RESUB-STATUS NOT = '00'
                   MOVE 'N' TO RUN-OK
                   DISPLAY "CHOPSUS: UNABLE TO OPEN RESUBOUT - FILE "
                       "STATUS " RESUB-STATUS
               WHEN OTHER
                   PERFORM WRITE-SUSPENSE-HEADER
                   PERFORM WRITE-WRITEOFF-HEADER
           END-EVALUATE.

       CLOSE-REPORT-FILES.
           CLOSE SUSPENSE-RPT
           CLOSE WRITEOFF-RPT
           CLOSE NOTICE-FILE
           CLOSE RESUBMIT-FILE.

       TAKE-IN-REJECTS.
           OPEN INPUT REJECT-EXTRACT
           IF REJ-STATUS NOT = '00' AND REJ-STATUS NOT = '05'
               MOVE 'N' TO RUN-OK
               DISPLAY "CHOPSUS: UNABLE TO OPEN REJIN - FILE STATUS "
                   REJ-STATUS
           ELSE
               IF REJ-STATUS = '00'
                   READ REJECT-EXTRACT
                       AT END MOVE '10' TO REJ-STATUS
                   END-READ
               ELSE
                   MOVE '10' TO REJ-STATUS
               END-IF
               PERFORM UNTIL REJ-STATUS = '10' OR RUN-FAILED
                   ADD 1 TO REJECTS-READ
                   MOVE RJ-DEPT TO FAIL-DEPT
                   MOVE RJ-REF TO FAIL-REF
                   MOVE RJ-LIST-ID TO FAIL-LIST-ID
                   MOVE RJ-TARGET TO FAIL-TARGET
                   MOVE RJ-ASOF TO FAIL-ASOF
                   IF FAIL-ASOF = "00000000"
                       MOVE SPACES TO FAIL-ASOF
                   END-IF
                   MOVE SPACES TO FAIL-RUN-DATE
                   MOVE RJ-REASON TO FAIL-REASON
                   MOVE RJ-REASON-TEXT TO FAIL-REASON-TEXT
                   PERFORM HOLD-FAILED-TARGET
                   READ REJECT-EXTRACT
                       AT END MOVE '10' TO REJ-STATUS
                   END-READ
               END-PERFORM
               CLOSE REJECT-EXTRACT
           END-IF.

       TAKE-IN-RESULTS.
           OPEN INPUT RESULT-EXTRACT
           IF RS-STATUS NOT = '00'
               MOVE 'N' TO RUN-OK
               DISPLAY "CHOPSUS: UNABLE TO OPEN RSLTIN - FILE STATUS "
                   RS-STATUS
           ELSE
               READ RESULT-EXTRACT
                   AT END MOVE '10' TO RS-STATUS
               END-READ
               PERFORM UNTIL RS-STATUS = '10' OR RUN-FAILED
                   IF RS-DEPT NOT = "****"
                           AND NOT RS-SUGGESTION-REC
                       ADD 1 TO RESULTS-READ
                       PERFORM TAKE-IN-ONE-RESULT
                   END-IF
                   READ RESULT-EXTRACT
                       AT END MOVE '10' TO RS-STATUS
                   END-READ
               END-PERFORM
               CLOSE RESULT-EXTRACT
           END-IF.

       TAKE-IN-ONE-RESULT.
           MOVE RS-DEPT TO FAIL-DEPT
           MOVE RS-REF TO FAIL-REF
           MOVE RS-LIST-ID TO FAIL-LIST-ID
           MOVE RS-TARGET TO FAIL-TARGET
           MOVE RS-ASOF-DATE TO FAIL-ASOF
           MOVE RS-RUN-DATE TO FAIL-RUN-DATE
           EVALUATE RS-STATUS-TEXT
               WHEN "LIST UNKNOWN"
                   ADD 1 TO RESULTS-FAILED
                   MOVE "LU" TO FAIL-REASON
                   MOVE "LIST-ID NOT ON THE CODE MASTER"
                       TO FAIL-REASON-TEXT
                   PERFORM HOLD-FAILED-TARGET
               WHEN "NOT AUTHORIZED"
                   ADD 1 TO RESULTS-FAILED
                   MOVE "NA" TO FAIL-REASON
                   MOVE "DEPARTMENT NOT AUTHORIZED FOR THE LIST"
                       TO FAIL-REASON-TEXT
                   PERFORM HOLD-FAILED-TARGET
               WHEN OTHER
                   IF RX-TABLE-SIZE > 0
                       MOVE RS-STATUS-TEXT TO ANSWER-TEXT
                       PERFORM CLEAR-ANSWERED-ITEM
                   END-IF
           END-EVALUATE.

       HOLD-FAILED-TARGET.
           MOVE ZERO TO ST-MATCH-IDX
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > ST-TABLE-SIZE
                      OR ST-MATCH-IDX > 0
               IF ST-HELD (ST-IDX)
                       AND ST-DEPT (ST-IDX) = FAIL-DEPT
                       AND ST-REF (ST-IDX) = FAIL-REF
                       AND ST-LIST-ID (ST-IDX) = FAIL-LIST-ID
                       AND ST-TARGET (ST-IDX) = FAIL-TARGET
                       AND (ST-ASOF (ST-IDX) = FAIL-ASOF
                            OR (ST-ASOF (ST-IDX) = SPACES
                                AND FAIL-ASOF = FAIL-RUN-DATE))
                   MOVE ST-IDX TO ST-MATCH-IDX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN ST-MATCH-IDX = 0
                   PERFORM OPEN-SUSPENSE-ITEM
               WHEN ST-RESUBMITTED (ST-MATCH-IDX)
                   PERFORM REOPEN-SUSPENSE-ITEM
               WHEN OTHER
                   ADD 1 TO ALREADY-HELD
           END-EVALUATE.

       OPEN-SUSPENSE-ITEM.
           IF ST-TABLE-SIZE NOT < ST-TABLE-MAX
               PERFORM REPORT-TABLE-FULL
           ELSE
               ADD 1 TO ST-TABLE-SIZE
               ADD 1 TO NEXT-ID-SEQ
               ADD 1 TO NEW-ITEMS
               MOVE ST-TABLE-SIZE TO ST-IDX
               MOVE SPACES TO ST-ENTRY (ST-IDX)
               MOVE FAIL-DEPT TO ST-DEPT (ST-IDX)
               MOVE WS-RUN-DATE TO ST-ID-DATE (ST-IDX)
               MOVE NEXT-ID-SEQ TO ST-ID-SEQ (ST-IDX)
               MOVE FAIL-REF TO ST-REF (ST-IDX)
               MOVE FAIL-LIST-ID TO ST-LIST-ID (ST-IDX)
               MOVE FAIL-TARGET TO ST-TARGET (ST-IDX)
               IF FAIL-ASOF = FAIL-RUN-DATE
                   MOVE SPACES TO ST-ASOF (ST-IDX)
               ELSE
                   MOVE FAIL-ASOF TO ST-ASOF (ST-IDX)
               END-IF
               MOVE FAIL-REASON TO ST-REASON (ST-IDX)
               MOVE FAIL-REASON-TEXT TO ST-REASON-TEXT (ST-IDX)
               MOVE 'O' TO ST-STATE (ST-IDX)
               MOVE WS-RUN-DATE TO ST-LAST-DATE (ST-IDX)
               MOVE ZERO TO ST-RESUB-COUNT (ST-IDX)
               MOVE "NEW ITEM" TO SRL-ACTION
               MOVE FAIL-REASON-TEXT TO SRL-TEXT
               PERFORM WRITE-ITEM-ACTIVITY
           END-IF.

       REOPEN-SUSPENSE-ITEM.
           ADD 1 TO FAILED-AGAIN
           MOVE ST-MATCH-IDX TO ST-IDX
           MOVE FAIL-REASON TO ST-REASON (ST-IDX)
           MOVE FAIL-REASON-TEXT TO ST-REASON-TEXT (ST-IDX)
           MOVE 'O' TO ST-STATE (ST-IDX)
           MOVE WS-RUN-DATE TO ST-LAST-DATE (ST-IDX)
           MOVE "FAILED AGAIN" TO SRL-ACTION
           MOVE FAIL-REASON-TEXT TO SRL-TEXT
           PERFORM WRITE-ITEM-ACTIVITY.

       CLEAR-ANSWERED-ITEM.
           MOVE ZERO TO ST-MATCH-IDX
           PERFORM VARYING RX-IDX FROM 1 BY 1
                   UNTIL RX-IDX > RX-TABLE-SIZE
                      OR ST-MATCH-IDX > 0
               MOVE RX-ENTRY (RX-IDX) TO ST-IDX
               IF ST-RESUBMITTED (ST-IDX)
                       AND ST-DEPT (ST-IDX) = FAIL-DEPT
                       AND ST-REF (ST-IDX) = FAIL-REF
                       AND ST-LIST-ID (ST-IDX) = FAIL-LIST-ID
                       AND ST-TARGET (ST-IDX) = FAIL-TARGET
                       AND (ST-ASOF (ST-IDX) = FAIL-ASOF
                            OR (ST-ASOF (ST-IDX) = SPACES
                                AND FAIL-ASOF = FAIL-RUN-DATE))
                   MOVE ST-IDX TO ST-MATCH-IDX
               END-IF
           END-PERFORM
           IF ST-MATCH-IDX > 0
               ADD 1 TO CLEARED-COUNT
               MOVE ST-MATCH-IDX TO ST-IDX
               MOVE 'C' TO ST-STATE (ST-IDX)
               MOVE "CLEARED" TO SRL-ACTION
               MOVE SPACES TO SRL-TEXT
               STRING "ANSWERED " ANSWER-TEXT
                   DELIMITED BY SIZE INTO SRL-TEXT
               END-STRING
               PERFORM WRITE-ITEM-ACTIVITY
           END-IF.

       APPLY-CORRECTIONS.
           OPEN INPUT CORRECTION-FILE
           IF CORR-STATUS NOT = '00' AND CORR-STATUS NOT = '05'
               MOVE 'N' TO RUN-OK
               DISPLAY "CHOPSUS: UNABLE TO OPEN CORRIN - FILE STATUS "
                   CORR-STATUS
           ELSE
               IF CORR-STATUS = '00'
                   READ CORRECTION-FILE
                       AT END MOVE '10' TO CORR-STATUS
                   END-READ
               ELSE
                   MOVE '10' TO CORR-STATUS
               END-IF
               PERFORM UNTIL CORR-STATUS = '10' OR RUN-FAILED
                   ADD 1 TO CORR-READ
                   PERFORM APPLY-ONE-CORRECTION
                   READ CORRECTION-FILE
                       AT END MOVE '10' TO CORR-STATUS
                   END-READ
               END-PERFORM
               CLOSE CORRECTION-FILE
           END-IF.

       APPLY-ONE-CORRECTION.
           MOVE SPACES TO CORR-REASON
           MOVE ZERO TO ST-MATCH-IDX
           IF CR-ID IS NUMERIC
               PERFORM VARYING ST-IDX FROM 1 BY 1
                       UNTIL ST-IDX > ST-LOADED
                          OR ST-MATCH-IDX > 0
                   IF ST-KEY (ST-IDX) = CR-KEY
                       MOVE ST-IDX TO ST-MATCH-IDX
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN CR-ID NOT NUMERIC
                   MOVE "SUSPENSE ITEM NUMBER NOT NUMERIC"
                       TO CORR-REASON
               WHEN ST-MATCH-IDX = 0
                   MOVE "NO SUCH ITEM HELD FOR THIS DEPARTMENT"
                       TO CORR-REASON
               WHEN ST-RESUBMITTED (ST-MATCH-IDX)
                   MOVE "ALREADY RESUBMITTED - AWAITING ANSWER"
                       TO CORR-REASON
               WHEN ST-CLEARED (ST-MATCH-IDX)
                   MOVE "ALREADY ANSWERED" TO CORR-REASON
               WHEN ST-WRITTEN-OFF (ST-MATCH-IDX)
                   MOVE "ALREADY WITHDRAWN" TO CORR-REASON
               WHEN CR-WITHDRAW
                   PERFORM WITHDRAW-SUSPENSE-ITEM
               WHEN CR-CORRECT
                   PERFORM CORRECT-SUSPENSE-ITEM
               WHEN OTHER
                   MOVE "ACTION MUST BE C OR W" TO CORR-REASON
           END-EVALUATE
           IF CORR-REASON NOT = SPACES
               PERFORM REJECT-CORRECTION
           END-IF.

       CORRECT-SUSPENSE-ITEM.
           MOVE ST-MATCH-IDX TO ST-IDX
           MOVE ST-LIST-ID (ST-IDX) TO NEW-LIST-ID
           MOVE ST-TARGET (ST-IDX) TO NEW-TARGET
           MOVE ST-ASOF (ST-IDX) TO NEW-ASOF
           IF CR-LIST-ID NOT = SPACES
               MOVE CR-LIST-ID TO NEW-LIST-ID
           END-IF
           IF CR-TARGET NOT = SPACES
               MOVE CR-TARGET TO NEW-TARGET
           END-IF
           EVALUATE CR-ASOF
               WHEN SPACES
                   CONTINUE
               WHEN "00000000"
                   MOVE SPACES TO NEW-ASOF
               WHEN OTHER
                   MOVE CR-ASOF TO NEW-ASOF
           END-EVALUATE
           EVALUATE TRUE
               WHEN ST-DEPT (ST-IDX) = SPACES
                       OR ST-DEPT (ST-IDX) = "****"
                   MOVE "NO DEPARTMENT - WITHDRAW AND RE-KEY IT"
                       TO CORR-REASON
               WHEN NEW-LIST-ID = SPACES OR NEW-LIST-ID = "***"
                   MOVE "CORRECTED LIST-ID MISSING OR RESERVED"
                       TO CORR-REASON
               WHEN NEW-TARGET NOT NUMERIC
                   MOVE "CORRECTED TARGET NOT NUMERIC"
                       TO CORR-REASON
               WHEN NEW-TARGET = "000000000"
                   MOVE "CORRECTED TARGET IS ZERO" TO CORR-REASON
               WHEN NEW-ASOF NOT = SPACES AND NEW-ASOF NOT NUMERIC
                   MOVE "CORRECTED AS-OF DATE NOT NUMERIC"
                       TO CORR-REASON
               WHEN OTHER
                   PERFORM RESUBMIT-SUSPENSE-ITEM
           END-EVALUATE.

       RESUBMIT-SUSPENSE-ITEM.
           ADD 1 TO CORR-APPLIED
           MOVE NEW-LIST-ID TO ST-LIST-ID (ST-IDX)
           MOVE NEW-TARGET TO ST-TARGET (ST-IDX)
           MOVE NEW-ASOF TO ST-ASOF (ST-IDX)
           MOVE 'R' TO ST-STATE (ST-IDX)
           MOVE WS-RUN-DATE TO ST-LAST-DATE (ST-IDX)
           IF ST-RESUB-COUNT (ST-IDX) < 999
               ADD 1 TO ST-RESUB-COUNT (ST-IDX)
           END-IF
           MOVE ST-LIST-ID (ST-IDX) TO RSB-LIST-ID
           MOVE ST-TARGET (ST-IDX) TO RSB-TARGET
           MOVE ST-DEPT (ST-IDX) TO RSB-DEPT
           MOVE ST-REF (ST-IDX) TO RSB-REF
           MOVE ST-ASOF (ST-IDX) TO RSB-ASOF
           WRITE RSB-REC
           IF RESUB-STATUS = '00'
               ADD 1 TO RESUB-WRITTEN
           ELSE
               MOVE 'N' TO RUN-OK
               DISPLAY "CHOPSUS: RESUBOUT WRITE FAILED - FILE STATUS "
                   RESUB-STATUS
           END-IF
           MOVE "RESUBMITTED" TO SRL-ACTION
           MOVE "CORRECTED BY DEPARTMENT" TO SRL-TEXT
           PERFORM WRITE-ITEM-ACTIVITY.

       WITHDRAW-SUSPENSE-ITEM.
           ADD 1 TO WITHDRAWN-COUNT
           MOVE ST-MATCH-IDX TO ST-IDX
           MOVE 'W' TO ST-STATE (ST-IDX)
           MOVE 'W' TO ST-WOFF-WHY (ST-IDX)
           MOVE "WITHDRAWN" TO SRL-ACTION
           MOVE "WITHDRAWN BY DEPARTMENT" TO SRL-TEXT
           PERFORM WRITE-ITEM-ACTIVITY.

       REJECT-CORRECTION.
           ADD 1 TO CORR-REJECTED
           MOVE "CORRECTION REJECTED" TO SRL-ACTION
           MOVE CR-DEPT TO SRL-DEPT
           MOVE CR-ID TO SRL-ID
           IF ST-MATCH-IDX > 0
               MOVE ST-REF (ST-MATCH-IDX) TO SRL-REF
           ELSE
               MOVE SPACES TO SRL-REF
           END-IF
           MOVE CR-LIST-ID TO SRL-LIST-ID
           MOVE CR-TARGET TO SRL-TARGET
           MOVE CR-ASOF TO SRL-ASOF
           MOVE CORR-REASON TO SRL-TEXT
           WRITE SRPT-REC FROM SRPT-LINE
           MOVE CR-DEPT TO NTL-DEPT
           MOVE CR-ID TO NTL-ID
           MOVE SRL-REF TO NTL-REF
           MOVE CR-LIST-ID TO NTL-LIST-ID
           MOVE CR-TARGET TO NTL-TARGET
           MOVE CR-ASOF TO NTL-ASOF
           MOVE CORR-REASON TO NTL-REASON
           MOVE "CORRECTION REJECTED" TO NTL-STATUS
           MOVE SPACES TO NTL-WOFF-LABEL
           MOVE SPACES TO NTL-WOFF-DATE
           WRITE NTC-REC FROM NOTICE-LINE
           IF NTC-STATUS = '00'
               ADD 1 TO NOTICES-WRITTEN
           ELSE
               IF RUN-GOOD
                   MOVE 'N' TO RUN-OK
                   DISPLAY "CHOPSUS: NOTICE WRITE FAILED - FILE STATUS "
                       NTC-STATUS
               END-IF
           END-IF.

       AGE-SUSPENSE-ITEMS.
           MOVE SPACES TO WOFF-PREV-DEPT
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > ST-LOADED
               IF ST-HELD (ST-IDX)
                   PERFORM COMPUTE-WRITEOFF-DATE
                   IF DAYS-HELD > WRITEOFF-DAYS
                       PERFORM WRITE-OFF-AGED-ITEM
                   END-IF
               END-IF
               IF ST-WRITTEN-OFF (ST-IDX)
                   PERFORM WRITE-WRITEOFF-LINE
               END-IF
           END-PERFORM
           IF WOFF-LINES > 0
               PERFORM WRITE-DEPT-SIGNOFF
               MOVE SPACES TO WOFF-REC
               STRING "CODE DESK SIGN-OFF: ________________________"
                      "  DATE: __________"
                   DELIMITED BY SIZE INTO WOFF-REC
               END-STRING
               WRITE WOFF-REC
           ELSE
               MOVE "NO ITEMS WRITTEN OFF OR WITHDRAWN THIS RUN"
                   TO WOFF-REC
               WRITE WOFF-REC
           END-IF.

       COMPUTE-WRITEOFF-DATE.
           IF ST-RESUBMITTED (ST-IDX)
               MOVE ST-LAST-DATE (ST-IDX) TO BASE-DATE
           ELSE
               MOVE ST-ID-DATE (ST-IDX) TO BASE-DATE
           END-IF
           COMPUTE BASE-DATE-INT =
               FUNCTION INTEGER-OF-DATE (BASE-DATE)
           COMPUTE DAYS-HELD = RUN-DATE-INT - BASE-DATE-INT
           COMPUTE WRITEOFF-DATE = FUNCTION DATE-OF-INTEGER
               (BASE-DATE-INT + WRITEOFF-DAYS + 1).

       WRITE-OFF-AGED-ITEM.
           ADD 1 TO AGED-OUT-COUNT
           IF ST-RESUBMITTED (ST-IDX)
               MOVE 'N' TO ST-WOFF-WHY (ST-IDX)
           ELSE
               MOVE 'A' TO ST-WOFF-WHY (ST-IDX)
           END-IF
           MOVE 'W' TO ST-STATE (ST-IDX)
           MOVE "WRITTEN OFF" TO SRL-ACTION
           MOVE SPACES TO SRL-TEXT
           MOVE DAYS-HELD TO DAYS-EDIT
           STRING "HELD " DAYS-EDIT " DAYS WITHOUT RESOLUTION"
               DELIMITED BY SIZE INTO SRL-TEXT
           END-STRING
           PERFORM WRITE-ITEM-ACTIVITY.

       WRITE-WRITEOFF-LINE.
           IF WOFF-LINES > 0
                   AND ST-DEPT (ST-IDX) NOT = WOFF-PREV-DEPT
               PERFORM WRITE-DEPT-SIGNOFF
           END-IF
           MOVE ST-DEPT (ST-IDX) TO WOFF-PREV-DEPT
           ADD 1 TO WOFF-LINES
           ADD 1 TO WOFF-DEPT-COUNT
           MOVE ST-DEPT (ST-IDX) TO WOL-DEPT
           MOVE ST-ID (ST-IDX) TO WOL-ID
           MOVE ST-REF (ST-IDX) TO WOL-REF
           MOVE ST-LIST-ID (ST-IDX) TO WOL-LIST-ID
           MOVE ST-TARGET (ST-IDX) TO WOL-TARGET
           MOVE ST-ASOF (ST-IDX) TO WOL-ASOF
           MOVE ST-REASON-TEXT (ST-IDX) TO WOL-REASON
           MOVE SPACES TO WOL-WHY
           EVALUATE TRUE
               WHEN ST-WITHDRAWN (ST-IDX)
                   MOVE "WITHDRAWN BY DEPARTMENT" TO WOL-WHY
                   MOVE "WITHDRAWN" TO NTL-STATUS
               WHEN ST-AGED-UNANSWERED (ST-IDX)
                   MOVE "RESUBMITTED - NO ANSWER" TO WOL-WHY
                   MOVE "WRITTEN OFF" TO NTL-STATUS
               WHEN OTHER
                   MOVE DAYS-HELD TO DAYS-EDIT
                   STRING "UNCORRECTED " DAYS-EDIT " DAYS"
                       DELIMITED BY SIZE INTO WOL-WHY
                   END-STRING
                   MOVE "WRITTEN OFF" TO NTL-STATUS
           END-EVALUATE
           WRITE WOFF-REC FROM WOFF-LINE
           MOVE SPACES TO NTL-WOFF-LABEL
           MOVE SPACES TO NTL-WOFF-DATE
           PERFORM WRITE-ITEM-NOTICE.

       WRITE-DEPT-SIGNOFF.
           MOVE SPACES TO WOFF-REC
           STRING "DEPT " WOFF-PREV-DEPT " - " WOFF-DEPT-COUNT
                  " ITEM(S).  DEPARTMENT SIGN-OFF: "
                  "________________________  DATE: __________"
               DELIMITED BY SIZE INTO WOFF-REC
           END-STRING
           WRITE WOFF-REC
           MOVE SPACES TO WOFF-REC
           WRITE WOFF-REC
           MOVE ZERO TO WOFF-DEPT-COUNT.

       WRITE-SUSPENSE-FILE.
           OPEN OUTPUT SUSPENSE-OUT
           IF SUSOUT-STATUS NOT = '00'
               MOVE 'N' TO RUN-OK
               DISPLAY "CHOPSUS: UNABLE TO OPEN SUSPOUT - FILE "
                   "STATUS " SUSOUT-STATUS
           ELSE
               PERFORM SORT-NEW-ITEMS
               MOVE 1 TO OLD-IDX
               COMPUTE NEW-IDX = ST-LOADED + 1
               PERFORM UNTIL (OLD-IDX > ST-LOADED
                         AND NEW-IDX > ST-TABLE-SIZE)
                      OR RUN-FAILED
                   EVALUATE TRUE
                       WHEN OLD-IDX > ST-LOADED
                           MOVE NEW-IDX TO ST-IDX
                           ADD 1 TO NEW-IDX
                       WHEN NEW-IDX > ST-TABLE-SIZE
                           MOVE OLD-IDX TO ST-IDX
                           ADD 1 TO OLD-IDX
                       WHEN ST-KEY (NEW-IDX) < ST-KEY (OLD-IDX)
                           MOVE NEW-IDX TO ST-IDX
                           ADD 1 TO NEW-IDX
                       WHEN OTHER
                           MOVE OLD-IDX TO ST-IDX
                           ADD 1 TO OLD-IDX
                   END-EVALUATE
                   IF ST-HELD (ST-IDX)
                       PERFORM WRITE-ONE-ITEM
                   END-IF
               END-PERFORM
               CLOSE SUSPENSE-OUT
           END-IF.

       SORT-NEW-ITEMS.
           COMPUTE SORT-START = ST-LOADED + 2
           PERFORM VARYING SORT-IDX FROM SORT-START BY 1
                   UNTIL SORT-IDX > ST-TABLE-SIZE
               MOVE ST-ENTRY (SORT-IDX) TO ST-HOLD
               MOVE SORT-IDX TO ST-IDX
               MOVE 'N' TO SLOT-SW
               PERFORM FIND-NEW-ITEM-SLOT UNTIL SLOT-FOUND
               MOVE ST-HOLD TO ST-ENTRY (ST-IDX)
           END-PERFORM.

       FIND-NEW-ITEM-SLOT.
           IF ST-IDX = ST-LOADED + 1
               MOVE 'Y' TO SLOT-SW
           ELSE
               IF ST-KEY (ST-IDX - 1) NOT > ST-HOLD-KEY
                   MOVE 'Y' TO SLOT-SW
               ELSE
                   MOVE ST-ENTRY (ST-IDX - 1) TO ST-ENTRY (ST-IDX)
                   SUBTRACT 1 FROM ST-IDX
               END-IF
           END-IF.

       WRITE-ONE-ITEM.
           MOVE ST-DATA (ST-IDX) TO SUSOUT-REC
           WRITE SUSOUT-REC
           IF SUSOUT-STATUS = '00'
               ADD 1 TO ITEMS-WRITTEN
           ELSE
               MOVE 'N' TO RUN-OK
               DISPLAY "CHOPSUS: SUSPOUT WRITE FAILED - FILE STATUS "
                   SUSOUT-STATUS
           END-IF
           PERFORM COMPUTE-WRITEOFF-DATE
           IF ST-RESUBMITTED (ST-IDX)
               ADD 1 TO AWAITING-COUNT
               MOVE SPACES TO NTL-STATUS
               STRING "RESUBMITTED " ST-LAST-DATE (ST-IDX)
                   DELIMITED BY SIZE INTO NTL-STATUS
               END-STRING
           ELSE
               ADD 1 TO OUTSTANDING-COUNT
               MOVE "OUTSTANDING" TO NTL-STATUS
           END-IF
           MOVE "WRITE-OFF " TO NTL-WOFF-LABEL
           MOVE WRITEOFF-DATE TO NTL-WOFF-DATE
           PERFORM WRITE-ITEM-NOTICE.

       WRITE-ITEM-NOTICE.
           MOVE ST-DEPT (ST-IDX) TO NTL-DEPT
           MOVE ST-ID (ST-IDX) TO NTL-ID
           MOVE ST-REF (ST-IDX) TO NTL-REF
           MOVE ST-LIST-ID (ST-IDX) TO NTL-LIST-ID
           MOVE ST-TARGET (ST-IDX) TO NTL-TARGET
           MOVE ST-ASOF (ST-IDX) TO NTL-ASOF
           MOVE ST-REASON-TEXT (ST-IDX) TO NTL-REASON
           WRITE NTC-REC FROM NOTICE-LINE
           IF NTC-STATUS = '00'
               ADD 1 TO NOTICES-WRITTEN
           ELSE
               IF RUN-GOOD
                   MOVE 'N' TO RUN-OK
                   DISPLAY "CHOPSUS: NOTICE WRITE FAILED - FILE STATUS "
                       NTC-STATUS
               END-IF
           END-IF.

       WRITE-ITEM-ACTIVITY.
           MOVE ST-DEPT (ST-IDX) TO SRL-DEPT
           MOVE ST-ID (ST-IDX) TO SRL-ID
           MOVE ST-REF (ST-IDX) TO SRL-REF
           MOVE ST-LIST-ID (ST-IDX) TO SRL-LIST-ID
           MOVE ST-TARGET (ST-IDX) TO SRL-TARGET
           MOVE ST-ASOF (ST-IDX) TO SRL-ASOF
           WRITE SRPT-REC FROM SRPT-LINE.

       WRITE-SUSPENSE-HEADER.
           MOVE SPACES TO SRPT-REC
           STRING "CHOPSUS REJECTED-TARGET SUSPENSE - RUN DATE "
                  WS-RUN-DATE
                  " - WRITE-OFF AFTER " WRITEOFF-DAYS " DAYS"
               DELIMITED BY SIZE INTO SRPT-REC
           END-STRING
           WRITE SRPT-REC
           MOVE SPACES TO SRPT-REC
           STRING "ACTION               DEPT ITEM           REF"
                  "      LST TARGET    AS-OF    DETAIL"
               DELIMITED BY SIZE INTO SRPT-REC
           END-STRING
           WRITE SRPT-REC.

       WRITE-WRITEOFF-HEADER.
           MOVE SPACES TO WOFF-REC
           STRING "CHOPSUS SUSPENSE WRITE-OFFS FOR SIGN-OFF - RUN "
                  "DATE " WS-RUN-DATE
                  " - LIMIT " WRITEOFF-DAYS " DAYS"
               DELIMITED BY SIZE INTO WOFF-REC
           END-STRING
           WRITE WOFF-REC
           MOVE SPACES TO WOFF-REC
           STRING "DEPT  ITEM            REF       LST  TARGET     "
                  "AS-OF     REASON"
                  "                                    WHY"
               DELIMITED BY SIZE INTO WOFF-REC
           END-STRING
           WRITE WOFF-REC.

       WRITE-SUSPENSE-TOTALS.
           MOVE SPACES TO SRPT-REC
           WRITE SRPT-REC
           MOVE SPACES TO SRPT-REC
           STRING "TAKEN IN - REJECTS " REJECTS-READ
                  "  RESULTS " RESULTS-READ
                  "  LOOKUP FAILURES " RESULTS-FAILED
               DELIMITED BY SIZE INTO SRPT-REC
           END-STRING
           WRITE SRPT-REC
           MOVE SPACES TO SRPT-REC
           STRING "ITEMS - CARRIED " OLD-ITEMS-READ
                  "  NEW " NEW-ITEMS
                  "  FAILED AGAIN " FAILED-AGAIN
                  "  ALREADY HELD " ALREADY-HELD
               DELIMITED BY SIZE INTO SRPT-REC
           END-STRING
           WRITE SRPT-REC
           MOVE SPACES TO SRPT-REC
           STRING "CORRECTIONS - READ " CORR-READ
                  "  RESUBMITTED " CORR-APPLIED
                  "  WITHDRAWN " WITHDRAWN-COUNT
                  "  REJECTED " CORR-REJECTED
               DELIMITED BY SIZE INTO SRPT-REC
           END-STRING
           WRITE SRPT-REC
           MOVE SPACES TO SRPT-REC
           STRING "RESOLVED - CLEARED " CLEARED-COUNT
                  "  WRITTEN OFF " AGED-OUT-COUNT
                  "  WITHDRAWN " WITHDRAWN-COUNT
               DELIMITED BY SIZE INTO SRPT-REC
           END-STRING
           WRITE SRPT-REC
           MOVE SPACES TO SRPT-REC
           STRING "CARRIED FORWARD - " ITEMS-WRITTEN
                  "  OUTSTANDING " OUTSTANDING-COUNT
                  "  AWAITING ANSWER " AWAITING-COUNT
               DELIMITED BY SIZE INTO SRPT-REC
           END-STRING
           WRITE SRPT-REC
           DISPLAY "CHOPSUS: REJECTS " REJECTS-READ
               "  RESULTS " RESULTS-READ
               "  LOOKUP FAILURES " RESULTS-FAILED
           DISPLAY "CHOPSUS: CARRIED " OLD-ITEMS-READ
               "  NEW " NEW-ITEMS
               "  FAILED AGAIN " FAILED-AGAIN
               "  CLEARED " CLEARED-COUNT
           DISPLAY "CHOPSUS: CORRECTIONS " CORR-READ
               "  RESUBMITTED " RESUB-WRITTEN
               "  REJECTED " CORR-REJECTED
           DISPLAY "CHOPSUS: WRITTEN OFF " AGED-OUT-COUNT
               "  WITHDRAWN " WITHDRAWN-COUNT
               "  CARRIED FORWARD " ITEMS-WRITTEN.
