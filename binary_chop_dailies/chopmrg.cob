       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHOPMRG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "MASTERIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MASTER-STATUS.
           SELECT SEARCH-RPT ASSIGN TO "RPTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRAN-STATUS.
           SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO "CKPTFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CKPT-STATUS.
           SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-STATUS.
           SELECT NOTFOUND-EXTRACT ASSIGN TO "NOTFND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NF-STATUS.
           SELECT OPTIONAL ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRLOG-STATUS.
           SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RH-STATUS.
           SELECT OPTIONAL RESULT-WORK ASSIGN TO "MRGWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RS-STATUS.
           SELECT OPTIONAL AUTH-FILE ASSIGN TO "DEPTAUTH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUTH-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE
           RECORDING MODE IS F.
           COPY MSTRREC REPLACING ==:TAG:== BY ==MASTER==.

       FD  SEARCH-RPT.
       01  RPT-REC              PIC X(120).

       FD  TRANSACTION-FILE
           RECORDING MODE IS F.
       01  MRG-IN-REC.
           05  MRG-IN-TRAN      PIC X(32).
           05  MRG-IN-SEQ       PIC 9(9).

       FD  CHECKPOINT-FILE
           RECORDING MODE IS F.
       01  CKPT-REC.
           05  CKPT-COUNT              PIC 9(9).
           05  CKPT-LAST-LIST          PIC X(3).
           05  CKPT-LAST-KEY           PIC 9(9).
           05  CKPT-TOTAL-SEARCHED     PIC 9(9).
           05  CKPT-TOTAL-FOUND        PIC 9(9).
           05  CKPT-TOTAL-NOT-FOUND    PIC 9(9).
           05  CKPT-TOTAL-FOUND-INACT  PIC 9(9).
           05  CKPT-TOTAL-BAD-LIST     PIC 9(9).
           05  CKPT-TOTAL-NOT-AUTH     PIC 9(9).
           05  CKPT-TOTAL-SUPERSEDED   PIC 9(9).
           05  CKPT-TOTAL-COMPARISONS  PIC 9(9).
           05  CKPT-LIST-COUNT         PIC 9(4).
           05  CKPT-LIST-ENTRY         OCCURS 10 TIMES.
               10  CKPT-LS-ID          PIC X(3).
               10  CKPT-LS-SEARCHED    PIC 9(9).
               10  CKPT-LS-FOUND       PIC 9(9).
               10  CKPT-LS-FOUND-INACT PIC 9(9).
               10  CKPT-LS-NOT-FOUND   PIC 9(9).
               10  CKPT-LS-SUPERSEDED  PIC 9(9).
               10  CKPT-LS-COMPARISONS PIC 9(9).
           05  CKPT-TOTAL-KEYING-ERR   PIC 9(9).

       FD  CONTROL-CARD-FILE.
       01  CTL-REC              PIC X(80).

       FD  NOTFOUND-EXTRACT
           RECORDING MODE IS F.
       01  NF-REC.
           05  NF-LIST-ID       PIC X(3).
           05  NF-TARGET        PIC 9(9).
           05  NF-INS-POINT     PIC 9(9).
           05  NF-RUN-DATE      PIC 9(8).
           05  NF-OCCUR-COUNT   PIC 9(5).

       FD  ERROR-LOG-FILE.
       01  ERRLOG-REC           PIC X(110).

       FD  RUN-HISTORY-FILE
           RECORDING MODE IS F.
           COPY RUNHIST.

       FD  RESULT-WORK
           RECORDING MODE IS F.
       01  MW-REC.
           05  MW-SEQ           PIC 9(9).
           05  MW-PART          PIC X.
               88  MW-RESULT-PART       VALUE 'R'.
               88  MW-SUGG-PART         VALUE 'S'.
               88  MW-TRAILER-PART      VALUE 'T'.
           05  MW-RESULT        PIC X(63).
           05  MW-ORDINAL       PIC 9(9).

       FD  AUTH-FILE
           RECORDING MODE IS F.
           COPY AUTHREC REPLACING ==:TAG:== BY ==AUTH-IN==.

       WORKING-STORAGE SECTION.
           COPY ARRCODE.
           COPY TRANREC.
       01  RS-REC.
           05  RS-DEPT          PIC X(4).
           05  RS-REF           PIC X(8).
           05  RS-LIST-ID       PIC X(3).
           05  RS-TARGET        PIC 9(9).
           05  RS-STATUS-TEXT   PIC X(14).
           05  RS-INDEX         PIC 9(9).
           05  RS-RUN-DATE      PIC 9(8).
           05  RS-ASOF-DATE     PIC 9(8).
       01  RS-CTL-REC.
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
           05  RS-SUGG-COUNT    PIC 9.
           05  RS-SUGG-CODE     PIC 9(9) OCCURS 3 TIMES.
           05  FILLER           PIC X(7).
       01  TARGET           PIC 9(9).
       01  TARGET-LIST      PIC X(3).
       01  TARGET-DEPT      PIC X(4).
       01  TARGET-REF       PIC X(8).
       01  TARGET-ASOF      PIC 9(8) VALUE ZERO.
       01  TARGET-SEQ       PIC 9(9).
       01  JUDGE-DATE       PIC 9(8).
       01  RS-STATUS        PIC XX.
       01  RSLT-OK          PIC X VALUE 'N'.
           88  RSLT-EXTRACT-OPEN    VALUE 'Y'.
       01  RS-WRITE-COUNT   PIC 9(9) VALUE ZERO.
       01  RS-HASH-ACC      PIC 9(9) VALUE ZERO.
       01  RS-SUGG-WRITE-COUNT PIC 9(9) VALUE ZERO.
       01  TRAN-HASH-ACC    PIC 9(9) VALUE ZERO.
       01  HASH-MODULUS     PIC 9(10) VALUE 1000000000.
       01  TRAN-TRAILER-SW  PIC X VALUE 'N'.
           88  TRAN-TRAILER-SEEN    VALUE 'Y'.
       01  TRAN-TRL-COUNT   PIC 9(9) VALUE ZERO.
       01  TRAN-TRL-HASH    PIC 9(9) VALUE ZERO.
       01  ORDER-KEY.
           05  ORDER-DUP-KEY.
               10  ORDER-LIST      PIC X(3).
               10  ORDER-TARGET    PIC 9(9).
               10  ORDER-DEPT      PIC X(4).
               10  ORDER-ASOF      PIC 9(8).
           05  ORDER-SEQ        PIC 9(9).
       01  PREV-ORDER-KEY.
           05  PREV-DUP-KEY     PIC X(24).
           05  PREV-SEQ         PIC 9(9).
       01  TRAN-ORDER-OK    PIC X VALUE 'Y'.
           88  TRAN-IN-ORDER        VALUE 'Y'.
           88  TRAN-OUT-OF-ORDER    VALUE 'N'.
       01  DUP-SW           PIC X VALUE 'N'.
           88  TRAN-IS-DUPLICATE    VALUE 'Y'.
       01  MRG-IDX          PIC 9(9) VALUE 1.
       01  MRG-TARGET-KEY.
           05  MRG-TARGET-LIST  PIC X(3).
           05  MRG-TARGET-CODE  PIC 9(9).
       01  MRG-POS-SW       PIC X VALUE 'N'.
           88  MRG-POSITIONED       VALUE 'Y'.
       01  CUR-LIST-IDX     PIC 9(4).
       01  LS-IDX           PIC 9(4).
       01  LS-TABLE.
           05  LS-ENTRY     OCCURS 10 TIMES.
               10  LS-SEARCHED     PIC 9(9).
               10  LS-FOUND        PIC 9(9).
               10  LS-FOUND-INACT  PIC 9(9).
               10  LS-NOT-FOUND    PIC 9(9).
               10  LS-SUPERSEDED   PIC 9(9).
               10  LS-COMPARISONS  PIC 9(9).
       01  LEFT-IDX         PIC 9(9).
       01  RIGHT-IDX        PIC 9(9).
       01  MID              PIC 9(9).
       01  GUESS            PIC 9(9).
       01  RESULT           PIC S9(9) VALUE -1.
       01  SUPS-LIST        PIC X(3).
       01  SUPS-CODE        PIC 9(9).
       01  SUPS-RESULT      PIC S9(9) VALUE -1.
       01  SUPS-LIST-IDX    PIC 9(4).
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
       01  TYPO-HOLD        PIC 9.
       01  TYPO-DIFF-COUNT  PIC 9(2).
       01  TYPO-NEAR-IDX    PIC 9(9).
       01  TYPO-LEFT        PIC 9(9).
       01  TYPO-RIGHT       PIC 9(9).
       01  TYPO-MID         PIC 9(9).
       01  TYPO-RESULT      PIC S9(9) VALUE -1.
       01  AUTH-STATUS      PIC XX.
       01  AUTH-CHECK-SW    PIC X VALUE 'N'.
           88  AUTH-CHECK-ACTIVE    VALUE 'Y'.
       01  AUTH-TABLE-SIZE  PIC 9(4) VALUE ZERO.
       01  AUTH-TABLE-MAX   PIC 9(4) VALUE 500.
       01  AUTH-TABLE.
           05  AUTH-ENTRY   OCCURS 500 TIMES.
               10  AUTH-TBL-DEPT   PIC X(4).
               10  AUTH-TBL-LIST   PIC X(3).
       01  AUTH-IDX         PIC 9(4).
       01  AUTH-MATCH-IDX   PIC 9(4).
       01  AUTH-OK          PIC X VALUE 'Y'.
           88  DEPT-AUTHORIZED      VALUE 'Y'.
           88  DEPT-NOT-AUTHORIZED  VALUE 'N'.
       01  MASTER-STATUS    PIC XX.
       01  RPT-STATUS       PIC XX.
       01  TRAN-STATUS      PIC XX.
       01  CKPT-STATUS      PIC XX.
       01  CHECKPOINT-INTERVAL PIC 9(9) VALUE 1000.
       01  RUNNING-COUNT    PIC 9(9) VALUE ZERO.
       01  RESTART-COUNT    PIC 9(9) VALUE ZERO.
       01  RESTART-KEY      PIC 9(9) VALUE ZERO.
       01  RESTART-LIST     PIC X(3) VALUE SPACES.
       01  RESTART-KEY-OK   PIC X VALUE 'Y'.
           88  RESTART-KEY-VALID     VALUE 'Y'.
           88  RESTART-KEY-INVALID   VALUE 'N'.
       01  RESUME-ORDINAL   PIC 9(9) VALUE ZERO.
       01  RESUME-LAST-PART PIC X VALUE SPACE.
           88  RESUME-ENDED-ON-RESULT VALUE 'R'.
       01  WORK-DONE-SW     PIC X VALUE 'N'.
           88  WORK-ALREADY-COMPLETE VALUE 'Y'.
       01  REPLAY-SW        PIC X VALUE 'W'.
           88  REPLAY-WRITE-ALL     VALUE 'W'.
           88  REPLAY-SUGG-ONLY     VALUE 'S'.
           88  REPLAY-SUPPRESSED    VALUE 'N'.
       01  WS-RUN-DATE      PIC 9(8).
       01  ARRAY-SORT-OK    PIC X VALUE 'Y'.
           88  ARRAY-IS-SORTED      VALUE 'Y'.
           88  ARRAY-NOT-SORTED     VALUE 'N'.
       01  SORT-CHECK-IDX   PIC 9(9).
       01  CTL-STATUS       PIC XX.
       01  CTL-CARD-OK      PIC X VALUE 'Y'.
           88  CTL-CARD-VALID       VALUE 'Y'.
           88  CTL-CARD-INVALID     VALUE 'N'.
       01  MASTER-LOAD-OK   PIC X VALUE 'Y'.
           88  MASTER-LOAD-SUCCESSFUL VALUE 'Y'.
           88  MASTER-LOAD-FAILED     VALUE 'N'.
       01  NF-STATUS        PIC XX.
       01  NF-OK            PIC X VALUE 'N'.
           88  NF-EXTRACT-OPEN      VALUE 'Y'.
       01  ERRLOG-STATUS    PIC XX.
       01  RH-STATUS        PIC XX.
       01  ERRLOG-OK        PIC X VALUE 'N'.
           88  ERRLOG-OPEN          VALUE 'Y'.
       01  RUN-CONDITION-CODE  PIC 99 VALUE ZERO.
       01  WS-RUN-TIME      PIC 9(8).
       01  ERR-LINE.
           05  ERR-DATE          PIC 9(8).
           05  FILLER            PIC X VALUE SPACE.
           05  ERR-TIME          PIC 9(8).
           05  FILLER            PIC X VALUE SPACE.
           05  ERR-PROGRAM       PIC X(8) VALUE "CHOPMRG".
           05  FILLER            PIC X VALUE SPACE.
           05  ERR-SEVERITY      PIC 99.
           05  FILLER            PIC X VALUE SPACE.
           05  ERR-TEXT          PIC X(80).
       01  NF-GROUP-KEY.
           05  NF-GROUP-LIST    PIC X(3) VALUE SPACES.
           05  NF-GROUP-CODE    PIC 9(9) VALUE ZERO.
       01  NF-GROUP-INS     PIC 9(9) VALUE ZERO.
       01  NF-GROUP-COUNT   PIC 9(5) VALUE ZERO.
       01  NF-WRITE-COUNT   PIC 9(9) VALUE ZERO.
       01  COMPARISON-COUNT    PIC 9(9) VALUE ZERO.
       01  TOTAL-SEARCHED      PIC 9(9) VALUE ZERO.
       01  TOTAL-FOUND         PIC 9(9) VALUE ZERO.
       01  TOTAL-NOT-FOUND     PIC 9(9) VALUE ZERO.
       01  TOTAL-FOUND-INACT   PIC 9(9) VALUE ZERO.
       01  TOTAL-BAD-LIST      PIC 9(9) VALUE ZERO.
       01  TOTAL-NOT-AUTH      PIC 9(9) VALUE ZERO.
       01  TOTAL-SUPERSEDED    PIC 9(9) VALUE ZERO.
       01  TOTAL-COMPARISONS   PIC 9(9) VALUE ZERO.
       01  TOTAL-KEYING-ERR    PIC 9(9) VALUE ZERO.
       01  TOTAL-DUPLICATES    PIC 9(9) VALUE ZERO.
       01  RPT-LINE.
           05  RPT-TARGET        PIC Z(8)9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  RPT-LIST-ID       PIC X(3).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  RPT-DEPT          PIC X(4).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  RPT-REF           PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  RPT-STATUS-TEXT   PIC X(14).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  RPT-INDEX-LABEL   PIC X(4).
           05  RPT-INDEX         PIC Z(8)9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  RPT-DESC          PIC X(30).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FILLER            PIC X(5) VALUE "ASOF=".
           05  RPT-ASOF          PIC 9(8).
           05  FILLER            PIC X(2) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM OPEN-ERROR-LOG
           PERFORM LOAD-AUTH-TABLE
           PERFORM READ-CONTROL-CARD

           IF CTL-CARD-INVALID
               DISPLAY "CHOPMRG: INVALID CTLCARD - SEARCH SKIPPED"
               MOVE 12 TO ERR-SEVERITY
               MOVE "CTLCARD MUST BE ALL OR BLANK" TO ERR-TEXT
               PERFORM LOG-RUN-ERROR
           ELSE
               PERFORM LOAD-ARRAY-FROM-MASTER
               IF MASTER-LOAD-SUCCESSFUL
                   PERFORM VALIDATE-ARRAY-SORT-ORDER
               ELSE
                   MOVE 'N' TO ARRAY-SORT-OK
               END-IF

               IF ARRAY-IS-SORTED
                   PERFORM RECOUNT-RESULT-WORK
                   IF WORK-ALREADY-COMPLETE
                       DISPLAY "CHOPMRG: MRGWORK ALREADY ENDS WITH "
                           "ITS TRAILER - RESTART THE JOB AT THE "
                           "RESULTS RE-SORT STEP, NOT THE LOOKUP"
                       MOVE 12 TO ERR-SEVERITY
                       MOVE "MRGWORK ALREADY COMPLETE - NOT RERUN"
                           TO ERR-TEXT
                       PERFORM LOG-RUN-ERROR
                   ELSE
                       PERFORM RESTART-CHECK
                       IF RESUME-ORDINAL > 0
                           OPEN EXTEND SEARCH-RPT
                           IF RPT-STATUS NOT = '00'
                               OPEN OUTPUT SEARCH-RPT
                               PERFORM WRITE-RPT-HEADER
                           END-IF
                           PERFORM WRITE-RPT-RESUME-MARKER
                       ELSE
                           OPEN OUTPUT SEARCH-RPT
                           PERFORM WRITE-RPT-HEADER
                       END-IF
                       OPEN EXTEND RESULT-WORK
                       PERFORM CHECK-RESULT-WORK-OPEN
                       PERFORM OPEN-NOTFOUND-EXTRACT

                       PERFORM PROCESS-TRANSACTION-FILE
                       CLOSE CHECKPOINT-FILE

                       IF RESTART-KEY-VALID AND TRAN-IN-ORDER
                           PERFORM CLOSE-NOTFOUND-EXTRACT
                           PERFORM DISPLAY-SUMMARY
                           PERFORM APPEND-RUN-HISTORY
                           PERFORM WRITE-RESULT-TRAILER
                       ELSE
                           DISPLAY "CHOPMRG: RUN ABORTED - SEARCH-RPT, "
                               "MRGWORK AND CHECKPOINT LEFT AS-IS FOR "
                               "INVESTIGATION"
                           IF NF-EXTRACT-OPEN
                               CLOSE NOTFOUND-EXTRACT
                           END-IF
                       END-IF

                       CLOSE SEARCH-RPT
                       IF RSLT-EXTRACT-OPEN
                           CLOSE RESULT-WORK
                       END-IF
                   END-IF
               ELSE
                   IF MASTER-LOAD-FAILED
                       DISPLAY "CHOPMRG: MASTER FILE COULD NOT BE "
                           "LOADED - SEARCH SKIPPED"
                   ELSE
                       DISPLAY "CHOPMRG: MASTER FILE NOT IN ASCENDING "
                           "ORDER - SEARCH SKIPPED"
                   END-IF
               END-IF
           END-IF

           IF RUN-CONDITION-CODE = ZERO
                   AND (TOTAL-NOT-FOUND > ZERO
                        OR TOTAL-BAD-LIST > ZERO
                        OR TOTAL-NOT-AUTH > ZERO
                        OR TOTAL-DUPLICATES > ZERO)
               MOVE 4 TO RUN-CONDITION-CODE
           END-IF
           IF ERRLOG-OPEN
               CLOSE ERROR-LOG-FILE
           END-IF
           MOVE RUN-CONDITION-CODE TO RETURN-CODE
           DISPLAY "CHOPMRG: ENDING WITH CONDITION CODE "
               RUN-CONDITION-CODE

           STOP RUN.

       LOAD-AUTH-TABLE.
           MOVE 'N' TO AUTH-CHECK-SW
           MOVE ZERO TO AUTH-TABLE-SIZE
           OPEN INPUT AUTH-FILE
           IF AUTH-STATUS = '00' OR '05'
               READ AUTH-FILE
                   AT END MOVE '10' TO AUTH-STATUS
               END-READ
               PERFORM UNTIL AUTH-STATUS = '10'
                       OR AUTH-TABLE-SIZE NOT < AUTH-TABLE-MAX
                   ADD 1 TO AUTH-TABLE-SIZE
                   MOVE AUTH-IN-DEPT
                       TO AUTH-TBL-DEPT (AUTH-TABLE-SIZE)
                   MOVE AUTH-IN-LIST-ID
                       TO AUTH-TBL-LIST (AUTH-TABLE-SIZE)
                   READ AUTH-FILE
                       AT END MOVE '10' TO AUTH-STATUS
                   END-READ
               END-PERFORM
               IF AUTH-STATUS NOT = '10'
                   MOVE ZERO TO AUTH-TABLE-SIZE
                   DISPLAY "CHOPMRG: DEPTAUTH EXCEEDS "
                       AUTH-TABLE-MAX " PAIRS - AUTHORIZATION "
                       "CHECKING DISABLED THIS RUN"
                   MOVE 8 TO ERR-SEVERITY
                   MOVE "DEPTAUTH TABLE OVERFLOWED - CHECK DISABLED"
                       TO ERR-TEXT
                   PERFORM LOG-RUN-ERROR
               END-IF
               CLOSE AUTH-FILE
           END-IF
           IF AUTH-TABLE-SIZE > 0
               MOVE 'Y' TO AUTH-CHECK-SW
           ELSE
               DISPLAY "CHOPMRG: NO DEPTAUTH RECORDS - AUTHORIZATION "
                   "CHECKING DISABLED THIS RUN"
           END-IF.

       CHECK-AUTHORIZATION.
           MOVE 'Y' TO AUTH-OK
           IF AUTH-CHECK-ACTIVE AND TARGET-DEPT NOT = SPACES
               MOVE ZERO TO AUTH-MATCH-IDX
               PERFORM VARYING AUTH-IDX FROM 1 BY 1
                       UNTIL AUTH-IDX > AUTH-TABLE-SIZE
                          OR AUTH-MATCH-IDX > 0
                   IF AUTH-TBL-DEPT (AUTH-IDX) = TARGET-DEPT
                           AND AUTH-TBL-LIST (AUTH-IDX) = TARGET-LIST
                       MOVE AUTH-IDX TO AUTH-MATCH-IDX
                   END-IF
               END-PERFORM
               IF AUTH-MATCH-IDX = 0
                   MOVE 'N' TO AUTH-OK
               END-IF
           END-IF.

       REPORT-NOT-AUTHORIZED.
           ADD 1 TO TOTAL-NOT-AUTH
           PERFORM SET-JUDGE-DATE
           MOVE TARGET TO RPT-TARGET
           MOVE TARGET-LIST TO RPT-LIST-ID
           MOVE TARGET-DEPT TO RPT-DEPT
           MOVE TARGET-REF TO RPT-REF
           MOVE JUDGE-DATE TO RPT-ASOF
           MOVE "NOT AUTHORIZED" TO RPT-STATUS-TEXT
           MOVE SPACES TO RPT-INDEX-LABEL
           MOVE ZERO TO RPT-INDEX
           MOVE SPACES TO RPT-DESC
           MOVE 'N' TO SUPS-HIT
           MOVE ZERO TO SUGG-COUNT
           MOVE -1 TO RESULT
           MOVE ZERO TO LEFT-IDX
           PERFORM WRITE-RPT-LINE
           PERFORM WRITE-RESULT-RECORD.

       OPEN-ERROR-LOG.
           OPEN EXTEND ERROR-LOG-FILE
           IF ERRLOG-STATUS = '00' OR '05'
               MOVE 'Y' TO ERRLOG-OK
           ELSE
               MOVE 'N' TO ERRLOG-OK
               DISPLAY "CHOPMRG: UNABLE TO OPEN ERRLOG - FILE STATUS "
                   ERRLOG-STATUS " - ERRORS GO TO SYSOUT ONLY"
           END-IF.

       APPEND-RUN-HISTORY.
           OPEN EXTEND RUN-HISTORY-FILE
           IF RH-STATUS = '00' OR '05'
               MOVE WS-RUN-DATE TO RH-RUN-DATE
               MOVE "CHOPMRG" TO RH-PROGRAM
               MOVE TOTAL-SEARCHED TO RH-SEARCHED
               MOVE TOTAL-FOUND TO RH-FOUND
               MOVE TOTAL-FOUND-INACT TO RH-FOUND-INACT
               MOVE TOTAL-NOT-FOUND TO RH-NOT-FOUND
               MOVE TOTAL-COMPARISONS TO RH-COMPARISONS
               WRITE RH-REC
               CLOSE RUN-HISTORY-FILE
           ELSE
               DISPLAY "CHOPMRG: UNABLE TO OPEN RUNHIST - FILE "
                   "STATUS " RH-STATUS " - HISTORY NOT RECORDED"
               MOVE 4 TO ERR-SEVERITY
               MOVE SPACES TO ERR-TEXT
               STRING "UNABLE TO OPEN RUNHIST - FILE STATUS "
                      RH-STATUS
                   DELIMITED BY SIZE INTO ERR-TEXT
               END-STRING
               PERFORM LOG-RUN-ERROR
           END-IF.

       CHECK-RESULT-WORK-OPEN.
           IF RS-STATUS = '00' OR '05'
               MOVE 'Y' TO RSLT-OK
           ELSE
               MOVE 'N' TO RSLT-OK
               DISPLAY "CHOPMRG: UNABLE TO OPEN MRGWORK - FILE "
                   "STATUS " RS-STATUS " - RESULT EXTRACT LOST"
               MOVE 8 TO ERR-SEVERITY
               MOVE SPACES TO ERR-TEXT
               STRING "UNABLE TO OPEN MRGWORK - FILE STATUS "
                      RS-STATUS
                   DELIMITED BY SIZE INTO ERR-TEXT
               END-STRING
               PERFORM LOG-RUN-ERROR
           END-IF.

       LOG-RUN-ERROR.
           IF ERR-SEVERITY > RUN-CONDITION-CODE
               MOVE ERR-SEVERITY TO RUN-CONDITION-CODE
           END-IF
           IF ERRLOG-OPEN
               MOVE WS-RUN-DATE TO ERR-DATE
               ACCEPT WS-RUN-TIME FROM TIME
               MOVE WS-RUN-TIME TO ERR-TIME
               WRITE ERRLOG-REC FROM ERR-LINE
           END-IF.

       DISPLAY-SUMMARY.
           DISPLAY "CHOPMRG: END OF RUN SUMMARY"
           DISPLAY "  Targets searched . . . : " TOTAL-SEARCHED
           DISPLAY "  Found . . . . . . . . . : " TOTAL-FOUND
           DISPLAY "  Found inactive  . . . . : " TOTAL-FOUND-INACT
           DISPLAY "  Superseded  . . . . . . : " TOTAL-SUPERSEDED
           DISPLAY "  Not found . . . . . . . : " TOTAL-NOT-FOUND
           DISPLAY "    Probable keying error : " TOTAL-KEYING-ERR
           DISPLAY "  Unknown list  . . . . . : " TOTAL-BAD-LIST
           DISPLAY "  Not authorized  . . . . : " TOTAL-NOT-AUTH
           DISPLAY "  Duplicates dropped  . . : " TOTAL-DUPLICATES
           DISPLAY "  Comparisons performed . : " TOTAL-COMPARISONS
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "SUMMARY - SEARCHED " TOTAL-SEARCHED
                  "  FOUND " TOTAL-FOUND
                  "  NOT FOUND " TOTAL-NOT-FOUND
                  "  COMPARISONS " TOTAL-COMPARISONS
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "SUMMARY - FOUND INACTIVE " TOTAL-FOUND-INACT
                  " (SUSPENDED, RETIRED, OR NOT IN EFFECT)"
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           IF TOTAL-SUPERSEDED > 0
               MOVE SPACES TO RPT-REC
               STRING "SUMMARY - SUPERSEDED " TOTAL-SUPERSEDED
                      " (RENUMBERED - SEE NEW= CODE ON EACH LINE)"
                   DELIMITED BY SIZE INTO RPT-REC
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
           IF TOTAL-BAD-LIST > 0
               MOVE SPACES TO RPT-REC
               STRING "SUMMARY - UNKNOWN LIST " TOTAL-BAD-LIST
                      " (LIST-ID NOT ON THE LOADED MASTER)"
                   DELIMITED BY SIZE INTO RPT-REC
               END-STRING
               WRITE RPT-REC
           END-IF
           IF TOTAL-NOT-AUTH > 0
               MOVE SPACES TO RPT-REC
               STRING "SUMMARY - NOT AUTHORIZED " TOTAL-NOT-AUTH
                      " (DEPT/LIST PAIR NOT ON DEPTAUTH)"
                   DELIMITED BY SIZE INTO RPT-REC
               END-STRING
               WRITE RPT-REC
           END-IF
           IF TOTAL-DUPLICATES > 0
               MOVE SPACES TO RPT-REC
               STRING "SUMMARY - DUPLICATES DROPPED " TOTAL-DUPLICATES
                      " (SAME LIST/CODE/DEPT/AS-OF RESUBMITTED)"
                   DELIMITED BY SIZE INTO RPT-REC
               END-STRING
               WRITE RPT-REC
           END-IF
           PERFORM VARYING LS-IDX FROM 1 BY 1
                   UNTIL LS-IDX > LIST-DIR-SIZE
               DISPLAY "  List " LIST-DIR-ID (LS-IDX)
                   " searched " LS-SEARCHED (LS-IDX)
                   " found " LS-FOUND (LS-IDX)
                   " inactive " LS-FOUND-INACT (LS-IDX)
                   " superseded " LS-SUPERSEDED (LS-IDX)
                   " not found " LS-NOT-FOUND (LS-IDX)
               MOVE SPACES TO RPT-REC
               STRING "LIST " LIST-DIR-ID (LS-IDX)
                      " - SEARCHED " LS-SEARCHED (LS-IDX)
                      "  FOUND " LS-FOUND (LS-IDX)
                      "  INACT " LS-FOUND-INACT (LS-IDX)
                      "  SUPSED " LS-SUPERSEDED (LS-IDX)
                      "  NOTFND " LS-NOT-FOUND (LS-IDX)
                      "  COMP " LS-COMPARISONS (LS-IDX)
                   DELIMITED BY SIZE INTO RPT-REC
               END-STRING
               WRITE RPT-REC
           END-PERFORM.

       WRITE-RPT-RESUME-MARKER.
           MOVE SPACES TO RPT-REC
           STRING "*** RESUMED AFTER TRANIN RECORD " RESUME-ORDINAL
                  " ***" DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC.

       READ-CONTROL-CARD.
           MOVE 'Y' TO CTL-CARD-OK
           OPEN INPUT CONTROL-CARD-FILE
           IF CTL-STATUS = '00'
               READ CONTROL-CARD-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CTL-REC (1:3) NOT = "ALL"
                               AND CTL-REC NOT = SPACES
                           MOVE 'N' TO CTL-CARD-OK
                           DISPLAY "CHOPMRG: CTLCARD MUST BE ALL - "
                               "SINGLE-CODE LOOKUPS RUN UNDER "
                               "CHOP12 - GOT: " CTL-REC (1:20)
                       END-IF
               END-READ
               CLOSE CONTROL-CARD-FILE
           END-IF.

       VALIDATE-ARRAY-SORT-ORDER.
           MOVE 'Y' TO ARRAY-SORT-OK
           IF ARRAY-SIZE > 1
               PERFORM VARYING SORT-CHECK-IDX FROM 2 BY 1
                       UNTIL SORT-CHECK-IDX > ARRAY-SIZE
                          OR ARRAY-NOT-SORTED
                   IF ARR-KEY (SORT-CHECK-IDX) <
                           ARR-KEY (SORT-CHECK-IDX - 1)
                       MOVE 'N' TO ARRAY-SORT-OK
                       DISPLAY "CHOPMRG: MASTER FILE OUT OF ORDER AT "
                           "ENTRY " SORT-CHECK-IDX
                       MOVE 12 TO ERR-SEVERITY
                       MOVE SPACES TO ERR-TEXT
                       STRING "MASTER FILE OUT OF ORDER AT ENTRY "
                              SORT-CHECK-IDX
                           DELIMITED BY SIZE INTO ERR-TEXT
                       END-STRING
                       PERFORM LOG-RUN-ERROR
                   END-IF
               END-PERFORM
           END-IF.

       RESTART-CHECK.
           MOVE ZERO TO RESTART-COUNT
           MOVE ZERO TO RESTART-KEY
           MOVE 'Y' TO RESTART-KEY-OK
           OPEN INPUT CHECKPOINT-FILE
           IF CKPT-STATUS = '00'
               READ CHECKPOINT-FILE
                   AT END MOVE '10' TO CKPT-STATUS
               END-READ
               PERFORM UNTIL CKPT-STATUS = '10'
                   MOVE CKPT-COUNT TO RESTART-COUNT
                   MOVE CKPT-LAST-LIST TO RESTART-LIST
                   MOVE CKPT-LAST-KEY TO RESTART-KEY
                   READ CHECKPOINT-FILE
                       AT END MOVE '10' TO CKPT-STATUS
                   END-READ
               END-PERFORM
               IF RESTART-COUNT > 0
                   DISPLAY "CHOPMRG: CHECKPOINT COUNT " RESTART-COUNT
                       " - EXPECT KEY " RESTART-KEY
                       " AT THAT POSITION IN TRANIN"
               END-IF
           END-IF
           CLOSE CHECKPOINT-FILE
           IF RESUME-ORDINAL > 0
               DISPLAY "CHOPMRG: RESTARTING - TRANIN IS REPLAYED "
                   "FROM THE TOP AND OUTPUT RESUMES AFTER RECORD "
                   RESUME-ORDINAL
               IF RESTART-COUNT = 0
                   DISPLAY "CHOPMRG: NO CHECKPOINT ON FILE - TRANIN "
                       "CANNOT BE MATCHED TO THE ABENDED ATTEMPT"
                   MOVE 4 TO ERR-SEVERITY
                   MOVE "RESTART WITHOUT CHECKPOINT - TRANIN UNPROVED"
                       TO ERR-TEXT
                   PERFORM LOG-RUN-ERROR
               END-IF
           END-IF
           OPEN EXTEND CHECKPOINT-FILE
           IF CKPT-STATUS NOT = '00'
               OPEN OUTPUT CHECKPOINT-FILE
           END-IF.

       PROCESS-TRANSACTION-FILE.
           MOVE ZERO TO RUNNING-COUNT
           OPEN INPUT TRANSACTION-FILE
           IF TRAN-STATUS NOT = '00'
               MOVE 'N' TO RESTART-KEY-OK
               DISPLAY "CHOPMRG: UNABLE TO OPEN TRANIN - FILE STATUS "
                   TRAN-STATUS
               MOVE 12 TO ERR-SEVERITY
               MOVE SPACES TO ERR-TEXT
               STRING "UNABLE TO OPEN TRANIN - FILE STATUS "
                      TRAN-STATUS
                   DELIMITED BY SIZE INTO ERR-TEXT
               END-STRING
               PERFORM LOG-RUN-ERROR
           ELSE
               READ TRANSACTION-FILE
                   AT END MOVE '10' TO TRAN-STATUS
               END-READ
               PERFORM UNTIL TRAN-STATUS = '10'
                       OR RESTART-KEY-INVALID
                       OR TRAN-OUT-OF-ORDER
                   MOVE MRG-IN-TRAN TO TRAN-REC
                   IF TRAN-IS-TRAILER
                       MOVE MRG-IN-TRAN TO TRAN-CTL-REC
                       MOVE 'Y' TO TRAN-TRAILER-SW
                   ELSE
                       PERFORM PROCESS-ONE-TARGET
                   END-IF
                   IF RESTART-KEY-VALID AND TRAN-IN-ORDER
                       READ TRANSACTION-FILE
                           AT END MOVE '10' TO TRAN-STATUS
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE TRANSACTION-FILE
               IF RESTART-KEY-VALID AND TRAN-IN-ORDER
                   IF TRAN-TRAILER-SEEN
                       PERFORM CHECK-TRAN-TRAILER
                   ELSE
                       DISPLAY "CHOPMRG: TRANIN CARRIES NO CONTROL "
                           "TRAILER - COUNTS NOT PROVED AGAINST "
                           "CHOPEDIT"
                       MOVE 4 TO ERR-SEVERITY
                       MOVE "TRANIN CARRIES NO CONTROL TRAILER"
                           TO ERR-TEXT
                       PERFORM LOG-RUN-ERROR
                   END-IF
               END-IF
           END-IF.

       PROCESS-ONE-TARGET.
           ADD 1 TO RUNNING-COUNT
           COMPUTE TRAN-HASH-ACC = FUNCTION MOD
               (TRAN-HASH-ACC + TRAN-TARGET, HASH-MODULUS)
           IF RESTART-COUNT > 0
                   AND RUNNING-COUNT = RESTART-COUNT
               IF TRAN-TARGET NOT = RESTART-KEY
                       OR TRAN-LIST-ID NOT = RESTART-LIST
                   MOVE 'N' TO RESTART-KEY-OK
                   DISPLAY "CHOPMRG: CHECKPOINT KEY MISMATCH "
                       "AT RECORD " RUNNING-COUNT
                       " - EXPECTED " RESTART-KEY " FOUND "
                       TRAN-TARGET
                   DISPLAY "CHOPMRG: TRANIN DOES NOT MATCH "
                       "THE CHECKPOINTED RUN - RERUN WITH "
                       "A FRESH CKPTFILE AND MRGWORK"
                   MOVE 8 TO ERR-SEVERITY
                   MOVE SPACES TO ERR-TEXT
                   STRING "CHECKPOINT KEY MISMATCH AT RECORD "
                          RUNNING-COUNT
                       DELIMITED BY SIZE INTO ERR-TEXT
                   END-STRING
                   PERFORM LOG-RUN-ERROR
               END-IF
           END-IF
           IF RESTART-KEY-VALID
               PERFORM CHECK-TRAN-ORDER
           END-IF
           IF RESTART-KEY-VALID AND TRAN-IN-ORDER
               MOVE TRAN-TARGET TO TARGET
               MOVE TRAN-LIST-ID TO TARGET-LIST
               MOVE TRAN-DEPT TO TARGET-DEPT
               MOVE TRAN-REF TO TARGET-REF
               MOVE TRAN-ASOF-DATE TO TARGET-ASOF
               MOVE MRG-IN-SEQ TO TARGET-SEQ
               IF TRAN-IS-DUPLICATE
                   ADD 1 TO TOTAL-DUPLICATES
               ELSE
                   PERFORM SET-REPLAY-MODE
                   PERFORM CHECK-AUTHORIZATION
                   IF DEPT-AUTHORIZED
                       PERFORM MERGE-TO-TARGET
                       PERFORM VERIFY
                   ELSE
                       PERFORM REPORT-NOT-AUTHORIZED
                   END-IF
               END-IF
               IF RUNNING-COUNT > RESTART-COUNT
                       AND FUNCTION MOD (RUNNING-COUNT
                           CHECKPOINT-INTERVAL) = 0
                   PERFORM WRITE-CHECKPOINT
               END-IF
           END-IF.

       CHECK-TRAN-ORDER.
           MOVE TRAN-LIST-ID TO ORDER-LIST
           MOVE TRAN-TARGET TO ORDER-TARGET
           MOVE TRAN-DEPT TO ORDER-DEPT
           MOVE TRAN-ASOF-DATE TO ORDER-ASOF
           MOVE MRG-IN-SEQ TO ORDER-SEQ
           MOVE 'N' TO DUP-SW
           IF RUNNING-COUNT > 1
               IF ORDER-KEY NOT > PREV-ORDER-KEY
                   MOVE 'N' TO TRAN-ORDER-OK
                   DISPLAY "CHOPMRG: TRANIN OUT OF SEQUENCE AT RECORD "
                       RUNNING-COUNT " - " ORDER-LIST " "
                       ORDER-TARGET " FOLLOWS " PREV-DUP-KEY (1:12)
                   DISPLAY "CHOPMRG: TRANIN MUST BE SORTED BY LIST, "
                       "CODE, DEPT, AS-OF DATE AND SUBMISSION SEQUENCE"
                   MOVE 12 TO ERR-SEVERITY
                   MOVE SPACES TO ERR-TEXT
                   STRING "TRANIN OUT OF SEQUENCE AT RECORD "
                          RUNNING-COUNT
                       DELIMITED BY SIZE INTO ERR-TEXT
                   END-STRING
                   PERFORM LOG-RUN-ERROR
               ELSE
                   IF ORDER-DUP-KEY = PREV-DUP-KEY
                       MOVE 'Y' TO DUP-SW
                   END-IF
               END-IF
           END-IF
           MOVE ORDER-KEY TO PREV-ORDER-KEY.

       SET-REPLAY-MODE.
           EVALUATE TRUE
               WHEN RUNNING-COUNT > RESUME-ORDINAL
                   MOVE 'W' TO REPLAY-SW
               WHEN RUNNING-COUNT = RESUME-ORDINAL
                       AND RESUME-ENDED-ON-RESULT
                   MOVE 'S' TO REPLAY-SW
               WHEN OTHER
                   MOVE 'N' TO REPLAY-SW
           END-EVALUATE.

       CHECK-TRAN-TRAILER.
           MOVE 'Y' TO TRAN-TRAILER-SW
           IF TRAN-CTL-COUNT NOT = RUNNING-COUNT
                   OR TRAN-CTL-HASH NOT = TRAN-HASH-ACC
               DISPLAY "CHOPMRG: TRANIN CONTROL TRAILER OUT OF "
                   "BALANCE - TRAILER COUNT " TRAN-CTL-COUNT
                   " HASH " TRAN-CTL-HASH " BUT READ "
                   RUNNING-COUNT " HASH " TRAN-HASH-ACC
               MOVE 8 TO ERR-SEVERITY
               MOVE "TRANIN CONTROL TRAILER OUT OF BALANCE"
                   TO ERR-TEXT
               PERFORM LOG-RUN-ERROR
           END-IF.

       WRITE-CHECKPOINT.
           MOVE RUNNING-COUNT TO CKPT-COUNT
           MOVE TARGET-LIST TO CKPT-LAST-LIST
           MOVE TARGET TO CKPT-LAST-KEY
           MOVE TOTAL-SEARCHED TO CKPT-TOTAL-SEARCHED
           MOVE TOTAL-FOUND TO CKPT-TOTAL-FOUND
           MOVE TOTAL-NOT-FOUND TO CKPT-TOTAL-NOT-FOUND
           MOVE TOTAL-FOUND-INACT TO CKPT-TOTAL-FOUND-INACT
           MOVE TOTAL-BAD-LIST TO CKPT-TOTAL-BAD-LIST
           MOVE TOTAL-NOT-AUTH TO CKPT-TOTAL-NOT-AUTH
           MOVE TOTAL-SUPERSEDED TO CKPT-TOTAL-SUPERSEDED
           MOVE TOTAL-COMPARISONS TO CKPT-TOTAL-COMPARISONS
           MOVE TOTAL-KEYING-ERR TO CKPT-TOTAL-KEYING-ERR
           MOVE LIST-DIR-SIZE TO CKPT-LIST-COUNT
           PERFORM VARYING LS-IDX FROM 1 BY 1
                   UNTIL LS-IDX > LIST-DIR-MAX
               MOVE SPACES TO CKPT-LS-ID (LS-IDX)
               MOVE ZERO TO CKPT-LS-SEARCHED (LS-IDX)
               MOVE ZERO TO CKPT-LS-FOUND (LS-IDX)
               MOVE ZERO TO CKPT-LS-FOUND-INACT (LS-IDX)
               MOVE ZERO TO CKPT-LS-NOT-FOUND (LS-IDX)
               MOVE ZERO TO CKPT-LS-SUPERSEDED (LS-IDX)
               MOVE ZERO TO CKPT-LS-COMPARISONS (LS-IDX)
           END-PERFORM
           PERFORM VARYING LS-IDX FROM 1 BY 1
                   UNTIL LS-IDX > LIST-DIR-SIZE
               MOVE LIST-DIR-ID (LS-IDX) TO CKPT-LS-ID (LS-IDX)
               MOVE LS-SEARCHED (LS-IDX) TO CKPT-LS-SEARCHED (LS-IDX)
               MOVE LS-FOUND (LS-IDX) TO CKPT-LS-FOUND (LS-IDX)
               MOVE LS-FOUND-INACT (LS-IDX)
                   TO CKPT-LS-FOUND-INACT (LS-IDX)
               MOVE LS-NOT-FOUND (LS-IDX)
                   TO CKPT-LS-NOT-FOUND (LS-IDX)
               MOVE LS-SUPERSEDED (LS-IDX)
                   TO CKPT-LS-SUPERSEDED (LS-IDX)
               MOVE LS-COMPARISONS (LS-IDX)
                   TO CKPT-LS-COMPARISONS (LS-IDX)
           END-PERFORM
           WRITE CKPT-REC.

       LOAD-ARRAY-FROM-MASTER.
           MOVE ZERO TO ARRAY-SIZE
           MOVE ZERO TO LIST-DIR-SIZE
           MOVE 'Y' TO MASTER-LOAD-OK
           OPEN INPUT MASTER-FILE
           IF MASTER-STATUS NOT = '00'
               MOVE 'N' TO MASTER-LOAD-OK
               DISPLAY "CHOPMRG: UNABLE TO OPEN MASTERIN - FILE "
                   "STATUS " MASTER-STATUS
               MOVE 12 TO ERR-SEVERITY
               MOVE SPACES TO ERR-TEXT
               STRING "UNABLE TO OPEN MASTERIN - FILE STATUS "
                      MASTER-STATUS
                   DELIMITED BY SIZE INTO ERR-TEXT
               END-STRING
               PERFORM LOG-RUN-ERROR
           ELSE
               READ MASTER-FILE
                   AT END MOVE '10' TO MASTER-STATUS
               END-READ
               PERFORM UNTIL MASTER-STATUS = '10'
                       OR ARRAY-SIZE NOT < ARRAY-MAX
                       OR MASTER-LOAD-FAILED
                   ADD 1 TO ARRAY-SIZE
                   MOVE MASTER-REC TO ARR-ENTRY (ARRAY-SIZE)
                   PERFORM NOTE-LIST-IN-DIRECTORY
                   READ MASTER-FILE
                       AT END MOVE '10' TO MASTER-STATUS
                   END-READ
               END-PERFORM
               IF MASTER-STATUS NOT = '10'
                       AND MASTER-LOAD-SUCCESSFUL
                   DISPLAY "CHOPMRG: MASTER FILE EXCEEDS ARRAY-MAX ("
                       ARRAY-MAX ") - REMAINING RECORDS TRUNCATED "
                       "FROM THE SEARCH ARRAY"
                   MOVE 8 TO ERR-SEVERITY
                   MOVE "MASTER EXCEEDS ARRAY-MAX - TAIL NOT SEARCHED"
                       TO ERR-TEXT
                   PERFORM LOG-RUN-ERROR
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
                   MOVE ZERO TO LS-SEARCHED (LIST-DIR-SIZE)
                   MOVE ZERO TO LS-FOUND (LIST-DIR-SIZE)
                   MOVE ZERO TO LS-FOUND-INACT (LIST-DIR-SIZE)
                   MOVE ZERO TO LS-NOT-FOUND (LIST-DIR-SIZE)
                   MOVE ZERO TO LS-SUPERSEDED (LIST-DIR-SIZE)
                   MOVE ZERO TO LS-COMPARISONS (LIST-DIR-SIZE)
               ELSE
                   MOVE 'N' TO MASTER-LOAD-OK
                   DISPLAY "CHOPMRG: MASTER FILE CARRIES MORE THAN "
                       LIST-DIR-MAX " CODE LISTS - LOAD ABANDONED"
                   MOVE 12 TO ERR-SEVERITY
                   MOVE "MASTER CARRIES TOO MANY CODE LISTS"
                       TO ERR-TEXT
                   PERFORM LOG-RUN-ERROR
               END-IF
           END-IF.

       MERGE-TO-TARGET.
           PERFORM FIND-LIST-IN-DIRECTORY
           MOVE -1 TO RESULT
           MOVE ZERO TO COMPARISON-COUNT
           IF CUR-LIST-IDX > 0
               MOVE TARGET-LIST TO MRG-TARGET-LIST
               MOVE TARGET TO MRG-TARGET-CODE
               IF MRG-IDX < LIST-DIR-LO (CUR-LIST-IDX)
                   MOVE LIST-DIR-LO (CUR-LIST-IDX) TO MRG-IDX
               END-IF
               MOVE 'N' TO MRG-POS-SW
               PERFORM UNTIL MRG-POSITIONED
                   IF MRG-IDX > LIST-DIR-HI (CUR-LIST-IDX)
                       MOVE 'Y' TO MRG-POS-SW
                   ELSE
                       ADD 1 TO COMPARISON-COUNT
                       IF ARR-KEY (MRG-IDX) < MRG-TARGET-KEY
                           ADD 1 TO MRG-IDX
                       ELSE
                           MOVE 'Y' TO MRG-POS-SW
                       END-IF
                   END-IF
               END-PERFORM
               MOVE MRG-IDX TO LEFT-IDX
               IF MRG-IDX NOT > LIST-DIR-HI (CUR-LIST-IDX)
                   IF ARR-ELEM (MRG-IDX) = TARGET
                       MOVE MRG-IDX TO RESULT
                   END-IF
               END-IF
               ADD 1 TO LS-SEARCHED (CUR-LIST-IDX)
               ADD COMPARISON-COUNT
                   TO LS-COMPARISONS (CUR-LIST-IDX)
           END-IF
           ADD 1 TO TOTAL-SEARCHED
           ADD COMPARISON-COUNT TO TOTAL-COMPARISONS.

       FIND-LIST-IN-DIRECTORY.
           MOVE ZERO TO CUR-LIST-IDX
           PERFORM VARYING LS-IDX FROM 1 BY 1
                   UNTIL LS-IDX > LIST-DIR-SIZE
                      OR CUR-LIST-IDX > 0
               IF LIST-DIR-ID (LS-IDX) = TARGET-LIST
                   MOVE LS-IDX TO CUR-LIST-IDX
               END-IF
           END-PERFORM.

       FIND-SUPERSEDING-CODE.
           MOVE ZERO TO SUPS-LIST-IDX
           PERFORM VARYING LS-IDX FROM 1 BY 1
                   UNTIL LS-IDX > LIST-DIR-SIZE
                      OR SUPS-LIST-IDX > 0
               IF LIST-DIR-ID (LS-IDX) = SUPS-LIST
                   MOVE LS-IDX TO SUPS-LIST-IDX
               END-IF
           END-PERFORM
           MOVE -1 TO SUPS-RESULT
           IF SUPS-LIST-IDX > 0
               MOVE LIST-DIR-LO (SUPS-LIST-IDX) TO LEFT-IDX
               MOVE LIST-DIR-HI (SUPS-LIST-IDX) TO RIGHT-IDX
               PERFORM UNTIL LEFT-IDX > RIGHT-IDX
                   COMPUTE MID = (LEFT-IDX + RIGHT-IDX) / 2
                   MOVE ARR-ELEM (MID) TO GUESS
                   IF GUESS = SUPS-CODE
                       MOVE MID TO SUPS-RESULT
                       EXIT PERFORM
                   ELSE
                       IF GUESS < SUPS-CODE
                           ADD 1 TO MID GIVING LEFT-IDX
                       ELSE
                           SUBTRACT 1 FROM MID GIVING RIGHT-IDX
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       VERIFY.
           MOVE 'N' TO SUPS-HIT
           MOVE ZERO TO SUGG-COUNT
           PERFORM SET-JUDGE-DATE
           MOVE TARGET TO RPT-TARGET
           MOVE TARGET-LIST TO RPT-LIST-ID
           MOVE TARGET-DEPT TO RPT-DEPT
           MOVE TARGET-REF TO RPT-REF
           MOVE JUDGE-DATE TO RPT-ASOF
           EVALUATE TRUE
               WHEN CUR-LIST-IDX = 0
                   ADD 1 TO TOTAL-BAD-LIST
                   MOVE "LIST UNKNOWN" TO RPT-STATUS-TEXT
                   MOVE SPACES TO RPT-INDEX-LABEL
                   MOVE ZERO TO RPT-INDEX
                   MOVE SPACES TO RPT-DESC
               WHEN RESULT > 0 AND ARR-CODE-SUPERSEDED (RESULT)
                   MOVE 'Y' TO SUPS-HIT
                   MOVE ARR-SUPS-LIST-ID (RESULT) TO SUPS-LIST
                   MOVE ARR-SUPS-CODE (RESULT) TO SUPS-CODE
                   PERFORM FIND-SUPERSEDING-CODE
                   ADD 1 TO TOTAL-SUPERSEDED
                   ADD 1 TO LS-SUPERSEDED (CUR-LIST-IDX)
                   MOVE "SUPERSEDED" TO RPT-STATUS-TEXT
                   MOVE "NEW=" TO RPT-INDEX-LABEL
                   MOVE SUPS-CODE TO RPT-INDEX
                   IF SUPS-RESULT > 0
                       MOVE ARR-DESC (SUPS-RESULT) TO RPT-DESC
                   ELSE
                       MOVE "REPLACEMENT NOT ON MASTER" TO RPT-DESC
                   END-IF
               WHEN RESULT > 0
                   MOVE "IDX=" TO RPT-INDEX-LABEL
                   MOVE RESULT TO RPT-INDEX
                   MOVE ARR-DESC (RESULT) TO RPT-DESC
                   IF ARR-CODE-ACTIVE (RESULT)
                           AND ARR-EFF-DATE (RESULT)
                               NOT > JUDGE-DATE
                           AND (ARR-EXP-DATE (RESULT) = ZERO
                                OR ARR-EXP-DATE (RESULT)
                                    NOT < JUDGE-DATE)
                       ADD 1 TO TOTAL-FOUND
                       ADD 1 TO LS-FOUND (CUR-LIST-IDX)
                       MOVE "FOUND" TO RPT-STATUS-TEXT
                   ELSE
                       ADD 1 TO TOTAL-FOUND-INACT
                       ADD 1 TO LS-FOUND-INACT (CUR-LIST-IDX)
                       MOVE "FOUND-INACTIVE" TO RPT-STATUS-TEXT
                   END-IF
               WHEN OTHER
                   ADD 1 TO TOTAL-NOT-FOUND
                   ADD 1 TO LS-NOT-FOUND (CUR-LIST-IDX)
                   PERFORM FIND-KEYING-CANDIDATES
                   IF SUGG-COUNT > 0
                       ADD 1 TO TOTAL-KEYING-ERR
                       MOVE "KEYING ERROR" TO RPT-STATUS-TEXT
                       MOVE "TRY=" TO RPT-INDEX-LABEL
                       MOVE SUGG-CODE (1) TO RPT-INDEX
                       PERFORM FORMAT-SUGGESTION-DESC
                   ELSE
                       MOVE "NOT FOUND" TO RPT-STATUS-TEXT
                       MOVE "INS=" TO RPT-INDEX-LABEL
                       MOVE LEFT-IDX TO RPT-INDEX
                       MOVE SPACES TO RPT-DESC
                       PERFORM TALLY-NOT-FOUND
                   END-IF
           END-EVALUATE
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
           ELSE
               MOVE TARGET-ASOF TO JUDGE-DATE
           END-IF.

       WRITE-RESULT-RECORD.
           IF RSLT-EXTRACT-OPEN
               MOVE TARGET-DEPT TO RS-DEPT
               MOVE TARGET-REF TO RS-REF
               MOVE TARGET-LIST TO RS-LIST-ID
               MOVE TARGET TO RS-TARGET
               MOVE RPT-STATUS-TEXT TO RS-STATUS-TEXT
               IF RESULT > 0
                   MOVE RESULT TO RS-INDEX
               ELSE
                   MOVE LEFT-IDX TO RS-INDEX
               END-IF
               IF SUPERSEDED-HIT
                   MOVE SUPS-CODE TO RS-INDEX
               END-IF
               IF CUR-LIST-IDX = 0
                   MOVE ZERO TO RS-INDEX
               END-IF
               MOVE WS-RUN-DATE TO RS-RUN-DATE
               MOVE JUDGE-DATE TO RS-ASOF-DATE
               IF REPLAY-WRITE-ALL
                   MOVE TARGET-SEQ TO MW-SEQ
                   MOVE 'R' TO MW-PART
                   MOVE RS-REC TO MW-RESULT
                   MOVE RUNNING-COUNT TO MW-ORDINAL
                   WRITE MW-REC
                   ADD 1 TO RS-WRITE-COUNT
                   COMPUTE RS-HASH-ACC = FUNCTION MOD
                       (RS-HASH-ACC + TARGET, HASH-MODULUS)
               END-IF
               IF SUGG-COUNT > 0 AND NOT REPLAY-SUPPRESSED
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
           MOVE TARGET-SEQ TO MW-SEQ
           MOVE 'S' TO MW-PART
           MOVE RS-SUGG-REC TO MW-RESULT
           MOVE RUNNING-COUNT TO MW-ORDINAL
           WRITE MW-REC
           ADD 1 TO RS-SUGG-WRITE-COUNT.

       WRITE-RESULT-TRAILER.
           IF RSLT-EXTRACT-OPEN
               MOVE SPACES TO RS-CTL-REC
               MOVE "****" TO RS-CTL-MARK
               MOVE RS-WRITE-COUNT TO RS-CTL-COUNT
               MOVE RS-HASH-ACC TO RS-CTL-HASH
               MOVE RS-SUGG-WRITE-COUNT TO RS-CTL-SUGG-COUNT
               MOVE 999999999 TO MW-SEQ
               MOVE 'T' TO MW-PART
               MOVE RS-CTL-REC TO MW-RESULT
               MOVE RUNNING-COUNT TO MW-ORDINAL
               WRITE MW-REC
           END-IF.

       RECOUNT-RESULT-WORK.
           MOVE ZERO TO RS-WRITE-COUNT
           MOVE ZERO TO RS-HASH-ACC
           MOVE ZERO TO RS-SUGG-WRITE-COUNT
           MOVE ZERO TO RESUME-ORDINAL
           MOVE SPACE TO RESUME-LAST-PART
           MOVE 'N' TO WORK-DONE-SW
           OPEN INPUT RESULT-WORK
           IF RS-STATUS = '00' OR '05'
               READ RESULT-WORK
                   AT END MOVE '10' TO RS-STATUS
               END-READ
               PERFORM UNTIL RS-STATUS = '10'
                   EVALUATE TRUE
                       WHEN MW-TRAILER-PART
                           MOVE 'Y' TO WORK-DONE-SW
                       WHEN MW-SUGG-PART
                           ADD 1 TO RS-SUGG-WRITE-COUNT
                       WHEN OTHER
                           MOVE MW-RESULT TO RS-REC
                           ADD 1 TO RS-WRITE-COUNT
                           COMPUTE RS-HASH-ACC = FUNCTION MOD
                               (RS-HASH-ACC + RS-TARGET, HASH-MODULUS)
                   END-EVALUATE
                   MOVE MW-ORDINAL TO RESUME-ORDINAL
                   MOVE MW-PART TO RESUME-LAST-PART
                   READ RESULT-WORK
                       AT END MOVE '10' TO RS-STATUS
                   END-READ
               END-PERFORM
               CLOSE RESULT-WORK
               IF RESUME-ORDINAL > 0 AND NOT WORK-ALREADY-COMPLETE
                   DISPLAY "CHOPMRG: RESUMING - MRGWORK ALREADY HOLDS "
                       RS-WRITE-COUNT " RESULT RECORDS, TRAILER WILL "
                       "COVER THEM"
               END-IF
           END-IF.

       OPEN-NOTFOUND-EXTRACT.
           MOVE ZERO TO NF-GROUP-COUNT
           MOVE ZERO TO NF-WRITE-COUNT
           OPEN OUTPUT NOTFOUND-EXTRACT
           IF NF-STATUS = '00'
               MOVE 'Y' TO NF-OK
           ELSE
               MOVE 'N' TO NF-OK
               DISPLAY "CHOPMRG: UNABLE TO OPEN NOTFND - FILE STATUS "
                   NF-STATUS " - EXTRACT SKIPPED"
               MOVE 8 TO ERR-SEVERITY
               MOVE SPACES TO ERR-TEXT
               STRING "UNABLE TO OPEN NOTFND - FILE STATUS " NF-STATUS
                   DELIMITED BY SIZE INTO ERR-TEXT
               END-STRING
               PERFORM LOG-RUN-ERROR
           END-IF.

       TALLY-NOT-FOUND.
           IF NF-GROUP-COUNT > 0
                   AND (NF-GROUP-LIST NOT = TARGET-LIST
                        OR NF-GROUP-CODE NOT = TARGET)
               PERFORM FLUSH-NOT-FOUND-GROUP
           END-IF
           IF NF-GROUP-COUNT = 0
               MOVE TARGET-LIST TO NF-GROUP-LIST
               MOVE TARGET TO NF-GROUP-CODE
               MOVE LEFT-IDX TO NF-GROUP-INS
           END-IF
           IF NF-GROUP-COUNT < 99999
               ADD 1 TO NF-GROUP-COUNT
           END-IF.

       FLUSH-NOT-FOUND-GROUP.
           IF NF-GROUP-COUNT > 0
               IF NF-EXTRACT-OPEN
                   MOVE NF-GROUP-LIST TO NF-LIST-ID
                   MOVE NF-GROUP-CODE TO NF-TARGET
                   MOVE NF-GROUP-INS TO NF-INS-POINT
                   MOVE WS-RUN-DATE TO NF-RUN-DATE
                   MOVE NF-GROUP-COUNT TO NF-OCCUR-COUNT
                   WRITE NF-REC
                   ADD 1 TO NF-WRITE-COUNT
               END-IF
               MOVE ZERO TO NF-GROUP-COUNT
           END-IF.

       CLOSE-NOTFOUND-EXTRACT.
           PERFORM FLUSH-NOT-FOUND-GROUP
           IF NF-EXTRACT-OPEN
               CLOSE NOTFOUND-EXTRACT
               DISPLAY "CHOPMRG: NOT-FOUND EXTRACT RECORDS WRITTEN "
                   NF-WRITE-COUNT
           END-IF.

       WRITE-RPT-HEADER.
           MOVE SPACES TO RPT-REC
           STRING "CHOPMRG SEARCH REPORT - RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "TARGET     LST  DEPT  REF       STATUS"
                  "          INDEX          DESCRIPTION"
                  "                     JUDGED AS-OF"
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC.

       WRITE-RPT-LINE.
           IF REPLAY-WRITE-ALL
               WRITE RPT-REC FROM RPT-LINE
           END-IF.
