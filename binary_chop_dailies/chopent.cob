       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHOPENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "MASTERIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MASTER-STATUS.
           SELECT USER-FILE ASSIGN TO "MNTUSERS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS USER-STATUS.
           SELECT CONTROL-CARD-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CTL-STATUS.
           SELECT OPTIONAL REQUEST-IN ASSIGN TO "REQIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REQIN-STATUS.
           SELECT REQUEST-OUT ASSIGN TO "REQOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REQOUT-STATUS.
           SELECT UPDATE-OUT ASSIGN TO "UPDTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS UPOUT-STATUS.
           SELECT SESSION-LOG ASSIGN TO "ENTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE
           RECORDING MODE IS F.
           COPY MSTRREC REPLACING ==:TAG:== BY ==MASTER==.

       FD  USER-FILE
           RECORDING MODE IS F.
           COPY MUSRREC.

       FD  CONTROL-CARD-FILE.
       01  CTL-REC              PIC X(80).

       FD  REQUEST-IN
           RECORDING MODE IS F.
           COPY MREQREC REPLACING ==:TAG:== BY ==REQIN==.

       FD  REQUEST-OUT
           RECORDING MODE IS F.
           COPY MREQREC REPLACING ==:TAG:== BY ==REQOUT==.

       FD  UPDATE-OUT
           RECORDING MODE IS F.
           COPY UPDTREC REPLACING ==:TAG:== BY ==UPOUT==.

       FD  SESSION-LOG.
       01  LOG-REC              PIC X(150).

       WORKING-STORAGE SECTION.
           COPY ARRCODE.
           COPY UPDTREC REPLACING ==:TAG:== BY ==ENT==.
       01  MASTER-STATUS    PIC XX.
       01  USER-STATUS      PIC XX.
       01  CTL-STATUS       PIC XX.
       01  REQIN-STATUS     PIC XX.
       01  REQOUT-STATUS    PIC XX.
       01  UPOUT-STATUS     PIC XX.
       01  LOG-STATUS       PIC XX.
       01  USER-EOF         PIC X VALUE 'N'.
           88  USER-AT-END          VALUE 'Y'.
       01  REQIN-EOF        PIC X VALUE 'N'.
           88  REQIN-AT-END         VALUE 'Y'.
       01  RUN-OK           PIC X VALUE 'Y'.
           88  RUN-GOOD             VALUE 'Y'.
           88  RUN-FAILED           VALUE 'N'.
       01  ARRAY-SORT-OK    PIC X VALUE 'Y'.
           88  ARRAY-IS-SORTED      VALUE 'Y'.
           88  ARRAY-NOT-SORTED     VALUE 'N'.
       01  SORT-CHECK-IDX   PIC 9(9).
       01  WS-RUN-DATE      PIC 9(8).
       01  WS-RUN-TIME      PIC 9(8).
       01  NOW-TIME         PIC 9(8).
       01  NOW-TIME-FIELDS REDEFINES NOW-TIME.
           05  NOW-HHMMSS       PIC 9(6).
           05  FILLER           PIC 9(2).
       01  SESSION-USER     PIC X(8) VALUE SPACES.
       01  SESSION-NAME     PIC X(30) VALUE SPACES.
       01  SESSION-ROLE     PIC X VALUE SPACE.
           88  SESSION-CLERK        VALUE 'C'.
           88  SESSION-SUPERVISOR   VALUE 'S'.
       01  SESSION-DONE     PIC X VALUE 'N'.
           88  SESSION-FINISHED     VALUE 'Y'.
       01  RQ-COUNT         PIC 9(9) VALUE ZERO.
       01  RQ-MAX           PIC 9(9) VALUE 2000.
       01  RQ-TABLE.
           05  RQ-ENTRY     OCCURS 2000 TIMES.
               10  RQ-ID.
                   15  RQ-ID-DATE      PIC 9(8).
                   15  RQ-ID-SEQ       PIC 9(4).
               10  RQ-ENTERED-TIME     PIC 9(6).
               10  RQ-CARD.
                   15  RQ-ACTION       PIC X.
                   15  RQ-KEY.
                       20  RQ-LIST-ID  PIC X(3).
                       20  RQ-CODE     PIC 9(9).
                   15  RQ-DESC         PIC X(30).
                   15  RQ-STATUS-CODE  PIC X.
                   15  RQ-EFF-DATE     PIC 9(8).
                   15  RQ-EXP-DATE     PIC 9(8).
                   15  RQ-APPLY-DATE   PIC 9(8).
                   15  RQ-REQUESTED-BY PIC X(8).
                   15  RQ-APPROVED-BY  PIC X(8).
               10  RQ-STATE            PIC X.
                   88  RQ-WAITING          VALUE 'P'.
                   88  RQ-APPROVED         VALUE 'A'.
                   88  RQ-DECLINED         VALUE 'D'.
                   88  RQ-CANCELLED        VALUE 'C'.
               10  RQ-SETTLED-DATE     PIC 9(8).
               10  RQ-APPROVED-NOW     PIC X.
       01  RQ-IDX           PIC 9(9).
       01  FOUND-IDX        PIC 9(9).
       01  SKIP-IDX         PIC 9(9).
       01  NEXT-SEQ         PIC 9(5) VALUE 1.
       01  PREV-REQ-ID      PIC X(12) VALUE LOW-VALUES.
       01  KEYED-ID         PIC X(12).
       01  TARGET           PIC 9(9).
       01  TARGET-LIST      PIC X(3).
       01  CUR-LIST-IDX     PIC 9(4).
       01  LS-IDX           PIC 9(4).
       01  LEFT-IDX         PIC 9(9).
       01  RIGHT-IDX        PIC 9(9).
       01  MID              PIC 9(9).
       01  GUESS            PIC 9(9).
       01  RESULT           PIC S9(9) VALUE -1.
       01  CODE-IDX         PIC S9(9) VALUE -1.
       01  ENT-LINE         PIC X(80).
       01  FIELD-LINE       PIC X(80).
       01  PROMPT-TEXT      PIC X(60).
       01  DATE-LABEL       PIC X(10).
       01  KEYED-DATE       PIC 9(8).
       01  CHK-DATE         PIC 9(8).
       01  CHK-DATE-FIELDS REDEFINES CHK-DATE.
           05  CHK-YEAR         PIC 9(4).
           05  CHK-MONTH        PIC 9(2).
           05  CHK-DAY          PIC 9(2).
       01  CHK-OK           PIC X VALUE 'Y'.
           88  CHK-DATE-VALID       VALUE 'Y'.
           88  CHK-DATE-INVALID     VALUE 'N'.
       01  MONTH-END-DAY    PIC 9(2).
       01  LEAP-WORK        PIC 9(4).
       01  CHECK-EFF        PIC 9(8).
       01  CHECK-EXP        PIC 9(8).
       01  REQ-OK           PIC X VALUE 'Y'.
           88  REQUEST-VALID        VALUE 'Y'.
           88  REQUEST-INVALID      VALUE 'N'.
       01  REFUSE-REASON    PIC X(70).
       01  ACTION-WORD      PIC X(6).
       01  STATE-WORD       PIC X(9).
       01  APPLY-WORD       PIC X(8).
       01  DETAIL-TEXT      PIC X(70).
       01  REQUESTS-LOADED  PIC 9(9) VALUE ZERO.
       01  REQUESTS-HELD    PIC 9(9) VALUE ZERO.
       01  REQUESTS-APPROVED PIC 9(9) VALUE ZERO.
       01  REQUESTS-DECLINED PIC 9(9) VALUE ZERO.
       01  REQUESTS-CANCELLED PIC 9(9) VALUE ZERO.
       01  REQUESTS-REFUSED PIC 9(9) VALUE ZERO.
       01  REQUESTS-CARRIED PIC 9(9) VALUE ZERO.
       01  CARDS-WRITTEN    PIC 9(9) VALUE ZERO.
       01  LOG-LINE.
           05  LOG-TIME          PIC 9(6).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  LOG-USER          PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  LOG-EVENT         PIC X(9).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  LOG-ID            PIC X(12).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  LOG-ACTION        PIC X(6).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  LOG-LIST-ID       PIC X(3).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  LOG-CODE          PIC 9(9).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  LOG-APPLY         PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  LOG-TEXT          PIC X(70).
           05  FILLER            PIC X(3) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM READ-CONTROL-CARD
           IF RUN-GOOD
               PERFORM FIND-SESSION-USER
           END-IF
           IF RUN-GOOD
               PERFORM LOAD-ARRAY-FROM-MASTER
           END-IF
           IF RUN-GOOD
               PERFORM VALIDATE-ARRAY-SORT-ORDER
           END-IF
           IF RUN-GOOD
               PERFORM LOAD-REQUEST-FILE
           END-IF
           IF RUN-GOOD
               PERFORM OPEN-OUTPUT-FILES
           END-IF

           IF RUN-GOOD
               DISPLAY "CHOPENT: " ARRAY-SIZE " CODES LOADED FROM "
                   LIST-DIR-SIZE " LISTS, " REQUESTS-LOADED
                   " REQUESTS WAITING - READY"
               IF SESSION-SUPERVISOR
                   DISPLAY "CHOPENT: " SESSION-USER " " SESSION-NAME
                       " - SUPERVISOR"
               ELSE
                   DISPLAY "CHOPENT: " SESSION-USER " " SESSION-NAME
                       " - CLERK"
               END-IF
               PERFORM TAKE-COMMAND UNTIL SESSION-FINISHED
               PERFORM WRITE-REQUEST-FILES
               PERFORM WRITE-SESSION-TOTALS
               CLOSE REQUEST-OUT
               CLOSE UPDATE-OUT
               CLOSE SESSION-LOG
           ELSE
               DISPLAY "CHOPENT: SESSION NOT STARTED"
           END-IF

           IF RUN-FAILED
               MOVE 12 TO RETURN-CODE
           END-IF

           STOP RUN.

       READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE
           IF CTL-STATUS NOT = '00'
               MOVE 'N' TO RUN-OK
               DISPLAY "CHOPENT: UNABLE TO OPEN CTLCARD - FILE "
                   "STATUS " CTL-STATUS
           ELSE
               READ CONTROL-CARD-FILE
                   AT END
                       MOVE SPACES TO CTL-REC
               END-READ
               IF CTL-REC (1:8) = SPACES
                   MOVE 'N' TO RUN-OK
                   DISPLAY "CHOPENT: CTLCARD MUST CARRY THE USER ID "
                       "IN COLUMNS 1-8"
               ELSE
                   MOVE CTL-REC (1:8) TO SESSION-USER
               END-IF
               CLOSE CONTROL-CARD-FILE
           END-IF.

       FIND-SESSION-USER.
           OPEN INPUT USER-FILE
           IF USER-STATUS NOT = '00'
               MOVE 'N' TO RUN-OK
               DISPLAY "CHOPENT: UNABLE TO OPEN MNTUSERS - FILE "
                   "STATUS " USER-STATUS
           ELSE
               PERFORM READ-USER-CARD
                   UNTIL USER-AT-END OR SESSION-ROLE NOT = SPACE
               CLOSE USER-FILE
               IF SESSION-ROLE = SPACE
                   MOVE 'N' TO RUN-OK
                   DISPLAY "CHOPENT: " SESSION-USER " IS NOT ON "
                       "MNTUSERS AS A CLERK OR SUPERVISOR - NOT "
                       "AUTHORIZED TO ENTER MAINTENANCE"
               END-IF
           END-IF.

       READ-USER-CARD.
           READ USER-FILE
               AT END MOVE 'Y' TO USER-EOF
               NOT AT END
                   IF MU-USER-ID = SESSION-USER
                           AND (MU-CLERK OR MU-SUPERVISOR)
                       MOVE MU-ROLE TO SESSION-ROLE
                       MOVE MU-NAME TO SESSION-NAME
                   END-IF
           END-READ.

       LOAD-ARRAY-FROM-MASTER.
           MOVE ZERO TO ARRAY-SIZE
           MOVE ZERO TO LIST-DIR-SIZE
           OPEN INPUT MASTER-FILE
           IF MASTER-STATUS NOT = '00'
               MOVE 'N' TO RUN-OK
               DISPLAY "CHOPENT: UNABLE TO OPEN MASTERIN - FILE "
                   "STATUS " MASTER-STATUS
           ELSE
               READ MASTER-FILE
                   AT END MOVE '10' TO MASTER-STATUS
               END-READ
               PERFORM UNTIL MASTER-STATUS = '10'
                       OR ARRAY-SIZE NOT < ARRAY-MAX
                       OR RUN-FAILED
                   ADD 1 TO ARRAY-SIZE
                   MOVE MASTER-REC TO ARR-ENTRY (ARRAY-SIZE)
                   PERFORM NOTE-LIST-IN-DIRECTORY
                   READ MASTER-FILE
                       AT END MOVE '10' TO MASTER-STATUS
                   END-READ
               END-PERFORM
               IF MASTER-STATUS NOT = '10'
                       AND RUN-GOOD
                   MOVE 'N' TO RUN-OK
                   DISPLAY "CHOPENT: MASTER FILE EXCEEDS ARRAY-MAX ("
                       ARRAY-MAX ") - REQUESTS CANNOT BE CHECKED"
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
                   DISPLAY "CHOPENT: MASTER FILE CARRIES MORE THAN "
                       LIST-DIR-MAX " CODE LISTS - LOAD ABANDONED"
               END-IF
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
                       MOVE 'N' TO RUN-OK
                       DISPLAY "CHOPENT: MASTER FILE OUT OF ORDER "
                           "AT ENTRY " SORT-CHECK-IDX
                   END-IF
               END-PERFORM
           END-IF.

       LOAD-REQUEST-FILE.
           OPEN INPUT REQUEST-IN
           EVALUATE REQIN-STATUS
               WHEN '00'
                   PERFORM READ-REQUEST-IN
                   PERFORM STORE-LOADED-REQUEST
                       UNTIL REQIN-AT-END OR RUN-FAILED
                   CLOSE REQUEST-IN
               WHEN '05'
                   CLOSE REQUEST-IN
               WHEN OTHER
                   MOVE 'N' TO RUN-OK
                   DISPLAY "CHOPENT: UNABLE TO OPEN REQIN - FILE "
                       "STATUS " REQIN-STATUS
           END-EVALUATE.

       READ-REQUEST-IN.
           READ REQUEST-IN
               AT END MOVE 'Y' TO REQIN-EOF
               NOT AT END
                   IF REQIN-ID NOT NUMERIC
                           OR REQIN-ID NOT > PREV-REQ-ID
                       MOVE 'N' TO RUN-OK
                       DISPLAY "CHOPENT: REQIN RECORD AFTER REQUEST "
                           PREV-REQ-ID " IS INVALID OR OUT OF ORDER"
                   END-IF
                   MOVE REQIN-ID TO PREV-REQ-ID
           END-READ.

       STORE-LOADED-REQUEST.
           EVALUATE TRUE
               WHEN REQIN-SETTLED
                       AND REQIN-ID-DATE NOT = WS-RUN-DATE
                       AND REQIN-SETTLED-DATE NOT = WS-RUN-DATE
                   CONTINUE
               WHEN RQ-COUNT NOT < RQ-MAX
                   MOVE 'N' TO RUN-OK
                   DISPLAY "CHOPENT: MORE THAN " RQ-MAX " REQUESTS ON "
                       "REQIN - APPROVE OR DECLINE SOME IN A SMALLER "
                       "SESSION FIRST"
               WHEN OTHER
                   ADD 1 TO RQ-COUNT
                   MOVE REQIN-ID TO RQ-ID (RQ-COUNT)
                   MOVE REQIN-ENTERED-TIME
                       TO RQ-ENTERED-TIME (RQ-COUNT)
                   MOVE REQIN-CARD TO RQ-CARD (RQ-COUNT)
                   MOVE 'N' TO RQ-APPROVED-NOW (RQ-COUNT)
                   IF REQIN-SETTLED
                       MOVE REQIN-STATE TO RQ-STATE (RQ-COUNT)
                       MOVE REQIN-SETTLED-DATE
                           TO RQ-SETTLED-DATE (RQ-COUNT)
                   ELSE
                       MOVE 'P' TO RQ-STATE (RQ-COUNT)
                       MOVE ZERO TO RQ-SETTLED-DATE (RQ-COUNT)
                       ADD 1 TO REQUESTS-LOADED
                   END-IF
           END-EVALUATE
           IF REQIN-ID-DATE = WS-RUN-DATE
               COMPUTE NEXT-SEQ = REQIN-ID-SEQ + 1
           END-IF
           PERFORM READ-REQUEST-IN.

       OPEN-OUTPUT-FILES.
           OPEN OUTPUT REQUEST-OUT
           IF REQOUT-STATUS NOT = '00'
               MOVE 'N' TO RUN-OK
               DISPLAY "CHOPENT: UNABLE TO OPEN REQOUT - FILE "
                   "STATUS " REQOUT-STATUS
           END-IF
           OPEN OUTPUT UPDATE-OUT
           IF UPOUT-STATUS NOT = '00'
               MOVE 'N' TO RUN-OK
               DISPLAY "CHOPENT: UNABLE TO OPEN UPDTOUT - FILE "
                   "STATUS " UPOUT-STATUS
           END-IF
           OPEN OUTPUT SESSION-LOG
           IF LOG-STATUS NOT = '00'
               MOVE 'N' TO RUN-OK
               DISPLAY "CHOPENT: UNABLE TO OPEN ENTLOG - FILE "
                   "STATUS " LOG-STATUS
           ELSE
               MOVE SPACES TO LOG-REC
               STRING "CHOPENT MAINTENANCE ENTRY SESSION - RUN DATE "
                      WS-RUN-DATE " TIME " WS-RUN-TIME (1:6)
                      " - USER " SESSION-USER " " SESSION-NAME
                   DELIMITED BY SIZE INTO LOG-REC
               END-STRING
               WRITE LOG-REC
               MOVE SPACES TO LOG-REC
               STRING "TIME    USER      EVENT      REQUEST       "
                      "ACTION  LST  CODE       APPLY ON  DETAIL"
                   DELIMITED BY SIZE INTO LOG-REC
               END-STRING
               WRITE LOG-REC
           END-IF.

       TAKE-COMMAND.
           DISPLAY "ENTER A, C, D OR S WITH LIST AND CODE TO REQUEST "
               "AN ADD, CHANGE, DELETE OR SUPERSESSION"
           IF SESSION-SUPERVISOR
               DISPLAY "  (E.G. C PRD 000000123), LIST, APPROVE, "
                   "DECLINE OR CANCEL NNNNNNNNNNNN, OR END"
           ELSE
               DISPLAY "  (E.G. C PRD 000000123), LIST, "
                   "CANCEL NNNNNNNNNNNN, OR END"
           END-IF
           MOVE SPACES TO ENT-LINE
           ACCEPT ENT-LINE
           EVALUATE TRUE
               WHEN ENT-LINE = SPACES
                   CONTINUE
               WHEN ENT-LINE (1:3) = "END"
                   MOVE 'Y' TO SESSION-DONE
               WHEN ENT-LINE (1:4) = "LIST"
                   PERFORM LIST-REQUESTS
               WHEN ENT-LINE (1:8) = "APPROVE "
                   MOVE ENT-LINE (9:12) TO KEYED-ID
                   PERFORM APPROVE-REQUEST
               WHEN ENT-LINE (1:8) = "DECLINE "
                   MOVE ENT-LINE (9:12) TO KEYED-ID
                   PERFORM DECLINE-REQUEST
               WHEN ENT-LINE (1:7) = "CANCEL "
                   MOVE ENT-LINE (8:12) TO KEYED-ID
                   PERFORM CANCEL-REQUEST
               WHEN ENT-LINE (2:1) = SPACE
                       AND (ENT-LINE (1:1) = 'A' OR 'C' OR 'D' OR 'S')
                   PERFORM ENTER-REQUEST
               WHEN OTHER
                   DISPLAY "NOT UNDERSTOOD - ENTER AN ACTION WITH LIST "
                       "AND CODE (E.G. A PRD 000000123), LIST OR END"
           END-EVALUATE.

       ENTER-REQUEST.
           MOVE SPACES TO ENT-REC
           MOVE ZERO TO ENT-EFF-DATE
           MOVE ZERO TO ENT-EXP-DATE
           MOVE ZERO TO ENT-APPLY-DATE
           MOVE ENT-LINE (1:1) TO ENT-ACTION
           MOVE 'Y' TO REQ-OK
           MOVE SPACES TO REFUSE-REASON
           EVALUATE TRUE
               WHEN ENT-LINE (3:3) = SPACES
                       OR ENT-LINE (7:9) NOT NUMERIC
                       OR ENT-LINE (16:65) NOT = SPACES
                   DISPLAY "ENTER THE ACTION, LIST AND 9-DIGIT CODE "
                       "(E.G. C PRD 000000123)"
               WHEN RQ-COUNT NOT < RQ-MAX OR NEXT-SEQ > 9999
                   DISPLAY "NO ROOM FOR ANOTHER REQUEST - HAVE THE "
                       "WAITING ONES APPROVED OR DECLINED FIRST"
               WHEN OTHER
                   MOVE ENT-LINE (3:3) TO ENT-LIST-ID
                   MOVE ENT-LINE (7:9) TO ENT-CODE
                   MOVE ZERO TO SKIP-IDX
                   PERFORM CHECK-REQUEST-KEY
                   IF REQUEST-VALID
                       PERFORM ASK-REQUEST-FIELDS
                   END-IF
                   IF REQUEST-VALID
                       PERFORM CHECK-REQUEST-FIELDS
                   END-IF
                   IF REQUEST-VALID
                       PERFORM HOLD-NEW-REQUEST
                   ELSE
                       PERFORM REFUSE-NEW-REQUEST
                   END-IF
           END-EVALUATE.

       CHECK-REQUEST-KEY.
           MOVE ENT-LIST-ID TO TARGET-LIST
           MOVE ENT-CODE TO TARGET
           PERFORM BINARY-SEARCH
           MOVE RESULT TO CODE-IDX
           EVALUATE TRUE
               WHEN ENT-ADD AND CODE-IDX > 0
                   MOVE 'N' TO REQ-OK
                   MOVE "CODE IS ALREADY ON THE MASTER"
                       TO REFUSE-REASON
               WHEN (ENT-CHANGE OR ENT-DELETE) AND CODE-IDX NOT > 0
                   MOVE 'N' TO REQ-OK
                   MOVE "CODE IS NOT ON THE MASTER" TO REFUSE-REASON
               WHEN ENT-CHANGE
                   IF ARR-CODE-SUPERSEDED (CODE-IDX)
                       MOVE 'N' TO REQ-OK
                       MOVE "CODE IS SUPERSEDED - DELETE IT OR "
                           & "RE-POINT IT WITH S" TO REFUSE-REASON
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF REQUEST-VALID
               PERFORM FIND-OPEN-REQUEST
               IF FOUND-IDX > 0
                   MOVE 'N' TO REQ-OK
                   STRING "REQUEST " RQ-ID (FOUND-IDX)
                          " IS ALREADY OPEN FOR THIS CODE"
                       DELIMITED BY SIZE INTO REFUSE-REASON
                   END-STRING
               END-IF
           END-IF.

       FIND-OPEN-REQUEST.
           MOVE ZERO TO FOUND-IDX
           PERFORM VARYING RQ-IDX FROM 1 BY 1
                   UNTIL RQ-IDX > RQ-COUNT
                      OR FOUND-IDX > 0
               IF RQ-KEY (RQ-IDX) = ENT-KEY
                       AND RQ-IDX NOT = SKIP-IDX
                       AND (RQ-WAITING (RQ-IDX)
                            OR RQ-APPROVED (RQ-IDX))
                   MOVE RQ-IDX TO FOUND-IDX
               END-IF
           END-PERFORM.

       ASK-REQUEST-FIELDS.
           EVALUATE TRUE
               WHEN ENT-ADD
                   MOVE "DESCRIPTION (UP TO 30 CHARACTERS)"
                       TO PROMPT-TEXT
                   PERFORM ASK-DESCRIPTION
                   MOVE "STATUS A, S OR R (BLANK = A)" TO PROMPT-TEXT
                   PERFORM ASK-STATUS
                   MOVE "EFFECTIVE DATE YYYYMMDD (BLANK = THE NIGHT "
                       & "IT IS APPLIED)" TO PROMPT-TEXT
                   PERFORM ASK-EFF-DATE
                   MOVE "EXPIRY DATE YYYYMMDD (BLANK = NEVER EXPIRES)"
                       TO PROMPT-TEXT
                   PERFORM ASK-EXP-DATE
               WHEN ENT-CHANGE
                   MOVE "NEW DESCRIPTION (BLANK = UNCHANGED)"
                       TO PROMPT-TEXT
                   PERFORM ASK-DESCRIPTION
                   MOVE "NEW STATUS A, S OR R (BLANK = UNCHANGED)"
                       TO PROMPT-TEXT
                   PERFORM ASK-STATUS
                   MOVE "NEW EFFECTIVE DATE YYYYMMDD (BLANK = "
                       & "UNCHANGED)" TO PROMPT-TEXT
                   PERFORM ASK-EFF-DATE
                   MOVE "NEW EXPIRY DATE YYYYMMDD (BLANK = UNCHANGED)"
                       TO PROMPT-TEXT
                   PERFORM ASK-EXP-DATE
               WHEN ENT-SUPERSEDE
                   PERFORM ASK-REPLACEMENT
                   MOVE "EFFECTIVE DATE YYYYMMDD (BLANK = THE NIGHT "
                       & "IT IS APPLIED)" TO PROMPT-TEXT
                   PERFORM ASK-EFF-DATE
                   MOVE "EXPIRY DATE YYYYMMDD (BLANK = NEVER EXPIRES)"
                       TO PROMPT-TEXT
                   PERFORM ASK-EXP-DATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM ASK-APPLY-DATE.

       ASK-FIELD.
           DISPLAY PROMPT-TEXT
           MOVE SPACES TO FIELD-LINE
           ACCEPT FIELD-LINE.

       ASK-DESCRIPTION.
           IF REQUEST-VALID
               PERFORM ASK-FIELD
               IF FIELD-LINE (31:50) NOT = SPACES
                   MOVE 'N' TO REQ-OK
                   MOVE "DESCRIPTION IS LONGER THAN 30 CHARACTERS"
                       TO REFUSE-REASON
               ELSE
                   MOVE FIELD-LINE (1:30) TO ENT-DESC
               END-IF
           END-IF.

       ASK-STATUS.
           IF REQUEST-VALID
               PERFORM ASK-FIELD
               IF FIELD-LINE (2:79) NOT = SPACES
                       OR (FIELD-LINE (1:1) NOT = 'A' AND 'S' AND 'R'
                           AND SPACE)
                   MOVE 'N' TO REQ-OK
                   MOVE "STATUS MUST BE A, S OR R" TO REFUSE-REASON
               ELSE
                   MOVE FIELD-LINE (1:1) TO ENT-STATUS-CODE
               END-IF
           END-IF.

       ASK-EFF-DATE.
           IF REQUEST-VALID
               PERFORM ASK-FIELD
               MOVE "EFFECTIVE" TO DATE-LABEL
               PERFORM EDIT-KEYED-DATE
               MOVE KEYED-DATE TO ENT-EFF-DATE
           END-IF.

       ASK-EXP-DATE.
           IF REQUEST-VALID
               PERFORM ASK-FIELD
               MOVE "EXPIRY" TO DATE-LABEL
               PERFORM EDIT-KEYED-DATE
               MOVE KEYED-DATE TO ENT-EXP-DATE
           END-IF.

       ASK-APPLY-DATE.
           IF REQUEST-VALID
               MOVE "APPLY ON YYYYMMDD (BLANK = TONIGHT)"
                   TO PROMPT-TEXT
               PERFORM ASK-FIELD
               MOVE "APPLY-ON" TO DATE-LABEL
               PERFORM EDIT-KEYED-DATE
               IF REQUEST-VALID
                       AND KEYED-DATE NOT = ZERO
                       AND KEYED-DATE < WS-RUN-DATE
                   MOVE 'N' TO REQ-OK
                   MOVE "APPLY-ON DATE IS IN THE PAST"
                       TO REFUSE-REASON
               END-IF
               MOVE KEYED-DATE TO ENT-APPLY-DATE
           END-IF.

       ASK-REPLACEMENT.
           IF REQUEST-VALID
               MOVE "REPLACED BY LIST AND CODE (E.G. PRD 000000456)"
                   TO PROMPT-TEXT
               PERFORM ASK-FIELD
               IF FIELD-LINE (1:3) = SPACES
                       OR FIELD-LINE (5:9) NOT NUMERIC
                       OR FIELD-LINE (14:67) NOT = SPACES
                   MOVE 'N' TO REQ-OK
                   MOVE "ENTER THE REPLACEMENT AS LIST AND 9-DIGIT "
                       & "CODE" TO REFUSE-REASON
               ELSE
                   MOVE FIELD-LINE (1:3) TO ENT-SUPS-LIST-ID
                   MOVE FIELD-LINE (5:9) TO ENT-SUPS-CODE
                   PERFORM CHECK-REPLACEMENT
               END-IF
           END-IF.

       EDIT-KEYED-DATE.
           MOVE ZERO TO KEYED-DATE
           EVALUATE TRUE
               WHEN FIELD-LINE = SPACES
                   CONTINUE
               WHEN FIELD-LINE (1:8) NOT NUMERIC
                       OR FIELD-LINE (9:72) NOT = SPACES
                   MOVE 'N' TO REQ-OK
                   STRING DATE-LABEL DELIMITED BY SPACE
                          " DATE MUST BE YYYYMMDD"
                              DELIMITED BY SIZE
                       INTO REFUSE-REASON
                   END-STRING
               WHEN OTHER
                   MOVE FIELD-LINE (1:8) TO CHK-DATE
                   PERFORM CHECK-CALENDAR-DATE
                   IF CHK-DATE-VALID
                       MOVE CHK-DATE TO KEYED-DATE
                   ELSE
                       MOVE 'N' TO REQ-OK
                       STRING DATE-LABEL DELIMITED BY SPACE
                              " DATE " FIELD-LINE (1:8)
                              " IS NOT A REAL DATE"
                                  DELIMITED BY SIZE
                           INTO REFUSE-REASON
                       END-STRING
                   END-IF
           END-EVALUATE.

       CHECK-CALENDAR-DATE.
           MOVE 'Y' TO CHK-OK
           EVALUATE CHK-MONTH
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO MONTH-END-DAY
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO MONTH-END-DAY
               WHEN 02
                   MOVE 28 TO MONTH-END-DAY
                   COMPUTE LEAP-WORK = FUNCTION MOD (CHK-YEAR, 4)
                   IF LEAP-WORK = ZERO
                       MOVE 29 TO MONTH-END-DAY
                   END-IF
                   COMPUTE LEAP-WORK = FUNCTION MOD (CHK-YEAR, 100)
                   IF LEAP-WORK = ZERO
                       MOVE 28 TO MONTH-END-DAY
                   END-IF
                   COMPUTE LEAP-WORK = FUNCTION MOD (CHK-YEAR, 400)
                   IF LEAP-WORK = ZERO
                       MOVE 29 TO MONTH-END-DAY
                   END-IF
               WHEN OTHER
                   MOVE ZERO TO MONTH-END-DAY
           END-EVALUATE
           IF CHK-YEAR < 1900
                   OR MONTH-END-DAY = ZERO
                   OR CHK-DAY = ZERO
                   OR CHK-DAY > MONTH-END-DAY
               MOVE 'N' TO CHK-OK
           END-IF.

       CHECK-REQUEST-FIELDS.
           MOVE ZERO TO CHECK-EFF
           MOVE ZERO TO CHECK-EXP
           EVALUATE TRUE
               WHEN ENT-ADD
                   IF ENT-DESC = SPACES
                       MOVE 'N' TO REQ-OK
                       MOVE "AN ADD NEEDS A DESCRIPTION"
                           TO REFUSE-REASON
                   END-IF
                   PERFORM SET-NEW-RECORD-DATES
               WHEN ENT-CHANGE
                   IF ENT-DESC = SPACES
                           AND ENT-STATUS-CODE = SPACE
                           AND ENT-EFF-DATE = ZERO
                           AND ENT-EXP-DATE = ZERO
                       MOVE 'N' TO REQ-OK
                       MOVE "NOTHING TO CHANGE - KEY AT LEAST ONE "
                           & "NEW VALUE" TO REFUSE-REASON
                   END-IF
                   IF ENT-EFF-DATE = ZERO
                       MOVE ARR-EFF-DATE (CODE-IDX) TO CHECK-EFF
                   ELSE
                       MOVE ENT-EFF-DATE TO CHECK-EFF
                   END-IF
                   IF ENT-EXP-DATE = ZERO
                       MOVE ARR-EXP-DATE (CODE-IDX) TO CHECK-EXP
                   ELSE
                       MOVE ENT-EXP-DATE TO CHECK-EXP
                   END-IF
               WHEN ENT-SUPERSEDE
                   PERFORM CHECK-REPLACEMENT
                   PERFORM SET-NEW-RECORD-DATES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF REQUEST-VALID
                   AND CHECK-EXP NOT = ZERO
                   AND CHECK-EXP < CHECK-EFF
               MOVE 'N' TO REQ-OK
               STRING "WOULD EXPIRE " CHECK-EXP
                      " BEFORE IT TAKES EFFECT " CHECK-EFF
                   DELIMITED BY SIZE INTO REFUSE-REASON
               END-STRING
           END-IF.

       SET-NEW-RECORD-DATES.
           EVALUATE TRUE
               WHEN ENT-EFF-DATE NOT = ZERO
                   MOVE ENT-EFF-DATE TO CHECK-EFF
               WHEN ENT-APPLY-DATE NOT = ZERO
                   MOVE ENT-APPLY-DATE TO CHECK-EFF
               WHEN OTHER
                   MOVE WS-RUN-DATE TO CHECK-EFF
           END-EVALUATE
           MOVE ENT-EXP-DATE TO CHECK-EXP.

       CHECK-REPLACEMENT.
           EVALUATE TRUE
               WHEN ENT-SUPS-LIST-ID = SPACES
                       OR ENT-SUPS-CODE NOT NUMERIC
                       OR ENT-SUPS-CODE = ZERO
                   MOVE 'N' TO REQ-OK
                   MOVE "NEEDS A REPLACEMENT LIST AND CODE"
                       TO REFUSE-REASON
               WHEN ENT-SUPS-KEY = ENT-KEY
                   MOVE 'N' TO REQ-OK
                   MOVE "A CODE CANNOT BE SUPERSEDED BY ITSELF"
                       TO REFUSE-REASON
               WHEN OTHER
                   MOVE ENT-SUPS-LIST-ID TO TARGET-LIST
                   MOVE ENT-SUPS-CODE TO TARGET
                   PERFORM BINARY-SEARCH
                   IF RESULT NOT > 0
                       MOVE 'N' TO REQ-OK
                       STRING "REPLACEMENT " ENT-SUPS-LIST-ID " "
                              ENT-SUPS-CODE " IS NOT ON THE MASTER"
                           DELIMITED BY SIZE INTO REFUSE-REASON
                       END-STRING
                   ELSE
                       IF ARR-CODE-SUPERSEDED (RESULT)
                           MOVE 'N' TO REQ-OK
                           STRING "REPLACEMENT IS ITSELF SUPERSEDED "
                                  "BY " ARR-SUPS-LIST-ID (RESULT) " "
                                  ARR-SUPS-CODE (RESULT)
                               DELIMITED BY SIZE INTO REFUSE-REASON
                           END-STRING
                       END-IF
                   END-IF
           END-EVALUATE.

       HOLD-NEW-REQUEST.
           ADD 1 TO RQ-COUNT
           MOVE RQ-COUNT TO RQ-IDX
           MOVE WS-RUN-DATE TO RQ-ID-DATE (RQ-IDX)
           MOVE NEXT-SEQ TO RQ-ID-SEQ (RQ-IDX)
           ADD 1 TO NEXT-SEQ
           ACCEPT NOW-TIME FROM TIME
           MOVE NOW-HHMMSS TO RQ-ENTERED-TIME (RQ-IDX)
           MOVE SESSION-USER TO ENT-REQUESTED-BY
           MOVE SPACES TO ENT-APPROVED-BY
           MOVE ENT-REC TO RQ-CARD (RQ-IDX)
           MOVE 'P' TO RQ-STATE (RQ-IDX)
           MOVE ZERO TO RQ-SETTLED-DATE (RQ-IDX)
           MOVE 'N' TO RQ-APPROVED-NOW (RQ-IDX)
           ADD 1 TO REQUESTS-HELD
           DISPLAY "REQUEST " RQ-ID (RQ-IDX) " HELD - IT WAITS FOR "
               "ANOTHER USER WITH SUPERVISOR RIGHTS TO APPROVE IT"
           MOVE "HELD" TO LOG-EVENT
           PERFORM LOG-REQUEST-EVENT.

       REFUSE-NEW-REQUEST.
           ADD 1 TO REQUESTS-REFUSED
           DISPLAY "REQUEST NOT HELD - " REFUSE-REASON
           PERFORM NAME-ACTION
           ACCEPT NOW-TIME FROM TIME
           MOVE NOW-HHMMSS TO LOG-TIME
           MOVE SESSION-USER TO LOG-USER
           MOVE "REFUSED" TO LOG-EVENT
           MOVE SPACES TO LOG-ID
           MOVE ACTION-WORD TO LOG-ACTION
           MOVE ENT-LIST-ID TO LOG-LIST-ID
           MOVE ENT-CODE TO LOG-CODE
           MOVE SPACES TO LOG-APPLY
           MOVE REFUSE-REASON TO LOG-TEXT
           WRITE LOG-REC FROM LOG-LINE.

       LIST-REQUESTS.
           IF RQ-COUNT = 0
               DISPLAY "NO REQUESTS ARE WAITING"
           ELSE
               DISPLAY "REQUEST       ACTION LST CODE      STATE     "
                   "KEYED BY APPROVED BY"
               PERFORM VARYING RQ-IDX FROM 1 BY 1
                       UNTIL RQ-IDX > RQ-COUNT
                   PERFORM SHOW-REQUEST
               END-PERFORM
           END-IF.

       SHOW-REQUEST.
           MOVE RQ-CARD (RQ-IDX) TO ENT-REC
           PERFORM NAME-ACTION
           PERFORM NAME-STATE
           PERFORM DESCRIBE-REQUEST
           DISPLAY RQ-ID (RQ-IDX) "  " ACTION-WORD " " ENT-LIST-ID
               " " ENT-CODE " " STATE-WORD " " ENT-REQUESTED-BY
               " " ENT-APPROVED-BY
           DISPLAY "              " DETAIL-TEXT
           DISPLAY "              APPLY ON " APPLY-WORD.

       NAME-ACTION.
           EVALUATE TRUE
               WHEN ENT-ADD
                   MOVE "ADD" TO ACTION-WORD
               WHEN ENT-CHANGE
                   MOVE "CHANGE" TO ACTION-WORD
               WHEN ENT-DELETE
                   MOVE "DELETE" TO ACTION-WORD
               WHEN ENT-SUPERSEDE
                   MOVE "SUPSED" TO ACTION-WORD
               WHEN OTHER
                   MOVE ENT-ACTION TO ACTION-WORD
           END-EVALUATE.

       NAME-STATE.
           EVALUATE TRUE
               WHEN RQ-WAITING (RQ-IDX)
                   MOVE "WAITING" TO STATE-WORD
               WHEN RQ-APPROVED (RQ-IDX)
                   MOVE "APPROVED" TO STATE-WORD
               WHEN RQ-DECLINED (RQ-IDX)
                   MOVE "DECLINED" TO STATE-WORD
               WHEN OTHER
                   MOVE "CANCELLED" TO STATE-WORD
           END-EVALUATE.

       DESCRIBE-REQUEST.
           MOVE SPACES TO DETAIL-TEXT
           EVALUATE TRUE
               WHEN ENT-SUPERSEDE
                   STRING "BY " ENT-SUPS-LIST-ID " " ENT-SUPS-CODE
                          "  EFF " ENT-EFF-DATE
                          "  EXP " ENT-EXP-DATE
                       DELIMITED BY SIZE INTO DETAIL-TEXT
                   END-STRING
               WHEN ENT-DELETE
                   CONTINUE
               WHEN OTHER
                   STRING ENT-DESC
                          "  STATUS " ENT-STATUS-CODE
                          "  EFF " ENT-EFF-DATE
                          "  EXP " ENT-EXP-DATE
                       DELIMITED BY SIZE INTO DETAIL-TEXT
                   END-STRING
           END-EVALUATE
           IF ENT-APPLY-DATE = ZERO
               MOVE "TONIGHT" TO APPLY-WORD
           ELSE
               MOVE ENT-APPLY-DATE TO APPLY-WORD
           END-IF.

       FIND-KEYED-REQUEST.
           MOVE ZERO TO FOUND-IDX
           IF KEYED-ID NOT NUMERIC
               DISPLAY "ENTER THE 12-DIGIT REQUEST NUMBER AS LIST "
                   "SHOWS IT"
           ELSE
               PERFORM VARYING RQ-IDX FROM 1 BY 1
                       UNTIL RQ-IDX > RQ-COUNT
                          OR FOUND-IDX > 0
                   IF RQ-ID (RQ-IDX) = KEYED-ID
                       MOVE RQ-IDX TO FOUND-IDX
                   END-IF
               END-PERFORM
               IF FOUND-IDX = 0
                   DISPLAY "REQUEST " KEYED-ID " IS NOT ON FILE"
               ELSE
                   MOVE FOUND-IDX TO RQ-IDX
               END-IF
           END-IF.

       APPROVE-REQUEST.
           IF NOT SESSION-SUPERVISOR
               DISPLAY "ONLY A SUPERVISOR CAN APPROVE A REQUEST"
           ELSE
               PERFORM FIND-KEYED-REQUEST
               IF FOUND-IDX > 0
                   PERFORM APPROVE-FOUND-REQUEST
               END-IF
           END-IF.

       APPROVE-FOUND-REQUEST.
           EVALUATE TRUE
               WHEN NOT RQ-WAITING (RQ-IDX)
                   PERFORM NAME-STATE
                   DISPLAY "REQUEST " RQ-ID (RQ-IDX) " IS "
                       STATE-WORD " - NOTHING TO APPROVE"
               WHEN RQ-REQUESTED-BY (RQ-IDX) = SESSION-USER
                   DISPLAY "YOU KEYED REQUEST " RQ-ID (RQ-IDX)
                       " - ANOTHER SUPERVISOR MUST APPROVE IT"
               WHEN OTHER
                   MOVE RQ-CARD (RQ-IDX) TO ENT-REC
                   MOVE 'Y' TO REQ-OK
                   MOVE SPACES TO REFUSE-REASON
                   MOVE RQ-IDX TO SKIP-IDX
                   PERFORM CHECK-REQUEST-KEY
                   MOVE SKIP-IDX TO RQ-IDX
                   IF REQUEST-VALID
                       PERFORM CHECK-REQUEST-FIELDS
                   END-IF
                   IF REQUEST-VALID
                           AND RQ-APPLY-DATE (RQ-IDX) NOT = ZERO
                           AND RQ-APPLY-DATE (RQ-IDX) < WS-RUN-DATE
                       MOVE 'N' TO REQ-OK
                       MOVE "APPLY-ON DATE HAS PASSED - DECLINE IT AND "
                           & "KEY IT AGAIN" TO REFUSE-REASON
                   END-IF
                   IF REQUEST-VALID
                       MOVE SESSION-USER TO RQ-APPROVED-BY (RQ-IDX)
                       MOVE 'A' TO RQ-STATE (RQ-IDX)
                       MOVE WS-RUN-DATE TO RQ-SETTLED-DATE (RQ-IDX)
                       MOVE 'Y' TO RQ-APPROVED-NOW (RQ-IDX)
                       ADD 1 TO REQUESTS-APPROVED
                       DISPLAY "REQUEST " RQ-ID (RQ-IDX)
                           " APPROVED - IT GOES TO TONIGHT'S "
                           "MAINTENANCE RUN"
                       MOVE "APPROVED" TO LOG-EVENT
                       PERFORM LOG-REQUEST-EVENT
                   ELSE
                       DISPLAY "REQUEST " RQ-ID (RQ-IDX)
                           " CANNOT BE APPROVED - " REFUSE-REASON
                       DISPLAY "DECLINE IT, OR HAVE IT CANCELLED AND "
                           "KEYED AGAIN"
                   END-IF
           END-EVALUATE.

       DECLINE-REQUEST.
           IF NOT SESSION-SUPERVISOR
               DISPLAY "ONLY A SUPERVISOR CAN DECLINE A REQUEST"
           ELSE
               PERFORM FIND-KEYED-REQUEST
               IF FOUND-IDX > 0
                   IF RQ-WAITING (RQ-IDX)
                       MOVE 'D' TO RQ-STATE (RQ-IDX)
                       MOVE WS-RUN-DATE TO RQ-SETTLED-DATE (RQ-IDX)
                       ADD 1 TO REQUESTS-DECLINED
                       DISPLAY "REQUEST " RQ-ID (RQ-IDX) " DECLINED"
                       MOVE "DECLINED" TO LOG-EVENT
                       PERFORM LOG-REQUEST-EVENT
                   ELSE
                       PERFORM NAME-STATE
                       DISPLAY "REQUEST " RQ-ID (RQ-IDX) " IS "
                           STATE-WORD " - NOTHING TO DECLINE"
                   END-IF
               END-IF
           END-IF.

       CANCEL-REQUEST.
           PERFORM FIND-KEYED-REQUEST
           IF FOUND-IDX > 0
               EVALUATE TRUE
                   WHEN NOT RQ-WAITING (RQ-IDX)
                       PERFORM NAME-STATE
                       DISPLAY "REQUEST " RQ-ID (RQ-IDX) " IS "
                           STATE-WORD " - NOTHING TO CANCEL"
                   WHEN RQ-REQUESTED-BY (RQ-IDX) NOT = SESSION-USER
                       DISPLAY "ONLY " RQ-REQUESTED-BY (RQ-IDX)
                           " WHO KEYED REQUEST " RQ-ID (RQ-IDX)
                           " CAN CANCEL IT"
                   WHEN OTHER
                       MOVE 'C' TO RQ-STATE (RQ-IDX)
                       MOVE WS-RUN-DATE TO RQ-SETTLED-DATE (RQ-IDX)
                       ADD 1 TO REQUESTS-CANCELLED
                       DISPLAY "REQUEST " RQ-ID (RQ-IDX) " CANCELLED"
                       MOVE "CANCELLED" TO LOG-EVENT
                       PERFORM LOG-REQUEST-EVENT
               END-EVALUATE
           END-IF.

       LOG-REQUEST-EVENT.
           MOVE RQ-CARD (RQ-IDX) TO ENT-REC
           PERFORM NAME-ACTION
           PERFORM DESCRIBE-REQUEST
           ACCEPT NOW-TIME FROM TIME
           MOVE NOW-HHMMSS TO LOG-TIME
           MOVE SESSION-USER TO LOG-USER
           MOVE RQ-ID (RQ-IDX) TO LOG-ID
           MOVE ACTION-WORD TO LOG-ACTION
           MOVE ENT-LIST-ID TO LOG-LIST-ID
           MOVE ENT-CODE TO LOG-CODE
           MOVE APPLY-WORD TO LOG-APPLY
           MOVE DETAIL-TEXT TO LOG-TEXT
           WRITE LOG-REC FROM LOG-LINE.

       WRITE-REQUEST-FILES.
           PERFORM VARYING RQ-IDX FROM 1 BY 1
                   UNTIL RQ-IDX > RQ-COUNT
                      OR RUN-FAILED
               IF RQ-WAITING (RQ-IDX)
                       OR RQ-ID-DATE (RQ-IDX) = WS-RUN-DATE
                       OR RQ-SETTLED-DATE (RQ-IDX) = WS-RUN-DATE
                   MOVE SPACES TO REQOUT-REC
                   MOVE RQ-ID (RQ-IDX) TO REQOUT-ID
                   MOVE RQ-ENTERED-TIME (RQ-IDX) TO REQOUT-ENTERED-TIME
                   MOVE RQ-CARD (RQ-IDX) TO REQOUT-CARD
                   MOVE RQ-STATE (RQ-IDX) TO REQOUT-STATE
                   MOVE RQ-SETTLED-DATE (RQ-IDX) TO REQOUT-SETTLED-DATE
                   WRITE REQOUT-REC
                   IF REQOUT-STATUS NOT = '00'
                       MOVE 'N' TO RUN-OK
                       DISPLAY "CHOPENT: REQOUT WRITE FAILED - "
                           "FILE STATUS " REQOUT-STATUS
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN RQ-WAITING (RQ-IDX)
                       ADD 1 TO REQUESTS-CARRIED
                   WHEN RQ-APPROVED-NOW (RQ-IDX) = 'Y'
                       MOVE RQ-CARD (RQ-IDX) TO UPOUT-REC
                       WRITE UPOUT-REC
                       IF UPOUT-STATUS NOT = '00'
                           MOVE 'N' TO RUN-OK
                           DISPLAY "CHOPENT: UPDTOUT WRITE FAILED - "
                               "FILE STATUS " UPOUT-STATUS
                       END-IF
                       ADD 1 TO CARDS-WRITTEN
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

       WRITE-SESSION-TOTALS.
           MOVE SPACES TO LOG-REC
           WRITE LOG-REC
           MOVE SPACES TO LOG-REC
           STRING "TOTALS - HELD " REQUESTS-HELD
                  "  APPROVED " REQUESTS-APPROVED
                  "  DECLINED " REQUESTS-DECLINED
                  "  CANCELLED " REQUESTS-CANCELLED
                  "  REFUSED " REQUESTS-REFUSED
               DELIMITED BY SIZE INTO LOG-REC
           END-STRING
           WRITE LOG-REC
           MOVE SPACES TO LOG-REC
           STRING "TOTALS - STILL WAITING " REQUESTS-CARRIED
                  "  CARDS FOR TONIGHT'S UPDTIN " CARDS-WRITTEN
               DELIMITED BY SIZE INTO LOG-REC
           END-STRING
           WRITE LOG-REC
           IF RUN-FAILED
               MOVE SPACES TO LOG-REC
               MOVE "SESSION NOT SAVED - REQUEST FILES COULD NOT BE "
                   & "WRITTEN" TO LOG-REC
               WRITE LOG-REC
               DISPLAY "CHOPENT: SESSION NOT SAVED - KEY THIS "
                   "SESSION'S WORK AGAIN"
           END-IF
           DISPLAY "CHOPENT: HELD " REQUESTS-HELD
               "  APPROVED " REQUESTS-APPROVED
               "  DECLINED " REQUESTS-DECLINED
               "  CANCELLED " REQUESTS-CANCELLED
               "  REFUSED " REQUESTS-REFUSED
           DISPLAY "CHOPENT: STILL WAITING " REQUESTS-CARRIED
               "  CARDS FOR TONIGHT'S UPDTIN " CARDS-WRITTEN.

       FIND-LIST-IN-DIRECTORY.
           MOVE ZERO TO CUR-LIST-IDX
           PERFORM VARYING LS-IDX FROM 1 BY 1
                   UNTIL LS-IDX > LIST-DIR-SIZE
                      OR CUR-LIST-IDX > 0
               IF LIST-DIR-ID (LS-IDX) = TARGET-LIST
                   MOVE LS-IDX TO CUR-LIST-IDX
               END-IF
           END-PERFORM.

       BINARY-SEARCH.
           PERFORM FIND-LIST-IN-DIRECTORY
           MOVE -1 TO RESULT
           IF CUR-LIST-IDX > 0
               MOVE LIST-DIR-LO (CUR-LIST-IDX) TO LEFT-IDX
               MOVE LIST-DIR-HI (CUR-LIST-IDX) TO RIGHT-IDX
               PERFORM UNTIL LEFT-IDX > RIGHT-IDX
                   COMPUTE MID = (LEFT-IDX + RIGHT-IDX) / 2
                   MOVE ARR-ELEM (MID) TO GUESS
                   IF GUESS = TARGET
                       MOVE MID TO RESULT
                       EXIT PERFORM
                   ELSE
                       IF GUESS < TARGET
                           ADD 1 TO MID GIVING LEFT-IDX
                       ELSE
                           IF MID = 0
                               MOVE 1 TO LEFT-IDX
                               MOVE 0 TO RIGHT-IDX
                           ELSE
                               SUBTRACT 1 FROM MID GIVING RIGHT-IDX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
