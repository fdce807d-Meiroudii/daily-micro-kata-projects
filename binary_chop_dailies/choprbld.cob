       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHOPRBLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "MASTERIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MASTER-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "JRNLIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JRNL-STATUS.
           SELECT CONTROL-CARD-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-STATUS.
           SELECT REBUILT-MASTER-FILE ASSIGN TO "RBLDOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RBLD-STATUS.
           SELECT REBUILD-RPT ASSIGN TO "RBLDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE
           RECORDING MODE IS F.
           COPY MSTRREC REPLACING ==:TAG:== BY ==MASTER==.

       FD  JOURNAL-FILE
           RECORDING MODE IS F.
           COPY JRNLREC.

       FD  CONTROL-CARD-FILE.
       01  CTL-REC              PIC X(80).

       FD  REBUILT-MASTER-FILE
           RECORDING MODE IS F.
           COPY MSTRREC REPLACING ==:TAG:== BY ==RBLD==.

       FD  REBUILD-RPT.
       01  RPT-REC              PIC X(100).

       WORKING-STORAGE SECTION.
           COPY MSTRREC REPLACING ==:TAG:== BY ==SHOW==.
       01  MASTER-STATUS    PIC XX.
       01  JRNL-STATUS      PIC XX.
       01  CTL-STATUS       PIC XX.
       01  RBLD-STATUS      PIC XX.
       01  RPT-STATUS       PIC XX.
       01  MASTER-EOF       PIC X VALUE 'N'.
           88  MASTER-AT-END        VALUE 'Y'.
       01  JRNL-EOF         PIC X VALUE 'N'.
           88  JRNL-AT-END          VALUE 'Y'.
       01  RUN-OK           PIC X VALUE 'Y'.
           88  RUN-GOOD             VALUE 'Y'.
           88  RUN-FAILED           VALUE 'N'.
       01  UNDO-SW          PIC X VALUE 'N'.
           88  UNDO-FOUND           VALUE 'Y'.
       01  APPLIED-SW       PIC X VALUE 'N'.
           88  ANY-APPLIED          VALUE 'Y'.
       01  WS-RUN-DATE      PIC 9(8).
       01  ASOF-DATE        PIC 9(8) VALUE ZERO.
       01  ASOF-DATE-FIELDS REDEFINES ASOF-DATE.
           05  ASOF-YEAR        PIC 9(4).
           05  ASOF-MONTH       PIC 9(2).
           05  ASOF-DAY         PIC 9(2).
       01  ASOF-OK          PIC X VALUE 'Y'.
           88  ASOF-DATE-VALID      VALUE 'Y'.
           88  ASOF-DATE-INVALID    VALUE 'N'.
       01  MONTH-END-DAY    PIC 9(2).
       01  LEAP-WORK        PIC 9(4).
       01  FIRST-JRNL-DATE  PIC 9(8) VALUE ZERO.
       01  CUR-KEY          PIC X(12).
       01  PREV-MASTER-KEY  PIC X(12) VALUE LOW-VALUES.
       01  JRNL-ORDER.
           05  JO-KEY           PIC X(12).
           05  JO-RUN-DATE      PIC 9(8).
           05  JO-RUN-TIME      PIC 9(8).
           05  JO-SEQ           PIC 9(9).
       01  PREV-JRNL-ORDER  PIC X(37) VALUE LOW-VALUES.
       01  CURRENT-IMAGE    PIC X(59).
       01  ASOF-IMAGE       PIC X(59).
       01  LAST-AFTER-IMAGE PIC X(59).
       01  MASTER-READ-COUNT PIC 9(9) VALUE ZERO.
       01  JRNL-READ-COUNT  PIC 9(9) VALUE ZERO.
       01  UNDONE-COUNT     PIC 9(9) VALUE ZERO.
       01  RESTORED-COUNT   PIC 9(9) VALUE ZERO.
       01  REMOVED-COUNT    PIC 9(9) VALUE ZERO.
       01  REVERTED-COUNT   PIC 9(9) VALUE ZERO.
       01  DISAGREE-COUNT   PIC 9(9) VALUE ZERO.
       01  RBLD-WRITE-COUNT PIC 9(9) VALUE ZERO.
       01  EARLY-ASOF-SW    PIC X VALUE 'N'.
           88  ASOF-BEFORE-JOURNAL  VALUE 'Y'.
       01  RBL-LINE.
           05  RBL-ACTION        PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  RBL-LIST-ID       PIC X(3).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  RBL-CODE          PIC 9(9).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  RBL-STATUS        PIC X.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  RBL-EFF-DATE      PIC 9(8).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  RBL-EXP-DATE      PIC 9(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  RBL-DESC          PIC X(30).
           05  FILLER            PIC X(22) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM READ-CONTROL-CARD
           PERFORM OPEN-FILES

           IF RUN-GOOD
               PERFORM READ-MASTER
               PERFORM READ-JOURNAL
               PERFORM REBUILD-ONE-KEY
                   UNTIL (MASTER-AT-END AND JRNL-AT-END)
                      OR RUN-FAILED
               IF RUN-GOOD
                   PERFORM WRITE-REBUILD-TOTALS
               ELSE
                   DISPLAY "CHOPRBLD: RUN ABANDONED - THE REBUILT "
                       "MASTER IS INCOMPLETE AND MUST NOT BE USED"
               END-IF
           END-IF
           PERFORM CLOSE-FILES

           EVALUATE TRUE
               WHEN RUN-FAILED
                   MOVE 12 TO RETURN-CODE
               WHEN DISAGREE-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN ASOF-BEFORE-JOURNAL
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

       READ-CONTROL-CARD.
           MOVE 'N' TO ASOF-OK
           OPEN INPUT CONTROL-CARD-FILE
           IF CTL-STATUS = '00'
               READ CONTROL-CARD-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CTL-REC (1:8) IS NUMERIC
                           MOVE CTL-REC (1:8) TO ASOF-DATE
                           MOVE 'Y' TO ASOF-OK
                           PERFORM CHECK-CALENDAR-DATE
                       END-IF
               END-READ
               CLOSE CONTROL-CARD-FILE
           END-IF
           IF ASOF-DATE-INVALID
               MOVE 'N' TO RUN-OK
               DISPLAY "CHOPRBLD: CTLCARD MUST CARRY THE AS-OF DATE "
                   "AS YYYYMMDD IN COLS 1-8 - GOT: " CTL-REC (1:20)
           END-IF.

       CHECK-CALENDAR-DATE.
           EVALUATE ASOF-MONTH
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO MONTH-END-DAY
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO MONTH-END-DAY
               WHEN 02
                   MOVE 28 TO MONTH-END-DAY
                   COMPUTE LEAP-WORK = FUNCTION MOD (ASOF-YEAR, 4)
                   IF LEAP-WORK = ZERO
                       MOVE 29 TO MONTH-END-DAY
                   END-IF
                   COMPUTE LEAP-WORK = FUNCTION MOD (ASOF-YEAR, 100)
                   IF LEAP-WORK = ZERO
                       MOVE 28 TO MONTH-END-DAY
                   END-IF
                   COMPUTE LEAP-WORK = FUNCTION MOD (ASOF-YEAR, 400)
                   IF LEAP-WORK = ZERO
                       MOVE 29 TO MONTH-END-DAY
                   END-IF
               WHEN OTHER
                   MOVE ZERO TO MONTH-END-DAY
           END-EVALUATE
           IF ASOF-YEAR < 1900
                   OR MONTH-END-DAY = ZERO
                   OR ASOF-DAY = ZERO
                   OR ASOF-DAY > MONTH-END-DAY
               MOVE 'N' TO ASOF-OK
           END-IF.

       OPEN-FILES.
           IF RUN-FAILED
               CONTINUE
           ELSE
               OPEN INPUT MASTER-FILE
               IF MASTER-STATUS NOT = '00'
                   MOVE 'N' TO RUN-OK
                   DISPLAY "CHOPRBLD: UNABLE TO OPEN MASTERIN - FILE "
                       "STATUS " MASTER-STATUS
               END-IF
               OPEN INPUT JOURNAL-FILE
               IF JRNL-STATUS NOT = '00'
                   MOVE 'N' TO RUN-OK
                   DISPLAY "CHOPRBLD: UNABLE TO OPEN JRNLIN - FILE "
                       "STATUS " JRNL-STATUS
               END-IF
               IF RUN-GOOD
                   OPEN OUTPUT REBUILT-MASTER-FILE
                   IF RBLD-STATUS NOT = '00'
                       MOVE 'N' TO RUN-OK
                       DISPLAY "CHOPRBLD: UNABLE TO OPEN RBLDOUT - "
                           "FILE STATUS " RBLD-STATUS
                   END-IF
                   OPEN OUTPUT REBUILD-RPT
                   PERFORM WRITE-REBUILD-HEADER
               END-IF
           END-IF.

       CLOSE-FILES.
           CLOSE MASTER-FILE
           CLOSE JOURNAL-FILE
           CLOSE REBUILT-MASTER-FILE
           CLOSE REBUILD-RPT.

       REBUILD-ONE-KEY.
           EVALUATE TRUE
               WHEN MASTER-AT-END
                   MOVE JR-KEY TO CUR-KEY
               WHEN JRNL-AT-END
                   MOVE MASTER-KEY TO CUR-KEY
               WHEN JR-KEY < MASTER-KEY
                   MOVE JR-KEY TO CUR-KEY
               WHEN OTHER
                   MOVE MASTER-KEY TO CUR-KEY
           END-EVALUATE
           MOVE SPACES TO CURRENT-IMAGE
           IF NOT MASTER-AT-END AND MASTER-KEY = CUR-KEY
               MOVE MASTER-REC TO CURRENT-IMAGE
               PERFORM READ-MASTER
           END-IF
           MOVE 'N' TO UNDO-SW
           MOVE 'N' TO APPLIED-SW
           MOVE SPACES TO ASOF-IMAGE
           MOVE SPACES TO LAST-AFTER-IMAGE
           PERFORM UNTIL JRNL-AT-END OR JR-KEY NOT = CUR-KEY
                   OR RUN-FAILED
               IF JR-APPLIED
                   MOVE 'Y' TO APPLIED-SW
                   MOVE JR-AFTER-IMAGE TO LAST-AFTER-IMAGE
                   IF JR-RUN-DATE > ASOF-DATE
                       ADD 1 TO UNDONE-COUNT
                       IF NOT UNDO-FOUND
                           MOVE 'Y' TO UNDO-SW
                           MOVE JR-BEFORE-IMAGE TO ASOF-IMAGE
                       END-IF
                   END-IF
               END-IF
               PERFORM READ-JOURNAL
           END-PERFORM
           IF ANY-APPLIED AND LAST-AFTER-IMAGE NOT = CURRENT-IMAGE
               ADD 1 TO DISAGREE-COUNT
               MOVE "DISAGREE" TO RBL-ACTION
               MOVE CURRENT-IMAGE TO SHOW-REC
               PERFORM WRITE-REBUILD-LINE
           END-IF
           IF NOT UNDO-FOUND
               MOVE CURRENT-IMAGE TO ASOF-IMAGE
           END-IF
           IF UNDO-FOUND AND ASOF-IMAGE NOT = CURRENT-IMAGE
               EVALUATE TRUE
                   WHEN CURRENT-IMAGE = SPACES
                       ADD 1 TO RESTORED-COUNT
                       MOVE "RESTORED" TO RBL-ACTION
                       MOVE ASOF-IMAGE TO SHOW-REC
                   WHEN ASOF-IMAGE = SPACES
                       ADD 1 TO REMOVED-COUNT
                       MOVE "REMOVED" TO RBL-ACTION
                       MOVE CURRENT-IMAGE TO SHOW-REC
                   WHEN OTHER
                       ADD 1 TO REVERTED-COUNT
                       MOVE "REVERTED" TO RBL-ACTION
                       MOVE ASOF-IMAGE TO SHOW-REC
               END-EVALUATE
               PERFORM WRITE-REBUILD-LINE
           END-IF
           IF ASOF-IMAGE NOT = SPACES
               MOVE ASOF-IMAGE TO RBLD-REC
               WRITE RBLD-REC
               ADD 1 TO RBLD-WRITE-COUNT
           END-IF.

       WRITE-REBUILD-LINE.
           MOVE CUR-KEY (1:3) TO RBL-LIST-ID
           MOVE CUR-KEY (4:9) TO RBL-CODE
           IF SHOW-REC = SPACES
               MOVE SPACE TO RBL-STATUS
               MOVE ZERO TO RBL-EFF-DATE
               MOVE ZERO TO RBL-EXP-DATE
               MOVE "(NOT ON THE CURRENT MASTER)" TO RBL-DESC
           ELSE
               MOVE SHOW-STATUS-CODE TO RBL-STATUS
               MOVE SHOW-EFF-DATE TO RBL-EFF-DATE
               MOVE SHOW-EXP-DATE TO RBL-EXP-DATE
               IF SHOW-SUPERSEDED
                   MOVE SPACES TO RBL-DESC
                   STRING "SUPERSEDED BY " SHOW-SUPS-LIST-ID " "
                          SHOW-SUPS-CODE
                       DELIMITED BY SIZE INTO RBL-DESC
                   END-STRING
               ELSE
                   MOVE SHOW-DESC TO RBL-DESC
               END-IF
           END-IF
           WRITE RPT-REC FROM RBL-LINE.

       READ-MASTER.
           IF NOT MASTER-AT-END
               READ MASTER-FILE
                   AT END MOVE 'Y' TO MASTER-EOF
                   NOT AT END
                       ADD 1 TO MASTER-READ-COUNT
                       IF MASTER-READ-COUNT > 1
                               AND MASTER-KEY NOT > PREV-MASTER-KEY
                           MOVE 'N' TO RUN-OK
                           DISPLAY "CHOPRBLD: MASTERIN OUT OF ORDER AT "
                               "RECORD " MASTER-READ-COUNT " - KEY "
                               MASTER-KEY " NOT ABOVE "
                               PREV-MASTER-KEY
                       END-IF
                       MOVE MASTER-KEY TO PREV-MASTER-KEY
               END-READ
           END-IF.

       READ-JOURNAL.
           IF NOT JRNL-AT-END
               READ JOURNAL-FILE
                   AT END MOVE 'Y' TO JRNL-EOF
                   NOT AT END
                       ADD 1 TO JRNL-READ-COUNT
                       MOVE JR-KEY TO JO-KEY
                       MOVE JR-RUN-DATE TO JO-RUN-DATE
                       MOVE JR-RUN-TIME TO JO-RUN-TIME
                       MOVE JR-SEQ TO JO-SEQ
                       IF JRNL-READ-COUNT > 1
                               AND JRNL-ORDER NOT > PREV-JRNL-ORDER
                           MOVE 'N' TO RUN-OK
                           DISPLAY "CHOPRBLD: JRNLIN OUT OF ORDER AT "
                               "RECORD " JRNL-READ-COUNT " - SORT THE "
                               "JOURNAL BY KEY, DATE, TIME AND "
                               "SEQUENCE AND RERUN"
                       END-IF
                       MOVE JRNL-ORDER TO PREV-JRNL-ORDER
                       IF FIRST-JRNL-DATE = ZERO
                               OR JR-RUN-DATE < FIRST-JRNL-DATE
                           MOVE JR-RUN-DATE TO FIRST-JRNL-DATE
                       END-IF
               END-READ
           END-IF.

       WRITE-REBUILD-HEADER.
           MOVE SPACES TO RPT-REC
           STRING "CHOPRBLD MASTER REBUILT AS OF " ASOF-DATE
                  " - RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE "RESTORED/REVERTED LINES SHOW THE RECORD AS OF THEN"
               TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "REMOVED (ADDED SINCE) AND DISAGREE LINES SHOW IT "
                  "AS IT IS NOW"
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "ACTION    LST  CODE       S  EFF      EXP       "
                  "DESCRIPTION"
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC.

       WRITE-REBUILD-TOTALS.
           IF ASOF-DATE < WS-RUN-DATE
                   AND (FIRST-JRNL-DATE = ZERO
                        OR FIRST-JRNL-DATE > ASOF-DATE)
               MOVE 'Y' TO EARLY-ASOF-SW
           END-IF
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "TOTALS - MASTER READ " MASTER-READ-COUNT
                  "  JOURNAL READ " JRNL-READ-COUNT
                  "  CHANGES UNDONE " UNDONE-COUNT
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "TOTALS - RESTORED " RESTORED-COUNT
                  "  REMOVED " REMOVED-COUNT
                  "  REVERTED " REVERTED-COUNT
                  "  REBUILT MASTER WRITTEN " RBLD-WRITE-COUNT
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           IF DISAGREE-COUNT > 0
               MOVE SPACES TO RPT-REC
               STRING "WARNING - " DISAGREE-COUNT " CODES WHERE THE "
                      "LAST JOURNAL ENTRY DOES NOT MATCH THE MASTER "
                      "(DISAGREE LINES)"
                   DELIMITED BY SIZE INTO RPT-REC
               END-STRING
               WRITE RPT-REC
           END-IF
           IF ASOF-BEFORE-JOURNAL
               MOVE SPACES TO RPT-REC
               IF FIRST-JRNL-DATE = ZERO
                   STRING "WARNING - THE JOURNAL IS EMPTY - NOTHING "
                          "COULD BE UNDONE"
                       DELIMITED BY SIZE INTO RPT-REC
                   END-STRING
               ELSE
                   STRING "WARNING - JOURNAL STARTS " FIRST-JRNL-DATE
                          ", AFTER THE AS-OF DATE - EARLIER CHANGES "
                          "CANNOT BE UNDONE"
                       DELIMITED BY SIZE INTO RPT-REC
                   END-STRING
               END-IF
               WRITE RPT-REC
           END-IF
           DISPLAY "CHOPRBLD: AS OF " ASOF-DATE
               "  CHANGES UNDONE " UNDONE-COUNT
               "  REBUILT MASTER WRITTEN " RBLD-WRITE-COUNT
           IF DISAGREE-COUNT > 0 OR ASOF-BEFORE-JOURNAL
               DISPLAY "CHOPRBLD: WARNINGS ON RBLDRPT - CHECK BEFORE "
                   "RELYING ON THE REBUILT MASTER"
           END-IF.
