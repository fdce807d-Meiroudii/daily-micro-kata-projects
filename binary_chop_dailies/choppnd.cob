       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHOPPND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PENDING-FILE ASSIGN TO "PENDIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PEND-STATUS.
           SELECT PENDING-RPT ASSIGN TO "PNDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE
           RECORDING MODE IS F.
           COPY PENDREC REPLACING ==:TAG:== BY ==PEND==.

       FD  PENDING-RPT.
       01  PRPT-REC             PIC X(150).

       WORKING-STORAGE SECTION.
       01  PEND-STATUS      PIC XX.
       01  PRPT-STATUS      PIC XX.
       01  PEND-EOF         PIC X VALUE 'N'.
           88  PEND-AT-END          VALUE 'Y'.
       01  RUN-OK           PIC X VALUE 'Y'.
           88  RUN-GOOD             VALUE 'Y'.
           88  RUN-FAILED           VALUE 'N'.
       01  WS-RUN-DATE      PIC 9(8).
       01  RUN-DAY-NUMBER   PIC 9(9).
       01  DAYS-TO-APPLY    PIC S9(9).
       01  SOON-DAYS        PIC 9(3) VALUE 7.
       01  CURRENT-APPLY-DATE PIC 9(8) VALUE ZERO.
       01  PEND-SEQ-KEY.
           05  PEND-SEQ-DATE    PIC 9(8).
           05  PEND-SEQ-CODE    PIC X(12).
       01  PREV-SEQ-KEY     PIC X(20) VALUE LOW-VALUES.
       01  RECORDS-READ     PIC 9(9) VALUE ZERO.
       01  DATE-GROUP-COUNT PIC 9(9) VALUE ZERO.
       01  DUE-SOON-COUNT   PIC 9(9) VALUE ZERO.
       01  OVERDUE-COUNT    PIC 9(9) VALUE ZERO.
       01  PND-LINE.
           05  PNL-APPLY-DATE    PIC 9(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  PNL-DAYS          PIC ZZZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  PNL-ACTION        PIC X(6).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  PNL-LIST-ID       PIC X(3).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  PNL-CODE          PIC 9(9).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  PNL-DETAIL        PIC X(30).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  PNL-STATUS-CODE   PIC X.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  PNL-EFF-DATE      PIC 9(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  PNL-EXP-DATE      PIC 9(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  PNL-QUEUED-DATE   PIC 9(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  PNL-NOTE          PIC X(24).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  PNL-REQUESTED-BY  PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  PNL-APPROVED-BY   PIC X(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE RUN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
           PERFORM OPEN-FILES
           IF RUN-GOOD
               PERFORM WRITE-REPORT-HEADER
               PERFORM READ-PENDING
               PERFORM REPORT-PENDING-CHANGE
                   UNTIL PEND-AT-END OR RUN-FAILED
               IF RUN-GOOD
                   PERFORM WRITE-DATE-TOTAL
                   PERFORM WRITE-REPORT-TOTALS
               ELSE
                   MOVE SPACES TO PRPT-REC
                   WRITE PRPT-REC
                   MOVE "REPORT INCOMPLETE - SEE THE JOB LOG"
                       TO PRPT-REC
                   WRITE PRPT-REC
               END-IF
               CLOSE PENDING-FILE
               CLOSE PENDING-RPT
           END-IF

           EVALUATE TRUE
               WHEN RUN-FAILED
                   MOVE 12 TO RETURN-CODE
               WHEN OVERDUE-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

       OPEN-FILES.
           OPEN INPUT PENDING-FILE
           EVALUATE PEND-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '05'
                   MOVE 'Y' TO PEND-EOF
               WHEN OTHER
                   MOVE 'N' TO RUN-OK
                   DISPLAY "CHOPPND: UNABLE TO OPEN PENDIN - FILE "
                       "STATUS " PEND-STATUS
           END-EVALUATE
           IF RUN-GOOD
               OPEN OUTPUT PENDING-RPT
               IF PRPT-STATUS NOT = '00'
                   MOVE 'N' TO RUN-OK
                   DISPLAY "CHOPPND: UNABLE TO OPEN PNDRPT - FILE "
                       "STATUS " PRPT-STATUS
                   CLOSE PENDING-FILE
               END-IF
           END-IF.

       READ-PENDING.
           READ PENDING-FILE
               AT END MOVE 'Y' TO PEND-EOF
               NOT AT END
                   ADD 1 TO RECORDS-READ
                   IF PEND-CODE NOT NUMERIC
                           OR PEND-APPLY-DATE NOT NUMERIC
                           OR PEND-QUEUED-DATE NOT NUMERIC
                       MOVE 'N' TO RUN-OK
                       DISPLAY "CHOPPND: PENDIN RECORD " RECORDS-READ
                           " IS NOT A PENDING-CHANGES RECORD"
                   ELSE
                       MOVE PEND-APPLY-DATE TO PEND-SEQ-DATE
                       MOVE PEND-KEY TO PEND-SEQ-CODE
                       IF PEND-SEQ-KEY NOT > PREV-SEQ-KEY
                           MOVE 'N' TO RUN-OK
                           DISPLAY "CHOPPND: PENDIN OUT OF ORDER AT "
                               "RECORD " RECORDS-READ " - SORT BY "
                               "APPLY-ON DATE, LIST AND CODE"
                       END-IF
                       MOVE PEND-SEQ-KEY TO PREV-SEQ-KEY
                   END-IF
           END-READ.

       REPORT-PENDING-CHANGE.
           IF PEND-APPLY-DATE NOT = CURRENT-APPLY-DATE
               PERFORM WRITE-DATE-TOTAL
               MOVE PEND-APPLY-DATE TO CURRENT-APPLY-DATE
           END-IF
           ADD 1 TO DATE-GROUP-COUNT
           COMPUTE DAYS-TO-APPLY =
               FUNCTION INTEGER-OF-DATE (PEND-APPLY-DATE)
               - RUN-DAY-NUMBER
           MOVE PEND-APPLY-DATE TO PNL-APPLY-DATE
           MOVE SPACES TO PNL-NOTE
           IF DAYS-TO-APPLY > 0
               MOVE DAYS-TO-APPLY TO PNL-DAYS
               IF DAYS-TO-APPLY NOT > SOON-DAYS
                   ADD 1 TO DUE-SOON-COUNT
               END-IF
           ELSE
               MOVE ZERO TO PNL-DAYS
               ADD 1 TO OVERDUE-COUNT
               MOVE "OVERDUE - NOT APPLIED" TO PNL-NOTE
           END-IF
           EVALUATE TRUE
               WHEN PEND-ACTION = 'A'
                   MOVE "ADD" TO PNL-ACTION
                   MOVE PEND-DESC TO PNL-DETAIL
               WHEN PEND-ACTION = 'C'
                   MOVE "CHANGE" TO PNL-ACTION
                   MOVE PEND-DESC TO PNL-DETAIL
               WHEN PEND-ACTION = 'D'
                   MOVE "DELETE" TO PNL-ACTION
                   MOVE SPACES TO PNL-DETAIL
               WHEN PEND-ACTION = 'S'
                   MOVE "SUPSED" TO PNL-ACTION
                   MOVE SPACES TO PNL-DETAIL
                   STRING "TO " PEND-DESC (1:3) " " PEND-DESC (4:9)
                       DELIMITED BY SIZE INTO PNL-DETAIL
                   END-STRING
               WHEN OTHER
                   MOVE PEND-ACTION TO PNL-ACTION
                   MOVE PEND-DESC TO PNL-DETAIL
           END-EVALUATE
           MOVE PEND-LIST-ID TO PNL-LIST-ID
           MOVE PEND-CODE TO PNL-CODE
           MOVE PEND-STATUS-CODE TO PNL-STATUS-CODE
           MOVE PEND-EFF-DATE TO PNL-EFF-DATE
           MOVE PEND-EXP-DATE TO PNL-EXP-DATE
           MOVE PEND-QUEUED-DATE TO PNL-QUEUED-DATE
           MOVE PEND-REQUESTED-BY TO PNL-REQUESTED-BY
           MOVE PEND-APPROVED-BY TO PNL-APPROVED-BY
           WRITE PRPT-REC FROM PND-LINE
           PERFORM READ-PENDING.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO PRPT-REC
           STRING "CHOPPND MAINTENANCE CHANGES PENDING - RUN DATE "
                  WS-RUN-DATE
               DELIMITED BY SIZE INTO PRPT-REC
           END-STRING
           WRITE PRPT-REC
           MOVE SPACES TO PRPT-REC
           WRITE PRPT-REC
           MOVE SPACES TO PRPT-REC
           STRING "APPLY ON   DAYS  ACTION  LST  CODE       "
                  "DESCRIPTION / REPLACEMENT       ST EFF-DATE  "
                  "EXP-DATE  QUEUED    NOTE                      "
                  "REQUESTD  APPROVED"
               DELIMITED BY SIZE INTO PRPT-REC
           END-STRING
           WRITE PRPT-REC.

       WRITE-DATE-TOTAL.
           IF DATE-GROUP-COUNT > 0
               MOVE SPACES TO PRPT-REC
               STRING "          " DATE-GROUP-COUNT
                      " CHANGES TO BE APPLIED ON " CURRENT-APPLY-DATE
                   DELIMITED BY SIZE INTO PRPT-REC
               END-STRING
               WRITE PRPT-REC
               MOVE SPACES TO PRPT-REC
               WRITE PRPT-REC
               MOVE ZERO TO DATE-GROUP-COUNT
           END-IF.

       WRITE-REPORT-TOTALS.
           IF RECORDS-READ = 0
               MOVE "NO MAINTENANCE CHANGES ARE PENDING" TO PRPT-REC
               WRITE PRPT-REC
               MOVE SPACES TO PRPT-REC
               WRITE PRPT-REC
           END-IF
           MOVE SPACES TO PRPT-REC
           STRING "TOTALS - PENDING " RECORDS-READ
                  "  DUE WITHIN 7 DAYS " DUE-SOON-COUNT
                  "  OVERDUE " OVERDUE-COUNT
               DELIMITED BY SIZE INTO PRPT-REC
           END-STRING
           WRITE PRPT-REC
           IF OVERDUE-COUNT > 0
               MOVE SPACES TO PRPT-REC
               STRING "OVERDUE CHANGES WERE DUE ON OR BEFORE TODAY BUT "
                      "ARE STILL PENDING - CHECK THAT CHOPMNT HAS RUN"
                   DELIMITED BY SIZE INTO PRPT-REC
               END-STRING
               WRITE PRPT-REC
           END-IF
           DISPLAY "CHOPPND: CHANGES PENDING " RECORDS-READ
               "  DUE WITHIN 7 DAYS " DUE-SOON-COUNT
               "  OVERDUE " OVERDUE-COUNT.
