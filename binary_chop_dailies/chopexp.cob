           SELECT OPTIONAL TOTALS-FILE ASSIGN TO "MNTTOTS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TOT-STATUS.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "JRNLOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JRNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-MASTER-FILE
           05  TOT-CHANGES      PIC 9(9).
           05  TOT-DELETES      PIC 9(9).

       FD  JOURNAL-FILE
           RECORDING MODE IS F.
           COPY JRNLREC.

       WORKING-STORAGE SECTION.
       01  OLDM-STATUS      PIC XX.
       01  NEWM-STATUS      PIC XX.
       01  CTL-STATUS       PIC XX.
       01  EXP-STATUS       PIC XX.
       01  TOT-STATUS       PIC XX.
       01  JRNL-STATUS      PIC XX.
       01  OLDM-EOF         PIC X VALUE 'N'.
           88  OLDM-AT-END          VALUE 'Y'.
       01  RUN-OK           PIC X VALUE 'Y'.
           88  RUN-FAILED           VALUE 'N'.
       01  PREV-OLD-KEY     PIC X(12) VALUE LOW-VALUES.
       01  WS-RUN-DATE      PIC 9(8).
       01  WS-RUN-TIME      PIC 9(8).
       01  JRNL-SEQ         PIC 9(9) VALUE ZERO.
       01  WARN-DAYS        PIC 9(3) VALUE 30.
       01  WARN-LIMIT-DATE  PIC 9(8).
       01  RUN-DATE-INT     PIC 9(9).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM READ-CONTROL-CARD
           PERFORM COMPUTE-WARN-LIMIT
           PERFORM OPEN-FILES
                       DISPLAY "CHOPEXP: UNABLE TO OPEN NEWMAST - "
                           "FILE STATUS " NEWM-STATUS
                   END-IF
                   OPEN EXTEND JOURNAL-FILE
                   IF JRNL-STATUS NOT = '00'
                           AND JRNL-STATUS NOT = '05'
                       MOVE 'N' TO RUN-OK
                       DISPLAY "CHOPEXP: UNABLE TO OPEN JRNLOUT - "
                           "FILE STATUS " JRNL-STATUS
                   END-IF
                   OPEN OUTPUT SWEEP-RPT
                   PERFORM WRITE-SWEEP-HEADER
               END-IF
       CLOSE-FILES.
           CLOSE OLD-MASTER-FILE
           CLOSE NEW-MASTER-FILE
           CLOSE JOURNAL-FILE
           CLOSE SWEEP-RPT.

       SWEEP-ONE-RECORD.
               MOVE NEW-MASTER-DESC TO RET-DESC
               MOVE NEW-MASTER-EXP-DATE TO RET-EXP-DATE
               WRITE EXP-REC FROM RETIRE-LINE
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF
           IF NEW-MASTER-ACTIVE
                   AND NEW-MASTER-EXP-DATE NOT = ZERO
           ADD 1 TO NEW-WRITE-COUNT
           PERFORM READ-OLD-MASTER.

       WRITE-JOURNAL-ENTRY.
           ADD 1 TO JRNL-SEQ
           MOVE SPACES TO JR-REC
           MOVE WS-RUN-DATE TO JR-RUN-DATE
           MOVE WS-RUN-TIME TO JR-RUN-TIME
           MOVE JRNL-SEQ TO JR-SEQ
           MOVE "CHOPEXP" TO JR-PROGRAM
           MOVE "RETIRED" TO JR-ACTION
           MOVE "APPLIED" TO JR-DISPOSITION
           MOVE NEW-MASTER-KEY TO JR-KEY
           MOVE OLD-MASTER-REC TO JR-BEFORE-IMAGE
           MOVE NEW-MASTER-REC TO JR-AFTER-IMAGE
           STRING "EXPIRY DATE " NEW-MASTER-EXP-DATE " PASSED"
               DELIMITED BY SIZE INTO JR-REASON
           END-STRING
           WRITE JR-REC
           IF JRNL-STATUS NOT = '00'
               MOVE 'N' TO RUN-OK
               DISPLAY "CHOPEXP: JRNLOUT WRITE FAILED - FILE STATUS "
                   JRNL-STATUS
           END-IF.

       NOTE-EXPIRY-WARNING.
           ADD 1 TO WARNED-COUNT
           IF WARN-TABLE-SIZE < WARN-TABLE-MAX
