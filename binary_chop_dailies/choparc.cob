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
       01  OLDA-STATUS      PIC XX.
       01  CTL-STATUS       PIC XX.
       01  ARC-STATUS       PIC XX.
       01  TOT-STATUS       PIC XX.
       01  JRNL-STATUS      PIC XX.
       01  OLDM-EOF         PIC X VALUE 'N'.
           88  OLDM-AT-END          VALUE 'Y'.
       01  OLDA-EOF         PIC X VALUE 'N'.
       01  PREV-OLD-KEY     PIC X(12) VALUE LOW-VALUES.
       01  PREV-ARCH-KEY    PIC X(12) VALUE LOW-VALUES.
       01  WS-RUN-DATE      PIC 9(8).
       01  WS-RUN-TIME      PIC 9(8).
       01  JRNL-SEQ         PIC 9(9) VALUE ZERO.
       01  JRNL-REASON      PIC X(40).
       01  AGE-DAYS         PIC 9(5) VALUE 365.
       01  CUTOFF-DATE      PIC 9(8).
       01  RUN-DATE-INT     PIC 9(9).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM READ-CONTROL-CARD
           PERFORM COMPUTE-CUTOFF-DATE
           PERFORM OPEN-FILES
                       DISPLAY "CHOPARC: UNABLE TO OPEN NEWARCH - "
                           "FILE STATUS " NEWA-STATUS
                   END-IF
                   OPEN EXTEND JOURNAL-FILE
                   IF JRNL-STATUS NOT = '00'
                           AND JRNL-STATUS NOT = '05'
                       MOVE 'N' TO RUN-OK
                       DISPLAY "CHOPARC: UNABLE TO OPEN JRNLOUT - "
                           "FILE STATUS " JRNL-STATUS
                   END-IF
                   OPEN OUTPUT ARCHIVE-RPT
                   PERFORM WRITE-ARCHIVE-HEADER
               END-IF
           CLOSE OLD-ARCHIVE-FILE
           CLOSE NEW-MASTER-FILE
           CLOSE NEW-ARCHIVE-FILE
           CLOSE JOURNAL-FILE
           CLOSE ARCHIVE-RPT.

       SPLIT-ONE-RECORD.
                   MOVE OLD-MASTER-STATUS-CODE TO MVL-STATUS
                   MOVE OLD-MASTER-EXP-DATE TO MVL-EXP-DATE
                   WRITE ARC-REC FROM MOVE-LINE
                   MOVE "ALREADY ON ARCHIVE - DROPPED" TO JRNL-REASON
                   PERFORM WRITE-JOURNAL-ENTRY
                   PERFORM READ-OLD-MASTER
                   PERFORM READ-OLD-ARCHIVE
           END-EVALUATE.
           MOVE OLD-MASTER-DESC TO MVL-DESC
           MOVE OLD-MASTER-STATUS-CODE TO MVL-STATUS
           MOVE OLD-MASTER-EXP-DATE TO MVL-EXP-DATE
           WRITE ARC-REC FROM MOVE-LINE
           MOVE SPACES TO JRNL-REASON
           STRING "MOVED TO ARCHIVE - CUTOFF " CUTOFF-DATE
               DELIMITED BY SIZE INTO JRNL-REASON
           END-STRING
           PERFORM WRITE-JOURNAL-ENTRY.

       WRITE-JOURNAL-ENTRY.
           ADD 1 TO JRNL-SEQ
           MOVE SPACES TO JR-REC
           MOVE WS-RUN-DATE TO JR-RUN-DATE
           MOVE WS-RUN-TIME TO JR-RUN-TIME
           MOVE JRNL-SEQ TO JR-SEQ
           MOVE "CHOPARC" TO JR-PROGRAM
           MOVE "ARCHIVED" TO JR-ACTION
           MOVE "APPLIED" TO JR-DISPOSITION
           MOVE OLD-MASTER-KEY TO JR-KEY
           MOVE OLD-MASTER-REC TO JR-BEFORE-IMAGE
           MOVE JRNL-REASON TO JR-REASON
           WRITE JR-REC
           IF JRNL-STATUS NOT = '00'
               MOVE 'N' TO RUN-OK
               DISPLAY "CHOPARC: JRNLOUT WRITE FAILED - FILE STATUS "
                   JRNL-STATUS
           END-IF.

       COPY-ARCH-TO-NEW-ARCH.
           MOVE OLD-ARCH-REC TO NEW-ARCH-REC
