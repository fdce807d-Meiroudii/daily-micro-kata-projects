           SELECT COMPARE-RPT ASSIGN TO "COMPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMP-STATUS.
           SELECT DELTA-FILE ASSIGN TO "DELTAOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DELTA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-GEN-FILE
       FD  COMPARE-RPT.
       01  CMP-REC              PIC X(100).

       FD  DELTA-FILE
           RECORDING MODE IS F.
           COPY DELTREC.

       WORKING-STORAGE SECTION.
       01  OLDG-STATUS      PIC XX.
       01  NEWG-STATUS      PIC XX.
       01  TOT-STATUS       PIC XX.
       01  CMP-STATUS       PIC XX.
       01  DELTA-STATUS     PIC XX.
       01  DELTA-OK         PIC X VALUE 'N'.
           88  DELTA-WRITTEN        VALUE 'Y'.
           88  DELTA-LOST           VALUE 'N'.
       01  OLDG-EOF         PIC X VALUE 'N'.
           88  OLDG-AT-END          VALUE 'Y'.
       01  NEWG-EOF         PIC X VALUE 'N'.
                   PERFORM READ-EXPECTED-TOTALS
                   PERFORM RECONCILE-TOTALS
                   PERFORM WRITE-COMPARE-TOTALS
                   PERFORM WRITE-DELTA-TRAILER
               ELSE
                   DISPLAY "CHOPCOMP: RUN ABANDONED - GENERATIONS "
                       "NOT COMPARED"
           EVALUATE TRUE
               WHEN RUN-FAILED
                   MOVE 12 TO RETURN-CODE
               WHEN DELTA-OUT-OF-BALANCE OR DELTA-LOST
                   MOVE 8 TO RETURN-CODE
               WHEN NOT TOTALS-PRESENT OR LIST-OVERFLOW > 0
                   MOVE 4 TO RETURN-CODE
           IF RUN-GOOD
               OPEN OUTPUT COMPARE-RPT
               PERFORM WRITE-COMPARE-HEADER
               OPEN OUTPUT DELTA-FILE
               IF DELTA-STATUS = '00'
                   MOVE 'Y' TO DELTA-OK
               ELSE
                   MOVE 'N' TO DELTA-OK
                   DISPLAY "CHOPCOMP: UNABLE TO OPEN DELTAOUT - FILE "
                       "STATUS " DELTA-STATUS " - GENERATION TO BE "
                       "SCRATCHED AND THE RUN REPEATED"
               END-IF
           END-IF.

       CLOSE-FILES.
           CLOSE OLD-GEN-FILE
           CLOSE NEW-GEN-FILE
           CLOSE COMPARE-RPT
           IF DELTA-WRITTEN
               CLOSE DELTA-FILE
           END-IF.

       COMPARE-GENERATIONS.
           EVALUATE TRUE
               DELIMITED BY SIZE INTO CHANGE-DETAIL
           END-STRING
           MOVE CHANGE-DETAIL TO CMP-DETAIL
           PERFORM WRITE-COMPARE-LINE
           MOVE SPACES TO DL-REC
           MOVE 'A' TO DL-TYPE
           MOVE NEW-GEN-KEY TO DL-KEY
           MOVE NEW-GEN-REC TO DL-NEW-IMAGE
           PERFORM WRITE-DELTA-RECORD.

       REPORT-DROPPED.
           ADD 1 TO DROPPED-COUNT
               DELIMITED BY SIZE INTO CHANGE-DETAIL
           END-STRING
           MOVE CHANGE-DETAIL TO CMP-DETAIL
           PERFORM WRITE-COMPARE-LINE
           MOVE SPACES TO DL-REC
           MOVE 'D' TO DL-TYPE
           MOVE OLD-GEN-KEY TO DL-KEY
           MOVE OLD-GEN-REC TO DL-OLD-IMAGE
           PERFORM WRITE-DELTA-RECORD.

       REPORT-CHANGED.
           ADD 1 TO CHANGED-COUNT
           MOVE OLD-GEN-CODE TO CMP-CODE
           PERFORM BUILD-CHANGE-DETAIL
           MOVE CHANGE-DETAIL TO CMP-DETAIL
           PERFORM WRITE-COMPARE-LINE
           MOVE SPACES TO DL-REC
           MOVE 'C' TO DL-TYPE
           MOVE OLD-GEN-KEY TO DL-KEY
           MOVE OLD-GEN-REC TO DL-OLD-IMAGE
           MOVE NEW-GEN-REC TO DL-NEW-IMAGE
           PERFORM WRITE-DELTA-RECORD.

       WRITE-DELTA-RECORD.
           IF DELTA-WRITTEN
               MOVE WS-RUN-DATE TO DL-RUN-DATE
               WRITE DL-REC
               IF DELTA-STATUS NOT = '00'
                   MOVE 'N' TO DELTA-OK
                   DISPLAY "CHOPCOMP: DELTAOUT WRITE FAILED - FILE "
                       "STATUS " DELTA-STATUS " - GENERATION TO BE "
                       "SCRATCHED AND THE RUN REPEATED"
               END-IF
           END-IF.

       WRITE-DELTA-TRAILER.
           MOVE SPACES TO DL-REC
           MOVE 'T' TO DL-TYPE
           MOVE ADDED-COUNT TO DL-TRL-ADDED
           MOVE DROPPED-COUNT TO DL-TRL-DROPPED
           MOVE CHANGED-COUNT TO DL-TRL-CHANGED
           PERFORM WRITE-DELTA-RECORD.

       BUILD-CHANGE-DETAIL.
           MOVE SPACES TO CHANGE-DETAIL
