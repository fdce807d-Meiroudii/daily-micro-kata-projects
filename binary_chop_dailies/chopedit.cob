           SELECT EDIT-RPT ASSIGN TO "EDITRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EDT-STATUS.
           SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-STATUS.
           SELECT OPTIONAL REJECT-EXTRACT ASSIGN TO "REJOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REJ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RAW-TRAN-FILE
       FD  EDIT-RPT.
       01  EDT-REC              PIC X(100).

       FD  CONTROL-CARD-FILE.
       01  CTL-REC              PIC X(80).

       FD  REJECT-EXTRACT
           RECORDING MODE IS F.
           COPY REJREC.

       WORKING-STORAGE SECTION.
       01  RAW-STATUS       PIC XX.
       01  CLEAN-STATUS     PIC XX.
       01  EDT-STATUS       PIC XX.
       01  CTL-STATUS       PIC XX.
       01  REJ-STATUS       PIC XX.
       01  REJ-EXTRACT-SW   PIC X VALUE 'Y'.
           88  REJ-EXTRACT-OPEN     VALUE 'Y'.
           88  REJ-EXTRACT-CLOSED   VALUE 'N'.
       01  DUP-CHECK-SW     PIC X VALUE 'Y'.
           88  DUP-CHECK-ON         VALUE 'Y'.
           88  DUP-CHECK-OFF        VALUE 'N'.
       01  RUN-OK           PIC X VALUE 'Y'.
           88  RUN-GOOD             VALUE 'Y'.
           88  RUN-FAILED           VALUE 'N'.
       01  SEEN-MATCH-IDX   PIC 9(9).
       01  SEEN-OVERFLOW    PIC 9(9) VALUE ZERO.
       01  REJECT-REASON    PIC X(40).
       01  REJECT-CODE      PIC X(2).
       01  REJECTS-EXTRACTED PIC 9(9) VALUE ZERO.
       01  EDT-LINE.
           05  EDT-RECNO         PIC Z(8)9.
           05  FILLER            PIC X(2) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM READ-CONTROL-CARD
           IF RUN-GOOD
               PERFORM OPEN-FILES
           END-IF

           IF RUN-GOOD
               PERFORM EDIT-TRANSACTIONS
           EVALUATE TRUE
               WHEN RUN-FAILED
                   MOVE 12 TO RETURN-CODE
               WHEN SEEN-OVERFLOW > 0 OR REJ-EXTRACT-CLOSED
                   MOVE 8 TO RETURN-CODE
               WHEN RECORDS-REJECTED > 0 OR DUPS-DROPPED > 0
                   MOVE 4 TO RETURN-CODE

           STOP RUN.

       READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE
           IF CTL-STATUS = '00'
               READ CONTROL-CARD-FILE
                   AT END CONTINUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN CTL-REC = SPACES
                               CONTINUE
                           WHEN CTL-REC (1:10) = "NODUPCHECK"
                               MOVE 'N' TO DUP-CHECK-SW
                           WHEN OTHER
                               MOVE 'N' TO RUN-OK
                               DISPLAY "CHOPEDIT: CTLCARD MUST BE "
                                   "BLANK OR NODUPCHECK - GOT: "
                                   CTL-REC (1:20)
                       END-EVALUATE
               END-READ
               CLOSE CONTROL-CARD-FILE
           END-IF.

       OPEN-FILES.
           MOVE 'Y' TO RUN-OK
           OPEN INPUT RAW-TRAN-FILE
               ELSE
                   OPEN OUTPUT EDIT-RPT
                   PERFORM WRITE-EDIT-HEADER
                   OPEN OUTPUT REJECT-EXTRACT
                   IF REJ-STATUS NOT = '00'
                       MOVE 'N' TO REJ-EXTRACT-SW
                       DISPLAY "CHOPEDIT: UNABLE TO OPEN REJOUT - FILE "
                           "STATUS " REJ-STATUS " - REJECTS NOT PASSED "
                           "TO SUSPENSE"
                   END-IF
               END-IF
           END-IF.

       CLOSE-FILES.
           CLOSE RAW-TRAN-FILE
           CLOSE CLEAN-TRAN-FILE
           CLOSE EDIT-RPT
           IF REJ-EXTRACT-OPEN
               CLOSE REJECT-EXTRACT
           END-IF.

       EDIT-TRANSACTIONS.
           READ RAW-TRAN-FILE

       EDIT-ONE-RECORD.
           MOVE SPACES TO REJECT-REASON
           MOVE SPACES TO REJECT-CODE
           PERFORM EDIT-ASOF-DATE
           EVALUATE TRUE
               WHEN RAW-LIST-ID = SPACES
                   MOVE "LIST-ID MISSING" TO REJECT-REASON
                   MOVE "LM" TO REJECT-CODE
               WHEN RAW-LIST-ID = "***"
                   MOVE "LIST-ID RESERVED FOR CONTROL TRAILER"
                       TO REJECT-REASON
                   MOVE "LR" TO REJECT-CODE
               WHEN RAW-TARGET NOT NUMERIC
                   MOVE "TARGET NOT NUMERIC" TO REJECT-REASON
                   MOVE "TN" TO REJECT-CODE
               WHEN RAW-TARGET = "000000000"
                   MOVE "TARGET IS ZERO" TO REJECT-REASON
                   MOVE "TZ" TO REJECT-CODE
               WHEN RAW-DEPT = SPACES
                   MOVE "DEPARTMENT MISSING" TO REJECT-REASON
                   MOVE "DM" TO REJECT-CODE
               WHEN RAW-DEPT = "****"
                   MOVE "DEPARTMENT RESERVED FOR CONTROL TRAILER"
                       TO REJECT-REASON
                   MOVE "DR" TO REJECT-CODE
               WHEN ASOF-DATE-INVALID
                   MOVE "AS-OF DATE NOT A REAL DATE"
                       TO REJECT-REASON
                   MOVE "AD" TO REJECT-CODE
           END-EVALUATE
           IF REJECT-REASON NOT = SPACES
               ADD 1 TO RECORDS-REJECTED
               MOVE RAW-REC TO EDT-RAW
               MOVE REJECT-REASON TO EDT-REASON
               WRITE EDT-REC FROM EDT-LINE
               IF REJ-EXTRACT-OPEN
                   PERFORM WRITE-REJECT-EXTRACT
               END-IF
           ELSE
               IF DUP-CHECK-ON
                   PERFORM CHECK-DUPLICATE
               ELSE
                   PERFORM WRITE-CLEAN-RECORD
               END-IF
           END-IF.

       WRITE-REJECT-EXTRACT.
           MOVE RAW-REC TO RJ-RAW
           MOVE REJECT-CODE TO RJ-REASON
           MOVE REJECT-REASON TO RJ-REASON-TEXT
           MOVE WS-RUN-DATE TO RJ-RUN-DATE
           WRITE RJ-REC
           IF REJ-STATUS = '00'
               ADD 1 TO REJECTS-EXTRACTED
           ELSE
               DISPLAY "CHOPEDIT: REJOUT WRITE FAILED - FILE STATUS "
                   REJ-STATUS " - REJECTS NOT PASSED TO SUSPENSE"
               CLOSE REJECT-EXTRACT
               MOVE 'N' TO REJ-EXTRACT-SW
           END-IF.

       EDIT-ASOF-DATE.
               ELSE
                   ADD 1 TO SEEN-OVERFLOW
               END-IF
               PERFORM WRITE-CLEAN-RECORD
           END-IF.

       WRITE-CLEAN-RECORD.
           MOVE RAW-LIST-ID TO TRAN-LIST-ID
           MOVE RAW-TARGET TO TRAN-TARGET
           MOVE RAW-DEPT TO TRAN-DEPT
           MOVE RAW-REF TO TRAN-REF
           MOVE ASOF-DATE TO TRAN-ASOF-DATE
           WRITE TRAN-REC
           ADD 1 TO RECORDS-WRITTEN
           COMPUTE TARGET-HASH = FUNCTION MOD
               (TARGET-HASH + TRAN-TARGET, HASH-MODULUS).

       WRITE-CONTROL-TRAILER.
           MOVE SPACES TO TRAN-CTL-REC
           MOVE "***" TO TRAN-CTL-MARK
           WRITE EDT-REC
           MOVE "DUPLICATE SUBMISSIONS" TO EDT-REC
           WRITE EDT-REC
           IF DUP-CHECK-OFF
               MOVE "  NOT CHECKED THIS RUN (NODUPCHECK) - THE "
                   TO EDT-REC
               WRITE EDT-REC
               MOVE "  MATCH-MERGE LOOKUP DROPS THEM AFTER ITS SORT"
                   TO EDT-REC
               WRITE EDT-REC
           END-IF
           PERFORM VARYING SEEN-IDX FROM 1 BY 1
                   UNTIL SEEN-IDX > SEEN-TABLE-SIZE
               IF SEEN-COUNT (SEEN-IDX) > 1
               "  CLEAN " RECORDS-WRITTEN
               "  REJECTED " RECORDS-REJECTED
               "  DUPLICATES DROPPED " DUPS-DROPPED
           IF REJ-EXTRACT-OPEN
               DISPLAY "CHOPEDIT: REJECTS PASSED TO SUSPENSE "
                   REJECTS-EXTRACTED
           ELSE
               MOVE SPACES TO EDT-REC
               STRING "REJECTS NOT PASSED TO SUSPENSE - REJOUT "
                      "COULD NOT BE OPENED OR WRITTEN (STATUS "
                      REJ-STATUS ") - RERUN THE JOB"
                   DELIMITED BY SIZE INTO EDT-REC
               END-STRING
               WRITE EDT-REC
           END-IF
           IF SEEN-OVERFLOW > 0
               DISPLAY "CHOPEDIT: DISTINCT-TARGET TABLE OVERFLOWED - "
                   SEEN-OVERFLOW " TARGETS PASSED THROUGH WITHOUT "
