       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHOPFEED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELTA-FILE ASSIGN TO "DELTAIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DELTA-STATUS.
           SELECT OPTIONAL AUTH-FILE ASSIGN TO "DEPTAUTH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUTH-STATUS.
           SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-STATUS.
           SELECT FEED-FILE ASSIGN TO "FEEDOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FEED-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DELTA-FILE
           RECORDING MODE IS F.
           COPY DELTREC.

       FD  AUTH-FILE
           RECORDING MODE IS F.
           COPY AUTHREC REPLACING ==:TAG:== BY ==AUTH-IN==.

       FD  CONTROL-CARD-FILE.
       01  CTL-REC              PIC X(80).

       FD  FEED-FILE
           RECORDING MODE IS F.
           COPY FEEDREC.

       WORKING-STORAGE SECTION.
           COPY MSTRREC REPLACING ==:TAG:== BY ==OLD-IMG==.
           COPY MSTRREC REPLACING ==:TAG:== BY ==NEW-IMG==.
       01  DELTA-STATUS     PIC XX.
       01  AUTH-STATUS      PIC XX.
       01  CTL-STATUS       PIC XX.
       01  FEED-STATUS      PIC XX.
       01  RUN-OK           PIC X VALUE 'Y'.
           88  RUN-GOOD             VALUE 'Y'.
           88  RUN-FAILED           VALUE 'N'.
       01  WS-RUN-DATE      PIC 9(8).
       01  FEED-SOURCE      PIC X(8) VALUE SPACES.
           88  SOURCE-VALID         VALUE 'CHOPMNT' 'CHOPEXP'
                                          'CHOPARC'.
           88  SOURCE-ARCHIVE       VALUE 'CHOPARC'.
       01  FEED-TYPE        PIC X(13).
       01  PREV-DELTA-KEY   PIC X(12) VALUE LOW-VALUES.
       01  TRAILER-SEEN     PIC X VALUE 'N'.
           88  DELTA-TRAILER-FOUND  VALUE 'Y'.
       01  DELTA-ADDED      PIC 9(9) VALUE ZERO.
       01  DELTA-DROPPED    PIC 9(9) VALUE ZERO.
       01  DELTA-CHANGED    PIC 9(9) VALUE ZERO.
       01  DELTA-READ-COUNT PIC 9(9) VALUE ZERO.
       01  FEED-WRITE-COUNT PIC 9(9) VALUE ZERO.
       01  HASH-MODULUS     PIC 9(10) VALUE 1000000000.
       01  AUTH-TABLE-SIZE  PIC 9(4) VALUE ZERO.
       01  AUTH-TABLE-MAX   PIC 9(4) VALUE 500.
       01  AUTH-TABLE.
           05  AUTH-ENTRY   OCCURS 500 TIMES.
               10  AUTH-TBL-DEPT   PIC X(4).
               10  AUTH-TBL-LIST   PIC X(3).
               10  AUTH-TBL-DEPT-IDX PIC 9(4).
       01  AUTH-IDX         PIC 9(4).
       01  DEPT-TABLE-SIZE  PIC 9(4) VALUE ZERO.
       01  DEPT-TABLE-MAX   PIC 9(4) VALUE 100.
       01  DEPT-TABLE.
           05  DEPT-ENTRY   OCCURS 100 TIMES.
               10  DEPT-TBL-NAME      PIC X(4).
               10  DEPT-TBL-COUNT     PIC 9(9).
               10  DEPT-TBL-HASH      PIC 9(9).
               10  DEPT-TBL-ADDS      PIC 9(9).
               10  DEPT-TBL-CHANGES   PIC 9(9).
               10  DEPT-TBL-DROPS     PIC 9(9).
               10  DEPT-TBL-SUPERSEDED PIC 9(9).
               10  DEPT-TBL-ARCHIVED  PIC 9(9).
       01  DEPT-IDX         PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM READ-CONTROL-CARD
           IF RUN-GOOD
               PERFORM LOAD-AUTH-TABLE
           END-IF
           IF RUN-GOOD
               PERFORM PROVE-DELTA
           END-IF
           IF RUN-GOOD
               PERFORM WRITE-FEED
           END-IF

           IF RUN-GOOD
               DISPLAY "CHOPFEED: " FEED-SOURCE " CHANGES - "
                   DELTA-READ-COUNT " DELTA RECORDS, "
                   FEED-WRITE-COUNT " FEED RECORDS FOR "
                   DEPT-TABLE-SIZE " DEPARTMENTS"
               PERFORM VARYING DEPT-IDX FROM 1 BY 1
                       UNTIL DEPT-IDX > DEPT-TABLE-SIZE
                   DISPLAY "CHOPFEED:   " DEPT-TBL-NAME (DEPT-IDX)
                       " " DEPT-TBL-COUNT (DEPT-IDX) " CHANGES"
               END-PERFORM
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "CHOPFEED: RUN ABANDONED - DO NOT DISTRIBUTE "
                   "THE CHANGE FEED"
               MOVE 12 TO RETURN-CODE
           END-IF

           STOP RUN.

       READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE
           IF CTL-STATUS = '00'
               READ CONTROL-CARD-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE CTL-REC (1:8) TO FEED-SOURCE
               END-READ
               CLOSE CONTROL-CARD-FILE
           END-IF
           IF NOT SOURCE-VALID
               MOVE 'N' TO RUN-OK
               DISPLAY "CHOPFEED: CTLCARD MUST NAME THE PROGRAM THAT "
                   "MADE THE GENERATION (CHOPMNT, CHOPEXP OR "
                   "CHOPARC) - GOT: " FEED-SOURCE
           END-IF.

       LOAD-AUTH-TABLE.
           MOVE ZERO TO AUTH-TABLE-SIZE
           MOVE ZERO TO DEPT-TABLE-SIZE
           OPEN INPUT AUTH-FILE
           IF AUTH-STATUS = '00' OR '05'
               READ AUTH-FILE
                   AT END MOVE '10' TO AUTH-STATUS
               END-READ
               PERFORM UNTIL AUTH-STATUS = '10'
                       OR AUTH-TABLE-SIZE NOT < AUTH-TABLE-MAX
                       OR RUN-FAILED
                   ADD 1 TO AUTH-TABLE-SIZE
                   MOVE AUTH-IN-DEPT
                       TO AUTH-TBL-DEPT (AUTH-TABLE-SIZE)
                   MOVE AUTH-IN-LIST-ID
                       TO AUTH-TBL-LIST (AUTH-TABLE-SIZE)
                   PERFORM ADD-AUTH-DEPARTMENT
                   READ AUTH-FILE
                       AT END MOVE '10' TO AUTH-STATUS
                   END-READ
               END-PERFORM
               IF AUTH-STATUS NOT = '10' AND RUN-GOOD
                   MOVE 'N' TO RUN-OK
                   DISPLAY "CHOPFEED: DEPTAUTH EXCEEDS "
                       AUTH-TABLE-MAX " PAIRS - NO FEED WRITTEN"
               END-IF
               CLOSE AUTH-FILE
           END-IF
           IF AUTH-TABLE-SIZE = ZERO AND RUN-GOOD
               MOVE 'N' TO RUN-OK
               DISPLAY "CHOPFEED: NO DEPTAUTH RECORDS - NO "
                   "DEPARTMENT IS ENTITLED TO ANY LIST"
           END-IF.

       ADD-AUTH-DEPARTMENT.
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-TABLE-SIZE
                      OR DEPT-TBL-NAME (DEPT-IDX) = AUTH-IN-DEPT
               CONTINUE
           END-PERFORM
           IF DEPT-IDX > DEPT-TABLE-SIZE
               IF DEPT-TABLE-SIZE NOT < DEPT-TABLE-MAX
                   MOVE 'N' TO RUN-OK
                   DISPLAY "CHOPFEED: DEPTAUTH NAMES MORE THAN "
                       DEPT-TABLE-MAX " DEPARTMENTS - NO FEED "
                       "WRITTEN"
               ELSE
                   ADD 1 TO DEPT-TABLE-SIZE
                   MOVE DEPT-TABLE-SIZE TO DEPT-IDX
                   MOVE AUTH-IN-DEPT TO DEPT-TBL-NAME (DEPT-IDX)
                   MOVE ZERO TO DEPT-TBL-COUNT (DEPT-IDX)
                   MOVE ZERO TO DEPT-TBL-HASH (DEPT-IDX)
                   MOVE ZERO TO DEPT-TBL-ADDS (DEPT-IDX)
                   MOVE ZERO TO DEPT-TBL-CHANGES (DEPT-IDX)
                   MOVE ZERO TO DEPT-TBL-DROPS (DEPT-IDX)
                   MOVE ZERO TO DEPT-TBL-SUPERSEDED (DEPT-IDX)
                   MOVE ZERO TO DEPT-TBL-ARCHIVED (DEPT-IDX)
               END-IF
           END-IF
           MOVE DEPT-IDX TO AUTH-TBL-DEPT-IDX (AUTH-TABLE-SIZE).

       PROVE-DELTA.
           OPEN INPUT DELTA-FILE
           IF DELTA-STATUS NOT = '00'
               MOVE 'N' TO RUN-OK
               DISPLAY "CHOPFEED: UNABLE TO OPEN DELTAIN - FILE "
                   "STATUS " DELTA-STATUS
           ELSE
               READ DELTA-FILE
                   AT END MOVE '10' TO DELTA-STATUS
               END-READ
               PERFORM UNTIL DELTA-STATUS = '10' OR RUN-FAILED
                   PERFORM CHECK-DELTA-RECORD
                   READ DELTA-FILE
                       AT END MOVE '10' TO DELTA-STATUS
                   END-READ
               END-PERFORM
               CLOSE DELTA-FILE
               IF RUN-GOOD
                   PERFORM CHECK-DELTA-TRAILER
               END-IF
           END-IF.

       CHECK-DELTA-RECORD.
           EVALUATE TRUE
               WHEN DELTA-TRAILER-FOUND
                   MOVE 'N' TO RUN-OK
                   DISPLAY "CHOPFEED: DELTAIN HAS RECORDS AFTER ITS "
                       "TRAILER"
               WHEN DL-TRAILER
                   MOVE 'Y' TO TRAILER-SEEN
                   IF DL-TRL-ADDED NOT = DELTA-ADDED
                           OR DL-TRL-DROPPED NOT = DELTA-DROPPED
                           OR DL-TRL-CHANGED NOT = DELTA-CHANGED
                       MOVE 'N' TO RUN-OK
                       DISPLAY "CHOPFEED: DELTAIN OUT OF BALANCE - "
                           "TRAILER " DL-TRL-ADDED "/"
                           DL-TRL-DROPPED "/" DL-TRL-CHANGED
                           " READ " DELTA-ADDED "/" DELTA-DROPPED
                           "/" DELTA-CHANGED " (ADD/DROP/CHANGE)"
                   END-IF
               WHEN DL-KEY NOT > PREV-DELTA-KEY
                   MOVE 'N' TO RUN-OK
                   DISPLAY "CHOPFEED: DELTAIN OUT OF ORDER AT "
                       DL-LIST-ID " " DL-CODE
               WHEN DL-ADDED
                   ADD 1 TO DELTA-ADDED
                   MOVE DL-KEY TO PREV-DELTA-KEY
               WHEN DL-DROPPED
                   ADD 1 TO DELTA-DROPPED
                   MOVE DL-KEY TO PREV-DELTA-KEY
               WHEN DL-CHANGED
                   ADD 1 TO DELTA-CHANGED
                   MOVE DL-KEY TO PREV-DELTA-KEY
               WHEN OTHER
                   MOVE 'N' TO RUN-OK
                   DISPLAY "CHOPFEED: DELTAIN RECORD TYPE '" DL-TYPE
                       "' NOT RECOGNIZED AT " DL-LIST-ID " " DL-CODE
           END-EVALUATE.

       CHECK-DELTA-TRAILER.
           IF NOT DELTA-TRAILER-FOUND
               MOVE 'N' TO RUN-OK
               DISPLAY "CHOPFEED: DELTAIN HAS NO TRAILER - THE DELTA "
                   "IS INCOMPLETE"
           END-IF.

       WRITE-FEED.
           OPEN OUTPUT FEED-FILE
           IF FEED-STATUS NOT = '00'
               MOVE 'N' TO RUN-OK
               DISPLAY "CHOPFEED: UNABLE TO OPEN FEEDOUT - FILE "
                   "STATUS " FEED-STATUS
           ELSE
               OPEN INPUT DELTA-FILE
               READ DELTA-FILE
                   AT END MOVE '10' TO DELTA-STATUS
               END-READ
               PERFORM UNTIL DELTA-STATUS = '10' OR RUN-FAILED
                   IF NOT DL-TRAILER
                       ADD 1 TO DELTA-READ-COUNT
                       PERFORM CLASSIFY-CHANGE
                       PERFORM VARYING AUTH-IDX FROM 1 BY 1
                               UNTIL AUTH-IDX > AUTH-TABLE-SIZE
                           IF AUTH-TBL-LIST (AUTH-IDX) = DL-LIST-ID
                               PERFORM WRITE-FEED-DETAIL
                           END-IF
                       END-PERFORM
                   END-IF
                   READ DELTA-FILE
                       AT END MOVE '10' TO DELTA-STATUS
                   END-READ
               END-PERFORM
               CLOSE DELTA-FILE
               PERFORM VARYING DEPT-IDX FROM 1 BY 1
                       UNTIL DEPT-IDX > DEPT-TABLE-SIZE
                   PERFORM WRITE-FEED-TRAILER
               END-PERFORM
               CLOSE FEED-FILE
           END-IF.

       CLASSIFY-CHANGE.
           MOVE DL-OLD-IMAGE TO OLD-IMG-REC
           MOVE DL-NEW-IMAGE TO NEW-IMG-REC
           EVALUATE TRUE
               WHEN DL-ADDED AND NEW-IMG-SUPERSEDED
                   MOVE "SUPERSEDED-BY" TO FEED-TYPE
               WHEN DL-ADDED
                   MOVE "ADD" TO FEED-TYPE
               WHEN DL-DROPPED AND SOURCE-ARCHIVE
                   MOVE "ARCHIVED" TO FEED-TYPE
               WHEN DL-DROPPED
                   MOVE "DROP" TO FEED-TYPE
               WHEN NEW-IMG-SUPERSEDED AND NOT OLD-IMG-SUPERSEDED
                   MOVE "SUPERSEDED-BY" TO FEED-TYPE
               WHEN NEW-IMG-SUPERSEDED
                       AND NEW-IMG-SUPS-DATA NOT = OLD-IMG-SUPS-DATA
                   MOVE "SUPERSEDED-BY" TO FEED-TYPE
               WHEN OTHER
                   MOVE "CHANGE" TO FEED-TYPE
           END-EVALUATE.

       WRITE-FEED-DETAIL.
           MOVE AUTH-TBL-DEPT-IDX (AUTH-IDX) TO DEPT-IDX
           MOVE SPACES TO CF-REC
           MOVE DEPT-TBL-NAME (DEPT-IDX) TO CF-DEPT
           MOVE WS-RUN-DATE TO CF-RUN-DATE
           MOVE FEED-SOURCE TO CF-SOURCE
           MOVE FEED-TYPE TO CF-TYPE
           MOVE DL-KEY TO CF-KEY
           MOVE DL-OLD-IMAGE TO CF-OLD-IMAGE
           MOVE DL-NEW-IMAGE TO CF-NEW-IMAGE
           PERFORM WRITE-FEED-RECORD
           ADD 1 TO DEPT-TBL-COUNT (DEPT-IDX)
           COMPUTE DEPT-TBL-HASH (DEPT-IDX) = FUNCTION MOD
               (DEPT-TBL-HASH (DEPT-IDX) + DL-CODE, HASH-MODULUS)
           EVALUATE TRUE
               WHEN CF-ADD
                   ADD 1 TO DEPT-TBL-ADDS (DEPT-IDX)
               WHEN CF-CHANGE
                   ADD 1 TO DEPT-TBL-CHANGES (DEPT-IDX)
               WHEN CF-DROP
                   ADD 1 TO DEPT-TBL-DROPS (DEPT-IDX)
               WHEN CF-SUPERSEDED-BY
                   ADD 1 TO DEPT-TBL-SUPERSEDED (DEPT-IDX)
               WHEN CF-ARCHIVED
                   ADD 1 TO DEPT-TBL-ARCHIVED (DEPT-IDX)
           END-EVALUATE.

       WRITE-FEED-TRAILER.
           MOVE SPACES TO CF-REC
           MOVE DEPT-TBL-NAME (DEPT-IDX) TO CF-DEPT
           MOVE WS-RUN-DATE TO CF-RUN-DATE
           MOVE FEED-SOURCE TO CF-SOURCE
           MOVE "TRAILER" TO CF-TYPE
           MOVE DEPT-TBL-COUNT (DEPT-IDX) TO CF-TRL-COUNT
           MOVE DEPT-TBL-HASH (DEPT-IDX) TO CF-TRL-HASH
           MOVE DEPT-TBL-ADDS (DEPT-IDX) TO CF-TRL-ADDS
           MOVE DEPT-TBL-CHANGES (DEPT-IDX) TO CF-TRL-CHANGES
           MOVE DEPT-TBL-DROPS (DEPT-IDX) TO CF-TRL-DROPS
           MOVE DEPT-TBL-SUPERSEDED (DEPT-IDX) TO CF-TRL-SUPERSEDED
           MOVE DEPT-TBL-ARCHIVED (DEPT-IDX) TO CF-TRL-ARCHIVED
           PERFORM WRITE-FEED-RECORD.

       WRITE-FEED-RECORD.
           WRITE CF-REC
           IF FEED-STATUS = '00'
               ADD 1 TO FEED-WRITE-COUNT
           ELSE
               MOVE 'N' TO RUN-OK
               DISPLAY "CHOPFEED: FEEDOUT WRITE FAILED - FILE STATUS "
                   FEED-STATUS
           END-IF.
