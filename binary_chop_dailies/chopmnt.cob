           SELECT UPDATE-FILE ASSIGN TO "UPDTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS UPDT-STATUS.
           SELECT OPTIONAL PENDING-IN ASSIGN TO "PENDIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PENDIN-STATUS.
           SELECT PENDING-OUT ASSIGN TO "PENDOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PENDOUT-STATUS.
           SELECT AUDIT-RPT ASSIGN TO "MNTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-STATUS.
           SELECT OPTIONAL TOTALS-FILE ASSIGN TO "MNTTOTS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TOT-STATUS.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "JRNLOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JRNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-MASTER-FILE

       FD  UPDATE-FILE
           RECORDING MODE IS F.
           COPY UPDTREC REPLACING ==:TAG:== BY ==CARD==.

       FD  PENDING-IN
           RECORDING MODE IS F.
           COPY PENDREC REPLACING ==:TAG:== BY ==PENDIN==.

       FD  PENDING-OUT
           RECORDING MODE IS F.
           COPY PENDREC REPLACING ==:TAG:== BY ==PENDOUT==.

       FD  AUDIT-RPT.
       01  AUD-REC              PIC X(120).

       FD  TOTALS-FILE
           RECORDING MODE IS F.
           05  TOT-CHANGES      PIC 9(9).
           05  TOT-DELETES      PIC 9(9).

       FD  JOURNAL-FILE
           RECORDING MODE IS F.
           COPY JRNLREC.

       WORKING-STORAGE SECTION.
           COPY UPDTREC REPLACING ==:TAG:== BY ==UPDT==.
       01  OLDM-STATUS      PIC XX.
       01  NEWM-STATUS      PIC XX.
       01  UPDT-STATUS      PIC XX.
       01  AUD-STATUS       PIC XX.
       01  TOT-STATUS       PIC XX.
       01  JRNL-STATUS      PIC XX.
       01  PENDIN-STATUS    PIC XX.
       01  PENDOUT-STATUS   PIC XX.
       01  OLDM-EOF         PIC X VALUE 'N'.
           88  OLDM-AT-END          VALUE 'Y'.
       01  UPDT-EOF         PIC X VALUE 'N'.
           88  UPDT-AT-END          VALUE 'Y'.
       01  CARD-EOF         PIC X VALUE 'N'.
           88  CARD-AT-END          VALUE 'Y'.
       01  PENDIN-EOF       PIC X VALUE 'N'.
           88  PENDIN-AT-END        VALUE 'Y'.
       01  UPDT-TAKEN       PIC X VALUE 'N'.
           88  UPDT-WAS-TAKEN       VALUE 'Y'.
       01  UPDT-SOURCE      PIC X VALUE 'C'.
           88  UPDT-FROM-CARD       VALUE 'C'.
           88  UPDT-FROM-PENDING    VALUE 'P'.
       01  UPDT-QUEUED-DATE PIC 9(8) VALUE ZERO.
       01  PENDING-KEY      PIC X(12) VALUE LOW-VALUES.
       01  PENDING-APPLY-DATE PIC 9(8) VALUE ZERO.
       01  APPLY-DATE       PIC 9(8) VALUE ZERO.
       01  APPLY-DATE-FIELDS REDEFINES APPLY-DATE.
           05  APPLY-YEAR       PIC 9(4).
           05  APPLY-MONTH      PIC 9(2).
           05  APPLY-DAY        PIC 9(2).
       01  APPLY-OK         PIC X VALUE 'Y'.
           88  APPLY-DATE-VALID     VALUE 'Y'.
           88  APPLY-DATE-INVALID   VALUE 'N'.
       01  MONTH-END-DAY    PIC 9(2).
       01  LEAP-WORK        PIC 9(4).
       01  RUN-OK           PIC X VALUE 'Y'.
           88  RUN-GOOD             VALUE 'Y'.
           88  RUN-FAILED           VALUE 'N'.
       01  PREV-OLD-KEY     PIC X(12) VALUE LOW-VALUES.
       01  PREV-UPDT-KEY    PIC X(12) VALUE LOW-VALUES.
       01  PREV-PENDIN-KEY  PIC X(12) VALUE LOW-VALUES.
       01  PREV-NEW-KEY     PIC X(12) VALUE LOW-VALUES.
       01  SAVE-MASTER-REC  PIC X(59).
       01  ANY-NEW-WRITTEN  PIC X VALUE 'N'.
           88  SUPS-KEY-USABLE      VALUE 'Y'.
           88  SUPS-KEY-UNUSABLE    VALUE 'N'.
       01  WS-RUN-DATE      PIC 9(8).
       01  WS-RUN-TIME      PIC 9(8).
       01  JRNL-SEQ         PIC 9(9) VALUE ZERO.
       01  JRNL-BEFORE      PIC X(59) VALUE SPACES.
       01  JRNL-AFTER       PIC X(59) VALUE SPACES.
       01  OLD-READ-COUNT   PIC 9(9) VALUE ZERO.
       01  UPDT-READ-COUNT  PIC 9(9) VALUE ZERO.
       01  NEW-WRITE-COUNT  PIC 9(9) VALUE ZERO.
       01  SUPS-CREATED     PIC 9(9) VALUE ZERO.
       01  SUPS-REPLACED    PIC 9(9) VALUE ZERO.
       01  UPDATES-REJECTED PIC 9(9) VALUE ZERO.
       01  PENDIN-READ-COUNT PIC 9(9) VALUE ZERO.
       01  PENDING-DUE      PIC 9(9) VALUE ZERO.
       01  PENDING-CARRIED  PIC 9(9) VALUE ZERO.
       01  CARDS-HELD       PIC 9(9) VALUE ZERO.
       01  PENDING-CONFLICTS PIC 9(9) VALUE ZERO.
       01  AUD-LINE.
           05  AUD-ACTION        PIC X(6).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  AUD-DISPOSITION   PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  AUD-REASON        PIC X(40).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  AUD-NOTE          PIC X(24).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  AUD-REQUESTED-BY  PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  AUD-APPROVED-BY   PIC X(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM OPEN-FILES

           IF RUN-GOOD
               PERFORM READ-OLD-MASTER
               PERFORM READ-UPDATE-CARD
               PERFORM READ-PENDING
               PERFORM READ-UPDATE
               PERFORM APPLY-UPDATES
                   UNTIL (OLDM-AT-END AND UPDT-AT-END)
               DISPLAY "CHOPMNT: UNABLE TO OPEN UPDTIN - FILE "
                   "STATUS " UPDT-STATUS
           END-IF
           OPEN INPUT PENDING-IN
           EVALUATE PENDIN-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '05'
                   MOVE 'Y' TO PENDIN-EOF
               WHEN OTHER
                   MOVE 'N' TO RUN-OK
                   DISPLAY "CHOPMNT: UNABLE TO OPEN PENDIN - FILE "
                       "STATUS " PENDIN-STATUS
           END-EVALUATE
           IF RUN-GOOD
               OPEN OUTPUT NEW-MASTER-FILE
               IF NEWM-STATUS NOT = '00'
                   DISPLAY "CHOPMNT: UNABLE TO OPEN NEWMAST - FILE "
                       "STATUS " NEWM-STATUS
               END-IF
               OPEN OUTPUT PENDING-OUT
               IF PENDOUT-STATUS NOT = '00'
                   MOVE 'N' TO RUN-OK
                   DISPLAY "CHOPMNT: UNABLE TO OPEN PENDOUT - FILE "
                       "STATUS " PENDOUT-STATUS
               END-IF
               OPEN EXTEND JOURNAL-FILE
               IF JRNL-STATUS NOT = '00' AND JRNL-STATUS NOT = '05'
                   MOVE 'N' TO RUN-OK
                   DISPLAY "CHOPMNT: UNABLE TO OPEN JRNLOUT - FILE "
                       "STATUS " JRNL-STATUS
               END-IF
               OPEN OUTPUT AUDIT-RPT
               PERFORM WRITE-AUDIT-HEADER
           END-IF.
       CLOSE-FILES.
           CLOSE OLD-MASTER-FILE
           CLOSE UPDATE-FILE
           CLOSE PENDING-IN
           CLOSE NEW-MASTER-FILE
           CLOSE PENDING-OUT
           CLOSE JOURNAL-FILE
           CLOSE AUDIT-RPT.

       APPLY-UPDATES.
                       MOVE UPDT-CODE TO AUD-CODE
                       MOVE "APPLIED" TO AUD-DISPOSITION
                       MOVE SPACES TO AUD-REASON
                       MOVE NEW-MASTER-REC TO JRNL-AFTER
                       PERFORM WRITE-AUDIT-LINE
                   END-IF
                   END-IF
                       MOVE UPDT-LIST-ID TO AUD-LIST-ID
                       MOVE UPDT-CODE TO AUD-CODE
                       MOVE "APPLIED" TO AUD-DISPOSITION
                       MOVE NEW-MASTER-REC TO JRNL-AFTER
                       MOVE SPACES TO AUD-REASON
                       STRING "CREATED - NOW POINTS TO "
                              UPDT-SUPS-LIST-ID " " UPDT-SUPS-CODE
                   MOVE UPDT-LIST-ID TO AUD-LIST-ID
                   MOVE UPDT-CODE TO AUD-CODE
                   MOVE "APPLIED" TO AUD-DISPOSITION
                   MOVE OLD-MASTER-REC TO JRNL-BEFORE
                   IF OLD-MASTER-SUPERSEDED
                       MOVE "SUPERSESSION RETIRED" TO AUD-REASON
                   ELSE
                       MOVE UPDT-LIST-ID TO AUD-LIST-ID
                       MOVE UPDT-CODE TO AUD-CODE
                       MOVE "APPLIED" TO AUD-DISPOSITION
                       MOVE SAVE-MASTER-REC TO JRNL-BEFORE
                       MOVE NEW-MASTER-REC TO JRNL-AFTER
                       IF OLD-MASTER-REC = SAVE-MASTER-REC
                           MOVE "NO CHANGE TO THE MASTER RECORD"
                               TO AUD-REASON
                       MOVE UPDT-LIST-ID TO AUD-LIST-ID
                       MOVE UPDT-CODE TO AUD-CODE
                       MOVE "APPLIED" TO AUD-DISPOSITION
                       MOVE OLD-MASTER-REC TO JRNL-BEFORE
                       MOVE NEW-MASTER-REC TO JRNL-AFTER
                       IF NEW-MASTER-REC = OLD-MASTER-REC
                           MOVE "NO CHANGE TO THE MASTER RECORD"
                               TO AUD-REASON
           END-IF.

       READ-UPDATE.
           MOVE 'N' TO UPDT-TAKEN
           PERFORM TAKE-NEXT-UPDATE
               UNTIL UPDT-WAS-TAKEN
                  OR UPDT-AT-END
                  OR RUN-FAILED.

       TAKE-NEXT-UPDATE.
           EVALUATE TRUE
               WHEN CARD-AT-END AND PENDIN-AT-END
                   MOVE 'Y' TO UPDT-EOF
               WHEN CARD-AT-END
                   PERFORM TAKE-PENDING-CHANGE
               WHEN PENDIN-AT-END
                   PERFORM TAKE-UPDATE-CARD
               WHEN PENDIN-KEY NOT > CARD-KEY
                   PERFORM TAKE-PENDING-CHANGE
               WHEN OTHER
                   PERFORM TAKE-UPDATE-CARD
           END-EVALUATE.

       TAKE-PENDING-CHANGE.
           MOVE PENDIN-KEY TO PENDING-KEY
           MOVE PENDIN-APPLY-DATE TO PENDING-APPLY-DATE
           IF PENDIN-APPLY-DATE > WS-RUN-DATE
               MOVE PENDIN-REC TO PENDOUT-REC
               PERFORM WRITE-PENDING
               ADD 1 TO PENDING-CARRIED
           ELSE
               MOVE PENDIN-CARD TO UPDT-REC
               MOVE PENDIN-QUEUED-DATE TO UPDT-QUEUED-DATE
               MOVE 'P' TO UPDT-SOURCE
               MOVE 'Y' TO UPDT-TAKEN
               ADD 1 TO PENDING-DUE
           END-IF
           PERFORM READ-PENDING.

       TAKE-UPDATE-CARD.
           MOVE 'C' TO UPDT-SOURCE
           MOVE CARD-REC TO UPDT-REC
           MOVE CARD-APPLY-DATE TO APPLY-DATE
           PERFORM CHECK-CALENDAR-DATE
           EVALUATE TRUE
               WHEN CARD-REQUESTED-BY = SPACES
                       OR CARD-APPROVED-BY = SPACES
                       OR CARD-APPROVED-BY = CARD-REQUESTED-BY
                   PERFORM REJECT-UNAPPROVED-CARD
               WHEN CARD-KEY = PENDING-KEY
                   PERFORM REJECT-PENDING-CONFLICT
               WHEN CARD-APPLY-DATE > WS-RUN-DATE
                       AND APPLY-DATE-INVALID
                   PERFORM REJECT-BAD-APPLY-DATE
               WHEN CARD-APPLY-DATE > WS-RUN-DATE
                       AND (CARD-ADD OR CARD-CHANGE
                            OR CARD-DELETE OR CARD-SUPERSEDE)
                   PERFORM HOLD-UPDATE-CARD
               WHEN OTHER
                   MOVE 'Y' TO UPDT-TAKEN
           END-EVALUATE
           PERFORM READ-UPDATE-CARD.

       HOLD-UPDATE-CARD.
           MOVE SPACES TO PENDOUT-REC
           MOVE CARD-REC TO PENDOUT-CARD
           MOVE WS-RUN-DATE TO PENDOUT-QUEUED-DATE
           PERFORM WRITE-PENDING
           ADD 1 TO CARDS-HELD
           MOVE CARD-KEY TO PENDING-KEY
           MOVE CARD-APPLY-DATE TO PENDING-APPLY-DATE
           PERFORM NAME-CARD-ACTION
           MOVE CARD-LIST-ID TO AUD-LIST-ID
           MOVE CARD-CODE TO AUD-CODE
           MOVE "HELD" TO AUD-DISPOSITION
           MOVE SPACES TO AUD-REASON
           STRING "PENDING - TO BE APPLIED " CARD-APPLY-DATE
               DELIMITED BY SIZE INTO AUD-REASON
           END-STRING
           PERFORM WRITE-AUDIT-LINE.

       REJECT-PENDING-CONFLICT.
           ADD 1 TO UPDATES-REJECTED
           ADD 1 TO PENDING-CONFLICTS
           PERFORM NAME-CARD-ACTION
           MOVE CARD-LIST-ID TO AUD-LIST-ID
           MOVE CARD-CODE TO AUD-CODE
           MOVE "REJECTED" TO AUD-DISPOSITION
           MOVE SPACES TO AUD-REASON
           STRING "CODE HAS A CHANGE PENDING FOR "
                  PENDING-APPLY-DATE
               DELIMITED BY SIZE INTO AUD-REASON
           END-STRING
           PERFORM WRITE-AUDIT-LINE.

       REJECT-UNAPPROVED-CARD.
           ADD 1 TO UPDATES-REJECTED
           PERFORM NAME-CARD-ACTION
           MOVE CARD-LIST-ID TO AUD-LIST-ID
           MOVE CARD-CODE TO AUD-CODE
           MOVE "REJECTED" TO AUD-DISPOSITION
           MOVE "NOT APPROVED BY A SECOND USER" TO AUD-REASON
           PERFORM WRITE-AUDIT-LINE.

       REJECT-BAD-APPLY-DATE.
           ADD 1 TO UPDATES-REJECTED
           PERFORM NAME-CARD-ACTION
           MOVE CARD-LIST-ID TO AUD-LIST-ID
           MOVE CARD-CODE TO AUD-CODE
           MOVE "REJECTED" TO AUD-DISPOSITION
           MOVE "APPLY-ON DATE IS NOT A REAL DATE" TO AUD-REASON
           PERFORM WRITE-AUDIT-LINE.

       CHECK-CALENDAR-DATE.
           MOVE 'Y' TO APPLY-OK
           EVALUATE APPLY-MONTH
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO MONTH-END-DAY
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO MONTH-END-DAY
               WHEN 02
                   MOVE 28 TO MONTH-END-DAY
                   COMPUTE LEAP-WORK = FUNCTION MOD (APPLY-YEAR, 4)
                   IF LEAP-WORK = ZERO
                       MOVE 29 TO MONTH-END-DAY
                   END-IF
                   COMPUTE LEAP-WORK = FUNCTION MOD (APPLY-YEAR, 100)
                   IF LEAP-WORK = ZERO
                       MOVE 28 TO MONTH-END-DAY
                   END-IF
                   COMPUTE LEAP-WORK = FUNCTION MOD (APPLY-YEAR, 400)
                   IF LEAP-WORK = ZERO
                       MOVE 29 TO MONTH-END-DAY
                   END-IF
               WHEN OTHER
                   MOVE ZERO TO MONTH-END-DAY
           END-EVALUATE
           IF APPLY-YEAR < 1900
                   OR MONTH-END-DAY = ZERO
                   OR APPLY-DAY = ZERO
                   OR APPLY-DAY > MONTH-END-DAY
               MOVE 'N' TO APPLY-OK
           END-IF.

       NAME-CARD-ACTION.
           EVALUATE TRUE
               WHEN CARD-ADD
                   MOVE "ADD" TO AUD-ACTION
               WHEN CARD-CHANGE
                   MOVE "CHANGE" TO AUD-ACTION
               WHEN CARD-DELETE
                   MOVE "DELETE" TO AUD-ACTION
               WHEN CARD-SUPERSEDE
                   MOVE "SUPSED" TO AUD-ACTION
               WHEN OTHER
                   MOVE CARD-ACTION TO AUD-ACTION
           END-EVALUATE.

       WRITE-PENDING.
           WRITE PENDOUT-REC
           IF PENDOUT-STATUS NOT = '00'
               MOVE 'N' TO RUN-OK
               DISPLAY "CHOPMNT: PENDOUT WRITE FAILED - FILE STATUS "
                   PENDOUT-STATUS
           END-IF.

       READ-UPDATE-CARD.
           IF NOT CARD-AT-END
               READ UPDATE-FILE
                   AT END MOVE 'Y' TO CARD-EOF
                   NOT AT END
                       ADD 1 TO UPDT-READ-COUNT
                       IF CARD-CODE NOT NUMERIC
                               OR CARD-LIST-ID = SPACES
                           MOVE 'N' TO RUN-OK
                           DISPLAY "CHOPMNT: UPDTIN RECORD "
                               UPDT-READ-COUNT " HAS A NON-NUMERIC "
                               "CODE OR NO LIST-ID - RUN ABANDONED"
                       ELSE
                           IF UPDT-READ-COUNT > 1
                                   AND CARD-KEY < PREV-UPDT-KEY
                               MOVE 'N' TO RUN-OK
                               DISPLAY "CHOPMNT: UPDTIN OUT OF ORDER "
                                   "AT RECORD " UPDT-READ-COUNT
                                   " - SORT UPDTIN BY LIST AND CODE "
                                   "AND RERUN"
                           END-IF
                           MOVE CARD-KEY TO PREV-UPDT-KEY
                           IF CARD-EFF-DATE NOT NUMERIC
                               MOVE ZERO TO CARD-EFF-DATE
                           END-IF
                           IF CARD-EXP-DATE NOT NUMERIC
                               MOVE ZERO TO CARD-EXP-DATE
                           END-IF
                           IF CARD-APPLY-DATE NOT NUMERIC
                               MOVE ZERO TO CARD-APPLY-DATE
                           END-IF
                       END-IF
               END-READ
           END-IF.

       READ-PENDING.
           IF NOT PENDIN-AT-END
               READ PENDING-IN
                   AT END MOVE 'Y' TO PENDIN-EOF
                   NOT AT END
                       ADD 1 TO PENDIN-READ-COUNT
                       IF PENDIN-CODE NOT NUMERIC
                               OR PENDIN-APPLY-DATE NOT NUMERIC
                               OR PENDIN-KEY NOT > PREV-PENDIN-KEY
                           MOVE 'N' TO RUN-OK
                           DISPLAY "CHOPMNT: PENDIN RECORD "
                               PENDIN-READ-COUNT " IS INVALID OR OUT "
                               "OF ORDER - RUN ABANDONED"
                       END-IF
                       MOVE PENDIN-KEY TO PREV-PENDIN-KEY
               END-READ
           END-IF.

       WRITE-AUDIT-HEADER.
           MOVE SPACES TO AUD-REC
           STRING "CHOPMNT MASTER MAINTENANCE AUDIT - RUN DATE "
               DELIMITED BY SIZE INTO AUD-REC
           END-STRING
           WRITE AUD-REC
           MOVE SPACES TO AUD-REC
           STRING "ACTION  LST  CODE       DISPOSN   REASON"
                  "                                    NOTE"
                  "                      REQUESTD  APPROVED"
               DELIMITED BY SIZE INTO AUD-REC
           END-STRING
           WRITE AUD-REC.

       WRITE-AUDIT-LINE.
           MOVE SPACES TO AUD-NOTE
           IF UPDT-FROM-PENDING
               STRING "PENDING SINCE " UPDT-QUEUED-DATE
                   DELIMITED BY SIZE INTO AUD-NOTE
               END-STRING
           END-IF
           IF UPDT-REQUESTED-BY = SPACES
               MOVE "NONE" TO AUD-REQUESTED-BY
           ELSE
               MOVE UPDT-REQUESTED-BY TO AUD-REQUESTED-BY
           END-IF
           IF UPDT-APPROVED-BY = SPACES
               MOVE "NONE" TO AUD-APPROVED-BY
           ELSE
               MOVE UPDT-APPROVED-BY TO AUD-APPROVED-BY
           END-IF
           WRITE AUD-REC FROM AUD-LINE
           PERFORM WRITE-JOURNAL-ENTRY.

       WRITE-JOURNAL-ENTRY.
           ADD 1 TO JRNL-SEQ
           MOVE SPACES TO JR-REC
           MOVE WS-RUN-DATE TO JR-RUN-DATE
           MOVE WS-RUN-TIME TO JR-RUN-TIME
           MOVE JRNL-SEQ TO JR-SEQ
           MOVE "CHOPMNT" TO JR-PROGRAM
           MOVE AUD-ACTION TO JR-ACTION
           MOVE AUD-DISPOSITION TO JR-DISPOSITION
           MOVE AUD-LIST-ID TO JR-LIST-ID
           MOVE AUD-CODE TO JR-CODE
           MOVE JRNL-BEFORE TO JR-BEFORE-IMAGE
           MOVE JRNL-AFTER TO JR-AFTER-IMAGE
           MOVE AUD-REASON TO JR-REASON
           MOVE UPDT-REQUESTED-BY TO JR-REQUESTED-BY
           MOVE UPDT-APPROVED-BY TO JR-APPROVED-BY
           WRITE JR-REC
           IF JRNL-STATUS NOT = '00'
               MOVE 'N' TO RUN-OK
               DISPLAY "CHOPMNT: JRNLOUT WRITE FAILED - FILE STATUS "
                   JRNL-STATUS
           END-IF
           MOVE SPACES TO JRNL-BEFORE
           MOVE SPACES TO JRNL-AFTER.

       WRITE-AUDIT-TOTALS.
           MOVE SPACES TO AUD-REC
               END-STRING
               WRITE AUD-REC
           END-IF
           MOVE SPACES TO AUD-REC
           STRING "TOTALS - PENDING DUE " PENDING-DUE
                  "  NEWLY HELD " CARDS-HELD
                  "  CARRIED " PENDING-CARRIED
                  "  CONFLICTS " PENDING-CONFLICTS
               DELIMITED BY SIZE INTO AUD-REC
           END-STRING
           WRITE AUD-REC
           DISPLAY "CHOPMNT: ADDS " ADDS-APPLIED
               "  CHANGES " CHANGES-APPLIED
               "  DELETES " DELETES-APPLIED
           DISPLAY "CHOPMNT: SUPERSESSIONS CREATED " SUPS-CREATED
               "  RECORDS REPLACED " SUPS-REPLACED
           DISPLAY "CHOPMNT: NEW MASTER RECORDS WRITTEN "
               NEW-WRITE-COUNT
           DISPLAY "CHOPMNT: PENDING CHANGES DUE " PENDING-DUE
               "  NEWLY HELD " CARDS-HELD
               "  CARRIED " PENDING-CARRIED
               "  CONFLICTS REJECTED " PENDING-CONFLICTS.

       WRITE-TOTALS-RECORD.
           OPEN OUTPUT TOTALS-FILE
