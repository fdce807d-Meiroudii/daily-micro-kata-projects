       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHOPHIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "JRNLIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JRNL-STATUS.
           SELECT MASTER-FILE ASSIGN TO "MASTERIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE
           RECORDING MODE IS F.
           COPY JRNLREC.

       FD  MASTER-FILE
           RECORDING MODE IS F.
           COPY MSTRREC REPLACING ==:TAG:== BY ==MASTER==.

       WORKING-STORAGE SECTION.
           COPY MSTRREC REPLACING ==:TAG:== BY ==HIST==.
       01  JRNL-STATUS      PIC XX.
       01  MASTER-STATUS    PIC XX.
       01  TARGET           PIC 9(9).
       01  TARGET-LIST      PIC X(3).
       01  TARGET-KEY       PIC X(12).
       01  WS-RUN-DATE      PIC 9(8).
       01  JRNL-READ-COUNT  PIC 9(9) VALUE ZERO.
       01  HIST-COUNT       PIC 9(9) VALUE ZERO.
       01  FIRST-JRNL-DATE  PIC 9(8) VALUE ZERO.
       01  IMAGE-LABEL      PIC X(8).
       01  IMAGE-WORK       PIC X(59).
       01  INQ-LINE         PIC X(80).
       01  INQ-DONE         PIC X VALUE 'N'.
           88  INQUIRY-FINISHED     VALUE 'Y'.
       01  INQ-OK           PIC X VALUE 'Y'.
           88  INQUIRY-VALID        VALUE 'Y'.
           88  INQUIRY-INVALID      VALUE 'N'.
       01  FILES-OK         PIC X VALUE 'Y'.
           88  FILES-USABLE         VALUE 'Y'.
           88  FILES-UNUSABLE       VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM CHECK-FILES

           IF FILES-USABLE
               DISPLAY "CHOPHIST: MASTER CHANGE JOURNAL - READY"
               PERFORM TAKE-INQUIRY UNTIL INQUIRY-FINISHED
           ELSE
               DISPLAY "CHOPHIST: JOURNAL OR MASTER UNUSABLE - "
                   "INQUIRY NOT STARTED"
               MOVE 12 TO RETURN-CODE
           END-IF

           STOP RUN.

       CHECK-FILES.
           MOVE 'Y' TO FILES-OK
           OPEN INPUT JOURNAL-FILE
           IF JRNL-STATUS NOT = '00'
               MOVE 'N' TO FILES-OK
               DISPLAY "CHOPHIST: UNABLE TO OPEN JRNLIN - FILE "
                   "STATUS " JRNL-STATUS
           ELSE
               READ JOURNAL-FILE
                   AT END MOVE '10' TO JRNL-STATUS
               END-READ
               IF JRNL-STATUS = '10'
                   DISPLAY "CHOPHIST: THE JOURNAL IS EMPTY - NO "
                       "CHANGES HAVE BEEN RECORDED YET"
               ELSE
                   MOVE JR-RUN-DATE TO FIRST-JRNL-DATE
                   DISPLAY "CHOPHIST: JOURNAL STARTS "
                       FIRST-JRNL-DATE " - CHANGES BEFORE THAT "
                       "DATE ARE NOT RECORDED"
               END-IF
               CLOSE JOURNAL-FILE
           END-IF
           OPEN INPUT MASTER-FILE
           IF MASTER-STATUS NOT = '00'
               MOVE 'N' TO FILES-OK
               DISPLAY "CHOPHIST: UNABLE TO OPEN MASTERIN - FILE "
                   "STATUS " MASTER-STATUS
           ELSE
               CLOSE MASTER-FILE
           END-IF.

       TAKE-INQUIRY.
           DISPLAY "ENTER LIST AND CODE (E.G. VND 000004711) "
               "FOR ITS CHANGE HISTORY, OR END"
           MOVE SPACES TO INQ-LINE
           ACCEPT INQ-LINE
           EVALUATE TRUE
               WHEN INQ-LINE = SPACES
                   CONTINUE
               WHEN INQ-LINE (1:3) = "END"
                   MOVE 'Y' TO INQ-DONE
               WHEN OTHER
                   PERFORM PARSE-INQUIRY
                   IF INQUIRY-VALID
                       PERFORM SHOW-JOURNAL-HISTORY
                       PERFORM SHOW-CURRENT-MASTER
                   END-IF
           END-EVALUATE.

       PARSE-INQUIRY.
           MOVE 'Y' TO INQ-OK
           IF INQ-LINE (1:3) NOT = SPACES
                   AND INQ-LINE (5:9) IS NUMERIC
               MOVE INQ-LINE (1:3) TO TARGET-LIST
               MOVE INQ-LINE (5:9) TO TARGET
               STRING TARGET-LIST TARGET
                   DELIMITED BY SIZE INTO TARGET-KEY
               END-STRING
           ELSE
               MOVE 'N' TO INQ-OK
               DISPLAY "NOT UNDERSTOOD - ENTER LIST AND CODE "
                   "(E.G. VND 000004711) OR END"
           END-IF.

       SHOW-JOURNAL-HISTORY.
           MOVE ZERO TO HIST-COUNT
           MOVE ZERO TO JRNL-READ-COUNT
           DISPLAY "HISTORY OF " TARGET-LIST " " TARGET
               " - OLDEST FIRST"
           OPEN INPUT JOURNAL-FILE
           IF JRNL-STATUS NOT = '00'
               DISPLAY "CHOPHIST: UNABLE TO OPEN JRNLIN - FILE "
                   "STATUS " JRNL-STATUS
           ELSE
               READ JOURNAL-FILE
                   AT END MOVE '10' TO JRNL-STATUS
               END-READ
               PERFORM UNTIL JRNL-STATUS = '10'
                   ADD 1 TO JRNL-READ-COUNT
                   IF JR-KEY = TARGET-KEY
                       ADD 1 TO HIST-COUNT
                       PERFORM SHOW-JOURNAL-ENTRY
                   END-IF
                   READ JOURNAL-FILE
                       AT END MOVE '10' TO JRNL-STATUS
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
               IF HIST-COUNT = ZERO
                   DISPLAY "    NO CHANGES RECORDED FOR " TARGET-LIST
                       " " TARGET " (" JRNL-READ-COUNT
                       " JOURNAL ENTRIES READ)"
               ELSE
                   DISPLAY "    " HIST-COUNT " ENTRIES FOR THIS "
                       "CODE (" JRNL-READ-COUNT
                       " JOURNAL ENTRIES READ)"
               END-IF
           END-IF.

       SHOW-JOURNAL-ENTRY.
           DISPLAY JR-RUN-DATE " " JR-RUN-TIME (1:6) " "
               JR-PROGRAM " " JR-ACTION " " JR-DISPOSITION " "
               JR-REASON
           IF JR-REQUESTED-BY NOT = SPACES
               DISPLAY "  REQUESTED BY " JR-REQUESTED-BY
                   "  APPROVED BY " JR-APPROVED-BY
           END-IF
           IF JR-APPLIED
               MOVE "  BEFORE" TO IMAGE-LABEL
               MOVE JR-BEFORE-IMAGE TO IMAGE-WORK
               PERFORM SHOW-MASTER-IMAGE
               MOVE "  AFTER " TO IMAGE-LABEL
               MOVE JR-AFTER-IMAGE TO IMAGE-WORK
               PERFORM SHOW-MASTER-IMAGE
           END-IF.

       SHOW-MASTER-IMAGE.
           IF IMAGE-WORK = SPACES
               DISPLAY IMAGE-LABEL " (NOT ON THE MASTER)"
           ELSE
               MOVE IMAGE-WORK TO HIST-REC
               IF HIST-SUPERSEDED
                   DISPLAY IMAGE-LABEL " STATUS X  EFF "
                       HIST-EFF-DATE " EXP " HIST-EXP-DATE
                       "  SUPERSEDED BY " HIST-SUPS-LIST-ID " "
                       HIST-SUPS-CODE
               ELSE
                   DISPLAY IMAGE-LABEL " STATUS "
                       HIST-STATUS-CODE "  EFF " HIST-EFF-DATE
                       " EXP " HIST-EXP-DATE "  " HIST-DESC
               END-IF
           END-IF.

       SHOW-CURRENT-MASTER.
           MOVE SPACES TO IMAGE-WORK
           OPEN INPUT MASTER-FILE
           IF MASTER-STATUS NOT = '00'
               DISPLAY "CHOPHIST: UNABLE TO OPEN MASTERIN - FILE "
                   "STATUS " MASTER-STATUS
           ELSE
               READ MASTER-FILE
                   AT END MOVE '10' TO MASTER-STATUS
               END-READ
               PERFORM UNTIL MASTER-STATUS = '10'
                   IF MASTER-KEY = TARGET-KEY
                       MOVE MASTER-REC TO IMAGE-WORK
                   END-IF
                   IF MASTER-KEY NOT < TARGET-KEY
                       MOVE '10' TO MASTER-STATUS
                   ELSE
                       READ MASTER-FILE
                           AT END MOVE '10' TO MASTER-STATUS
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE MASTER-FILE
               MOVE "NOW    " TO IMAGE-LABEL
               PERFORM SHOW-MASTER-IMAGE
           END-IF.
