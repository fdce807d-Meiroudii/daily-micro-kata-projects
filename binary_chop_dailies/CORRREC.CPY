      *> CORRREC.CPY - department correction card (CORRIN) read by
      *> CHOPSUS against the rejected-target suspense file.  CR-DEPT
      *> and CR-ID quote an item exactly as it appears on the
      *> department's suspense notice.  Action C corrects the item
      *> and sends it back through the next lookup: non-blank
      *> LIST-ID, TARGET and ASOF replace the held values and blank
      *> ones leave them as they are (ASOF 00000000 clears the as-of
      *> date so the target is judged as of its run date).  Action W
      *> withdraws the item - the department no longer wants it
      *> answered - and lists it for sign-off with the write-offs.
       01  CR-REC.
           05  CR-KEY.
               10  CR-DEPT        PIC X(4).
               10  CR-ID          PIC X(14).
           05  CR-ACTION          PIC X.
               88  CR-CORRECT          VALUE 'C'.
               88  CR-WITHDRAW         VALUE 'W'.
           05  CR-LIST-ID         PIC X(3).
           05  CR-TARGET          PIC X(9).
           05  CR-ASOF            PIC X(8).
           05  FILLER             PIC X(41).
