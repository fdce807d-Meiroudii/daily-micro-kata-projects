      *> PENDREC.CPY - pending-changes record carried from night to
      *> night by CHOPMNT and listed weekly by CHOPPND.  Bring it in
      *> under an FD with COPY PENDREC REPLACING ==:TAG:== BY
      *> ==<prefix>==.  :TAG:-CARD is the UPDTIN card exactly as the
      *> desk submitted it (UPDTREC.CPY layout) with an APPLY-DATE
      *> later than the night it arrived; QUEUED-DATE is that night.
      *> The file is sorted by :TAG:-KEY and holds at most one
      *> change per code - CHOPMNT rejects a second card for a code
      *> that already has one pending.  Each night the changes now
      *> due come off the file and are applied with the day's cards.
       01  :TAG:-REC.
           05  :TAG:-CARD.
               10  :TAG:-ACTION      PIC X.
               10  :TAG:-KEY.
                   15  :TAG:-LIST-ID PIC X(3).
                   15  :TAG:-CODE    PIC 9(9).
               10  :TAG:-DESC        PIC X(30).
               10  :TAG:-STATUS-CODE PIC X.
               10  :TAG:-EFF-DATE    PIC 9(8).
               10  :TAG:-EXP-DATE    PIC 9(8).
               10  :TAG:-APPLY-DATE  PIC 9(8).
               10  :TAG:-REQUESTED-BY PIC X(8).
               10  :TAG:-APPROVED-BY PIC X(8).
           05  :TAG:-QUEUED-DATE     PIC 9(8).
           05  FILLER                PIC X(4).
