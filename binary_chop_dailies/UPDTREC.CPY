      *> UPDTREC.CPY - CHOPMNT maintenance request (UPDTIN) layout,
      *> shared by CHOPMNT and the programs that build request
      *> cards for it. Bring it in under an FD with
      *> COPY UPDTREC REPLACING ==:TAG:== BY ==<prefix>==.
      *> Action A adds, C changes (blank/zero fields are left as
      *> they are on the master), D deletes and S supersedes - on
      *> an S card the first 12 bytes of the description carry the
      *> replacement list-ID and code, exactly as on the status-X
      *> master record (MSTRREC.CPY).  APPLY-DATE is the night the
      *> change is to be made: zero (or today or earlier) applies it
      *> on the next run; a later date holds the card on the
      *> pending-changes file (PENDREC.CPY) until that night.
      *> REQUESTED-BY and APPROVED-BY are the user IDs of the clerk
      *> who keyed the request through CHOPENT and the supervisor
      *> who approved it.  CHOPMNT rejects a card on which either
      *> is blank or both are the same user.
       01  :TAG:-REC.
           05  :TAG:-ACTION      PIC X.
               88  :TAG:-ADD           VALUE 'A'.
               88  :TAG:-CHANGE        VALUE 'C'.
               88  :TAG:-DELETE        VALUE 'D'.
               88  :TAG:-SUPERSEDE     VALUE 'S'.
           05  :TAG:-KEY.
               10  :TAG:-LIST-ID PIC X(3).
               10  :TAG:-CODE    PIC 9(9).
           05  :TAG:-DESC        PIC X(30).
           05  :TAG:-SUPS-DATA REDEFINES :TAG:-DESC.
               10  :TAG:-SUPS-KEY.
                   15  :TAG:-SUPS-LIST-ID PIC X(3).
                   15  :TAG:-SUPS-CODE    PIC 9(9).
               10  FILLER        PIC X(18).
           05  :TAG:-STATUS-CODE PIC X.
               88  :TAG:-STATUS-VALID  VALUES 'A' 'S' 'R' SPACE.
           05  :TAG:-EFF-DATE    PIC 9(8).
           05  :TAG:-EXP-DATE    PIC 9(8).
           05  :TAG:-APPLY-DATE  PIC 9(8).
           05  :TAG:-REQUESTED-BY PIC X(8).
           05  :TAG:-APPROVED-BY PIC X(8).
