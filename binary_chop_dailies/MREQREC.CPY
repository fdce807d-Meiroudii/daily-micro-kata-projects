      *> MREQREC.CPY - maintenance request keyed through CHOPENT,
      *> carried from session to session.  Bring it in
      *> under an FD with COPY MREQREC REPLACING ==:TAG:== BY
      *> ==<prefix>==.  The file is sorted by :TAG:-ID - the date
      *> the request was keyed plus a sequence number within that
      *> day, shown to the clerk and quoted back to approve, decline
      *> or cancel it.  :TAG:-CARD is the CHOPMNT card the request
      *> will become (UPDTREC.CPY layout), with REQUESTED-BY filled
      *> in and APPROVED-BY still blank until a supervisor approves
      *> it.  STATE is P waiting, A approved, D declined or C
      *> cancelled, and SETTLED-DATE the day it was approved,
      *> declined or cancelled (zero while it waits).  Waiting
      *> requests are carried until they are settled; settled ones
      *> stay on the file for the rest of the day they were keyed
      *> and of the day they were settled, so that LIST shows them,
      *> no second request is taken that day for a code already
      *> approved, and no request number is given out twice.  An
      *> approved request goes to that night's UPDTIN as a card when
      *> it is approved.
       01  :TAG:-REC.
           05  :TAG:-ID.
               10  :TAG:-ID-DATE     PIC 9(8).
               10  :TAG:-ID-SEQ      PIC 9(4).
           05  :TAG:-ENTERED-TIME    PIC 9(6).
           05  :TAG:-CARD            PIC X(84).
           05  :TAG:-STATE           PIC X.
               88  :TAG:-WAITING         VALUE 'P' SPACE.
               88  :TAG:-SETTLED         VALUE 'A' 'D' 'C'.
           05  :TAG:-SETTLED-DATE    PIC 9(8).
           05  FILLER                PIC X(9).
