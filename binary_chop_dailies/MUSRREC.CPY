      *> MUSRREC.CPY - code desk maintenance user (MNTUSERS), one
      *> card per user ID allowed to use CHOPENT.  Role C (clerk)
      *> may key requests and cancel their own; role S (supervisor)
      *> may also approve or decline requests keyed by someone else.
      *> The desk keeps the file with the editor; CHOPENT only
      *> reads it.
       01  MU-REC.
           05  MU-USER-ID        PIC X(8).
           05  FILLER            PIC X.
           05  MU-ROLE           PIC X.
               88  MU-CLERK            VALUE 'C'.
               88  MU-SUPERVISOR       VALUE 'S'.
           05  FILLER            PIC X.
           05  MU-NAME           PIC X(30).
           05  FILLER            PIC X(39).
