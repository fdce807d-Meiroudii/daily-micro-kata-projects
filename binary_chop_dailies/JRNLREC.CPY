      *> JRNLREC.CPY - master change journal record. CHOPMNT, CHOPEXP
      *> and CHOPARC write one entry per master record they add,
      *> change, supersede, delete, retire or archive (and one per
      *> rejected maintenance card, and one per card CHOPMNT holds
      *> on the pending-changes file) to JRNLOUT; the job appends the
      *> run's entries to the permanent PROD.CODES.JOURNAL once the
      *> new master generation is cataloged. CHOPHIST shows the
      *> history of one code, CHOPRBLD rebuilds the master as of a
      *> date. The before/after images are whole MSTRREC records;
      *> an image of SPACES means the record was not on the master
      *> (before an add, after a delete or archive). Run date, run
      *> time and JR-SEQ together give the order of the changes.
      *> JR-REQUESTED-BY and JR-APPROVED-BY carry the user IDs from
      *> a CHOPMNT card entered through CHOPENT (blank otherwise).
       01  JR-REC.
           05  JR-RUN-DATE       PIC 9(8).
           05  JR-RUN-TIME       PIC 9(8).
           05  JR-SEQ            PIC 9(9).
           05  JR-PROGRAM        PIC X(8).
           05  JR-ACTION         PIC X(8).
           05  JR-DISPOSITION    PIC X(8).
               88  JR-APPLIED          VALUE 'APPLIED'.
               88  JR-REJECTED         VALUE 'REJECTED'.
               88  JR-HELD             VALUE 'HELD'.
           05  JR-KEY.
               10  JR-LIST-ID    PIC X(3).
               10  JR-CODE       PIC 9(9).
           05  JR-BEFORE-IMAGE   PIC X(59).
               88  JR-NO-BEFORE        VALUE SPACES.
           05  JR-AFTER-IMAGE    PIC X(59).
               88  JR-NO-AFTER         VALUE SPACES.
           05  JR-REASON         PIC X(40).
           05  JR-REQUESTED-BY   PIC X(8).
           05  JR-APPROVED-BY    PIC X(8).
           05  FILLER            PIC X(5).
