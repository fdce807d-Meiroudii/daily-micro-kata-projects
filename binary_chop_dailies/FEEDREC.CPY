      *> FEEDREC.CPY - department change feed record written by
      *> CHOPFEED (FEEDOUT) and burst by department in the
      *> maintenance jobs. One detail record per master change on a
      *> list the department is entitled to in DEPTAUTH, keyed by
      *> department in columns 1-4 so a SORT OUTFIL INCLUDE on the
      *> department picks out its own file. The old/new images are
      *> whole MSTRREC records (SPACES where the code was not on
      *> that generation); on SUPERSEDED-BY the new image's SUPS
      *> fields carry the replacement list-ID and code. Every
      *> department ends with one TRAILER record - written even when
      *> it had no changes - holding its detail count, a hash total
      *> of the codes and a count for each change type.
       01  CF-REC.
           05  CF-DEPT           PIC X(4).
           05  CF-RUN-DATE       PIC 9(8).
           05  CF-SOURCE         PIC X(8).
           05  CF-TYPE           PIC X(13).
               88  CF-ADD              VALUE 'ADD'.
               88  CF-CHANGE           VALUE 'CHANGE'.
               88  CF-DROP             VALUE 'DROP'.
               88  CF-SUPERSEDED-BY    VALUE 'SUPERSEDED-BY'.
               88  CF-ARCHIVED         VALUE 'ARCHIVED'.
               88  CF-TRAILER          VALUE 'TRAILER'.
           05  CF-DETAIL.
               10  CF-KEY.
                   15  CF-LIST-ID    PIC X(3).
                   15  CF-CODE       PIC 9(9).
               10  CF-OLD-IMAGE  PIC X(59).
               10  CF-NEW-IMAGE  PIC X(59).
           05  CF-TRAILER-DATA REDEFINES CF-DETAIL.
               10  CF-TRL-COUNT  PIC 9(9).
               10  CF-TRL-HASH   PIC 9(9).
               10  CF-TRL-ADDS   PIC 9(9).
               10  CF-TRL-CHANGES PIC 9(9).
               10  CF-TRL-DROPS  PIC 9(9).
               10  CF-TRL-SUPERSEDED PIC 9(9).
               10  CF-TRL-ARCHIVED PIC 9(9).
               10  FILLER        PIC X(67).
           05  FILLER            PIC X(7).
