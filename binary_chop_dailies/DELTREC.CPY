      *> DELTREC.CPY - master generation delta written by CHOPCOMP
      *> (DELTAOUT) and read by CHOPFEED to build the departments'
      *> change feed. One record per key added, dropped or changed
      *> between generations (0) and (+1), in key order, carrying
      *> whole MSTRREC images: the old image is SPACES on an add,
      *> the new image is SPACES on a drop. The file ends with one
      *> trailer (type 'T') holding the added/dropped/changed counts
      *> so the reader can prove it saw the whole delta.
       01  DL-REC.
           05  DL-TYPE           PIC X.
               88  DL-ADDED            VALUE 'A'.
               88  DL-DROPPED          VALUE 'D'.
               88  DL-CHANGED          VALUE 'C'.
               88  DL-TRAILER          VALUE 'T'.
           05  DL-DETAIL.
               10  DL-KEY.
                   15  DL-LIST-ID    PIC X(3).
                   15  DL-CODE       PIC 9(9).
               10  DL-OLD-IMAGE  PIC X(59).
               10  DL-NEW-IMAGE  PIC X(59).
           05  DL-TRAILER-DATA REDEFINES DL-DETAIL.
               10  DL-TRL-ADDED  PIC 9(9).
               10  DL-TRL-DROPPED PIC 9(9).
               10  DL-TRL-CHANGED PIC 9(9).
               10  FILLER        PIC X(103).
           05  DL-RUN-DATE       PIC 9(8).
           05  FILLER            PIC X(1).
