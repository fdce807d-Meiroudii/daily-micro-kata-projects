      *> TRANREC.CPY - daily target transaction record shared by the
      *> edit (CHOPEDIT) and lookup (CHOP12/CHOP12K/CHOPMRG)
      *> programs (CHOPMRG reads it sorted, with a 9-digit submission
      *> sequence number appended in cols 33-41). Each
      *> target names the code list it should be searched against
      *> and the department (with the requester's own reference)
      *> that asked, so results can be handed straight back to the
