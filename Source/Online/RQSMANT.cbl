      *    against its authorized headcount), 'V' approves it
      *    (USER_AUTH role-'A' gate), 'X' cancels, 'I' inquires.
      *    MEMPMANT's add path links the eventual hire back here
      *    and marks the requisition filled, as does CANDMANT when a
      *    candidate accepts an offer against it; reqaging.cbl ages
      *    the open ones per department.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RQSMANT.
       AUTHOR. ATOS SYNTEL.
