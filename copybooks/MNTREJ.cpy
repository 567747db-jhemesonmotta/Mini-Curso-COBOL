      *                     TRANSACTION IMAGE NOW CARRIES THE NEW      *
      *                     EFFECTIVE-DATE FIELDS (SEE MNTREC) SO A    *
      *                     CORRECTED RESUBMISSION KEEPS THEM.         *
      *    2026-10-15  JAS  ADDED MRJ-REQUESTER-ID AND MRJ-APPROVER-ID *
      *                     AT THE TAIL - THE TRANSACTION IMAGE NOW    *
      *                     CARRIES THE MAKER AND CHECKER IDS (SEE     *
      *                     MNTREC).                                   *
      ******************************************************************
       01  MAINT-REJECT-RECORD.
           05  MRJ-ACTION              PIC X(01).
           05  MRJ-REASON-TEXT         PIC X(30).
           05  MRJ-DATE                PIC 9(08).
           05  MRJ-TIME                PIC 9(08).
           05  MRJ-REQUESTER-ID        PIC X(08).
           05  MRJ-APPROVER-ID         PIC X(08).
