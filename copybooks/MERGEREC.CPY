      *-----------------------------------------------------------*
      *  MERGEREC.CPY                                              *
      *  MergeRecord layout for MERGED.DAT - one record per        *
      *  StudentId retired by a duplicate-student merge, keyed by  *
      *  the retired (victim) StudentId and pointing to the        *
      *  surviving StudentId that now holds the person's records.  *
      *  The victim's master record carries the "M" status; this   *
      *  file says where it went.                                  *
      *-----------------------------------------------------------*
       01 MergeRecord.
          02  Mrg-VictimId          PIC 9(7).
          02  Mrg-SurvivorId        PIC 9(7).
          02  Mrg-MergeDate         PIC 9(8).
          02  Mrg-Approved-By       PIC X(8).
          02  Mrg-Moved-Count       PIC 9(5).
          02  Mrg-Dropped-Count     PIC 9(5).
