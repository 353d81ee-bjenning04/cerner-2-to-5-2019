      *-----------------------------------------------------------*
      *  INSTREC.CPY                                               *
      *  InstructorRecord layout for INSTRUCT.DAT - one record per *
      *  member of faculty, keyed by Ins-InstructorId.  An         *
      *  instructor who leaves is marked inactive, not deleted,    *
      *  so earlier terms' teaching assignments still resolve to a *
      *  name.                                                     *
      *-----------------------------------------------------------*
       01 InstructorRecord.
          02  Ins-InstructorId          PIC 9(6).
          02  Ins-Name.
              03  Ins-Surname           PIC X(12).
              03  Ins-Initials          PIC X(2).
          02  Ins-Department            PIC X(10).
          02  Ins-Status                PIC X(1).
              88  Ins-Active               VALUE "A".
              88  Ins-Inactive             VALUE "I".
          02  Ins-StatusDate            PIC 9(8).
