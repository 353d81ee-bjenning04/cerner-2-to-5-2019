      *-----------------------------------------------------------*
      *  TEACHREC.CPY                                              *
      *  TeachRecord layout for TEACH.DAT - who teaches a course   *
      *  in a term, keyed by CourseCode plus Term, with the        *
      *  instructor as an alternate key (duplicates allowed) so    *
      *  one instructor's courses read back together.  A course    *
      *  with no record for the term has no instructor assigned.   *
      *-----------------------------------------------------------*
       01 TeachRecord.
          02  Tch-Key.
              03  Tch-CourseCode        PIC X(4).
              03  Tch-Term              PIC X(5).
          02  Tch-InstructorId          PIC 9(6).
          02  Tch-Assigned-Date         PIC 9(8).
