      *  GRADETRN.CPY                                              *
      *  Grade transaction record - one letter grade earned by a   *
      *  student in a course in a term, keyed by StudentId plus    *
      *  CourseCode plus Term.  I (incomplete), W (withdrawn) and  *
      *  P (pass/fail pass) post alongside the A-F letters.        *
      *-----------------------------------------------------------*
       01 GradeTransaction.
          02  GT-StudentId       PIC 9(7).
          02  GT-CourseCode      PIC X(4).
          02  GT-Term            PIC X(5).
          02  GT-Grade           PIC X(1).
              88  GT-Valid-Grade    VALUE "A" "B" "C" "D" "F"
                                            "I" "W" "P".
