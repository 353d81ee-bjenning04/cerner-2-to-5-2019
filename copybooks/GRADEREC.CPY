      *  student per course per term, keyed by StudentId plus      *
      *  CourseCode plus Term so a retake's grade posts alongside  *
      *  the original instead of replacing it.                     *
      *  Besides the A-F letters, a grade may be I (incomplete),   *
      *  W (withdrawn) or P (pass in a pass/fail course).  None of *
      *  the three carries quality points or counts in a GPA; a P  *
      *  still earns the course's credit hours.                    *
      *-----------------------------------------------------------*
       01 GradeRecord.
          02  Grd-Key.
              03 Grd-CourseCode   PIC X(4).
              03 Grd-Term         PIC X(5).
          02  Grd-Grade           PIC X(1).
              88  Grd-Incomplete     VALUE "I".
              88  Grd-Withdrawn      VALUE "W".
              88  Grd-Pass           VALUE "P".
              88  Grd-Non-GPA-Grade  VALUE "I" "W" "P".
          02  Grd-PostDate        PIC 9(8).
