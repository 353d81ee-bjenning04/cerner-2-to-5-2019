      *-----------------------------------------------------------*
      *  PREREQ.CPY                                                *
      *  PrereqRecord layout for PREREQ.DAT - the courses a        *
      *  student must already have passed before enrolling in a    *
      *  course, keyed by the CourseCode being enrolled in.  Each  *
      *  entry names a required course and the lowest grade that   *
      *  still satisfies it (A highest through D lowest pass).     *
      *  Unused entries are blank; a course with no record on      *
      *  the file has no prerequisites.                            *
      *-----------------------------------------------------------*
       01 PrereqRecord.
          02  Prq-CourseCode        PIC X(4).
          02  Prq-Required OCCURS 5 TIMES.
              03  Prq-Req-CourseCode  PIC X(4).
              03  Prq-Min-Grade       PIC X(1).
