      *  StudentId is the record key on the indexed master.        *
      *  StudentStatus carries the lifecycle state with the date   *
      *  it took effect; a withdrawn student keeps their record.   *
      *  A merged student is a duplicate StudentId retired into    *
      *  another - MERGED.DAT names the surviving StudentId.       *
      *-----------------------------------------------------------*
       01 StudentDetails.
          88  EndOfStudentFile  VALUE HIGH-VALUES.
              88  GraduatedStudent   VALUE "G".
              88  LeaveOfAbsence     VALUE "L".
              88  SuspendedStudent   VALUE "S".
              88  MergedStudent      VALUE "M".
          02  StatusDate      PIC 9(8).
