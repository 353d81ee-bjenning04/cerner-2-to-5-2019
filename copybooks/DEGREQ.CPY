      *-----------------------------------------------------------*
      *  DEGREQ.CPY                                                *
      *  DegreeReqRecord layout for DEGREQ.DAT - the graduation    *
      *  requirements of one degree program, keyed by the program  *
      *  code students carry in CourseCode on StudentDetails.  It  *
      *  holds the credit hours that must be earned, the minimum   *
      *  cumulative GPA (two implied decimals) and up to ten       *
      *  courses that must be passed.  Unused course slots are     *
      *  left blank.                                               *
      *-----------------------------------------------------------*
       01 DegreeReqRecord.
          02  Deg-ProgramCode       PIC X(4).
          02  Deg-Total-Hours       PIC 9(3).
          02  Deg-Min-GPA           PIC 9V99.
          02  Deg-Required-Course   PIC X(4) OCCURS 10 TIMES.
