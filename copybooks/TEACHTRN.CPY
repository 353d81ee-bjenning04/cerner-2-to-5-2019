      *-----------------------------------------------------------*
      *  TEACHTRN.CPY                                              *
      *  Teaching assignment transaction record - one ADD/CHANGE/  *
      *  DELETE action against TEACH.DAT, keyed by CourseCode plus *
      *  Term.  An add or change names the instructor; a delete    *
      *  leaves the course unassigned for the term.  The feed      *
      *  opens with an "H" header and closes with a "T" trailer    *
      *  carrying the detail count and a hash total of the         *
      *  InstructorIds on the add and change records.              *
      *-----------------------------------------------------------*
       01 TeachTransaction.
          02  TTrans-Action         PIC X(01).
              88  TTrans-Add           VALUE "A".
              88  TTrans-Change        VALUE "C".
              88  TTrans-Delete        VALUE "D".
              88  TTrans-Header        VALUE "H".
              88  TTrans-Trailer       VALUE "T".
          02  TTrans-Detail.
              03  TTrans-CourseCode     PIC X(4).
              03  TTrans-Term           PIC X(5).
              03  TTrans-InstructorId   PIC 9(6).
              03  FILLER                PIC X(05).
          02  TTrans-Control REDEFINES TTrans-Detail.
              03  TCtl-Record-Count     PIC 9(07).
              03  TCtl-Hash-Total       PIC 9(13).
