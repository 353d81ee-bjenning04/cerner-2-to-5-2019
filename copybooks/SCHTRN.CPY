      *-----------------------------------------------------------*
      *  SCHTRN.CPY                                                *
      *  Class schedule maintenance transaction record - one       *
      *  ADD/CHANGE/DELETE action against SCHEDULE.DAT, keyed by   *
      *  CourseCode plus Term.  An add carries the whole meeting   *
      *  pattern; on a change a blank field leaves the value on    *
      *  file alone, the DEMO.TRN rule; a delete removes the       *
      *  course's meeting for the term.  Days are positional,      *
      *  Monday through Sunday, as on SCHEDREC.CPY.  The feed      *
      *  opens with an "H" header and closes with a "T" trailer    *
      *  carrying the detail count and a hash total of the start   *
      *  times keyed on the add and change records (a blank start  *
      *  time, and a delete, contribute zero).                     *
      *-----------------------------------------------------------*
       01 ScheduleTransaction.
          02  STrans-Action         PIC X(01).
              88  STrans-Add           VALUE "A".
              88  STrans-Change        VALUE "C".
              88  STrans-Delete        VALUE "D".
              88  STrans-Header        VALUE "H".
              88  STrans-Trailer       VALUE "T".
          02  STrans-Detail.
              03  STrans-CourseCode     PIC X(4).
              03  STrans-Term           PIC X(5).
              03  STrans-Days           PIC X(7).
              03  STrans-Start-Time     PIC X(4).
              03  STrans-End-Time       PIC X(4).
              03  STrans-Building       PIC X(6).
              03  STrans-Room           PIC X(5).
          02  STrans-Control REDEFINES STrans-Detail.
              03  SCtl-Record-Count     PIC 9(07).
              03  SCtl-Hash-Total       PIC 9(13).
              03  FILLER                PIC X(15).
