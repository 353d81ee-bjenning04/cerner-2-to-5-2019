      *-----------------------------------------------------------*
      *  SCHEDREC.CPY                                              *
      *  ScheduleRecord layout for SCHEDULE.DAT - when and where   *
      *  a course meets in a term, keyed by CourseCode plus Term.  *
      *  Sch-Days holds one position per weekday, Monday through   *
      *  Sunday, carrying that day's letter (M T W R F S U) when   *
      *  the class meets and a space when it does not.  Start and  *
      *  end times are 24-hour HHMM; a class occupies its room     *
      *  from the start time up to, not including, the end time,  *
      *  so one class may end at 1000 and the next start at 1000.  *
      *  A course with no record for the term has no fixed         *
      *  meeting time and never conflicts.                         *
      *-----------------------------------------------------------*
       01 ScheduleRecord.
          02  Sch-Key.
              03  Sch-CourseCode        PIC X(4).
              03  Sch-Term              PIC X(5).
          02  Sch-Days                  PIC X(7).
          02  Sch-Day-Table REDEFINES Sch-Days.
              03  Sch-Day               PIC X(1) OCCURS 7 TIMES.
          02  Sch-Start-Time            PIC 9(4).
          02  Sch-Start-Parts REDEFINES Sch-Start-Time.
              03  Sch-Start-HH          PIC 9(2).
              03  Sch-Start-MM          PIC 9(2).
          02  Sch-End-Time              PIC 9(4).
          02  Sch-End-Parts REDEFINES Sch-End-Time.
              03  Sch-End-HH            PIC 9(2).
              03  Sch-End-MM            PIC 9(2).
          02  Sch-Building              PIC X(6).
          02  Sch-Room                  PIC X(5).
