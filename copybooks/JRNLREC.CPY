      *-----------------------------------------------------------*
      *  JRNLREC.CPY                                               *
      *  One entry in RECOVERY.JNL - the full before and after     *
      *  image of a record written, rewritten or deleted on one    *
      *  of the indexed masters (STUDENTS, ENROLL, COURSES,        *
      *  STUDENTDEMO, GRADES), with the job that did it and when.  *
      *  A write has a blank before image; a delete a blank after  *
      *  image.  Jrn-RunDate is the date of the job's first        *
      *  journal entry, so one run can be picked out even if it    *
      *  crosses midnight, and Jrn-Sequence orders the entries     *
      *  within that run.                                          *
      *-----------------------------------------------------------*
       01 JournalRecord.
          02  Jrn-FileName          PIC X(16).
          02  Jrn-Key               PIC X(20).
          02  Jrn-Timestamp.
              03 Jrn-Date           PIC 9(8).
              03 Jrn-Time           PIC 9(8).
          02  Jrn-JobName           PIC X(08).
          02  Jrn-RunDate           PIC 9(8).
          02  Jrn-Sequence          PIC 9(7).
          02  Jrn-Operation         PIC X(01).
              88  Jrn-Write            VALUE "W".
              88  Jrn-Rewrite          VALUE "R".
              88  Jrn-Delete           VALUE "D".
          02  Jrn-Before-Image      PIC X(120).
          02  Jrn-After-Image       PIC X(120).
