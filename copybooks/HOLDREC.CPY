      *-----------------------------------------------------------*
      *  HOLDREC.CPY                                               *
      *  HoldRecord layout for HOLDS.DAT - one hold on a student's *
      *  record, keyed by StudentId and hold type.  A hold stays   *
      *  on file after it is released so the office can see who   *
      *  placed it and when; it is active while its release date  *
      *  is zero or still in the future.  A registration hold      *
      *  stops enrollments, a transcript hold withholds the        *
      *  transcript, and a financial hold - placed and released    *
      *  nightly by FinHold from the past-due balance on           *
      *  LEDGER.DAT - does both.                                   *
      *-----------------------------------------------------------*
       01 HoldRecord.
          02  Hold-Key.
              03  Hold-StudentId        PIC 9(7).
              03  Hold-Type             PIC X(1).
                  88  Hold-Registration    VALUE "R".
                  88  Hold-Transcript      VALUE "T".
                  88  Hold-Financial       VALUE "F".
                  88  Hold-Valid-Type      VALUE "R" "T" "F".
                  88  Hold-Blocks-Enroll   VALUE "R" "F".
                  88  Hold-Blocks-Trnscpt  VALUE "T" "F".
          02  Hold-Placed-By        PIC X(8).
          02  Hold-Placed-Date      PIC 9(8).
          02  Hold-Release-Date     PIC 9(8).
          02  Hold-Reason           PIC X(30).
