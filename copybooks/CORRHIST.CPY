      *-----------------------------------------------------------*
      *  CORRHIST.CPY                                              *
      *  CorrespondenceRecord layout for CORRHIST.DAT - one record *
      *  per standing letter sent, keyed by StudentId, letter type *
      *  (the Stand-Code it was written for) and the Stand-RunDate *
      *  of the standing decision, so a rerun of StandLtr for the  *
      *  same decision finds the letter already sent.  The GPA,    *
      *  hours and ZIP code are kept as they stood on the letter.  *
      *-----------------------------------------------------------*
       01 CorrespondenceRecord.
          02  Corr-Key.
              03  Corr-StudentId        PIC 9(7).
              03  Corr-Letter-Type      PIC X(1).
                  88  Corr-Deans-List      VALUE "D".
                  88  Corr-Probation       VALUE "P".
                  88  Corr-Suspension      VALUE "S".
              03  Corr-RunDate          PIC 9(8).
          02  Corr-SentDate         PIC 9(8).
          02  Corr-GPA              PIC 9V99.
          02  Corr-Hours            PIC 9(3).
          02  Corr-ZipCode          PIC X(9).
