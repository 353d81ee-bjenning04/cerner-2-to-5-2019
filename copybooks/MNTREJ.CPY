      *-----------------------------------------------------------*
      *  MNTREJ.CPY                                                *
      *  Reject line written to STUDMAINT.LOG alongside the        *
      *  before/after images when an enrollment is turned away for *
      *  a reason the registrar has to act on.  It carries the     *
      *  transaction's action letter and StudentId in the same     *
      *  columns as an applied entry, the word REJECTED, a reason  *
      *  code, the course and term asked for, and a short reason.  *
      *  StudMaint writes it for its own transactions; WaitProm    *
      *  appends it for waitlist promotions it turns away.  Reason *
      *  01 is an unmet prerequisite, 02 an active hold on the     *
      *  student (registration or financial) in HOLDS.DAT, 03 a    *
      *  meeting time on SCHEDULE.DAT that overlaps a course the   *
      *  student already holds for the same term.                  *
      *-----------------------------------------------------------*
       01 MaintRejectRecord.
          02  MRj-Action            PIC X(01).
          02  MRj-StudentId         PIC 9(7).
          02  FILLER                PIC X(03).
          02  MRj-Reject-Tag        PIC X(08).
          02  FILLER                PIC X(01).
          02  MRj-Reason-Code       PIC X(02).
              88  MRj-Prereq-Not-Met   VALUE "01".
              88  MRj-Hold-Active      VALUE "02".
              88  MRj-Time-Conflict    VALUE "03".
          02  FILLER                PIC X(01).
          02  MRj-CourseCode        PIC X(04).
          02  FILLER                PIC X(01).
          02  MRj-Term              PIC X(05).
          02  FILLER                PIC X(01).
          02  MRj-Reason-Text       PIC X(30).
