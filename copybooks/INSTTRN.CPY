      *-----------------------------------------------------------*
      *  INSTTRN.CPY                                               *
      *  Instructor maintenance transaction record - one ADD/      *
      *  CHANGE/DEACTIVATE action against INSTRUCT.DAT, keyed by   *
      *  InstructorId.  On a change a blank field leaves the value *
      *  on file alone.  The feed opens with an "H" header and     *
      *  closes with a "T" trailer carrying the detail count and a *
      *  hash total of the InstructorIds on every detail record.   *
      *-----------------------------------------------------------*
       01 InstructorTransaction.
          02  ITrans-Action         PIC X(01).
              88  ITrans-Add           VALUE "A".
              88  ITrans-Change        VALUE "C".
              88  ITrans-Deactivate    VALUE "D".
              88  ITrans-Header        VALUE "H".
              88  ITrans-Trailer       VALUE "T".
          02  ITrans-Detail.
              03  ITrans-InstructorId   PIC 9(6).
              03  ITrans-Surname        PIC X(12).
              03  ITrans-Initials       PIC X(2).
              03  ITrans-Department     PIC X(10).
          02  ITrans-Control REDEFINES ITrans-Detail.
              03  ICtl-Record-Count     PIC 9(07).
              03  ICtl-Hash-Total       PIC 9(13).
              03  FILLER                PIC X(10).
