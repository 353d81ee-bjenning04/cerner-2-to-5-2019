      *-----------------------------------------------------------*
      *  DEGTRN.CPY                                                *
      *  Degree requirement transaction - one ADD/CHANGE/DELETE    *
      *  action against DEGREQ.DAT, keyed by program code.  An add *
      *  or change carries the program's whole requirement set.    *
      *  The feed opens with an "H" header record and closes with  *
      *  a "T" trailer carrying the detail transaction count and a *
      *  hash total of the credit hours required on the add and    *
      *  change records, so a truncated feed can be caught before  *
      *  anything is applied.                                      *
      *-----------------------------------------------------------*
       01 DegreeTransaction.
          02  DTrans-Action         PIC X(01).
              88  DTrans-Add           VALUE "A".
              88  DTrans-Change        VALUE "C".
              88  DTrans-Delete        VALUE "D".
              88  DTrans-Header        VALUE "H".
              88  DTrans-Trailer       VALUE "T".
          02  DTrans-Detail.
              03  DTrans-ProgramCode    PIC X(4).
              03  DTrans-Total-Hours    PIC 9(3).
              03  DTrans-Min-GPA        PIC 9V99.
              03  DTrans-Required-Course
                                        PIC X(4) OCCURS 10 TIMES.
          02  DTrans-Control REDEFINES DTrans-Detail.
              03  DCtl-Record-Count     PIC 9(07).
              03  DCtl-Hash-Total       PIC 9(13).
              03  FILLER                PIC X(30).
