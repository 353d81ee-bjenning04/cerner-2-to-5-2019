      *-----------------------------------------------------------*
      *  PRQTRN.CPY                                                *
      *  Prerequisite maintenance transaction record - one ADD/    *
      *  CHANGE/DELETE action against PREREQ.DAT, keyed by the     *
      *  CourseCode the prerequisites belong to.  An add or change *
      *  carries the full list of required courses and minimum     *
      *  grades, replacing whatever the record held before; a      *
      *  delete removes the course's prerequisites altogether.     *
      *  The feed opens with an "H" header record and closes with  *
      *  a "T" trailer carrying the detail transaction count and a *
      *  hash total of the required courses listed on the add and  *
      *  change transactions (a delete contributes zero), the same *
      *  controls COURSE.TRN carries.                              *
      *-----------------------------------------------------------*
       01 PrereqTransaction.
          02  PTrans-Action         PIC X(01).
              88  PTrans-Add           VALUE "A".
              88  PTrans-Change        VALUE "C".
              88  PTrans-Delete        VALUE "D".
              88  PTrans-Header        VALUE "H".
              88  PTrans-Trailer       VALUE "T".
          02  PTrans-Detail.
              03  PTrans-CourseCode     PIC X(4).
              03  PTrans-Required OCCURS 5 TIMES.
                  04  PTrans-Req-CourseCode PIC X(4).
                  04  PTrans-Min-Grade      PIC X(1).
          02  PTrans-Control REDEFINES PTrans-Detail.
              03  PCtl-Record-Count     PIC 9(07).
              03  PCtl-Hash-Total       PIC 9(13).
              03  FILLER                PIC X(09).
