      *-----------------------------------------------------------*
      *  HOLDTRN.CPY                                               *
      *  Hold maintenance transaction record - one action against  *
      *  HOLDS.DAT, keyed by StudentId and hold type.  An add      *
      *  places a hold, a change corrects who placed it, the       *
      *  dates or the reason (a blank field leaves the original    *
      *  value alone, the DEMO.TRN rule), a release stamps the     *
      *  release date (blank means today) and a delete removes a   *
      *  hold keyed in error.                                      *
      *  The feed opens with an "H" header record and closes with  *
      *  a "T" trailer carrying the detail transaction count and a *
      *  hash total of the StudentIds, the same controls DEMO.TRN  *
      *  carries.                                                  *
      *-----------------------------------------------------------*
       01 HoldTransaction.
          02  HTrans-Action         PIC X(01).
              88  HTrans-Add           VALUE "A".
              88  HTrans-Change        VALUE "C".
              88  HTrans-Release       VALUE "R".
              88  HTrans-Delete        VALUE "D".
              88  HTrans-Header        VALUE "H".
              88  HTrans-Trailer       VALUE "T".
          02  HTrans-Detail.
              03  HTrans-StudentId      PIC 9(7).
              03  HTrans-Type           PIC X(1).
              03  HTrans-Placed-By      PIC X(8).
              03  HTrans-Placed-Date    PIC X(8).
              03  HTrans-Release-Date   PIC X(8).
              03  HTrans-Reason         PIC X(30).
          02  HTrans-Control REDEFINES HTrans-Detail.
              03  HCtl-Record-Count     PIC 9(07).
              03  HCtl-Hash-Total       PIC 9(13).
              03  FILLER                PIC X(42).
