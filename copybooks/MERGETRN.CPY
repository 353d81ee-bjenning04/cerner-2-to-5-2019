      *-----------------------------------------------------------*
      *  MERGETRN.CPY                                              *
      *  Student merge transaction record - one approved pair of   *
      *  StudentIds for the same person.  The survivor keeps its   *
      *  StudentId; everything filed under the victim is re-keyed  *
      *  to it and the victim is marked merged.  Approved-By holds *
      *  the registrar's initials or user id.  The feed opens with *
      *  an "H" header and closes with a "T" trailer carrying the  *
      *  detail count and a hash total of the victim StudentIds.   *
      *-----------------------------------------------------------*
       01 MergeTransaction.
          02  MTrans-Action         PIC X(01).
              88  MTrans-Merge         VALUE "M".
              88  MTrans-Header        VALUE "H".
              88  MTrans-Trailer       VALUE "T".
          02  MTrans-Detail.
              03  MTrans-SurvivorId     PIC 9(7).
              03  MTrans-VictimId       PIC 9(7).
              03  MTrans-Approved-By    PIC X(8).
          02  MTrans-Control REDEFINES MTrans-Detail.
              03  MCtl-Record-Count     PIC 9(07).
              03  MCtl-Hash-Total       PIC 9(13).
              03  FILLER                PIC X(02).
