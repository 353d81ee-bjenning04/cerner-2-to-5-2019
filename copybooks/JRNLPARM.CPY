      *-----------------------------------------------------------*
      *  JRNLPARM.CPY                                              *
      *  JournalRequest - what a maintenance program passes to     *
      *  the JrnlLog subprogram for each write, rewrite or delete  *
      *  on an indexed master.  The caller fills the file name,    *
      *  key, operation and images; JrnlLog adds the timestamp,    *
      *  run date and sequence and appends it to RECOVERY.JNL.     *
      *-----------------------------------------------------------*
       01 JournalRequest.
          02  JReq-FileName         PIC X(16).
          02  JReq-Key              PIC X(20).
          02  JReq-Operation        PIC X(01).
              88  JReq-Write           VALUE "W".
              88  JReq-Rewrite         VALUE "R".
              88  JReq-Delete          VALUE "D".
          02  JReq-Before-Image     PIC X(120).
          02  JReq-After-Image      PIC X(120).
