002160*                  SO CORRECTED REJECTS MERGE INTO STUDENTS.VAL  *
002170*                  BEFORE THE REPORTS RUN; LATER STEPS MOVED     *
002180*                  DOWN ONE.                                     *
002185*  2026-10-03  JP  FINHOLD ADDED AS STEP 12 - FINANCIAL HOLDS    *
002190*                  PLACED OR RELEASED FROM THE LEDGER.DAT        *
002195*                  PAST-DUE BALANCE AT THE END OF THE STREAM.    *
002200*----------------------------------------------------------------*
002300*
002400*    THIS PROGRAM SEQUENCES THE NIGHTLY STREAM - STUDMAINT,
002500*    WAITPROM, WAITRPT, EDITVAL, REJFIX, ROSTRRPT, STUDDIR,
002600*    FINAIDX, STUDRCON, THE PRI SNAPSHOT ROTATION, AND
002610*    INTAUDIT, FINHOLD - AND
002700*    RECORDS EACH STEP'S START, COMPLETION AND RETURN STATUS IN
002800*    RUNCTL.DAT.  A STEP ONLY STARTS WHEN EVERY PREDECESSOR HAS
002900*    COMPLETED TONIGHT; A STEP ENDING WITH A RETURN CODE ABOVE
007000            ==GraduatedStudent== BY ==VD-GraduatedStudent==
007100            ==LeaveOfAbsence== BY ==VD-LeaveOfAbsence==
007150            ==SuspendedStudent== BY ==VD-SuspendedStudent==
007175            ==MergedStudent== BY ==VD-MergedStudent==
007200            ==StatusDate==  BY ==VD-StatusDate==.
007300
007400 FD  PriorFile.
008900            ==GraduatedStudent== BY ==PS-GraduatedStudent==
009000            ==LeaveOfAbsence== BY ==PS-LeaveOfAbsence==
009050            ==SuspendedStudent== BY ==PS-SuspendedStudent==
009075            ==MergedStudent== BY ==PS-MergedStudent==
009100            ==StatusDate==  BY ==PS-StatusDate==.
009200
009300 WORKING-STORAGE SECTION.
009900
010000 01  ND-Warning-Level          PIC 9(02)   VALUE 04.
010100
010200 01  ND-Step-Max               PIC 9(02)   COMP    VALUE 12.
010300
010400 01  ND-STEP-NAME-LIST.
010500     02  FILLER                PIC X(08)   VALUE "STUDMAIN".
011200     02  FILLER                PIC X(08)   VALUE "STUDRCON".
011300     02  FILLER                PIC X(08)   VALUE "SNAPSHOT".
011310     02  FILLER                PIC X(08)   VALUE "INTAUDIT".
011355     02  FILLER                PIC X(08)   VALUE "FINHOLD ".
011400
011500 01  ND-STEP-NAME-TBL REDEFINES ND-STEP-NAME-LIST.
011600     02  ND-Step-Name OCCURS 12 TIMES     PIC X(08).
011700
011800 01  ND-STEP-STATUS-TABLE.
011900     02  ND-Step-Status OCCURS 12 TIMES   PIC X(01).
012000
012100 01  ND-WORK-FIELDS.
012200     02  ND-Step-No            PIC 9(02)   COMP    VALUE ZERO.
029210         WHEN 11
029220             CALL "IntAudit"
029230             CANCEL "IntAudit"
029247         WHEN 12
029264             CALL "FinHold"
029281             CANCEL "FinHold"
029300     END-EVALUATE.
029400 2200-CALL-STEP-PROGRAM-EXIT.
029500     EXIT.
