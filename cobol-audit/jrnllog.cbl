001000 IDENTIFICATION DIVISION.
001100 PROGRAM-ID.     JrnlLog.
001200 AUTHOR.         J PELLETIER.
001300 INSTALLATION.   REGISTRAR SYSTEMS.
001400 DATE-WRITTEN.   2026-10-12.
001500 DATE-COMPILED.
001600*----------------------------------------------------------------*
001700*  MODIFICATION HISTORY                                          *
001800*  2026-10-12  JP  INITIAL VERSION - SHARED RECOVERY-JOURNAL     *
001900*                  ROUTINE CALLED FOR EVERY WRITE, REWRITE AND   *
002000*                  DELETE ON AN INDEXED MASTER BY STUDMAINT,     *
002100*                  CRSMAINT, DEMOMAINT, WAITPROM AND GRADEPOST.  *
002200*----------------------------------------------------------------*
002300*
002400*    THIS SUBPROGRAM APPENDS ONE ENTRY TO RECOVERY.JNL FOR EVERY
002500*    RECORD A CALLING PROGRAM WRITES, REWRITES OR DELETES ON
002600*    STUDENTS.DAT, ENROLL.DAT, COURSES.DAT, STUDENTDEMO.DAT OR
002700*    GRADES.DAT.  CALLERS PASS THEIR JOB NAME AND A JOURNALREQUEST
002800*    HOLDING THE FILE NAME, KEY, OPERATION AND THE FULL BEFORE
002900*    AND AFTER IMAGES; THIS ROUTINE STAMPS THE DATE AND TIME,
003000*    THE JOB'S RUN DATE AND A SEQUENCE NUMBER.  AUDIT.LOG ONLY
003100*    SAYS WHO TOUCHED A STUDENTID - THIS JOURNAL CARRIES THE DATA,
003200*    SO JRNLRECV CAN ROLL A RESTORED MASTER FORWARD OR BACK OUT
003300*    ONE JOB'S CHANGES.
003400*
003500*    LIKE AUDITLOG, THE JOURNAL IS OPENED ON THE FIRST CALL AND
003600*    LEFT OPEN.  EACH CALLING MAINLINE MUST CALL THE "JRNLCLOSE"
003700*    ENTRY POINT ONCE, AT END OF JOB.  THE RUN DATE AND SEQUENCE
003800*    ARE SET WHEN THE JOURNAL IS OPENED, SO EACH JOB IN A NIGHTRUN
003900*    STREAM GETS ITS OWN RUN DATE AND STARTS ITS SEQUENCE AT 1.
004000*
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT OPTIONAL JournalFile ASSIGN TO "RECOVERY.JNL"
004500            ORGANIZATION IS LINE SEQUENTIAL.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  JournalFile.
005000     COPY JRNLREC.CPY.
005100
005200 WORKING-STORAGE SECTION.
005300 01  JL-TODAY-FIELDS.
005400     02  JL-Today-YY          PIC 9(2).
005500     02  JL-Today-MM          PIC 9(2).
005600     02  JL-Today-DD          PIC 9(2).
005700
005800 01  JL-Today-CCYYMMDD.
005900     02  JL-Today-Century     PIC 9(2)    VALUE 20.
006000     02  JL-Today-YY-Out      PIC 9(2).
006100     02  JL-Today-MM-Out      PIC 9(2).
006200     02  JL-Today-DD-Out      PIC 9(2).
006300 01  JL-Today REDEFINES JL-Today-CCYYMMDD
006400                              PIC 9(8).
006500
006600 01  JL-Now                   PIC 9(08).
006700 01  JL-Run-Date              PIC 9(08)   VALUE ZERO.
006800 01  JL-Sequence              PIC 9(07)   VALUE ZERO.
006900 01  JL-FileOpenSw            PIC X       VALUE "N".
007000     88  JL-FileOpen             VALUE "Y".
007100
007200 LINKAGE SECTION.
007300 01  JL-JobName               PIC X(08).
007400     COPY JRNLPARM.CPY.
007500
007600 PROCEDURE DIVISION USING JL-JobName JournalRequest.
007700*----------------------------------------------------------------*
007800 0000-MAINLINE.
007900*----------------------------------------------------------------*
008000     ACCEPT JL-TODAY-FIELDS FROM DATE.
008100     ACCEPT JL-Now          FROM TIME.
008200     MOVE JL-Today-YY TO JL-Today-YY-Out.
008300     MOVE JL-Today-MM TO JL-Today-MM-Out.
008400     MOVE JL-Today-DD TO JL-Today-DD-Out.
008500     IF NOT JL-FileOpen
008600        OPEN EXTEND JournalFile
008700        SET JL-FileOpen TO TRUE
008800        MOVE JL-Today TO JL-Run-Date
008900        MOVE ZERO     TO JL-Sequence
009000     END-IF
009100     ADD 1 TO JL-Sequence.
009200     MOVE JReq-FileName     TO Jrn-FileName.
009300     MOVE JReq-Key          TO Jrn-Key.
009400     MOVE JL-Today          TO Jrn-Date.
009500     MOVE JL-Now            TO Jrn-Time.
009600     MOVE JL-JobName        TO Jrn-JobName.
009700     MOVE JL-Run-Date       TO Jrn-RunDate.
009800     MOVE JL-Sequence       TO Jrn-Sequence.
009900     MOVE JReq-Operation    TO Jrn-Operation.
010000     MOVE JReq-Before-Image TO Jrn-Before-Image.
010100     MOVE JReq-After-Image  TO Jrn-After-Image.
010200     WRITE JournalRecord.
010300     GOBACK.
010400*----------------------------------------------------------------*
010500 ENTRY "JrnlClose".
010600*----------------------------------------------------------------*
010700 9000-CLOSE-ENTRY.
010800     IF JL-FileOpen
010900        CLOSE JournalFile
011000        MOVE "N" TO JL-FileOpenSw
011100     END-IF
011200     GOBACK.
