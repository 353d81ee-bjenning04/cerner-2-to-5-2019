002020*                  A RETAKE IN A LATER TERM POSTS ALONGSIDE THE  *
002030*                  ORIGINAL GRADE INSTEAD OF REPLACING IT, AND   *
002040*                  A BLANK TERM REJECTS WITH REASON 04.          *
002070*  2026-09-24  JP  I, W AND P ACCEPTED AS VALID GRADES.          *
002077*  2026-10-08  JP  GRADE WITH NO MATCHING ENROLL.DAT RECORD FOR  *
002084*                  THE STUDENT, COURSE AND TERM REJECTS WITH     *
002091*                  REASON 05.                                    *
002092*  2026-10-12  JP  EVERY GRADE WRITTEN OR REPLACED IS ALSO       *
002093*                  JOURNALED, WITH ITS FULL BEFORE AND AFTER     *
002094*                  IMAGES, TO RECOVERY.JNL (JRNLLOG).  A         *
002095*                  REPLACED GRADE IS NOW READ BEFORE THE         *
002096*                  REWRITE SO ITS OLD IMAGE IS KNOWN.            *
002100*----------------------------------------------------------------*
002200*
002300*    THIS PROGRAM READS A FEED OF GRADE TRANSACTIONS KEYED BY
002800*    WITH A TWO-DIGIT REASON CODE.  A GRADE POSTED FOR A KEY THAT
002900*    ALREADY HOLDS A GRADE REPLACES IT, SO A CORRECTED FEED FOR
002910*    THE SAME TERM CAN SIMPLY BE RERUN; A DIFFERENT TERM IS A
002920*    DIFFERENT KEY AND LEAVES HISTORY ALONE.  BESIDES A THROUGH
002940*    F, AN INCOMPLETE (I), WITHDRAWAL (W) OR PASS (P) IS ACCEPTED;
002960*    AN INCOMPLETE IS RESOLVED BY POSTING THE FINAL GRADE FOR THE
002980*    SAME TERM, WHICH REPLACES IT.  A GRADE IS ONLY TAKEN FOR A
002985*    STUDENT WHO WAS ENROLLED IN THAT COURSE FOR THAT TERM -
002990*    WITHOUT A MATCHING ENROLL.DAT RECORD IT IS WRITTEN TO
002995*    GRADES.REJ WITH REASON 05.  EVERY GRADE WRITTEN OR REPLACED
002996*    ALSO GOES, WITH THE RECORD IT REPLACED, TO THE RECOVERY
002997*    JOURNAL.
003000*
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
004900            ORGANIZATION IS INDEXED
005000            ACCESS MODE IS RANDOM
005100            RECORD KEY IS CourseCode OF CourseRecord.
005111
005122     SELECT EnrollFile    ASSIGN TO "ENROLL.DAT"
005133            ORGANIZATION IS INDEXED
005144            ACCESS MODE IS RANDOM
005155            RECORD KEY IS Enr-Key
005166            ALTERNATE RECORD KEY IS Enr-Course-Term
005177                WITH DUPLICATES
005188            FILE STATUS IS GP-Enroll-File-Status.
005200
005300     SELECT RejectFile    ASSIGN TO "GRADES.REJ"
005400            ORGANIZATION IS LINE SEQUENTIAL.
006600
006700 FD  CourseFile.
006800     COPY COURSE.CPY.
006825
006850 FD  EnrollFile.
006875     COPY ENROLREC.CPY.
006900
007000 FD  RejectFile.
007100     COPY GRADETRN.CPY REPLACING
007900         88  GRJ-Unknown-Course     VALUE "02".
008000         88  GRJ-Invalid-Grade      VALUE "03".
008010         88  GRJ-Invalid-Term       VALUE "04".
008055         88  GRJ-Not-Enrolled       VALUE "05".
008100
008200 WORKING-STORAGE SECTION.
008233 01  JobName               PIC X(08)   VALUE "GRADEPST".
008266
008300 01  GP-SWITCHES.
008400     02  GP-End-Of-Trans-Sw    PIC X       VALUE "N".
008500         88  GP-End-Of-Trans      VALUE "Y".
008600     02  GP-Bad-Trans-Sw       PIC X       VALUE "N".
008700         88  GP-Bad-Trans         VALUE "Y".
008733     02  GP-No-Enroll-File-Sw  PIC X       VALUE "N".
008766         88  GP-No-Enroll-File    VALUE "Y".
008800
008900 01  GP-Grade-File-Status      PIC XX.
009000     88  GP-Grade-File-Good       VALUE "00".
009100     88  GP-Grade-File-Missing    VALUE "35".
009120
009140 01  GP-Enroll-File-Status     PIC XX.
009160     88  GP-Enroll-File-Good      VALUE "00".
009180     88  GP-Enroll-File-Missing   VALUE "35".
009200
009300 01  GP-COUNTERS.
009400     02  GP-Posted-Count       PIC 9(05)   COMP    VALUE ZERO.
009500     02  GP-Replaced-Count     PIC 9(05)   COMP    VALUE ZERO.
009600     02  GP-Reject-Count       PIC 9(05)   COMP    VALUE ZERO.
009650     02  GP-Not-Enrolled-Count PIC 9(05)   COMP    VALUE ZERO.
009700
009800 01  GP-RUN-DATE-FIELDS.
009900     02  GP-Run-Date-YY        PIC 9(2).
010500     02  GP-Run-Date-YY-Out    PIC 9(2).
010600     02  GP-Run-Date-MM-Out    PIC 9(2).
010700     02  GP-Run-Date-DD-Out    PIC 9(2).
010720
010740 01  GP-New-Grade-Image        PIC X(25).
010760
010780     COPY JRNLPARM.CPY.
010800
010900 01  GP-SUMMARY-LINE-1.
011000     02  FILLER          PIC X(17) VALUE "GRADES POSTED ---".
011700 01  GP-SUMMARY-LINE-3.
011800     02  FILLER          PIC X(17) VALUE "TRANS REJECTED --".
011900     02  GP-Reject-Out         PIC ZZ,ZZ9.
011920
011940 01  GP-SUMMARY-LINE-4.
011960     02  FILLER          PIC X(17) VALUE "  NOT ENROLLED --".
011980     02  GP-Not-Enrolled-Out   PIC ZZ,ZZ9.
012000
012100 PROCEDURE DIVISION.
012200*----------------------------------------------------------------*
014500     OPEN INPUT  GradeTranFile.
014600     OPEN INPUT  StudentFile.
014700     OPEN INPUT  CourseFile.
014720     OPEN INPUT  EnrollFile.
014740     IF GP-Enroll-File-Missing
014760         SET GP-No-Enroll-File TO TRUE
014780     END-IF.
014800     OPEN OUTPUT RejectFile.
014900     ACCEPT GP-RUN-DATE-FIELDS FROM DATE.
015000     MOVE GP-Run-Date-YY TO GP-Run-Date-YY-Out.
017900         PERFORM 2300-EDIT-COURSE
018000             THRU 2300-EDIT-COURSE-EXIT
018100     END-IF.
018120     IF NOT GP-Bad-Trans
018140         PERFORM 2400-EDIT-ENROLLMENT
018160             THRU 2400-EDIT-ENROLLMENT-EXIT
018180     END-IF.
018200     IF GP-Bad-Trans
018300         PERFORM 2900-WRITE-REJECT
018400             THRU 2900-WRITE-REJECT-EXIT
022400     END-READ.
022500 2300-EDIT-COURSE-EXIT.
022600     EXIT.
022604
022608*----------------------------------------------------------------*
022612 2400-EDIT-ENROLLMENT.
022616*----------------------------------------------------------------*
022620*    THE STUDENT MUST HOLD AN ENROLLMENT IN THE COURSE FOR THE
022624*    SAME TERM THE GRADE IS FOR.  WITH NO ENROLLMENT FILE AT ALL
022628*    NOBODY IS ENROLLED, SO EVERY GRADE REJECTS.
022632     IF GP-No-Enroll-File
022636         SET GP-Bad-Trans       TO TRUE
022640         SET GRJ-Not-Enrolled   TO TRUE
022644         ADD 1 TO GP-Not-Enrolled-Count
022648         GO TO 2400-EDIT-ENROLLMENT-EXIT.
022652     MOVE GT-StudentId  TO Enr-StudentId.
022656     MOVE GT-CourseCode TO Enr-CourseCode.
022660     MOVE GT-Term       TO Enr-Term.
022664     READ EnrollFile
022668         INVALID KEY
022672             SET GP-Bad-Trans       TO TRUE
022676             SET GRJ-Not-Enrolled   TO TRUE
022680             ADD 1 TO GP-Not-Enrolled-Count
022684     END-READ.
022688 2400-EDIT-ENROLLMENT-EXIT.
022692     EXIT.
022700
022800*----------------------------------------------------------------*
022900 2800-APPLY-GRADE.
023400     MOVE GP-Run-Date-CCYYMMDD TO Grd-PostDate.
023500     WRITE GradeRecord
023600         INVALID KEY
023700             PERFORM 2850-REPLACE-GRADE
023800                 THRU 2850-REPLACE-GRADE-EXIT
023900         NOT INVALID KEY
024000             ADD 1 TO GP-Posted-Count
024025             SET JReq-Write TO TRUE
024050             PERFORM 2950-JOURNAL-GRADE
024075                 THRU 2950-JOURNAL-GRADE-EXIT
024100     END-WRITE.
024200 2800-APPLY-GRADE-EXIT.
024300     EXIT.
024303
024306*----------------------------------------------------------------*
024309 2850-REPLACE-GRADE.
024312*----------------------------------------------------------------*
024315*    THE GRADE ALREADY ON FILE IS READ FIRST SO THE JOURNAL
024318*    CARRIES IT AS THE BEFORE IMAGE OF THE REWRITE.
024321     MOVE GradeRecord TO GP-New-Grade-Image.
024324     MOVE SPACES      TO JReq-Before-Image.
024327     READ GradeFile
024330         INVALID KEY
024333             CONTINUE
024336         NOT INVALID KEY
024339             MOVE GradeRecord TO JReq-Before-Image
024342     END-READ.
024345     MOVE GP-New-Grade-Image TO GradeRecord.
024348     REWRITE GradeRecord
024351         INVALID KEY
024354             CONTINUE
024357         NOT INVALID KEY
024360             SET JReq-Rewrite TO TRUE
024363             PERFORM 2950-JOURNAL-GRADE
024366                 THRU 2950-JOURNAL-GRADE-EXIT
024369     END-REWRITE.
024372     ADD 1 TO GP-Replaced-Count.
024375 2850-REPLACE-GRADE-EXIT.
024378     EXIT.
024400
024500*----------------------------------------------------------------*
024600 2900-WRITE-REJECT.
025200     ADD 1 TO GP-Reject-Count.
025300 2900-WRITE-REJECT-EXIT.
025400     EXIT.
025405
025410*----------------------------------------------------------------*
025415 2950-JOURNAL-GRADE.
025420*----------------------------------------------------------------*
025425*    THE CALLER SETS THE OPERATION, AND FOR A REWRITE HAS SAVED
025430*    THE GRADE AS READ IN JREQ-BEFORE-IMAGE.
025435     MOVE "GRADES.DAT"       TO JReq-FileName.
025440     MOVE SPACES             TO JReq-Key
025445                                JReq-After-Image.
025450     IF JReq-Write
025455         MOVE SPACES         TO JReq-Before-Image
025460     END-IF.
025465     MOVE Grd-Key            TO JReq-Key.
025470     MOVE GradeRecord        TO JReq-After-Image.
025475     CALL "JrnlLog" USING JobName JournalRequest.
025480 2950-JOURNAL-GRADE-EXIT.
025485     EXIT.
025500
025600*----------------------------------------------------------------*
025700 8000-PRINT-SUMMARY.
026200     DISPLAY GP-SUMMARY-LINE-1.
026300     DISPLAY GP-SUMMARY-LINE-2.
026400     DISPLAY GP-SUMMARY-LINE-3.
026433     MOVE GP-Not-Enrolled-Count TO GP-Not-Enrolled-Out.
026466     DISPLAY GP-SUMMARY-LINE-4.
026500 8000-PRINT-SUMMARY-EXIT.
026600     EXIT.
026700
026800*----------------------------------------------------------------*
026900 9999-EXIT.
027000*----------------------------------------------------------------*
027050     CALL "JrnlClose".
027100     CLOSE GradeTranFile
027200           GradeFile
027300           StudentFile
027400           CourseFile
027500           RejectFile.
027525     IF NOT GP-No-Enroll-File
027550         CLOSE EnrollFile
027575     END-IF.
027600 9999-EXIT-EXIT.
027700     EXIT.
