002070*  2026-09-03  JP  A COURSE CRSMAINT HAS DEACTIVATED IS TREATED  *
002080*                  AS FULL - ITS ENTRIES STAY QUEUED INSTEAD OF  *
002090*                  PROMOTING INTO A CLOSED COURSE.               *
002092*  2026-09-17  JP  PREREQUISITES CHECKED BEFORE PROMOTION, THE   *
002094*                  SAME AS STUDMAINT - AN ENTRY WHOSE STUDENT HAS*
002096*                  NOT PASSED A PREREQ.DAT COURSE IS DROPPED AND *
002098*                  APPENDED TO STUDMAINT.LOG AS A REASON LINE.   *
002123*  2026-09-24  JP  A PASS (P) SATISFIES A PREREQUISITE MINIMUM   *
002148*                  OF C OR D BUT NOT OF A OR B, AS IN STUDMAINT. *
002154*  2026-10-03  JP  AN ENTRY WHOSE STUDENT HAS AN ACTIVE          *
002160*                  REGISTRATION OR FINANCIAL HOLD ON HOLDS.DAT   *
002166*                  IS NOT PROMOTED BUT STAYS ON THE WAITLIST.    *
002167*  2026-10-06  JP  AN ENTRY WHOSE COURSE MEETS AT A TIME THAT    *
002168*                  OVERLAPS ANOTHER OF THE STUDENT'S COURSES IN  *
002169*                  THE TERM (SCHEDULE.DAT) IS DROPPED AND        *
002170*                  APPENDED TO STUDMAINT.LOG AS A REASON LINE.   *
002171*  2026-10-10  JP  A MERGED ("M") STUDENT IS TREATED AS INACTIVE *
002172*                  AND THE ENTRY DROPPED.                        *
002176*  2026-10-12  JP  EVERY WRITE, REWRITE AND DELETE ON            *
002180*                  STUDENTS.DAT AND ENROLL.DAT IS ALSO           *
002184*                  JOURNALED, WITH ITS FULL BEFORE AND AFTER     *
002188*                  IMAGES, TO RECOVERY.JNL (JRNLLOG).            *
002192*----------------------------------------------------------------*
002200*
002300*    THIS PROGRAM READS WAITLIST.DAT IN TRANSACTION ORDER AND,
002400*    FOR EACH ENTRY WHOSE COURSE NOW HAS AN OPEN SEAT, APPLIES
002900*    ORIGINAL ORDER AND COPIED BACK TO WAITLIST.DAT, SO THE
003000*    QUEUE SURVIVES FROM RUN TO RUN.  IT IS MEANT TO RUN RIGHT
003100*    AFTER STUDMAINT, WHOSE DELETES AND COURSE CHANGES ARE WHAT
003200*    FREE THE SEATS.  EVERY RECORD WRITTEN, REWRITTEN OR DELETED
003233*    ON STUDENTS.DAT OR ENROLL.DAT ALSO GOES, WHOLE, TO THE
003266*    RECOVERY JOURNAL.
003300*
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
005700            ORGANIZATION IS INDEXED
005800            ACCESS MODE IS RANDOM
005900            RECORD KEY IS CourseCode OF CourseRecord.
005906
005912     SELECT GradeFile     ASSIGN TO "GRADES.DAT"
005918            ORGANIZATION IS INDEXED
005924            ACCESS MODE IS DYNAMIC
005930            RECORD KEY IS Grd-Key
005936            FILE STATUS IS WP-Grade-File-Status.
005942
005948     SELECT PrereqFile    ASSIGN TO "PREREQ.DAT"
005954            ORGANIZATION IS INDEXED
005960            ACCESS MODE IS RANDOM
005966            RECORD KEY IS Prq-CourseCode
005972            FILE STATUS IS WP-Prereq-File-Status.
005978
005979     SELECT HoldFile      ASSIGN TO "HOLDS.DAT"
005980            ORGANIZATION IS INDEXED
005981            ACCESS MODE IS DYNAMIC
005982            RECORD KEY IS Hold-Key
005983            FILE STATUS IS WP-Hold-File-Status.
005984
005985     SELECT ScheduleFile  ASSIGN TO "SCHEDULE.DAT"
005986            ORGANIZATION IS INDEXED
005987            ACCESS MODE IS RANDOM
005988            RECORD KEY IS Sch-Key
005989            FILE STATUS IS WP-Sched-File-Status.
005990
005991     SELECT OPTIONAL MaintLogFile ASSIGN TO "STUDMAINT.LOG"
005992            ORGANIZATION IS LINE SEQUENTIAL.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
008600
008700 FD  CourseFile.
008800     COPY COURSE.CPY.
008810
008820 FD  GradeFile.
008830     COPY GRADEREC.CPY.
008840
008850 FD  PrereqFile.
008860     COPY PREREQ.CPY.
008870
008880 FD  MaintLogFile.
008890     COPY MNTREJ.CPY.
008892
008894 FD  HoldFile.
008896     COPY HOLDREC.CPY.
008897
008898 FD  ScheduleFile.
008899     COPY SCHEDREC.CPY.
008900
009000 WORKING-STORAGE SECTION.
009020 01  JobName                PIC X(08)   VALUE "WAITPROM".
009040
009060     COPY JRNLPARM.CPY.
009080
009100 01  WP-SWITCHES.
009200     02  WP-End-Of-Wait-Sw     PIC X       VALUE "N".
009300         88  WP-End-Of-Wait       VALUE "Y".
010500         88  WP-Already-Enrolled  VALUE "Y".
010510     02  WP-Inactive-Student-Sw PIC X      VALUE "N".
010520         88  WP-Inactive-Student  VALUE "Y".
010526     02  WP-No-Grade-File-Sw   PIC X       VALUE "N".
010532         88  WP-No-Grade-File     VALUE "Y".
010538     02  WP-No-Prereq-File-Sw  PIC X       VALUE "N".
010544         88  WP-No-Prereq-File    VALUE "Y".
010550     02  WP-Prereq-Found-Sw    PIC X       VALUE "N".
010556         88  WP-Prereq-Found      VALUE "Y".
010562     02  WP-Prereq-Not-Met-Sw  PIC X       VALUE "N".
010568         88  WP-Prereq-Not-Met    VALUE "Y".
010574     02  WP-Grade-Passed-Sw    PIC X       VALUE "N".
010580         88  WP-Grade-Passed      VALUE "Y".
010586     02  WP-End-Of-Grades-Sw   PIC X       VALUE "N".
010592         88  WP-End-Of-Grades     VALUE "Y".
010593     02  WP-No-Hold-File-Sw    PIC X       VALUE "N".
010594         88  WP-No-Hold-File      VALUE "Y".
010595     02  WP-Hold-Active-Sw     PIC X       VALUE "N".
010596         88  WP-Hold-Active       VALUE "Y".
010597     02  WP-End-Of-Holds-Sw    PIC X       VALUE "N".
010598         88  WP-End-Of-Holds      VALUE "Y".
010610     02  WP-No-Sched-File-Sw   PIC X       VALUE "N".
010622         88  WP-No-Sched-File     VALUE "Y".
010634     02  WP-Sched-Found-Sw     PIC X       VALUE "N".
010646         88  WP-Sched-Found       VALUE "Y".
010658     02  WP-Time-Conflict-Sw   PIC X       VALUE "N".
010670         88  WP-Time-Conflict     VALUE "Y".
010682
010700 01  WP-Enroll-File-Status     PIC XX.
010800     88  WP-Enroll-File-Good      VALUE "00".
010900     88  WP-Enroll-File-Missing   VALUE "35".
010911
010922 01  WP-Grade-File-Status      PIC XX.
010933     88  WP-Grade-File-Good       VALUE "00".
010944     88  WP-Grade-File-Missing    VALUE "35".
010955
010966 01  WP-Prereq-File-Status     PIC XX.
010977     88  WP-Prereq-File-Good      VALUE "00".
010988     88  WP-Prereq-File-Missing   VALUE "35".
010990
010992 01  WP-Hold-File-Status       PIC XX.
010994     88  WP-Hold-File-Good        VALUE "00".
010996     88  WP-Hold-File-Missing     VALUE "35".
011013
011030 01  WP-Sched-File-Status      PIC XX.
011047     88  WP-Sched-File-Good       VALUE "00".
011064     88  WP-Sched-File-Missing    VALUE "35".
011081
011100 01  WP-COUNTERS.
011200     02  WP-Promoted-Count     PIC 9(05)   COMP    VALUE ZERO.
011300     02  WP-Kept-Count         PIC 9(05)   COMP    VALUE ZERO.
011400     02  WP-Dropped-Count      PIC 9(05)   COMP    VALUE ZERO.
011500     02  WP-Enrolled-Count     PIC 9(05)   COMP    VALUE ZERO.
011550     02  WP-Prereq-Count       PIC 9(05)   COMP    VALUE ZERO.
011575     02  WP-On-Hold-Count      PIC 9(05)   COMP    VALUE ZERO.
011587     02  WP-Conflict-Count     PIC 9(05)   COMP    VALUE ZERO.
011600
011700 01  WP-HOLD-FIELDS.
011800     02  WP-Old-CourseCode     PIC X(04).
011812
011824 01  WP-PREREQ-FIELDS.
011836     02  WP-Prq-Sub            PIC 9(02)   COMP    VALUE ZERO.
011848     02  WP-Need-CourseCode    PIC X(04)   VALUE SPACES.
011860     02  WP-Need-Grade         PIC X(01)   VALUE SPACES.
011872     02  WP-Work-Grade         PIC X(01)   VALUE SPACES.
011884         88  WP-Passing-Grade     VALUE "A" THRU "D".
011892         88  WP-Pass-Grade        VALUE "P".
011901
011910 01  WP-SCHEDULE-FIELDS.
011919     02  WP-Day-Sub            PIC 9(02)   COMP    VALUE ZERO.
011928     02  WP-Skip-CourseCode    PIC X(04)   VALUE SPACES.
011937     02  WP-Conflict-CourseCode PIC X(04)  VALUE SPACES.
011946     02  WP-Tgt-Days           PIC X(07)   VALUE SPACES.
011955     02  WP-Tgt-Day-Table REDEFINES WP-Tgt-Days.
011964         03  WP-Tgt-Day        PIC X(01)   OCCURS 7 TIMES.
011973     02  WP-Tgt-Start-Time     PIC 9(04)   VALUE ZERO.
011982     02  WP-Tgt-End-Time       PIC 9(04)   VALUE ZERO.
011991
012000 01  WP-RUN-DATE-FIELDS.
012100     02  WP-Run-Date-YY        PIC 9(2).
012200     02  WP-Run-Date-MM        PIC 9(2).
013600     02  WP-Prom-Initials     PIC X(02).
013700     02  FILLER               PIC X(01)   VALUE SPACE.
013800     02  WP-Prom-CourseCode   PIC X(04).
013807
013814 01  WP-PREREQ-LINE.
013821     02  FILLER               PIC X(12)   VALUE "NO PREREQ - ".
013828     02  WP-Prq-StudentId     PIC 9(07).
013835     02  FILLER               PIC X(01)   VALUE SPACE.
013842     02  WP-Prq-Surname       PIC X(08).
013849     02  WP-Prq-Initials      PIC X(02).
013856     02  FILLER               PIC X(01)   VALUE SPACE.
013863     02  WP-Prq-CourseCode    PIC X(04).
013870     02  FILLER               PIC X(08)   VALUE " NEEDS  ".
013877     02  WP-Prq-Need-Course   PIC X(04).
013884     02  FILLER               PIC X(05)   VALUE " MIN ".
013891     02  WP-Prq-Need-Grade    PIC X(01).
013899
013907 01  WP-ON-HOLD-LINE.
013915     02  FILLER               PIC X(12)   VALUE "ON HOLD --- ".
013923     02  WP-Hld-StudentId     PIC 9(07).
013931     02  FILLER               PIC X(01)   VALUE SPACE.
013939     02  WP-Hld-Surname       PIC X(08).
013947     02  WP-Hld-Initials      PIC X(02).
013955     02  FILLER               PIC X(01)   VALUE SPACE.
013963     02  WP-Hld-CourseCode    PIC X(04).
013971     02  FILLER               PIC X(06)   VALUE " HOLD ".
013979     02  WP-Hld-Type          PIC X(01).
013980
013981 01  WP-CONFLICT-LINE.
013982     02  FILLER               PIC X(12)   VALUE "CONFLICT -- ".
013983     02  WP-Cfl-StudentId     PIC 9(07).
013984     02  FILLER               PIC X(01)   VALUE SPACE.
013985     02  WP-Cfl-Surname       PIC X(08).
013986     02  WP-Cfl-Initials      PIC X(02).
013987     02  FILLER               PIC X(01)   VALUE SPACE.
013988     02  WP-Cfl-CourseCode    PIC X(04).
013989     02  FILLER               PIC X(06)   VALUE " WITH ".
013990     02  WP-Cfl-With-Course   PIC X(04).
013991
014000 01  WP-SUMMARY-LINE-1.
014100     02  FILLER          PIC X(17) VALUE "TRANS PROMOTED --".
014200     02  WP-Promoted-Out       PIC ZZ,ZZ9.
014800 01  WP-SUMMARY-LINE-3.
014900     02  FILLER          PIC X(17) VALUE "TRANS DROPPED ---".
015000     02  WP-Dropped-Out        PIC ZZ,ZZ9.
015020
015040 01  WP-SUMMARY-LINE-4.
015060     02  FILLER          PIC X(17) VALUE "PREREQ NOT MET --".
015080     02  WP-Prereq-Out         PIC ZZ,ZZ9.
015084
015088 01  WP-SUMMARY-LINE-5.
015092     02  FILLER          PIC X(17) VALUE "ON HOLD - KEPT --".
015096     02  WP-On-Hold-Out        PIC ZZ,ZZ9.
015113
015130 01  WP-SUMMARY-LINE-6.
015147     02  FILLER          PIC X(17) VALUE "TIME CONFLICT ---".
015164     02  WP-Conflict-Out       PIC ZZ,ZZ9.
015181
015200 PROCEDURE DIVISION.
015300*----------------------------------------------------------------*
015400 0000-MAINLINE.
017900         OPEN I-O    EnrollFile
018000     END-IF.
018100     OPEN INPUT  CourseFile.
018110     OPEN INPUT  GradeFile.
018120     IF WP-Grade-File-Missing
018130         SET WP-No-Grade-File TO TRUE
018140     END-IF.
018150     OPEN INPUT  PrereqFile.
018160     IF WP-Prereq-File-Missing
018170         SET WP-No-Prereq-File TO TRUE
018180     END-IF.
018182     OPEN INPUT  HoldFile.
018184     IF WP-Hold-File-Missing
018186         SET WP-No-Hold-File TO TRUE
018188     END-IF.
018190     OPEN INPUT  ScheduleFile.
018192     IF WP-Sched-File-Missing
018194         SET WP-No-Sched-File TO TRUE
018196     END-IF.
018198     OPEN EXTEND MaintLogFile.
018200     ACCEPT WP-RUN-DATE-FIELDS FROM DATE.
018300     MOVE WP-Run-Date-YY TO WP-Run-Date-YY-Out.
018400     MOVE WP-Run-Date-MM TO WP-Run-Date-MM-Out.
020100*----------------------------------------------------------------*
020200 2000-PROCESS-ENTRY.
020300*----------------------------------------------------------------*
020311     PERFORM 2030-CHECK-HOLD
020322         THRU 2030-CHECK-HOLD-EXIT.
020333     IF WP-Hold-Active
020344         PERFORM 2700-KEEP-ENTRY
020355             THRU 2700-KEEP-ENTRY-EXIT
020366         PERFORM 1100-READ-WAITLIST
020377             THRU 1100-READ-WAITLIST-EXIT
020388         GO TO 2000-PROCESS-ENTRY-EXIT.
020400     PERFORM 2050-CHECK-CAPACITY
020500         THRU 2050-CHECK-CAPACITY-EXIT.
020600     IF WP-Course-Full
020700         PERFORM 2700-KEEP-ENTRY
020800             THRU 2700-KEEP-ENTRY-EXIT
020900     ELSE
020933         PERFORM 2100-CHECK-PREREQ
020966             THRU 2100-CHECK-PREREQ-EXIT
020971         MOVE "N" TO WP-Time-Conflict-Sw
020976         IF NOT WP-Prereq-Not-Met
020981             PERFORM 2160-CHECK-CONFLICT
020986                 THRU 2160-CHECK-CONFLICT-EXIT
020991         END-IF
021000         EVALUATE TRUE
021025             WHEN WP-Prereq-Not-Met
021050                 PERFORM 2150-REJECT-ENTRY
021075                     THRU 2150-REJECT-ENTRY-EXIT
021081             WHEN WP-Time-Conflict
021087                 PERFORM 2180-REJECT-CONFLICT
021093                     THRU 2180-REJECT-CONFLICT-EXIT
021100             WHEN Wait-Add
021200                 PERFORM 2200-PROMOTE-ADD
021300                     THRU 2200-PROMOTE-ADD-EXIT
022600 2000-PROCESS-ENTRY-EXIT.
022700     EXIT.
022800
022801*----------------------------------------------------------------*
022802 2030-CHECK-HOLD.
022803*----------------------------------------------------------------*
022804*    THE SAME HOLD RULE STUDMAINT APPLIES - A REGISTRATION OR
022805*    FINANCIAL HOLD NOT YET PAST ITS RELEASE DATE.  THE ENTRY IS
022806*    KEPT, NOT DROPPED, SO IT CAN PROMOTE ONCE THE HOLD LIFTS.
022807     MOVE "N" TO WP-Hold-Active-Sw
022808                 WP-End-Of-Holds-Sw.
022809     IF WP-No-Hold-File
022810         GO TO 2030-CHECK-HOLD-EXIT.
022811     MOVE Wait-StudentId TO Hold-StudentId.
022812     MOVE LOW-VALUES     TO Hold-Type.
022813     START HoldFile KEY IS NOT LESS THAN Hold-Key
022814         INVALID KEY
022815             SET WP-End-Of-Holds TO TRUE
022816     END-START.
022817     PERFORM 2035-READ-ONE-HOLD
022818         THRU 2035-READ-ONE-HOLD-EXIT
022819         UNTIL WP-End-Of-Holds
022820            OR WP-Hold-Active.
022821     IF WP-Hold-Active
022822         ADD 1 TO WP-On-Hold-Count
022823         MOVE Wait-StudentId  TO WP-Hld-StudentId
022824         MOVE Wait-Surname    TO WP-Hld-Surname
022825         MOVE Wait-Initials   TO WP-Hld-Initials
022826         MOVE Wait-CourseCode TO WP-Hld-CourseCode
022827         MOVE Hold-Type       TO WP-Hld-Type
022828         DISPLAY WP-ON-HOLD-LINE
022829     END-IF.
022830 2030-CHECK-HOLD-EXIT.
022831     EXIT.
022832
022833*----------------------------------------------------------------*
022834 2035-READ-ONE-HOLD.
022835*----------------------------------------------------------------*
022836     READ HoldFile NEXT RECORD
022837         AT END
022838             SET WP-End-Of-Holds TO TRUE
022839     END-READ.
022840     IF NOT WP-End-Of-Holds
022841         IF Hold-StudentId NOT = Wait-StudentId
022842             SET WP-End-Of-Holds TO TRUE
022843         ELSE
022844             IF Hold-Blocks-Enroll
022845                AND (Hold-Release-Date = ZERO
022846                  OR Hold-Release-Date > WP-Run-Date-CCYYMMDD)
022847                 SET WP-Hold-Active TO TRUE
022848             END-IF
022849         END-IF
022850     END-IF.
022851 2035-READ-ONE-HOLD-EXIT.
022852     EXIT.
022853
022900*----------------------------------------------------------------*
023000 2050-CHECK-CAPACITY.
023100*----------------------------------------------------------------*
028200 2070-COUNT-ONE-ENROLLMENT-EXIT.
028300     EXIT.
028400
028401*----------------------------------------------------------------*
028402 2100-CHECK-PREREQ.
028403*----------------------------------------------------------------*
028404*    SAME RULE STUDMAINT APPLIES ON THE WAY IN - EVERY COURSE
028405*    PREREQ.DAT LISTS FOR THE ENTRY'S COURSE MUST APPEAR IN THE
028406*    STUDENT'S GRADES.DAT HISTORY, IN ANY TERM, AT OR ABOVE ITS
028407*    MINIMUM GRADE.  A PREREQUISITE ADDED SINCE THE ENTRY WAS
028408*    QUEUED IS CAUGHT HERE.
028409     MOVE "N" TO WP-Prereq-Not-Met-Sw
028410                 WP-Prereq-Found-Sw.
028411     IF WP-No-Prereq-File
028412         GO TO 2100-CHECK-PREREQ-EXIT.
028413     MOVE Wait-CourseCode TO Prq-CourseCode.
028414     READ PrereqFile
028415         INVALID KEY
028416             CONTINUE
028417         NOT INVALID KEY
028418             SET WP-Prereq-Found TO TRUE
028419     END-READ.
028420     IF WP-Prereq-Found
028421         PERFORM 2110-CHECK-ONE-PREREQ
028422             THRU 2110-CHECK-ONE-PREREQ-EXIT
028423             VARYING WP-Prq-Sub FROM 1 BY 1
028424             UNTIL WP-Prq-Sub > 5
028425                OR WP-Prereq-Not-Met
028426     END-IF.
028427 2100-CHECK-PREREQ-EXIT.
028428     EXIT.
028429
028430*----------------------------------------------------------------*
028431 2110-CHECK-ONE-PREREQ.
028432*----------------------------------------------------------------*
028433     IF Prq-Req-CourseCode (WP-Prq-Sub) NOT = SPACES
028434         MOVE Prq-Req-CourseCode (WP-Prq-Sub)
028435             TO WP-Need-CourseCode
028436         MOVE Prq-Min-Grade (WP-Prq-Sub) TO WP-Need-Grade
028437         IF WP-Need-Grade = SPACE
028438             MOVE "D" TO WP-Need-Grade
028439         END-IF
028440         PERFORM 2120-FIND-PASSING-GRADE
028441             THRU 2120-FIND-PASSING-GRADE-EXIT
028442         IF NOT WP-Grade-Passed
028443             SET WP-Prereq-Not-Met TO TRUE
028444         END-IF
028445     END-IF.
028446 2110-CHECK-ONE-PREREQ-EXIT.
028447     EXIT.
028448
028449*----------------------------------------------------------------*
028450 2120-FIND-PASSING-GRADE.
028451*----------------------------------------------------------------*
028452     MOVE "N" TO WP-Grade-Passed-Sw
028453                 WP-End-Of-Grades-Sw.
028454     IF WP-No-Grade-File
028455         GO TO 2120-FIND-PASSING-GRADE-EXIT.
028456     MOVE Wait-StudentId     TO Grd-StudentId.
028457     MOVE WP-Need-CourseCode TO Grd-CourseCode.
028458     MOVE LOW-VALUES         TO Grd-Term.
028459     START GradeFile KEY IS NOT LESS THAN Grd-Key
028460         INVALID KEY
028461             SET WP-End-Of-Grades TO TRUE
028462     END-START.
028463     PERFORM 2130-READ-ONE-GRADE
028464         THRU 2130-READ-ONE-GRADE-EXIT
028465         UNTIL WP-End-Of-Grades
028466            OR WP-Grade-Passed.
028467 2120-FIND-PASSING-GRADE-EXIT.
028468     EXIT.
028469
028470*----------------------------------------------------------------*
028471 2130-READ-ONE-GRADE.
028472*----------------------------------------------------------------*
028473     READ GradeFile NEXT RECORD
028474         AT END
028475             SET WP-End-Of-Grades TO TRUE
028476     END-READ.
028477     IF NOT WP-End-Of-Grades
028478         IF Grd-StudentId NOT = Wait-StudentId
028479            OR Grd-CourseCode NOT = WP-Need-CourseCode
028480             SET WP-End-Of-Grades TO TRUE
028481         ELSE
028482             MOVE Grd-Grade TO WP-Work-Grade
028483             IF WP-Passing-Grade
028484                AND WP-Work-Grade NOT > WP-Need-Grade
028485                 SET WP-Grade-Passed TO TRUE
028486             END-IF
028488*            A PASS/FAIL PASS IS TAKEN AS AT LEAST A C.
028490             IF WP-Pass-Grade
028492                AND WP-Need-Grade NOT < "C"
028494                 SET WP-Grade-Passed TO TRUE
028496             END-IF
028498         END-IF
028500     END-IF.
028502 2130-READ-ONE-GRADE-EXIT.
028504     EXIT.
028506
028508*----------------------------------------------------------------*
028510 2150-REJECT-ENTRY.
028512*----------------------------------------------------------------*
028514*    THE ENTRY COMES OFF THE WAITLIST - IT WOULD NEVER PROMOTE -
028516*    AND THE REASON GOES ONTO STUDMAINT.LOG IN THE SAME FORM
028518*    STUDMAINT USES FOR ITS OWN PREREQUISITE REJECTS.
028520     ADD 1 TO WP-Dropped-Count
028522              WP-Prereq-Count.
028524     MOVE SPACES             TO MaintRejectRecord.
028526     MOVE Wait-Action        TO MRj-Action.
028528     MOVE Wait-StudentId     TO MRj-StudentId.
028530     MOVE "REJECTED"         TO MRj-Reject-Tag.
028532     MOVE "01"               TO MRj-Reason-Code.
028534     MOVE Wait-CourseCode    TO MRj-CourseCode.
028536     MOVE Wait-Term          TO MRj-Term.
028538     STRING "PREREQ " WP-Need-CourseCode " MIN "
028540            WP-Need-Grade " NOT MET"
028542         DELIMITED BY SIZE INTO MRj-Reason-Text.
028544     WRITE MaintRejectRecord.
028546     MOVE Wait-StudentId     TO WP-Prq-StudentId.
028548     MOVE Wait-Surname       TO WP-Prq-Surname.
028550     MOVE Wait-Initials      TO WP-Prq-Initials.
028552     MOVE Wait-CourseCode    TO WP-Prq-CourseCode.
028554     MOVE WP-Need-CourseCode TO WP-Prq-Need-Course.
028556     MOVE WP-Need-Grade      TO WP-Prq-Need-Grade.
028558     DISPLAY WP-PREREQ-LINE.
028560 2150-REJECT-ENTRY-EXIT.
028562     EXIT.
028564
028565*----------------------------------------------------------------*
028566 2160-CHECK-CONFLICT.
028567*----------------------------------------------------------------*
028568*    SAME TEST AS STUDMAINT - THE ENTRY'S COURSE MAY NOT MEET AT
028569*    A TIME THAT OVERLAPS ANOTHER COURSE THE STUDENT HOLDS IN
028570*    ENROLL.DAT FOR THE SAME TERM.  A CHANGE PASSES OVER THE
028571*    COURSE IT WILL GIVE UP, WHICH IS STILL ON THE MASTER.
028572     MOVE "N" TO WP-Time-Conflict-Sw
028573                 WP-Sched-Found-Sw
028574                 WP-End-Of-Enroll-Sw.
028575     IF WP-No-Sched-File
028576         GO TO 2160-CHECK-CONFLICT-EXIT.
028577     MOVE Wait-CourseCode TO Sch-CourseCode.
028578     MOVE Wait-Term       TO Sch-Term.
028579     READ ScheduleFile
028580         INVALID KEY
028581             CONTINUE
028582         NOT INVALID KEY
028583             SET WP-Sched-Found TO TRUE
028584     END-READ.
028585     IF NOT WP-Sched-Found
028586         GO TO 2160-CHECK-CONFLICT-EXIT.
028587     MOVE Sch-Days       TO WP-Tgt-Days.
028588     MOVE Sch-Start-Time TO WP-Tgt-Start-Time.
028589     MOVE Sch-End-Time   TO WP-Tgt-End-Time.
028590     MOVE SPACES TO WP-Skip-CourseCode.
028591     IF Wait-Change
028592         MOVE Wait-StudentId TO StudentId
028593         READ StudentFile
028594             INVALID KEY
028595                 CONTINUE
028596             NOT INVALID KEY
028597                 MOVE CourseCode OF StudentDetails
028598                     TO WP-Skip-CourseCode
028599         END-READ
028600     END-IF.
028601     MOVE Wait-StudentId TO Enr-StudentId.
028602     MOVE LOW-VALUES     TO Enr-Course-Term.
028603     START EnrollFile KEY IS NOT LESS THAN Enr-Key
028604         INVALID KEY
028605             SET WP-End-Of-Enroll TO TRUE
028606     END-START.
028607     PERFORM 2165-CHECK-ONE-ENROLLMENT
028608         THRU 2165-CHECK-ONE-ENROLLMENT-EXIT
028609         UNTIL WP-End-Of-Enroll
028610            OR WP-Time-Conflict.
028611 2160-CHECK-CONFLICT-EXIT.
028612     EXIT.
028613
028614*----------------------------------------------------------------*
028615 2165-CHECK-ONE-ENROLLMENT.
028616*----------------------------------------------------------------*
028617     READ EnrollFile NEXT RECORD
028618         AT END
028619             SET WP-End-Of-Enroll TO TRUE
028620     END-READ.
028621     IF WP-End-Of-Enroll
028622         GO TO 2165-CHECK-ONE-ENROLLMENT-EXIT.
028623     IF Enr-StudentId NOT = Wait-StudentId
028624         SET WP-End-Of-Enroll TO TRUE
028625         GO TO 2165-CHECK-ONE-ENROLLMENT-EXIT.
028626     IF Enr-Term NOT = Wait-Term
028627        OR Enr-CourseCode = Wait-CourseCode
028628        OR Enr-CourseCode = WP-Skip-CourseCode
028629         GO TO 2165-CHECK-ONE-ENROLLMENT-EXIT.
028630     MOVE "N" TO WP-Sched-Found-Sw.
028631     MOVE Enr-CourseCode TO Sch-CourseCode.
028632     MOVE Enr-Term       TO Sch-Term.
028633     READ ScheduleFile
028634         INVALID KEY
028635             CONTINUE
028636         NOT INVALID KEY
028637             SET WP-Sched-Found TO TRUE
028638     END-READ.
028639     IF WP-Sched-Found
028640        AND Sch-Start-Time < WP-Tgt-End-Time
028641        AND WP-Tgt-Start-Time < Sch-End-Time
028642         PERFORM 2170-COMPARE-ONE-DAY
028643             THRU 2170-COMPARE-ONE-DAY-EXIT
028644             VARYING WP-Day-Sub FROM 1 BY 1
028645             UNTIL WP-Day-Sub > 7
028646                OR WP-Time-Conflict
028647     END-IF.
028648 2165-CHECK-ONE-ENROLLMENT-EXIT.
028649     EXIT.
028650
028651*----------------------------------------------------------------*
028652 2170-COMPARE-ONE-DAY.
028653*----------------------------------------------------------------*
028654     IF Sch-Day (WP-Day-Sub) NOT = SPACE
028655        AND WP-Tgt-Day (WP-Day-Sub) NOT = SPACE
028656         SET WP-Time-Conflict TO TRUE
028657         MOVE Enr-CourseCode TO WP-Conflict-CourseCode
028658     END-IF.
028659 2170-COMPARE-ONE-DAY-EXIT.
028660     EXIT.
028661
028662*----------------------------------------------------------------*
028663 2180-REJECT-CONFLICT.
028664*----------------------------------------------------------------*
028665*    DROPPED LIKE A PREREQUISITE REJECT - A SEAT OPENING LATER
028666*    WOULD NOT CURE THE CLASH.  LOGGED AS REASON 03.
028667     ADD 1 TO WP-Dropped-Count
028668              WP-Conflict-Count.
028669     MOVE SPACES             TO MaintRejectRecord.
028670     MOVE Wait-Action        TO MRj-Action.
028671     MOVE Wait-StudentId     TO MRj-StudentId.
028672     MOVE "REJECTED"         TO MRj-Reject-Tag.
028673     MOVE "03"               TO MRj-Reason-Code.
028674     MOVE Wait-CourseCode    TO MRj-CourseCode.
028675     MOVE Wait-Term          TO MRj-Term.
028676     STRING "TIME CONFLICT WITH " WP-Conflict-CourseCode
028677         DELIMITED BY SIZE INTO MRj-Reason-Text.
028678     WRITE MaintRejectRecord.
028679     MOVE Wait-StudentId     TO WP-Cfl-StudentId.
028680     MOVE Wait-Surname       TO WP-Cfl-Surname.
028681     MOVE Wait-Initials      TO WP-Cfl-Initials.
028682     MOVE Wait-CourseCode    TO WP-Cfl-CourseCode.
028683     MOVE WP-Conflict-CourseCode TO WP-Cfl-With-Course.
028684     DISPLAY WP-CONFLICT-LINE.
028685 2180-REJECT-CONFLICT-EXIT.
028686     EXIT.
028687
028688*----------------------------------------------------------------*
028689 2200-PROMOTE-ADD.
028700*----------------------------------------------------------------*
028710*    THE STUDENTID MAY ALREADY BE ON THE MASTER BY PROMOTION
028720*    TIME - A RE-KEYED ADD, OR A STUDENT SINCE WITHDRAWN - SO
028980             WRITE StudentDetails
028990                 INVALID KEY
029000                     CONTINUE
029002                 NOT INVALID KEY
029004                     SET JReq-Write TO TRUE
029006                     PERFORM 2900-JOURNAL-STUDENT
029008                         THRU 2900-JOURNAL-STUDENT-EXIT
029010             END-WRITE
029020         END-IF
029030         PERFORM 2500-WRITE-ENROLLMENT
031420         THRU 2350-CHECK-LIFECYCLE-EXIT.
031500     IF WP-Master-Found AND NOT WP-Inactive-Student
031600         MOVE CourseCode OF StudentDetails TO WP-Old-CourseCode
031650         MOVE StudentDetails   TO JReq-Before-Image
031700         MOVE Wait-StudentName TO StudentName
031800         MOVE Wait-CourseCode  TO CourseCode OF StudentDetails
031900         MOVE Wait-Gender      TO Gender
032000         REWRITE StudentDetails
032100             INVALID KEY
032200                 CONTINUE
032220             NOT INVALID KEY
032240                 SET JReq-Rewrite TO TRUE
032260                 PERFORM 2900-JOURNAL-STUDENT
032280                     THRU 2900-JOURNAL-STUDENT-EXIT
032300         END-REWRITE
032400         IF WP-Old-CourseCode NOT = Wait-CourseCode
032500             MOVE Wait-StudentId    TO Enr-StudentId
032600             MOVE WP-Old-CourseCode TO Enr-CourseCode
032650             MOVE Wait-Term         TO Enr-Term
032706             READ EnrollFile
032762                 INVALID KEY
032818                     CONTINUE
032874                 NOT INVALID KEY
032930                     PERFORM 2310-DELETE-OLD-ENROLLMENT
032986                         THRU 2310-DELETE-OLD-ENROLLMENT-EXIT
033042             END-READ
033100         END-IF
033200         PERFORM 2500-WRITE-ENROLLMENT
033300             THRU 2500-WRITE-ENROLLMENT-EXIT
033700     END-IF.
033800 2300-PROMOTE-CHANGE-EXIT.
033900     EXIT.
033901
033902*----------------------------------------------------------------*
033903 2310-DELETE-OLD-ENROLLMENT.
033904*----------------------------------------------------------------*
033905*    THE OLD ENROLLMENT IS READ BEFORE IT IS DELETED SO THE
033906*    JOURNAL HOLDS ITS FULL IMAGE.
033907     DELETE EnrollFile
033908         INVALID KEY
033909             CONTINUE
033910         NOT INVALID KEY
033911             SET JReq-Delete TO TRUE
033912             PERFORM 2910-JOURNAL-ENROLL
033913                 THRU 2910-JOURNAL-ENROLL-EXIT
033914     END-DELETE.
033915 2310-DELETE-OLD-ENROLLMENT-EXIT.
033916     EXIT.
033917
033920*----------------------------------------------------------------*
033930 2350-CHECK-LIFECYCLE.
033940*----------------------------------------------------------------*
033942*    A WITHDRAWN, GRADUATED, ON-LEAVE, SUSPENDED OR MERGED STUDENT
033944*    DOES NOT COME OFF THE WAITLIST INTO A SEAT - THE ENTRY IS
033946*    DROPPED.
033950     MOVE "N" TO WP-Inactive-Student-Sw.
033960     IF WP-Master-Found
033970         IF WithdrawnStudent OR GraduatedStudent
033980            OR LeaveOfAbsence OR SuspendedStudent
033985            OR MergedStudent
033990             SET WP-Inactive-Student TO TRUE
033992             ADD 1 TO WP-Dropped-Count
033994         END-IF
037300     WRITE EnrollmentRecord
037400         INVALID KEY
037500             SET WP-Already-Enrolled TO TRUE
037520         NOT INVALID KEY
037540             SET JReq-Write TO TRUE
037560             PERFORM 2910-JOURNAL-ENROLL
037580                 THRU 2910-JOURNAL-ENROLL-EXIT
037600     END-WRITE.
037700 2500-WRITE-ENROLLMENT-EXIT.
037800     EXIT.
039600     DISPLAY WP-PROMOTION-LINE.
039700 2800-PRINT-PROMOTION-EXIT.
039800     EXIT.
039802
039804*----------------------------------------------------------------*
039806 2900-JOURNAL-STUDENT.
039808*----------------------------------------------------------------*
039810*    THE CALLER SETS THE OPERATION, AND FOR A REWRITE HAS SAVED
039812*    THE MASTER AS READ IN JREQ-BEFORE-IMAGE.
039814     MOVE "STUDENTS.DAT"     TO JReq-FileName.
039816     MOVE SPACES             TO JReq-Key
039818                                JReq-After-Image.
039820     IF JReq-Write
039822         MOVE SPACES         TO JReq-Before-Image
039824     END-IF.
039826     MOVE StudentId          TO JReq-Key.
039828     MOVE StudentDetails     TO JReq-After-Image.
039830     CALL "JrnlLog" USING JobName JournalRequest.
039832 2900-JOURNAL-STUDENT-EXIT.
039834     EXIT.
039836
039838*----------------------------------------------------------------*
039840 2910-JOURNAL-ENROLL.
039842*----------------------------------------------------------------*
039844*    THE CALLER SETS THE OPERATION.  A DELETE IS ONLY ISSUED
039846*    AGAINST A RECORD JUST READ, SO THE RECORD AREA STILL HOLDS
039848*    WHAT WAS DELETED.
039850     MOVE "ENROLL.DAT"       TO JReq-FileName.
039852     MOVE SPACES             TO JReq-Key
039854                                JReq-Before-Image
039856                                JReq-After-Image.
039858     MOVE Enr-Key            TO JReq-Key.
039860     IF JReq-Delete
039862         MOVE EnrollmentRecord TO JReq-Before-Image
039864     ELSE
039866         MOVE EnrollmentRecord TO JReq-After-Image
039868     END-IF.
039870     CALL "JrnlLog" USING JobName JournalRequest.
039872 2910-JOURNAL-ENROLL-EXIT.
039874     EXIT.
039900
040000*----------------------------------------------------------------*
040100 3000-CYCLE-WAITLIST.
044100     DISPLAY WP-SUMMARY-LINE-1.
044200     DISPLAY WP-SUMMARY-LINE-2.
044300     DISPLAY WP-SUMMARY-LINE-3.
044333     MOVE WP-Prereq-Count   TO WP-Prereq-Out.
044366     DISPLAY WP-SUMMARY-LINE-4.
044377     MOVE WP-On-Hold-Count  TO WP-On-Hold-Out.
044388     DISPLAY WP-SUMMARY-LINE-5.
044392     MOVE WP-Conflict-Count TO WP-Conflict-Out.
044396     DISPLAY WP-SUMMARY-LINE-6.
044400 8000-PRINT-SUMMARY-EXIT.
044500     EXIT.
044600
044700*----------------------------------------------------------------*
044800 9999-EXIT.
044900*----------------------------------------------------------------*
044950     CALL "JrnlClose".
045000     CLOSE StudentFile
045100           EnrollFile
045200           CourseFile
045212           MaintLogFile.
045224     IF NOT WP-No-Grade-File
045236         CLOSE GradeFile
045248     END-IF.
045260     IF NOT WP-No-Prereq-File
045272         CLOSE PrereqFile
045284     END-IF.
045288     IF NOT WP-No-Hold-File
045292         CLOSE HoldFile
045296     END-IF.
045297     IF NOT WP-No-Sched-File
045298         CLOSE ScheduleFile
045299     END-IF.
045300 9999-EXIT-EXIT.
045400     EXIT.
