002032*                  THE RESTART CHECKPOINT CARRIES THE FEED'S   *
002033*                  CONTROL TOTALS SO A CHECKPOINT LEFT BY A    *
002034*                  DIFFERENT FEED IS IGNORED, NOT SKIPPED ON.  *
002043*  2026-09-17  JP  PREREQUISITES ENFORCED - ADDS, COURSE         *
002052*                  CHANGES AND ENROLLS ARE CHECKED AGAINST       *
002061*                  PREREQ.DAT AND THE STUDENT'S GRADES.DAT       *
002070*                  HISTORY AHEAD OF THE CAPACITY CHECK, AND A    *
002075*                  PREREQUISITE NOT MET REJECTS WITH A REASON    *
002079*                  LINE (MNTREJ.CPY) ON STUDMAINT.LOG.           *
002082*  2026-09-24  JP  A PASS (P) SATISFIES A PREREQUISITE MINIMUM   *
002085*                  OF C OR D BUT NOT OF A OR B.                  *
002088*  2026-10-03  JP  ADD, CHANGE AND ENROLL ARE REFUSED FOR A      *
002091*                  STUDENT WITH AN ACTIVE REGISTRATION OR        *
002094*                  FINANCIAL HOLD ON HOLDS.DAT (REASON 02).      *
002095*  2026-10-06  JP  ADD, COURSE CHANGE AND ENROLL ARE REFUSED     *
002096*                  WHEN THE COURSE'S SCHEDULE.DAT MEETING TIME   *
002097*                  OVERLAPS ANOTHER OF THE STUDENT'S COURSES IN  *
002098*                  THE SAME TERM (REASON 03).                    *
002110*  2026-10-12  JP  EVERY WRITE, REWRITE AND DELETE ON            *
002122*                  STUDENTS.DAT AND ENROLL.DAT ALSO GOES, WITH   *
002134*                  ITS FULL BEFORE AND AFTER IMAGES, TO          *
002146*                  RECOVERY.JNL (JRNLLOG) FOR FORWARD RECOVERY   *
002158*                  AND BACKOUT BY JRNLRECV.                      *
002170*----------------------------------------------------------------*
002182*
002200*    THIS PROGRAM READS A TRANSACTION FILE OF ADD/CHANGE/DELETE
002300*    ACTIONS KEYED BY STUDENTID AND APPLIES EACH ONE DIRECTLY TO
002400*    THE INDEXED STUDENT MASTER (STUDENTS.DAT).  EVERY TRANSACTION
002500*    WRITES A BEFORE/AFTER IMAGE TO THE MAINTENANCE LOG SO CHANGES
002600*    CAN BE TRACED BACK TO THE FEED THAT CAUSED THEM.  EVERY
002633*    RECORD WRITTEN, REWRITTEN OR DELETED ON STUDENTS.DAT OR
002666*    ENROLL.DAT ALSO GOES, WHOLE, TO THE RECOVERY JOURNAL.
002700*
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003564            ACCESS MODE IS RANDOM
003566            RECORD KEY IS CourseCode OF CourseRecord.
003570
003572     SELECT GradeFile       ASSIGN TO "GRADES.DAT"
003574            ORGANIZATION IS INDEXED
003576            ACCESS MODE IS DYNAMIC
003578            RECORD KEY IS Grd-Key
003580            FILE STATUS IS SM-Grade-File-Status.
003582
003584     SELECT PrereqFile      ASSIGN TO "PREREQ.DAT"
003586            ORGANIZATION IS INDEXED
003588            ACCESS MODE IS RANDOM
003590            RECORD KEY IS Prq-CourseCode
003592            FILE STATUS IS SM-Prereq-File-Status.
003594
003607     SELECT HoldFile        ASSIGN TO "HOLDS.DAT"
003620            ORGANIZATION IS INDEXED
003633            ACCESS MODE IS DYNAMIC
003646            RECORD KEY IS Hold-Key
003659            FILE STATUS IS SM-Hold-File-Status.
003672
003673     SELECT ScheduleFile    ASSIGN TO "SCHEDULE.DAT"
003674            ORGANIZATION IS INDEXED
003675            ACCESS MODE IS RANDOM
003676            RECORD KEY IS Sch-Key
003677            FILE STATUS IS SM-Sched-File-Status.
003678
003685     SELECT TransactionFile ASSIGN TO "STUDENT.TRN"
003700            ORGANIZATION IS LINE SEQUENTIAL.
003800
003900     SELECT MaintLogFile    ASSIGN TO "STUDMAINT.LOG"
004640 FD  CourseFile.
004650     COPY COURSE.CPY.
004660
004661 FD  GradeFile.
004662     COPY GRADEREC.CPY.
004663
004664 FD  PrereqFile.
004665     COPY PREREQ.CPY.
004666
004667 FD  HoldFile.
004668     COPY HOLDREC.CPY.
004670
004672 FD  ScheduleFile.
004674     COPY SCHEDREC.CPY.
004676
004678 FD  WaitlistFile.
004680     COPY WAITREC.CPY.
004690
004700 FD  TransactionFile.
005500     02  ML-Before-Image       PIC X(22).
005600     02  FILLER                PIC X(03)  VALUE SPACES.
005700     02  ML-After-Image        PIC X(22).
005750     COPY MNTREJ.CPY.
005800
005900 WORKING-STORAGE SECTION.
005910 01  JobName                PIC X(08)   VALUE "STUDMAIN".
006238         88  SM-Restart-Found     VALUE "Y".
006239     02  SM-Blank-Term-Sw      PIC X       VALUE "N".
006240         88  SM-Blank-Term        VALUE "Y".
006241     02  SM-No-Grade-File-Sw   PIC X       VALUE "N".
006242         88  SM-No-Grade-File     VALUE "Y".
006243     02  SM-No-Prereq-File-Sw  PIC X       VALUE "N".
006244         88  SM-No-Prereq-File    VALUE "Y".
006245     02  SM-Prereq-Found-Sw    PIC X       VALUE "N".
006246         88  SM-Prereq-Found      VALUE "Y".
006247     02  SM-Prereq-Not-Met-Sw  PIC X       VALUE "N".
006248         88  SM-Prereq-Not-Met    VALUE "Y".
006249     02  SM-Grade-Passed-Sw    PIC X       VALUE "N".
006250         88  SM-Grade-Passed      VALUE "Y".
006251     02  SM-End-Of-Grades-Sw   PIC X       VALUE "N".
006252         88  SM-End-Of-Grades     VALUE "Y".
006253     02  SM-No-Hold-File-Sw    PIC X       VALUE "N".
006254         88  SM-No-Hold-File      VALUE "Y".
006255     02  SM-Hold-Active-Sw     PIC X       VALUE "N".
006256         88  SM-Hold-Active       VALUE "Y".
006257     02  SM-End-Of-Holds-Sw    PIC X       VALUE "N".
006258         88  SM-End-Of-Holds      VALUE "Y".
006259     02  SM-No-Sched-File-Sw   PIC X       VALUE "N".
006260         88  SM-No-Sched-File     VALUE "Y".
006261     02  SM-Sched-Found-Sw     PIC X       VALUE "N".
006262         88  SM-Sched-Found       VALUE "Y".
006263     02  SM-Time-Conflict-Sw   PIC X       VALUE "N".
006264         88  SM-Time-Conflict     VALUE "Y".
006265
006266 01  SM-Enroll-File-Status     PIC XX.
006267     88  SM-Enroll-File-Good      VALUE "00".
006268     88  SM-Enroll-File-Missing   VALUE "35".
006269
006270 01  SM-Grade-File-Status      PIC XX.
006271     88  SM-Grade-File-Good       VALUE "00".
006272     88  SM-Grade-File-Missing    VALUE "35".
006274
006277 01  SM-Prereq-File-Status     PIC XX.
006280     88  SM-Prereq-File-Good      VALUE "00".
006283     88  SM-Prereq-File-Missing   VALUE "35".
006286
006287 01  SM-Hold-File-Status       PIC XX.
006288     88  SM-Hold-File-Good        VALUE "00".
006289     88  SM-Hold-File-Missing     VALUE "35".
006290
006291 01  SM-Sched-File-Status      PIC XX.
006292     88  SM-Sched-File-Good       VALUE "00".
006293     88  SM-Sched-File-Missing    VALUE "35".
006294
006295 01  SM-Ckpt-File-Status       PIC XX.
006296     88  SM-Ckpt-File-Found       VALUE "00".
006297     88  SM-Ckpt-File-Missing     VALUE "35".
006300
006400 01  SM-COUNTERS.
006500     02  SM-Add-Count          PIC 9(05)   COMP    VALUE ZERO.
006804     02  SM-Enrolled-Count     PIC 9(05)   COMP    VALUE ZERO.
006806     02  SM-Status-Count       PIC 9(05)   COMP    VALUE ZERO.
006808     02  SM-Skipped-Count      PIC 9(05)   COMP    VALUE ZERO.
006809     02  SM-Prereq-Reject-Count PIC 9(05)  COMP    VALUE ZERO.
006810     02  SM-Hold-Reject-Count  PIC 9(05)   COMP    VALUE ZERO.
006811     02  SM-Conflict-Count     PIC 9(05)   COMP    VALUE ZERO.
006812
006813 01  SM-CONTROL-FIELDS.
006814     02  SM-Trans-Read-Count   PIC 9(07)   COMP    VALUE ZERO.
006816     02  SM-Hash-Accum         PIC 9(13)           VALUE ZERO.
006818     02  SM-Ctl-Expected-Count PIC 9(07)           VALUE ZERO.
006890     02  SM-Run-Date-YY-Out    PIC 9(2).
006892     02  SM-Run-Date-MM-Out    PIC 9(2).
006894     02  SM-Run-Date-DD-Out    PIC 9(2).
006902
006910 01  SM-PREREQ-FIELDS.
006918     02  SM-Prq-Sub            PIC 9(02)   COMP    VALUE ZERO.
006926     02  SM-Need-CourseCode    PIC X(04)   VALUE SPACES.
006934     02  SM-Need-Grade         PIC X(01)   VALUE SPACES.
006942     02  SM-Work-Grade         PIC X(01)   VALUE SPACES.
006950         88  SM-Passing-Grade     VALUE "A" THRU "D".
006954         88  SM-Pass-Grade        VALUE "P".
006958
006966 01  SM-REJECT-FIELDS.
006974     02  SM-Rej-Reason-Code    PIC X(02)   VALUE SPACES.
006982     02  SM-Rej-Reason-Text    PIC X(30)   VALUE SPACES.
006986     02  SM-Rej-Hold-Type      PIC X(01)   VALUE SPACE.
006987
006988 01  SM-SCHEDULE-FIELDS.
006989     02  SM-Day-Sub            PIC 9(02)   COMP    VALUE ZERO.
006990     02  SM-Skip-CourseCode    PIC X(04)   VALUE SPACES.
006991     02  SM-Conflict-CourseCode PIC X(04)  VALUE SPACES.
006992     02  SM-Tgt-Days           PIC X(07)   VALUE SPACES.
006993     02  SM-Tgt-Day-Table REDEFINES SM-Tgt-Days.
006994         03  SM-Tgt-Day        PIC X(01)   OCCURS 7 TIMES.
006995     02  SM-Tgt-Start-Time     PIC 9(04)   VALUE ZERO.
006996     02  SM-Tgt-End-Time       PIC 9(04)   VALUE ZERO.
006997
007000 01  SM-BEFORE-IMAGE.
007100     02  SM-Bef-StudentId      PIC 9(7).
007200     02  SM-Bef-StudentName.
007600     02  SM-Bef-Gender         PIC X.
007610     02  SM-Bef-Status         PIC X.
007620     02  SM-Bef-StatusDate     PIC 9(8).
007646
007672     COPY JRNLPARM.CPY.
007700
007800 01  SM-SUMMARY-LINE-1.
007900     02  FILLER          PIC X(17) VALUE "STUDENTS ADDED --".
009300     02  FILLER          PIC X(17) VALUE "TRANS SKIPPED ---".
009301     02  SM-Skipped-Out        PIC ZZ,ZZ9.
009302
009303 01  SM-SUMMARY-LINE-11.
009304     02  FILLER          PIC X(17) VALUE "PREREQ NOT MET --".
009305     02  SM-Prereq-Reject-Out  PIC ZZ,ZZ9.
009306
009307 01  SM-SUMMARY-LINE-12.
009308     02  FILLER          PIC X(17) VALUE "HOLD ACTIVE -----".
009309     02  SM-Hold-Reject-Out    PIC ZZ,ZZ9.
009310
009311 01  SM-SUMMARY-LINE-13.
009312     02  FILLER          PIC X(17) VALUE "TIME CONFLICT ---".
009313     02  SM-Conflict-Out       PIC ZZ,ZZ9.
009314
009315 01  SM-RESTART-LINE.
009316     02  FILLER          PIC X(30) VALUE
009317         "RESTART - SKIPPING THRU TRANS ".
009318     02  SM-Restart-Seq-Out    PIC Z,ZZZ,ZZ9.
009319
009320 01  SM-STALE-CKPT-LINE.
009321     02  FILLER          PIC X(33) VALUE
009322         "CHECKPOINT IS FOR A DIFFERENT FEE".
009323     02  FILLER          PIC X(12) VALUE "D - IGNORED ".
009324
009325 01  SM-OOB-LINE-1.
009326     02  FILLER          PIC X(26) VALUE
009327         "STUDENT.TRN OUT OF BALANCE".
009328     02  FILLER          PIC X(26) VALUE
009329         " - NO TRANSACTIONS APPLIED".
009330
009331 01  SM-OOB-LINE-2.
009332     02  FILLER          PIC X(17) VALUE "  COUNT EXPECTED ".
009333     02  SM-OOB-Count-Exp      PIC Z,ZZZ,ZZ9.
009334     02  FILLER          PIC X(07) VALUE "  READ ".
009335     02  SM-OOB-Count-Read     PIC Z,ZZZ,ZZ9.
009339
009343 01  SM-OOB-LINE-3.
011220     END-IF.
011300     OPEN INPUT  TransactionFile.
011310     OPEN INPUT  CourseFile.
011318*    NO GRADES.DAT YET MEANS NO STUDENT HAS PASSED ANYTHING; NO
011326*    PREREQ.DAT MEANS NO COURSE HAS PREREQUISITES TO CHECK.
011334     OPEN INPUT  GradeFile.
011342     IF SM-Grade-File-Missing
011350         SET SM-No-Grade-File TO TRUE
011358     END-IF.
011366     OPEN INPUT  PrereqFile.
011374     IF SM-Prereq-File-Missing
011382         SET SM-No-Prereq-File TO TRUE
011390     END-IF.
011391*    NO HOLDS.DAT YET MEANS NO STUDENT IS ON HOLD.
011392     OPEN INPUT  HoldFile.
011393     IF SM-Hold-File-Missing
011394         SET SM-No-Hold-File TO TRUE
011395     END-IF.
011396*    NO SCHEDULE.DAT YET MEANS NO COURSE HAS A FIXED MEETING TIME.
011397     OPEN INPUT  ScheduleFile.
011398     IF SM-Sched-File-Missing
011399         SET SM-No-Sched-File TO TRUE
011400     END-IF.
011401     OPEN OUTPUT MaintLogFile.
011405     OPEN EXTEND WaitlistFile.
011410     ACCEPT SM-RUN-DATE-FIELDS FROM DATE.
011420     MOVE SM-Run-Date-YY TO SM-Run-Date-YY-Out.
015085 2020-EDIT-TERM-EXIT.
015090     EXIT.
015095
015096*----------------------------------------------------------------*
015097 2025-CHECK-HOLD.
015098*----------------------------------------------------------------*
015099*    A REGISTRATION OR FINANCIAL HOLD ON HOLDS.DAT THAT HAS NOT
015100*    REACHED ITS RELEASE DATE REFUSES THE TRANSACTION.  THE HOLD
015101*    KEY LEADS WITH STUDENTID, SO ALL OF THE STUDENT'S HOLDS
015102*    READ BACK TOGETHER.
015103     MOVE "N" TO SM-Hold-Active-Sw
015104                 SM-End-Of-Holds-Sw.
015105     IF SM-No-Hold-File
015106         GO TO 2025-CHECK-HOLD-EXIT.
015107     MOVE Trans-StudentId TO Hold-StudentId.
015108     MOVE LOW-VALUES      TO Hold-Type.
015109     START HoldFile KEY IS NOT LESS THAN Hold-Key
015110         INVALID KEY
015111             SET SM-End-Of-Holds TO TRUE
015112     END-START.
015113     PERFORM 2027-READ-ONE-HOLD
015114         THRU 2027-READ-ONE-HOLD-EXIT
015115         UNTIL SM-End-Of-Holds
015116            OR SM-Hold-Active.
015117     IF SM-Hold-Active
015118         ADD 1 TO SM-Reject-Count
015119                  SM-Hold-Reject-Count
015120         MOVE "02"   TO SM-Rej-Reason-Code
015121         MOVE SPACES TO SM-Rej-Reason-Text
015122         STRING "HOLD " SM-Rej-Hold-Type " ACTIVE"
015123             DELIMITED BY SIZE INTO SM-Rej-Reason-Text
015124         PERFORM 2850-LOG-REJECT
015125             THRU 2850-LOG-REJECT-EXIT
015126     END-IF.
015127 2025-CHECK-HOLD-EXIT.
015128     EXIT.
015129
015130*----------------------------------------------------------------*
015131 2027-READ-ONE-HOLD.
015132*----------------------------------------------------------------*
015133     READ HoldFile NEXT RECORD
015134         AT END
015135             SET SM-End-Of-Holds TO TRUE
015136     END-READ.
015137     IF NOT SM-End-Of-Holds
015138         IF Hold-StudentId NOT = Trans-StudentId
015139             SET SM-End-Of-Holds TO TRUE
015140         ELSE
015141             IF Hold-Blocks-Enroll
015142                AND (Hold-Release-Date = ZERO
015143                  OR Hold-Release-Date > SM-Run-Date-CCYYMMDD)
015144                 SET SM-Hold-Active TO TRUE
015145                 MOVE Hold-Type TO SM-Rej-Hold-Type
015146             END-IF
015147         END-IF
015148     END-IF.
015149 2027-READ-ONE-HOLD-EXIT.
015150     EXIT.
015151
015152*----------------------------------------------------------------*
015153 2030-CHECK-PREREQ.
015154*----------------------------------------------------------------*
015155*    EVERY COURSE PREREQ.DAT LISTS FOR THE TARGET COURSE MUST
015156*    APPEAR IN THE STUDENT'S GRADES.DAT HISTORY AT OR ABOVE ITS
015157*    MINIMUM GRADE.  ANY TERM COUNTS, SO A FAILED ATTEMPT
015158*    FOLLOWED BY A PASSING RETAKE SATISFIES IT.  A COURSE WITH
015159*    NO PREREQ.DAT RECORD HAS NOTHING TO CHECK.  THE FIRST
015160*    PREREQUISITE NOT MET IS LOGGED AS THE REASON AND THE
015161*    TRANSACTION IS REJECTED BEFORE IT CAN REACH THE WAITLIST.
015162     MOVE "N" TO SM-Prereq-Not-Met-Sw
015163                 SM-Prereq-Found-Sw.
015164     IF SM-No-Prereq-File
015165         GO TO 2030-CHECK-PREREQ-EXIT.
015166     MOVE Trans-CourseCode TO Prq-CourseCode.
015167     READ PrereqFile
015168         INVALID KEY
015169             CONTINUE
015170         NOT INVALID KEY
015171             SET SM-Prereq-Found TO TRUE
015172     END-READ.
015173     IF SM-Prereq-Found
015174         PERFORM 2035-CHECK-ONE-PREREQ
015175             THRU 2035-CHECK-ONE-PREREQ-EXIT
015176             VARYING SM-Prq-Sub FROM 1 BY 1
015177             UNTIL SM-Prq-Sub > 5
015178                OR SM-Prereq-Not-Met
015179     END-IF.
015180     IF SM-Prereq-Not-Met
015181         ADD 1 TO SM-Reject-Count
015182                  SM-Prereq-Reject-Count
015183         MOVE "01"   TO SM-Rej-Reason-Code
015184         MOVE SPACES TO SM-Rej-Reason-Text
015185         STRING "PREREQ " SM-Need-CourseCode " MIN "
015186                SM-Need-Grade " NOT MET"
015187             DELIMITED BY SIZE INTO SM-Rej-Reason-Text
015188         PERFORM 2850-LOG-REJECT
015189             THRU 2850-LOG-REJECT-EXIT
015190     END-IF.
015191 2030-CHECK-PREREQ-EXIT.
015192     EXIT.
015193
015194*----------------------------------------------------------------*
015195 2035-CHECK-ONE-PREREQ.
015196*----------------------------------------------------------------*
015197*    A BLANK MINIMUM GRADE MEANS ANY PASSING GRADE (D OR BETTER).
015198     IF Prq-Req-CourseCode (SM-Prq-Sub) NOT = SPACES
015199         MOVE Prq-Req-CourseCode (SM-Prq-Sub)
015200             TO SM-Need-CourseCode
015201         MOVE Prq-Min-Grade (SM-Prq-Sub) TO SM-Need-Grade
015202         IF SM-Need-Grade = SPACE
015203             MOVE "D" TO SM-Need-Grade
015204         END-IF
015205         PERFORM 2040-FIND-PASSING-GRADE
015206             THRU 2040-FIND-PASSING-GRADE-EXIT
015207         IF NOT SM-Grade-Passed
015208             SET SM-Prereq-Not-Met TO TRUE
015209         END-IF
015210     END-IF.
015211 2035-CHECK-ONE-PREREQ-EXIT.
015212     EXIT.
015213
015214*----------------------------------------------------------------*
015215 2040-FIND-PASSING-GRADE.
015216*----------------------------------------------------------------*
015217*    THE GRADE KEY LEADS WITH STUDENTID AND COURSECODE, SO ALL OF
015218*    THE STUDENT'S ATTEMPTS AT ONE COURSE READ BACK TOGETHER.
015219     MOVE "N" TO SM-Grade-Passed-Sw
015220                 SM-End-Of-Grades-Sw.
015221     IF SM-No-Grade-File
015222         GO TO 2040-FIND-PASSING-GRADE-EXIT.
015223     MOVE Trans-StudentId    TO Grd-StudentId.
015224     MOVE SM-Need-CourseCode TO Grd-CourseCode.
015225     MOVE LOW-VALUES         TO Grd-Term.
015226     START GradeFile KEY IS NOT LESS THAN Grd-Key
015227         INVALID KEY
015228             SET SM-End-Of-Grades TO TRUE
015229     END-START.
015230     PERFORM 2045-READ-ONE-GRADE
015231         THRU 2045-READ-ONE-GRADE-EXIT
015232         UNTIL SM-End-Of-Grades
015233            OR SM-Grade-Passed.
015234 2040-FIND-PASSING-GRADE-EXIT.
015235     EXIT.
015236
015237*----------------------------------------------------------------*
015238 2045-READ-ONE-GRADE.
015239*----------------------------------------------------------------*
015240     READ GradeFile NEXT RECORD
015241         AT END
015242             SET SM-End-Of-Grades TO TRUE
015243     END-READ.
015244     IF NOT SM-End-Of-Grades
015245         IF Grd-StudentId NOT = Trans-StudentId
015246            OR Grd-CourseCode NOT = SM-Need-CourseCode
015247             SET SM-End-Of-Grades TO TRUE
015248         ELSE
015249             MOVE Grd-Grade TO SM-Work-Grade
015250             IF SM-Passing-Grade
015251                AND SM-Work-Grade NOT > SM-Need-Grade
015252                 SET SM-Grade-Passed TO TRUE
015253             END-IF
015254*            A PASS/FAIL PASS IS TAKEN AS AT LEAST A C.
015255             IF SM-Pass-Grade
015256                AND SM-Need-Grade NOT < "C"
015257                 SET SM-Grade-Passed TO TRUE
015258             END-IF
015259         END-IF
015260     END-IF.
015261 2045-READ-ONE-GRADE-EXIT.
015262     EXIT.
015263
015264*----------------------------------------------------------------*
015265 2100-APPLY-ADD.
015300*----------------------------------------------------------------*
015302     PERFORM 2020-EDIT-TERM
015304         THRU 2020-EDIT-TERM-EXIT.
015306     IF SM-Blank-Term
015308         GO TO 2100-APPLY-ADD-EXIT.
015309     PERFORM 2025-CHECK-HOLD
015310         THRU 2025-CHECK-HOLD-EXIT.
015311     IF SM-Hold-Active
015312         GO TO 2100-APPLY-ADD-EXIT.
015313     PERFORM 2030-CHECK-PREREQ
015314         THRU 2030-CHECK-PREREQ-EXIT.
015315     IF SM-Prereq-Not-Met
015316         GO TO 2100-APPLY-ADD-EXIT.
015318     PERFORM 2080-CHECK-CONFLICT
015320         THRU 2080-CHECK-CONFLICT-EXIT.
015322     IF SM-Time-Conflict
015324         GO TO 2100-APPLY-ADD-EXIT.
015326     PERFORM 2050-CHECK-CAPACITY
015328         THRU 2050-CHECK-CAPACITY-EXIT.
015330     IF SM-Course-Full
015340         PERFORM 2600-WRITE-WAITLIST
015350             THRU 2600-WRITE-WAITLIST-EXIT
016000                 ADD 1 TO SM-Reject-Count
016100             NOT INVALID KEY
016200                 ADD 1 TO SM-Add-Count
016212                 SET JReq-Write TO TRUE
016224                 PERFORM 2960-JOURNAL-STUDENT
016236                     THRU 2960-JOURNAL-STUDENT-EXIT
016250                 PERFORM 2150-WRITE-ENROLLMENT
016260                     THRU 2150-WRITE-ENROLLMENT-EXIT
016300                 PERFORM 2900-LOG-TRANSACTION
016768     EXIT.
016769
016770*----------------------------------------------------------------*
016771 2080-CHECK-CONFLICT.
016772*----------------------------------------------------------------*
016773*    THE TARGET COURSE'S MEETING FOR THE TERM IS COMPARED WITH
016774*    THE MEETING OF EVERY OTHER COURSE THE STUDENT HOLDS IN
016775*    ENROLL.DAT FOR THE SAME TERM.  TWO MEETINGS CLASH WHEN THEY
016776*    SHARE A DAY AND EACH STARTS BEFORE THE OTHER ENDS.  A COURSE
016777*    WITH NO SCHEDULE.DAT RECORD FOR THE TERM NEVER CLASHES.  ON
016778*    A COURSE CHANGE THE COURSE BEING GIVEN UP IS PASSED OVER.
016779*    THE FIRST CLASH FOUND IS LOGGED AS THE REASON.
016780     MOVE "N" TO SM-Time-Conflict-Sw
016781                 SM-Sched-Found-Sw
016782                 SM-End-Of-Enroll-Sw.
016783     IF SM-No-Sched-File
016784         GO TO 2080-CHECK-CONFLICT-EXIT.
016785     MOVE Trans-CourseCode TO Sch-CourseCode.
016786     MOVE Trans-Term       TO Sch-Term.
016787     READ ScheduleFile
016788         INVALID KEY
016789             CONTINUE
016790         NOT INVALID KEY
016791             SET SM-Sched-Found TO TRUE
016792     END-READ.
016793     IF NOT SM-Sched-Found
016794         GO TO 2080-CHECK-CONFLICT-EXIT.
016795     MOVE Sch-Days       TO SM-Tgt-Days.
016796     MOVE Sch-Start-Time TO SM-Tgt-Start-Time.
016797     MOVE Sch-End-Time   TO SM-Tgt-End-Time.
016798     IF Trans-Change
016799         MOVE SM-Bef-CourseCode TO SM-Skip-CourseCode
016800     ELSE
016801         MOVE SPACES            TO SM-Skip-CourseCode
016802     END-IF.
016803     MOVE Trans-StudentId TO Enr-StudentId.
016804     MOVE LOW-VALUES      TO Enr-Course-Term.
016805     START EnrollFile KEY IS NOT LESS THAN Enr-Key
016806         INVALID KEY
016807             SET SM-End-Of-Enroll TO TRUE
016808     END-START.
016809     PERFORM 2085-CHECK-ONE-ENROLLMENT
016810         THRU 2085-CHECK-ONE-ENROLLMENT-EXIT
016811         UNTIL SM-End-Of-Enroll
016812            OR SM-Time-Conflict.
016813     IF SM-Time-Conflict
016814         ADD 1 TO SM-Reject-Count
016815                  SM-Conflict-Count
016816         MOVE "03"   TO SM-Rej-Reason-Code
016817         MOVE SPACES TO SM-Rej-Reason-Text
016818         STRING "TIME CONFLICT WITH " SM-Conflict-CourseCode
016819             DELIMITED BY SIZE INTO SM-Rej-Reason-Text
016820         PERFORM 2850-LOG-REJECT
016821             THRU 2850-LOG-REJECT-EXIT
016822     END-IF.
016823 2080-CHECK-CONFLICT-EXIT.
016824     EXIT.
016825
016826*----------------------------------------------------------------*
016827 2085-CHECK-ONE-ENROLLMENT.
016828*----------------------------------------------------------------*
016829     READ EnrollFile NEXT RECORD
016830         AT END
016831             SET SM-End-Of-Enroll TO TRUE
016832     END-READ.
016833     IF SM-End-Of-Enroll
016834         GO TO 2085-CHECK-ONE-ENROLLMENT-EXIT.
016835     IF Enr-StudentId NOT = Trans-StudentId
016836         SET SM-End-Of-Enroll TO TRUE
016837         GO TO 2085-CHECK-ONE-ENROLLMENT-EXIT.
016838     IF Enr-Term NOT = Trans-Term
016839        OR Enr-CourseCode = Trans-CourseCode
016840        OR Enr-CourseCode = SM-Skip-CourseCode
016841         GO TO 2085-CHECK-ONE-ENROLLMENT-EXIT.
016842     MOVE "N" TO SM-Sched-Found-Sw.
016843     MOVE Enr-CourseCode TO Sch-CourseCode.
016844     MOVE Enr-Term       TO Sch-Term.
016845     READ ScheduleFile
016846         INVALID KEY
016847             CONTINUE
016848         NOT INVALID KEY
016849             SET SM-Sched-Found TO TRUE
016850     END-READ.
016851     IF SM-Sched-Found
016852        AND Sch-Start-Time < SM-Tgt-End-Time
016853        AND SM-Tgt-Start-Time < Sch-End-Time
016854         PERFORM 2090-COMPARE-ONE-DAY
016855             THRU 2090-COMPARE-ONE-DAY-EXIT
016856             VARYING SM-Day-Sub FROM 1 BY 1
016857             UNTIL SM-Day-Sub > 7
016858                OR SM-Time-Conflict
016859     END-IF.
016860 2085-CHECK-ONE-ENROLLMENT-EXIT.
016861     EXIT.
016862
016863*----------------------------------------------------------------*
016864 2090-COMPARE-ONE-DAY.
016865*----------------------------------------------------------------*
016866     IF Sch-Day (SM-Day-Sub) NOT = SPACE
016867        AND SM-Tgt-Day (SM-Day-Sub) NOT = SPACE
016868         SET SM-Time-Conflict TO TRUE
016869         MOVE Enr-CourseCode TO SM-Conflict-CourseCode
016870     END-IF.
016871 2090-COMPARE-ONE-DAY-EXIT.
016872     EXIT.
016873
016874*----------------------------------------------------------------*
016875 2150-WRITE-ENROLLMENT.
016876*----------------------------------------------------------------*
016877     MOVE Trans-StudentId      TO Enr-StudentId.
016878     MOVE Trans-CourseCode     TO Enr-CourseCode.
016879     MOVE Trans-Term           TO Enr-Term.
016880     MOVE SM-Run-Date-CCYYMMDD TO Enr-EnrollDate.
016881     WRITE EnrollmentRecord
016882         INVALID KEY
016883             CONTINUE
016884         NOT INVALID KEY
016885             SET JReq-Write TO TRUE
016886             PERFORM 2970-JOURNAL-ENROLL
016887                 THRU 2970-JOURNAL-ENROLL-EXIT
016888     END-WRITE.
016889 2150-WRITE-ENROLLMENT-EXIT.
016890     EXIT.
016891
016900*----------------------------------------------------------------*
017000 2200-APPLY-CHANGE.
017100*----------------------------------------------------------------*
017650             SET SM-Master-Found TO TRUE
017700             MOVE StudentDetails TO SM-BEFORE-IMAGE
017750     END-READ.
017751     IF SM-Master-Found
017752         PERFORM 2025-CHECK-HOLD
017753             THRU 2025-CHECK-HOLD-EXIT
017754         IF SM-Hold-Active
017755             GO TO 2200-APPLY-CHANGE-EXIT
017756         END-IF
017757     END-IF.
017760     IF SM-Master-Found
017765         MOVE "N" TO SM-Prereq-Not-Met-Sw
017767                     SM-Time-Conflict-Sw
017770         IF Trans-CourseCode NOT = SM-Bef-CourseCode
017771             PERFORM 2030-CHECK-PREREQ
017772                 THRU 2030-CHECK-PREREQ-EXIT
017773             IF NOT SM-Prereq-Not-Met
017774                 PERFORM 2080-CHECK-CONFLICT
017775                     THRU 2080-CHECK-CONFLICT-EXIT
017776             END-IF
017777             PERFORM 2050-CHECK-CAPACITY
017778                 THRU 2050-CHECK-CAPACITY-EXIT
017779         ELSE
017780             MOVE "N" TO SM-Course-Full-Sw
017781         END-IF
017782         IF SM-Prereq-Not-Met OR SM-Time-Conflict
017783             GO TO 2200-APPLY-CHANGE-EXIT
017784         END-IF
017785         IF SM-Course-Full
017786             PERFORM 2600-WRITE-WAITLIST
017787                 THRU 2600-WRITE-WAITLIST-EXIT
017788         ELSE
017790             PERFORM 2210-REWRITE-MASTER
017792                 THRU 2210-REWRITE-MASTER-EXIT
019120             ADD 1 TO SM-Reject-Count
019122         NOT INVALID KEY
019124             ADD 1 TO SM-Change-Count
019125             SET JReq-Rewrite TO TRUE
019126             PERFORM 2960-JOURNAL-STUDENT
019127                 THRU 2960-JOURNAL-STUDENT-EXIT
019128             IF SM-Bef-CourseCode NOT = Trans-CourseCode
019129                 PERFORM 2250-MOVE-ENROLLMENT
019130                     THRU 2250-MOVE-ENROLLMENT-EXIT
019132             END-IF
019134             PERFORM 2900-LOG-TRANSACTION
019150     MOVE Trans-StudentId    TO Enr-StudentId.
019160     MOVE SM-Bef-CourseCode  TO Enr-CourseCode.
019165     MOVE Trans-Term         TO Enr-Term.
019167     READ EnrollFile
019169         INVALID KEY
019171             CONTINUE
019173         NOT INVALID KEY
019175             PERFORM 2260-DELETE-OLD-ENROLLMENT
019177                 THRU 2260-DELETE-OLD-ENROLLMENT-EXIT
019179     END-READ.
019186     PERFORM 2150-WRITE-ENROLLMENT
019188         THRU 2150-WRITE-ENROLLMENT-EXIT.
019190 2250-MOVE-ENROLLMENT-EXIT.
019192     EXIT.
019198
019204*----------------------------------------------------------------*
019210 2260-DELETE-OLD-ENROLLMENT.
019216*----------------------------------------------------------------*
019222*    THE OLD ENROLLMENT IS READ BEFORE IT IS DELETED SO THE
019228*    JOURNAL HOLDS ITS FULL IMAGE.
019234     DELETE EnrollFile
019240         INVALID KEY
019246             CONTINUE
019252         NOT INVALID KEY
019258             SET JReq-Delete TO TRUE
019264             PERFORM 2970-JOURNAL-ENROLL
019270                 THRU 2970-JOURNAL-ENROLL-EXIT
019276     END-DELETE.
019282 2260-DELETE-OLD-ENROLLMENT-EXIT.
019288     EXIT.
019294
019300*----------------------------------------------------------------*
019400 2300-APPLY-DELETE.
019500*----------------------------------------------------------------*
020400                     ADD 1 TO SM-Reject-Count
020500                 NOT INVALID KEY
020600                     ADD 1 TO SM-Delete-Count
020602                     SET JReq-Rewrite TO TRUE
020604                     PERFORM 2960-JOURNAL-STUDENT
020606                         THRU 2960-JOURNAL-STUDENT-EXIT
020610                     PERFORM 2350-DELETE-ENROLLMENTS
020620                         THRU 2350-DELETE-ENROLLMENTS-EXIT
020700                     PERFORM 2900-LOG-TRANSACTION
021294             SET SM-End-Of-Enroll TO TRUE
021296         ELSE
021298             DELETE EnrollFile
021299                 INVALID KEY
021300                     CONTINUE
021301                 NOT INVALID KEY
021302                     SET JReq-Delete TO TRUE
021303                     PERFORM 2970-JOURNAL-ENROLL
021304                         THRU 2970-JOURNAL-ENROLL-EXIT
021305             END-DELETE
021306         END-IF
021307     END-IF.
021308 2360-DELETE-ONE-ENROLLMENT-EXIT.
021309     EXIT.
021310
021311*----------------------------------------------------------------*
021312 2400-APPLY-ENROLL.
021313*----------------------------------------------------------------*
021314     PERFORM 2020-EDIT-TERM
021315         THRU 2020-EDIT-TERM-EXIT.
021316     IF SM-Blank-Term
021317         GO TO 2400-APPLY-ENROLL-EXIT.
021318     MOVE "N" TO SM-Master-Found-Sw.
021319     MOVE Trans-StudentId TO StudentId.
021320     READ StudentFile
021321         INVALID KEY
021322             ADD 1 TO SM-Reject-Count
021323         NOT INVALID KEY
021324             SET SM-Master-Found TO TRUE
021325     END-READ.
021326     IF SM-Master-Found
021327         PERFORM 2025-CHECK-HOLD
021328             THRU 2025-CHECK-HOLD-EXIT
021329         IF SM-Hold-Active
021330             GO TO 2400-APPLY-ENROLL-EXIT
021331         END-IF
021332     END-IF.
021333     IF SM-Master-Found
021334         PERFORM 2030-CHECK-PREREQ
021335             THRU 2030-CHECK-PREREQ-EXIT
021336     END-IF.
021337     IF SM-Master-Found AND NOT SM-Prereq-Not-Met
021338         PERFORM 2080-CHECK-CONFLICT
021339             THRU 2080-CHECK-CONFLICT-EXIT
021340         IF SM-Time-Conflict
021341             GO TO 2400-APPLY-ENROLL-EXIT
021342         END-IF
021343     END-IF.
021344     IF SM-Master-Found AND NOT SM-Prereq-Not-Met
021345         PERFORM 2050-CHECK-CAPACITY
021346             THRU 2050-CHECK-CAPACITY-EXIT
021347         IF SM-Course-Full
021348             PERFORM 2600-WRITE-WAITLIST
021349                 THRU 2600-WRITE-WAITLIST-EXIT
021350         ELSE
021351             MOVE Trans-StudentId      TO Enr-StudentId
021352             MOVE Trans-CourseCode     TO Enr-CourseCode
021353             MOVE Trans-Term           TO Enr-Term
021354             MOVE SM-Run-Date-CCYYMMDD TO Enr-EnrollDate
021355             WRITE EnrollmentRecord
021356                 INVALID KEY
021357                     ADD 1 TO SM-Reject-Count
021358                 NOT INVALID KEY
021359                     ADD 1 TO SM-Enroll-Count
021360                     SET JReq-Write TO TRUE
021361                     PERFORM 2970-JOURNAL-ENROLL
021362                         THRU 2970-JOURNAL-ENROLL-EXIT
021363                     PERFORM 2900-LOG-TRANSACTION
021364                         THRU 2900-LOG-TRANSACTION-EXIT
021365             END-WRITE
021366         END-IF
021367     END-IF.
021368 2400-APPLY-ENROLL-EXIT.
021369     EXIT.
021370
021371*----------------------------------------------------------------*
021372 2450-APPLY-STATUS.
021373*----------------------------------------------------------------*
021374     IF NOT Trans-Valid-Status
021375         ADD 1 TO SM-Reject-Count
021376     ELSE
021377         MOVE Trans-StudentId TO StudentId
021378         READ StudentFile
021379             INVALID KEY
021380                 ADD 1 TO SM-Reject-Count
021381             NOT INVALID KEY
021382                 MOVE StudentDetails TO SM-BEFORE-IMAGE
021383                 MOVE Trans-Status   TO StudentStatus
021384                 MOVE SM-Run-Date-CCYYMMDD TO StatusDate
021385                 REWRITE StudentDetails
021386                     INVALID KEY
021387                         ADD 1 TO SM-Reject-Count
021388                     NOT INVALID KEY
021389                         ADD 1 TO SM-Status-Count
021390                         SET JReq-Rewrite TO TRUE
021391                         PERFORM 2960-JOURNAL-STUDENT
021392                             THRU 2960-JOURNAL-STUDENT-EXIT
021393                         PERFORM 2900-LOG-TRANSACTION
021394                             THRU 2900-LOG-TRANSACTION-EXIT
021395                 END-REWRITE
021396         END-READ
021397     END-IF.
021398 2450-APPLY-STATUS-EXIT.
021399     EXIT.
021400
021401*----------------------------------------------------------------*
021402 2600-WRITE-WAITLIST.
021403*----------------------------------------------------------------*
021404     MOVE Trans-Action         TO Wait-Action.
021405     MOVE Trans-StudentId      TO Wait-StudentId.
021406     MOVE Trans-StudentName    TO Wait-StudentName.
021407     MOVE Trans-CourseCode     TO Wait-CourseCode.
021408     MOVE Trans-Term           TO Wait-Term.
021409     MOVE Trans-Gender         TO Wait-Gender.
021410     MOVE SM-Run-Date-CCYYMMDD TO Wait-Date.
021411     WRITE WaitlistRecord.
021412     ADD 1 TO SM-Waitlist-Count.
021413 2600-WRITE-WAITLIST-EXIT.
021414     EXIT.
021415
021416*----------------------------------------------------------------*
021417 2850-LOG-REJECT.
021418*----------------------------------------------------------------*
021419*    THE CALLER SETS THE REASON CODE AND TEXT.  ONLY REJECTS THE
021420*    REGISTRAR HAS TO ACT ON ARE LOGGED THIS WAY; A MALFORMED OR
021421*    UNKNOWN-KEY TRANSACTION IS STILL JUST COUNTED.
021422     MOVE SPACES             TO MaintRejectRecord.
021423     MOVE Trans-Action       TO MRj-Action.
021425     MOVE Trans-StudentId    TO MRj-StudentId.
021427     MOVE "REJECTED"         TO MRj-Reject-Tag.
021429     MOVE SM-Rej-Reason-Code TO MRj-Reason-Code.
021431     MOVE Trans-CourseCode   TO MRj-CourseCode.
021433     MOVE Trans-Term         TO MRj-Term.
021435     MOVE SM-Rej-Reason-Text TO MRj-Reason-Text.
021437     WRITE MaintRejectRecord.
021439 2850-LOG-REJECT-EXIT.
021441     EXIT.
021443
021452*----------------------------------------------------------------*
021500 2900-LOG-TRANSACTION.
021600*----------------------------------------------------------------*
021650     MOVE SPACES            TO MaintLogRecord.
021700     MOVE Trans-Action      TO ML-Action.
021800     MOVE Trans-StudentId   TO ML-StudentId.
021850     MOVE SPACES            TO ML-Before-Image
023592     CLOSE CheckpointFile.
023594 2950-WRITE-CHECKPOINT-EXIT.
023596     EXIT.
023598
023600*----------------------------------------------------------------*
023602 2960-JOURNAL-STUDENT.
023604*----------------------------------------------------------------*
023606*    THE CALLER SETS THE OPERATION.  A REWRITE'S BEFORE IMAGE
023608*    IS THE MASTER AS READ, ALREADY SAVED IN SM-BEFORE-IMAGE.
023610     MOVE "STUDENTS.DAT"     TO JReq-FileName.
023612     MOVE SPACES             TO JReq-Key
023614                                JReq-Before-Image
023616                                JReq-After-Image.
023618     MOVE StudentId          TO JReq-Key.
023620     IF JReq-Rewrite
023622         MOVE SM-BEFORE-IMAGE TO JReq-Before-Image
023624     END-IF.
023626     MOVE StudentDetails     TO JReq-After-Image.
023628     CALL "JrnlLog" USING JobName JournalRequest.
023630 2960-JOURNAL-STUDENT-EXIT.
023632     EXIT.
023634
023636*----------------------------------------------------------------*
023638 2970-JOURNAL-ENROLL.
023640*----------------------------------------------------------------*
023642*    THE CALLER SETS THE OPERATION.  A DELETE IS ONLY ISSUED
023644*    AGAINST A RECORD JUST READ, SO THE RECORD AREA STILL HOLDS
023646*    WHAT WAS DELETED.
023648     MOVE "ENROLL.DAT"       TO JReq-FileName.
023650     MOVE SPACES             TO JReq-Key
023652                                JReq-Before-Image
023654                                JReq-After-Image.
023656     MOVE Enr-Key            TO JReq-Key.
023658     IF JReq-Delete
023660         MOVE EnrollmentRecord TO JReq-Before-Image
023662     ELSE
023664         MOVE EnrollmentRecord TO JReq-After-Image
023666     END-IF.
023668     CALL "JrnlLog" USING JobName JournalRequest.
023670 2970-JOURNAL-ENROLL-EXIT.
023672     EXIT.
023674
023700*----------------------------------------------------------------*
023800 8000-PRINT-SUMMARY.
023900*----------------------------------------------------------------*
024680     MOVE SM-Status-Count   TO SM-Status-Out.
024690     DISPLAY SM-SUMMARY-LINE-7.
024700     DISPLAY SM-SUMMARY-LINE-4.
024703     MOVE SM-Prereq-Reject-Count TO SM-Prereq-Reject-Out.
024706     DISPLAY SM-SUMMARY-LINE-11.
024707     MOVE SM-Hold-Reject-Count TO SM-Hold-Reject-Out.
024708     DISPLAY SM-SUMMARY-LINE-12.
024711     MOVE SM-Conflict-Count TO SM-Conflict-Out.
024714     DISPLAY SM-SUMMARY-LINE-13.
024717     COMPUTE SM-Applied-Count = SM-Add-Count + SM-Change-Count
024720         + SM-Delete-Count + SM-Enroll-Count + SM-Status-Count.
024730     MOVE SM-Ctl-Expected-Count TO SM-Expected-Out.
024740     DISPLAY SM-SUMMARY-LINE-8.
025330             THRU 1700-CLEAR-CHECKPOINT-EXIT
025340     END-IF.
025350     CALL "AuditClose".
025375     CALL "JrnlClose".
025400     CLOSE StudentFile
025450           EnrollFile
025460           CourseFile
025500           TransactionFile
025600           MaintLogFile
025610           WaitlistFile.
025622     IF NOT SM-No-Grade-File
025634         CLOSE GradeFile
025646     END-IF.
025658     IF NOT SM-No-Prereq-File
025670         CLOSE PrereqFile
025682     END-IF.
025686     IF NOT SM-No-Hold-File
025690         CLOSE HoldFile
025694     END-IF.
025695     IF NOT SM-No-Sched-File
025696         CLOSE ScheduleFile
025697     END-IF.
025700 9999-EXIT-EXIT.
025800     EXIT.
