001000 IDENTIFICATION DIVISION.
001100 PROGRAM-ID.     DegAudit.
001200 AUTHOR.         J PELLETIER.
001300 INSTALLATION.   REGISTRAR SYSTEMS.
001400 DATE-WRITTEN.   2026-09-24.
001500 DATE-COMPILED.
001600*----------------------------------------------------------------*
001700*  MODIFICATION HISTORY                                          *
001800*  2026-09-24  JP  INITIAL VERSION - DEGREE AUDIT: CHECKS EACH   *
001900*                  ACTIVE STUDENT'S GRADES AGAINST THE PROGRAM'S *
002000*                  REQUIREMENTS IN DEGREQ.DAT, PRINTS A          *
002100*                  WORKSHEET PER STUDENT, AND EMITS A            *
002200*                  STUDENT.TRN-FORMAT GRADUATION FEED.           *
002225*  2026-09-24  JP  A PASS (P) EARNS HOURS AND MEETS A REQUIRED   *
002250*                  COURSE BUT STAYS OUT OF THE GPA; I AND W ARE  *
002275*                  IGNORED.                                      *
002300*----------------------------------------------------------------*
002400*
002500*    THIS PROGRAM READS THE STUDENT MASTER IN STUDENTID SEQUENCE
002600*    AND AUDITS EVERY ACTIVE STUDENT AGAINST THE DEGREE
002700*    REQUIREMENTS HELD IN DEGREQ.DAT FOR THE PROGRAM CODE THE
002800*    STUDENT CARRIES IN COURSECODE.  THE STUDENT'S GRADES.DAT
002900*    HISTORY IS WALKED ONE COURSE AT A TIME; A COURSE TAKEN MORE
003000*    THAN ONCE COUNTS ONLY ONCE, AT ITS BEST GRADE, SO A RETAKE
003100*    NEITHER DOUBLES THE HOURS NOR LEAVES THE FAILED ATTEMPT IN
003200*    THE GPA.  CREDIT HOURS COME FROM COURSES.DAT THE SAME WAY
003300*    ACADSTAND WEIGHS THEM - A COURSE MISSING FROM THE COURSE
003400*    MASTER CARRIES NO HOURS.  HOURS EARNED COUNT PASSING GRADES
003500*    ONLY; THE CUMULATIVE GPA IS WEIGHTED OVER EVERY COUNTED
003600*    COURSE.  A PASS (P) EARNS HOURS AND MEETS A REQUIRED COURSE
003625*    BUT CARRIES NO GPA WEIGHT, AND RANKS BELOW ANY PASSING
003650*    LETTER GRADE BUT ABOVE AN F; AN INCOMPLETE (I) OR
003675*    WITHDRAWAL (W) IS IGNORED.  A WORKSHEET IS PRINTED FOR EACH
003700*    STUDENT SHOWING THE HOURS, THE GPA AND EACH REQUIRED COURSE
003800*    AS MET OR OUTSTANDING.  A STUDENT WHO HAS MET EVERYTHING
003900*    GETS AN "S" STATUS-CHANGE TRANSACTION TO GRADUATED IN
003950*    GRADUATE.TRN, COMPLETE WITH HEADER AND TRAILER, SO STUDMAINT
004000*    APPLIES THE GRADUATION THROUGH THE NORMAL CONTROLLED PATH
004100*    THE SAME WAY IT APPLIES ACADSTAND'S SUSPEND.TRN.  A STUDENT
004300*    WHOSE PROGRAM HAS NO REQUIREMENTS ON FILE IS LISTED AS SUCH
004400*    AND NEVER GRADUATED.
004500*
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT StudentFile   ASSIGN TO "STUDENTS.DAT"
005000            ORGANIZATION IS INDEXED
005100            ACCESS MODE IS SEQUENTIAL
005200            RECORD KEY IS StudentId.
005300
005400     SELECT GradeFile     ASSIGN TO "GRADES.DAT"
005500            ORGANIZATION IS INDEXED
005600            ACCESS MODE IS DYNAMIC
005700            RECORD KEY IS Grd-Key.
005800
005900     SELECT CourseFile    ASSIGN TO "COURSES.DAT"
006000            ORGANIZATION IS INDEXED
006100            ACCESS MODE IS RANDOM
006200            RECORD KEY IS CourseCode OF CourseRecord.
006300
006400     SELECT DegreeFile    ASSIGN TO "DEGREQ.DAT"
006500            ORGANIZATION IS INDEXED
006600            ACCESS MODE IS RANDOM
006700            RECORD KEY IS Deg-ProgramCode
006800            FILE STATUS IS DA-Degree-File-Status.
006900
007000     SELECT GraduateFile  ASSIGN TO "GRADUATE.TRN"
007100            ORGANIZATION IS LINE SEQUENTIAL.
007200
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  StudentFile.
007600     COPY STUDENT.CPY.
007700
007800 FD  GradeFile.
007900     COPY GRADEREC.CPY.
008000
008100 FD  CourseFile.
008200     COPY COURSE.CPY.
008300
008400 FD  DegreeFile.
008500     COPY DEGREQ.CPY.
008600
008700 FD  GraduateFile.
008800     COPY TRANREC.CPY.
008900
009000 WORKING-STORAGE SECTION.
009100 01  JobName               PIC X(08)   VALUE "DEGAUDIT".
009200
009300 01  DA-SWITCHES.
009400     02  DA-End-Of-Students-Sw PIC X       VALUE "N".
009500         88  DA-End-Of-Students   VALUE "Y".
009600     02  DA-End-Of-Grades-Sw   PIC X       VALUE "N".
009700         88  DA-End-Of-Grades     VALUE "Y".
009800     02  DA-No-Degree-File-Sw  PIC X       VALUE "N".
009900         88  DA-No-Degree-File    VALUE "Y".
010000     02  DA-No-Reqs-Sw         PIC X       VALUE "N".
010100         88  DA-No-Reqs           VALUE "Y".
010200     02  DA-No-Such-Course-Sw  PIC X       VALUE "N".
010300         88  DA-No-Such-Course    VALUE "Y".
010400     02  DA-Eligible-Sw        PIC X       VALUE "N".
010500         88  DA-Eligible          VALUE "Y".
010600
010700 01  DA-Degree-File-Status     PIC XX.
010800     88  DA-Degree-File-Good      VALUE "00".
010900     88  DA-Degree-File-Missing   VALUE "35".
011000
011100 01  DA-COUNTERS.
011200     02  DA-Audited-Count      PIC 9(05)   COMP    VALUE ZERO.
011300     02  DA-Eligible-Count     PIC 9(05)   COMP    VALUE ZERO.
011400     02  DA-Outstanding-Count  PIC 9(05)   COMP    VALUE ZERO.
011500     02  DA-NoReqs-Count       PIC 9(05)   COMP    VALUE ZERO.
011600
011700 01  DA-CONTROL-FIELDS.
011800     02  DA-Grad-Trans         PIC 9(07)           VALUE ZERO.
011900     02  DA-Grad-Hash          PIC 9(13)           VALUE ZERO.
012000
012100 01  DA-AUDIT-FIELDS.
012200     02  DA-Sub                PIC 9(02)   COMP    VALUE ZERO.
012300     02  DA-Cur-Course         PIC X(04)   VALUE SPACES.
012400     02  DA-Best-Grade         PIC X(01)   VALUE SPACE.
012433     02  DA-Grade-Rank         PIC 9(01)   VALUE ZERO.
012466     02  DA-Best-Rank          PIC 9(01)   VALUE ZERO.
012500     02  DA-Work-Grade         PIC X(01)   VALUE SPACE.
012600         88  DA-GPA-Grade         VALUE "A" THRU "D" "F".
012700         88  DA-Passing-Grade     VALUE "A" THRU "D" "P".
012800     02  DA-Grade-Points       PIC 9(01)   VALUE ZERO.
012900     02  DA-Attempt-Hours      PIC 9(03)   VALUE ZERO.
013000     02  DA-Earned-Hours       PIC 9(03)   VALUE ZERO.
013100     02  DA-Quality            PIC 9(05)V99        VALUE ZERO.
013200     02  DA-GPA                PIC 9V99    VALUE ZERO.
013300
013400*    BEST PASSING GRADE FOUND FOR EACH REQUIRED COURSE SLOT ON
013500*    THE DEGREE REQUIREMENT RECORD - SPACE MEANS NOT YET MET.
013600 01  DA-REQUIRED-TABLE.
013700     02  DA-Req-Grade          PIC X(01)   OCCURS 10 TIMES.
013800
013900 01  DA-RUN-DATE-FIELDS.
014000     02  DA-Run-Date-YY        PIC 9(2).
014100     02  DA-Run-Date-MM        PIC 9(2).
014200     02  DA-Run-Date-DD        PIC 9(2).
014300
014400 01  DA-Run-Date-CCYYMMDD.
014500     02  DA-Run-Date-Century   PIC 9(2)    VALUE 20.
014600     02  DA-Run-Date-YY-Out    PIC 9(2).
014700     02  DA-Run-Date-MM-Out    PIC 9(2).
014800     02  DA-Run-Date-DD-Out    PIC 9(2).
014900
015000 01  DA-REPORT-HEADING.
015100     02  FILLER         PIC X(26) VALUE
015200         "DEGREE AUDIT WORKSHEETS   ".
015300     02  FILLER         PIC X(08) VALUE "AS OF   ".
015400     02  DA-Head-Date         PIC 9(08).
015500
015600 01  DA-STUDENT-LINE.
015700     02  FILLER               PIC X(08)   VALUE "STUDENT ".
015800     02  DA-Stu-StudentId     PIC 9(07).
015900     02  FILLER               PIC X(02)   VALUE SPACES.
016000     02  DA-Stu-Surname       PIC X(08).
016100     02  FILLER               PIC X(01)   VALUE SPACE.
016200     02  DA-Stu-Initials      PIC X(02).
016300     02  FILLER               PIC X(10)   VALUE "  PROGRAM ".
016400     02  DA-Stu-Program       PIC X(04).
016500
016600 01  DA-HOURS-LINE.
016700     02  FILLER               PIC X(27)   VALUE
016800         "  CREDIT HOURS    REQUIRED ".
016900     02  DA-Hrs-Required      PIC ZZ9.
017000     02  FILLER               PIC X(11)   VALUE "    EARNED ".
017100     02  DA-Hrs-Earned        PIC ZZ9.
017200     02  FILLER               PIC X(03)   VALUE SPACES.
017300     02  DA-Hrs-Result        PIC X(11).
017400
017500 01  DA-GPA-LINE.
017600     02  FILLER               PIC X(27)   VALUE
017700         "  CUMULATIVE GPA  REQUIRED ".
017800     02  DA-Gpa-Required      PIC 9.99.
017900     02  FILLER               PIC X(10)   VALUE "   ACTUAL ".
018000     02  DA-Gpa-Actual        PIC 9.99.
018100     02  FILLER               PIC X(02)   VALUE SPACES.
018200     02  DA-Gpa-Result        PIC X(11).
018300
018400 01  DA-COURSE-LINE.
018500     02  FILLER               PIC X(18)   VALUE
018600         "  REQUIRED COURSE ".
018700     02  DA-Crs-CourseCode    PIC X(04).
018800     02  FILLER               PIC X(08)   VALUE "  GRADE ".
018900     02  DA-Crs-Grade         PIC X(01).
019000     02  FILLER               PIC X(12)   VALUE SPACES.
019100     02  DA-Crs-Result        PIC X(11).
019200
019300 01  DA-RESULT-LINE.
019400     02  FILLER               PIC X(11)   VALUE "  RESULT - ".
019500     02  DA-Res-Text          PIC X(40).
019600
019700 01  DA-NOREQ-LINE.
019800     02  FILLER               PIC X(45)   VALUE
019900         "  NO DEGREE REQUIREMENTS ON FILE FOR PROGRAM ".
020000     02  DA-NoReq-Program     PIC X(04).
020100
020200 01  DA-SUMMARY-LINE-1.
020300     02  FILLER          PIC X(17) VALUE "STUDENTS AUDITED ".
020400     02  DA-Audited-Out        PIC ZZ,ZZ9.
020500
020600 01  DA-SUMMARY-LINE-2.
020700     02  FILLER          PIC X(17) VALUE "ELIGIBLE TO GRAD ".
020800     02  DA-Eligible-Out       PIC ZZ,ZZ9.
020900
021000 01  DA-SUMMARY-LINE-3.
021100     02  FILLER          PIC X(17) VALUE "REQS OUTSTANDING ".
021200     02  DA-Outstanding-Out    PIC ZZ,ZZ9.
021300
021400 01  DA-SUMMARY-LINE-4.
021500     02  FILLER          PIC X(17) VALUE "NO REQS ON FILE -".
021600     02  DA-NoReqs-Out         PIC ZZ,ZZ9.
021700
021800 PROCEDURE DIVISION.
021900*----------------------------------------------------------------*
022000 0000-MAINLINE.
022100*----------------------------------------------------------------*
022200     PERFORM 1000-INITIALIZE
022300         THRU 1000-INITIALIZE-EXIT.
022400     PERFORM 2000-AUDIT-STUDENT
022500         THRU 2000-AUDIT-STUDENT-EXIT
022600         UNTIL DA-End-Of-Students.
022700     PERFORM 7000-WRITE-GRAD-TRAILER
022800         THRU 7000-WRITE-GRAD-TRAILER-EXIT.
022900     PERFORM 8000-PRINT-SUMMARY
023000         THRU 8000-PRINT-SUMMARY-EXIT.
023100     PERFORM 9999-EXIT
023200         THRU 9999-EXIT-EXIT.
023300     STOP RUN.
023400
023500*----------------------------------------------------------------*
023600 1000-INITIALIZE.
023700*----------------------------------------------------------------*
023800     OPEN INPUT  StudentFile.
023900     OPEN INPUT  GradeFile.
024000     OPEN INPUT  CourseFile.
024100     OPEN INPUT  DegreeFile.
024200     IF DA-Degree-File-Missing
024300         SET DA-No-Degree-File TO TRUE
024400     END-IF.
024500     OPEN OUTPUT GraduateFile.
024600     ACCEPT DA-RUN-DATE-FIELDS FROM DATE.
024700     MOVE DA-Run-Date-YY TO DA-Run-Date-YY-Out.
024800     MOVE DA-Run-Date-MM TO DA-Run-Date-MM-Out.
024900     MOVE DA-Run-Date-DD TO DA-Run-Date-DD-Out.
025000     PERFORM 1300-WRITE-GRAD-HEADER
025100         THRU 1300-WRITE-GRAD-HEADER-EXIT.
025200     MOVE DA-Run-Date-CCYYMMDD TO DA-Head-Date.
025300     DISPLAY DA-REPORT-HEADING.
025400     PERFORM 1100-READ-STUDENT
025500         THRU 1100-READ-STUDENT-EXIT.
025600 1000-INITIALIZE-EXIT.
025700     EXIT.
025800
025900*----------------------------------------------------------------*
026000 1100-READ-STUDENT.
026100*----------------------------------------------------------------*
026200     READ StudentFile
026300         AT END
026400             SET DA-End-Of-Students TO TRUE
026500     END-READ.
026600 1100-READ-STUDENT-EXIT.
026700     EXIT.
026800
026900*----------------------------------------------------------------*
027000 1300-WRITE-GRAD-HEADER.
027100*----------------------------------------------------------------*
027200     MOVE SPACES TO MaintTransaction.
027300     MOVE "H"    TO Trans-Action.
027400     WRITE MaintTransaction.
027500 1300-WRITE-GRAD-HEADER-EXIT.
027600     EXIT.
027700
027800*----------------------------------------------------------------*
027900 2000-AUDIT-STUDENT.
028000*----------------------------------------------------------------*
028100*    ONLY ACTIVE STUDENTS ARE AUDITED - A WITHDRAWN, SUSPENDED
028200*    OR ALREADY GRADUATED STUDENT MUST NOT BE FED BACK TO
028300*    STUDMAINT AS A GRADUATION.
028400     IF ActiveStudent
028500         PERFORM 2100-AUDIT-ONE-STUDENT
028600             THRU 2100-AUDIT-ONE-STUDENT-EXIT
028700     END-IF.
028800     PERFORM 1100-READ-STUDENT
028900         THRU 1100-READ-STUDENT-EXIT.
029000 2000-AUDIT-STUDENT-EXIT.
029100     EXIT.
029200
029300*----------------------------------------------------------------*
029400 2100-AUDIT-ONE-STUDENT.
029500*----------------------------------------------------------------*
029600     ADD 1 TO DA-Audited-Count.
029700     MOVE StudentId  TO DA-Stu-StudentId.
029800     MOVE Surname    TO DA-Stu-Surname.
029900     MOVE Initials   TO DA-Stu-Initials.
030000     MOVE CourseCode OF StudentDetails TO DA-Stu-Program.
030100     DISPLAY SPACE.
030200     DISPLAY DA-STUDENT-LINE.
030300     CALL "AuditLog" USING JobName StudentId "R".
030400     MOVE "N" TO DA-No-Reqs-Sw.
030500     IF DA-No-Degree-File
030600         SET DA-No-Reqs TO TRUE
030700     ELSE
030800         MOVE CourseCode OF StudentDetails TO Deg-ProgramCode
030900         READ DegreeFile
031000             INVALID KEY
031100                 SET DA-No-Reqs TO TRUE
031200         END-READ
031300     END-IF.
031400     IF DA-No-Reqs
031500         ADD 1 TO DA-NoReqs-Count
031600         MOVE CourseCode OF StudentDetails TO DA-NoReq-Program
031700         DISPLAY DA-NOREQ-LINE
031800         GO TO 2100-AUDIT-ONE-STUDENT-EXIT.
031900     PERFORM 2200-GATHER-GRADES
032000         THRU 2200-GATHER-GRADES-EXIT.
032100     PERFORM 3000-CHECK-REQUIREMENTS
032200         THRU 3000-CHECK-REQUIREMENTS-EXIT.
032300     IF DA-Eligible
032400         ADD 1 TO DA-Eligible-Count
032500         MOVE "ELIGIBLE - GRADUATION TRANSACTION WRITTEN"
032600             TO DA-Res-Text
032700         PERFORM 6000-WRITE-GRAD-TRANS
032800             THRU 6000-WRITE-GRAD-TRANS-EXIT
032900     ELSE
033000         ADD 1 TO DA-Outstanding-Count
033100         MOVE "REQUIREMENTS OUTSTANDING" TO DA-Res-Text
033200     END-IF.
033300     DISPLAY DA-RESULT-LINE.
033400 2100-AUDIT-ONE-STUDENT-EXIT.
033500     EXIT.
033600
033700*----------------------------------------------------------------*
033800 2200-GATHER-GRADES.
033900*----------------------------------------------------------------*
034000*    GRADES.DAT IS KEYED STUDENTID + COURSECODE + TERM, SO ALL
034100*    ATTEMPTS AT ONE COURSE ARRIVE TOGETHER.  THE BEST GRADE IS
034200*    KEPT ACROSS THEM AND THE COURSE IS COUNTED ONCE AT THE
034300*    COURSE BREAK.
034400     MOVE ZERO   TO DA-Attempt-Hours
034500                    DA-Earned-Hours
034600                    DA-Quality.
034700     MOVE SPACES TO DA-REQUIRED-TABLE.
034800     MOVE SPACES TO DA-Cur-Course.
034900     MOVE SPACE  TO DA-Best-Grade.
034950     MOVE ZERO   TO DA-Best-Rank.
035000     MOVE "N"    TO DA-End-Of-Grades-Sw.
035100     MOVE StudentId  TO Grd-StudentId.
035200     MOVE LOW-VALUES TO Grd-CourseCode.
035300     MOVE LOW-VALUES TO Grd-Term.
035400     START GradeFile KEY IS NOT LESS THAN Grd-Key
035500         INVALID KEY
035600             SET DA-End-Of-Grades TO TRUE
035700     END-START.
035800     IF NOT DA-End-Of-Grades
035900         PERFORM 2210-READ-GRADE
036000             THRU 2210-READ-GRADE-EXIT
036100     END-IF.
036200     PERFORM 2220-TAKE-GRADE
036300         THRU 2220-TAKE-GRADE-EXIT
036400         UNTIL DA-End-Of-Grades.
036500     IF DA-Cur-Course NOT = SPACES
036600         PERFORM 2300-COUNT-COURSE
036700             THRU 2300-COUNT-COURSE-EXIT
036800     END-IF.
036900 2200-GATHER-GRADES-EXIT.
037000     EXIT.
037100
037200*----------------------------------------------------------------*
037300 2210-READ-GRADE.
037400*----------------------------------------------------------------*
037500     READ GradeFile NEXT RECORD
037600         AT END
037700             SET DA-End-Of-Grades TO TRUE
037800         NOT AT END
037900             IF Grd-StudentId NOT = StudentId
038000                 SET DA-End-Of-Grades TO TRUE
038100             END-IF
038200     END-READ.
038300 2210-READ-GRADE-EXIT.
038400     EXIT.
038500
038600*----------------------------------------------------------------*
038700 2220-TAKE-GRADE.
038800*----------------------------------------------------------------*
038900     IF Grd-CourseCode NOT = DA-Cur-Course
039000         IF DA-Cur-Course NOT = SPACES
039100             PERFORM 2300-COUNT-COURSE
039200                 THRU 2300-COUNT-COURSE-EXIT
039300         END-IF
039400         MOVE Grd-CourseCode TO DA-Cur-Course
039500         MOVE SPACE          TO DA-Best-Grade
039550         MOVE ZERO           TO DA-Best-Rank
039600     END-IF.
039644*    RANK 1 IS THE BEST ATTEMPT; RANK ZERO (I, W) NEVER COUNTS.
039688     EVALUATE Grd-Grade
039732         WHEN "A" MOVE 1 TO DA-Grade-Rank
039776         WHEN "B" MOVE 2 TO DA-Grade-Rank
039820         WHEN "C" MOVE 3 TO DA-Grade-Rank
039864         WHEN "D" MOVE 4 TO DA-Grade-Rank
039908         WHEN "P" MOVE 5 TO DA-Grade-Rank
039952         WHEN "F" MOVE 6 TO DA-Grade-Rank
039996         WHEN OTHER MOVE 0 TO DA-Grade-Rank
040040     END-EVALUATE.
040084     IF DA-Grade-Rank NOT = ZERO
040128         IF DA-Best-Rank = ZERO
040172            OR DA-Grade-Rank < DA-Best-Rank
040216             MOVE DA-Grade-Rank TO DA-Best-Rank
040260             MOVE Grd-Grade     TO DA-Best-Grade
040304         END-IF
040348     END-IF.
040400     PERFORM 2210-READ-GRADE
040500         THRU 2210-READ-GRADE-EXIT.
040600 2220-TAKE-GRADE-EXIT.
040700     EXIT.
040800
040900*----------------------------------------------------------------*
041000 2300-COUNT-COURSE.
041100*----------------------------------------------------------------*
041200     IF DA-Best-Grade = SPACE
041300         GO TO 2300-COUNT-COURSE-EXIT.
041400     MOVE DA-Best-Grade TO DA-Work-Grade.
041500     MOVE "N" TO DA-No-Such-Course-Sw.
041600     MOVE DA-Cur-Course TO CourseCode OF CourseRecord.
041700     READ CourseFile
041800         INVALID KEY
041900             SET DA-No-Such-Course TO TRUE
042000     END-READ.
042100     IF NOT DA-No-Such-Course
042200         EVALUATE DA-Best-Grade
042300             WHEN "A" MOVE 4 TO DA-Grade-Points
042400             WHEN "B" MOVE 3 TO DA-Grade-Points
042500             WHEN "C" MOVE 2 TO DA-Grade-Points
042600             WHEN "D" MOVE 1 TO DA-Grade-Points
042700             WHEN OTHER MOVE 0 TO DA-Grade-Points
042800         END-EVALUATE
042850         IF DA-GPA-Grade
042900             ADD CreditHours TO DA-Attempt-Hours
043000             COMPUTE DA-Quality = DA-Quality
043100                 + DA-Grade-Points * CreditHours
043150         END-IF
043200         IF DA-Passing-Grade
043300             ADD CreditHours TO DA-Earned-Hours
043400         END-IF
043500     END-IF.
043600     IF DA-Passing-Grade
043700         PERFORM 2310-MARK-REQUIRED
043800             THRU 2310-MARK-REQUIRED-EXIT
043900             VARYING DA-Sub FROM 1 BY 1
044000             UNTIL DA-Sub > 10
044100     END-IF.
044200 2300-COUNT-COURSE-EXIT.
044300     EXIT.
044400
044500*----------------------------------------------------------------*
044600 2310-MARK-REQUIRED.
044700*----------------------------------------------------------------*
044800     IF Deg-Required-Course (DA-Sub) = DA-Cur-Course
044900         MOVE DA-Best-Grade TO DA-Req-Grade (DA-Sub)
045000     END-IF.
045100 2310-MARK-REQUIRED-EXIT.
045200     EXIT.
045300
045400*----------------------------------------------------------------*
045500 3000-CHECK-REQUIREMENTS.
045600*----------------------------------------------------------------*
045700*    EVERY REQUIREMENT IS PRINTED WHETHER MET OR NOT, SO THE
045800*    WORKSHEET SHOWS THE ADVISOR THE WHOLE PICTURE; ANY ONE
045900*    OUTSTANDING ITEM KEEPS THE STUDENT FROM GRADUATING.
046000     SET DA-Eligible TO TRUE.
046100     MOVE Deg-Total-Hours TO DA-Hrs-Required.
046200     MOVE DA-Earned-Hours TO DA-Hrs-Earned.
046300     IF DA-Earned-Hours < Deg-Total-Hours
046400         MOVE "OUTSTANDING" TO DA-Hrs-Result
046500         MOVE "N" TO DA-Eligible-Sw
046600     ELSE
046700         MOVE "MET"         TO DA-Hrs-Result
046800     END-IF.
046900     DISPLAY DA-HOURS-LINE.
047000     IF DA-Attempt-Hours = ZERO
047100         MOVE ZERO TO DA-GPA
047200     ELSE
047300         COMPUTE DA-GPA ROUNDED
047400             = DA-Quality / DA-Attempt-Hours
047500     END-IF.
047600     MOVE Deg-Min-GPA TO DA-Gpa-Required.
047700     MOVE DA-GPA      TO DA-Gpa-Actual.
047800     IF DA-GPA < Deg-Min-GPA
047900         MOVE "OUTSTANDING" TO DA-Gpa-Result
048000         MOVE "N" TO DA-Eligible-Sw
048100     ELSE
048200         MOVE "MET"         TO DA-Gpa-Result
048300     END-IF.
048400     DISPLAY DA-GPA-LINE.
048500     PERFORM 3100-CHECK-ONE-COURSE
048600         THRU 3100-CHECK-ONE-COURSE-EXIT
048700         VARYING DA-Sub FROM 1 BY 1
048800         UNTIL DA-Sub > 10.
048900 3000-CHECK-REQUIREMENTS-EXIT.
049000     EXIT.
049100
049200*----------------------------------------------------------------*
049300 3100-CHECK-ONE-COURSE.
049400*----------------------------------------------------------------*
049500     IF Deg-Required-Course (DA-Sub) = SPACES
049600         GO TO 3100-CHECK-ONE-COURSE-EXIT.
049700     MOVE Deg-Required-Course (DA-Sub) TO DA-Crs-CourseCode.
049800     MOVE DA-Req-Grade (DA-Sub)        TO DA-Crs-Grade.
049900     IF DA-Req-Grade (DA-Sub) = SPACE
050000         MOVE "OUTSTANDING" TO DA-Crs-Result
050100         MOVE "N" TO DA-Eligible-Sw
050200     ELSE
050300         MOVE "MET"         TO DA-Crs-Result
050400     END-IF.
050500     DISPLAY DA-COURSE-LINE.
050600 3100-CHECK-ONE-COURSE-EXIT.
050700     EXIT.
050800
050900*----------------------------------------------------------------*
051000 6000-WRITE-GRAD-TRANS.
051100*----------------------------------------------------------------*
051200*    GRADUATIONS GO OUT AS "S" STATUS-CHANGE TRANSACTIONS SO
051300*    STUDMAINT APPLIES THE STATUS UNDER ITS OWN CONTROL TOTALS
051400*    AND MAINTENANCE LOG, EXACTLY AS ACADSTAND'S SUSPENSIONS DO.
051500     MOVE SPACES             TO MaintTransaction.
051600     MOVE "S"                TO Trans-Action.
051700     MOVE StudentId          TO Trans-StudentId.
051800     MOVE StudentName        TO Trans-StudentName.
051900     MOVE CourseCode OF StudentDetails TO Trans-CourseCode.
052000     MOVE Gender             TO Trans-Gender.
052100     MOVE "G"                TO Trans-Status.
052200     WRITE MaintTransaction.
052300     ADD 1                   TO DA-Grad-Trans.
052400     ADD StudentId           TO DA-Grad-Hash.
052500 6000-WRITE-GRAD-TRANS-EXIT.
052600     EXIT.
052700
052800*----------------------------------------------------------------*
052900 7000-WRITE-GRAD-TRAILER.
053000*----------------------------------------------------------------*
053100     MOVE SPACES          TO MaintTransaction.
053200     MOVE "T"             TO Trans-Action.
053300     MOVE DA-Grad-Trans   TO Ctl-Record-Count.
053400     MOVE DA-Grad-Hash    TO Ctl-Hash-Total.
053500     WRITE MaintTransaction.
053600 7000-WRITE-GRAD-TRAILER-EXIT.
053700     EXIT.
053800
053900*----------------------------------------------------------------*
054000 8000-PRINT-SUMMARY.
054100*----------------------------------------------------------------*
054200     MOVE DA-Audited-Count     TO DA-Audited-Out.
054300     MOVE DA-Eligible-Count    TO DA-Eligible-Out.
054400     MOVE DA-Outstanding-Count TO DA-Outstanding-Out.
054500     MOVE DA-NoReqs-Count      TO DA-NoReqs-Out.
054600     DISPLAY SPACE.
054700     DISPLAY DA-SUMMARY-LINE-1.
054800     DISPLAY DA-SUMMARY-LINE-2.
054900     DISPLAY DA-SUMMARY-LINE-3.
055000     DISPLAY DA-SUMMARY-LINE-4.
055100 8000-PRINT-SUMMARY-EXIT.
055200     EXIT.
055300
055400*----------------------------------------------------------------*
055500 9999-EXIT.
055600*----------------------------------------------------------------*
055700     CALL "AuditClose".
055800     CLOSE StudentFile
055900           GradeFile
056000           CourseFile
056100           GraduateFile.
056200     IF NOT DA-No-Degree-File
056300         CLOSE DegreeFile
056400     END-IF.
056500 9999-EXIT-EXIT.
056600     EXIT.
