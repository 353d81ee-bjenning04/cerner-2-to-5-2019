001000 IDENTIFICATION DIVISION.
001100 PROGRAM-ID.     StudSched.
001200 AUTHOR.         J PELLETIER.
001300 INSTALLATION.   REGISTRAR SYSTEMS.
001400 DATE-WRITTEN.   2026-10-06.
001500 DATE-COMPILED.
001600*----------------------------------------------------------------*
001700*  MODIFICATION HISTORY                                          *
001800*  2026-10-06  JP  INITIAL VERSION - PRINTED CLASS SCHEDULE PER  *
001900*                  STUDENT FOR A TERM, FROM ENROLL.DAT AND THE   *
002000*                  MEETING TIMES ON SCHEDULE.DAT.                *
002100*----------------------------------------------------------------*
002200*
002300*    EACH LINE OF STUDSCHD.PRM NAMES A TERM AND, OPTIONALLY, A
002400*    STUDENTID.  WITH A STUDENTID ONE SCHEDULE PRINTS FOR THAT
002500*    STUDENT; WITH THE STUDENTID LEFT BLANK A SCHEDULE PRINTS FOR
002600*    EVERY STUDENT ENROLLED IN THE TERM, IN STUDENTID ORDER.
002700*    EACH SCHEDULE LISTS THE STUDENT'S COURSES FOR THE TERM WITH
002800*    THE TITLE AND CREDIT HOURS FROM COURSES.DAT AND THE MEETING
002900*    DAYS, TIMES, BUILDING AND ROOM FROM SCHEDULE.DAT, FOLLOWED
003000*    BY THE TERM'S TOTAL CREDIT HOURS.  A COURSE WITH NO MEETING
003100*    ON FILE PRINTS "TBA".  EACH STUDENT PRINTED WRITES AN "R"
003200*    ENTRY TO AUDIT.LOG.
003300*
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT StudentFile   ASSIGN TO "STUDENTS.DAT"
003800            ORGANIZATION IS INDEXED
003900            ACCESS MODE IS RANDOM
004000            RECORD KEY IS StudentId.
004100
004200     SELECT EnrollFile    ASSIGN TO "ENROLL.DAT"
004300            ORGANIZATION IS INDEXED
004400            ACCESS MODE IS DYNAMIC
004500            RECORD KEY IS Enr-Key
004600            ALTERNATE RECORD KEY IS Enr-Course-Term
004700                WITH DUPLICATES.
004800
004900     SELECT CourseFile    ASSIGN TO "COURSES.DAT"
005000            ORGANIZATION IS INDEXED
005100            ACCESS MODE IS RANDOM
005200            RECORD KEY IS CourseCode OF CourseRecord.
005300
005400     SELECT ScheduleFile  ASSIGN TO "SCHEDULE.DAT"
005500            ORGANIZATION IS INDEXED
005600            ACCESS MODE IS RANDOM
005700            RECORD KEY IS Sch-Key
005800            FILE STATUS IS SS-Sched-File-Status.
005900
006000     SELECT OPTIONAL ParmFile ASSIGN TO "STUDSCHD.PRM"
006100            ORGANIZATION IS LINE SEQUENTIAL.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  StudentFile.
006600     COPY STUDENT.CPY.
006700
006800 FD  EnrollFile.
006900     COPY ENROLREC.CPY.
007000
007100 FD  CourseFile.
007200     COPY COURSE.CPY.
007300
007400 FD  ScheduleFile.
007500     COPY SCHEDREC.CPY.
007600
007700 FD  ParmFile.
007800 01  ParmRecord.
007900     02  Parm-Term          PIC X(5).
008000     02  Parm-StudentId     PIC 9(7).
008100     02  Parm-StudentId-X REDEFINES Parm-StudentId
008200                            PIC X(7).
008300
008400 WORKING-STORAGE SECTION.
008500 01  JobName               PIC X(08)   VALUE "STUDSCHD".
008600
008700 01  SS-SWITCHES.
008800     02  SS-End-Of-Parm-Sw    PIC X       VALUE "N".
008900         88  SS-End-Of-Parm       VALUE "Y".
009000     02  SS-End-Of-Enroll-Sw  PIC X       VALUE "N".
009100         88  SS-End-Of-Enroll     VALUE "Y".
009200     02  SS-One-Student-Sw    PIC X       VALUE "N".
009300         88  SS-One-Student       VALUE "Y".
009400     02  SS-No-Such-Stud-Sw   PIC X       VALUE "N".
009500         88  SS-No-Such-Stud      VALUE "Y".
009600     02  SS-No-Such-Course-Sw PIC X       VALUE "N".
009700         88  SS-No-Such-Course    VALUE "Y".
009800     02  SS-No-Sched-File-Sw  PIC X       VALUE "N".
009900         88  SS-No-Sched-File     VALUE "Y".
010000     02  SS-Sched-Found-Sw    PIC X       VALUE "N".
010100         88  SS-Sched-Found       VALUE "Y".
010200
010300 01  SS-Sched-File-Status     PIC XX.
010400     88  SS-Sched-File-Good      VALUE "00".
010500     88  SS-Sched-File-Missing   VALUE "35".
010600
010700 01  SS-COUNTERS.
010800     02  SS-Printed-Count     PIC 9(05)   COMP    VALUE ZERO.
010900     02  SS-Skipped-Count     PIC 9(05)   COMP    VALUE ZERO.
011000     02  SS-Course-Count      PIC 9(05)   COMP    VALUE ZERO.
011100     02  SS-Term-Hours        PIC 9(03)   VALUE ZERO.
011200
011300 01  SS-BREAK-FIELDS.
011400     02  SS-Prior-StudentId   PIC 9(07)   VALUE ZERO.
011500
011600 01  SS-RUN-DATE-FIELDS.
011700     02  SS-Run-Date-YY        PIC 9(2).
011800     02  SS-Run-Date-MM        PIC 9(2).
011900     02  SS-Run-Date-DD        PIC 9(2).
012000
012100 01  SS-Run-Date-CCYYMMDD.
012200     02  SS-Run-Date-Century   PIC 9(2)    VALUE 20.
012300     02  SS-Run-Date-YY-Out    PIC 9(2).
012400     02  SS-Run-Date-MM-Out    PIC 9(2).
012500     02  SS-Run-Date-DD-Out    PIC 9(2).
012600
012700 01  SS-BANNER-LINE.
012800     02  FILLER         PIC X(24) VALUE
012900         "STUDENT CLASS SCHEDULE  ".
013000     02  FILLER         PIC X(05) VALUE "TERM ".
013100     02  SS-Banner-Term       PIC X(05).
013200     02  FILLER         PIC X(10) VALUE "   ISSUED ".
013300     02  SS-Banner-Date       PIC 9(08).
013400
013500 01  SS-STUDENT-LINE.
013600     02  FILLER               PIC X(09)   VALUE "STUDENT  ".
013700     02  SS-Stu-StudentId     PIC 9(07).
013800     02  FILLER               PIC X(03)   VALUE SPACES.
013900     02  SS-Stu-Surname       PIC X(08).
014000     02  FILLER               PIC X(01)   VALUE SPACE.
014100     02  SS-Stu-Initials      PIC X(02).
014200
014300 01  SS-COLUMN-HEADING.
014400     02  FILLER               PIC X(07)   VALUE "COURSE ".
014500     02  FILLER               PIC X(21)   VALUE
014600         "TITLE                ".
014700     02  FILLER               PIC X(04)   VALUE "HRS ".
014800     02  FILLER               PIC X(08)   VALUE "DAYS    ".
014900     02  FILLER               PIC X(12)   VALUE "TIME        ".
015000     02  FILLER               PIC X(07)   VALUE "BLDG   ".
015100     02  FILLER               PIC X(04)   VALUE "ROOM".
015200
015300 01  SS-DETAIL-LINE.
015400     02  SS-Det-Course         PIC X(04).
015500     02  FILLER                PIC X(03)   VALUE SPACES.
015600     02  SS-Det-Title          PIC X(20).
015700     02  FILLER                PIC X(01)   VALUE SPACE.
015800     02  SS-Det-Hours          PIC Z9.
015900     02  FILLER                PIC X(02)   VALUE SPACES.
016000     02  SS-Det-Days           PIC X(07).
016100     02  FILLER                PIC X(01)   VALUE SPACE.
016200     02  SS-Det-Time           PIC X(11).
016300     02  FILLER                PIC X(01)   VALUE SPACE.
016400     02  SS-Det-Building       PIC X(06).
016500     02  FILLER                PIC X(01)   VALUE SPACE.
016600     02  SS-Det-Room           PIC X(05).
016700
016800 01  SS-TIME-EDIT.
016900     02  SS-Edit-Start-HH      PIC 9(02).
017000     02  FILLER                PIC X(01)   VALUE ":".
017100     02  SS-Edit-Start-MM      PIC 9(02).
017200     02  FILLER                PIC X(01)   VALUE "-".
017300     02  SS-Edit-End-HH        PIC 9(02).
017400     02  FILLER                PIC X(01)   VALUE ":".
017500     02  SS-Edit-End-MM        PIC 9(02).
017600
017700 01  SS-TOTALS-LINE.
017800     02  FILLER          PIC X(17) VALUE "COURSES ---------".
017900     02  SS-Courses-Out        PIC ZZ9.
018000     02  FILLER          PIC X(17) VALUE "  CREDIT HOURS --".
018100     02  SS-Hours-Out          PIC ZZ9.
018200
018300 01  SS-NONE-LINE.
018400     02  FILLER               PIC X(09)   VALUE "STUDENT  ".
018500     02  SS-None-StudentId    PIC 9(07).
018600     02  FILLER               PIC X(27)   VALUE
018700         " - NO ENROLLMENTS FOR TERM ".
018800     02  SS-None-Term         PIC X(05).
018900
019000 01  SS-SUMMARY-LINE-1.
019100     02  FILLER          PIC X(17) VALUE "SCHEDULES -------".
019200     02  SS-Printed-Out        PIC ZZ,ZZ9.
019300
019400 01  SS-SUMMARY-LINE-2.
019500     02  FILLER          PIC X(17) VALUE "REQUESTS SKIPPED-".
019600     02  SS-Skipped-Out        PIC ZZ,ZZ9.
019700
019800 PROCEDURE DIVISION.
019900*----------------------------------------------------------------*
020000 0000-MAINLINE.
020100*----------------------------------------------------------------*
020200     PERFORM 1000-INITIALIZE
020300         THRU 1000-INITIALIZE-EXIT.
020400     PERFORM 2000-PROCESS-REQUEST
020500         THRU 2000-PROCESS-REQUEST-EXIT
020600         UNTIL SS-End-Of-Parm.
020700     PERFORM 8000-PRINT-SUMMARY
020800         THRU 8000-PRINT-SUMMARY-EXIT.
020900     PERFORM 9999-EXIT
021000         THRU 9999-EXIT-EXIT.
021100     STOP RUN.
021200
021300*----------------------------------------------------------------*
021400 1000-INITIALIZE.
021500*----------------------------------------------------------------*
021600     OPEN INPUT StudentFile.
021700     OPEN INPUT EnrollFile.
021800     OPEN INPUT CourseFile.
021900     OPEN INPUT ParmFile.
022000*    NO SCHEDULE.DAT YET MEANS EVERY COURSE PRINTS AS TBA.
022100     OPEN INPUT ScheduleFile.
022200     IF SS-Sched-File-Missing
022300         SET SS-No-Sched-File TO TRUE
022400     END-IF.
022500     ACCEPT SS-RUN-DATE-FIELDS FROM DATE.
022600     MOVE SS-Run-Date-YY TO SS-Run-Date-YY-Out.
022700     MOVE SS-Run-Date-MM TO SS-Run-Date-MM-Out.
022800     MOVE SS-Run-Date-DD TO SS-Run-Date-DD-Out.
022900     PERFORM 1100-READ-PARM
023000         THRU 1100-READ-PARM-EXIT.
023100 1000-INITIALIZE-EXIT.
023200     EXIT.
023300
023400*----------------------------------------------------------------*
023500 1100-READ-PARM.
023600*----------------------------------------------------------------*
023700     READ ParmFile
023800         AT END
023900             SET SS-End-Of-Parm TO TRUE
024000     END-READ.
024100 1100-READ-PARM-EXIT.
024200     EXIT.
024300
024400*----------------------------------------------------------------*
024500 2000-PROCESS-REQUEST.
024600*----------------------------------------------------------------*
024700*    ENROLL.DAT IS READ IN STUDENTID ORDER - FROM THE ONE
024800*    STUDENT'S FIRST RECORD, OR FROM THE TOP OF THE FILE WHEN
024900*    THE WHOLE TERM IS WANTED - AND A SCHEDULE IS PRINTED ON
025000*    EACH CHANGE OF STUDENTID AMONG THE TERM'S RECORDS.
025100     IF Parm-Term = SPACES
025200         ADD 1 TO SS-Skipped-Count
025300         GO TO 2000-READ-NEXT.
025400     MOVE "N" TO SS-One-Student-Sw
025500                 SS-End-Of-Enroll-Sw.
025600     MOVE ZERO TO SS-Prior-StudentId.
025700     IF Parm-StudentId-X NOT = SPACES
025800         IF Parm-StudentId IS NOT NUMERIC
025900            OR Parm-StudentId = ZERO
026000             ADD 1 TO SS-Skipped-Count
026100             GO TO 2000-READ-NEXT
026200         END-IF
026300         SET SS-One-Student TO TRUE
026400         MOVE Parm-StudentId TO Enr-StudentId
026500     ELSE
026600         MOVE ZERO           TO Enr-StudentId
026700     END-IF.
026800     MOVE LOW-VALUES TO Enr-Course-Term.
026900     START EnrollFile KEY IS NOT LESS THAN Enr-Key
027000         INVALID KEY
027100             SET SS-End-Of-Enroll TO TRUE
027200     END-START.
027300     PERFORM 2100-READ-ENROLLMENT
027400         THRU 2100-READ-ENROLLMENT-EXIT
027500         UNTIL SS-End-Of-Enroll.
027600     IF SS-Prior-StudentId NOT = ZERO
027700         PERFORM 3000-FINISH-STUDENT
027800             THRU 3000-FINISH-STUDENT-EXIT
027900     ELSE
028000         IF SS-One-Student
028100             MOVE Parm-StudentId TO SS-None-StudentId
028200             MOVE Parm-Term      TO SS-None-Term
028300             DISPLAY SS-NONE-LINE
028400             DISPLAY SPACE
028500             ADD 1 TO SS-Skipped-Count
028600         END-IF
028700     END-IF.
028800 2000-READ-NEXT.
028900     PERFORM 1100-READ-PARM
029000         THRU 1100-READ-PARM-EXIT.
029100 2000-PROCESS-REQUEST-EXIT.
029200     EXIT.
029300
029400*----------------------------------------------------------------*
029500 2100-READ-ENROLLMENT.
029600*----------------------------------------------------------------*
029700     READ EnrollFile NEXT RECORD
029800         AT END
029900             SET SS-End-Of-Enroll TO TRUE
030000     END-READ.
030100     IF SS-End-Of-Enroll
030200         GO TO 2100-READ-ENROLLMENT-EXIT.
030300     IF SS-One-Student
030400        AND Enr-StudentId NOT = Parm-StudentId
030500         SET SS-End-Of-Enroll TO TRUE
030600         GO TO 2100-READ-ENROLLMENT-EXIT.
030700     IF Enr-Term NOT = Parm-Term
030800         GO TO 2100-READ-ENROLLMENT-EXIT.
030900     IF Enr-StudentId NOT = SS-Prior-StudentId
031000         IF SS-Prior-StudentId NOT = ZERO
031100             PERFORM 3000-FINISH-STUDENT
031200                 THRU 3000-FINISH-STUDENT-EXIT
031300         END-IF
031400         PERFORM 2200-START-STUDENT
031500             THRU 2200-START-STUDENT-EXIT
031600     END-IF.
031700     PERFORM 2300-PRINT-COURSE
031800         THRU 2300-PRINT-COURSE-EXIT.
031900 2100-READ-ENROLLMENT-EXIT.
032000     EXIT.
032100
032200*----------------------------------------------------------------*
032300 2200-START-STUDENT.
032400*----------------------------------------------------------------*
032500     MOVE Enr-StudentId TO SS-Prior-StudentId
032600                           SS-Stu-StudentId.
032700     MOVE ZERO          TO SS-Course-Count
032800                           SS-Term-Hours.
032900     MOVE "N" TO SS-No-Such-Stud-Sw.
033000     MOVE Enr-StudentId TO StudentId.
033100     READ StudentFile
033200         INVALID KEY
033300             SET SS-No-Such-Stud TO TRUE
033400     END-READ.
033500     IF SS-No-Such-Stud
033600         MOVE "UNKNOWN " TO SS-Stu-Surname
033700         MOVE SPACES     TO SS-Stu-Initials
033800     ELSE
033900         MOVE Surname    TO SS-Stu-Surname
034000         MOVE Initials   TO SS-Stu-Initials
034100     END-IF.
034200     MOVE Parm-Term            TO SS-Banner-Term.
034300     MOVE SS-Run-Date-CCYYMMDD TO SS-Banner-Date.
034400     DISPLAY SS-BANNER-LINE.
034500     DISPLAY SS-STUDENT-LINE.
034600     DISPLAY SPACE.
034700     DISPLAY SS-COLUMN-HEADING.
034800     CALL "AuditLog" USING JobName SS-Prior-StudentId "R".
034900 2200-START-STUDENT-EXIT.
035000     EXIT.
035100
035200*----------------------------------------------------------------*
035300 2300-PRINT-COURSE.
035400*----------------------------------------------------------------*
035500     MOVE "N" TO SS-No-Such-Course-Sw
035600                 SS-Sched-Found-Sw.
035700     MOVE Enr-CourseCode TO CourseCode OF CourseRecord.
035800     READ CourseFile
035900         INVALID KEY
036000             SET SS-No-Such-Course TO TRUE
036100     END-READ.
036200     MOVE Enr-CourseCode TO SS-Det-Course.
036300     IF SS-No-Such-Course
036400         MOVE "** UNKNOWN COURSE **" TO SS-Det-Title
036500         MOVE ZERO                   TO SS-Det-Hours
036600     ELSE
036700         MOVE CourseTitle            TO SS-Det-Title
036800         MOVE CreditHours            TO SS-Det-Hours
036900         ADD CreditHours TO SS-Term-Hours
037000     END-IF.
037100     IF NOT SS-No-Sched-File
037200         MOVE Enr-CourseCode TO Sch-CourseCode
037300         MOVE Enr-Term       TO Sch-Term
037400         READ ScheduleFile
037500             INVALID KEY
037600                 CONTINUE
037700             NOT INVALID KEY
037800                 SET SS-Sched-Found TO TRUE
037900         END-READ
038000     END-IF.
038100     IF SS-Sched-Found
038200         MOVE Sch-Days       TO SS-Det-Days
038300         MOVE Sch-Start-HH   TO SS-Edit-Start-HH
038400         MOVE Sch-Start-MM   TO SS-Edit-Start-MM
038500         MOVE Sch-End-HH     TO SS-Edit-End-HH
038600         MOVE Sch-End-MM     TO SS-Edit-End-MM
038700         MOVE SS-TIME-EDIT   TO SS-Det-Time
038800         MOVE Sch-Building   TO SS-Det-Building
038900         MOVE Sch-Room       TO SS-Det-Room
039000     ELSE
039100         MOVE "TBA"          TO SS-Det-Days
039200         MOVE SPACES         TO SS-Det-Time
039300                                SS-Det-Building
039400                                SS-Det-Room
039500     END-IF.
039600     DISPLAY SS-DETAIL-LINE.
039700     ADD 1 TO SS-Course-Count.
039800 2300-PRINT-COURSE-EXIT.
039900     EXIT.
040000
040100*----------------------------------------------------------------*
040200 3000-FINISH-STUDENT.
040300*----------------------------------------------------------------*
040400     MOVE SS-Course-Count TO SS-Courses-Out.
040500     MOVE SS-Term-Hours   TO SS-Hours-Out.
040600     DISPLAY SS-TOTALS-LINE.
040700     DISPLAY SPACE.
040800     ADD 1 TO SS-Printed-Count.
040900     MOVE ZERO TO SS-Prior-StudentId.
041000 3000-FINISH-STUDENT-EXIT.
041100     EXIT.
041200
041300*----------------------------------------------------------------*
041400 8000-PRINT-SUMMARY.
041500*----------------------------------------------------------------*
041600     MOVE SS-Printed-Count TO SS-Printed-Out.
041700     MOVE SS-Skipped-Count TO SS-Skipped-Out.
041800     DISPLAY SS-SUMMARY-LINE-1.
041900     DISPLAY SS-SUMMARY-LINE-2.
042000 8000-PRINT-SUMMARY-EXIT.
042100     EXIT.
042200
042300*----------------------------------------------------------------*
042400 9999-EXIT.
042500*----------------------------------------------------------------*
042600     CALL "AuditClose".
042700     CLOSE StudentFile
042800           EnrollFile
042900           CourseFile
043000           ParmFile.
043100     IF NOT SS-No-Sched-File
043200         CLOSE ScheduleFile
043300     END-IF.
043400 9999-EXIT-EXIT.
043500     EXIT.
