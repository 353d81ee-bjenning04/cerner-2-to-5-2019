001000 IDENTIFICATION DIVISION.
001100 PROGRAM-ID.     MissGrd.
001200 AUTHOR.         J PELLETIER.
001300 INSTALLATION.   REGISTRAR SYSTEMS.
001400 DATE-WRITTEN.   2026-10-08.
001500 DATE-COMPILED.
001600*----------------------------------------------------------------*
001700*  MODIFICATION HISTORY                                          *
001800*  2026-10-08  JP  INITIAL VERSION - MISSING-GRADES REPORT,      *
001900*                  ENROLLMENTS WITH NO GRADES.DAT RECORD GROUPED *
002000*                  BY INSTRUCTOR FROM TEACH.DAT.                 *
002100*----------------------------------------------------------------*
002200*
002300*    THIS PROGRAM IS RUN AFTER THE GRADING DEADLINE.  IT READS
002400*    ENROLL.DAT AND LOOKS EACH ENROLLMENT UP ON GRADES.DAT BY
002500*    STUDENTID, COURSECODE AND TERM; AN ENROLLMENT WITH NO GRADE
002600*    RECORD AT ALL IS SORTED BY INSTRUCTOR, TERM, COURSE AND
002700*    STUDENT NAME AND LISTED UNDER THE INSTRUCTOR WHO OWES IT,
002800*    A NEW PAGE PER INSTRUCTOR, WITH A COUNT PER COURSE AND PER
002900*    INSTRUCTOR.  AN INCOMPLETE OR WITHDRAWAL IS A GRADE RECORD
003000*    AND IS NOT MISSING.  THE INSTRUCTOR COMES FROM TEACH.DAT FOR
003100*    THE COURSE AND TERM; COURSES WITH NO ASSIGNMENT PRINT LAST,
003200*    UNDER "UNASSIGNED".  MISSGRD.PRM MAY NAME ONE TERM - A
003300*    MISSING OR BLANK PARAMETER REPORTS EVERY TERM ON FILE.
003400*    EVERY STUDENT LISTED IS LOGGED AS A READ THROUGH AUDITLOG.
003500*
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT EnrollFile    ASSIGN TO "ENROLL.DAT"
004000            ORGANIZATION IS INDEXED
004100            ACCESS MODE IS SEQUENTIAL
004200            RECORD KEY IS Enr-Key
004300            ALTERNATE RECORD KEY IS Enr-Course-Term
004400                WITH DUPLICATES
004500            FILE STATUS IS MG-Enroll-File-Status.
004600
004700     SELECT GradeFile     ASSIGN TO "GRADES.DAT"
004800            ORGANIZATION IS INDEXED
004900            ACCESS MODE IS RANDOM
005000            RECORD KEY IS Grd-Key
005100            FILE STATUS IS MG-Grade-File-Status.
005200
005300     SELECT StudentFile   ASSIGN TO "STUDENTS.DAT"
005400            ORGANIZATION IS INDEXED
005500            ACCESS MODE IS RANDOM
005600            RECORD KEY IS StudentId.
005700
005800     SELECT TeachFile     ASSIGN TO "TEACH.DAT"
005900            ORGANIZATION IS INDEXED
006000            ACCESS MODE IS RANDOM
006100            RECORD KEY IS Tch-Key
006200            ALTERNATE RECORD KEY IS Tch-InstructorId
006300                WITH DUPLICATES
006400            FILE STATUS IS MG-Teach-File-Status.
006500
006600     SELECT InstructorFile ASSIGN TO "INSTRUCT.DAT"
006700            ORGANIZATION IS INDEXED
006800            ACCESS MODE IS RANDOM
006900            RECORD KEY IS Ins-InstructorId
007000            FILE STATUS IS MG-Instr-File-Status.
007100
007200     SELECT CourseFile    ASSIGN TO "COURSES.DAT"
007300            ORGANIZATION IS INDEXED
007400            ACCESS MODE IS RANDOM
007500            RECORD KEY IS CourseCode OF CourseRecord.
007600
007700     SELECT SortWorkFile  ASSIGN TO "MSGDSORT.WRK".
007800
007900     SELECT SortedFile    ASSIGN TO "MSGDSORT.OUT"
008000            ORGANIZATION IS LINE SEQUENTIAL.
008100
008200     SELECT OPTIONAL ParmFile ASSIGN TO "MISSGRD.PRM"
008300            ORGANIZATION IS LINE SEQUENTIAL.
008400
008500 DATA DIVISION.
008600 FILE SECTION.
008700 FD  EnrollFile.
008800     COPY ENROLREC.CPY.
008900
009000 FD  GradeFile.
009100     COPY GRADEREC.CPY.
009200
009300 FD  StudentFile.
009400     COPY STUDENT.CPY.
009500
009600 FD  TeachFile.
009700     COPY TEACHREC.CPY.
009800
009900 FD  InstructorFile.
010000     COPY INSTREC.CPY.
010100
010200 FD  CourseFile.
010300     COPY COURSE.CPY.
010400
010500 SD  SortWorkFile.
010600 01  SortRecord.
010700     02  SortAssign-Flag      PIC X(1).
010800     02  SortInstructorId     PIC 9(6).
010900     02  SortTerm             PIC X(5).
011000     02  SortCourseCode       PIC X(4).
011100     02  SortSurname          PIC X(8).
011200     02  SortInitials         PIC XX.
011300     02  SortStudentId        PIC 9(7).
011400
011500 FD  SortedFile.
011600 01  SortedRecord.
011700     02  SrtAssign-Flag       PIC X(1).
011800         88  SrtUnassigned       VALUE "U".
011900     02  SrtInstructorId      PIC 9(6).
012000     02  SrtTerm              PIC X(5).
012100     02  SrtCourseCode        PIC X(4).
012200     02  SrtSurname           PIC X(8).
012300     02  SrtInitials          PIC XX.
012400     02  SrtStudentId         PIC 9(7).
012500
012600 FD  ParmFile.
012700 01  ParmRecord.
012800     02  Parm-Term            PIC X(5).
012900
013000 WORKING-STORAGE SECTION.
013100 01  JobName               PIC X(08)   VALUE "MISSGRD".
013200
013300 01  MG-SWITCHES.
013400     02  MG-End-Of-Sort-Sw    PIC X       VALUE "N".
013500         88  MG-End-Of-Sort       VALUE "Y".
013600     02  MG-End-Of-Enroll-Sw  PIC X       VALUE "N".
013700         88  MG-End-Of-Enroll     VALUE "Y".
013800     02  MG-No-Enroll-File-Sw PIC X       VALUE "N".
013900         88  MG-No-Enroll-File    VALUE "Y".
014000     02  MG-No-Grade-File-Sw  PIC X       VALUE "N".
014100         88  MG-No-Grade-File     VALUE "Y".
014200     02  MG-No-Teach-File-Sw  PIC X       VALUE "N".
014300         88  MG-No-Teach-File     VALUE "Y".
014400     02  MG-No-Instr-File-Sw  PIC X       VALUE "N".
014500         88  MG-No-Instr-File     VALUE "Y".
014600     02  MG-Found-Sw          PIC X       VALUE "N".
014700         88  MG-Found             VALUE "Y".
014800
014900 01  MG-Enroll-File-Status     PIC XX.
015000     88  MG-Enroll-File-Good      VALUE "00".
015100     88  MG-Enroll-File-Missing   VALUE "35".
015200
015300 01  MG-Grade-File-Status      PIC XX.
015400     88  MG-Grade-File-Good       VALUE "00".
015500     88  MG-Grade-File-Missing    VALUE "35".
015600
015700 01  MG-Teach-File-Status      PIC XX.
015800     88  MG-Teach-File-Good       VALUE "00".
015900     88  MG-Teach-File-Missing    VALUE "35".
016000
016100 01  MG-Instr-File-Status      PIC XX.
016200     88  MG-Instr-File-Good       VALUE "00".
016300     88  MG-Instr-File-Missing    VALUE "35".
016400
016500 01  MG-COUNTERS.
016600     02  MG-Course-Count      PIC 9(05)   COMP    VALUE ZERO.
016700     02  MG-Instr-Course-Count PIC 9(05)  COMP    VALUE ZERO.
016800     02  MG-Instr-Missing-Count PIC 9(05) COMP    VALUE ZERO.
016900     02  MG-Instructor-Total  PIC 9(05)   COMP    VALUE ZERO.
017000     02  MG-Course-Total      PIC 9(05)   COMP    VALUE ZERO.
017100     02  MG-Unassigned-Total  PIC 9(05)   COMP    VALUE ZERO.
017200     02  MG-Enroll-Total      PIC 9(07)   COMP    VALUE ZERO.
017300     02  MG-Graded-Total      PIC 9(07)   COMP    VALUE ZERO.
017400     02  MG-Missing-Total     PIC 9(07)   COMP    VALUE ZERO.
017500     02  MG-Page-Count        PIC 9(03)   COMP    VALUE ZERO.
017600
017700 01  MG-BREAK-FIELDS.
017800     02  MG-Term              PIC X(05)   VALUE SPACES.
017900     02  MG-Prior-Flag        PIC X(01)   VALUE SPACES.
018000     02  MG-Prior-InstructorId PIC 9(06)  VALUE ZERO.
018100     02  MG-Prior-Term        PIC X(05)   VALUE SPACES.
018200     02  MG-Prior-CourseCode  PIC X(04)   VALUE SPACES.
018300
018400 01  MG-HEADING-LINE-1.
018500     02  FILLER               PIC X(20)   VALUE
018600         "MISSING GRADES  TERM".
018700     02  FILLER               PIC X(01)   VALUE SPACE.
018800     02  MG-Heading-Term      PIC X(05).
018900     02  FILLER               PIC X(14)   VALUE SPACES.
019000     02  FILLER               PIC X(06)   VALUE "PAGE  ".
019100     02  MG-Page-Out          PIC ZZ9.
019200
019300 01  MG-HEADING-LINE-2.
019400     02  FILLER               PIC X(12)   VALUE "INSTRUCTOR: ".
019500     02  MG-Heading-InstrId   PIC X(06).
019600     02  FILLER               PIC X(02)   VALUE SPACES.
019700     02  MG-Heading-Surname   PIC X(24).
019800     02  FILLER               PIC X(01)   VALUE SPACE.
019900     02  MG-Heading-Initials  PIC X(02).
020000     02  FILLER               PIC X(03)   VALUE SPACES.
020100     02  MG-Heading-Dept      PIC X(10).
020200
020300 01  MG-COURSE-LINE.
020400     02  FILLER               PIC X(08)   VALUE "COURSE: ".
020500     02  MG-Crs-CourseCode    PIC X(04).
020600     02  FILLER               PIC X(06)   VALUE " TERM ".
020700     02  MG-Crs-Term          PIC X(05).
020800     02  FILLER               PIC X(03)   VALUE SPACES.
020900     02  MG-Crs-Title         PIC X(20).
021000
021100 01  MG-COLUMN-HEADING.
021200     02  FILLER               PIC X(12)   VALUE "STUDENT ID  ".
021300     02  FILLER               PIC X(10)   VALUE "SURNAME   ".
021400     02  FILLER               PIC X(05)   VALUE "INITL".
021500
021600 01  MG-DETAIL-LINE.
021700     02  MG-Det-StudentId     PIC 9(07).
021800     02  FILLER               PIC X(05)   VALUE SPACES.
021900     02  MG-Det-Surname       PIC X(10).
022000     02  MG-Det-Initials      PIC X(02).
022100
022200 01  MG-SUBTOTAL-LINE.
022300     02  FILLER               PIC X(13)   VALUE "  MISSING IN ".
022400     02  MG-Sub-Course        PIC X(04).
022500     02  FILLER               PIC X(01)   VALUE "/".
022600     02  MG-Sub-Term          PIC X(05).
022700     02  FILLER               PIC X(04)   VALUE " -- ".
022800     02  MG-Sub-Count         PIC ZZ,ZZ9.
022900
023000 01  MG-INSTR-TOTAL-LINE.
023100     02  FILLER               PIC X(10)   VALUE "  COURSES ".
023200     02  MG-Itot-Courses      PIC ZZ,ZZ9.
023300     02  FILLER               PIC X(17)   VALUE
023400         "  GRADES MISSING ".
023500     02  MG-Itot-Missing      PIC ZZ,ZZ9.
023600
023700 01  MG-SUMMARY-LINE-1.
023800     02  FILLER          PIC X(17) VALUE "ENROLLMENTS READ-".
023900     02  MG-Enroll-Out         PIC Z,ZZZ,ZZ9.
024000
024100 01  MG-SUMMARY-LINE-2.
024200     02  FILLER          PIC X(17) VALUE "GRADES ON FILE --".
024300     02  MG-Graded-Out         PIC Z,ZZZ,ZZ9.
024400
024500 01  MG-SUMMARY-LINE-3.
024600     02  FILLER          PIC X(17) VALUE "GRADES MISSING --".
024700     02  MG-Missing-Out        PIC Z,ZZZ,ZZ9.
024800
024900 01  MG-SUMMARY-LINE-4.
025000     02  FILLER          PIC X(17) VALUE "INSTRUCTORS LATE-".
025100     02  MG-Instructor-Out     PIC ZZ,ZZ9.
025200
025300 01  MG-SUMMARY-LINE-5.
025400     02  FILLER          PIC X(17) VALUE "COURSES LATE ----".
025500     02  MG-Course-Out         PIC ZZ,ZZ9.
025600
025700 01  MG-SUMMARY-LINE-6.
025800     02  FILLER          PIC X(17) VALUE "  UNASSIGNED ----".
025900     02  MG-Unassigned-Out     PIC ZZ,ZZ9.
026000
026100 PROCEDURE DIVISION.
026200*----------------------------------------------------------------*
026300 0000-MAINLINE.
026400*----------------------------------------------------------------*
026500     PERFORM 1000-INITIALIZE
026600         THRU 1000-INITIALIZE-EXIT.
026700     PERFORM 2000-PROCESS-MISSING
026800         THRU 2000-PROCESS-MISSING-EXIT
026900         UNTIL MG-End-Of-Sort.
027000     PERFORM 3000-FINISH-COURSE
027100         THRU 3000-FINISH-COURSE-EXIT.
027200     PERFORM 3100-FINISH-INSTRUCTOR
027300         THRU 3100-FINISH-INSTRUCTOR-EXIT.
027400     PERFORM 8000-PRINT-SUMMARY
027500         THRU 8000-PRINT-SUMMARY-EXIT.
027600     PERFORM 9999-EXIT
027700         THRU 9999-EXIT-EXIT.
027800     STOP RUN.
027900
028000*----------------------------------------------------------------*
028100 1000-INITIALIZE.
028200*----------------------------------------------------------------*
028300     PERFORM 1100-READ-PARM
028400         THRU 1100-READ-PARM-EXIT.
028500     OPEN INPUT EnrollFile.
028600     IF MG-Enroll-File-Missing
028700         SET MG-No-Enroll-File TO TRUE
028800     END-IF.
028900     OPEN INPUT GradeFile.
029000     IF MG-Grade-File-Missing
029100         SET MG-No-Grade-File TO TRUE
029200     END-IF.
029300     OPEN INPUT TeachFile.
029400     IF MG-Teach-File-Missing
029500         SET MG-No-Teach-File TO TRUE
029600     END-IF.
029700     OPEN INPUT StudentFile.
029800     SORT SortWorkFile
029900         ON ASCENDING KEY SortAssign-Flag
030000            ASCENDING KEY SortInstructorId
030100            ASCENDING KEY SortTerm
030200            ASCENDING KEY SortCourseCode
030300            ASCENDING KEY SortSurname
030400            ASCENDING KEY SortInitials
030500            ASCENDING KEY SortStudentId
030600         INPUT PROCEDURE IS 1300-BUILD-SORT
030700             THRU 1300-BUILD-SORT-EXIT
030800         GIVING SortedFile.
030900     CLOSE StudentFile.
031000     IF NOT MG-No-Enroll-File
031100         CLOSE EnrollFile
031200     END-IF.
031300     IF NOT MG-No-Grade-File
031400         CLOSE GradeFile
031500     END-IF.
031600     IF NOT MG-No-Teach-File
031700         CLOSE TeachFile
031800     END-IF.
031900     OPEN INPUT InstructorFile.
032000     IF MG-Instr-File-Missing
032100         SET MG-No-Instr-File TO TRUE
032200     END-IF.
032300     OPEN INPUT CourseFile.
032400     OPEN INPUT SortedFile.
032500     IF MG-Term = SPACES
032600         MOVE "ALL"   TO MG-Heading-Term
032700     ELSE
032800         MOVE MG-Term TO MG-Heading-Term
032900     END-IF.
033000     PERFORM 1200-READ-SORT-FILE
033100         THRU 1200-READ-SORT-FILE-EXIT.
033200 1000-INITIALIZE-EXIT.
033300     EXIT.
033400
033500*----------------------------------------------------------------*
033600 1100-READ-PARM.
033700*----------------------------------------------------------------*
033800     OPEN INPUT ParmFile.
033900     READ ParmFile
034000         AT END
034100             CONTINUE
034200         NOT AT END
034300             MOVE Parm-Term TO MG-Term
034400     END-READ.
034500     CLOSE ParmFile.
034600 1100-READ-PARM-EXIT.
034700     EXIT.
034800
034900*----------------------------------------------------------------*
035000 1200-READ-SORT-FILE.
035100*----------------------------------------------------------------*
035200     READ SortedFile
035300         AT END
035400             SET MG-End-Of-Sort TO TRUE
035500     END-READ.
035600 1200-READ-SORT-FILE-EXIT.
035700     EXIT.
035800
035900*----------------------------------------------------------------*
036000 1300-BUILD-SORT.
036100*----------------------------------------------------------------*
036200     IF MG-No-Enroll-File
036300         GO TO 1300-BUILD-SORT-EXIT.
036400     PERFORM 1310-READ-ENROLLMENT
036500         THRU 1310-READ-ENROLLMENT-EXIT.
036600     PERFORM 1320-CHECK-ENROLLMENT
036700         THRU 1320-CHECK-ENROLLMENT-EXIT
036800         UNTIL MG-End-Of-Enroll.
036900 1300-BUILD-SORT-EXIT.
037000     EXIT.
037100
037200*----------------------------------------------------------------*
037300 1310-READ-ENROLLMENT.
037400*----------------------------------------------------------------*
037500     READ EnrollFile NEXT RECORD
037600         AT END
037700             SET MG-End-Of-Enroll TO TRUE
037800     END-READ.
037900 1310-READ-ENROLLMENT-EXIT.
038000     EXIT.
038100
038200*----------------------------------------------------------------*
038300 1320-CHECK-ENROLLMENT.
038400*----------------------------------------------------------------*
038500     IF MG-Term = SPACES OR Enr-Term = MG-Term
038600         ADD 1 TO MG-Enroll-Total
038700         PERFORM 1325-LOOKUP-GRADE
038800             THRU 1325-LOOKUP-GRADE-EXIT
038900         IF MG-Found
039000             ADD 1 TO MG-Graded-Total
039100         ELSE
039200             PERFORM 1330-RELEASE-RECORD
039300                 THRU 1330-RELEASE-RECORD-EXIT
039400         END-IF
039500     END-IF.
039600     PERFORM 1310-READ-ENROLLMENT
039700         THRU 1310-READ-ENROLLMENT-EXIT.
039800 1320-CHECK-ENROLLMENT-EXIT.
039900     EXIT.
040000
040100*----------------------------------------------------------------*
040200 1325-LOOKUP-GRADE.
040300*----------------------------------------------------------------*
040400     MOVE "N" TO MG-Found-Sw.
040500     IF MG-No-Grade-File
040600         GO TO 1325-LOOKUP-GRADE-EXIT.
040700     MOVE Enr-StudentId  TO Grd-StudentId.
040800     MOVE Enr-CourseCode TO Grd-CourseCode.
040900     MOVE Enr-Term       TO Grd-Term.
041000     READ GradeFile
041100         INVALID KEY
041200             CONTINUE
041300         NOT INVALID KEY
041400             SET MG-Found TO TRUE
041500     END-READ.
041600 1325-LOOKUP-GRADE-EXIT.
041700     EXIT.
041800
041900*----------------------------------------------------------------*
042000 1330-RELEASE-RECORD.
042100*----------------------------------------------------------------*
042200*    THE INSTRUCTOR IS TAKEN FROM TEACH.DAT FOR THE COURSE AND
042300*    TERM; WITHOUT ONE THE ENROLLMENT SORTS UNDER THE "U" FLAG,
042400*    AFTER EVERY ASSIGNED INSTRUCTOR.
042500     ADD 1 TO MG-Missing-Total.
042600     MOVE "A"            TO SortAssign-Flag.
042700     MOVE ZERO           TO SortInstructorId.
042800     IF MG-No-Teach-File
042900         MOVE "U"        TO SortAssign-Flag
043000     ELSE
043100         MOVE Enr-CourseCode TO Tch-CourseCode
043200         MOVE Enr-Term       TO Tch-Term
043300         READ TeachFile
043400             INVALID KEY
043500                 MOVE "U" TO SortAssign-Flag
043600             NOT INVALID KEY
043700                 MOVE Tch-InstructorId TO SortInstructorId
043800         END-READ
043900     END-IF.
044000     MOVE Enr-Term       TO SortTerm.
044100     MOVE Enr-CourseCode TO SortCourseCode.
044200     MOVE Enr-StudentId  TO SortStudentId
044300                            StudentId.
044400     READ StudentFile
044500         INVALID KEY
044600             MOVE "UNKNOWN"  TO SortSurname
044700             MOVE SPACES     TO SortInitials
044800         NOT INVALID KEY
044900             MOVE Surname    TO SortSurname
045000             MOVE Initials   TO SortInitials
045100     END-READ.
045200     RELEASE SortRecord.
045300 1330-RELEASE-RECORD-EXIT.
045400     EXIT.
045500
045600*----------------------------------------------------------------*
045700 2000-PROCESS-MISSING.
045800*----------------------------------------------------------------*
045900     IF SrtAssign-Flag NOT = MG-Prior-Flag
046000        OR SrtInstructorId NOT = MG-Prior-InstructorId
046100         IF MG-Prior-Flag NOT = SPACES
046200             PERFORM 3000-FINISH-COURSE
046300                 THRU 3000-FINISH-COURSE-EXIT
046400             PERFORM 3100-FINISH-INSTRUCTOR
046500                 THRU 3100-FINISH-INSTRUCTOR-EXIT
046600         END-IF
046700         PERFORM 2100-START-INSTRUCTOR
046800             THRU 2100-START-INSTRUCTOR-EXIT
046900         PERFORM 2200-START-COURSE
047000             THRU 2200-START-COURSE-EXIT
047100     ELSE
047200         IF SrtCourseCode NOT = MG-Prior-CourseCode
047300            OR SrtTerm NOT = MG-Prior-Term
047400             PERFORM 3000-FINISH-COURSE
047500                 THRU 3000-FINISH-COURSE-EXIT
047600             PERFORM 2200-START-COURSE
047700                 THRU 2200-START-COURSE-EXIT
047800         END-IF
047900     END-IF.
048000     PERFORM 2300-PRINT-DETAIL
048100         THRU 2300-PRINT-DETAIL-EXIT.
048200     PERFORM 1200-READ-SORT-FILE
048300         THRU 1200-READ-SORT-FILE-EXIT.
048400 2000-PROCESS-MISSING-EXIT.
048500     EXIT.
048600
048700*----------------------------------------------------------------*
048800 2100-START-INSTRUCTOR.
048900*----------------------------------------------------------------*
049000     MOVE SrtAssign-Flag   TO MG-Prior-Flag.
049100     MOVE SrtInstructorId  TO MG-Prior-InstructorId.
049200     MOVE ZERO             TO MG-Instr-Course-Count
049300                              MG-Instr-Missing-Count.
049400     ADD 1 TO MG-Page-Count.
049500     MOVE MG-Page-Count    TO MG-Page-Out.
049600     MOVE SPACES           TO MG-Heading-Initials
049700                              MG-Heading-Dept.
049800     IF SrtUnassigned
049900         MOVE SPACES             TO MG-Heading-InstrId
050000         MOVE "** UNASSIGNED **" TO MG-Heading-Surname
050100     ELSE
050200         ADD 1 TO MG-Instructor-Total
050300         MOVE SrtInstructorId    TO MG-Heading-InstrId
050400         PERFORM 2150-LOOKUP-INSTRUCTOR
050500             THRU 2150-LOOKUP-INSTRUCTOR-EXIT
050600     END-IF.
050700     DISPLAY MG-HEADING-LINE-1.
050800     DISPLAY MG-HEADING-LINE-2.
050900 2100-START-INSTRUCTOR-EXIT.
051000     EXIT.
051100
051200*----------------------------------------------------------------*
051300 2150-LOOKUP-INSTRUCTOR.
051400*----------------------------------------------------------------*
051500     MOVE "N" TO MG-Found-Sw.
051600     IF NOT MG-No-Instr-File
051700         MOVE SrtInstructorId TO Ins-InstructorId
051800         READ InstructorFile
051900             INVALID KEY
052000                 CONTINUE
052100             NOT INVALID KEY
052200                 SET MG-Found TO TRUE
052300         END-READ
052400     END-IF.
052500     IF MG-Found
052600         MOVE Ins-Surname    TO MG-Heading-Surname
052700         MOVE Ins-Initials   TO MG-Heading-Initials
052800         MOVE Ins-Department TO MG-Heading-Dept
052900     ELSE
053000         MOVE "** UNKNOWN INSTRUCTOR **" TO MG-Heading-Surname
053100     END-IF.
053200 2150-LOOKUP-INSTRUCTOR-EXIT.
053300     EXIT.
053400
053500*----------------------------------------------------------------*
053600 2200-START-COURSE.
053700*----------------------------------------------------------------*
053800     MOVE SrtCourseCode    TO MG-Prior-CourseCode
053900                              MG-Crs-CourseCode.
054000     MOVE SrtTerm          TO MG-Prior-Term
054100                              MG-Crs-Term.
054200     MOVE ZERO             TO MG-Course-Count.
054300     ADD 1 TO MG-Course-Total
054400              MG-Instr-Course-Count.
054500     IF SrtUnassigned
054600         ADD 1 TO MG-Unassigned-Total
054700     END-IF.
054800     MOVE SrtCourseCode    TO CourseCode OF CourseRecord.
054900     READ CourseFile
055000         INVALID KEY
055100             MOVE "** UNKNOWN COURSE **" TO MG-Crs-Title
055200         NOT INVALID KEY
055300             MOVE CourseTitle            TO MG-Crs-Title
055400     END-READ.
055500     DISPLAY SPACE.
055600     DISPLAY MG-COURSE-LINE.
055700     DISPLAY MG-COLUMN-HEADING.
055800 2200-START-COURSE-EXIT.
055900     EXIT.
056000
056100*----------------------------------------------------------------*
056200 2300-PRINT-DETAIL.
056300*----------------------------------------------------------------*
056400     MOVE SrtStudentId     TO MG-Det-StudentId.
056500     MOVE SrtSurname       TO MG-Det-Surname.
056600     MOVE SrtInitials      TO MG-Det-Initials.
056700     DISPLAY MG-DETAIL-LINE.
056800     CALL "AuditLog" USING JobName SrtStudentId "R".
056900     ADD 1 TO MG-Course-Count
057000              MG-Instr-Missing-Count.
057100 2300-PRINT-DETAIL-EXIT.
057200     EXIT.
057300
057400*----------------------------------------------------------------*
057500 3000-FINISH-COURSE.
057600*----------------------------------------------------------------*
057700     IF MG-Prior-CourseCode NOT = SPACES
057800         MOVE MG-Prior-CourseCode TO MG-Sub-Course
057900         MOVE MG-Prior-Term       TO MG-Sub-Term
058000         MOVE MG-Course-Count     TO MG-Sub-Count
058100         DISPLAY MG-SUBTOTAL-LINE
058200     END-IF.
058300 3000-FINISH-COURSE-EXIT.
058400     EXIT.
058500
058600*----------------------------------------------------------------*
058700 3100-FINISH-INSTRUCTOR.
058800*----------------------------------------------------------------*
058900     IF MG-Prior-Flag NOT = SPACES
059000         MOVE MG-Instr-Course-Count  TO MG-Itot-Courses
059100         MOVE MG-Instr-Missing-Count TO MG-Itot-Missing
059200         DISPLAY SPACE
059300         DISPLAY MG-INSTR-TOTAL-LINE
059400         DISPLAY SPACE
059500     END-IF.
059600 3100-FINISH-INSTRUCTOR-EXIT.
059700     EXIT.
059800
059900*----------------------------------------------------------------*
060000 8000-PRINT-SUMMARY.
060100*----------------------------------------------------------------*
060200     MOVE MG-Enroll-Total     TO MG-Enroll-Out.
060300     MOVE MG-Graded-Total     TO MG-Graded-Out.
060400     MOVE MG-Missing-Total    TO MG-Missing-Out.
060500     MOVE MG-Instructor-Total TO MG-Instructor-Out.
060600     MOVE MG-Course-Total     TO MG-Course-Out.
060700     MOVE MG-Unassigned-Total TO MG-Unassigned-Out.
060800     DISPLAY MG-SUMMARY-LINE-1.
060900     DISPLAY MG-SUMMARY-LINE-2.
061000     DISPLAY MG-SUMMARY-LINE-3.
061100     DISPLAY MG-SUMMARY-LINE-4.
061200     DISPLAY MG-SUMMARY-LINE-5.
061300     DISPLAY MG-SUMMARY-LINE-6.
061400 8000-PRINT-SUMMARY-EXIT.
061500     EXIT.
061600
061700*----------------------------------------------------------------*
061800 9999-EXIT.
061900*----------------------------------------------------------------*
062000     CALL "AuditClose".
062100     CLOSE SortedFile CourseFile.
062200     IF NOT MG-No-Instr-File
062300         CLOSE InstructorFile
062400     END-IF.
062500 9999-EXIT-EXIT.
062600     EXIT.
