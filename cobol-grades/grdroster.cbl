001000 IDENTIFICATION DIVISION.
001100 PROGRAM-ID.     GrdRoster.
001200 AUTHOR.         J PELLETIER.
001300 INSTALLATION.   REGISTRAR SYSTEMS.
001400 DATE-WRITTEN.   2026-10-08.
001500 DATE-COMPILED.
001600*----------------------------------------------------------------*
001700*  MODIFICATION HISTORY                                          *
001800*  2026-10-08  JP  INITIAL VERSION - PRE-GRADING BLANK GRADE-    *
001900*                  ENTRY ROSTERS FROM ENROLL.DAT, ONE SECTION    *
002000*                  PER INSTRUCTOR FROM TEACH.DAT.                *
002100*----------------------------------------------------------------*
002200*
002300*    GIVEN A TERM IN GRDROSTR.PRM, THIS PROGRAM SORTS THAT TERM'S
002400*    ENROLLMENTS ON ENROLL.DAT BY INSTRUCTOR, COURSE AND STUDENT
002500*    NAME AND PRINTS A BLANK GRADE-ENTRY ROSTER FOR EACH
002600*    INSTRUCTOR - A NEW PAGE PER INSTRUCTOR, ONE BLOCK PER COURSE
002700*    WITH A GRADE COLUMN TO FILL IN AND A SIGN-OFF LINE.  THE
002800*    INSTRUCTOR FOR A COURSE COMES FROM THE TEACHING ASSIGNMENT
002900*    FILE (TEACH.DAT); COURSES WITH NO ASSIGNMENT FOR THE TERM
003000*    PRINT LAST, UNDER "UNASSIGNED", SO THE REGISTRAR CAN SEE
003100*    WHICH ROSTERS HAVE NOWHERE TO GO.  A MISSING OR BLANK TERM
003200*    PRINTS NOTHING AND ENDS WITH RETURN-CODE 8.  EVERY STUDENT
003300*    LISTED IS LOGGED AS A READ THROUGH AUDITLOG.
003400*
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT EnrollFile    ASSIGN TO "ENROLL.DAT"
003900            ORGANIZATION IS INDEXED
004000            ACCESS MODE IS SEQUENTIAL
004100            RECORD KEY IS Enr-Key
004200            ALTERNATE RECORD KEY IS Enr-Course-Term
004300                WITH DUPLICATES
004400            FILE STATUS IS GE-Enroll-File-Status.
004500
004600     SELECT StudentFile   ASSIGN TO "STUDENTS.DAT"
004700            ORGANIZATION IS INDEXED
004800            ACCESS MODE IS RANDOM
004900            RECORD KEY IS StudentId.
005000
005100     SELECT TeachFile     ASSIGN TO "TEACH.DAT"
005200            ORGANIZATION IS INDEXED
005300            ACCESS MODE IS RANDOM
005400            RECORD KEY IS Tch-Key
005500            ALTERNATE RECORD KEY IS Tch-InstructorId
005600                WITH DUPLICATES
005700            FILE STATUS IS GE-Teach-File-Status.
005800
005900     SELECT InstructorFile ASSIGN TO "INSTRUCT.DAT"
006000            ORGANIZATION IS INDEXED
006100            ACCESS MODE IS RANDOM
006200            RECORD KEY IS Ins-InstructorId
006300            FILE STATUS IS GE-Instr-File-Status.
006400
006500     SELECT CourseFile    ASSIGN TO "COURSES.DAT"
006600            ORGANIZATION IS INDEXED
006700            ACCESS MODE IS RANDOM
006800            RECORD KEY IS CourseCode OF CourseRecord.
006900
007000     SELECT SortWorkFile  ASSIGN TO "GRDRSORT.WRK".
007100
007200     SELECT SortedFile    ASSIGN TO "GRDRSORT.OUT"
007300            ORGANIZATION IS LINE SEQUENTIAL.
007400
007500     SELECT OPTIONAL ParmFile ASSIGN TO "GRDROSTR.PRM"
007600            ORGANIZATION IS LINE SEQUENTIAL.
007700
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  EnrollFile.
008100     COPY ENROLREC.CPY.
008200
008300 FD  StudentFile.
008400     COPY STUDENT.CPY.
008500
008600 FD  TeachFile.
008700     COPY TEACHREC.CPY.
008800
008900 FD  InstructorFile.
009000     COPY INSTREC.CPY.
009100
009200 FD  CourseFile.
009300     COPY COURSE.CPY.
009400
009500 SD  SortWorkFile.
009600 01  SortRecord.
009700     02  SortAssign-Flag      PIC X(1).
009800     02  SortInstructorId     PIC 9(6).
009900     02  SortCourseCode       PIC X(4).
010000     02  SortSurname          PIC X(8).
010100     02  SortInitials         PIC XX.
010200     02  SortStudentId        PIC 9(7).
010300
010400 FD  SortedFile.
010500 01  SortedRecord.
010600     02  SrtAssign-Flag       PIC X(1).
010700         88  SrtUnassigned       VALUE "U".
010800     02  SrtInstructorId      PIC 9(6).
010900     02  SrtCourseCode        PIC X(4).
011000     02  SrtSurname           PIC X(8).
011100     02  SrtInitials          PIC XX.
011200     02  SrtStudentId         PIC 9(7).
011300
011400 FD  ParmFile.
011500 01  ParmRecord.
011600     02  Parm-Term            PIC X(5).
011700
011800 WORKING-STORAGE SECTION.
011900 01  JobName               PIC X(08)   VALUE "GRDROSTR".
012000
012100 01  GE-SWITCHES.
012200     02  GE-End-Of-Sort-Sw    PIC X       VALUE "N".
012300         88  GE-End-Of-Sort       VALUE "Y".
012400     02  GE-End-Of-Enroll-Sw  PIC X       VALUE "N".
012500         88  GE-End-Of-Enroll     VALUE "Y".
012600     02  GE-Bad-Parm-Sw       PIC X       VALUE "N".
012700         88  GE-Bad-Parm          VALUE "Y".
012800     02  GE-No-Enroll-File-Sw PIC X       VALUE "N".
012900         88  GE-No-Enroll-File    VALUE "Y".
013000     02  GE-No-Teach-File-Sw  PIC X       VALUE "N".
013100         88  GE-No-Teach-File     VALUE "Y".
013200     02  GE-No-Instr-File-Sw  PIC X       VALUE "N".
013300         88  GE-No-Instr-File     VALUE "Y".
013400     02  GE-Found-Sw          PIC X       VALUE "N".
013500         88  GE-Found             VALUE "Y".
013600
013700 01  GE-Enroll-File-Status     PIC XX.
013800     88  GE-Enroll-File-Good      VALUE "00".
013900     88  GE-Enroll-File-Missing   VALUE "35".
014000
014100 01  GE-Teach-File-Status      PIC XX.
014200     88  GE-Teach-File-Good       VALUE "00".
014300     88  GE-Teach-File-Missing    VALUE "35".
014400
014500 01  GE-Instr-File-Status      PIC XX.
014600     88  GE-Instr-File-Good       VALUE "00".
014700     88  GE-Instr-File-Missing    VALUE "35".
014800
014900 01  GE-COUNTERS.
015000     02  GE-Course-Count      PIC 9(05)   COMP    VALUE ZERO.
015100     02  GE-Instr-Course-Count PIC 9(05)  COMP    VALUE ZERO.
015200     02  GE-Instr-Student-Count PIC 9(05) COMP    VALUE ZERO.
015300     02  GE-Instructor-Total  PIC 9(05)   COMP    VALUE ZERO.
015400     02  GE-Course-Total      PIC 9(05)   COMP    VALUE ZERO.
015500     02  GE-Unassigned-Total  PIC 9(05)   COMP    VALUE ZERO.
015600     02  GE-Student-Total     PIC 9(07)   COMP    VALUE ZERO.
015700     02  GE-Page-Count        PIC 9(03)   COMP    VALUE ZERO.
015800
015900 01  GE-BREAK-FIELDS.
016000     02  GE-Term              PIC X(05)   VALUE SPACES.
016100     02  GE-Prior-Flag        PIC X(01)   VALUE SPACES.
016200     02  GE-Prior-InstructorId PIC 9(06)  VALUE ZERO.
016300     02  GE-Prior-CourseCode  PIC X(04)   VALUE SPACES.
016400
016500 01  GE-PARM-ERROR-LINE.
016600     02  FILLER         PIC X(33) VALUE
016700         "GRDROSTR.PRM TERM MISSING - NOTHI".
016800     02  FILLER         PIC X(11) VALUE "NG PRINTED".
016900
017000 01  GE-HEADING-LINE-1.
017100     02  FILLER               PIC X(24)   VALUE
017200         "GRADE ENTRY ROSTER  TERM".
017300     02  FILLER               PIC X(01)   VALUE SPACE.
017400     02  GE-Heading-Term      PIC X(05).
017500     02  FILLER               PIC X(10)   VALUE SPACES.
017600     02  FILLER               PIC X(06)   VALUE "PAGE  ".
017700     02  GE-Page-Out          PIC ZZ9.
017800
017900 01  GE-HEADING-LINE-2.
018000     02  FILLER               PIC X(12)   VALUE "INSTRUCTOR: ".
018100     02  GE-Heading-InstrId   PIC X(06).
018200     02  FILLER               PIC X(02)   VALUE SPACES.
018300     02  GE-Heading-Surname   PIC X(24).
018400     02  FILLER               PIC X(01)   VALUE SPACE.
018500     02  GE-Heading-Initials  PIC X(02).
018600     02  FILLER               PIC X(03)   VALUE SPACES.
018700     02  GE-Heading-Dept      PIC X(10).
018800
018900 01  GE-COURSE-LINE.
019000     02  FILLER               PIC X(08)   VALUE "COURSE: ".
019100     02  GE-Crs-CourseCode    PIC X(04).
019200     02  FILLER               PIC X(03)   VALUE SPACES.
019300     02  GE-Crs-Title         PIC X(20).
019400     02  FILLER               PIC X(03)   VALUE SPACES.
019500     02  GE-Crs-Dept          PIC X(10).
019600
019700 01  GE-COLUMN-HEADING.
019800     02  FILLER               PIC X(12)   VALUE "STUDENT ID  ".
019900     02  FILLER               PIC X(10)   VALUE "SURNAME   ".
020000     02  FILLER               PIC X(06)   VALUE "INITL ".
020100     02  FILLER               PIC X(05)   VALUE "GRADE".
020200
020300 01  GE-DETAIL-LINE.
020400     02  GE-Det-StudentId     PIC 9(07).
020500     02  FILLER               PIC X(05)   VALUE SPACES.
020600     02  GE-Det-Surname       PIC X(10).
020700     02  GE-Det-Initials      PIC X(06).
020800     02  FILLER               PIC X(05)   VALUE "_____".
020900
021000 01  GE-SUBTOTAL-LINE.
021100     02  FILLER               PIC X(14)   VALUE "  STUDENTS IN ".
021200     02  GE-Sub-Course        PIC X(04).
021300     02  FILLER               PIC X(04)   VALUE " -- ".
021400     02  GE-Sub-Count         PIC ZZ,ZZ9.
021500
021600 01  GE-SIGNOFF-LINE.
021700     02  FILLER               PIC X(20)   VALUE
021800         "  GRADES ENTERED BY ".
021900     02  FILLER               PIC X(20)   VALUE ALL "_".
022000     02  FILLER               PIC X(07)   VALUE "  DATE ".
022100     02  FILLER               PIC X(10)   VALUE ALL "_".
022200
022300 01  GE-INSTR-TOTAL-LINE.
022400     02  FILLER               PIC X(10)   VALUE "  COURSES ".
022500     02  GE-Itot-Courses      PIC ZZ,ZZ9.
022600     02  FILLER               PIC X(11)   VALUE "  STUDENTS ".
022700     02  GE-Itot-Students     PIC ZZ,ZZ9.
022800
022900 01  GE-SUMMARY-LINE-1.
023000     02  FILLER          PIC X(17) VALUE "INSTRUCTORS -----".
023100     02  GE-Instructor-Out     PIC ZZ,ZZ9.
023200
023300 01  GE-SUMMARY-LINE-2.
023400     02  FILLER          PIC X(17) VALUE "COURSES PRINTED -".
023500     02  GE-Course-Out         PIC ZZ,ZZ9.
023600
023700 01  GE-SUMMARY-LINE-3.
023800     02  FILLER          PIC X(17) VALUE "  UNASSIGNED ----".
023900     02  GE-Unassigned-Out     PIC ZZ,ZZ9.
024000
024100 01  GE-SUMMARY-LINE-4.
024200     02  FILLER          PIC X(17) VALUE "STUDENTS LISTED -".
024300     02  GE-Student-Out        PIC ZZ,ZZ9.
024400
024500 PROCEDURE DIVISION.
024600*----------------------------------------------------------------*
024700 0000-MAINLINE.
024800*----------------------------------------------------------------*
024900     PERFORM 1000-INITIALIZE
025000         THRU 1000-INITIALIZE-EXIT.
025100     IF NOT GE-Bad-Parm
025200         PERFORM 2000-PROCESS-ROSTER
025300             THRU 2000-PROCESS-ROSTER-EXIT
025400             UNTIL GE-End-Of-Sort
025500         PERFORM 3000-FINISH-COURSE
025600             THRU 3000-FINISH-COURSE-EXIT
025700         PERFORM 3100-FINISH-INSTRUCTOR
025800             THRU 3100-FINISH-INSTRUCTOR-EXIT
025900         PERFORM 8000-PRINT-SUMMARY
026000             THRU 8000-PRINT-SUMMARY-EXIT
026100         PERFORM 9999-EXIT
026200             THRU 9999-EXIT-EXIT
026300     END-IF.
026400     STOP RUN.
026500
026600*----------------------------------------------------------------*
026700 1000-INITIALIZE.
026800*----------------------------------------------------------------*
026900     PERFORM 1100-READ-PARM
027000         THRU 1100-READ-PARM-EXIT.
027100     IF GE-Bad-Parm
027200         GO TO 1000-INITIALIZE-EXIT.
027300     OPEN INPUT EnrollFile.
027400     IF GE-Enroll-File-Missing
027500         SET GE-No-Enroll-File TO TRUE
027600     END-IF.
027700     OPEN INPUT TeachFile.
027800     IF GE-Teach-File-Missing
027900         SET GE-No-Teach-File TO TRUE
028000     END-IF.
028100     OPEN INPUT StudentFile.
028200     SORT SortWorkFile
028300         ON ASCENDING KEY SortAssign-Flag
028400            ASCENDING KEY SortInstructorId
028500            ASCENDING KEY SortCourseCode
028600            ASCENDING KEY SortSurname
028700            ASCENDING KEY SortInitials
028800            ASCENDING KEY SortStudentId
028900         INPUT PROCEDURE IS 1300-BUILD-SORT
029000             THRU 1300-BUILD-SORT-EXIT
029100         GIVING SortedFile.
029200     CLOSE StudentFile.
029300     IF NOT GE-No-Enroll-File
029400         CLOSE EnrollFile
029500     END-IF.
029600     IF NOT GE-No-Teach-File
029700         CLOSE TeachFile
029800     END-IF.
029900     OPEN INPUT InstructorFile.
030000     IF GE-Instr-File-Missing
030100         SET GE-No-Instr-File TO TRUE
030200     END-IF.
030300     OPEN INPUT CourseFile.
030400     OPEN INPUT SortedFile.
030500     MOVE GE-Term TO GE-Heading-Term.
030600     PERFORM 1200-READ-SORT-FILE
030700         THRU 1200-READ-SORT-FILE-EXIT.
030800 1000-INITIALIZE-EXIT.
030900     EXIT.
031000
031100*----------------------------------------------------------------*
031200 1100-READ-PARM.
031300*----------------------------------------------------------------*
031400     OPEN INPUT ParmFile.
031500     READ ParmFile
031600         AT END
031700             SET GE-Bad-Parm TO TRUE
031800     END-READ.
031900     IF NOT GE-Bad-Parm
032000         IF Parm-Term = SPACES
032100             SET GE-Bad-Parm TO TRUE
032200         ELSE
032300             MOVE Parm-Term TO GE-Term
032400         END-IF
032500     END-IF.
032600     CLOSE ParmFile.
032700     IF GE-Bad-Parm
032800         DISPLAY GE-PARM-ERROR-LINE
032900         MOVE 8 TO RETURN-CODE
033000     END-IF.
033100 1100-READ-PARM-EXIT.
033200     EXIT.
033300
033400*----------------------------------------------------------------*
033500 1200-READ-SORT-FILE.
033600*----------------------------------------------------------------*
033700     READ SortedFile
033800         AT END
033900             SET GE-End-Of-Sort TO TRUE
034000     END-READ.
034100 1200-READ-SORT-FILE-EXIT.
034200     EXIT.
034300
034400*----------------------------------------------------------------*
034500 1300-BUILD-SORT.
034600*----------------------------------------------------------------*
034700     IF GE-No-Enroll-File
034800         GO TO 1300-BUILD-SORT-EXIT.
034900     PERFORM 1310-READ-ENROLLMENT
035000         THRU 1310-READ-ENROLLMENT-EXIT.
035100     PERFORM 1320-RELEASE-ENROLLMENT
035200         THRU 1320-RELEASE-ENROLLMENT-EXIT
035300         UNTIL GE-End-Of-Enroll.
035400 1300-BUILD-SORT-EXIT.
035500     EXIT.
035600
035700*----------------------------------------------------------------*
035800 1310-READ-ENROLLMENT.
035900*----------------------------------------------------------------*
036000     READ EnrollFile NEXT RECORD
036100         AT END
036200             SET GE-End-Of-Enroll TO TRUE
036300     END-READ.
036400 1310-READ-ENROLLMENT-EXIT.
036500     EXIT.
036600
036700*----------------------------------------------------------------*
036800 1320-RELEASE-ENROLLMENT.
036900*----------------------------------------------------------------*
037000     IF Enr-Term = GE-Term
037100         PERFORM 1330-RELEASE-RECORD
037200             THRU 1330-RELEASE-RECORD-EXIT
037300     END-IF.
037400     PERFORM 1310-READ-ENROLLMENT
037500         THRU 1310-READ-ENROLLMENT-EXIT.
037600 1320-RELEASE-ENROLLMENT-EXIT.
037700     EXIT.
037800
037900*----------------------------------------------------------------*
038000 1330-RELEASE-RECORD.
038100*----------------------------------------------------------------*
038200*    THE INSTRUCTOR IS TAKEN FROM TEACH.DAT FOR THE COURSE AND
038300*    TERM; WITHOUT ONE THE ENROLLMENT SORTS UNDER THE "U" FLAG,
038400*    AFTER EVERY ASSIGNED INSTRUCTOR.
038500     MOVE "A"            TO SortAssign-Flag.
038600     MOVE ZERO           TO SortInstructorId.
038700     IF GE-No-Teach-File
038800         MOVE "U"        TO SortAssign-Flag
038900     ELSE
039000         MOVE Enr-CourseCode TO Tch-CourseCode
039100         MOVE Enr-Term       TO Tch-Term
039200         READ TeachFile
039300             INVALID KEY
039400                 MOVE "U" TO SortAssign-Flag
039500             NOT INVALID KEY
039600                 MOVE Tch-InstructorId TO SortInstructorId
039700         END-READ
039800     END-IF.
039900     MOVE Enr-CourseCode TO SortCourseCode.
040000     MOVE Enr-StudentId  TO SortStudentId
040100                            StudentId.
040200     READ StudentFile
040300         INVALID KEY
040400             MOVE "UNKNOWN"  TO SortSurname
040500             MOVE SPACES     TO SortInitials
040600         NOT INVALID KEY
040700             MOVE Surname    TO SortSurname
040800             MOVE Initials   TO SortInitials
040900     END-READ.
041000     RELEASE SortRecord.
041100 1330-RELEASE-RECORD-EXIT.
041200     EXIT.
041300
041400*----------------------------------------------------------------*
041500 2000-PROCESS-ROSTER.
041600*----------------------------------------------------------------*
041700     IF SrtAssign-Flag NOT = GE-Prior-Flag
041800        OR SrtInstructorId NOT = GE-Prior-InstructorId
041900         IF GE-Prior-Flag NOT = SPACES
042000             PERFORM 3000-FINISH-COURSE
042100                 THRU 3000-FINISH-COURSE-EXIT
042200             PERFORM 3100-FINISH-INSTRUCTOR
042300                 THRU 3100-FINISH-INSTRUCTOR-EXIT
042400         END-IF
042500         PERFORM 2100-START-INSTRUCTOR
042600             THRU 2100-START-INSTRUCTOR-EXIT
042700         PERFORM 2200-START-COURSE
042800             THRU 2200-START-COURSE-EXIT
042900     ELSE
043000         IF SrtCourseCode NOT = GE-Prior-CourseCode
043100             PERFORM 3000-FINISH-COURSE
043200                 THRU 3000-FINISH-COURSE-EXIT
043300             PERFORM 2200-START-COURSE
043400                 THRU 2200-START-COURSE-EXIT
043500         END-IF
043600     END-IF.
043700     PERFORM 2300-PRINT-DETAIL
043800         THRU 2300-PRINT-DETAIL-EXIT.
043900     PERFORM 1200-READ-SORT-FILE
044000         THRU 1200-READ-SORT-FILE-EXIT.
044100 2000-PROCESS-ROSTER-EXIT.
044200     EXIT.
044300
044400*----------------------------------------------------------------*
044500 2100-START-INSTRUCTOR.
044600*----------------------------------------------------------------*
044700     MOVE SrtAssign-Flag   TO GE-Prior-Flag.
044800     MOVE SrtInstructorId  TO GE-Prior-InstructorId.
044900     MOVE ZERO             TO GE-Instr-Course-Count
045000                              GE-Instr-Student-Count.
045100     ADD 1 TO GE-Page-Count.
045200     MOVE GE-Page-Count    TO GE-Page-Out.
045300     MOVE SPACES           TO GE-Heading-Initials
045400                              GE-Heading-Dept.
045500     IF SrtUnassigned
045600         MOVE SPACES             TO GE-Heading-InstrId
045700         MOVE "** UNASSIGNED **" TO GE-Heading-Surname
045800     ELSE
045900         ADD 1 TO GE-Instructor-Total
046000         MOVE SrtInstructorId    TO GE-Heading-InstrId
046100         PERFORM 2150-LOOKUP-INSTRUCTOR
046200             THRU 2150-LOOKUP-INSTRUCTOR-EXIT
046300     END-IF.
046400     DISPLAY GE-HEADING-LINE-1.
046500     DISPLAY GE-HEADING-LINE-2.
046600 2100-START-INSTRUCTOR-EXIT.
046700     EXIT.
046800
046900*----------------------------------------------------------------*
047000 2150-LOOKUP-INSTRUCTOR.
047100*----------------------------------------------------------------*
047200     MOVE "N" TO GE-Found-Sw.
047300     IF NOT GE-No-Instr-File
047400         MOVE SrtInstructorId TO Ins-InstructorId
047500         READ InstructorFile
047600             INVALID KEY
047700                 CONTINUE
047800             NOT INVALID KEY
047900                 SET GE-Found TO TRUE
048000         END-READ
048100     END-IF.
048200     IF GE-Found
048300         MOVE Ins-Surname    TO GE-Heading-Surname
048400         MOVE Ins-Initials   TO GE-Heading-Initials
048500         MOVE Ins-Department TO GE-Heading-Dept
048600     ELSE
048700         MOVE "** UNKNOWN INSTRUCTOR **" TO GE-Heading-Surname
048800     END-IF.
048900 2150-LOOKUP-INSTRUCTOR-EXIT.
049000     EXIT.
049100
049200*----------------------------------------------------------------*
049300 2200-START-COURSE.
049400*----------------------------------------------------------------*
049500     MOVE SrtCourseCode    TO GE-Prior-CourseCode
049600                              GE-Crs-CourseCode.
049700     MOVE ZERO             TO GE-Course-Count.
049800     ADD 1 TO GE-Course-Total
049900              GE-Instr-Course-Count.
050000     IF SrtUnassigned
050100         ADD 1 TO GE-Unassigned-Total
050200     END-IF.
050300     MOVE SrtCourseCode    TO CourseCode OF CourseRecord.
050400     READ CourseFile
050500         INVALID KEY
050600             MOVE "** UNKNOWN COURSE **" TO GE-Crs-Title
050700             MOVE SPACES                 TO GE-Crs-Dept
050800         NOT INVALID KEY
050900             MOVE CourseTitle            TO GE-Crs-Title
051000             MOVE Department             TO GE-Crs-Dept
051100     END-READ.
051200     DISPLAY SPACE.
051300     DISPLAY GE-COURSE-LINE.
051400     DISPLAY GE-COLUMN-HEADING.
051500 2200-START-COURSE-EXIT.
051600     EXIT.
051700
051800*----------------------------------------------------------------*
051900 2300-PRINT-DETAIL.
052000*----------------------------------------------------------------*
052100     MOVE SrtStudentId     TO GE-Det-StudentId.
052200     MOVE SrtSurname       TO GE-Det-Surname.
052300     MOVE SrtInitials      TO GE-Det-Initials.
052400     DISPLAY GE-DETAIL-LINE.
052500     CALL "AuditLog" USING JobName SrtStudentId "R".
052600     ADD 1 TO GE-Course-Count
052700              GE-Instr-Student-Count
052800              GE-Student-Total.
052900 2300-PRINT-DETAIL-EXIT.
053000     EXIT.
053100
053200*----------------------------------------------------------------*
053300 3000-FINISH-COURSE.
053400*----------------------------------------------------------------*
053500     IF GE-Prior-CourseCode NOT = SPACES
053600         MOVE GE-Prior-CourseCode TO GE-Sub-Course
053700         MOVE GE-Course-Count     TO GE-Sub-Count
053800         DISPLAY GE-SUBTOTAL-LINE
053900         DISPLAY SPACE
054000         DISPLAY GE-SIGNOFF-LINE
054100     END-IF.
054200 3000-FINISH-COURSE-EXIT.
054300     EXIT.
054400
054500*----------------------------------------------------------------*
054600 3100-FINISH-INSTRUCTOR.
054700*----------------------------------------------------------------*
054800     IF GE-Prior-Flag NOT = SPACES
054900         MOVE GE-Instr-Course-Count  TO GE-Itot-Courses
055000         MOVE GE-Instr-Student-Count TO GE-Itot-Students
055100         DISPLAY SPACE
055200         DISPLAY GE-INSTR-TOTAL-LINE
055300         DISPLAY SPACE
055400     END-IF.
055500 3100-FINISH-INSTRUCTOR-EXIT.
055600     EXIT.
055700
055800*----------------------------------------------------------------*
055900 8000-PRINT-SUMMARY.
056000*----------------------------------------------------------------*
056100     MOVE GE-Instructor-Total TO GE-Instructor-Out.
056200     MOVE GE-Course-Total     TO GE-Course-Out.
056300     MOVE GE-Unassigned-Total TO GE-Unassigned-Out.
056400     MOVE GE-Student-Total    TO GE-Student-Out.
056500     DISPLAY GE-SUMMARY-LINE-1.
056600     DISPLAY GE-SUMMARY-LINE-2.
056700     DISPLAY GE-SUMMARY-LINE-3.
056800     DISPLAY GE-SUMMARY-LINE-4.
056900 8000-PRINT-SUMMARY-EXIT.
057000     EXIT.
057100
057200*----------------------------------------------------------------*
057300 9999-EXIT.
057400*----------------------------------------------------------------*
057500     CALL "AuditClose".
057600     CLOSE SortedFile CourseFile.
057700     IF NOT GE-No-Instr-File
057800         CLOSE InstructorFile
057900     END-IF.
058000 9999-EXIT-EXIT.
058100     EXIT.
