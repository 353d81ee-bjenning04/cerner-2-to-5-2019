001000 IDENTIFICATION DIVISION.
001100 PROGRAM-ID.     DupMatch.
001200 AUTHOR.         J PELLETIER.
001300 INSTALLATION.   REGISTRAR SYSTEMS.
001400 DATE-WRITTEN.   2026-10-10.
001500 DATE-COMPILED.
001600*----------------------------------------------------------------*
001700*  MODIFICATION HISTORY                                          *
001800*  2026-10-10  JP  INITIAL VERSION - LISTS LIKELY DUPLICATE      *
001900*                  STUDENTS FOR REVIEW AHEAD OF STUDMERGE.       *
002000*----------------------------------------------------------------*
002100*
002200*    THIS PROGRAM LOOKS FOR ONE PERSON HELD UNDER TWO OR MORE
002300*    STUDENTIDS.  EVERY STUDENTS.DAT MASTER THAT HAS NOT ALREADY
002400*    BEEN MERGED IS JOINED TO ITS STUDENTDEMO.DAT RECORD FOR THE
002500*    DATE OF BIRTH AND SORTED ON SURNAME, INITIALS, GENDER AND
002600*    DATE OF BIRTH.  WHERE TWO OR MORE STUDENTIDS SHARE ALL FOUR
002700*    THEY PRINT TOGETHER AS A GROUP, WITH EACH ONE'S STATUS,
002800*    COURSE AND HOW MANY ENROLL.DAT AND GRADES.DAT RECORDS IT
002900*    CARRIES, SO THE REGISTRAR CAN DECIDE WHICH ONE SURVIVES.
003000*    THE LOWEST STUDENTID IN A GROUP IS SHOWN AS THE SUGGESTED
003100*    SURVIVOR ("KEEP") AND THE OTHERS AS "MERGE" - NOTHING IS
003200*    CHANGED HERE; APPROVED PAIRS GO TO STUDMERGE ON MERGE.TRN.
003300*    A STUDENT WITH NO DEMOGRAPHICS RECORD OR NO DATE OF BIRTH
003400*    CANNOT BE MATCHED AND IS ONLY COUNTED.  EVERY STUDENT
003500*    LISTED IS LOGGED AS A READ THROUGH AUDITLOG.
003600*
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT StudentFile   ASSIGN TO "STUDENTS.DAT"
004100            ORGANIZATION IS INDEXED
004200            ACCESS MODE IS SEQUENTIAL
004300            RECORD KEY IS StudentId.
004400
004500     SELECT DemoFile      ASSIGN TO "STUDENTDEMO.DAT"
004600            ORGANIZATION IS INDEXED
004700            ACCESS MODE IS RANDOM
004800            RECORD KEY IS Demo-StudentId
004900            FILE STATUS IS DP-Demo-File-Status.
005000
005100     SELECT EnrollFile    ASSIGN TO "ENROLL.DAT"
005200            ORGANIZATION IS INDEXED
005300            ACCESS MODE IS DYNAMIC
005400            RECORD KEY IS Enr-Key
005500            ALTERNATE RECORD KEY IS Enr-Course-Term
005600                WITH DUPLICATES
005700            FILE STATUS IS DP-Enroll-File-Status.
005800
005900     SELECT GradeFile     ASSIGN TO "GRADES.DAT"
006000            ORGANIZATION IS INDEXED
006100            ACCESS MODE IS DYNAMIC
006200            RECORD KEY IS Grd-Key
006300            FILE STATUS IS DP-Grade-File-Status.
006400
006500     SELECT SortWorkFile  ASSIGN TO "DUPMSORT.WRK".
006600
006700     SELECT SortedFile    ASSIGN TO "DUPMSORT.OUT"
006800            ORGANIZATION IS LINE SEQUENTIAL.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  StudentFile.
007300     COPY STUDENT.CPY.
007400
007500 FD  DemoFile.
007600     COPY DEMOREC.CPY.
007700
007800 FD  EnrollFile.
007900     COPY ENROLREC.CPY.
008000
008100 FD  GradeFile.
008200     COPY GRADEREC.CPY.
008300
008400 SD  SortWorkFile.
008500 01  SortRecord.
008600     02  SortSurname          PIC X(8).
008700     02  SortInitials         PIC XX.
008800     02  SortGender           PIC X(1).
008900     02  SortDateOfBirth      PIC 9(8).
009000     02  SortStudentId        PIC 9(7).
009100     02  SortStatus           PIC X(1).
009200     02  SortCourseCode       PIC X(4).
009300
009400 FD  SortedFile.
009500 01  SortedRecord.
009600     02  SrtMatch-Key.
009700         03  SrtSurname       PIC X(8).
009800         03  SrtInitials      PIC XX.
009900         03  SrtGender        PIC X(1).
010000         03  SrtDateOfBirth   PIC 9(8).
010100     02  SrtStudentId         PIC 9(7).
010200     02  SrtStatus            PIC X(1).
010300     02  SrtCourseCode        PIC X(4).
010400
010500 WORKING-STORAGE SECTION.
010600 01  JobName               PIC X(08)   VALUE "DUPMATCH".
010700
010800 01  DP-SWITCHES.
010900     02  DP-End-Of-Sort-Sw    PIC X       VALUE "N".
011000         88  DP-End-Of-Sort       VALUE "Y".
011100     02  DP-End-Of-Students-Sw PIC X      VALUE "N".
011200         88  DP-End-Of-Students   VALUE "Y".
011300     02  DP-End-Of-Enroll-Sw  PIC X       VALUE "N".
011400         88  DP-End-Of-Enroll     VALUE "Y".
011500     02  DP-End-Of-Grades-Sw  PIC X       VALUE "N".
011600         88  DP-End-Of-Grades     VALUE "Y".
011700     02  DP-No-Demo-File-Sw   PIC X       VALUE "N".
011800         88  DP-No-Demo-File      VALUE "Y".
011900     02  DP-No-Enroll-File-Sw PIC X       VALUE "N".
012000         88  DP-No-Enroll-File    VALUE "Y".
012100     02  DP-No-Grade-File-Sw  PIC X       VALUE "N".
012200         88  DP-No-Grade-File     VALUE "Y".
012300     02  DP-In-Group-Sw       PIC X       VALUE "N".
012400         88  DP-In-Group          VALUE "Y".
012500
012600 01  DP-Demo-File-Status      PIC XX.
012700     88  DP-Demo-File-Good        VALUE "00".
012800     88  DP-Demo-File-Missing     VALUE "35".
012900
013000 01  DP-Enroll-File-Status    PIC XX.
013100     88  DP-Enroll-File-Good      VALUE "00".
013200     88  DP-Enroll-File-Missing   VALUE "35".
013300
013400 01  DP-Grade-File-Status     PIC XX.
013500     88  DP-Grade-File-Good       VALUE "00".
013600     88  DP-Grade-File-Missing    VALUE "35".
013700
013800 01  DP-COUNTERS.
013900     02  DP-Student-Count     PIC 9(05)   COMP    VALUE ZERO.
014000     02  DP-Merged-Count      PIC 9(05)   COMP    VALUE ZERO.
014100     02  DP-No-Demo-Count     PIC 9(05)   COMP    VALUE ZERO.
014200     02  DP-No-DOB-Count      PIC 9(05)   COMP    VALUE ZERO.
014300     02  DP-Sorted-Count      PIC 9(05)   COMP    VALUE ZERO.
014400     02  DP-Group-Count       PIC 9(05)   COMP    VALUE ZERO.
014500     02  DP-Pair-Count        PIC 9(05)   COMP    VALUE ZERO.
014600     02  DP-Listed-Count      PIC 9(05)   COMP    VALUE ZERO.
014700     02  DP-Enroll-Count      PIC 9(05)   COMP    VALUE ZERO.
014800     02  DP-Grade-Count       PIC 9(05)   COMP    VALUE ZERO.
014900
015000 01  DP-Prior-Candidate       PIC X(31)   VALUE SPACES.
015100 01  DP-Prior-Match-Key REDEFINES DP-Prior-Candidate.
015200     02  DP-Prior-Key         PIC X(19).
015300     02  FILLER               PIC X(12).
015400
015500 01  DP-Member.
015600     02  DP-Mbr-Surname       PIC X(8).
015700     02  DP-Mbr-Initials      PIC XX.
015800     02  DP-Mbr-Gender        PIC X(1).
015900     02  DP-Mbr-DateOfBirth   PIC 9(8).
016000     02  DP-Mbr-StudentId     PIC 9(7).
016100     02  DP-Mbr-Status        PIC X(1).
016200     02  DP-Mbr-CourseCode    PIC X(4).
016300
016400 01  DP-RUN-DATE-FIELDS.
016500     02  DP-Run-Date-YY        PIC 9(2).
016600     02  DP-Run-Date-MM        PIC 9(2).
016700     02  DP-Run-Date-DD        PIC 9(2).
016800
016900 01  DP-Run-Date-CCYYMMDD.
017000     02  DP-Run-Date-Century   PIC 9(2)    VALUE 20.
017100     02  DP-Run-Date-YY-Out    PIC 9(2).
017200     02  DP-Run-Date-MM-Out    PIC 9(2).
017300     02  DP-Run-Date-DD-Out    PIC 9(2).
017400
017500 01  DP-HEADING-LINE-1.
017600     02  FILLER               PIC X(29)   VALUE
017700         "DUPLICATE STUDENT CANDIDATES ".
017800     02  FILLER               PIC X(09)   VALUE " RUN DATE".
017900     02  FILLER               PIC X(01)   VALUE SPACE.
018000     02  DP-Heading-Date      PIC X(08).
018100
018200 01  DP-GROUP-LINE.
018300     02  FILLER               PIC X(06)   VALUE "GROUP ".
018400     02  DP-Grp-Number        PIC ZZZ9.
018500     02  FILLER               PIC X(03)   VALUE " - ".
018600     02  DP-Grp-Surname       PIC X(08).
018700     02  FILLER               PIC X(01)   VALUE SPACE.
018800     02  DP-Grp-Initials      PIC X(02).
018900     02  FILLER               PIC X(02)   VALUE SPACES.
019000     02  DP-Grp-Gender        PIC X(01).
019100     02  FILLER               PIC X(06)   VALUE "  DOB ".
019200     02  DP-Grp-DateOfBirth   PIC 9(08).
019300
019400 01  DP-COLUMN-HEADING.
019500     02  FILLER               PIC X(08)   VALUE SPACES.
019600     02  FILLER               PIC X(12)   VALUE "STUDENT ID  ".
019700     02  FILLER               PIC X(08)   VALUE "STATUS  ".
019800     02  FILLER               PIC X(08)   VALUE "COURSE  ".
019900     02  FILLER               PIC X(10)   VALUE "ENROLLED  ".
020000     02  FILLER               PIC X(06)   VALUE "GRADES".
020100
020200 01  DP-DETAIL-LINE.
020300     02  FILLER               PIC X(02)   VALUE SPACES.
020400     02  DP-Det-Action        PIC X(05).
020500     02  FILLER               PIC X(01)   VALUE SPACE.
020600     02  DP-Det-StudentId     PIC 9(07).
020700     02  FILLER               PIC X(07)   VALUE SPACES.
020800     02  DP-Det-Status        PIC X(01).
020900     02  FILLER               PIC X(07)   VALUE SPACES.
021000     02  DP-Det-CourseCode    PIC X(04).
021100     02  FILLER               PIC X(06)   VALUE SPACES.
021200     02  DP-Det-Enrolled      PIC ZZ9.
021300     02  FILLER               PIC X(07)   VALUE SPACES.
021400     02  DP-Det-Grades        PIC ZZ9.
021500
021600 01  DP-NO-GROUPS-LINE.
021700     02  FILLER               PIC X(30)   VALUE
021800         "  NO DUPLICATE STUDENTS FOUND ".
021900
022000 01  DP-SUMMARY-LINE-1.
022100     02  FILLER          PIC X(17) VALUE "STUDENTS READ ---".
022200     02  DP-Student-Out        PIC ZZ,ZZ9.
022300
022400 01  DP-SUMMARY-LINE-2.
022500     02  FILLER          PIC X(17) VALUE "ALREADY MERGED --".
022600     02  DP-Merged-Out         PIC ZZ,ZZ9.
022700
022800 01  DP-SUMMARY-LINE-3.
022900     02  FILLER          PIC X(17) VALUE "NO DEMOGRAPHICS -".
023000     02  DP-No-Demo-Out        PIC ZZ,ZZ9.
023100
023200 01  DP-SUMMARY-LINE-4.
023300     02  FILLER          PIC X(17) VALUE "NO BIRTH DATE ---".
023400     02  DP-No-DOB-Out         PIC ZZ,ZZ9.
023500
023600 01  DP-SUMMARY-LINE-5.
023700     02  FILLER          PIC X(17) VALUE "STUDENTS MATCHED-".
023800     02  DP-Sorted-Out         PIC ZZ,ZZ9.
023900
024000 01  DP-SUMMARY-LINE-6.
024100     02  FILLER          PIC X(17) VALUE "DUPLICATE GROUPS-".
024200     02  DP-Group-Out          PIC ZZ,ZZ9.
024300
024400 01  DP-SUMMARY-LINE-7.
024500     02  FILLER          PIC X(17) VALUE "PAIRS TO REVIEW -".
024600     02  DP-Pair-Out           PIC ZZ,ZZ9.
024700
024800 PROCEDURE DIVISION.
024900*----------------------------------------------------------------*
025000 0000-MAINLINE.
025100*----------------------------------------------------------------*
025200     PERFORM 1000-INITIALIZE
025300         THRU 1000-INITIALIZE-EXIT.
025400     PERFORM 2000-PROCESS-CANDIDATE
025500         THRU 2000-PROCESS-CANDIDATE-EXIT
025600         UNTIL DP-End-Of-Sort.
025700     PERFORM 8000-PRINT-SUMMARY
025800         THRU 8000-PRINT-SUMMARY-EXIT.
025900     PERFORM 9999-EXIT
026000         THRU 9999-EXIT-EXIT.
026100     STOP RUN.
026200
026300*----------------------------------------------------------------*
026400 1000-INITIALIZE.
026500*----------------------------------------------------------------*
026600     ACCEPT DP-RUN-DATE-FIELDS FROM DATE.
026700     MOVE DP-Run-Date-YY TO DP-Run-Date-YY-Out.
026800     MOVE DP-Run-Date-MM TO DP-Run-Date-MM-Out.
026900     MOVE DP-Run-Date-DD TO DP-Run-Date-DD-Out.
027000     MOVE DP-Run-Date-CCYYMMDD TO DP-Heading-Date.
027100     OPEN INPUT DemoFile.
027200     IF DP-Demo-File-Missing
027300         SET DP-No-Demo-File TO TRUE
027400     END-IF.
027500     OPEN INPUT EnrollFile.
027600     IF DP-Enroll-File-Missing
027700         SET DP-No-Enroll-File TO TRUE
027800     END-IF.
027900     OPEN INPUT GradeFile.
028000     IF DP-Grade-File-Missing
028100         SET DP-No-Grade-File TO TRUE
028200     END-IF.
028300     OPEN INPUT StudentFile.
028400     SORT SortWorkFile
028500         ON ASCENDING KEY SortSurname
028600            ASCENDING KEY SortInitials
028700            ASCENDING KEY SortGender
028800            ASCENDING KEY SortDateOfBirth
028900            ASCENDING KEY SortStudentId
029000         INPUT PROCEDURE IS 1300-BUILD-SORT
029100             THRU 1300-BUILD-SORT-EXIT
029200         GIVING SortedFile.
029300     CLOSE StudentFile.
029400     OPEN INPUT SortedFile.
029500     DISPLAY DP-HEADING-LINE-1.
029600     PERFORM 1200-READ-SORT-FILE
029700         THRU 1200-READ-SORT-FILE-EXIT.
029800 1000-INITIALIZE-EXIT.
029900     EXIT.
030000
030100*----------------------------------------------------------------*
030200 1200-READ-SORT-FILE.
030300*----------------------------------------------------------------*
030400     READ SortedFile
030500         AT END
030600             SET DP-End-Of-Sort TO TRUE
030700     END-READ.
030800 1200-READ-SORT-FILE-EXIT.
030900     EXIT.
031000
031100*----------------------------------------------------------------*
031200 1300-BUILD-SORT.
031300*----------------------------------------------------------------*
031400     PERFORM 1310-READ-STUDENT
031500         THRU 1310-READ-STUDENT-EXIT.
031600     PERFORM 1320-RELEASE-STUDENT
031700         THRU 1320-RELEASE-STUDENT-EXIT
031800         UNTIL DP-End-Of-Students.
031900 1300-BUILD-SORT-EXIT.
032000     EXIT.
032100
032200*----------------------------------------------------------------*
032300 1310-READ-STUDENT.
032400*----------------------------------------------------------------*
032500     READ StudentFile NEXT RECORD
032600         AT END
032700             SET DP-End-Of-Students TO TRUE
032800     END-READ.
032900 1310-READ-STUDENT-EXIT.
033000     EXIT.
033100
033200*----------------------------------------------------------------*
033300 1320-RELEASE-STUDENT.
033400*----------------------------------------------------------------*
033500*    A STUDENTID ALREADY RETIRED BY A MERGE IS NOT A CANDIDATE.
033600*    THE DATE OF BIRTH IS PART OF THE MATCH, SO A STUDENT WITHOUT
033700*    ONE ON STUDENTDEMO.DAT CANNOT BE PAIRED AND IS ONLY COUNTED.
033800     ADD 1 TO DP-Student-Count.
033900     IF MergedStudent
034000         ADD 1 TO DP-Merged-Count
034100     ELSE
034200         PERFORM 1330-RELEASE-RECORD
034300             THRU 1330-RELEASE-RECORD-EXIT
034400     END-IF.
034500     PERFORM 1310-READ-STUDENT
034600         THRU 1310-READ-STUDENT-EXIT.
034700 1320-RELEASE-STUDENT-EXIT.
034800     EXIT.
034900
035000*----------------------------------------------------------------*
035100 1330-RELEASE-RECORD.
035200*----------------------------------------------------------------*
035300     IF DP-No-Demo-File
035400         ADD 1 TO DP-No-Demo-Count
035500         GO TO 1330-RELEASE-RECORD-EXIT.
035600     MOVE StudentId TO Demo-StudentId.
035700     READ DemoFile
035800         INVALID KEY
035900             ADD 1 TO DP-No-Demo-Count
036000             GO TO 1330-RELEASE-RECORD-EXIT
036100     END-READ.
036200     IF Demo-DateOfBirth NOT NUMERIC OR Demo-DateOfBirth = ZERO
036300         ADD 1 TO DP-No-DOB-Count
036400         GO TO 1330-RELEASE-RECORD-EXIT.
036500     MOVE Surname          TO SortSurname.
036600     MOVE Initials         TO SortInitials.
036700     MOVE Gender           TO SortGender.
036800     MOVE Demo-DateOfBirth TO SortDateOfBirth.
036900     MOVE StudentId        TO SortStudentId.
037000     MOVE StudentStatus    TO SortStatus.
037100     MOVE CourseCode       TO SortCourseCode.
037200     RELEASE SortRecord.
037300     ADD 1 TO DP-Sorted-Count.
037400 1330-RELEASE-RECORD-EXIT.
037500     EXIT.
037600
037700*----------------------------------------------------------------*
037800 2000-PROCESS-CANDIDATE.
037900*----------------------------------------------------------------*
038000*    THE FILE IS IN MATCH-KEY ORDER WITH THE LOWEST STUDENTID
038100*    FIRST, SO A GROUP OPENS WHEN A RECORD MATCHES THE ONE BEFORE
038200*    IT - THAT EARLIER RECORD IS THE SUGGESTED SURVIVOR AND EVERY
038300*    FURTHER MATCH IS ONE PAIR TO REVIEW.
038400     IF SrtMatch-Key = DP-Prior-Key
038500         IF NOT DP-In-Group
038600             PERFORM 2100-START-GROUP
038700                 THRU 2100-START-GROUP-EXIT
038800         END-IF
038900         MOVE SortedRecord TO DP-Member
039000         MOVE "MERGE"      TO DP-Det-Action
039100         PERFORM 2300-PRINT-MEMBER
039200             THRU 2300-PRINT-MEMBER-EXIT
039300         ADD 1 TO DP-Pair-Count
039400     ELSE
039500         MOVE "N" TO DP-In-Group-Sw
039600     END-IF.
039700     MOVE SortedRecord TO DP-Prior-Candidate.
039800     PERFORM 1200-READ-SORT-FILE
039900         THRU 1200-READ-SORT-FILE-EXIT.
040000 2000-PROCESS-CANDIDATE-EXIT.
040100     EXIT.
040200
040300*----------------------------------------------------------------*
040400 2100-START-GROUP.
040500*----------------------------------------------------------------*
040600     SET DP-In-Group TO TRUE.
040700     ADD 1 TO DP-Group-Count.
040800     MOVE DP-Prior-Candidate TO DP-Member.
040900     MOVE DP-Group-Count     TO DP-Grp-Number.
041000     MOVE DP-Mbr-Surname     TO DP-Grp-Surname.
041100     MOVE DP-Mbr-Initials    TO DP-Grp-Initials.
041200     MOVE DP-Mbr-Gender      TO DP-Grp-Gender.
041300     MOVE DP-Mbr-DateOfBirth TO DP-Grp-DateOfBirth.
041400     DISPLAY SPACE.
041500     DISPLAY DP-GROUP-LINE.
041600     DISPLAY DP-COLUMN-HEADING.
041700     MOVE "KEEP "            TO DP-Det-Action.
041800     PERFORM 2300-PRINT-MEMBER
041900         THRU 2300-PRINT-MEMBER-EXIT.
042000 2100-START-GROUP-EXIT.
042100     EXIT.
042200
042300*----------------------------------------------------------------*
042400 2300-PRINT-MEMBER.
042500*----------------------------------------------------------------*
042600     PERFORM 2400-COUNT-ENROLLMENTS
042700         THRU 2400-COUNT-ENROLLMENTS-EXIT.
042800     PERFORM 2500-COUNT-GRADES
042900         THRU 2500-COUNT-GRADES-EXIT.
043000     MOVE DP-Mbr-StudentId   TO DP-Det-StudentId.
043100     MOVE DP-Mbr-Status      TO DP-Det-Status.
043200     MOVE DP-Mbr-CourseCode  TO DP-Det-CourseCode.
043300     MOVE DP-Enroll-Count    TO DP-Det-Enrolled.
043400     MOVE DP-Grade-Count     TO DP-Det-Grades.
043500     DISPLAY DP-DETAIL-LINE.
043600     CALL "AuditLog" USING JobName DP-Mbr-StudentId "R".
043700     ADD 1 TO DP-Listed-Count.
043800 2300-PRINT-MEMBER-EXIT.
043900     EXIT.
044000
044100*----------------------------------------------------------------*
044200 2400-COUNT-ENROLLMENTS.
044300*----------------------------------------------------------------*
044400     MOVE ZERO TO DP-Enroll-Count.
044500     MOVE "N"  TO DP-End-Of-Enroll-Sw.
044600     IF DP-No-Enroll-File
044700         GO TO 2400-COUNT-ENROLLMENTS-EXIT.
044800     MOVE DP-Mbr-StudentId TO Enr-StudentId.
044900     MOVE LOW-VALUES       TO Enr-Course-Term.
045000     START EnrollFile KEY IS NOT LESS THAN Enr-Key
045100         INVALID KEY
045200             GO TO 2400-COUNT-ENROLLMENTS-EXIT
045300     END-START.
045400     PERFORM 2410-COUNT-ONE-ENROLLMENT
045500         THRU 2410-COUNT-ONE-ENROLLMENT-EXIT
045600         UNTIL DP-End-Of-Enroll.
045700 2400-COUNT-ENROLLMENTS-EXIT.
045800     EXIT.
045900
046000*----------------------------------------------------------------*
046100 2410-COUNT-ONE-ENROLLMENT.
046200*----------------------------------------------------------------*
046300     READ EnrollFile NEXT RECORD
046400         AT END
046500             SET DP-End-Of-Enroll TO TRUE
046600             GO TO 2410-COUNT-ONE-ENROLLMENT-EXIT
046700     END-READ.
046800     IF Enr-StudentId NOT = DP-Mbr-StudentId
046900         SET DP-End-Of-Enroll TO TRUE
047000     ELSE
047100         ADD 1 TO DP-Enroll-Count
047200     END-IF.
047300 2410-COUNT-ONE-ENROLLMENT-EXIT.
047400     EXIT.
047500
047600*----------------------------------------------------------------*
047700 2500-COUNT-GRADES.
047800*----------------------------------------------------------------*
047900     MOVE ZERO TO DP-Grade-Count.
048000     MOVE "N"  TO DP-End-Of-Grades-Sw.
048100     IF DP-No-Grade-File
048200         GO TO 2500-COUNT-GRADES-EXIT.
048300     MOVE DP-Mbr-StudentId TO Grd-StudentId.
048400     MOVE LOW-VALUES       TO Grd-CourseCode
048500                              Grd-Term.
048600     START GradeFile KEY IS NOT LESS THAN Grd-Key
048700         INVALID KEY
048800             GO TO 2500-COUNT-GRADES-EXIT
048900     END-START.
049000     PERFORM 2510-COUNT-ONE-GRADE
049100         THRU 2510-COUNT-ONE-GRADE-EXIT
049200         UNTIL DP-End-Of-Grades.
049300 2500-COUNT-GRADES-EXIT.
049400     EXIT.
049500
049600*----------------------------------------------------------------*
049700 2510-COUNT-ONE-GRADE.
049800*----------------------------------------------------------------*
049900     READ GradeFile NEXT RECORD
050000         AT END
050100             SET DP-End-Of-Grades TO TRUE
050200             GO TO 2510-COUNT-ONE-GRADE-EXIT
050300     END-READ.
050400     IF Grd-StudentId NOT = DP-Mbr-StudentId
050500         SET DP-End-Of-Grades TO TRUE
050600     ELSE
050700         ADD 1 TO DP-Grade-Count
050800     END-IF.
050900 2510-COUNT-ONE-GRADE-EXIT.
051000     EXIT.
051100
051200*----------------------------------------------------------------*
051300 8000-PRINT-SUMMARY.
051400*----------------------------------------------------------------*
051500     IF DP-Group-Count = ZERO
051600         DISPLAY SPACE
051700         DISPLAY DP-NO-GROUPS-LINE
051800     END-IF.
051900     MOVE DP-Student-Count TO DP-Student-Out.
052000     MOVE DP-Merged-Count  TO DP-Merged-Out.
052100     MOVE DP-No-Demo-Count TO DP-No-Demo-Out.
052200     MOVE DP-No-DOB-Count  TO DP-No-DOB-Out.
052300     MOVE DP-Sorted-Count  TO DP-Sorted-Out.
052400     MOVE DP-Group-Count   TO DP-Group-Out.
052500     MOVE DP-Pair-Count    TO DP-Pair-Out.
052600     DISPLAY SPACE.
052700     DISPLAY DP-SUMMARY-LINE-1.
052800     DISPLAY DP-SUMMARY-LINE-2.
052900     DISPLAY DP-SUMMARY-LINE-3.
053000     DISPLAY DP-SUMMARY-LINE-4.
053100     DISPLAY DP-SUMMARY-LINE-5.
053200     DISPLAY DP-SUMMARY-LINE-6.
053300     DISPLAY DP-SUMMARY-LINE-7.
053400 8000-PRINT-SUMMARY-EXIT.
053500     EXIT.
053600
053700*----------------------------------------------------------------*
053800 9999-EXIT.
053900*----------------------------------------------------------------*
054000     CALL "AuditClose".
054100     CLOSE SortedFile.
054200     IF NOT DP-No-Demo-File
054300         CLOSE DemoFile
054400     END-IF.
054500     IF NOT DP-No-Enroll-File
054600         CLOSE EnrollFile
054700     END-IF.
054800     IF NOT DP-No-Grade-File
054900         CLOSE GradeFile
055000     END-IF.
055100 9999-EXIT-EXIT.
055200     EXIT.
