002000*                  OF STUDENTIDS, SO THE REGISTRAR'S OFFICE NO   *
002100*                  LONGER RETYPES TRANSCRIPTS FROM THE GRADE     *
002200*                  REPORT.                                       *
002233*  2026-09-24  JP  I, W AND P GRADES PRINT BUT STAY OUT OF THE   *
002266*                  GPA; A P EARNS CREDIT, AN I OR W DOES NOT.    *
002274*  2026-10-03  JP  A STUDENT WITH AN ACTIVE TRANSCRIPT OR        *
002282*                  FINANCIAL HOLD ON HOLDS.DAT GETS A WITHHELD   *
002290*                  NOTICE UNDER THE HEADING INSTEAD OF GRADES.   *
002295*  2026-10-10  JP  MERGED ("M") STATUS TEXT ADDED.               *
002300*----------------------------------------------------------------*
002400*
002500*    GIVEN A LIST OF STUDENTIDS IN TRNSCRPT.PRM (ONE PER LINE),
003200*    STUDENT'S LIFECYCLE STATUS PRINTS ON EVERY TRANSCRIPT, AND
003300*    A STUDENT WHO IS NOT ACTIVE IS CLEARLY MARKED.  EACH
003400*    STUDENT PRINTED WRITES AN "R" ENTRY TO AUDIT.LOG THE WAY
003500*    EVERY OTHER STUDENT ACCESS DOES.  INCOMPLETE (I), WITHDRAWN
003525*    (W) AND PASS (P) GRADES PRINT WITH THE REST, ARE EXPLAINED
003550*    BY A KEY UNDER THE TOTALS, AND CARRY NO HOURS OR POINTS INTO
003575*    THE GPA; A PASS STILL EARNS THE COURSE'S CREDITS.  WHILE A
003583*    TRANSCRIPT OR FINANCIAL HOLD IS ACTIVE THE GRADES AND TOTALS
003591*    ARE WITHHELD AND ONLY THE HEADING AND A NOTICE PRINT.
003600*
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
006000     SELECT OPTIONAL ParmFile ASSIGN TO "TRNSCRPT.PRM"
006100            ORGANIZATION IS LINE SEQUENTIAL.
006200
006214     SELECT HoldFile      ASSIGN TO "HOLDS.DAT"
006228            ORGANIZATION IS INDEXED
006242            ACCESS MODE IS DYNAMIC
006256            RECORD KEY IS Hold-Key
006270            FILE STATUS IS TR-Hold-File-Status.
006284
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  StudentFile.
007700 FD  ParmFile.
007800 01  ParmRecord.
007900     02  Parm-StudentId     PIC 9(7).
007925
007950 FD  HoldFile.
007975     COPY HOLDREC.CPY.
008000
008100 WORKING-STORAGE SECTION.
008200 01  JobName               PIC X(08)   VALUE "TRNSCRPT".
009200         88  TR-No-Such-Demo      VALUE "Y".
009300     02  TR-No-Such-Course-Sw PIC X       VALUE "N".
009400         88  TR-No-Such-Course    VALUE "Y".
009409     02  TR-No-Hold-File-Sw   PIC X       VALUE "N".
009418         88  TR-No-Hold-File      VALUE "Y".
009427     02  TR-Hold-Active-Sw    PIC X       VALUE "N".
009436         88  TR-Hold-Active       VALUE "Y".
009445     02  TR-End-Of-Holds-Sw   PIC X       VALUE "N".
009454         88  TR-End-Of-Holds      VALUE "Y".
009463
009472 01  TR-Hold-File-Status      PIC XX.
009481     88  TR-Hold-File-Good       VALUE "00".
009490     88  TR-Hold-File-Missing    VALUE "35".
009500
009600 01  TR-COUNTERS.
009700     02  TR-Printed-Count     PIC 9(05)   COMP    VALUE ZERO.
009800     02  TR-Skipped-Count     PIC 9(05)   COMP    VALUE ZERO.
009900     02  TR-Grade-Count       PIC 9(05)   COMP    VALUE ZERO.
009950     02  TR-Withheld-Count    PIC 9(05)   COMP    VALUE ZERO.
010000
010100 01  TR-GPA-FIELDS.
010200     02  TR-Grade-Points      PIC 9(01)   VALUE ZERO.
018600 01  TR-NO-GRADES-LINE.
018700     02  FILLER         PIC X(26) VALUE
018800         "  ** NO GRADES ON FILE ** ".
018814
018828 01  TR-WITHHELD-LINE.
018842     02  FILLER         PIC X(30) VALUE
018856         "  ** TRANSCRIPT WITHHELD - HOL".
018870     02  FILLER         PIC X(24) VALUE
018884         "D ON STUDENT RECORD **  ".
018900
019000 01  TR-TOTALS-LINE.
019100     02  FILLER          PIC X(17) VALUE "CREDITS EARNED --".
019200     02  TR-Earned-Out         PIC ZZ9.
019300     02  FILLER          PIC X(17) VALUE "  CUMULATIVE GPA ".
019400     02  TR-GPA-Out            PIC 9.99.
019414
019428 01  TR-KEY-LINE.
019442     02  FILLER         PIC X(30) VALUE
019456         "I INCOMPLETE  W WITHDRAWN  P P".
019470     02  FILLER         PIC X(24) VALUE
019484         "ASS - NOT COUNTED IN GPA".
019500
019600 01  TR-NOT-FOUND-LINE.
019700     02  FILLER               PIC X(09)   VALUE "STUDENT  ".
020600 01  TR-SUMMARY-LINE-2.
020700     02  FILLER          PIC X(17) VALUE "REQUESTS SKIPPED-".
020800     02  TR-Skipped-Out        PIC ZZ,ZZ9.
020820
020840 01  TR-SUMMARY-LINE-3.
020860     02  FILLER          PIC X(17) VALUE "WITHHELD - HOLD -".
020880     02  TR-Withheld-Out       PIC ZZ,ZZ9.
020900
021000 PROCEDURE DIVISION.
021100*----------------------------------------------------------------*
023000     OPEN INPUT GradeFile.
023100     OPEN INPUT CourseFile.
023200     OPEN INPUT ParmFile.
023216*    NO HOLDS.DAT YET MEANS NO STUDENT IS ON HOLD.
023232     OPEN INPUT HoldFile.
023248     IF TR-Hold-File-Missing
023264         SET TR-No-Hold-File TO TRUE
023280     END-IF.
023300     ACCEPT TR-RUN-DATE-FIELDS FROM DATE.
023400     MOVE TR-Run-Date-YY TO TR-Run-Date-YY-Out.
023500     MOVE TR-Run-Date-MM TO TR-Run-Date-MM-Out.
026500         ELSE
026600             PERFORM 2200-PRINT-HEADING
026700                 THRU 2200-PRINT-HEADING-EXIT
026712             PERFORM 2150-CHECK-HOLD
026724                 THRU 2150-CHECK-HOLD-EXIT
026736             IF TR-Hold-Active
026748                 DISPLAY TR-WITHHELD-LINE
026760                 DISPLAY SPACE
026772                 ADD 1 TO TR-Withheld-Count
026784             ELSE
026800                 PERFORM 2400-PRINT-GRADES
026900                     THRU 2400-PRINT-GRADES-EXIT
027000                 PERFORM 2700-PRINT-TOTALS
027100                     THRU 2700-PRINT-TOTALS-EXIT
027150             END-IF
027200             CALL "AuditLog" USING JobName StudentId "R"
027300             ADD 1 TO TR-Printed-Count
027400         END-IF
028800             SET TR-No-Such-Stud TO TRUE
028900     END-READ.
029000 2100-LOOKUP-STUDENT-EXIT.
029002     EXIT.
029004
029006*----------------------------------------------------------------*
029008 2150-CHECK-HOLD.
029010*----------------------------------------------------------------*
029012*    A TRANSCRIPT OR FINANCIAL HOLD NOT YET PAST ITS RELEASE
029014*    DATE WITHHOLDS THE GRADES.  THE HOLD KEY LEADS WITH
029016*    STUDENTID, SO ALL OF THE STUDENT'S HOLDS READ TOGETHER.
029018     MOVE "N" TO TR-Hold-Active-Sw
029020                 TR-End-Of-Holds-Sw.
029022     IF TR-No-Hold-File
029024         GO TO 2150-CHECK-HOLD-EXIT.
029026     MOVE Parm-StudentId TO Hold-StudentId.
029028     MOVE LOW-VALUES     TO Hold-Type.
029030     START HoldFile KEY IS NOT LESS THAN Hold-Key
029032         INVALID KEY
029034             SET TR-End-Of-Holds TO TRUE
029036     END-START.
029038     PERFORM 2160-READ-ONE-HOLD
029040         THRU 2160-READ-ONE-HOLD-EXIT
029042         UNTIL TR-End-Of-Holds
029044            OR TR-Hold-Active.
029046 2150-CHECK-HOLD-EXIT.
029048     EXIT.
029050
029052*----------------------------------------------------------------*
029054 2160-READ-ONE-HOLD.
029056*----------------------------------------------------------------*
029058     READ HoldFile NEXT RECORD
029060         AT END
029062             SET TR-End-Of-Holds TO TRUE
029064     END-READ.
029066     IF NOT TR-End-Of-Holds
029068         IF Hold-StudentId NOT = Parm-StudentId
029070             SET TR-End-Of-Holds TO TRUE
029072         ELSE
029074             IF Hold-Blocks-Trnscpt
029076                AND (Hold-Release-Date = ZERO
029078                  OR Hold-Release-Date > TR-Run-Date-CCYYMMDD)
029080                 SET TR-Hold-Active TO TRUE
029082             END-IF
029084         END-IF
029086     END-IF.
029088 2160-READ-ONE-HOLD-EXIT.
029100     EXIT.
029200
029300*----------------------------------------------------------------*
031000             MOVE "LEAVE OF ABSENCE" TO TR-Status-Text
031050         WHEN SuspendedStudent
031060             MOVE "SUSPENDED       " TO TR-Status-Text
031070         WHEN MergedStudent
031080             MOVE "MERGED          " TO TR-Status-Text
031100         WHEN OTHER
031200             MOVE "UNKNOWN         " TO TR-Status-Text
031300     END-EVALUATE.
039300*    GPA SECTION ACCUMULATES THEM - A GRADE WHOSE COURSE IS
039400*    MISSING FROM THE COURSE MASTER STILL PRINTS, BUT CARRIES
039500*    NO HOURS INTO THE GPA.  CREDITS EARN ON ANY PASSING GRADE.
039533*    AN I, W OR P PRINTS BUT STAYS OUT OF THE GPA; OF THE THREE
039566*    ONLY A P EARNS CREDITS.
039600     MOVE "N" TO TR-No-Such-Course-Sw.
039700     MOVE Grd-CourseCode TO CourseCode OF CourseRecord.
039800     READ CourseFile
041300     DISPLAY TR-DETAIL-LINE.
041400     ADD 1 TO TR-Grade-Count.
041500     IF NOT TR-No-Such-Course
041516        AND Grd-Pass
041532         ADD CreditHours TO TR-Stu-Earned
041548     END-IF.
041564     IF NOT TR-No-Such-Course
041580        AND NOT Grd-Non-GPA-Grade
041600         EVALUATE Grd-Grade
041700             WHEN "A" MOVE 4 TO TR-Grade-Points
041800             WHEN "B" MOVE 3 TO TR-Grade-Points
044200     END-IF.
044300     MOVE TR-Stu-GPA TO TR-GPA-Out.
044400     DISPLAY TR-TOTALS-LINE.
044450     DISPLAY TR-KEY-LINE.
044500     DISPLAY SPACE.
044600 2700-PRINT-TOTALS-EXIT.
044700     EXIT.
045300     MOVE TR-Skipped-Count TO TR-Skipped-Out.
045400     DISPLAY TR-SUMMARY-LINE-1.
045500     DISPLAY TR-SUMMARY-LINE-2.
045533     MOVE TR-Withheld-Count TO TR-Withheld-Out.
045566     DISPLAY TR-SUMMARY-LINE-3.
045600 8000-PRINT-SUMMARY-EXIT.
045700     EXIT.
045800
046500           GradeFile
046600           CourseFile
046700           ParmFile.
046725     IF NOT TR-No-Hold-File
046750         CLOSE HoldFile
046775     END-IF.
046800 9999-EXIT-EXIT.
046900     EXIT.
