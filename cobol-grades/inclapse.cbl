001000 IDENTIFICATION DIVISION.
001100 PROGRAM-ID.     IncLapse.
001200 AUTHOR.         J PELLETIER.
001300 INSTALLATION.   REGISTRAR SYSTEMS.
001400 DATE-WRITTEN.   2026-09-24.
001500 DATE-COMPILED.
001600*----------------------------------------------------------------*
001700*  MODIFICATION HISTORY                                          *
001800*  2026-09-24  JP  INITIAL VERSION - TERM-END LAPSE OF           *
001900*                  UNRESOLVED INCOMPLETE GRADES TO F, WITH A     *
002000*                  LISTING OF EVERY CONVERSION AND AN AUDIT.LOG  *
002100*                  ENTRY PER GRADE LAPSED.                       *
002125*  2026-10-15  JP  OPEN OF GRADES.DAT NOW CHECKED - A MISSING    *
002150*                  FILE ENDS THE RUN WITH RETURN CODE 8.  EACH   *
002175*                  LAPSE IS NOW JOURNALED THROUGH JRNLLOG.       *
002200*----------------------------------------------------------------*
002300*
002400*    THIS PROGRAM READS GRADES.DAT FROM END TO END AND LOOKS AT
002500*    EVERY INCOMPLETE (I) GRADE.  AN INCOMPLETE STILL ON FILE
002600*    MORE THAN THE LAPSE PERIOD AFTER ITS GRD-POSTDATE HAS NOT
002700*    BEEN RESOLVED BY THE INSTRUCTOR POSTING A FINAL GRADE FOR
002800*    THE SAME TERM, SO IT IS REWRITTEN AS AN F, POSTED AS OF
002900*    TODAY.  THE LAPSE PERIOD IS READ AS A NUMBER OF DAYS FROM
003000*    LAPSE.PRM (THREE DIGITS); WITHOUT A USABLE PARM IT IS 120
003100*    DAYS.  EVERY CONVERSION IS LISTED WITH THE STUDENT, COURSE,
003200*    TERM, ORIGINAL POST DATE AND AGE IN DAYS, AND WRITES A "C"
003300*    ENTRY TO AUDIT.LOG.  AN INCOMPLETE WHOSE POST DATE IS NOT A
003400*    VALID DATE CANNOT BE AGED AND IS LISTED FOR FOLLOW-UP
003500*    INSTEAD OF BEING CONVERTED.  EVERY CONVERSION IS ALSO
003525*    JOURNALED TO RECOVERY.JNL WITH ITS BEFORE AND AFTER IMAGES.
003550*    WITHOUT GRADES.DAT THERE IS NOTHING TO LAPSE - THE RUN ENDS
003575*    WITH RETURN CODE 8.
003600*
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT GradeFile     ASSIGN TO "GRADES.DAT"
004100            ORGANIZATION IS INDEXED
004200            ACCESS MODE IS SEQUENTIAL
004300            RECORD KEY IS Grd-Key
004350            FILE STATUS IS IL-Grade-File-Status.
004400
004500     SELECT StudentFile   ASSIGN TO "STUDENTS.DAT"
004600            ORGANIZATION IS INDEXED
004700            ACCESS MODE IS RANDOM
004800            RECORD KEY IS StudentId.
004900
005000     SELECT OPTIONAL ParmFile ASSIGN TO "LAPSE.PRM"
005100            ORGANIZATION IS LINE SEQUENTIAL.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  GradeFile.
005600     COPY GRADEREC.CPY.
005700
005800 FD  StudentFile.
005900     COPY STUDENT.CPY.
006000
006100 FD  ParmFile.
006200 01  ParmRecord.
006300     02  Parm-Lapse-Days    PIC 9(3).
006400
006500 WORKING-STORAGE SECTION.
006600 01  JobName               PIC X(08)   VALUE "INCLAPSE".
006700
006800 01  IL-SWITCHES.
006900     02  IL-End-Of-Grades-Sw   PIC X       VALUE "N".
007000         88  IL-End-Of-Grades     VALUE "Y".
007100     02  IL-No-Such-Stud-Sw    PIC X       VALUE "N".
007200         88  IL-No-Such-Stud      VALUE "Y".
007300     02  IL-Bad-Date-Sw        PIC X       VALUE "N".
007400         88  IL-Bad-Date          VALUE "Y".
007433     02  IL-No-Grade-File-Sw   PIC X       VALUE "N".
007466         88  IL-No-Grade-File     VALUE "Y".
007500
007520 01  IL-Grade-File-Status      PIC XX.
007540     88  IL-Grade-File-Good       VALUE "00".
007560     88  IL-Grade-File-Missing    VALUE "35".
007580
007600*    DEFAULT APPLIES WHEN LAPSE.PRM IS ABSENT OR UNREADABLE.
007700 01  IL-Lapse-Days             PIC 9(03)   VALUE 120.
007800
007900 01  IL-COUNTERS.
008000     02  IL-Incomplete-Count   PIC 9(05)   COMP    VALUE ZERO.
008100     02  IL-Lapsed-Count       PIC 9(05)   COMP    VALUE ZERO.
008200     02  IL-Open-Count         PIC 9(05)   COMP    VALUE ZERO.
008300     02  IL-Bad-Date-Count     PIC 9(05)   COMP    VALUE ZERO.
008400
008500*    DAY NUMBERS ARE COUNTED FROM A FIXED ORIGIN SO TWO CCYYMMDD
008600*    DATES CAN BE SUBTRACTED.  THE MONTH TABLE HOLDS THE DAYS
008700*    BEFORE THE FIRST OF EACH MONTH IN A COMMON YEAR; LEAP DAYS
008800*    ARE ADDED FROM THE YEAR COUNT, TAKING A JANUARY OR FEBRUARY
008900*    DATE AS BELONGING TO THE YEAR BEFORE FOR THAT PURPOSE.
009000 01  IL-MONTH-DAYS-VALUES.
009100     02  FILLER                PIC X(36)   VALUE
009200         "000031059090120151181212243273304334".
009300 01  IL-MONTH-DAYS-TABLE REDEFINES IL-MONTH-DAYS-VALUES.
009400     02  IL-Days-Before-Month  PIC 9(03)   OCCURS 12 TIMES.
009500
009600 01  IL-DATE-FIELDS.
009700     02  IL-Date-In            PIC 9(08).
009800     02  IL-Date-In-Parts REDEFINES IL-Date-In.
009900         03  IL-Date-CCYY      PIC 9(04).
010000         03  IL-Date-MM        PIC 9(02).
010100         03  IL-Date-DD        PIC 9(02).
010200     02  IL-Leap-Year          PIC 9(04)   VALUE ZERO.
010300     02  IL-Leap-4             PIC 9(04)   VALUE ZERO.
010400     02  IL-Leap-100           PIC 9(04)   VALUE ZERO.
010500     02  IL-Leap-400           PIC 9(04)   VALUE ZERO.
010600     02  IL-Day-Number         PIC 9(07)   VALUE ZERO.
010700     02  IL-Run-Day-Number     PIC 9(07)   VALUE ZERO.
010800     02  IL-Post-Day-Number    PIC 9(07)   VALUE ZERO.
010900     02  IL-Age-Days           PIC S9(07)  VALUE ZERO.
011000
011100 01  IL-RUN-DATE-FIELDS.
011200     02  IL-Run-Date-YY        PIC 9(2).
011300     02  IL-Run-Date-MM        PIC 9(2).
011400     02  IL-Run-Date-DD        PIC 9(2).
011500
011600 01  IL-Run-Date-CCYYMMDD.
011700     02  IL-Run-Date-Century   PIC 9(2)    VALUE 20.
011800     02  IL-Run-Date-YY-Out    PIC 9(2).
011900     02  IL-Run-Date-MM-Out    PIC 9(2).
012000     02  IL-Run-Date-DD-Out    PIC 9(2).
012100
012133     COPY JRNLPARM.CPY.
012166
012200 01  IL-REPORT-HEADING.
012300     02  FILLER         PIC X(26) VALUE
012400         "INCOMPLETE GRADE LAPSE    ".
012500     02  FILLER         PIC X(08) VALUE "AS OF   ".
012600     02  IL-Head-Date         PIC 9(08).
012700     02  FILLER         PIC X(15) VALUE "  LAPSE AFTER  ".
012800     02  IL-Head-Days         PIC ZZ9.
012900     02  FILLER         PIC X(05) VALUE " DAYS".
013000
013100 01  IL-COLUMN-HEADING.
013200     02  FILLER               PIC X(12)   VALUE "STUDENT ID  ".
013300     02  FILLER               PIC X(10)   VALUE "SURNAME   ".
013400     02  FILLER               PIC X(06)   VALUE "INITL ".
013500     02  FILLER               PIC X(07)   VALUE "COURSE ".
013600     02  FILLER               PIC X(06)   VALUE "TERM  ".
013700     02  FILLER               PIC X(10)   VALUE "POSTED    ".
013800     02  FILLER               PIC X(06)   VALUE "DAYS  ".
013900     02  FILLER               PIC X(10)   VALUE "ACTION    ".
014000
014100 01  IL-DETAIL-LINE.
014200     02  IL-Det-StudentId      PIC 9(07).
014300     02  FILLER                PIC X(05)   VALUE SPACES.
014400     02  IL-Det-Surname        PIC X(10).
014500     02  IL-Det-Initials       PIC X(06).
014600     02  IL-Det-Course         PIC X(04).
014700     02  FILLER                PIC X(03)   VALUE SPACES.
014800     02  IL-Det-Term           PIC X(05).
014900     02  FILLER                PIC X(01)   VALUE SPACE.
015000     02  IL-Det-PostDate       PIC X(08).
015100     02  FILLER                PIC X(02)   VALUE SPACES.
015200     02  IL-Det-Days           PIC Z,ZZ9.
015300     02  FILLER                PIC X(01)   VALUE SPACE.
015400     02  IL-Det-Action         PIC X(20).
015500
015600 01  IL-SUMMARY-LINE-1.
015700     02  FILLER          PIC X(17) VALUE "INCOMPLETES -----".
015800     02  IL-Incomplete-Out     PIC ZZ,ZZ9.
015900
016000 01  IL-SUMMARY-LINE-2.
016100     02  FILLER          PIC X(17) VALUE "LAPSED TO F -----".
016200     02  IL-Lapsed-Out         PIC ZZ,ZZ9.
016300
016400 01  IL-SUMMARY-LINE-3.
016500     02  FILLER          PIC X(17) VALUE "STILL OPEN ------".
016600     02  IL-Open-Out           PIC ZZ,ZZ9.
016700
016800 01  IL-SUMMARY-LINE-4.
016900     02  FILLER          PIC X(17) VALUE "BAD POST DATE ---".
017000     02  IL-Bad-Date-Out       PIC ZZ,ZZ9.
017100
017120 01  IL-NO-GRADES-LINE.
017140     02  FILLER         PIC X(38) VALUE
017160         "NO GRADES.DAT - NO INCOMPLETES LAPSED".
017180
017200 PROCEDURE DIVISION.
017300*----------------------------------------------------------------*
017400 0000-MAINLINE.
017500*----------------------------------------------------------------*
017600     PERFORM 1000-INITIALIZE
017700         THRU 1000-INITIALIZE-EXIT.
017750     IF NOT IL-No-Grade-File
017800         PERFORM 2000-CHECK-GRADE
017900             THRU 2000-CHECK-GRADE-EXIT
018000             UNTIL IL-End-Of-Grades
018100         PERFORM 8000-PRINT-SUMMARY
018200             THRU 8000-PRINT-SUMMARY-EXIT
018250     END-IF.
018300     PERFORM 9999-EXIT
018400         THRU 9999-EXIT-EXIT.
018500     STOP RUN.
018600
018700*----------------------------------------------------------------*
018800 1000-INITIALIZE.
018900*----------------------------------------------------------------*
019000     OPEN I-O    GradeFile.
019016     IF IL-Grade-File-Missing
019032         SET IL-No-Grade-File TO TRUE
019048         DISPLAY IL-NO-GRADES-LINE
019064         MOVE 8 TO RETURN-CODE
019080         GO TO 1000-INITIALIZE-EXIT.
019100     OPEN INPUT  StudentFile.
019200     ACCEPT IL-RUN-DATE-FIELDS FROM DATE.
019300     MOVE IL-Run-Date-YY TO IL-Run-Date-YY-Out.
019400     MOVE IL-Run-Date-MM TO IL-Run-Date-MM-Out.
019500     MOVE IL-Run-Date-DD TO IL-Run-Date-DD-Out.
019600     PERFORM 1200-READ-LAPSE-DAYS
019700         THRU 1200-READ-LAPSE-DAYS-EXIT.
019800     MOVE IL-Run-Date-CCYYMMDD TO IL-Date-In.
019900     PERFORM 3000-COMPUTE-DAY-NUMBER
020000         THRU 3000-COMPUTE-DAY-NUMBER-EXIT.
020100     MOVE IL-Day-Number TO IL-Run-Day-Number.
020200     MOVE IL-Run-Date-CCYYMMDD TO IL-Head-Date.
020300     MOVE IL-Lapse-Days        TO IL-Head-Days.
020400     DISPLAY IL-REPORT-HEADING.
020500     DISPLAY IL-COLUMN-HEADING.
020600     PERFORM 1100-READ-GRADE
020700         THRU 1100-READ-GRADE-EXIT.
020800 1000-INITIALIZE-EXIT.
020900     EXIT.
021000
021100*----------------------------------------------------------------*
021200 1100-READ-GRADE.
021300*----------------------------------------------------------------*
021400     READ GradeFile
021500         AT END
021600             SET IL-End-Of-Grades TO TRUE
021700     END-READ.
021800 1100-READ-GRADE-EXIT.
021900     EXIT.
022000
022100*----------------------------------------------------------------*
022200 1200-READ-LAPSE-DAYS.
022300*----------------------------------------------------------------*
022400     OPEN INPUT ParmFile.
022500     READ ParmFile
022600         AT END
022700             CONTINUE
022800         NOT AT END
022900             IF Parm-Lapse-Days IS NUMERIC
023000                AND Parm-Lapse-Days > ZERO
023100                 MOVE Parm-Lapse-Days TO IL-Lapse-Days
023200             END-IF
023300     END-READ.
023400     CLOSE ParmFile.
023500 1200-READ-LAPSE-DAYS-EXIT.
023600     EXIT.
023700
023800*----------------------------------------------------------------*
023900 2000-CHECK-GRADE.
024000*----------------------------------------------------------------*
024100     IF Grd-Incomplete
024200         ADD 1 TO IL-Incomplete-Count
024300         PERFORM 2100-AGE-INCOMPLETE
024400             THRU 2100-AGE-INCOMPLETE-EXIT
024500     END-IF.
024600     PERFORM 1100-READ-GRADE
024700         THRU 1100-READ-GRADE-EXIT.
024800 2000-CHECK-GRADE-EXIT.
024900     EXIT.
025000
025100*----------------------------------------------------------------*
025200 2100-AGE-INCOMPLETE.
025300*----------------------------------------------------------------*
025400     MOVE "N" TO IL-Bad-Date-Sw.
025500     IF Grd-PostDate IS NOT NUMERIC
025600         SET IL-Bad-Date TO TRUE
025700     ELSE
025800         MOVE Grd-PostDate TO IL-Date-In
025900         IF IL-Date-MM < 1 OR IL-Date-MM > 12
026000            OR IL-Date-DD < 1 OR IL-Date-DD > 31
026100            OR IL-Date-In > IL-Run-Date-CCYYMMDD
026200             SET IL-Bad-Date TO TRUE
026300         END-IF
026400     END-IF.
026500     IF IL-Bad-Date
026600         ADD 1 TO IL-Bad-Date-Count
026700         MOVE ZERO TO IL-Age-Days
026800         MOVE "BAD POST DATE - LEFT" TO IL-Det-Action
026900         PERFORM 2300-PRINT-DETAIL
027000             THRU 2300-PRINT-DETAIL-EXIT
027100         GO TO 2100-AGE-INCOMPLETE-EXIT.
027200     PERFORM 3000-COMPUTE-DAY-NUMBER
027300         THRU 3000-COMPUTE-DAY-NUMBER-EXIT.
027400     MOVE IL-Day-Number TO IL-Post-Day-Number.
027500     COMPUTE IL-Age-Days = IL-Run-Day-Number - IL-Post-Day-Number.
027600     IF IL-Age-Days > IL-Lapse-Days
027700         PERFORM 2200-LAPSE-TO-F
027800             THRU 2200-LAPSE-TO-F-EXIT
027900     ELSE
028000         ADD 1 TO IL-Open-Count
028100     END-IF.
028200 2100-AGE-INCOMPLETE-EXIT.
028300     EXIT.
028400
028500*----------------------------------------------------------------*
028600 2200-LAPSE-TO-F.
028700*----------------------------------------------------------------*
028800*    THE ORIGINAL POST DATE IS PRINTED BEFORE THE RECORD IS
028900*    RESTAMPED WITH TODAY'S DATE AS THE DATE THE F WAS POSTED.
029000     MOVE "I -> F  LAPSED" TO IL-Det-Action.
029100     PERFORM 2300-PRINT-DETAIL
029200         THRU 2300-PRINT-DETAIL-EXIT.
029250     MOVE GradeRecord          TO JReq-Before-Image.
029300     MOVE "F"                  TO Grd-Grade.
029400     MOVE IL-Run-Date-CCYYMMDD TO Grd-PostDate.
029500     REWRITE GradeRecord
029600         INVALID KEY
029700             CONTINUE
029800         NOT INVALID KEY
029900             ADD 1 TO IL-Lapsed-Count
030000             CALL "AuditLog" USING JobName Grd-StudentId "C"
030033             PERFORM 2250-JOURNAL-GRADE
030066                 THRU 2250-JOURNAL-GRADE-EXIT
030100     END-REWRITE.
030200 2200-LAPSE-TO-F-EXIT.
030300     EXIT.
030306
030312*----------------------------------------------------------------*
030318 2250-JOURNAL-GRADE.
030324*----------------------------------------------------------------*
030330*    THE BEFORE IMAGE IS THE INCOMPLETE AS READ, SAVED BY
030336*    2200-LAPSE-TO-F BEFORE THE RECORD WAS CHANGED.
030342     MOVE "GRADES.DAT"       TO JReq-FileName.
030348     MOVE SPACES             TO JReq-Key
030354                                JReq-After-Image.
030360     SET JReq-Rewrite        TO TRUE.
030366     MOVE Grd-Key            TO JReq-Key.
030372     MOVE GradeRecord        TO JReq-After-Image.
030378     CALL "JrnlLog" USING JobName JournalRequest.
030384 2250-JOURNAL-GRADE-EXIT.
030390     EXIT.
030400
030500*----------------------------------------------------------------*
030600 2300-PRINT-DETAIL.
030700*----------------------------------------------------------------*
030800     MOVE "N" TO IL-No-Such-Stud-Sw.
030900     MOVE Grd-StudentId TO StudentId.
031000     READ StudentFile
031100         INVALID KEY
031200             SET IL-No-Such-Stud TO TRUE
031300     END-READ.
031400     IF IL-No-Such-Stud
031500         MOVE "*UNKNOWN" TO Surname
031600         MOVE SPACES    TO Initials
031700     END-IF.
031800     MOVE Grd-StudentId  TO IL-Det-StudentId.
031900     MOVE Surname        TO IL-Det-Surname.
032000     MOVE Initials       TO IL-Det-Initials.
032100     MOVE Grd-CourseCode TO IL-Det-Course.
032200     MOVE Grd-Term       TO IL-Det-Term.
032300     MOVE Grd-PostDate   TO IL-Det-PostDate.
032400     MOVE IL-Age-Days    TO IL-Det-Days.
032500     DISPLAY IL-DETAIL-LINE.
032600 2300-PRINT-DETAIL-EXIT.
032700     EXIT.
032800
032900*----------------------------------------------------------------*
033000 3000-COMPUTE-DAY-NUMBER.
033100*----------------------------------------------------------------*
033200*    TURNS THE CCYYMMDD DATE IN IL-DATE-IN INTO A DAY NUMBER IN
033300*    IL-DAY-NUMBER.  ONLY DIFFERENCES BETWEEN TWO DAY NUMBERS
033400*    MEAN ANYTHING.
033500     IF IL-Date-MM > 2
033600         MOVE IL-Date-CCYY TO IL-Leap-Year
033700     ELSE
033800         SUBTRACT 1 FROM IL-Date-CCYY GIVING IL-Leap-Year
033900     END-IF.
034000     DIVIDE IL-Leap-Year BY 4   GIVING IL-Leap-4.
034100     DIVIDE IL-Leap-Year BY 100 GIVING IL-Leap-100.
034200     DIVIDE IL-Leap-Year BY 400 GIVING IL-Leap-400.
034300     COMPUTE IL-Day-Number = IL-Date-CCYY * 365
034400         + IL-Leap-4 - IL-Leap-100 + IL-Leap-400
034500         + IL-Days-Before-Month (IL-Date-MM)
034600         + IL-Date-DD.
034700 3000-COMPUTE-DAY-NUMBER-EXIT.
034800     EXIT.
034900
035000*----------------------------------------------------------------*
035100 8000-PRINT-SUMMARY.
035200*----------------------------------------------------------------*
035300     MOVE IL-Incomplete-Count TO IL-Incomplete-Out.
035400     MOVE IL-Lapsed-Count     TO IL-Lapsed-Out.
035500     MOVE IL-Open-Count       TO IL-Open-Out.
035600     MOVE IL-Bad-Date-Count   TO IL-Bad-Date-Out.
035700     DISPLAY SPACE.
035800     DISPLAY IL-SUMMARY-LINE-1.
035900     DISPLAY IL-SUMMARY-LINE-2.
036000     DISPLAY IL-SUMMARY-LINE-3.
036100     DISPLAY IL-SUMMARY-LINE-4.
036200 8000-PRINT-SUMMARY-EXIT.
036300     EXIT.
036400
036500*----------------------------------------------------------------*
036600 9999-EXIT.
036700*----------------------------------------------------------------*
036800     CALL "AuditClose".
036833     CALL "JrnlClose".
036866     IF NOT IL-No-Grade-File
036900         CLOSE GradeFile
037000               StudentFile
037050     END-IF.
037100 9999-EXIT-EXIT.
037200     EXIT.
