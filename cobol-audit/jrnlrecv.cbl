001000 IDENTIFICATION DIVISION.
001100 PROGRAM-ID.     JrnlRecv.
001200 AUTHOR.         J PELLETIER.
001300 INSTALLATION.   REGISTRAR SYSTEMS.
001400 DATE-WRITTEN.   2026-10-12.
001500 DATE-COMPILED.
001600*----------------------------------------------------------------*
001700*  MODIFICATION HISTORY                                          *
001800*  2026-10-12  JP  INITIAL VERSION - FORWARD RECOVERY OF A       *
001900*                  RESTORED MASTER FROM RECOVERY.JNL, AND        *
002000*                  BACKOUT OF ONE JOB'S CHANGES.                 *
002100*----------------------------------------------------------------*
002200*
002300*    THIS PROGRAM WORKS FROM THE RECOVERY JOURNAL (RECOVERY.JNL)
002400*    THAT STUDMAINT, CRSMAINT, DEMOMAINT, WAITPROM AND GRADEPOST
002500*    WRITE THROUGH JRNLLOG.  JRNLRECV.PRM SAYS WHAT TO DO:
002600*
002700*    F - FORWARD RECOVERY.  THE DAMAGED MASTER HAS BEEN REPLACED
002800*        BY ITS BACKUP COPY.  EVERY JOURNAL ENTRY FOR THAT FILE
002900*        (OR FOR ALL FIVE MASTERS IF NO FILE IS NAMED) STAMPED
003000*        FROM THE GIVEN START DATE/TIME UP TO THE GIVEN END
003100*        DATE/TIME IS REPLAYED IN JOURNAL ORDER, PUTTING BACK ITS
003200*        AFTER IMAGE.  A BLANK START MEANS THE WHOLE JOURNAL; A
003300*        BLANK END TIME MEANS THE END OF THE END DATE.  A REPLAY
003400*        IS SAFE TO REPEAT - A WRITE FOR A KEY ALREADY ON FILE
003500*        REWRITES IT, A REWRITE FOR A KEY NOT ON FILE WRITES IT,
003600*        SO AN OVERLAP WITH THE BACKUP DOES NO HARM.
003700*
003800*    B - BACKOUT.  EVERY JOURNAL ENTRY FOR ONE JOB NAME AND RUN
003900*        DATE IS SORTED NEWEST FIRST AND UNDONE AGAINST THE LIVE
004000*        MASTERS - A WRITE IS DELETED, A REWRITE PUTS BACK ITS
004100*        BEFORE IMAGE, A DELETE IS WRITTEN BACK.  AN ENTRY IS
004200*        ONLY UNDONE IF THE RECORD STILL LOOKS THE WAY THE JOB
004300*        LEFT IT; ONE THAT A LATER JOB HAS SINCE CHANGED IS
004400*        LISTED AS AN EXCEPTION AND LEFT FOR THE REGISTRAR.  THE
004500*        BACKOUT'S OWN CHANGES ARE JOURNALED UNDER "JRNLRECV" SO
004600*        A LATER FORWARD RECOVERY REPLAYS THEM TOO.
004700*
004800*    EITHER WAY A SUMMARY OF WHAT WAS WRITTEN, REWRITTEN AND
004900*    DELETED ON EACH MASTER IS PRINTED, WITH THE EXCEPTIONS LISTED
005000*    AHEAD OF IT.  A MISSING OR INVALID PARAMETER APPLIES NOTHING
005100*    AND ENDS WITH RETURN-CODE 8; ANY EXCEPTION ENDS WITH 4.
005200*
005300 ENVIRONMENT DIVISION.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT OPTIONAL ParmFile ASSIGN TO "JRNLRECV.PRM"
005700            ORGANIZATION IS LINE SEQUENTIAL.
005800
005900     SELECT OPTIONAL JournalFile ASSIGN TO "RECOVERY.JNL"
006000            ORGANIZATION IS LINE SEQUENTIAL.
006100
006200     SELECT StudentFile   ASSIGN TO "STUDENTS.DAT"
006300            ORGANIZATION IS INDEXED
006400            ACCESS MODE IS DYNAMIC
006500            RECORD KEY IS StudentId
006600            FILE STATUS IS JR-Student-File-Status.
006700
006800     SELECT EnrollFile    ASSIGN TO "ENROLL.DAT"
006900            ORGANIZATION IS INDEXED
007000            ACCESS MODE IS DYNAMIC
007100            RECORD KEY IS Enr-Key
007200            ALTERNATE RECORD KEY IS Enr-Course-Term
007300                WITH DUPLICATES
007400            FILE STATUS IS JR-Enroll-File-Status.
007500
007600     SELECT CourseFile    ASSIGN TO "COURSES.DAT"
007700            ORGANIZATION IS INDEXED
007800            ACCESS MODE IS DYNAMIC
007900            RECORD KEY IS CourseCode OF CourseRecord
008000            FILE STATUS IS JR-Course-File-Status.
008100
008200     SELECT DemoFile      ASSIGN TO "STUDENTDEMO.DAT"
008300            ORGANIZATION IS INDEXED
008400            ACCESS MODE IS DYNAMIC
008500            RECORD KEY IS Demo-StudentId
008600            FILE STATUS IS JR-Demo-File-Status.
008700
008800     SELECT GradeFile     ASSIGN TO "GRADES.DAT"
008900            ORGANIZATION IS INDEXED
009000            ACCESS MODE IS DYNAMIC
009100            RECORD KEY IS Grd-Key
009200            FILE STATUS IS JR-Grade-File-Status.
009300
009400     SELECT SortWorkFile  ASSIGN TO "JRNLSORT.WRK".
009500
009600     SELECT SortedFile    ASSIGN TO "JRNLSORT.OUT"
009700            ORGANIZATION IS LINE SEQUENTIAL.
009800
009900 DATA DIVISION.
010000 FILE SECTION.
010100 FD  ParmFile.
010200 01  ParmRecord.
010300     02  Parm-Mode             PIC X(01).
010400     02  Parm-Forward.
010500         03  Parm-FileName     PIC X(16).
010600         03  Parm-From-Date    PIC 9(08).
010700         03  Parm-From-Time    PIC 9(08).
010800         03  Parm-To-Date      PIC 9(08).
010900         03  Parm-To-Time      PIC 9(08).
011000     02  Parm-Backout REDEFINES Parm-Forward.
011100         03  Parm-JobName      PIC X(08).
011200         03  Parm-RunDate      PIC 9(08).
011300         03  FILLER            PIC X(32).
011400
011500 FD  JournalFile.
011600 01  JournalFileRecord         PIC X(316).
011700
011800 FD  StudentFile.
011900     COPY STUDENT.CPY.
012000
012100 FD  EnrollFile.
012200     COPY ENROLREC.CPY.
012300
012400 FD  CourseFile.
012500     COPY COURSE.CPY.
012600
012700 FD  DemoFile.
012800     COPY DEMOREC.CPY.
012900
013000 FD  GradeFile.
013100     COPY GRADEREC.CPY.
013200
013300 SD  SortWorkFile.
013400 01  SortRecord.
013500     02  FILLER                PIC X(36).
013600     02  SortDate              PIC 9(8).
013700     02  SortTime              PIC 9(8).
013800     02  FILLER                PIC X(16).
013900     02  SortSequence          PIC 9(7).
014000     02  FILLER                PIC X(241).
014100
014200 FD  SortedFile.
014300 01  SortedRecord              PIC X(316).
014400
014500 WORKING-STORAGE SECTION.
014600 01  JobName               PIC X(08)   VALUE "JRNLRECV".
014700
014800     COPY JRNLREC.CPY.
014900
015000     COPY JRNLPARM.CPY.
015100
015200 01  JR-SWITCHES.
015300     02  JR-End-Of-Journal-Sw PIC X       VALUE "N".
015400         88  JR-End-Of-Journal    VALUE "Y".
015500     02  JR-Bad-Parm-Sw       PIC X       VALUE "N".
015600         88  JR-Bad-Parm          VALUE "Y".
015700     02  JR-Found-Sw          PIC X       VALUE "N".
015800         88  JR-Found             VALUE "Y".
015900     02  JR-IO-Ok-Sw          PIC X       VALUE "N".
016000         88  JR-IO-Ok             VALUE "Y".
016100     02  JR-File-Known-Sw     PIC X       VALUE "N".
016200         88  JR-File-Known        VALUE "Y".
016300
016400 01  JR-Student-File-Status   PIC XX.
016500     88  JR-Student-File-Good     VALUE "00".
016600     88  JR-Student-File-Missing  VALUE "35".
016700
016800 01  JR-Enroll-File-Status    PIC XX.
016900     88  JR-Enroll-File-Good      VALUE "00".
017000     88  JR-Enroll-File-Missing   VALUE "35".
017100
017200 01  JR-Course-File-Status    PIC XX.
017300     88  JR-Course-File-Good      VALUE "00".
017400     88  JR-Course-File-Missing   VALUE "35".
017500
017600 01  JR-Demo-File-Status      PIC XX.
017700     88  JR-Demo-File-Good        VALUE "00".
017800     88  JR-Demo-File-Missing     VALUE "35".
017900
018000 01  JR-Grade-File-Status     PIC XX.
018100     88  JR-Grade-File-Good       VALUE "00".
018200     88  JR-Grade-File-Missing    VALUE "35".
018300
018400 01  JR-PARMS.
018500     02  JR-Mode              PIC X(01)   VALUE SPACE.
018600         88  JR-Forward-Mode      VALUE "F".
018700         88  JR-Backout-Mode      VALUE "B".
018800     02  JR-File-Filter       PIC X(16)   VALUE SPACES.
018900     02  JR-From-Stamp.
019000         03  JR-From-Date     PIC 9(08)   VALUE ZERO.
019100         03  JR-From-Time     PIC 9(08)   VALUE ZERO.
019200     02  JR-To-Stamp.
019300         03  JR-To-Date       PIC 9(08)   VALUE ZERO.
019400         03  JR-To-Time       PIC 9(08)   VALUE ZERO.
019500     02  JR-Backout-Job       PIC X(08)   VALUE SPACES.
019600     02  JR-Backout-RunDate   PIC 9(08)   VALUE ZERO.
019700
019800*    THE FIVE MASTERS THE JOURNAL COVERS, IN THE ORDER THE
019900*    SUMMARY PRINTS THEM.  THE NAMES ARE THE ONES THE CALLING
020000*    PROGRAMS PUT IN JREQ-FILENAME.
020100 01  JR-FILE-NAMES.
020200     02  FILLER               PIC X(16)   VALUE "STUDENTS.DAT".
020300     02  FILLER               PIC X(16)   VALUE "ENROLL.DAT".
020400     02  FILLER               PIC X(16)   VALUE "COURSES.DAT".
020500     02  FILLER               PIC X(16)   VALUE "STUDENTDEMO.DAT".
020600     02  FILLER               PIC X(16)   VALUE "GRADES.DAT".
020700 01  JR-FILE-NAME-TABLE REDEFINES JR-FILE-NAMES.
020800     02  JR-File-Name         PIC X(16)
020900                              OCCURS 5 TIMES
021000                              INDEXED BY JR-Fx.
021100
021200 01  JR-FILE-TOTALS.
021300     02  JR-File-Total        OCCURS 5 TIMES.
021400         03  JR-File-Avail-Sw     PIC X       VALUE "N".
021500             88  JR-File-Avail       VALUE "Y".
021600         03  JR-Written-Count     PIC 9(05)   COMP    VALUE ZERO.
021700         03  JR-Rewritten-Count   PIC 9(05)   COMP    VALUE ZERO.
021800         03  JR-Deleted-Count     PIC 9(05)   COMP    VALUE ZERO.
021900         03  JR-File-Exc-Count    PIC 9(05)   COMP    VALUE ZERO.
022000
022100 01  JR-COUNTERS.
022200     02  JR-Read-Count        PIC 9(07)   COMP    VALUE ZERO.
022300     02  JR-Selected-Count    PIC 9(07)   COMP    VALUE ZERO.
022400     02  JR-Applied-Count     PIC 9(07)   COMP    VALUE ZERO.
022500     02  JR-Exception-Count   PIC 9(07)   COMP    VALUE ZERO.
022600     02  JR-File-Max          PIC 9(02)   COMP    VALUE 5.
022700     02  JR-File-Sub          PIC 9(02)   COMP    VALUE ZERO.
022800
022900 01  JR-WORK-FIELDS.
023000     02  JR-Current-Image     PIC X(120)  VALUE SPACES.
023100     02  JR-Apply-Image       PIC X(120)  VALUE SPACES.
023200     02  JR-Exc-Reason-Text   PIC X(24)   VALUE SPACES.
023300
023400 01  JR-PARM-ERROR-LINE.
023500     02  FILLER         PIC X(38) VALUE
023600         "JRNLRECV.PRM INVALID - NOTHING APPLIED".
023700
023800 01  JR-FORWARD-HEADING.
023900     02  FILLER         PIC X(26) VALUE
023950         "FORWARD RECOVERY OF FILE  ".
024000     02  JR-Hdg-File          PIC X(16).
024100     02  FILLER         PIC X(06) VALUE "  TO  ".
024200     02  JR-Hdg-To-Date       PIC 9(08).
024300     02  FILLER         PIC X(01) VALUE SPACE.
024400     02  JR-Hdg-To-Time       PIC 9(08).
024500
024600 01  JR-BACKOUT-HEADING.
024700     02  FILLER         PIC X(16) VALUE "BACKOUT OF JOB  ".
024800     02  JR-Hdg-Job           PIC X(08).
024900     02  FILLER         PIC X(11) VALUE "  RUN DATE ".
025000     02  JR-Hdg-RunDate       PIC 9(08).
025100
025200 01  JR-EXCEPTION-LINE.
025300     02  FILLER         PIC X(11) VALUE "EXCEPTION  ".
025400     02  JR-Exc-File          PIC X(16).
025500     02  FILLER         PIC X(01) VALUE SPACE.
025600     02  JR-Exc-Key           PIC X(20).
025700     02  FILLER         PIC X(01) VALUE SPACE.
025800     02  JR-Exc-Operation     PIC X(01).
025900     02  FILLER         PIC X(01) VALUE SPACE.
026000     02  JR-Exc-JobName       PIC X(08).
026100     02  FILLER         PIC X(01) VALUE SPACE.
026200     02  JR-Exc-Date          PIC 9(08).
026300     02  FILLER         PIC X(01) VALUE SPACE.
026400     02  JR-Exc-Time          PIC 9(08).
026500     02  FILLER         PIC X(02) VALUE SPACES.
026600     02  JR-Exc-Reason        PIC X(24).
026700
026800 01  JR-FILE-LINE.
026900     02  FILLER         PIC X(02) VALUE SPACES.
027000     02  JR-Fl-Name           PIC X(16).
027100     02  FILLER         PIC X(09) VALUE " WRITTEN ".
027200     02  JR-Fl-Written        PIC ZZ,ZZ9.
027300     02  FILLER         PIC X(11) VALUE " REWRITTEN ".
027400     02  JR-Fl-Rewritten      PIC ZZ,ZZ9.
027500     02  FILLER         PIC X(09) VALUE " DELETED ".
027600     02  JR-Fl-Deleted        PIC ZZ,ZZ9.
027700     02  FILLER         PIC X(12) VALUE " EXCEPTIONS ".
027800     02  JR-Fl-Exceptions     PIC ZZ,ZZ9.
027900
028000 01  JR-FILE-MISSING-LINE.
028100     02  FILLER         PIC X(02) VALUE SPACES.
028200     02  JR-Fm-Name           PIC X(16).
028300     02  FILLER         PIC X(14) VALUE " NOT AVAILABLE".
028400
028500 01  JR-SUMMARY-LINE-1.
028600     02  FILLER          PIC X(17) VALUE "ENTRIES READ ----".
028700     02  JR-Read-Out           PIC Z,ZZZ,ZZ9.
028800
028900 01  JR-SUMMARY-LINE-2.
029000     02  FILLER          PIC X(17) VALUE "ENTRIES SELECTED ".
029100     02  JR-Selected-Out       PIC Z,ZZZ,ZZ9.
029200
029300 01  JR-SUMMARY-LINE-3.
029400     02  FILLER          PIC X(17) VALUE "ENTRIES APPLIED -".
029500     02  JR-Applied-Out        PIC Z,ZZZ,ZZ9.
029600
029700 01  JR-SUMMARY-LINE-4.
029800     02  FILLER          PIC X(17) VALUE "EXCEPTIONS ------".
029900     02  JR-Exception-Out      PIC Z,ZZZ,ZZ9.
030000
030100 PROCEDURE DIVISION.
030200*----------------------------------------------------------------*
030300 0000-MAINLINE.
030400*----------------------------------------------------------------*
030500     PERFORM 1000-INITIALIZE
030600         THRU 1000-INITIALIZE-EXIT.
030700     IF NOT JR-Bad-Parm
030800         IF JR-Forward-Mode
030900             PERFORM 2000-FORWARD-ENTRY
031000                 THRU 2000-FORWARD-ENTRY-EXIT
031100                 UNTIL JR-End-Of-Journal
031200         ELSE
031300             PERFORM 3000-BACKOUT-JOB
031400                 THRU 3000-BACKOUT-JOB-EXIT
031500         END-IF
031600         PERFORM 8000-PRINT-SUMMARY
031700             THRU 8000-PRINT-SUMMARY-EXIT
031800         PERFORM 9999-EXIT
031900             THRU 9999-EXIT-EXIT
032000     END-IF.
032100     STOP RUN.
032200
032300*----------------------------------------------------------------*
032400 1000-INITIALIZE.
032500*----------------------------------------------------------------*
032600     PERFORM 1100-READ-PARM
032700         THRU 1100-READ-PARM-EXIT.
032800     IF JR-Bad-Parm
032900         GO TO 1000-INITIALIZE-EXIT.
033000     PERFORM 1200-OPEN-MASTERS
033100         THRU 1200-OPEN-MASTERS-EXIT.
033200     IF JR-Forward-Mode
033300         MOVE JR-File-Filter TO JR-Hdg-File
033400         IF JR-File-Filter = SPACES
033500             MOVE "ALL MASTERS"  TO JR-Hdg-File
033600         END-IF
033700         MOVE JR-To-Date     TO JR-Hdg-To-Date
033800         MOVE JR-To-Time     TO JR-Hdg-To-Time
033900         DISPLAY JR-FORWARD-HEADING
034000         OPEN INPUT JournalFile
034100         PERFORM 1300-READ-JOURNAL
034200             THRU 1300-READ-JOURNAL-EXIT
034300     ELSE
034400         MOVE JR-Backout-Job     TO JR-Hdg-Job
034500         MOVE JR-Backout-RunDate TO JR-Hdg-RunDate
034600         DISPLAY JR-BACKOUT-HEADING
034700     END-IF.
034800 1000-INITIALIZE-EXIT.
034900     EXIT.
035000
035100*----------------------------------------------------------------*
035200 1100-READ-PARM.
035300*----------------------------------------------------------------*
035400*    FORWARD NEEDS AN END DATE, AND A FILE NAME IF GIVEN MUST BE
035500*    ONE OF THE FIVE JOURNALED MASTERS.  BACKOUT NEEDS A JOB NAME
035600*    AND RUN DATE.
035700     OPEN INPUT ParmFile.
035800     READ ParmFile
035900         AT END
036000             SET JR-Bad-Parm TO TRUE
036100     END-READ.
036200     IF NOT JR-Bad-Parm
036300         MOVE Parm-Mode TO JR-Mode
036400         EVALUATE TRUE
036500             WHEN JR-Forward-Mode
036600                 PERFORM 1110-EDIT-FORWARD-PARM
036700                     THRU 1110-EDIT-FORWARD-PARM-EXIT
036800             WHEN JR-Backout-Mode
036900                 IF Parm-JobName = SPACES
037000                    OR Parm-RunDate NOT NUMERIC
037100                    OR Parm-RunDate = ZERO
037200                     SET JR-Bad-Parm TO TRUE
037300                 ELSE
037400                     MOVE Parm-JobName TO JR-Backout-Job
037500                     MOVE Parm-RunDate TO JR-Backout-RunDate
037600                 END-IF
037700             WHEN OTHER
037800                 SET JR-Bad-Parm TO TRUE
037900         END-EVALUATE
038000     END-IF.
038100     CLOSE ParmFile.
038200     IF JR-Bad-Parm
038300         DISPLAY JR-PARM-ERROR-LINE
038400         MOVE 8 TO RETURN-CODE
038500     END-IF.
038600 1100-READ-PARM-EXIT.
038700     EXIT.
038800
038900*----------------------------------------------------------------*
039000 1110-EDIT-FORWARD-PARM.
039100*----------------------------------------------------------------*
039200     IF Parm-To-Date NOT NUMERIC OR Parm-To-Date = ZERO
039300         SET JR-Bad-Parm TO TRUE
039400         GO TO 1110-EDIT-FORWARD-PARM-EXIT.
039500     MOVE Parm-To-Date TO JR-To-Date.
039600     IF Parm-To-Time NUMERIC
039700         MOVE Parm-To-Time TO JR-To-Time
039800     ELSE
039900         MOVE 99999999     TO JR-To-Time
040000     END-IF.
040100     IF Parm-From-Date NUMERIC
040200         MOVE Parm-From-Date TO JR-From-Date
040300     END-IF.
040400     IF Parm-From-Time NUMERIC
040500         MOVE Parm-From-Time TO JR-From-Time
040600     END-IF.
040700     IF JR-From-Stamp > JR-To-Stamp
040800         SET JR-Bad-Parm TO TRUE
040900         GO TO 1110-EDIT-FORWARD-PARM-EXIT.
041000     MOVE Parm-FileName TO JR-File-Filter.
041100     IF JR-File-Filter NOT = SPACES
041200         SET JR-Fx TO 1
041300         SEARCH JR-File-Name
041400             AT END
041500                 SET JR-Bad-Parm TO TRUE
041600             WHEN JR-File-Name (JR-Fx) = JR-File-Filter
041700                 CONTINUE
041800         END-SEARCH
041900     END-IF.
042000 1110-EDIT-FORWARD-PARM-EXIT.
042100     EXIT.
042200
042300*----------------------------------------------------------------*
042400 1200-OPEN-MASTERS.
042500*----------------------------------------------------------------*
042600*    A MASTER THAT IS NOT THERE IS NOT CREATED - ITS ENTRIES ARE
042700*    LISTED AS EXCEPTIONS INSTEAD, SINCE REPLAYING ONTO AN EMPTY
042800*    FILE WOULD NOT GIVE BACK THE MASTER.
042900     OPEN I-O StudentFile.
043000     IF JR-Student-File-Good
043100         MOVE "Y" TO JR-File-Avail-Sw (1)
043200     END-IF.
043300     OPEN I-O EnrollFile.
043400     IF JR-Enroll-File-Good
043500         MOVE "Y" TO JR-File-Avail-Sw (2)
043600     END-IF.
043700     OPEN I-O CourseFile.
043800     IF JR-Course-File-Good
043900         MOVE "Y" TO JR-File-Avail-Sw (3)
044000     END-IF.
044100     OPEN I-O DemoFile.
044200     IF JR-Demo-File-Good
044300         MOVE "Y" TO JR-File-Avail-Sw (4)
044400     END-IF.
044500     OPEN I-O GradeFile.
044600     IF JR-Grade-File-Good
044700         MOVE "Y" TO JR-File-Avail-Sw (5)
044800     END-IF.
044900 1200-OPEN-MASTERS-EXIT.
045000     EXIT.
045100
045200*----------------------------------------------------------------*
045300 1300-READ-JOURNAL.
045400*----------------------------------------------------------------*
045500     READ JournalFile INTO JournalRecord
045600         AT END
045700             SET JR-End-Of-Journal TO TRUE
045800     END-READ.
045900     IF NOT JR-End-Of-Journal
046000         ADD 1 TO JR-Read-Count
046100     END-IF.
046200 1300-READ-JOURNAL-EXIT.
046300     EXIT.
046400
046500*----------------------------------------------------------------*
046600 2000-FORWARD-ENTRY.
046700*----------------------------------------------------------------*
046800     PERFORM 2100-FORWARD-ONE-ENTRY
046900         THRU 2100-FORWARD-ONE-ENTRY-EXIT.
047000     PERFORM 1300-READ-JOURNAL
047100         THRU 1300-READ-JOURNAL-EXIT.
047200 2000-FORWARD-ENTRY-EXIT.
047300     EXIT.
047400
047500*----------------------------------------------------------------*
047600 2100-FORWARD-ONE-ENTRY.
047700*----------------------------------------------------------------*
047800*    A WRITE OR REWRITE LEAVES THE AFTER IMAGE ON FILE, WHETHER
047900*    OR NOT THE KEY IS THERE YET.  A DELETE FOR A KEY ALREADY
048000*    GONE IS LISTED BUT DOES NO HARM.
048100     IF Jrn-Timestamp < JR-From-Stamp
048200        OR Jrn-Timestamp > JR-To-Stamp
048300         GO TO 2100-FORWARD-ONE-ENTRY-EXIT.
048400     IF JR-File-Filter NOT = SPACES
048500        AND Jrn-FileName NOT = JR-File-Filter
048600         GO TO 2100-FORWARD-ONE-ENTRY-EXIT.
048700     ADD 1 TO JR-Selected-Count.
048800     PERFORM 5000-FIND-FILE
048900         THRU 5000-FIND-FILE-EXIT.
049000     IF NOT JR-File-Known
049100         GO TO 2100-FORWARD-ONE-ENTRY-EXIT.
049200     PERFORM 6000-READ-CURRENT
049300         THRU 6000-READ-CURRENT-EXIT.
049400     IF Jrn-Delete
049500         IF JR-Found
049600             PERFORM 6300-DELETE-RECORD
049700                 THRU 6300-DELETE-RECORD-EXIT
049800         ELSE
049900             MOVE "DELETE - NOT ON FILE" TO JR-Exc-Reason-Text
050000             PERFORM 5900-LIST-EXCEPTION
050100                 THRU 5900-LIST-EXCEPTION-EXIT
050200             GO TO 2100-FORWARD-ONE-ENTRY-EXIT
050300         END-IF
050400     ELSE
050500         MOVE Jrn-After-Image TO JR-Apply-Image
050600         IF JR-Found
050700             PERFORM 6200-REWRITE-RECORD
050800                 THRU 6200-REWRITE-RECORD-EXIT
050900         ELSE
051000             PERFORM 6100-WRITE-RECORD
051100                 THRU 6100-WRITE-RECORD-EXIT
051200         END-IF
051300     END-IF.
051400     IF NOT JR-IO-Ok
051500         MOVE "UPDATE FAILED" TO JR-Exc-Reason-Text
051600         PERFORM 5900-LIST-EXCEPTION
051700             THRU 5900-LIST-EXCEPTION-EXIT
051800     END-IF.
051900 2100-FORWARD-ONE-ENTRY-EXIT.
052000     EXIT.
052100
052200*----------------------------------------------------------------*
052300 3000-BACKOUT-JOB.
052400*----------------------------------------------------------------*
052500*    THE JOB'S ENTRIES ARE UNDONE NEWEST FIRST, SO A RECORD THE
052600*    JOB TOUCHED MORE THAN ONCE UNWINDS THROUGH EACH IMAGE BACK
052700*    TO WHAT WAS THERE BEFORE THE JOB RAN.
052800     SORT SortWorkFile
052900         ON DESCENDING KEY SortDate
053000            DESCENDING KEY SortTime
053100            DESCENDING KEY SortSequence
053200         INPUT PROCEDURE IS 3100-SELECT-JOB
053300             THRU 3100-SELECT-JOB-EXIT
053400         GIVING SortedFile.
053500     MOVE "N" TO JR-End-Of-Journal-Sw.
053600     OPEN INPUT SortedFile.
053700     PERFORM 3200-READ-SORTED
053800         THRU 3200-READ-SORTED-EXIT.
053900     PERFORM 3300-BACKOUT-ENTRY
054000         THRU 3300-BACKOUT-ENTRY-EXIT
054100         UNTIL JR-End-Of-Journal.
054200     CLOSE SortedFile.
054300 3000-BACKOUT-JOB-EXIT.
054400     EXIT.
054500
054600*----------------------------------------------------------------*
054700 3100-SELECT-JOB.
054800*----------------------------------------------------------------*
054900     OPEN INPUT JournalFile.
055000     PERFORM 1300-READ-JOURNAL
055100         THRU 1300-READ-JOURNAL-EXIT.
055200     PERFORM 3110-SELECT-ONE-ENTRY
055300         THRU 3110-SELECT-ONE-ENTRY-EXIT
055400         UNTIL JR-End-Of-Journal.
055500     CLOSE JournalFile.
055600 3100-SELECT-JOB-EXIT.
055700     EXIT.
055800
055900*----------------------------------------------------------------*
056000 3110-SELECT-ONE-ENTRY.
056100*----------------------------------------------------------------*
056200     IF Jrn-JobName = JR-Backout-Job
056300        AND Jrn-RunDate = JR-Backout-RunDate
056400         RELEASE SortRecord FROM JournalRecord
056500         ADD 1 TO JR-Selected-Count
056600     END-IF.
056700     PERFORM 1300-READ-JOURNAL
056800         THRU 1300-READ-JOURNAL-EXIT.
056900 3110-SELECT-ONE-ENTRY-EXIT.
057000     EXIT.
057100
057200*----------------------------------------------------------------*
057300 3200-READ-SORTED.
057400*----------------------------------------------------------------*
057500     READ SortedFile INTO JournalRecord
057600         AT END
057700             SET JR-End-Of-Journal TO TRUE
057800     END-READ.
057900 3200-READ-SORTED-EXIT.
058000     EXIT.
058100
058200*----------------------------------------------------------------*
058300 3300-BACKOUT-ENTRY.
058400*----------------------------------------------------------------*
058500     PERFORM 3310-BACKOUT-ONE-ENTRY
058600         THRU 3310-BACKOUT-ONE-ENTRY-EXIT.
058700     PERFORM 3200-READ-SORTED
058800         THRU 3200-READ-SORTED-EXIT.
058900 3300-BACKOUT-ENTRY-EXIT.
059000     EXIT.
059100
059200*----------------------------------------------------------------*
059300 3310-BACKOUT-ONE-ENTRY.
059400*----------------------------------------------------------------*
059500     PERFORM 5000-FIND-FILE
059600         THRU 5000-FIND-FILE-EXIT.
059700     IF NOT JR-File-Known
059800         GO TO 3310-BACKOUT-ONE-ENTRY-EXIT.
059900     PERFORM 6000-READ-CURRENT
060000         THRU 6000-READ-CURRENT-EXIT.
060100     EVALUATE TRUE
060200         WHEN Jrn-Write
060300             PERFORM 3320-UNDO-WRITE
060400                 THRU 3320-UNDO-WRITE-EXIT
060500         WHEN Jrn-Rewrite
060600             PERFORM 3330-UNDO-REWRITE
060700                 THRU 3330-UNDO-REWRITE-EXIT
060800         WHEN Jrn-Delete
060900             PERFORM 3340-UNDO-DELETE
061000                 THRU 3340-UNDO-DELETE-EXIT
061100     END-EVALUATE.
061200 3310-BACKOUT-ONE-ENTRY-EXIT.
061300     EXIT.
061400
061500*----------------------------------------------------------------*
061600 3320-UNDO-WRITE.
061700*----------------------------------------------------------------*
061800     IF NOT JR-Found
061900         MOVE "NO LONGER ON FILE" TO JR-Exc-Reason-Text
062000         PERFORM 5900-LIST-EXCEPTION
062100             THRU 5900-LIST-EXCEPTION-EXIT
062200         GO TO 3320-UNDO-WRITE-EXIT.
062300     IF JR-Current-Image NOT = Jrn-After-Image
062400         MOVE "CHANGED SINCE JOB RAN" TO JR-Exc-Reason-Text
062500         PERFORM 5900-LIST-EXCEPTION
062600             THRU 5900-LIST-EXCEPTION-EXIT
062700         GO TO 3320-UNDO-WRITE-EXIT.
062800     PERFORM 6300-DELETE-RECORD
062900         THRU 6300-DELETE-RECORD-EXIT.
063000     IF JR-IO-Ok
063100         SET JReq-Delete TO TRUE
063200         MOVE Jrn-After-Image TO JReq-Before-Image
063300         MOVE SPACES          TO JReq-After-Image
063400         PERFORM 3390-JOURNAL-BACKOUT
063500             THRU 3390-JOURNAL-BACKOUT-EXIT
063600     ELSE
063700         MOVE "UPDATE FAILED" TO JR-Exc-Reason-Text
063800         PERFORM 5900-LIST-EXCEPTION
063900             THRU 5900-LIST-EXCEPTION-EXIT
064000     END-IF.
064100 3320-UNDO-WRITE-EXIT.
064200     EXIT.
064300
064400*----------------------------------------------------------------*
064500 3330-UNDO-REWRITE.
064600*----------------------------------------------------------------*
064700     IF NOT JR-Found
064800         MOVE "NO LONGER ON FILE" TO JR-Exc-Reason-Text
064900         PERFORM 5900-LIST-EXCEPTION
065000             THRU 5900-LIST-EXCEPTION-EXIT
065100         GO TO 3330-UNDO-REWRITE-EXIT.
065200     IF JR-Current-Image NOT = Jrn-After-Image
065300         MOVE "CHANGED SINCE JOB RAN" TO JR-Exc-Reason-Text
065400         PERFORM 5900-LIST-EXCEPTION
065500             THRU 5900-LIST-EXCEPTION-EXIT
065600         GO TO 3330-UNDO-REWRITE-EXIT.
065700     MOVE Jrn-Before-Image TO JR-Apply-Image.
065800     PERFORM 6200-REWRITE-RECORD
065900         THRU 6200-REWRITE-RECORD-EXIT.
066000     IF JR-IO-Ok
066100         SET JReq-Rewrite TO TRUE
066200         MOVE Jrn-After-Image  TO JReq-Before-Image
066300         MOVE Jrn-Before-Image TO JReq-After-Image
066400         PERFORM 3390-JOURNAL-BACKOUT
066500             THRU 3390-JOURNAL-BACKOUT-EXIT
066600     ELSE
066700         MOVE "UPDATE FAILED" TO JR-Exc-Reason-Text
066800         PERFORM 5900-LIST-EXCEPTION
066900             THRU 5900-LIST-EXCEPTION-EXIT
067000     END-IF.
067100 3330-UNDO-REWRITE-EXIT.
067200     EXIT.
067300
067400*----------------------------------------------------------------*
067500 3340-UNDO-DELETE.
067600*----------------------------------------------------------------*
067700     IF JR-Found
067800         MOVE "BACK ON FILE SINCE JOB" TO JR-Exc-Reason-Text
067900         PERFORM 5900-LIST-EXCEPTION
068000             THRU 5900-LIST-EXCEPTION-EXIT
068100         GO TO 3340-UNDO-DELETE-EXIT.
068200     MOVE Jrn-Before-Image TO JR-Apply-Image.
068300     PERFORM 6100-WRITE-RECORD
068400         THRU 6100-WRITE-RECORD-EXIT.
068500     IF JR-IO-Ok
068600         SET JReq-Write TO TRUE
068700         MOVE SPACES           TO JReq-Before-Image
068800         MOVE Jrn-Before-Image TO JReq-After-Image
068900         PERFORM 3390-JOURNAL-BACKOUT
069000             THRU 3390-JOURNAL-BACKOUT-EXIT
069100     ELSE
069200         MOVE "UPDATE FAILED" TO JR-Exc-Reason-Text
069300         PERFORM 5900-LIST-EXCEPTION
069400             THRU 5900-LIST-EXCEPTION-EXIT
069500     END-IF.
069600 3340-UNDO-DELETE-EXIT.
069700     EXIT.
069800
069900*----------------------------------------------------------------*
070000 3390-JOURNAL-BACKOUT.
070100*----------------------------------------------------------------*
070200*    THE CALLER SETS THE OPERATION AND BOTH IMAGES.
070300     MOVE Jrn-FileName TO JReq-FileName.
070400     MOVE Jrn-Key      TO JReq-Key.
070500     CALL "JrnlLog" USING JobName JournalRequest.
070600 3390-JOURNAL-BACKOUT-EXIT.
070700     EXIT.
070800
070900*----------------------------------------------------------------*
071000 5000-FIND-FILE.
071100*----------------------------------------------------------------*
071200*    SETS JR-FILE-SUB FOR THE ENTRY'S MASTER.  AN ENTRY FOR A
071300*    FILE THIS PROGRAM DOES NOT KNOW, OR FOR A MASTER THAT COULD
071400*    NOT BE OPENED, IS LISTED AND SKIPPED.
071500     MOVE "N"  TO JR-File-Known-Sw.
071600     MOVE ZERO TO JR-File-Sub.
071700     SET JR-Fx TO 1.
071800     SEARCH JR-File-Name
071900         AT END
072000             CONTINUE
072100         WHEN JR-File-Name (JR-Fx) = Jrn-FileName
072200             SET JR-File-Sub TO JR-Fx
072300     END-SEARCH.
072400     IF JR-File-Sub = ZERO
072500         MOVE "UNKNOWN FILE NAME" TO JR-Exc-Reason-Text
072600         PERFORM 5900-LIST-EXCEPTION
072700             THRU 5900-LIST-EXCEPTION-EXIT
072800         GO TO 5000-FIND-FILE-EXIT.
072900     IF NOT JR-File-Avail (JR-File-Sub)
073000         MOVE "FILE NOT AVAILABLE" TO JR-Exc-Reason-Text
073100         PERFORM 5900-LIST-EXCEPTION
073200             THRU 5900-LIST-EXCEPTION-EXIT
073300         GO TO 5000-FIND-FILE-EXIT.
073400     SET JR-File-Known TO TRUE.
073500 5000-FIND-FILE-EXIT.
073600     EXIT.
073700
073800*----------------------------------------------------------------*
073900 5900-LIST-EXCEPTION.
074000*----------------------------------------------------------------*
074100*    THE CALLER SETS THE REASON TEXT.
074200     MOVE Jrn-FileName       TO JR-Exc-File.
074300     MOVE Jrn-Key            TO JR-Exc-Key.
074400     MOVE Jrn-Operation      TO JR-Exc-Operation.
074500     MOVE Jrn-JobName        TO JR-Exc-JobName.
074600     MOVE Jrn-Date           TO JR-Exc-Date.
074700     MOVE Jrn-Time           TO JR-Exc-Time.
074800     MOVE JR-Exc-Reason-Text TO JR-Exc-Reason.
074900     DISPLAY JR-EXCEPTION-LINE.
075000     ADD 1 TO JR-Exception-Count.
075100     IF JR-File-Sub > ZERO
075200         ADD 1 TO JR-File-Exc-Count (JR-File-Sub)
075300     END-IF.
075400 5900-LIST-EXCEPTION-EXIT.
075500     EXIT.
075600
075700*----------------------------------------------------------------*
075800 6000-READ-CURRENT.
075900*----------------------------------------------------------------*
076000*    EVERY JOURNALED MASTER CARRIES ITS KEY AT THE FRONT OF THE
076100*    RECORD, SO MOVING THE JOURNAL KEY TO THE RECORD AREA SETS
076200*    THE KEY FOR THE READ.
076300     MOVE "N"    TO JR-Found-Sw.
076400     MOVE SPACES TO JR-Current-Image.
076500     EVALUATE JR-File-Sub
076600         WHEN 1
076700             MOVE Jrn-Key TO StudentDetails
076800             READ StudentFile
076900                 INVALID KEY
077000                     CONTINUE
077100                 NOT INVALID KEY
077200                     SET JR-Found TO TRUE
077300                     MOVE StudentDetails TO JR-Current-Image
077400             END-READ
077500         WHEN 2
077600             MOVE Jrn-Key TO EnrollmentRecord
077700             READ EnrollFile
077800                 INVALID KEY
077900                     CONTINUE
078000                 NOT INVALID KEY
078100                     SET JR-Found TO TRUE
078200                     MOVE EnrollmentRecord TO JR-Current-Image
078300             END-READ
078400         WHEN 3
078500             MOVE Jrn-Key TO CourseRecord
078600             READ CourseFile
078700                 INVALID KEY
078800                     CONTINUE
078900                 NOT INVALID KEY
079000                     SET JR-Found TO TRUE
079100                     MOVE CourseRecord TO JR-Current-Image
079200             END-READ
079300         WHEN 4
079400             MOVE Jrn-Key TO StudentDemographics
079500             READ DemoFile
079600                 INVALID KEY
079700                     CONTINUE
079800                 NOT INVALID KEY
079900                     SET JR-Found TO TRUE
080000                     MOVE StudentDemographics TO JR-Current-Image
080100             END-READ
080200         WHEN 5
080300             MOVE Jrn-Key TO GradeRecord
080400             READ GradeFile
080500                 INVALID KEY
080600                     CONTINUE
080700                 NOT INVALID KEY
080800                     SET JR-Found TO TRUE
080900                     MOVE GradeRecord TO JR-Current-Image
081000             END-READ
081100     END-EVALUATE.
081200 6000-READ-CURRENT-EXIT.
081300     EXIT.
081400
081500*----------------------------------------------------------------*
081600 6100-WRITE-RECORD.
081700*----------------------------------------------------------------*
081800     MOVE "N" TO JR-IO-Ok-Sw.
081900     EVALUATE JR-File-Sub
082000         WHEN 1
082100             MOVE JR-Apply-Image TO StudentDetails
082200             WRITE StudentDetails
082300                 INVALID KEY
082400                     CONTINUE
082500                 NOT INVALID KEY
082600                     SET JR-IO-Ok TO TRUE
082700             END-WRITE
082800         WHEN 2
082900             MOVE JR-Apply-Image TO EnrollmentRecord
083000             WRITE EnrollmentRecord
083100                 INVALID KEY
083200                     CONTINUE
083300                 NOT INVALID KEY
083400                     SET JR-IO-Ok TO TRUE
083500             END-WRITE
083600         WHEN 3
083700             MOVE JR-Apply-Image TO CourseRecord
083800             WRITE CourseRecord
083900                 INVALID KEY
084000                     CONTINUE
084100                 NOT INVALID KEY
084200                     SET JR-IO-Ok TO TRUE
084300             END-WRITE
084400         WHEN 4
084500             MOVE JR-Apply-Image TO StudentDemographics
084600             WRITE StudentDemographics
084700                 INVALID KEY
084800                     CONTINUE
084900                 NOT INVALID KEY
085000                     SET JR-IO-Ok TO TRUE
085100             END-WRITE
085200         WHEN 5
085300             MOVE JR-Apply-Image TO GradeRecord
085400             WRITE GradeRecord
085500                 INVALID KEY
085600                     CONTINUE
085700                 NOT INVALID KEY
085800                     SET JR-IO-Ok TO TRUE
085900             END-WRITE
086000     END-EVALUATE.
086100     IF JR-IO-Ok
086200         ADD 1 TO JR-Written-Count (JR-File-Sub)
086300                  JR-Applied-Count
086400     END-IF.
086500 6100-WRITE-RECORD-EXIT.
086600     EXIT.
086700
086800*----------------------------------------------------------------*
086900 6200-REWRITE-RECORD.
087000*----------------------------------------------------------------*
087100     MOVE "N" TO JR-IO-Ok-Sw.
087200     EVALUATE JR-File-Sub
087300         WHEN 1
087400             MOVE JR-Apply-Image TO StudentDetails
087500             REWRITE StudentDetails
087600                 INVALID KEY
087700                     CONTINUE
087800                 NOT INVALID KEY
087900                     SET JR-IO-Ok TO TRUE
088000             END-REWRITE
088100         WHEN 2
088200             MOVE JR-Apply-Image TO EnrollmentRecord
088300             REWRITE EnrollmentRecord
088400                 INVALID KEY
088500                     CONTINUE
088600                 NOT INVALID KEY
088700                     SET JR-IO-Ok TO TRUE
088800             END-REWRITE
088900         WHEN 3
089000             MOVE JR-Apply-Image TO CourseRecord
089100             REWRITE CourseRecord
089200                 INVALID KEY
089300                     CONTINUE
089400                 NOT INVALID KEY
089500                     SET JR-IO-Ok TO TRUE
089600             END-REWRITE
089700         WHEN 4
089800             MOVE JR-Apply-Image TO StudentDemographics
089900             REWRITE StudentDemographics
090000                 INVALID KEY
090100                     CONTINUE
090200                 NOT INVALID KEY
090300                     SET JR-IO-Ok TO TRUE
090400             END-REWRITE
090500         WHEN 5
090600             MOVE JR-Apply-Image TO GradeRecord
090700             REWRITE GradeRecord
090800                 INVALID KEY
090900                     CONTINUE
091000                 NOT INVALID KEY
091100                     SET JR-IO-Ok TO TRUE
091200             END-REWRITE
091300     END-EVALUATE.
091400     IF JR-IO-Ok
091500         ADD 1 TO JR-Rewritten-Count (JR-File-Sub)
091600                  JR-Applied-Count
091700     END-IF.
091800 6200-REWRITE-RECORD-EXIT.
091900     EXIT.
092000
092100*----------------------------------------------------------------*
092200 6300-DELETE-RECORD.
092300*----------------------------------------------------------------*
092400*    ONLY CALLED RIGHT AFTER 6000-READ-CURRENT FOUND THE RECORD,
092500*    SO THE KEY IS ALREADY IN THE RECORD AREA.
092600     MOVE "N" TO JR-IO-Ok-Sw.
092700     EVALUATE JR-File-Sub
092800         WHEN 1
092900             DELETE StudentFile
093000                 INVALID KEY
093100                     CONTINUE
093200                 NOT INVALID KEY
093300                     SET JR-IO-Ok TO TRUE
093400             END-DELETE
093500         WHEN 2
093600             DELETE EnrollFile
093700                 INVALID KEY
093800                     CONTINUE
093900                 NOT INVALID KEY
094000                     SET JR-IO-Ok TO TRUE
094100             END-DELETE
094200         WHEN 3
094300             DELETE CourseFile
094400                 INVALID KEY
094500                     CONTINUE
094600                 NOT INVALID KEY
094700                     SET JR-IO-Ok TO TRUE
094800             END-DELETE
094900         WHEN 4
095000             DELETE DemoFile
095100                 INVALID KEY
095200                     CONTINUE
095300                 NOT INVALID KEY
095400                     SET JR-IO-Ok TO TRUE
095500             END-DELETE
095600         WHEN 5
095700             DELETE GradeFile
095800                 INVALID KEY
095900                     CONTINUE
096000                 NOT INVALID KEY
096100                     SET JR-IO-Ok TO TRUE
096200             END-DELETE
096300     END-EVALUATE.
096400     IF JR-IO-Ok
096500         ADD 1 TO JR-Deleted-Count (JR-File-Sub)
096600                  JR-Applied-Count
096700     END-IF.
096800 6300-DELETE-RECORD-EXIT.
096900     EXIT.
097000
097100*----------------------------------------------------------------*
097200 8000-PRINT-SUMMARY.
097300*----------------------------------------------------------------*
097400     PERFORM 8100-PRINT-FILE-LINE
097500         THRU 8100-PRINT-FILE-LINE-EXIT
097600         VARYING JR-File-Sub FROM 1 BY 1
097700         UNTIL JR-File-Sub > JR-File-Max.
097800     MOVE JR-Read-Count      TO JR-Read-Out.
097900     MOVE JR-Selected-Count  TO JR-Selected-Out.
098000     MOVE JR-Applied-Count   TO JR-Applied-Out.
098100     MOVE JR-Exception-Count TO JR-Exception-Out.
098200     DISPLAY JR-SUMMARY-LINE-1.
098300     DISPLAY JR-SUMMARY-LINE-2.
098400     DISPLAY JR-SUMMARY-LINE-3.
098500     DISPLAY JR-SUMMARY-LINE-4.
098600     IF JR-Exception-Count > ZERO
098700         MOVE 4 TO RETURN-CODE
098800     END-IF.
098900 8000-PRINT-SUMMARY-EXIT.
099000     EXIT.
099100
099200*----------------------------------------------------------------*
099300 8100-PRINT-FILE-LINE.
099400*----------------------------------------------------------------*
099500     IF NOT JR-File-Avail (JR-File-Sub)
099600         MOVE JR-File-Name (JR-File-Sub) TO JR-Fm-Name
099700         DISPLAY JR-FILE-MISSING-LINE
099800         GO TO 8100-PRINT-FILE-LINE-EXIT.
099900     MOVE JR-File-Name (JR-File-Sub)       TO JR-Fl-Name.
100000     MOVE JR-Written-Count (JR-File-Sub)   TO JR-Fl-Written.
100100     MOVE JR-Rewritten-Count (JR-File-Sub) TO JR-Fl-Rewritten.
100200     MOVE JR-Deleted-Count (JR-File-Sub)   TO JR-Fl-Deleted.
100300     MOVE JR-File-Exc-Count (JR-File-Sub)  TO JR-Fl-Exceptions.
100400     DISPLAY JR-FILE-LINE.
100500 8100-PRINT-FILE-LINE-EXIT.
100600     EXIT.
100700
100800*----------------------------------------------------------------*
100900 9999-EXIT.
101000*----------------------------------------------------------------*
101100     CALL "JrnlClose".
101200     IF JR-Forward-Mode
101300         CLOSE JournalFile
101400     END-IF.
101500     IF JR-File-Avail (1)
101600         CLOSE StudentFile
101700     END-IF.
101800     IF JR-File-Avail (2)
101900         CLOSE EnrollFile
102000     END-IF.
102100     IF JR-File-Avail (3)
102200         CLOSE CourseFile
102300     END-IF.
102400     IF JR-File-Avail (4)
102500         CLOSE DemoFile
102600     END-IF.
102700     IF JR-File-Avail (5)
102800         CLOSE GradeFile
102900     END-IF.
103000 9999-EXIT-EXIT.
103100     EXIT.
