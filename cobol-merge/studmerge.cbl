001000 IDENTIFICATION DIVISION.
001100 PROGRAM-ID.     StudMerge.
001200 AUTHOR.         J PELLETIER.
001300 INSTALLATION.   REGISTRAR SYSTEMS.
001400 DATE-WRITTEN.   2026-10-10.
001500 DATE-COMPILED.
001600*----------------------------------------------------------------*
001700*  MODIFICATION HISTORY                                          *
001800*  2026-10-10  JP  INITIAL VERSION - CONTROLLED MERGE OF         *
001900*                  DUPLICATE STUDENTIDS FROM APPROVED PAIRS ON   *
002000*                  MERGE.TRN, WITH HEADER/TRAILER CONTROL TOTALS *
002100*                  AND A RECORD-BY-RECORD MERGE LOG.             *
002125*  2026-10-15  JP  EVERY WRITE, REWRITE AND DELETE ON THE        *
002150*                  STUDENT, ENROLLMENT, GRADE AND DEMOGRAPHICS   *
002175*                  MASTERS IS NOW JOURNALED THROUGH JRNLLOG.     *
002200*----------------------------------------------------------------*
002300*
002400*    THIS PROGRAM APPLIES THE REGISTRAR'S APPROVED DUPLICATE
002500*    PAIRS (MERGE.TRN, NORMALLY TAKEN FROM THE DUPMATCH LISTING).
002600*    EACH "M" RECORD NAMES A SURVIVING STUDENTID AND A VICTIM
002700*    STUDENTID FOR THE SAME PERSON.  THE FEED MUST BALANCE TO ITS
002800*    HEADER/TRAILER (COUNT AND VICTIM STUDENTID HASH) BEFORE
002900*    ANYTHING IS APPLIED - AN OUT-OF-BALANCE FEED APPLIES NOTHING
003000*    AND ENDS WITH RETURN-CODE 8.  BOTH STUDENTIDS MUST BE ON
003100*    STUDENTS.DAT AND NEITHER MAY ALREADY BE MERGED.
003200*
003300*    FOR EACH PAIR EVERY RECORD FILED UNDER THE VICTIM IS RE-KEYED
003400*    TO THE SURVIVOR.  WHERE THE SURVIVOR ALREADY HOLDS A RECORD
003500*    WITH THE SAME KEY:
003600*      ENROLL.DAT      - THE SURVIVOR'S ENROLLMENT STANDS AND
003700*                        THE VICTIM'S IS DROPPED.
003800*      GRADES.DAT      - THE SURVIVOR'S GRADE STANDS UNLESS IT
003900*                        IS AN INCOMPLETE AND THE VICTIM'S IS
004000*                        NOT - THEN THE VICTIM'S REPLACES IT.
004100*      STUDENTDEMO.DAT - THE SURVIVOR'S DETAILS STAND; A BLANK
004200*                        DATE OF BIRTH, ADDRESS, PHONE OR
004300*                        EMERGENCY CONTACT IS FILLED FROM THE
004400*                        VICTIM'S.
004500*      STANDING.DAT    - THE MORE RECENT DECISION STANDS.
004600*      WAITLIST.DAT    - THE VICTIM'S ENTRY IS DROPPED WHEN THE
004700*                        SURVIVOR IS ALREADY ENROLLED IN OR
004800*                        WAITING FOR THE SAME COURSE AND TERM.
004900*    THE VICTIM'S MASTER RECORD IS THEN MARKED MERGED ("M") AS OF
005000*    THE RUN DATE AND A MERGED.DAT RECORD POINTS IT AT THE
005100*    SURVIVOR.  WAITLIST.DAT IS A SEQUENTIAL FILE, SO IT IS
005200*    RE-KEYED ONCE FOR ALL THE PAIRS AT THE END OF THE RUN.
005300*    EVERY RECORD MOVED, REPLACED OR DROPPED IS WRITTEN TO
005400*    STUDMERGE.LOG WITH ITS OLD AND NEW KEY AND THE VICTIM'S
005500*    IMAGE, AND LOGGED THROUGH AUDITLOG - A "D" AGAINST THE
005600*    VICTIM AND AN "A" OR "C" AGAINST THE SURVIVOR.  CHANGES TO
005625*    STUDENTS, ENROLL, GRADES AND STUDENTDEMO ALSO GO TO
005650*    RECOVERY.JNL WITH FULL BEFORE AND AFTER IMAGES, SO JRNLRECV
005675*    CAN REPLAY OR BACK OUT A MERGE LIKE ANY OTHER UPDATE.
005700*
005800 ENVIRONMENT DIVISION.
005900 INPUT-OUTPUT SECTION.
006000 FILE-CONTROL.
006100     SELECT StudentFile     ASSIGN TO "STUDENTS.DAT"
006200            ORGANIZATION IS INDEXED
006300            ACCESS MODE IS RANDOM
006400            RECORD KEY IS StudentId.
006500
006600     SELECT EnrollFile      ASSIGN TO "ENROLL.DAT"
006700            ORGANIZATION IS INDEXED
006800            ACCESS MODE IS DYNAMIC
006900            RECORD KEY IS Enr-Key
007000            ALTERNATE RECORD KEY IS Enr-Course-Term
007100                WITH DUPLICATES
007200            FILE STATUS IS MR-Enroll-File-Status.
007300
007400     SELECT GradeFile       ASSIGN TO "GRADES.DAT"
007500            ORGANIZATION IS INDEXED
007600            ACCESS MODE IS DYNAMIC
007700            RECORD KEY IS Grd-Key
007800            FILE STATUS IS MR-Grade-File-Status.
007900
008000     SELECT DemoFile        ASSIGN TO "STUDENTDEMO.DAT"
008100            ORGANIZATION IS INDEXED
008200            ACCESS MODE IS RANDOM
008300            RECORD KEY IS Demo-StudentId
008400            FILE STATUS IS MR-Demo-File-Status.
008500
008600     SELECT StandingFile    ASSIGN TO "STANDING.DAT"
008700            ORGANIZATION IS INDEXED
008800            ACCESS MODE IS RANDOM
008900            RECORD KEY IS Stand-StudentId
009000            FILE STATUS IS MR-Stand-File-Status.
009100
009200     SELECT MergeFile       ASSIGN TO "MERGED.DAT"
009300            ORGANIZATION IS INDEXED
009400            ACCESS MODE IS RANDOM
009500            RECORD KEY IS Mrg-VictimId
009600            FILE STATUS IS MR-Merge-File-Status.
009700
009800     SELECT OPTIONAL WaitlistFile ASSIGN TO "WAITLIST.DAT"
009900            ORGANIZATION IS LINE SEQUENTIAL.
010000
010100     SELECT NewWaitFile     ASSIGN TO "WAITLIST.NEW"
010200            ORGANIZATION IS LINE SEQUENTIAL.
010300
010400     SELECT TransactionFile ASSIGN TO "MERGE.TRN"
010500            ORGANIZATION IS LINE SEQUENTIAL.
010600
010700     SELECT MergeLogFile    ASSIGN TO "STUDMERGE.LOG"
010800            ORGANIZATION IS LINE SEQUENTIAL.
010900
011000 DATA DIVISION.
011100 FILE SECTION.
011200 FD  StudentFile.
011300     COPY STUDENT.CPY.
011400
011500 FD  EnrollFile.
011600     COPY ENROLREC.CPY.
011700
011800 FD  GradeFile.
011900     COPY GRADEREC.CPY.
012000
012100 FD  DemoFile.
012200     COPY DEMOREC.CPY.
012300
012400 FD  StandingFile.
012500     COPY STANDREC.CPY.
012600
012700 FD  MergeFile.
012800     COPY MERGEREC.CPY.
012900
013000 FD  WaitlistFile.
013100     COPY WAITREC.CPY.
013200
013300 FD  NewWaitFile.
013400     COPY WAITREC.CPY REPLACING
013500            ==WaitlistRecord== BY ==NewWaitRecord==
013600            ==Wait-Action== BY ==NW-Action==
013700            ==Wait-Add== BY ==NW-Add==
013800            ==Wait-Change== BY ==NW-Change==
013900            ==Wait-Enroll== BY ==NW-Enroll==
014000            ==Wait-StudentId== BY ==NW-StudentId==
014100            ==Wait-StudentName== BY ==NW-StudentName==
014200            ==Wait-Surname== BY ==NW-Surname==
014300            ==Wait-Initials== BY ==NW-Initials==
014400            ==Wait-CourseCode== BY ==NW-CourseCode==
014500            ==Wait-Term== BY ==NW-Term==
014600            ==Wait-Gender== BY ==NW-Gender==
014700            ==Wait-Date== BY ==NW-Date==.
014800
014900 FD  TransactionFile.
015000     COPY MERGETRN.CPY.
015100
015200 FD  MergeLogFile.
015300 01  MergeLogRecord.
015400     02  ML-SurvivorId         PIC 9(07).
015500     02  FILLER                PIC X(01).
015600     02  ML-VictimId           PIC 9(07).
015700     02  FILLER                PIC X(01).
015800     02  ML-File               PIC X(08).
015900     02  FILLER                PIC X(01).
016000     02  ML-Old-Key            PIC X(16).
016100     02  FILLER                PIC X(01).
016200     02  ML-New-Key            PIC X(16).
016300     02  FILLER                PIC X(01).
016400     02  ML-Disposition        PIC X(08).
016500     02  FILLER                PIC X(01).
016600     02  ML-Victim-Image       PIC X(101).
016700
016800 WORKING-STORAGE SECTION.
016900 01  JobName               PIC X(08)   VALUE "STUDMRGE".
017000
017100 01  MR-SWITCHES.
017200     02  MR-End-Of-Trans-Sw    PIC X       VALUE "N".
017300         88  MR-End-Of-Trans      VALUE "Y".
017400     02  MR-Bad-Trans-Sw       PIC X       VALUE "N".
017500         88  MR-Bad-Trans         VALUE "Y".
017600     02  MR-Header-Found-Sw    PIC X       VALUE "N".
017700         88  MR-Header-Found      VALUE "Y".
017800     02  MR-Trailer-Found-Sw   PIC X       VALUE "N".
017900         88  MR-Trailer-Found     VALUE "Y".
018000     02  MR-Out-Of-Balance-Sw  PIC X       VALUE "N".
018100         88  MR-Out-Of-Balance    VALUE "Y".
018200     02  MR-End-Of-Moves-Sw    PIC X       VALUE "N".
018300         88  MR-End-Of-Moves      VALUE "Y".
018400     02  MR-End-Of-Wait-Sw     PIC X       VALUE "N".
018500         88  MR-End-Of-Wait       VALUE "Y".
018600     02  MR-End-Of-New-Sw      PIC X       VALUE "N".
018700         88  MR-End-Of-New        VALUE "Y".
018800     02  MR-Found-Sw           PIC X       VALUE "N".
018900         88  MR-Found             VALUE "Y".
019000     02  MR-Filled-Sw          PIC X       VALUE "N".
019100         88  MR-Filled            VALUE "Y".
019200     02  MR-No-Enroll-File-Sw  PIC X       VALUE "N".
019300         88  MR-No-Enroll-File    VALUE "Y".
019400     02  MR-No-Grade-File-Sw   PIC X       VALUE "N".
019500         88  MR-No-Grade-File     VALUE "Y".
019600     02  MR-No-Demo-File-Sw    PIC X       VALUE "N".
019700         88  MR-No-Demo-File      VALUE "Y".
019800     02  MR-No-Stand-File-Sw   PIC X       VALUE "N".
019900         88  MR-No-Stand-File     VALUE "Y".
020000
020100 01  MR-Enroll-File-Status     PIC XX.
020200     88  MR-Enroll-File-Good      VALUE "00".
020300     88  MR-Enroll-File-Missing   VALUE "35".
020400
020500 01  MR-Grade-File-Status      PIC XX.
020600     88  MR-Grade-File-Good       VALUE "00".
020700     88  MR-Grade-File-Missing    VALUE "35".
020800
020900 01  MR-Demo-File-Status       PIC XX.
021000     88  MR-Demo-File-Good        VALUE "00".
021100     88  MR-Demo-File-Missing     VALUE "35".
021200
021300 01  MR-Stand-File-Status      PIC XX.
021400     88  MR-Stand-File-Good       VALUE "00".
021500     88  MR-Stand-File-Missing    VALUE "35".
021600
021700 01  MR-Merge-File-Status      PIC XX.
021800     88  MR-Merge-File-Good       VALUE "00".
021900     88  MR-Merge-File-Missing    VALUE "35".
022000
022100 01  MR-COUNTERS.
022200     02  MR-Merged-Count       PIC 9(05)   COMP    VALUE ZERO.
022300     02  MR-Reject-Count       PIC 9(05)   COMP    VALUE ZERO.
022400     02  MR-Moved-Count        PIC 9(05)   COMP    VALUE ZERO.
022500     02  MR-Replaced-Count     PIC 9(05)   COMP    VALUE ZERO.
022600     02  MR-Dropped-Count      PIC 9(05)   COMP    VALUE ZERO.
022700     02  MR-Pair-Moved-Count   PIC 9(05)   COMP    VALUE ZERO.
022800     02  MR-Pair-Dropped-Count PIC 9(05)   COMP    VALUE ZERO.
022900
023000 01  MR-CONTROL-FIELDS.
023100     02  MR-Trans-Read-Count   PIC 9(07)   COMP    VALUE ZERO.
023200     02  MR-Hash-Accum         PIC 9(13)           VALUE ZERO.
023300     02  MR-Ctl-Expected-Count PIC 9(07)           VALUE ZERO.
023400     02  MR-Ctl-Expected-Hash  PIC 9(13)           VALUE ZERO.
023500
023600*    ONE ENTRY PER PAIR MERGED THIS RUN, FOR THE WAITLIST PASS.
023700 01  MR-PAIR-TABLE.
023800     02  MR-Pair-Max           PIC 9(03)   COMP    VALUE 500.
023900     02  MR-Pair-Count         PIC 9(03)   COMP    VALUE ZERO.
024000     02  MR-Pair-Entry OCCURS 500 TIMES
024100                       INDEXED BY MR-Px.
024200         03  MR-Pair-VictimId    PIC 9(7).
024300         03  MR-Pair-SurvivorId  PIC 9(7).
024400         03  MR-Pair-Surname     PIC X(8).
024500         03  MR-Pair-Initials    PIC XX.
024600         03  MR-Pair-Gender      PIC X.
024700
024800*    SURVIVOR WAITLIST ENTRIES, SO A RE-KEYED VICTIM ENTRY NEVER
024900*    QUEUES THE SAME PERSON TWICE FOR ONE COURSE AND TERM.
025000 01  MR-WAIT-TABLE.
025100     02  MR-Wait-Max           PIC 9(04)   COMP    VALUE 1000.
025200     02  MR-Wait-Count         PIC 9(04)   COMP    VALUE ZERO.
025300     02  MR-Wait-Entry OCCURS 1000 TIMES
025400                       INDEXED BY MR-Wx.
025500         03  MR-Wait-StudentId   PIC 9(7).
025600         03  MR-Wait-CourseCode  PIC X(4).
025700         03  MR-Wait-Term        PIC X(5).
025800
025900 01  MR-CURRENT-PAIR.
026000     02  MR-Cur-SurvivorId     PIC 9(7)    VALUE ZERO.
026100     02  MR-Cur-VictimId       PIC 9(7)    VALUE ZERO.
026200     02  MR-Cur-Surname        PIC X(8)    VALUE SPACES.
026300     02  MR-Cur-Initials       PIC XX      VALUE SPACES.
026400     02  MR-Cur-Gender         PIC X       VALUE SPACE.
026500
026600 01  MR-LOG-FIELDS.
026700     02  MR-Log-File           PIC X(08)   VALUE SPACES.
026800     02  MR-Log-Old-Key.
026900         03  MR-Old-StudentId    PIC 9(7).
027000         03  MR-Old-Key-Rest     PIC X(9).
027100     02  MR-Log-New-Key.
027200         03  MR-New-StudentId    PIC 9(7).
027300         03  MR-New-Key-Rest     PIC X(9).
027400     02  MR-Log-Disposition    PIC X(08)   VALUE SPACES.
027500         88  MR-Log-Moved         VALUE "MOVED".
027600         88  MR-Log-Dropped       VALUE "DROPPED".
027700         88  MR-Log-Replaced      VALUE "REPLACED".
027800         88  MR-Log-Filled        VALUE "FILLED".
027900         88  MR-Log-Retired       VALUE "RETIRED".
028000     02  MR-Log-Image          PIC X(101)  VALUE SPACES.
028100
028200 01  MR-WORK-FIELDS.
028300     02  MR-Reject-Reason      PIC X(30)   VALUE SPACES.
028400     02  MR-Vic-Grade          PIC X(01)   VALUE SPACE.
028500     02  MR-Vic-Stand-RunDate  PIC 9(08)   VALUE ZERO.
028600
028700 01  MR-Victim-Record          PIC X(101)  VALUE SPACES.
028800
028900     COPY DEMOREC.CPY REPLACING
029000            ==StudentDemographics== BY ==MR-Victim-Demo==
029100            ==Demo-StudentId== BY ==Vic-StudentId==
029200            ==Demo-DateOfBirth== BY ==Vic-DateOfBirth==
029300            ==Demo-Address== BY ==Vic-Address==
029400            ==Demo-Street== BY ==Vic-Street==
029500            ==Demo-City== BY ==Vic-City==
029600            ==Demo-State== BY ==Vic-State==
029700            ==Demo-ZipCode== BY ==Vic-ZipCode==
029800            ==Demo-Phone== BY ==Vic-Phone==
029900            ==Demo-Emergency-Contact==
030000                BY ==Vic-Emergency-Contact==
030100            ==Demo-EC-Name== BY ==Vic-EC-Name==
030200            ==Demo-EC-Phone== BY ==Vic-EC-Phone==.
030300
030333     COPY JRNLPARM.CPY.
030366
030400 01  MR-RUN-DATE-FIELDS.
030500     02  MR-Run-Date-YY        PIC 9(2).
030600     02  MR-Run-Date-MM        PIC 9(2).
030700     02  MR-Run-Date-DD        PIC 9(2).
030800
030900 01  MR-Run-Date-CCYYMMDD.
031000     02  MR-Run-Date-Century   PIC 9(2)    VALUE 20.
031100     02  MR-Run-Date-YY-Out    PIC 9(2).
031200     02  MR-Run-Date-MM-Out    PIC 9(2).
031300     02  MR-Run-Date-DD-Out    PIC 9(2).
031400 01  MR-Run-Date REDEFINES MR-Run-Date-CCYYMMDD
031500                               PIC 9(8).
031600
031700 01  MR-REJECT-LINE.
031800     02  FILLER               PIC X(06)   VALUE "MERGE ".
031900     02  MR-Rej-SurvivorId    PIC X(07).
032000     02  FILLER               PIC X(01)   VALUE SPACE.
032100     02  MR-Rej-VictimId      PIC X(07).
032200     02  FILLER               PIC X(03)   VALUE " - ".
032300     02  MR-Rej-Reason        PIC X(30).
032400
032500 01  MR-MERGED-LINE.
032600     02  FILLER               PIC X(06)   VALUE "MERGE ".
032700     02  MR-Mrg-SurvivorId    PIC 9(07).
032800     02  FILLER               PIC X(01)   VALUE SPACE.
032900     02  MR-Mrg-VictimId      PIC 9(07).
033000     02  FILLER               PIC X(10)   VALUE " - MOVED  ".
033100     02  MR-Mrg-Moved         PIC ZZ,ZZ9.
033200     02  FILLER               PIC X(10)   VALUE "  DROPPED ".
033300     02  MR-Mrg-Dropped       PIC ZZ,ZZ9.
033400
033500 01  MR-SUMMARY-LINE-1.
033600     02  FILLER          PIC X(17) VALUE "PAIRS MERGED ----".
033700     02  MR-Merged-Out         PIC ZZ,ZZ9.
033800
033900 01  MR-SUMMARY-LINE-2.
034000     02  FILLER          PIC X(17) VALUE "PAIRS REJECTED --".
034100     02  MR-Reject-Out         PIC ZZ,ZZ9.
034200
034300 01  MR-SUMMARY-LINE-3.
034400     02  FILLER          PIC X(17) VALUE "RECORDS MOVED ---".
034500     02  MR-Moved-Out          PIC ZZ,ZZ9.
034600
034700 01  MR-SUMMARY-LINE-4.
034800     02  FILLER          PIC X(17) VALUE "RECORDS REPLACED-".
034900     02  MR-Replaced-Out       PIC ZZ,ZZ9.
035000
035100 01  MR-SUMMARY-LINE-5.
035200     02  FILLER          PIC X(17) VALUE "RECORDS DROPPED -".
035300     02  MR-Dropped-Out        PIC ZZ,ZZ9.
035400
035500 01  MR-SUMMARY-LINE-6.
035600     02  FILLER          PIC X(17) VALUE "TRANS EXPECTED --".
035700     02  MR-Expected-Out       PIC Z,ZZZ,ZZ9.
035800
035900 01  MR-SUMMARY-LINE-7.
036000     02  FILLER          PIC X(17) VALUE "TRANS APPLIED ---".
036100     02  MR-Applied-Out        PIC Z,ZZZ,ZZ9.
036200
036300 01  MR-OOB-LINE-1.
036400     02  FILLER          PIC X(24) VALUE
036500         "MERGE.TRN OUT OF BALANCE".
036600     02  FILLER          PIC X(26) VALUE
036700         " - NO TRANSACTIONS APPLIED".
036800
036900 01  MR-OOB-LINE-2.
037000     02  FILLER          PIC X(17) VALUE "  COUNT EXPECTED ".
037100     02  MR-OOB-Count-Exp      PIC Z,ZZZ,ZZ9.
037200     02  FILLER          PIC X(07) VALUE "  READ ".
037300     02  MR-OOB-Count-Read     PIC Z,ZZZ,ZZ9.
037400
037500 01  MR-OOB-LINE-3.
037600     02  FILLER          PIC X(17) VALUE "  HASH  EXPECTED ".
037700     02  MR-OOB-Hash-Exp       PIC 9(13).
037800     02  FILLER          PIC X(11) VALUE "  COMPUTED ".
037900     02  MR-OOB-Hash-Read      PIC 9(13).
038000
038100 01  MR-OOB-LINE-4.
038200     02  FILLER          PIC X(34) VALUE
038300         "  HEADER OR TRAILER RECORD MISSING".
038400
038500 PROCEDURE DIVISION.
038600*----------------------------------------------------------------*
038700 0000-MAINLINE.
038800*----------------------------------------------------------------*
038900     PERFORM 1000-INITIALIZE
039000         THRU 1000-INITIALIZE-EXIT.
039100     PERFORM 2000-APPLY-TRANSACTION
039200         THRU 2000-APPLY-TRANSACTION-EXIT
039300         UNTIL MR-End-Of-Trans.
039400     IF MR-Pair-Count > ZERO
039500         PERFORM 3000-REKEY-WAITLIST
039600             THRU 3000-REKEY-WAITLIST-EXIT
039700     END-IF.
039800     PERFORM 8000-PRINT-SUMMARY
039900         THRU 8000-PRINT-SUMMARY-EXIT.
040000     PERFORM 9999-EXIT
040100         THRU 9999-EXIT-EXIT.
040200     STOP RUN.
040300
040400*----------------------------------------------------------------*
040500 1000-INITIALIZE.
040600*----------------------------------------------------------------*
040700*    A HISTORY FILE THAT IS NOT THERE HAS NOTHING TO MOVE AND IS
040800*    PASSED OVER.  MERGED.DAT IS CREATED THE FIRST TIME.
040900     ACCEPT MR-RUN-DATE-FIELDS FROM DATE.
041000     MOVE MR-Run-Date-YY TO MR-Run-Date-YY-Out.
041100     MOVE MR-Run-Date-MM TO MR-Run-Date-MM-Out.
041200     MOVE MR-Run-Date-DD TO MR-Run-Date-DD-Out.
041300     OPEN I-O    StudentFile.
041400     OPEN I-O    EnrollFile.
041500     IF MR-Enroll-File-Missing
041600         SET MR-No-Enroll-File TO TRUE
041700     END-IF.
041800     OPEN I-O    GradeFile.
041900     IF MR-Grade-File-Missing
042000         SET MR-No-Grade-File TO TRUE
042100     END-IF.
042200     OPEN I-O    DemoFile.
042300     IF MR-Demo-File-Missing
042400         SET MR-No-Demo-File TO TRUE
042500     END-IF.
042600     OPEN I-O    StandingFile.
042700     IF MR-Stand-File-Missing
042800         SET MR-No-Stand-File TO TRUE
042900     END-IF.
043000     OPEN I-O    MergeFile.
043100     IF MR-Merge-File-Missing
043200         OPEN OUTPUT MergeFile
043300         CLOSE MergeFile
043400         OPEN I-O    MergeFile
043500     END-IF.
043600     OPEN INPUT  TransactionFile.
043700     OPEN OUTPUT MergeLogFile.
043800     PERFORM 1500-VERIFY-CONTROL
043900         THRU 1500-VERIFY-CONTROL-EXIT.
044000     IF NOT MR-Out-Of-Balance
044100         CLOSE TransactionFile
044200         OPEN INPUT TransactionFile
044300         MOVE "N" TO MR-End-Of-Trans-Sw
044400         PERFORM 1100-READ-TRANSACTION
044500             THRU 1100-READ-TRANSACTION-EXIT
044600     END-IF.
044700 1000-INITIALIZE-EXIT.
044800     EXIT.
044900
045000*----------------------------------------------------------------*
045100 1100-READ-TRANSACTION.
045200*----------------------------------------------------------------*
045300     READ TransactionFile
045400         AT END
045500             SET MR-End-Of-Trans TO TRUE
045600     END-READ.
045700 1100-READ-TRANSACTION-EXIT.
045800     EXIT.
045900
046000*----------------------------------------------------------------*
046100 1500-VERIFY-CONTROL.
046200*----------------------------------------------------------------*
046300*    THE WHOLE FEED IS READ AND TALLIED BEFORE A SINGLE PAIR IS
046400*    MERGED.  THE DETAIL COUNT AND THE HASH OF THE VICTIM
046500*    STUDENTIDS MUST MATCH THE TRAILER, AND BOTH THE HEADER AND
046600*    TRAILER MUST BE PRESENT - OTHERWISE THE RUN STOPS WITH
046700*    RETURN-CODE 8 AND MERGES NOTHING.
046800     PERFORM 1100-READ-TRANSACTION
046900         THRU 1100-READ-TRANSACTION-EXIT.
047000     PERFORM 1510-TALLY-TRANSACTION
047100         THRU 1510-TALLY-TRANSACTION-EXIT
047200         UNTIL MR-End-Of-Trans.
047300     IF NOT MR-Header-Found OR NOT MR-Trailer-Found
047400         SET MR-Out-Of-Balance TO TRUE
047500         DISPLAY MR-OOB-LINE-1
047600         DISPLAY MR-OOB-LINE-4
047700         MOVE 8 TO RETURN-CODE
047800     ELSE
047900         IF MR-Trans-Read-Count NOT = MR-Ctl-Expected-Count
048000            OR MR-Hash-Accum NOT = MR-Ctl-Expected-Hash
048100             SET MR-Out-Of-Balance TO TRUE
048200             DISPLAY MR-OOB-LINE-1
048300             MOVE MR-Ctl-Expected-Count TO MR-OOB-Count-Exp
048400             MOVE MR-Trans-Read-Count   TO MR-OOB-Count-Read
048500             DISPLAY MR-OOB-LINE-2
048600             MOVE MR-Ctl-Expected-Hash  TO MR-OOB-Hash-Exp
048700             MOVE MR-Hash-Accum         TO MR-OOB-Hash-Read
048800             DISPLAY MR-OOB-LINE-3
048900             MOVE 8 TO RETURN-CODE
049000         END-IF
049100     END-IF.
049200 1500-VERIFY-CONTROL-EXIT.
049300     EXIT.
049400
049500*----------------------------------------------------------------*
049600 1510-TALLY-TRANSACTION.
049700*----------------------------------------------------------------*
049800     EVALUATE TRUE
049900         WHEN MTrans-Header
050000             SET MR-Header-Found TO TRUE
050100         WHEN MTrans-Trailer
050200             SET MR-Trailer-Found TO TRUE
050300             MOVE MCtl-Record-Count TO MR-Ctl-Expected-Count
050400             MOVE MCtl-Hash-Total   TO MR-Ctl-Expected-Hash
050500         WHEN OTHER
050600             ADD 1 TO MR-Trans-Read-Count
050700             IF MTrans-VictimId IS NUMERIC
050800                 ADD MTrans-VictimId TO MR-Hash-Accum
050900             END-IF
051000     END-EVALUATE.
051100     PERFORM 1100-READ-TRANSACTION
051200         THRU 1100-READ-TRANSACTION-EXIT.
051300 1510-TALLY-TRANSACTION-EXIT.
051400     EXIT.
051500
051600*----------------------------------------------------------------*
051700 2000-APPLY-TRANSACTION.
051800*----------------------------------------------------------------*
051900     EVALUATE TRUE
052000         WHEN MTrans-Merge
052100             PERFORM 2100-APPLY-MERGE
052200                 THRU 2100-APPLY-MERGE-EXIT
052300         WHEN MTrans-Header
052400             CONTINUE
052500         WHEN MTrans-Trailer
052600             CONTINUE
052700         WHEN OTHER
052800             MOVE "ACTION CODE NOT VALID" TO MR-Reject-Reason
052900             PERFORM 2800-REJECT-TRANSACTION
053000                 THRU 2800-REJECT-TRANSACTION-EXIT
053100     END-EVALUATE.
053200     PERFORM 1100-READ-TRANSACTION
053300         THRU 1100-READ-TRANSACTION-EXIT.
053400 2000-APPLY-TRANSACTION-EXIT.
053500     EXIT.
053600
053700*----------------------------------------------------------------*
053800 2050-EDIT-PAIR.
053900*----------------------------------------------------------------*
054000*    THE SURVIVOR IS READ LAST SO ITS NAME AND GENDER ARE TO HAND
054100*    FOR THE WAITLIST ENTRIES RE-KEYED TO IT.
054200     MOVE "N"    TO MR-Bad-Trans-Sw.
054300     MOVE SPACES TO MR-Reject-Reason.
054400     IF MTrans-SurvivorId IS NOT NUMERIC
054500        OR MTrans-SurvivorId = ZERO
054600         SET MR-Bad-Trans TO TRUE
054700         MOVE "SURVIVOR STUDENTID NOT VALID" TO MR-Reject-Reason
054800         GO TO 2050-EDIT-PAIR-EXIT.
054900     IF MTrans-VictimId IS NOT NUMERIC
055000        OR MTrans-VictimId = ZERO
055100         SET MR-Bad-Trans TO TRUE
055200         MOVE "VICTIM STUDENTID NOT VALID" TO MR-Reject-Reason
055300         GO TO 2050-EDIT-PAIR-EXIT.
055400     IF MTrans-SurvivorId = MTrans-VictimId
055500         SET MR-Bad-Trans TO TRUE
055600         MOVE "SURVIVOR AND VICTIM ARE SAME" TO MR-Reject-Reason
055700         GO TO 2050-EDIT-PAIR-EXIT.
055800     IF MTrans-Approved-By = SPACES
055900         SET MR-Bad-Trans TO TRUE
056000         MOVE "APPROVED-BY IS BLANK" TO MR-Reject-Reason
056100         GO TO 2050-EDIT-PAIR-EXIT.
056200     IF MR-Pair-Count NOT < MR-Pair-Max
056300         SET MR-Bad-Trans TO TRUE
056400         MOVE "PAIR LIMIT REACHED - RESUBMIT" TO MR-Reject-Reason
056500         GO TO 2050-EDIT-PAIR-EXIT.
056600     MOVE MTrans-VictimId TO StudentId.
056700     READ StudentFile
056800         INVALID KEY
056900             SET MR-Bad-Trans TO TRUE
057000             MOVE "VICTIM NOT ON STUDENTS.DAT" TO MR-Reject-Reason
057100             GO TO 2050-EDIT-PAIR-EXIT
057200     END-READ.
057300     IF MergedStudent
057400         SET MR-Bad-Trans TO TRUE
057500         MOVE "VICTIM ALREADY MERGED" TO MR-Reject-Reason
057600         GO TO 2050-EDIT-PAIR-EXIT.
057700     MOVE MTrans-SurvivorId TO StudentId.
057800     READ StudentFile
057900         INVALID KEY
058000             SET MR-Bad-Trans TO TRUE
058100             MOVE "SURVIVOR NOT ON STUDENTS.DAT"
058200                 TO MR-Reject-Reason
058300             GO TO 2050-EDIT-PAIR-EXIT
058400     END-READ.
058500     IF MergedStudent
058600         SET MR-Bad-Trans TO TRUE
058700         MOVE "SURVIVOR ALREADY MERGED" TO MR-Reject-Reason
058800     END-IF.
058900 2050-EDIT-PAIR-EXIT.
059000     EXIT.
059100
059200*----------------------------------------------------------------*
059300 2100-APPLY-MERGE.
059400*----------------------------------------------------------------*
059500     PERFORM 2050-EDIT-PAIR
059600         THRU 2050-EDIT-PAIR-EXIT.
059700     IF MR-Bad-Trans
059800         PERFORM 2800-REJECT-TRANSACTION
059900             THRU 2800-REJECT-TRANSACTION-EXIT
060000         GO TO 2100-APPLY-MERGE-EXIT.
060100     MOVE MTrans-SurvivorId TO MR-Cur-SurvivorId.
060200     MOVE MTrans-VictimId   TO MR-Cur-VictimId.
060300     MOVE Surname           TO MR-Cur-Surname.
060400     MOVE Initials          TO MR-Cur-Initials.
060500     MOVE Gender            TO MR-Cur-Gender.
060600     MOVE ZERO              TO MR-Pair-Moved-Count
060700                               MR-Pair-Dropped-Count.
060800     IF NOT MR-No-Enroll-File
060900         PERFORM 2200-MOVE-ENROLLMENTS
061000             THRU 2200-MOVE-ENROLLMENTS-EXIT
061100     END-IF.
061200     IF NOT MR-No-Grade-File
061300         PERFORM 2300-MOVE-GRADES
061400             THRU 2300-MOVE-GRADES-EXIT
061500     END-IF.
061600     IF NOT MR-No-Demo-File
061700         PERFORM 2400-MOVE-DEMOGRAPHICS
061800             THRU 2400-MOVE-DEMOGRAPHICS-EXIT
061900     END-IF.
062000     IF NOT MR-No-Stand-File
062100         PERFORM 2500-MOVE-STANDING
062200             THRU 2500-MOVE-STANDING-EXIT
062300     END-IF.
062400     PERFORM 2600-RETIRE-VICTIM
062500         THRU 2600-RETIRE-VICTIM-EXIT.
062600     PERFORM 2700-RECORD-PAIR
062700         THRU 2700-RECORD-PAIR-EXIT.
062800     ADD 1 TO MR-Merged-Count.
062900     MOVE MR-Cur-SurvivorId     TO MR-Mrg-SurvivorId.
063000     MOVE MR-Cur-VictimId       TO MR-Mrg-VictimId.
063100     MOVE MR-Pair-Moved-Count   TO MR-Mrg-Moved.
063200     MOVE MR-Pair-Dropped-Count TO MR-Mrg-Dropped.
063300     DISPLAY MR-MERGED-LINE.
063400 2100-APPLY-MERGE-EXIT.
063500     EXIT.
063600
063700*----------------------------------------------------------------*
063800 2200-MOVE-ENROLLMENTS.
063900*----------------------------------------------------------------*
064000     MOVE "ENROLL"  TO MR-Log-File.
064100     MOVE "N"       TO MR-End-Of-Moves-Sw.
064200     PERFORM 2210-MOVE-ONE-ENROLLMENT
064300         THRU 2210-MOVE-ONE-ENROLLMENT-EXIT
064400         UNTIL MR-End-Of-Moves.
064500 2200-MOVE-ENROLLMENTS-EXIT.
064600     EXIT.
064700
064800*----------------------------------------------------------------*
064900 2210-MOVE-ONE-ENROLLMENT.
065000*----------------------------------------------------------------*
065100*    THE BROWSE IS RESTARTED AT THE VICTIM EACH TIME, SINCE THE
065200*    RECORD JUST READ IS DELETED AND THE SURVIVOR'S COPY WRITTEN
065300*    ELSEWHERE IN THE FILE.  A DUPLICATE KEY ON THE WRITE MEANS
065400*    THE SURVIVOR IS ALREADY ENROLLED - THE VICTIM'S IS DROPPED.
065500     MOVE MR-Cur-VictimId TO Enr-StudentId.
065600     MOVE LOW-VALUES      TO Enr-Course-Term.
065700     START EnrollFile KEY IS NOT LESS THAN Enr-Key
065800         INVALID KEY
065900             SET MR-End-Of-Moves TO TRUE
066000             GO TO 2210-MOVE-ONE-ENROLLMENT-EXIT
066100     END-START.
066200     READ EnrollFile NEXT RECORD
066300         AT END
066400             SET MR-End-Of-Moves TO TRUE
066500             GO TO 2210-MOVE-ONE-ENROLLMENT-EXIT
066600     END-READ.
066700     IF Enr-StudentId NOT = MR-Cur-VictimId
066800         SET MR-End-Of-Moves TO TRUE
066900         GO TO 2210-MOVE-ONE-ENROLLMENT-EXIT.
067000     MOVE SPACES            TO MR-Log-Image.
067100     MOVE EnrollmentRecord  TO MR-Log-Image.
067200     MOVE Enr-Key           TO MR-Log-Old-Key.
067300     DELETE EnrollFile
067400         INVALID KEY
067500             SET MR-End-Of-Moves TO TRUE
067600             GO TO 2210-MOVE-ONE-ENROLLMENT-EXIT
067700     END-DELETE.
067720     SET JReq-Delete        TO TRUE.
067740     MOVE MR-Log-Image      TO JReq-Before-Image.
067760     PERFORM 2950-JOURNAL-ENROLL
067780         THRU 2950-JOURNAL-ENROLL-EXIT.
067800     MOVE MR-Cur-SurvivorId TO Enr-StudentId.
067900     MOVE Enr-Key           TO MR-Log-New-Key.
068000     WRITE EnrollmentRecord
068100         INVALID KEY
068200             SET MR-Log-Dropped TO TRUE
068300         NOT INVALID KEY
068400             SET MR-Log-Moved   TO TRUE
068425             SET JReq-Write     TO TRUE
068450             PERFORM 2950-JOURNAL-ENROLL
068475                 THRU 2950-JOURNAL-ENROLL-EXIT
068500     END-WRITE.
068600     PERFORM 2900-LOG-RECORD
068700         THRU 2900-LOG-RECORD-EXIT.
068800 2210-MOVE-ONE-ENROLLMENT-EXIT.
068900     EXIT.
069000
069100*----------------------------------------------------------------*
069200 2300-MOVE-GRADES.
069300*----------------------------------------------------------------*
069400     MOVE "GRADES"  TO MR-Log-File.
069500     MOVE "N"       TO MR-End-Of-Moves-Sw.
069600     PERFORM 2310-MOVE-ONE-GRADE
069700         THRU 2310-MOVE-ONE-GRADE-EXIT
069800         UNTIL MR-End-Of-Moves.
069900 2300-MOVE-GRADES-EXIT.
070000     EXIT.
070100
070200*----------------------------------------------------------------*
070300 2310-MOVE-ONE-GRADE.
070400*----------------------------------------------------------------*
070500*    WHEN BOTH STUDENTIDS HOLD A GRADE FOR THE SAME COURSE AND
070600*    TERM THE SURVIVOR'S STANDS, UNLESS IT IS STILL AN INCOMPLETE
070700*    AND THE VICTIM'S IS A FINAL GRADE.
070800     MOVE MR-Cur-VictimId TO Grd-StudentId.
070900     MOVE LOW-VALUES      TO Grd-CourseCode
071000                             Grd-Term.
071100     START GradeFile KEY IS NOT LESS THAN Grd-Key
071200         INVALID KEY
071300             SET MR-End-Of-Moves TO TRUE
071400             GO TO 2310-MOVE-ONE-GRADE-EXIT
071500     END-START.
071600     READ GradeFile NEXT RECORD
071700         AT END
071800             SET MR-End-Of-Moves TO TRUE
071900             GO TO 2310-MOVE-ONE-GRADE-EXIT
072000     END-READ.
072100     IF Grd-StudentId NOT = MR-Cur-VictimId
072200         SET MR-End-Of-Moves TO TRUE
072300         GO TO 2310-MOVE-ONE-GRADE-EXIT.
072400     MOVE SPACES            TO MR-Log-Image.
072500     MOVE GradeRecord       TO MR-Log-Image.
072600     MOVE Grd-Key           TO MR-Log-Old-Key.
072700     MOVE Grd-Grade         TO MR-Vic-Grade.
072800     DELETE GradeFile
072900         INVALID KEY
073000             SET MR-End-Of-Moves TO TRUE
073100             GO TO 2310-MOVE-ONE-GRADE-EXIT
073200     END-DELETE.
073220     SET JReq-Delete        TO TRUE.
073240     MOVE MR-Log-Image      TO JReq-Before-Image.
073260     PERFORM 2960-JOURNAL-GRADE
073280         THRU 2960-JOURNAL-GRADE-EXIT.
073300     MOVE MR-Cur-SurvivorId TO Grd-StudentId.
073400     MOVE Grd-Key           TO MR-Log-New-Key.
073500     MOVE "N"               TO MR-Found-Sw.
073600     WRITE GradeRecord
073700         INVALID KEY
073800             SET MR-Found     TO TRUE
073900         NOT INVALID KEY
074000             SET MR-Log-Moved TO TRUE
074025             SET JReq-Write   TO TRUE
074050             PERFORM 2960-JOURNAL-GRADE
074075                 THRU 2960-JOURNAL-GRADE-EXIT
074100     END-WRITE.
074200     IF MR-Found
074300         SET MR-Log-Dropped TO TRUE
074400         READ GradeFile
074500             INVALID KEY
074600                 CONTINUE
074700         END-READ
074800         IF Grd-Incomplete AND MR-Vic-Grade NOT = "I"
074850             MOVE GradeRecord       TO JReq-Before-Image
074900             MOVE MR-Log-Image      TO GradeRecord
075000             MOVE MR-Cur-SurvivorId TO Grd-StudentId
075100             REWRITE GradeRecord
075200                 INVALID KEY
075300                     CONTINUE
075400                 NOT INVALID KEY
075500                     SET MR-Log-Replaced TO TRUE
075525                     SET JReq-Rewrite    TO TRUE
075550                     PERFORM 2960-JOURNAL-GRADE
075575                         THRU 2960-JOURNAL-GRADE-EXIT
075600             END-REWRITE
075700         END-IF
075800     END-IF.
075900     PERFORM 2900-LOG-RECORD
076000         THRU 2900-LOG-RECORD-EXIT.
076100 2310-MOVE-ONE-GRADE-EXIT.
076200     EXIT.
076300
076400*----------------------------------------------------------------*
076500 2400-MOVE-DEMOGRAPHICS.
076600*----------------------------------------------------------------*
076700*    ONE RECORD PER STUDENT.  WITHOUT A SURVIVOR RECORD THE
076800*    VICTIM'S MOVES ACROSS WHOLE; OTHERWISE THE SURVIVOR'S
076900*    DETAILS STAND AND ONLY ITS BLANK ITEMS ARE FILLED.
077000     MOVE "DEMO"          TO MR-Log-File.
077100     MOVE MR-Cur-VictimId TO Demo-StudentId.
077200     READ DemoFile
077300         INVALID KEY
077400             GO TO 2400-MOVE-DEMOGRAPHICS-EXIT
077500     END-READ.
077600     MOVE StudentDemographics TO MR-Victim-Demo.
077700     MOVE SPACES              TO MR-Log-Image
077800                                 MR-Old-Key-Rest
077900                                 MR-New-Key-Rest.
078000     MOVE StudentDemographics TO MR-Log-Image.
078100     MOVE MR-Cur-VictimId     TO MR-Old-StudentId.
078200     MOVE MR-Cur-SurvivorId   TO MR-New-StudentId.
078300     DELETE DemoFile
078400         INVALID KEY
078500             GO TO 2400-MOVE-DEMOGRAPHICS-EXIT
078600     END-DELETE.
078620     SET JReq-Delete          TO TRUE.
078640     MOVE MR-Log-Image        TO JReq-Before-Image.
078660     PERFORM 2970-JOURNAL-DEMO
078680         THRU 2970-JOURNAL-DEMO-EXIT.
078700     MOVE "N"                 TO MR-Found-Sw.
078800     MOVE MR-Cur-SurvivorId   TO Demo-StudentId.
078900     READ DemoFile
079000         INVALID KEY
079100             CONTINUE
079200         NOT INVALID KEY
079300             SET MR-Found TO TRUE
079400     END-READ.
079500     IF MR-Found
079600         PERFORM 2410-FILL-DEMOGRAPHICS
079700             THRU 2410-FILL-DEMOGRAPHICS-EXIT
079800     ELSE
079900         MOVE MR-Victim-Demo    TO StudentDemographics
080000         MOVE MR-Cur-SurvivorId TO Demo-StudentId
080100         WRITE StudentDemographics
080200             INVALID KEY
080300                 SET MR-Log-Dropped TO TRUE
080400             NOT INVALID KEY
080500                 SET MR-Log-Moved   TO TRUE
080525                 SET JReq-Write     TO TRUE
080550                 PERFORM 2970-JOURNAL-DEMO
080575                     THRU 2970-JOURNAL-DEMO-EXIT
080600         END-WRITE
080700     END-IF.
080800     PERFORM 2900-LOG-RECORD
080900         THRU 2900-LOG-RECORD-EXIT.
081000 2400-MOVE-DEMOGRAPHICS-EXIT.
081100     EXIT.
081200
081300*----------------------------------------------------------------*
081400 2410-FILL-DEMOGRAPHICS.
081500*----------------------------------------------------------------*
081600     MOVE "N" TO MR-Filled-Sw.
081650     MOVE StudentDemographics TO JReq-Before-Image.
081700     IF (Demo-DateOfBirth NOT NUMERIC OR Demo-DateOfBirth = ZERO)
081800        AND Vic-DateOfBirth IS NUMERIC AND Vic-DateOfBirth > ZERO
081900         MOVE Vic-DateOfBirth TO Demo-DateOfBirth
082000         SET MR-Filled TO TRUE
082100     END-IF.
082200     IF Demo-Street = SPACES AND Vic-Street NOT = SPACES
082300         MOVE Vic-Address TO Demo-Address
082400         SET MR-Filled TO TRUE
082500     END-IF.
082600     IF Demo-Phone = SPACES AND Vic-Phone NOT = SPACES
082700         MOVE Vic-Phone TO Demo-Phone
082800         SET MR-Filled TO TRUE
082900     END-IF.
083000     IF Demo-EC-Name = SPACES AND Vic-EC-Name NOT = SPACES
083100         MOVE Vic-Emergency-Contact TO Demo-Emergency-Contact
083200         SET MR-Filled TO TRUE
083300     END-IF.
083400     SET MR-Log-Dropped TO TRUE.
083500     IF MR-Filled
083600         REWRITE StudentDemographics
083700             INVALID KEY
083800                 CONTINUE
083900             NOT INVALID KEY
084000                 SET MR-Log-Filled TO TRUE
084025                 SET JReq-Rewrite  TO TRUE
084050                 PERFORM 2970-JOURNAL-DEMO
084075                     THRU 2970-JOURNAL-DEMO-EXIT
084100         END-REWRITE
084200     END-IF.
084300 2410-FILL-DEMOGRAPHICS-EXIT.
084400     EXIT.
084500
084600*----------------------------------------------------------------*
084700 2500-MOVE-STANDING.
084800*----------------------------------------------------------------*
084900*    ONE STANDING DECISION PER STUDENT - THE LATER RUN WINS.
085000     MOVE "STANDING"      TO MR-Log-File.
085100     MOVE MR-Cur-VictimId TO Stand-StudentId.
085200     READ StandingFile
085300         INVALID KEY
085400             GO TO 2500-MOVE-STANDING-EXIT
085500     END-READ.
085600     MOVE SPACES            TO MR-Log-Image
085700                               MR-Old-Key-Rest
085800                               MR-New-Key-Rest.
085900     MOVE StandingRecord    TO MR-Log-Image.
086000     MOVE Stand-RunDate     TO MR-Vic-Stand-RunDate.
086100     MOVE MR-Cur-VictimId   TO MR-Old-StudentId.
086200     MOVE MR-Cur-SurvivorId TO MR-New-StudentId.
086300     DELETE StandingFile
086400         INVALID KEY
086500             GO TO 2500-MOVE-STANDING-EXIT
086600     END-DELETE.
086700     MOVE "N"               TO MR-Found-Sw.
086800     MOVE MR-Cur-SurvivorId TO Stand-StudentId.
086900     READ StandingFile
087000         INVALID KEY
087100             CONTINUE
087200         NOT INVALID KEY
087300             SET MR-Found TO TRUE
087400     END-READ.
087500     IF MR-Found
087600         SET MR-Log-Dropped TO TRUE
087700         IF MR-Vic-Stand-RunDate > Stand-RunDate
087800             MOVE MR-Log-Image      TO StandingRecord
087900             MOVE MR-Cur-SurvivorId TO Stand-StudentId
088000             REWRITE StandingRecord
088100                 INVALID KEY
088200                     CONTINUE
088300                 NOT INVALID KEY
088400                     SET MR-Log-Replaced TO TRUE
088500             END-REWRITE
088600         END-IF
088700     ELSE
088800         MOVE MR-Log-Image      TO StandingRecord
088900         MOVE MR-Cur-SurvivorId TO Stand-StudentId
089000         WRITE StandingRecord
089100             INVALID KEY
089200                 SET MR-Log-Dropped TO TRUE
089300             NOT INVALID KEY
089400                 SET MR-Log-Moved   TO TRUE
089500         END-WRITE
089600     END-IF.
089700     PERFORM 2900-LOG-RECORD
089800         THRU 2900-LOG-RECORD-EXIT.
089900 2500-MOVE-STANDING-EXIT.
090000     EXIT.
090100
090200*----------------------------------------------------------------*
090300 2600-RETIRE-VICTIM.
090400*----------------------------------------------------------------*
090500*    THE VICTIM KEEPS ITS MASTER RECORD, MARKED MERGED, SO OLD
090600*    PAPERWORK QUOTING IT STILL RESOLVES THROUGH MERGED.DAT.
090700     MOVE MR-Cur-VictimId   TO StudentId.
090800     READ StudentFile
090900         INVALID KEY
091000             GO TO 2600-RETIRE-VICTIM-EXIT
091100     END-READ.
091200     MOVE "STUDENTS"        TO MR-Log-File.
091300     MOVE SPACES            TO MR-Log-Image
091400                               MR-Old-Key-Rest
091500                               MR-New-Key-Rest.
091600     MOVE StudentDetails    TO MR-Log-Image.
091700     MOVE MR-Cur-VictimId   TO MR-Old-StudentId.
091800     MOVE MR-Cur-SurvivorId TO MR-New-StudentId.
091900     MOVE "M"               TO StudentStatus.
092000     MOVE MR-Run-Date       TO StatusDate.
092100     REWRITE StudentDetails
092200         INVALID KEY
092300             GO TO 2600-RETIRE-VICTIM-EXIT
092400     END-REWRITE.
092420     SET JReq-Rewrite       TO TRUE.
092440     MOVE MR-Log-Image      TO JReq-Before-Image.
092460     PERFORM 2980-JOURNAL-STUDENT
092480         THRU 2980-JOURNAL-STUDENT-EXIT.
092500     SET MR-Log-Retired TO TRUE.
092600     PERFORM 2900-LOG-RECORD
092700         THRU 2900-LOG-RECORD-EXIT.
092800 2600-RETIRE-VICTIM-EXIT.
092900     EXIT.
093000
093100*----------------------------------------------------------------*
093200 2700-RECORD-PAIR.
093300*----------------------------------------------------------------*
093400*    A VICTIM THAT WAS ITSELF A SURVIVOR EARLIER IN THE RUN PASSES
093500*    THOSE PAIRS ON TO ITS OWN SURVIVOR, SO THE WAITLIST PASS
093600*    LANDS EVERY ENTRY ON THE STUDENTID STILL IN USE.
093700     MOVE MR-Cur-VictimId       TO Mrg-VictimId.
093800     MOVE MR-Cur-SurvivorId     TO Mrg-SurvivorId.
093900     MOVE MR-Run-Date           TO Mrg-MergeDate.
094000     MOVE MTrans-Approved-By    TO Mrg-Approved-By.
094100     MOVE MR-Pair-Moved-Count   TO Mrg-Moved-Count.
094200     MOVE MR-Pair-Dropped-Count TO Mrg-Dropped-Count.
094300     WRITE MergeRecord
094400         INVALID KEY
094500             REWRITE MergeRecord
094600                 INVALID KEY
094700                     CONTINUE
094800             END-REWRITE
094900     END-WRITE.
095000     PERFORM 2710-REPOINT-PAIR
095100         THRU 2710-REPOINT-PAIR-EXIT
095200         VARYING MR-Px FROM 1 BY 1
095300         UNTIL MR-Px > MR-Pair-Count.
095400     ADD 1 TO MR-Pair-Count.
095500     SET MR-Px TO MR-Pair-Count.
095600     MOVE MR-Cur-VictimId   TO MR-Pair-VictimId (MR-Px).
095700     MOVE MR-Cur-SurvivorId TO MR-Pair-SurvivorId (MR-Px).
095800     MOVE MR-Cur-Surname    TO MR-Pair-Surname (MR-Px).
095900     MOVE MR-Cur-Initials   TO MR-Pair-Initials (MR-Px).
096000     MOVE MR-Cur-Gender     TO MR-Pair-Gender (MR-Px).
096100 2700-RECORD-PAIR-EXIT.
096200     EXIT.
096300
096400*----------------------------------------------------------------*
096500 2710-REPOINT-PAIR.
096600*----------------------------------------------------------------*
096700     IF MR-Pair-SurvivorId (MR-Px) = MR-Cur-VictimId
096800         MOVE MR-Cur-SurvivorId TO MR-Pair-SurvivorId (MR-Px)
096900         MOVE MR-Cur-Surname    TO MR-Pair-Surname (MR-Px)
097000         MOVE MR-Cur-Initials   TO MR-Pair-Initials (MR-Px)
097100         MOVE MR-Cur-Gender     TO MR-Pair-Gender (MR-Px)
097200     END-IF.
097300 2710-REPOINT-PAIR-EXIT.
097400     EXIT.
097500
097600*----------------------------------------------------------------*
097700 2800-REJECT-TRANSACTION.
097800*----------------------------------------------------------------*
097900     ADD 1 TO MR-Reject-Count.
098000     MOVE MTrans-SurvivorId TO MR-Rej-SurvivorId.
098100     MOVE MTrans-VictimId   TO MR-Rej-VictimId.
098200     MOVE MR-Reject-Reason  TO MR-Rej-Reason.
098300     DISPLAY MR-REJECT-LINE.
098400 2800-REJECT-TRANSACTION-EXIT.
098500     EXIT.
098600
098700*----------------------------------------------------------------*
098800 2900-LOG-RECORD.
098900*----------------------------------------------------------------*
099000*    EVERY RECORD TOUCHED GOES TO STUDMERGE.LOG WITH THE VICTIM'S
099100*    IMAGE.  AUDITLOG GETS A "D" FOR THE VICTIM'S RECORD, AND AN
099200*    "A" OR "C" FOR THE SURVIVOR'S WHEN IT GAINED OR CHANGED ONE.
099300     MOVE SPACES             TO MergeLogRecord.
099400     MOVE MR-Cur-SurvivorId  TO ML-SurvivorId.
099500     MOVE MR-Cur-VictimId    TO ML-VictimId.
099600     MOVE MR-Log-File        TO ML-File.
099700     MOVE MR-Log-Old-Key     TO ML-Old-Key.
099800     MOVE MR-Log-New-Key     TO ML-New-Key.
099900     MOVE MR-Log-Disposition TO ML-Disposition.
100000     MOVE MR-Log-Image       TO ML-Victim-Image.
100100     WRITE MergeLogRecord.
100200     EVALUATE TRUE
100300         WHEN MR-Log-Moved
100400             ADD 1 TO MR-Moved-Count
100500                      MR-Pair-Moved-Count
100600             CALL "AuditLog" USING JobName MR-Cur-VictimId "D"
100700             CALL "AuditLog" USING JobName MR-Cur-SurvivorId "A"
100800         WHEN MR-Log-Replaced
100900         WHEN MR-Log-Filled
101000             ADD 1 TO MR-Replaced-Count
101100                      MR-Pair-Moved-Count
101200             CALL "AuditLog" USING JobName MR-Cur-VictimId "D"
101300             CALL "AuditLog" USING JobName MR-Cur-SurvivorId "C"
101400         WHEN MR-Log-Dropped
101500             ADD 1 TO MR-Dropped-Count
101600                      MR-Pair-Dropped-Count
101700             CALL "AuditLog" USING JobName MR-Cur-VictimId "D"
101800         WHEN MR-Log-Retired
101900             CALL "AuditLog" USING JobName MR-Cur-VictimId "C"
102000     END-EVALUATE.
102100 2900-LOG-RECORD-EXIT.
102200     EXIT.
102300
102301*----------------------------------------------------------------*
102302 2950-JOURNAL-ENROLL.
102303*----------------------------------------------------------------*
102304*    THE CALLER SETS THE OPERATION, AND FOR A DELETE THE BEFORE
102305*    IMAGE - THE VICTIM'S RECORD AS READ.  A WRITE HAS NONE.
102306     MOVE "ENROLL.DAT"       TO JReq-FileName.
102307     MOVE SPACES             TO JReq-Key
102308                                JReq-After-Image.
102309     IF JReq-Write
102310         MOVE SPACES         TO JReq-Before-Image
102311     END-IF.
102312     MOVE Enr-Key            TO JReq-Key.
102313     IF NOT JReq-Delete
102314         MOVE EnrollmentRecord TO JReq-After-Image
102315     END-IF.
102316     CALL "JrnlLog" USING JobName JournalRequest.
102317 2950-JOURNAL-ENROLL-EXIT.
102318     EXIT.
102319
102320*----------------------------------------------------------------*
102321 2960-JOURNAL-GRADE.
102322*----------------------------------------------------------------*
102323*    THE CALLER SETS THE OPERATION, AND FOR A DELETE OR REWRITE
102324*    THE BEFORE IMAGE - THE RECORD AS IT WAS READ.
102325     MOVE "GRADES.DAT"       TO JReq-FileName.
102326     MOVE SPACES             TO JReq-Key
102327                                JReq-After-Image.
102328     IF JReq-Write
102329         MOVE SPACES         TO JReq-Before-Image
102330     END-IF.
102331     MOVE Grd-Key            TO JReq-Key.
102332     IF NOT JReq-Delete
102333         MOVE GradeRecord    TO JReq-After-Image
102334     END-IF.
102335     CALL "JrnlLog" USING JobName JournalRequest.
102336 2960-JOURNAL-GRADE-EXIT.
102337     EXIT.
102338
102339*----------------------------------------------------------------*
102340 2970-JOURNAL-DEMO.
102341*----------------------------------------------------------------*
102342*    THE CALLER SETS THE OPERATION, AND FOR A DELETE OR REWRITE
102343*    THE BEFORE IMAGE - THE RECORD AS IT WAS READ.
102344     MOVE "STUDENTDEMO.DAT"  TO JReq-FileName.
102345     MOVE SPACES             TO JReq-Key
102346                                JReq-After-Image.
102347     IF JReq-Write
102348         MOVE SPACES         TO JReq-Before-Image
102349     END-IF.
102350     MOVE Demo-StudentId     TO JReq-Key.
102351     IF NOT JReq-Delete
102352         MOVE StudentDemographics TO JReq-After-Image
102353     END-IF.
102354     CALL "JrnlLog" USING JobName JournalRequest.
102355 2970-JOURNAL-DEMO-EXIT.
102356     EXIT.
102357
102358*----------------------------------------------------------------*
102359 2980-JOURNAL-STUDENT.
102360*----------------------------------------------------------------*
102361*    ONLY THE VICTIM'S MASTER IS CHANGED - A REWRITE, WITH THE
102362*    MASTER AS READ ALREADY SET AS THE BEFORE IMAGE.
102363     MOVE "STUDENTS.DAT"     TO JReq-FileName.
102364     MOVE SPACES             TO JReq-Key
102365                                JReq-After-Image.
102366     MOVE StudentId          TO JReq-Key.
102367     MOVE StudentDetails     TO JReq-After-Image.
102368     CALL "JrnlLog" USING JobName JournalRequest.
102369 2980-JOURNAL-STUDENT-EXIT.
102370     EXIT.
102371
102400*----------------------------------------------------------------*
102500 3000-REKEY-WAITLIST.
102600*----------------------------------------------------------------*
102700*    WAITLIST.DAT IS READ TWICE: FIRST TO NOTE WHAT THE SURVIVORS
102800*    ARE ALREADY WAITING FOR, THEN TO COPY IT TO WAITLIST.NEW
102900*    WITH THE VICTIMS' ENTRIES RE-KEYED, KEEPING QUEUE ORDER.
103000*    THE NEW FILE IS THEN COPIED BACK OVER WAITLIST.DAT.
103100     MOVE "WAITLIST" TO MR-Log-File.
103200     OPEN INPUT WaitlistFile.
103300     MOVE "N" TO MR-End-Of-Wait-Sw.
103400     PERFORM 3010-READ-WAITLIST
103500         THRU 3010-READ-WAITLIST-EXIT.
103600     PERFORM 3100-NOTE-SURVIVOR-ENTRY
103700         THRU 3100-NOTE-SURVIVOR-ENTRY-EXIT
103800         UNTIL MR-End-Of-Wait.
103900     CLOSE WaitlistFile.
104000     OPEN INPUT  WaitlistFile.
104100     OPEN OUTPUT NewWaitFile.
104200     MOVE "N" TO MR-End-Of-Wait-Sw.
104300     PERFORM 3010-READ-WAITLIST
104400         THRU 3010-READ-WAITLIST-EXIT.
104500     PERFORM 3200-COPY-WAIT-ENTRY
104600         THRU 3200-COPY-WAIT-ENTRY-EXIT
104700         UNTIL MR-End-Of-Wait.
104800     PERFORM 3400-CYCLE-WAITLIST
104900         THRU 3400-CYCLE-WAITLIST-EXIT.
105000 3000-REKEY-WAITLIST-EXIT.
105100     EXIT.
105200
105300*----------------------------------------------------------------*
105400 3010-READ-WAITLIST.
105500*----------------------------------------------------------------*
105600     READ WaitlistFile
105700         AT END
105800             SET MR-End-Of-Wait TO TRUE
105900     END-READ.
106000 3010-READ-WAITLIST-EXIT.
106100     EXIT.
106200
106300*----------------------------------------------------------------*
106400 3100-NOTE-SURVIVOR-ENTRY.
106500*----------------------------------------------------------------*
106600     MOVE "N" TO MR-Found-Sw.
106700     SET MR-Px TO 1.
106800     SEARCH MR-Pair-Entry
106900         AT END
107000             CONTINUE
107100         WHEN MR-Px > MR-Pair-Count
107200             CONTINUE
107300         WHEN MR-Pair-SurvivorId (MR-Px) = Wait-StudentId
107400             SET MR-Found TO TRUE
107500     END-SEARCH.
107600     IF MR-Found
107700         PERFORM 3150-ADD-WAIT-KEY
107800             THRU 3150-ADD-WAIT-KEY-EXIT
107900     END-IF.
108000     PERFORM 3010-READ-WAITLIST
108100         THRU 3010-READ-WAITLIST-EXIT.
108200 3100-NOTE-SURVIVOR-ENTRY-EXIT.
108300     EXIT.
108400
108500*----------------------------------------------------------------*
108600 3150-ADD-WAIT-KEY.
108700*----------------------------------------------------------------*
108800     IF MR-Wait-Count < MR-Wait-Max
108900         ADD 1 TO MR-Wait-Count
109000         SET MR-Wx TO MR-Wait-Count
109100         MOVE Wait-StudentId  TO MR-Wait-StudentId (MR-Wx)
109200         MOVE Wait-CourseCode TO MR-Wait-CourseCode (MR-Wx)
109300         MOVE Wait-Term       TO MR-Wait-Term (MR-Wx)
109400     END-IF.
109500 3150-ADD-WAIT-KEY-EXIT.
109600     EXIT.
109700
109800*----------------------------------------------------------------*
109900 3200-COPY-WAIT-ENTRY.
110000*----------------------------------------------------------------*
110100     MOVE "N" TO MR-Found-Sw.
110200     SET MR-Px TO 1.
110300     SEARCH MR-Pair-Entry
110400         AT END
110500             CONTINUE
110600         WHEN MR-Px > MR-Pair-Count
110700             CONTINUE
110800         WHEN MR-Pair-VictimId (MR-Px) = Wait-StudentId
110900             SET MR-Found TO TRUE
111000     END-SEARCH.
111100     IF MR-Found
111200         PERFORM 3300-REKEY-WAIT-ENTRY
111300             THRU 3300-REKEY-WAIT-ENTRY-EXIT
111400     ELSE
111500         MOVE WaitlistRecord TO NewWaitRecord
111600         WRITE NewWaitRecord
111700     END-IF.
111800     PERFORM 3010-READ-WAITLIST
111900         THRU 3010-READ-WAITLIST-EXIT.
112000 3200-COPY-WAIT-ENTRY-EXIT.
112100     EXIT.
112200
112300*----------------------------------------------------------------*
112400 3300-REKEY-WAIT-ENTRY.
112500*----------------------------------------------------------------*
112600*    THE ENTRY TAKES THE SURVIVOR'S STUDENTID, NAME AND GENDER,
112700*    UNLESS THE SURVIVOR IS ALREADY ENROLLED IN OR WAITING FOR THE
112800*    SAME COURSE AND TERM - THEN THE VICTIM'S ENTRY IS DROPPED.
112833     MOVE ZERO TO MR-Pair-Moved-Count
112866                  MR-Pair-Dropped-Count.
112900     MOVE MR-Pair-SurvivorId (MR-Px) TO MR-Cur-SurvivorId.
113000     MOVE Wait-StudentId             TO MR-Cur-VictimId.
113100     MOVE SPACES                     TO MR-Log-Image.
113200     MOVE WaitlistRecord             TO MR-Log-Image.
113300     MOVE Wait-StudentId             TO MR-Old-StudentId.
113400     MOVE MR-Cur-SurvivorId          TO MR-New-StudentId.
113500     MOVE Wait-CourseCode            TO MR-Old-Key-Rest.
113600     MOVE Wait-Term                  TO MR-Old-Key-Rest (5:5).
113700     MOVE MR-Old-Key-Rest            TO MR-New-Key-Rest.
113800     MOVE "N" TO MR-Found-Sw.
113900     SET MR-Wx TO 1.
114000     SEARCH MR-Wait-Entry
114100         AT END
114200             CONTINUE
114300         WHEN MR-Wx > MR-Wait-Count
114400             CONTINUE
114500         WHEN MR-Wait-StudentId (MR-Wx) = MR-Cur-SurvivorId
114600          AND MR-Wait-CourseCode (MR-Wx) = Wait-CourseCode
114700          AND MR-Wait-Term (MR-Wx) = Wait-Term
114800             SET MR-Found TO TRUE
114900     END-SEARCH.
115000     IF NOT MR-Found AND NOT MR-No-Enroll-File
115100         MOVE MR-Cur-SurvivorId TO Enr-StudentId
115200         MOVE Wait-CourseCode   TO Enr-CourseCode
115300         MOVE Wait-Term         TO Enr-Term
115400         READ EnrollFile
115500             INVALID KEY
115600                 CONTINUE
115700             NOT INVALID KEY
115800                 SET MR-Found TO TRUE
115900         END-READ
116000     END-IF.
116100     IF MR-Found
116200         SET MR-Log-Dropped TO TRUE
116500     ELSE
116600         SET MR-Log-Moved TO TRUE
116900         MOVE MR-Cur-SurvivorId      TO Wait-StudentId
117000         MOVE MR-Pair-Surname (MR-Px)  TO Wait-Surname
117100         MOVE MR-Pair-Initials (MR-Px) TO Wait-Initials
117200         MOVE MR-Pair-Gender (MR-Px)   TO Wait-Gender
117300         PERFORM 3150-ADD-WAIT-KEY
117400             THRU 3150-ADD-WAIT-KEY-EXIT
117500         MOVE WaitlistRecord TO NewWaitRecord
117600         WRITE NewWaitRecord
117700     END-IF.
117800     PERFORM 2900-LOG-RECORD
117900         THRU 2900-LOG-RECORD-EXIT.
118000     PERFORM 3350-COUNT-ON-MERGE
118100         THRU 3350-COUNT-ON-MERGE-EXIT.
118200 3300-REKEY-WAIT-ENTRY-EXIT.
118300     EXIT.
118400
118500*----------------------------------------------------------------*
118600 3350-COUNT-ON-MERGE.
118700*----------------------------------------------------------------*
118800*    THE VICTIM'S MERGED.DAT COUNTS TAKE IN ITS WAITLIST ENTRIES.
118900     MOVE MR-Cur-VictimId TO Mrg-VictimId.
119000     READ MergeFile
119100         INVALID KEY
119200             GO TO 3350-COUNT-ON-MERGE-EXIT
119300     END-READ.
119400     ADD MR-Pair-Moved-Count   TO Mrg-Moved-Count.
119500     ADD MR-Pair-Dropped-Count TO Mrg-Dropped-Count.
119600     REWRITE MergeRecord
119700         INVALID KEY
119800             CONTINUE
119900     END-REWRITE.
120000 3350-COUNT-ON-MERGE-EXIT.
120100     EXIT.
120200
120300*----------------------------------------------------------------*
120400 3400-CYCLE-WAITLIST.
120500*----------------------------------------------------------------*
120600     CLOSE WaitlistFile NewWaitFile.
120700     OPEN INPUT  NewWaitFile.
120800     OPEN OUTPUT WaitlistFile.
120900     MOVE "N" TO MR-End-Of-New-Sw.
121000     PERFORM 3410-READ-NEW
121100         THRU 3410-READ-NEW-EXIT.
121200     PERFORM 3420-COPY-BACK
121300         THRU 3420-COPY-BACK-EXIT
121400         UNTIL MR-End-Of-New.
121500     CLOSE WaitlistFile NewWaitFile.
121600 3400-CYCLE-WAITLIST-EXIT.
121700     EXIT.
121800
121900*----------------------------------------------------------------*
122000 3410-READ-NEW.
122100*----------------------------------------------------------------*
122200     READ NewWaitFile
122300         AT END
122400             SET MR-End-Of-New TO TRUE
122500     END-READ.
122600 3410-READ-NEW-EXIT.
122700     EXIT.
122800
122900*----------------------------------------------------------------*
123000 3420-COPY-BACK.
123100*----------------------------------------------------------------*
123200     MOVE NewWaitRecord TO WaitlistRecord.
123300     WRITE WaitlistRecord.
123400     PERFORM 3410-READ-NEW
123500         THRU 3410-READ-NEW-EXIT.
123600 3420-COPY-BACK-EXIT.
123700     EXIT.
123800
123900*----------------------------------------------------------------*
124000 8000-PRINT-SUMMARY.
124100*----------------------------------------------------------------*
124200     MOVE MR-Merged-Count   TO MR-Merged-Out.
124300     MOVE MR-Reject-Count   TO MR-Reject-Out.
124400     MOVE MR-Moved-Count    TO MR-Moved-Out.
124500     MOVE MR-Replaced-Count TO MR-Replaced-Out.
124600     MOVE MR-Dropped-Count  TO MR-Dropped-Out.
124700     DISPLAY MR-SUMMARY-LINE-1.
124800     DISPLAY MR-SUMMARY-LINE-2.
124900     DISPLAY MR-SUMMARY-LINE-3.
125000     DISPLAY MR-SUMMARY-LINE-4.
125100     DISPLAY MR-SUMMARY-LINE-5.
125200     MOVE MR-Ctl-Expected-Count TO MR-Expected-Out.
125300     DISPLAY MR-SUMMARY-LINE-6.
125400     MOVE MR-Merged-Count       TO MR-Applied-Out.
125500     DISPLAY MR-SUMMARY-LINE-7.
125600 8000-PRINT-SUMMARY-EXIT.
125700     EXIT.
125800
125900*----------------------------------------------------------------*
126000 9999-EXIT.
126100*----------------------------------------------------------------*
126200     CALL "AuditClose".
126250     CALL "JrnlClose".
126300     CLOSE StudentFile
126400           MergeFile
126500           TransactionFile
126600           MergeLogFile.
126700     IF NOT MR-No-Enroll-File
126800         CLOSE EnrollFile
126900     END-IF.
127000     IF NOT MR-No-Grade-File
127100         CLOSE GradeFile
127200     END-IF.
127300     IF NOT MR-No-Demo-File
127400         CLOSE DemoFile
127500     END-IF.
127600     IF NOT MR-No-Stand-File
127700         CLOSE StandingFile
127800     END-IF.
127900 9999-EXIT-EXIT.
128000     EXIT.
