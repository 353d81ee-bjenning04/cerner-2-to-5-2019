001000 IDENTIFICATION DIVISION.
001100 PROGRAM-ID.     SchMaint.
001200 AUTHOR.         J PELLETIER.
001300 INSTALLATION.   REGISTRAR SYSTEMS.
001400 DATE-WRITTEN.   2026-10-06.
001500 DATE-COMPILED.
001600*----------------------------------------------------------------*
001700*  MODIFICATION HISTORY                                          *
001800*  2026-10-06  JP  INITIAL VERSION - TRANSACTION-DRIVEN CLASS    *
001900*                  SCHEDULE MAINTENANCE IN THE STYLE OF          *
002000*                  PRQMAINT, WITH HEADER/TRAILER CONTROL TOTALS  *
002100*                  AND A BEFORE/AFTER MAINTENANCE LOG.           *
002200*----------------------------------------------------------------*
002300*
002400*    THIS PROGRAM READS A TRANSACTION FILE (SCHEDULE.TRN) OF
002500*    ADD/CHANGE/DELETE ACTIONS KEYED BY COURSECODE AND TERM AND
002600*    APPLIES EACH ONE TO THE INDEXED CLASS SCHEDULE FILE
002700*    (SCHEDULE.DAT) THAT STUDMAINT AND WAITPROM CHECK FOR TIME
002800*    CONFLICTS.  THE FEED MUST BALANCE TO ITS HEADER/TRAILER
002900*    (COUNT AND START-TIME HASH) BEFORE ANYTHING IS APPLIED - AN
003000*    OUT-OF-BALANCE FEED APPLIES NOTHING AND ENDS WITH
003100*    RETURN-CODE 8.  AN ADD NEEDS THE COURSE ON COURSES.DAT AND
003200*    A COMPLETE MEETING PATTERN; A CHANGE LEAVES ANY BLANK FIELD
003300*    ALONE.  EITHER WAY THE RESULT MUST MEET ON AT LEAST ONE DAY,
003400*    EACH DAY POSITION MUST BE BLANK OR THAT DAY'S LETTER, BOTH
003500*    TIMES MUST BE VALID 24-HOUR HHMM WITH THE START BEFORE THE
003600*    END, AND BUILDING AND ROOM ARE GIVEN TOGETHER OR NOT AT ALL
003700*    (A CLASS WITH NO ROOM STILL HAS A MEETING TIME).  EVERY
003800*    APPLIED TRANSACTION WRITES A BEFORE/AFTER IMAGE TO THE
003900*    MAINTENANCE LOG (SCHMAINT.LOG).
004000*
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT ScheduleFile    ASSIGN TO "SCHEDULE.DAT"
004500            ORGANIZATION IS INDEXED
004600            ACCESS MODE IS RANDOM
004700            RECORD KEY IS Sch-Key
004800            FILE STATUS IS SC-Sched-File-Status.
004900
005000     SELECT CourseFile      ASSIGN TO "COURSES.DAT"
005100            ORGANIZATION IS INDEXED
005200            ACCESS MODE IS RANDOM
005300            RECORD KEY IS CourseCode OF CourseRecord.
005400
005500     SELECT TransactionFile ASSIGN TO "SCHEDULE.TRN"
005600            ORGANIZATION IS LINE SEQUENTIAL.
005700
005800     SELECT MaintLogFile    ASSIGN TO "SCHMAINT.LOG"
005900            ORGANIZATION IS LINE SEQUENTIAL.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  ScheduleFile.
006400     COPY SCHEDREC.CPY.
006500
006600 FD  CourseFile.
006700     COPY COURSE.CPY.
006800
006900 FD  TransactionFile.
007000     COPY SCHTRN.CPY.
007100
007200 FD  MaintLogFile.
007300 01  MaintLogRecord.
007400     02  ML-Action             PIC X(01).
007500     02  ML-CourseCode         PIC X(04).
007600     02  ML-Term               PIC X(05).
007700     02  FILLER                PIC X(03).
007800     02  ML-Before-Image       PIC X(35).
007900     02  FILLER                PIC X(03).
008000     02  ML-After-Image        PIC X(35).
008100
008200 WORKING-STORAGE SECTION.
008300 01  SC-SWITCHES.
008400     02  SC-End-Of-Trans-Sw    PIC X       VALUE "N".
008500         88  SC-End-Of-Trans      VALUE "Y".
008600     02  SC-Bad-Trans-Sw       PIC X       VALUE "N".
008700         88  SC-Bad-Trans         VALUE "Y".
008800     02  SC-Master-Found-Sw    PIC X       VALUE "N".
008900         88  SC-Master-Found      VALUE "Y".
009000     02  SC-Header-Found-Sw    PIC X       VALUE "N".
009100         88  SC-Header-Found      VALUE "Y".
009200     02  SC-Trailer-Found-Sw   PIC X       VALUE "N".
009300         88  SC-Trailer-Found     VALUE "Y".
009400     02  SC-Out-Of-Balance-Sw  PIC X       VALUE "N".
009500         88  SC-Out-Of-Balance    VALUE "Y".
009600
009700 01  SC-Sched-File-Status      PIC XX.
009800     88  SC-Sched-File-Good       VALUE "00".
009900     88  SC-Sched-File-Missing    VALUE "35".
010000
010100 01  SC-COUNTERS.
010200     02  SC-Add-Count          PIC 9(05)   COMP    VALUE ZERO.
010300     02  SC-Change-Count       PIC 9(05)   COMP    VALUE ZERO.
010400     02  SC-Delete-Count       PIC 9(05)   COMP    VALUE ZERO.
010500     02  SC-Reject-Count       PIC 9(05)   COMP    VALUE ZERO.
010600     02  SC-Meeting-Days       PIC 9(02)   COMP    VALUE ZERO.
010700
010800 01  SC-CONTROL-FIELDS.
010900     02  SC-Trans-Read-Count   PIC 9(07)   COMP    VALUE ZERO.
011000     02  SC-Hash-Accum         PIC 9(13)           VALUE ZERO.
011100     02  SC-Ctl-Expected-Count PIC 9(07)           VALUE ZERO.
011200     02  SC-Ctl-Expected-Hash  PIC 9(13)           VALUE ZERO.
011300     02  SC-Applied-Count      PIC 9(07)   COMP    VALUE ZERO.
011400
011500 01  SC-WORK-FIELDS.
011600     02  SC-Sub                PIC 9(02)   COMP    VALUE ZERO.
011700     02  SC-Reject-Reason      PIC X(30)   VALUE SPACES.
011800     02  SC-Start-Hash         PIC 9(04)   VALUE ZERO.
011900
012000 01  SC-DAY-LETTER-VALUES      PIC X(07)   VALUE "MTWRFSU".
012100 01  SC-DAY-LETTER-TABLE REDEFINES SC-DAY-LETTER-VALUES.
012200     02  SC-Day-Letter         PIC X(01)   OCCURS 7 TIMES.
012300
012400 01  SC-BEFORE-IMAGE           PIC X(35).
012500
012600 01  SC-REJECT-LINE.
012700     02  FILLER               PIC X(09)   VALUE "SCHEDULE ".
012800     02  SC-Rej-Action        PIC X(01).
012900     02  FILLER               PIC X(01)   VALUE SPACE.
013000     02  SC-Rej-CourseCode    PIC X(04).
013100     02  FILLER               PIC X(01)   VALUE SPACE.
013200     02  SC-Rej-Term          PIC X(05).
013300     02  FILLER               PIC X(03)   VALUE " - ".
013400     02  SC-Rej-Reason        PIC X(30).
013500
013600 01  SC-SUMMARY-LINE-1.
013700     02  FILLER          PIC X(17) VALUE "MEETINGS ADDED --".
013800     02  SC-Add-Out            PIC ZZ,ZZ9.
013900
014000 01  SC-SUMMARY-LINE-2.
014100     02  FILLER          PIC X(17) VALUE "MEETINGS CHANGED-".
014200     02  SC-Change-Out         PIC ZZ,ZZ9.
014300
014400 01  SC-SUMMARY-LINE-3.
014500     02  FILLER          PIC X(17) VALUE "MEETINGS DELETED-".
014600     02  SC-Delete-Out         PIC ZZ,ZZ9.
014700
014800 01  SC-SUMMARY-LINE-4.
014900     02  FILLER          PIC X(17) VALUE "TRANS REJECTED --".
015000     02  SC-Reject-Out         PIC ZZ,ZZ9.
015100
015200 01  SC-SUMMARY-LINE-5.
015300     02  FILLER          PIC X(17) VALUE "TRANS EXPECTED --".
015400     02  SC-Expected-Out       PIC Z,ZZZ,ZZ9.
015500
015600 01  SC-SUMMARY-LINE-6.
015700     02  FILLER          PIC X(17) VALUE "TRANS APPLIED ---".
015800     02  SC-Applied-Out        PIC Z,ZZZ,ZZ9.
015900
016000 01  SC-OOB-LINE-1.
016100     02  FILLER          PIC X(27) VALUE
016200         "SCHEDULE.TRN OUT OF BALANCE".
016300     02  FILLER          PIC X(26) VALUE
016400         " - NO TRANSACTIONS APPLIED".
016500
016600 01  SC-OOB-LINE-2.
016700     02  FILLER          PIC X(17) VALUE "  COUNT EXPECTED ".
016800     02  SC-OOB-Count-Exp      PIC Z,ZZZ,ZZ9.
016900     02  FILLER          PIC X(07) VALUE "  READ ".
017000     02  SC-OOB-Count-Read     PIC Z,ZZZ,ZZ9.
017100
017200 01  SC-OOB-LINE-3.
017300     02  FILLER          PIC X(17) VALUE "  HASH  EXPECTED ".
017400     02  SC-OOB-Hash-Exp       PIC 9(13).
017500     02  FILLER          PIC X(11) VALUE "  COMPUTED ".
017600     02  SC-OOB-Hash-Read      PIC 9(13).
017700
017800 01  SC-OOB-LINE-4.
017900     02  FILLER          PIC X(34) VALUE
018000         "  HEADER OR TRAILER RECORD MISSING".
018100
018200 PROCEDURE DIVISION.
018300*----------------------------------------------------------------*
018400 0000-MAINLINE.
018500*----------------------------------------------------------------*
018600     PERFORM 1000-INITIALIZE
018700         THRU 1000-INITIALIZE-EXIT.
018800     PERFORM 2000-APPLY-TRANSACTION
018900         THRU 2000-APPLY-TRANSACTION-EXIT
019000         UNTIL SC-End-Of-Trans.
019100     PERFORM 8000-PRINT-SUMMARY
019200         THRU 8000-PRINT-SUMMARY-EXIT.
019300     PERFORM 9999-EXIT
019400         THRU 9999-EXIT-EXIT.
019500     STOP RUN.
019600
019700*----------------------------------------------------------------*
019800 1000-INITIALIZE.
019900*----------------------------------------------------------------*
020000     OPEN I-O    ScheduleFile.
020100     IF SC-Sched-File-Missing
020200         OPEN OUTPUT ScheduleFile
020300         CLOSE ScheduleFile
020400         OPEN I-O    ScheduleFile
020500     END-IF.
020600     OPEN INPUT  CourseFile.
020700     OPEN INPUT  TransactionFile.
020800     OPEN OUTPUT MaintLogFile.
020900     PERFORM 1500-VERIFY-CONTROL
021000         THRU 1500-VERIFY-CONTROL-EXIT.
021100     IF NOT SC-Out-Of-Balance
021200         CLOSE TransactionFile
021300         OPEN INPUT TransactionFile
021400         MOVE "N" TO SC-End-Of-Trans-Sw
021500         PERFORM 1100-READ-TRANSACTION
021600             THRU 1100-READ-TRANSACTION-EXIT
021700     END-IF.
021800 1000-INITIALIZE-EXIT.
021900     EXIT.
022000
022100*----------------------------------------------------------------*
022200 1100-READ-TRANSACTION.
022300*----------------------------------------------------------------*
022400     READ TransactionFile
022500         AT END
022600             SET SC-End-Of-Trans TO TRUE
022700     END-READ.
022800 1100-READ-TRANSACTION-EXIT.
022900     EXIT.
023000
023100*----------------------------------------------------------------*
023200 1500-VERIFY-CONTROL.
023300*----------------------------------------------------------------*
023400*    THE WHOLE FEED IS READ AND TALLIED BEFORE A SINGLE
023500*    TRANSACTION IS APPLIED, THE SAME WAY PRQMAINT BALANCES
023600*    PREREQ.TRN.  THE DETAIL COUNT AND THE HASH OF START TIMES
023700*    MUST MATCH THE TRAILER, AND BOTH THE HEADER AND TRAILER
023800*    MUST BE PRESENT - OTHERWISE THE RUN STOPS WITH RETURN-CODE
023900*    8 AND APPLIES NOTHING.
024000     PERFORM 1100-READ-TRANSACTION
024100         THRU 1100-READ-TRANSACTION-EXIT.
024200     PERFORM 1510-TALLY-TRANSACTION
024300         THRU 1510-TALLY-TRANSACTION-EXIT
024400         UNTIL SC-End-Of-Trans.
024500     IF NOT SC-Header-Found OR NOT SC-Trailer-Found
024600         SET SC-Out-Of-Balance TO TRUE
024700         DISPLAY SC-OOB-LINE-1
024800         DISPLAY SC-OOB-LINE-4
024900         MOVE 8 TO RETURN-CODE
025000     ELSE
025100         IF SC-Trans-Read-Count NOT = SC-Ctl-Expected-Count
025200            OR SC-Hash-Accum NOT = SC-Ctl-Expected-Hash
025300             SET SC-Out-Of-Balance TO TRUE
025400             DISPLAY SC-OOB-LINE-1
025500             MOVE SC-Ctl-Expected-Count TO SC-OOB-Count-Exp
025600             MOVE SC-Trans-Read-Count   TO SC-OOB-Count-Read
025700             DISPLAY SC-OOB-LINE-2
025800             MOVE SC-Ctl-Expected-Hash  TO SC-OOB-Hash-Exp
025900             MOVE SC-Hash-Accum         TO SC-OOB-Hash-Read
026000             DISPLAY SC-OOB-LINE-3
026100             MOVE 8 TO RETURN-CODE
026200         END-IF
026300     END-IF.
026400 1500-VERIFY-CONTROL-EXIT.
026500     EXIT.
026600
026700*----------------------------------------------------------------*
026800 1510-TALLY-TRANSACTION.
026900*----------------------------------------------------------------*
027000     EVALUATE TRUE
027100         WHEN STrans-Header
027200             SET SC-Header-Found TO TRUE
027300         WHEN STrans-Trailer
027400             SET SC-Trailer-Found TO TRUE
027500             MOVE SCtl-Record-Count TO SC-Ctl-Expected-Count
027600             MOVE SCtl-Hash-Total   TO SC-Ctl-Expected-Hash
027700         WHEN OTHER
027800             ADD 1 TO SC-Trans-Read-Count
027900             IF (STrans-Add OR STrans-Change)
028000                AND STrans-Start-Time IS NUMERIC
028100                 MOVE STrans-Start-Time TO SC-Start-Hash
028200                 ADD SC-Start-Hash TO SC-Hash-Accum
028300             END-IF
028400     END-EVALUATE.
028500     PERFORM 1100-READ-TRANSACTION
028600         THRU 1100-READ-TRANSACTION-EXIT.
028700 1510-TALLY-TRANSACTION-EXIT.
028800     EXIT.
028900
029000*----------------------------------------------------------------*
029100 2000-APPLY-TRANSACTION.
029200*----------------------------------------------------------------*
029300     EVALUATE TRUE
029400         WHEN STrans-Add
029500             PERFORM 2100-APPLY-ADD
029600                 THRU 2100-APPLY-ADD-EXIT
029700         WHEN STrans-Change
029800             PERFORM 2200-APPLY-CHANGE
029900                 THRU 2200-APPLY-CHANGE-EXIT
030000         WHEN STrans-Delete
030100             PERFORM 2300-APPLY-DELETE
030200                 THRU 2300-APPLY-DELETE-EXIT
030300         WHEN STrans-Header
030400             CONTINUE
030500         WHEN STrans-Trailer
030600             CONTINUE
030700         WHEN OTHER
030800             ADD 1 TO SC-Reject-Count
030900     END-EVALUATE.
031000     PERFORM 1100-READ-TRANSACTION
031100         THRU 1100-READ-TRANSACTION-EXIT.
031200 2000-APPLY-TRANSACTION-EXIT.
031300     EXIT.
031400
031500*----------------------------------------------------------------*
031600 2050-EDIT-KEY.
031700*----------------------------------------------------------------*
031800     MOVE "N"    TO SC-Bad-Trans-Sw.
031900     MOVE SPACES TO SC-Reject-Reason.
032000     IF STrans-CourseCode = SPACES
032100         SET SC-Bad-Trans TO TRUE
032200         MOVE "COURSECODE IS BLANK" TO SC-Reject-Reason
032300         GO TO 2050-EDIT-KEY-EXIT.
032400     IF STrans-Term = SPACES
032500         SET SC-Bad-Trans TO TRUE
032600         MOVE "TERM IS BLANK" TO SC-Reject-Reason
032700     END-IF.
032800 2050-EDIT-KEY-EXIT.
032900     EXIT.
033000
033100*----------------------------------------------------------------*
033200 2060-MERGE-FIELDS.
033300*----------------------------------------------------------------*
033400*    EACH FIELD KEYED ON THE TRANSACTION REPLACES THE ONE IN THE
033500*    RECORD AREA; A BLANK FIELD LEAVES IT AS IT WAS.  A TIME
033600*    THAT IS NOT FOUR DIGITS REJECTS BEFORE ANYTHING MOVES.
033700     IF STrans-Start-Time NOT = SPACES
033800        AND STrans-Start-Time IS NOT NUMERIC
033900         SET SC-Bad-Trans TO TRUE
034000         MOVE "START TIME NOT NUMERIC" TO SC-Reject-Reason
034100         GO TO 2060-MERGE-FIELDS-EXIT.
034200     IF STrans-End-Time NOT = SPACES
034300        AND STrans-End-Time IS NOT NUMERIC
034400         SET SC-Bad-Trans TO TRUE
034500         MOVE "END TIME NOT NUMERIC" TO SC-Reject-Reason
034600         GO TO 2060-MERGE-FIELDS-EXIT.
034700     IF STrans-Days NOT = SPACES
034800         MOVE STrans-Days       TO Sch-Days
034900     END-IF.
035000     IF STrans-Start-Time NOT = SPACES
035100         MOVE STrans-Start-Time TO Sch-Start-Time
035200     END-IF.
035300     IF STrans-End-Time NOT = SPACES
035400         MOVE STrans-End-Time   TO Sch-End-Time
035500     END-IF.
035600     IF STrans-Building NOT = SPACES
035700         MOVE STrans-Building   TO Sch-Building
035800     END-IF.
035900     IF STrans-Room NOT = SPACES
036000         MOVE STrans-Room       TO Sch-Room
036100     END-IF.
036200 2060-MERGE-FIELDS-EXIT.
036300     EXIT.
036400
036500*----------------------------------------------------------------*
036600 2070-EDIT-MEETING.
036700*----------------------------------------------------------------*
036800*    THE MERGED RECORD IS EDITED AS A WHOLE, SO A CHANGE THAT
036900*    MOVES ONLY THE END TIME IS STILL CHECKED AGAINST THE START
037000*    TIME ALREADY ON FILE.  THE FIRST FAULT FOUND IS REPORTED.
037100     MOVE ZERO TO SC-Meeting-Days.
037200     PERFORM 2080-EDIT-ONE-DAY
037300         THRU 2080-EDIT-ONE-DAY-EXIT
037400         VARYING SC-Sub FROM 1 BY 1
037500         UNTIL SC-Sub > 7
037600            OR SC-Bad-Trans.
037700     IF SC-Bad-Trans
037800         GO TO 2070-EDIT-MEETING-EXIT.
037900     IF SC-Meeting-Days = ZERO
038000         SET SC-Bad-Trans TO TRUE
038100         MOVE "NO MEETING DAYS" TO SC-Reject-Reason
038200         GO TO 2070-EDIT-MEETING-EXIT.
038300     IF Sch-Start-Time IS NOT NUMERIC
038400        OR Sch-Start-HH > 23 OR Sch-Start-MM > 59
038500         SET SC-Bad-Trans TO TRUE
038600         MOVE "START TIME NOT VALID HHMM" TO SC-Reject-Reason
038700         GO TO 2070-EDIT-MEETING-EXIT.
038800     IF Sch-End-Time IS NOT NUMERIC
038900        OR Sch-End-HH > 23 OR Sch-End-MM > 59
039000         SET SC-Bad-Trans TO TRUE
039100         MOVE "END TIME NOT VALID HHMM" TO SC-Reject-Reason
039200         GO TO 2070-EDIT-MEETING-EXIT.
039300     IF Sch-End-Time NOT > Sch-Start-Time
039400         SET SC-Bad-Trans TO TRUE
039500         MOVE "END TIME NOT AFTER START" TO SC-Reject-Reason
039600         GO TO 2070-EDIT-MEETING-EXIT.
039700     IF (Sch-Building = SPACES AND Sch-Room NOT = SPACES)
039800        OR (Sch-Building NOT = SPACES AND Sch-Room = SPACES)
039900         SET SC-Bad-Trans TO TRUE
040000         MOVE "BUILDING AND ROOM NOT PAIRED" TO SC-Reject-Reason
040100     END-IF.
040200 2070-EDIT-MEETING-EXIT.
040300     EXIT.
040400
040500*----------------------------------------------------------------*
040600 2080-EDIT-ONE-DAY.
040700*----------------------------------------------------------------*
040800     IF Sch-Day (SC-Sub) = SPACE
040900         GO TO 2080-EDIT-ONE-DAY-EXIT.
041000     IF Sch-Day (SC-Sub) NOT = SC-Day-Letter (SC-Sub)
041100         SET SC-Bad-Trans TO TRUE
041200         MOVE "DAY LETTER OUT OF POSITION" TO SC-Reject-Reason
041300         GO TO 2080-EDIT-ONE-DAY-EXIT.
041400     ADD 1 TO SC-Meeting-Days.
041500 2080-EDIT-ONE-DAY-EXIT.
041600     EXIT.
041700
041800*----------------------------------------------------------------*
041900 2100-APPLY-ADD.
042000*----------------------------------------------------------------*
042100     PERFORM 2050-EDIT-KEY
042200         THRU 2050-EDIT-KEY-EXIT.
042300     IF NOT SC-Bad-Trans
042400         MOVE STrans-CourseCode TO CourseCode OF CourseRecord
042500         READ CourseFile
042600             INVALID KEY
042700                 SET SC-Bad-Trans TO TRUE
042800                 MOVE "COURSE NOT ON COURSES.DAT"
042900                     TO SC-Reject-Reason
043000         END-READ
043100     END-IF.
043200     IF NOT SC-Bad-Trans
043300         MOVE SPACES            TO ScheduleRecord
043400         MOVE STrans-CourseCode TO Sch-CourseCode
043500         MOVE STrans-Term       TO Sch-Term
043600         PERFORM 2060-MERGE-FIELDS
043700             THRU 2060-MERGE-FIELDS-EXIT
043800     END-IF.
043900     IF NOT SC-Bad-Trans
044000         PERFORM 2070-EDIT-MEETING
044100             THRU 2070-EDIT-MEETING-EXIT
044200     END-IF.
044300     IF SC-Bad-Trans
044400         PERFORM 2800-REJECT-TRANSACTION
044500             THRU 2800-REJECT-TRANSACTION-EXIT
044600         GO TO 2100-APPLY-ADD-EXIT.
044700     WRITE ScheduleRecord
044800         INVALID KEY
044900             MOVE "MEETING ALREADY ON FILE" TO SC-Reject-Reason
045000             PERFORM 2800-REJECT-TRANSACTION
045100                 THRU 2800-REJECT-TRANSACTION-EXIT
045200         NOT INVALID KEY
045300             ADD 1 TO SC-Add-Count
045400             PERFORM 2900-LOG-TRANSACTION
045500                 THRU 2900-LOG-TRANSACTION-EXIT
045600     END-WRITE.
045700 2100-APPLY-ADD-EXIT.
045800     EXIT.
045900
046000*----------------------------------------------------------------*
046100 2200-APPLY-CHANGE.
046200*----------------------------------------------------------------*
046300     PERFORM 2050-EDIT-KEY
046400         THRU 2050-EDIT-KEY-EXIT.
046500     IF SC-Bad-Trans
046600         PERFORM 2800-REJECT-TRANSACTION
046700             THRU 2800-REJECT-TRANSACTION-EXIT
046800         GO TO 2200-APPLY-CHANGE-EXIT.
046900     MOVE "N" TO SC-Master-Found-Sw.
047000     MOVE STrans-CourseCode TO Sch-CourseCode.
047100     MOVE STrans-Term       TO Sch-Term.
047200     READ ScheduleFile
047300         INVALID KEY
047400             MOVE "NO MEETING ON FILE" TO SC-Reject-Reason
047500             PERFORM 2800-REJECT-TRANSACTION
047600                 THRU 2800-REJECT-TRANSACTION-EXIT
047700         NOT INVALID KEY
047800             SET SC-Master-Found TO TRUE
047900             MOVE ScheduleRecord TO SC-BEFORE-IMAGE
048000     END-READ.
048100     IF NOT SC-Master-Found
048200         GO TO 2200-APPLY-CHANGE-EXIT.
048300     PERFORM 2060-MERGE-FIELDS
048400         THRU 2060-MERGE-FIELDS-EXIT.
048500     IF NOT SC-Bad-Trans
048600         PERFORM 2070-EDIT-MEETING
048700             THRU 2070-EDIT-MEETING-EXIT
048800     END-IF.
048900     IF SC-Bad-Trans
049000         PERFORM 2800-REJECT-TRANSACTION
049100             THRU 2800-REJECT-TRANSACTION-EXIT
049200         GO TO 2200-APPLY-CHANGE-EXIT.
049300     REWRITE ScheduleRecord
049400         INVALID KEY
049500             ADD 1 TO SC-Reject-Count
049600         NOT INVALID KEY
049700             ADD 1 TO SC-Change-Count
049800             PERFORM 2900-LOG-TRANSACTION
049900                 THRU 2900-LOG-TRANSACTION-EXIT
050000     END-REWRITE.
050100 2200-APPLY-CHANGE-EXIT.
050200     EXIT.
050300
050400*----------------------------------------------------------------*
050500 2300-APPLY-DELETE.
050600*----------------------------------------------------------------*
050700*    A DELETED MEETING IS A PHYSICAL DELETE - THE COURSE SIMPLY
050800*    HAS NO FIXED TIME FOR THE TERM, AND THE LOG KEEPS THE
050900*    BEFORE IMAGE.
051000     PERFORM 2050-EDIT-KEY
051100         THRU 2050-EDIT-KEY-EXIT.
051200     IF SC-Bad-Trans
051300         PERFORM 2800-REJECT-TRANSACTION
051400             THRU 2800-REJECT-TRANSACTION-EXIT
051500         GO TO 2300-APPLY-DELETE-EXIT.
051600     MOVE "N" TO SC-Master-Found-Sw.
051700     MOVE STrans-CourseCode TO Sch-CourseCode.
051800     MOVE STrans-Term       TO Sch-Term.
051900     READ ScheduleFile
052000         INVALID KEY
052100             MOVE "NO MEETING ON FILE" TO SC-Reject-Reason
052200             PERFORM 2800-REJECT-TRANSACTION
052300                 THRU 2800-REJECT-TRANSACTION-EXIT
052400         NOT INVALID KEY
052500             SET SC-Master-Found TO TRUE
052600             MOVE ScheduleRecord TO SC-BEFORE-IMAGE
052700     END-READ.
052800     IF NOT SC-Master-Found
052900         GO TO 2300-APPLY-DELETE-EXIT.
053000     DELETE ScheduleFile
053100         INVALID KEY
053200             ADD 1 TO SC-Reject-Count
053300         NOT INVALID KEY
053400             ADD 1 TO SC-Delete-Count
053500             PERFORM 2900-LOG-TRANSACTION
053600                 THRU 2900-LOG-TRANSACTION-EXIT
053700     END-DELETE.
053800 2300-APPLY-DELETE-EXIT.
053900     EXIT.
054000
054100*----------------------------------------------------------------*
054200 2800-REJECT-TRANSACTION.
054300*----------------------------------------------------------------*
054400     ADD 1 TO SC-Reject-Count.
054500     MOVE STrans-Action     TO SC-Rej-Action.
054600     MOVE STrans-CourseCode TO SC-Rej-CourseCode.
054700     MOVE STrans-Term       TO SC-Rej-Term.
054800     MOVE SC-Reject-Reason  TO SC-Rej-Reason.
054900     DISPLAY SC-REJECT-LINE.
055000 2800-REJECT-TRANSACTION-EXIT.
055100     EXIT.
055200
055300*----------------------------------------------------------------*
055400 2900-LOG-TRANSACTION.
055500*----------------------------------------------------------------*
055600     MOVE SPACES            TO MaintLogRecord.
055700     MOVE STrans-Action     TO ML-Action.
055800     MOVE STrans-CourseCode TO ML-CourseCode.
055900     MOVE STrans-Term       TO ML-Term.
056000     IF NOT STrans-Add
056100         MOVE SC-BEFORE-IMAGE TO ML-Before-Image
056200     END-IF.
056300     IF NOT STrans-Delete
056400         MOVE ScheduleRecord  TO ML-After-Image
056500     END-IF.
056600     WRITE MaintLogRecord.
056700 2900-LOG-TRANSACTION-EXIT.
056800     EXIT.
056900
057000*----------------------------------------------------------------*
057100 8000-PRINT-SUMMARY.
057200*----------------------------------------------------------------*
057300     MOVE SC-Add-Count    TO SC-Add-Out.
057400     MOVE SC-Change-Count TO SC-Change-Out.
057500     MOVE SC-Delete-Count TO SC-Delete-Out.
057600     MOVE SC-Reject-Count TO SC-Reject-Out.
057700     DISPLAY SC-SUMMARY-LINE-1.
057800     DISPLAY SC-SUMMARY-LINE-2.
057900     DISPLAY SC-SUMMARY-LINE-3.
058000     DISPLAY SC-SUMMARY-LINE-4.
058100     COMPUTE SC-Applied-Count = SC-Add-Count + SC-Change-Count
058200         + SC-Delete-Count.
058300     MOVE SC-Ctl-Expected-Count TO SC-Expected-Out.
058400     DISPLAY SC-SUMMARY-LINE-5.
058500     MOVE SC-Applied-Count      TO SC-Applied-Out.
058600     DISPLAY SC-SUMMARY-LINE-6.
058700 8000-PRINT-SUMMARY-EXIT.
058800     EXIT.
058900
059000*----------------------------------------------------------------*
059100 9999-EXIT.
059200*----------------------------------------------------------------*
059300     CLOSE ScheduleFile
059400           CourseFile
059500           TransactionFile
059600           MaintLogFile.
059700 9999-EXIT-EXIT.
059800     EXIT.
