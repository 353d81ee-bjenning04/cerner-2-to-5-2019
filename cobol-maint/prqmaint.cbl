001000 IDENTIFICATION DIVISION.
001100 PROGRAM-ID.     PrqMaint.
001200 AUTHOR.         J PELLETIER.
001300 INSTALLATION.   REGISTRAR SYSTEMS.
001400 DATE-WRITTEN.   2026-09-17.
001500 DATE-COMPILED.
001600*----------------------------------------------------------------*
001700*  MODIFICATION HISTORY                                          *
001800*  2026-09-17  JP  INITIAL VERSION - TRANSACTION-DRIVEN          *
001900*                  PREREQUISITE MAINTENANCE IN THE STYLE OF      *
002000*                  CRSMAINT, WITH HEADER/TRAILER CONTROL TOTALS  *
002100*                  AND A BEFORE/AFTER MAINTENANCE LOG.           *
002200*----------------------------------------------------------------*
002300*
002400*    THIS PROGRAM READS A TRANSACTION FILE (PREREQ.TRN) OF
002500*    ADD/CHANGE/DELETE ACTIONS KEYED BY COURSECODE AND APPLIES
002600*    EACH ONE TO THE INDEXED PREREQUISITE FILE (PREREQ.DAT) THAT
002700*    STUDMAINT AND WAITPROM CHECK ENROLLMENTS AGAINST.  AN ADD OR
002800*    CHANGE CARRIES THE COURSE'S WHOLE PREREQUISITE LIST; A
002900*    DELETE REMOVES IT.  THE FEED MUST BALANCE TO ITS HEADER/
003000*    TRAILER (COUNT AND REQUIRED-COURSE HASH) BEFORE ANYTHING IS
003100*    APPLIED - AN OUT-OF-BALANCE FEED APPLIES NOTHING AND ENDS
003200*    WITH RETURN-CODE 8.  THE COURSE AND EVERY REQUIRED COURSE
003300*    MUST BE ON COURSES.DAT, A COURSE CANNOT REQUIRE ITSELF, AND
003400*    A MINIMUM GRADE MUST BE A THROUGH D (BLANK MEANS D).  EVERY
003500*    APPLIED TRANSACTION WRITES A BEFORE/AFTER IMAGE TO THE
003600*    MAINTENANCE LOG (PRQMAINT.LOG).
003700*
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT PrereqFile      ASSIGN TO "PREREQ.DAT"
004200            ORGANIZATION IS INDEXED
004300            ACCESS MODE IS RANDOM
004400            RECORD KEY IS Prq-CourseCode
004500            FILE STATUS IS PQ-Prereq-File-Status.
004600
004700     SELECT CourseFile      ASSIGN TO "COURSES.DAT"
004800            ORGANIZATION IS INDEXED
004900            ACCESS MODE IS RANDOM
005000            RECORD KEY IS CourseCode OF CourseRecord.
005100
005200     SELECT TransactionFile ASSIGN TO "PREREQ.TRN"
005300            ORGANIZATION IS LINE SEQUENTIAL.
005400
005500     SELECT MaintLogFile    ASSIGN TO "PRQMAINT.LOG"
005600            ORGANIZATION IS LINE SEQUENTIAL.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  PrereqFile.
006100     COPY PREREQ.CPY.
006200
006300 FD  CourseFile.
006400     COPY COURSE.CPY.
006500
006600 FD  TransactionFile.
006700     COPY PRQTRN.CPY.
006800
006900 FD  MaintLogFile.
007000 01  MaintLogRecord.
007100     02  ML-Action             PIC X(01).
007200     02  ML-CourseCode         PIC X(04).
007300     02  FILLER                PIC X(03).
007400     02  ML-Before-Image       PIC X(29).
007500     02  FILLER                PIC X(03).
007600     02  ML-After-Image        PIC X(29).
007700
007800 WORKING-STORAGE SECTION.
007900 01  PQ-SWITCHES.
008000     02  PQ-End-Of-Trans-Sw    PIC X       VALUE "N".
008100         88  PQ-End-Of-Trans      VALUE "Y".
008200     02  PQ-Bad-Trans-Sw       PIC X       VALUE "N".
008300         88  PQ-Bad-Trans         VALUE "Y".
008400     02  PQ-Master-Found-Sw    PIC X       VALUE "N".
008500         88  PQ-Master-Found      VALUE "Y".
008600     02  PQ-Header-Found-Sw    PIC X       VALUE "N".
008700         88  PQ-Header-Found      VALUE "Y".
008800     02  PQ-Trailer-Found-Sw   PIC X       VALUE "N".
008900         88  PQ-Trailer-Found     VALUE "Y".
009000     02  PQ-Out-Of-Balance-Sw  PIC X       VALUE "N".
009100         88  PQ-Out-Of-Balance    VALUE "Y".
009200
009300 01  PQ-Prereq-File-Status     PIC XX.
009400     88  PQ-Prereq-File-Good      VALUE "00".
009500     88  PQ-Prereq-File-Missing   VALUE "35".
009600
009700 01  PQ-COUNTERS.
009800     02  PQ-Add-Count          PIC 9(05)   COMP    VALUE ZERO.
009900     02  PQ-Change-Count       PIC 9(05)   COMP    VALUE ZERO.
010000     02  PQ-Delete-Count       PIC 9(05)   COMP    VALUE ZERO.
010100     02  PQ-Reject-Count       PIC 9(05)   COMP    VALUE ZERO.
010200     02  PQ-Listed-Count       PIC 9(05)   COMP    VALUE ZERO.
010300
010400 01  PQ-CONTROL-FIELDS.
010500     02  PQ-Trans-Read-Count   PIC 9(07)   COMP    VALUE ZERO.
010600     02  PQ-Hash-Accum         PIC 9(13)           VALUE ZERO.
010700     02  PQ-Ctl-Expected-Count PIC 9(07)           VALUE ZERO.
010800     02  PQ-Ctl-Expected-Hash  PIC 9(13)           VALUE ZERO.
010900     02  PQ-Applied-Count      PIC 9(07)   COMP    VALUE ZERO.
011000
011100 01  PQ-WORK-FIELDS.
011200     02  PQ-Sub                PIC 9(02)   COMP    VALUE ZERO.
011300     02  PQ-Work-Grade         PIC X(01)   VALUE SPACES.
011400         88  PQ-Valid-Min-Grade   VALUE "A" "B" "C" "D" " ".
011500     02  PQ-Reject-Reason      PIC X(30)   VALUE SPACES.
011600
011700 01  PQ-BEFORE-IMAGE           PIC X(29).
011800
011900 01  PQ-REJECT-LINE.
012000     02  FILLER               PIC X(07)   VALUE "PREREQ ".
012100     02  PQ-Rej-Action        PIC X(01).
012200     02  FILLER               PIC X(01)   VALUE SPACE.
012300     02  PQ-Rej-CourseCode    PIC X(04).
012400     02  FILLER               PIC X(03)   VALUE " - ".
012500     02  PQ-Rej-Reason        PIC X(30).
012600
012700 01  PQ-SUMMARY-LINE-1.
012800     02  FILLER          PIC X(17) VALUE "PREREQS ADDED ---".
012900     02  PQ-Add-Out            PIC ZZ,ZZ9.
013000
013100 01  PQ-SUMMARY-LINE-2.
013200     02  FILLER          PIC X(17) VALUE "PREREQS CHANGED -".
013300     02  PQ-Change-Out         PIC ZZ,ZZ9.
013400
013500 01  PQ-SUMMARY-LINE-3.
013600     02  FILLER          PIC X(17) VALUE "PREREQS DELETED -".
013700     02  PQ-Delete-Out         PIC ZZ,ZZ9.
013800
013900 01  PQ-SUMMARY-LINE-4.
014000     02  FILLER          PIC X(17) VALUE "TRANS REJECTED --".
014100     02  PQ-Reject-Out         PIC ZZ,ZZ9.
014200
014300 01  PQ-SUMMARY-LINE-5.
014400     02  FILLER          PIC X(17) VALUE "TRANS EXPECTED --".
014500     02  PQ-Expected-Out       PIC Z,ZZZ,ZZ9.
014600
014700 01  PQ-SUMMARY-LINE-6.
014800     02  FILLER          PIC X(17) VALUE "TRANS APPLIED ---".
014900     02  PQ-Applied-Out        PIC Z,ZZZ,ZZ9.
015000
015100 01  PQ-OOB-LINE-1.
015200     02  FILLER          PIC X(25) VALUE
015300         "PREREQ.TRN OUT OF BALANCE".
015400     02  FILLER          PIC X(26) VALUE
015500         " - NO TRANSACTIONS APPLIED".
015600
015700 01  PQ-OOB-LINE-2.
015800     02  FILLER          PIC X(17) VALUE "  COUNT EXPECTED ".
015900     02  PQ-OOB-Count-Exp      PIC Z,ZZZ,ZZ9.
016000     02  FILLER          PIC X(07) VALUE "  READ ".
016100     02  PQ-OOB-Count-Read     PIC Z,ZZZ,ZZ9.
016200
016300 01  PQ-OOB-LINE-3.
016400     02  FILLER          PIC X(17) VALUE "  HASH  EXPECTED ".
016500     02  PQ-OOB-Hash-Exp       PIC 9(13).
016600     02  FILLER          PIC X(11) VALUE "  COMPUTED ".
016700     02  PQ-OOB-Hash-Read      PIC 9(13).
016800
016900 01  PQ-OOB-LINE-4.
017000     02  FILLER          PIC X(34) VALUE
017100         "  HEADER OR TRAILER RECORD MISSING".
017200
017300 PROCEDURE DIVISION.
017400*----------------------------------------------------------------*
017500 0000-MAINLINE.
017600*----------------------------------------------------------------*
017700     PERFORM 1000-INITIALIZE
017800         THRU 1000-INITIALIZE-EXIT.
017900     PERFORM 2000-APPLY-TRANSACTION
018000         THRU 2000-APPLY-TRANSACTION-EXIT
018100         UNTIL PQ-End-Of-Trans.
018200     PERFORM 8000-PRINT-SUMMARY
018300         THRU 8000-PRINT-SUMMARY-EXIT.
018400     PERFORM 9999-EXIT
018500         THRU 9999-EXIT-EXIT.
018600     STOP RUN.
018700
018800*----------------------------------------------------------------*
018900 1000-INITIALIZE.
019000*----------------------------------------------------------------*
019100     OPEN I-O    PrereqFile.
019200     IF PQ-Prereq-File-Missing
019300         OPEN OUTPUT PrereqFile
019400         CLOSE PrereqFile
019500         OPEN I-O    PrereqFile
019600     END-IF.
019700     OPEN INPUT  CourseFile.
019800     OPEN INPUT  TransactionFile.
019900     OPEN OUTPUT MaintLogFile.
020000     PERFORM 1500-VERIFY-CONTROL
020100         THRU 1500-VERIFY-CONTROL-EXIT.
020200     IF NOT PQ-Out-Of-Balance
020300         CLOSE TransactionFile
020400         OPEN INPUT TransactionFile
020500         MOVE "N" TO PQ-End-Of-Trans-Sw
020600         PERFORM 1100-READ-TRANSACTION
020700             THRU 1100-READ-TRANSACTION-EXIT
020800     END-IF.
020900 1000-INITIALIZE-EXIT.
021000     EXIT.
021100
021200*----------------------------------------------------------------*
021300 1100-READ-TRANSACTION.
021400*----------------------------------------------------------------*
021500     READ TransactionFile
021600         AT END
021700             SET PQ-End-Of-Trans TO TRUE
021800     END-READ.
021900 1100-READ-TRANSACTION-EXIT.
022000     EXIT.
022100
022200*----------------------------------------------------------------*
022300 1500-VERIFY-CONTROL.
022400*----------------------------------------------------------------*
022500*    THE WHOLE FEED IS READ AND TALLIED BEFORE A SINGLE
022600*    TRANSACTION IS APPLIED, THE SAME WAY CRSMAINT BALANCES
022700*    COURSE.TRN.  THE DETAIL COUNT AND THE HASH OF REQUIRED
022800*    COURSES LISTED MUST MATCH THE TRAILER, AND BOTH THE HEADER
022900*    AND TRAILER MUST BE PRESENT - OTHERWISE THE RUN STOPS WITH
023000*    RETURN-CODE 8 AND APPLIES NOTHING.
023100     PERFORM 1100-READ-TRANSACTION
023200         THRU 1100-READ-TRANSACTION-EXIT.
023300     PERFORM 1510-TALLY-TRANSACTION
023400         THRU 1510-TALLY-TRANSACTION-EXIT
023500         UNTIL PQ-End-Of-Trans.
023600     IF NOT PQ-Header-Found OR NOT PQ-Trailer-Found
023700         SET PQ-Out-Of-Balance TO TRUE
023800         DISPLAY PQ-OOB-LINE-1
023900         DISPLAY PQ-OOB-LINE-4
024000         MOVE 8 TO RETURN-CODE
024100     ELSE
024200         IF PQ-Trans-Read-Count NOT = PQ-Ctl-Expected-Count
024300            OR PQ-Hash-Accum NOT = PQ-Ctl-Expected-Hash
024400             SET PQ-Out-Of-Balance TO TRUE
024500             DISPLAY PQ-OOB-LINE-1
024600             MOVE PQ-Ctl-Expected-Count TO PQ-OOB-Count-Exp
024700             MOVE PQ-Trans-Read-Count   TO PQ-OOB-Count-Read
024800             DISPLAY PQ-OOB-LINE-2
024900             MOVE PQ-Ctl-Expected-Hash  TO PQ-OOB-Hash-Exp
025000             MOVE PQ-Hash-Accum         TO PQ-OOB-Hash-Read
025100             DISPLAY PQ-OOB-LINE-3
025200             MOVE 8 TO RETURN-CODE
025300         END-IF
025400     END-IF.
025500 1500-VERIFY-CONTROL-EXIT.
025600     EXIT.
025700
025800*----------------------------------------------------------------*
025900 1510-TALLY-TRANSACTION.
026000*----------------------------------------------------------------*
026100     EVALUATE TRUE
026200         WHEN PTrans-Header
026300             SET PQ-Header-Found TO TRUE
026400         WHEN PTrans-Trailer
026500             SET PQ-Trailer-Found TO TRUE
026600             MOVE PCtl-Record-Count TO PQ-Ctl-Expected-Count
026700             MOVE PCtl-Hash-Total   TO PQ-Ctl-Expected-Hash
026800         WHEN OTHER
026900             ADD 1 TO PQ-Trans-Read-Count
027000             IF PTrans-Add OR PTrans-Change
027100                 PERFORM 1520-COUNT-LISTED
027200                     THRU 1520-COUNT-LISTED-EXIT
027300                 ADD PQ-Listed-Count TO PQ-Hash-Accum
027400             END-IF
027500     END-EVALUATE.
027600     PERFORM 1100-READ-TRANSACTION
027700         THRU 1100-READ-TRANSACTION-EXIT.
027800 1510-TALLY-TRANSACTION-EXIT.
027900     EXIT.
028000
028100*----------------------------------------------------------------*
028200 1520-COUNT-LISTED.
028300*----------------------------------------------------------------*
028400     MOVE ZERO TO PQ-Listed-Count.
028500     PERFORM 1530-COUNT-ONE-ENTRY
028600         THRU 1530-COUNT-ONE-ENTRY-EXIT
028700         VARYING PQ-Sub FROM 1 BY 1
028800         UNTIL PQ-Sub > 5.
028900 1520-COUNT-LISTED-EXIT.
029000     EXIT.
029100
029200*----------------------------------------------------------------*
029300 1530-COUNT-ONE-ENTRY.
029400*----------------------------------------------------------------*
029500     IF PTrans-Req-CourseCode (PQ-Sub) NOT = SPACES
029600         ADD 1 TO PQ-Listed-Count
029700     END-IF.
029800 1530-COUNT-ONE-ENTRY-EXIT.
029900     EXIT.
030000
030100*----------------------------------------------------------------*
030200 2000-APPLY-TRANSACTION.
030300*----------------------------------------------------------------*
030400     EVALUATE TRUE
030500         WHEN PTrans-Add
030600             PERFORM 2100-APPLY-ADD
030700                 THRU 2100-APPLY-ADD-EXIT
030800         WHEN PTrans-Change
030900             PERFORM 2200-APPLY-CHANGE
031000                 THRU 2200-APPLY-CHANGE-EXIT
031100         WHEN PTrans-Delete
031200             PERFORM 2300-APPLY-DELETE
031300                 THRU 2300-APPLY-DELETE-EXIT
031400         WHEN PTrans-Header
031500             CONTINUE
031600         WHEN PTrans-Trailer
031700             CONTINUE
031800         WHEN OTHER
031900             ADD 1 TO PQ-Reject-Count
032000     END-EVALUATE.
032100     PERFORM 1100-READ-TRANSACTION
032200         THRU 1100-READ-TRANSACTION-EXIT.
032300 2000-APPLY-TRANSACTION-EXIT.
032400     EXIT.
032500
032600*----------------------------------------------------------------*
032700 2080-EDIT-ENTRIES.
032800*----------------------------------------------------------------*
032900*    ADDS AND CHANGES CARRY THE WHOLE LIST, SO THE COURSE ITSELF
033000*    AND EVERY REQUIRED COURSE NAMED MUST BE ON COURSES.DAT, AT
033100*    LEAST ONE REQUIRED COURSE MUST BE NAMED, A COURSE MAY NOT
033200*    REQUIRE ITSELF, AND EACH MINIMUM GRADE MUST BE A PASSING
033300*    LETTER.  THE FIRST FAULT FOUND IS THE ONE REPORTED.
033400     MOVE "N"    TO PQ-Bad-Trans-Sw.
033500     MOVE SPACES TO PQ-Reject-Reason.
033600     PERFORM 1520-COUNT-LISTED
033700         THRU 1520-COUNT-LISTED-EXIT.
033800     IF PTrans-CourseCode = SPACES
033900         SET PQ-Bad-Trans TO TRUE
034000         MOVE "COURSECODE IS BLANK" TO PQ-Reject-Reason
034100         GO TO 2080-EDIT-ENTRIES-EXIT.
034200     IF PQ-Listed-Count = ZERO
034300         SET PQ-Bad-Trans TO TRUE
034400         MOVE "NO REQUIRED COURSES LISTED" TO PQ-Reject-Reason
034500         GO TO 2080-EDIT-ENTRIES-EXIT.
034600     MOVE PTrans-CourseCode TO CourseCode OF CourseRecord.
034700     READ CourseFile
034800         INVALID KEY
034900             SET PQ-Bad-Trans TO TRUE
035000             MOVE "COURSE NOT ON COURSES.DAT" TO PQ-Reject-Reason
035100     END-READ.
035200     IF PQ-Bad-Trans
035300         GO TO 2080-EDIT-ENTRIES-EXIT.
035400     PERFORM 2090-EDIT-ONE-ENTRY
035500         THRU 2090-EDIT-ONE-ENTRY-EXIT
035600         VARYING PQ-Sub FROM 1 BY 1
035700         UNTIL PQ-Sub > 5
035800            OR PQ-Bad-Trans.
035900 2080-EDIT-ENTRIES-EXIT.
036000     EXIT.
036100
036200*----------------------------------------------------------------*
036300 2090-EDIT-ONE-ENTRY.
036400*----------------------------------------------------------------*
036500     IF PTrans-Req-CourseCode (PQ-Sub) = SPACES
036600         GO TO 2090-EDIT-ONE-ENTRY-EXIT.
036700     MOVE PTrans-Min-Grade (PQ-Sub) TO PQ-Work-Grade.
036800     IF NOT PQ-Valid-Min-Grade
036900         SET PQ-Bad-Trans TO TRUE
037000         MOVE "MINIMUM GRADE NOT A THRU D" TO PQ-Reject-Reason
037100         GO TO 2090-EDIT-ONE-ENTRY-EXIT.
037200     IF PTrans-Req-CourseCode (PQ-Sub) = PTrans-CourseCode
037300         SET PQ-Bad-Trans TO TRUE
037400         MOVE "COURSE LISTED AS OWN PREREQ" TO PQ-Reject-Reason
037500         GO TO 2090-EDIT-ONE-ENTRY-EXIT.
037600     MOVE PTrans-Req-CourseCode (PQ-Sub)
037700         TO CourseCode OF CourseRecord.
037800     READ CourseFile
037900         INVALID KEY
038000             SET PQ-Bad-Trans TO TRUE
038100             MOVE "REQUIRED COURSE NOT ON FILE"
038150                 TO PQ-Reject-Reason
038200     END-READ.
038300 2090-EDIT-ONE-ENTRY-EXIT.
038400     EXIT.
038500
038600*----------------------------------------------------------------*
038700 2100-APPLY-ADD.
038800*----------------------------------------------------------------*
038900     PERFORM 2080-EDIT-ENTRIES
039000         THRU 2080-EDIT-ENTRIES-EXIT.
039100     IF PQ-Bad-Trans
039200         PERFORM 2800-REJECT-TRANSACTION
039300             THRU 2800-REJECT-TRANSACTION-EXIT
039400         GO TO 2100-APPLY-ADD-EXIT.
039500     MOVE PTrans-Detail TO PrereqRecord.
039600     WRITE PrereqRecord
039700         INVALID KEY
039800             MOVE "PREREQUISITES ALREADY ON FILE"
039850                 TO PQ-Reject-Reason
039900             PERFORM 2800-REJECT-TRANSACTION
040000                 THRU 2800-REJECT-TRANSACTION-EXIT
040100         NOT INVALID KEY
040200             ADD 1 TO PQ-Add-Count
040300             PERFORM 2900-LOG-TRANSACTION
040400                 THRU 2900-LOG-TRANSACTION-EXIT
040500     END-WRITE.
040600 2100-APPLY-ADD-EXIT.
040700     EXIT.
040800
040900*----------------------------------------------------------------*
041000 2200-APPLY-CHANGE.
041100*----------------------------------------------------------------*
041200     PERFORM 2080-EDIT-ENTRIES
041300         THRU 2080-EDIT-ENTRIES-EXIT.
041400     IF PQ-Bad-Trans
041500         PERFORM 2800-REJECT-TRANSACTION
041600             THRU 2800-REJECT-TRANSACTION-EXIT
041700         GO TO 2200-APPLY-CHANGE-EXIT.
041800     MOVE "N" TO PQ-Master-Found-Sw.
041900     MOVE PTrans-CourseCode TO Prq-CourseCode.
042000     READ PrereqFile
042100         INVALID KEY
042200             MOVE "NO PREREQUISITES ON FILE" TO PQ-Reject-Reason
042300             PERFORM 2800-REJECT-TRANSACTION
042400                 THRU 2800-REJECT-TRANSACTION-EXIT
042500         NOT INVALID KEY
042600             SET PQ-Master-Found TO TRUE
042700             MOVE PrereqRecord TO PQ-BEFORE-IMAGE
042800     END-READ.
042900     IF NOT PQ-Master-Found
043000         GO TO 2200-APPLY-CHANGE-EXIT.
043100     MOVE PTrans-Detail TO PrereqRecord.
043200     REWRITE PrereqRecord
043300         INVALID KEY
043400             ADD 1 TO PQ-Reject-Count
043500         NOT INVALID KEY
043600             ADD 1 TO PQ-Change-Count
043700             PERFORM 2900-LOG-TRANSACTION
043800                 THRU 2900-LOG-TRANSACTION-EXIT
043900     END-REWRITE.
044000 2200-APPLY-CHANGE-EXIT.
044100     EXIT.
044200
044300*----------------------------------------------------------------*
044400 2300-APPLY-DELETE.
044500*----------------------------------------------------------------*
044600*    REMOVING A COURSE'S PREREQUISITES IS A PHYSICAL DELETE -
044700*    NOTHING ELSE KEYS ON PREREQ.DAT, AND THE LOG KEEPS THE
044800*    BEFORE IMAGE.
044900     MOVE "N" TO PQ-Master-Found-Sw.
045000     MOVE PTrans-CourseCode TO Prq-CourseCode.
045100     READ PrereqFile
045200         INVALID KEY
045300             MOVE "NO PREREQUISITES ON FILE" TO PQ-Reject-Reason
045400             PERFORM 2800-REJECT-TRANSACTION
045500                 THRU 2800-REJECT-TRANSACTION-EXIT
045600         NOT INVALID KEY
045700             SET PQ-Master-Found TO TRUE
045800             MOVE PrereqRecord TO PQ-BEFORE-IMAGE
045900     END-READ.
046000     IF NOT PQ-Master-Found
046100         GO TO 2300-APPLY-DELETE-EXIT.
046200     DELETE PrereqFile
046300         INVALID KEY
046400             ADD 1 TO PQ-Reject-Count
046500         NOT INVALID KEY
046600             ADD 1 TO PQ-Delete-Count
046700             PERFORM 2900-LOG-TRANSACTION
046800                 THRU 2900-LOG-TRANSACTION-EXIT
046900     END-DELETE.
047000 2300-APPLY-DELETE-EXIT.
047100     EXIT.
047200
047300*----------------------------------------------------------------*
047400 2800-REJECT-TRANSACTION.
047500*----------------------------------------------------------------*
047600     ADD 1 TO PQ-Reject-Count.
047700     MOVE PTrans-Action     TO PQ-Rej-Action.
047800     MOVE PTrans-CourseCode TO PQ-Rej-CourseCode.
047900     MOVE PQ-Reject-Reason  TO PQ-Rej-Reason.
048000     DISPLAY PQ-REJECT-LINE.
048100 2800-REJECT-TRANSACTION-EXIT.
048200     EXIT.
048300
048400*----------------------------------------------------------------*
048500 2900-LOG-TRANSACTION.
048600*----------------------------------------------------------------*
048700     MOVE SPACES            TO MaintLogRecord.
048800     MOVE PTrans-Action     TO ML-Action.
048900     MOVE PTrans-CourseCode TO ML-CourseCode.
049000     IF NOT PTrans-Add
049100         MOVE PQ-BEFORE-IMAGE TO ML-Before-Image
049200     END-IF.
049300     IF NOT PTrans-Delete
049400         MOVE PrereqRecord    TO ML-After-Image
049500     END-IF.
049600     WRITE MaintLogRecord.
049700 2900-LOG-TRANSACTION-EXIT.
049800     EXIT.
049900
050000*----------------------------------------------------------------*
050100 8000-PRINT-SUMMARY.
050200*----------------------------------------------------------------*
050300     MOVE PQ-Add-Count    TO PQ-Add-Out.
050400     MOVE PQ-Change-Count TO PQ-Change-Out.
050500     MOVE PQ-Delete-Count TO PQ-Delete-Out.
050600     MOVE PQ-Reject-Count TO PQ-Reject-Out.
050700     DISPLAY PQ-SUMMARY-LINE-1.
050800     DISPLAY PQ-SUMMARY-LINE-2.
050900     DISPLAY PQ-SUMMARY-LINE-3.
051000     DISPLAY PQ-SUMMARY-LINE-4.
051100     COMPUTE PQ-Applied-Count = PQ-Add-Count + PQ-Change-Count
051200         + PQ-Delete-Count.
051300     MOVE PQ-Ctl-Expected-Count TO PQ-Expected-Out.
051400     DISPLAY PQ-SUMMARY-LINE-5.
051500     MOVE PQ-Applied-Count      TO PQ-Applied-Out.
051600     DISPLAY PQ-SUMMARY-LINE-6.
051700 8000-PRINT-SUMMARY-EXIT.
051800     EXIT.
051900
052000*----------------------------------------------------------------*
052100 9999-EXIT.
052200*----------------------------------------------------------------*
052300     CLOSE PrereqFile
052400           CourseFile
052500           TransactionFile
052600           MaintLogFile.
052700 9999-EXIT-EXIT.
052800     EXIT.
