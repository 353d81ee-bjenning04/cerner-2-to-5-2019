001000 IDENTIFICATION DIVISION.
001100 PROGRAM-ID.     DegMaint.
001200 AUTHOR.         J PELLETIER.
001300 INSTALLATION.   REGISTRAR SYSTEMS.
001400 DATE-WRITTEN.   2026-09-24.
001500 DATE-COMPILED.
001600*----------------------------------------------------------------*
001700*  MODIFICATION HISTORY                                          *
001800*  2026-09-24  JP  INITIAL VERSION - TRANSACTION-DRIVEN          *
001900*                  DEGREE REQUIREMENT MAINTENANCE IN THE STYLE   *
002000*                  OF PRQMAINT, WITH HEADER/TRAILER CONTROL      *
002100*                  TOTALS AND A BEFORE/AFTER MAINTENANCE LOG.    *
002200*----------------------------------------------------------------*
002300*
002400*    THIS PROGRAM READS A TRANSACTION FILE (DEGREQ.TRN) OF
002500*    ADD/CHANGE/DELETE ACTIONS KEYED BY PROGRAM CODE AND APPLIES
002600*    EACH ONE TO THE INDEXED DEGREE REQUIREMENTS FILE
002700*    (DEGREQ.DAT) THAT THE DEGREE AUDIT CHECKS STUDENTS AGAINST.
002800*    AN ADD OR CHANGE CARRIES THE PROGRAM'S WHOLE REQUIREMENT
002900*    SET - CREDIT HOURS, MINIMUM GPA AND UP TO TEN REQUIRED
003000*    COURSES; A DELETE REMOVES IT.  THE FEED MUST BALANCE TO ITS
003100*    HEADER/TRAILER (COUNT AND CREDIT-HOUR HASH) BEFORE ANYTHING
003200*    IS APPLIED - AN OUT-OF-BALANCE FEED APPLIES NOTHING AND
003300*    ENDS WITH RETURN-CODE 8.  THE HOURS MUST BE GREATER THAN
003400*    ZERO, THE GPA NO HIGHER THAN 4.00, AND EVERY REQUIRED
003500*    COURSE MUST BE ON COURSES.DAT.  EVERY APPLIED TRANSACTION
003600*    WRITES A BEFORE/AFTER IMAGE TO THE MAINTENANCE LOG
003700*    (DEGMAINT.LOG).
003800*
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT DegreeFile      ASSIGN TO "DEGREQ.DAT"
004300            ORGANIZATION IS INDEXED
004400            ACCESS MODE IS RANDOM
004500            RECORD KEY IS Deg-ProgramCode
004600            FILE STATUS IS DG-Degree-File-Status.
004700
004800     SELECT CourseFile      ASSIGN TO "COURSES.DAT"
004900            ORGANIZATION IS INDEXED
005000            ACCESS MODE IS RANDOM
005100            RECORD KEY IS CourseCode OF CourseRecord.
005200
005300     SELECT TransactionFile ASSIGN TO "DEGREQ.TRN"
005400            ORGANIZATION IS LINE SEQUENTIAL.
005500
005600     SELECT MaintLogFile    ASSIGN TO "DEGMAINT.LOG"
005700            ORGANIZATION IS LINE SEQUENTIAL.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  DegreeFile.
006200     COPY DEGREQ.CPY.
006300
006400 FD  CourseFile.
006500     COPY COURSE.CPY.
006600
006700 FD  TransactionFile.
006800     COPY DEGTRN.CPY.
006900
007000 FD  MaintLogFile.
007100 01  MaintLogRecord.
007200     02  ML-Action             PIC X(01).
007300     02  ML-ProgramCode        PIC X(04).
007400     02  FILLER                PIC X(03).
007500     02  ML-Before-Image       PIC X(50).
007600     02  FILLER                PIC X(03).
007700     02  ML-After-Image        PIC X(50).
007800
007900 WORKING-STORAGE SECTION.
008000 01  DG-SWITCHES.
008100     02  DG-End-Of-Trans-Sw    PIC X       VALUE "N".
008200         88  DG-End-Of-Trans      VALUE "Y".
008300     02  DG-Bad-Trans-Sw       PIC X       VALUE "N".
008400         88  DG-Bad-Trans         VALUE "Y".
008500     02  DG-Master-Found-Sw    PIC X       VALUE "N".
008600         88  DG-Master-Found      VALUE "Y".
008700     02  DG-Header-Found-Sw    PIC X       VALUE "N".
008800         88  DG-Header-Found      VALUE "Y".
008900     02  DG-Trailer-Found-Sw   PIC X       VALUE "N".
009000         88  DG-Trailer-Found     VALUE "Y".
009100     02  DG-Out-Of-Balance-Sw  PIC X       VALUE "N".
009200         88  DG-Out-Of-Balance    VALUE "Y".
009300
009400 01  DG-Degree-File-Status     PIC XX.
009500     88  DG-Degree-File-Good      VALUE "00".
009600     88  DG-Degree-File-Missing   VALUE "35".
009700
009800 01  DG-COUNTERS.
009900     02  DG-Add-Count          PIC 9(05)   COMP    VALUE ZERO.
010000     02  DG-Change-Count       PIC 9(05)   COMP    VALUE ZERO.
010100     02  DG-Delete-Count       PIC 9(05)   COMP    VALUE ZERO.
010200     02  DG-Reject-Count       PIC 9(05)   COMP    VALUE ZERO.
010300
010400 01  DG-CONTROL-FIELDS.
010500     02  DG-Trans-Read-Count   PIC 9(07)   COMP    VALUE ZERO.
010600     02  DG-Hash-Accum         PIC 9(13)           VALUE ZERO.
010700     02  DG-Ctl-Expected-Count PIC 9(07)           VALUE ZERO.
010800     02  DG-Ctl-Expected-Hash  PIC 9(13)           VALUE ZERO.
010900     02  DG-Applied-Count      PIC 9(07)   COMP    VALUE ZERO.
011000
011100 01  DG-WORK-FIELDS.
011200     02  DG-Sub                PIC 9(02)   COMP    VALUE ZERO.
011300     02  DG-Reject-Reason      PIC X(30)   VALUE SPACES.
011400
011500 01  DG-BEFORE-IMAGE           PIC X(50).
011600
011700 01  DG-REJECT-LINE.
011800     02  FILLER               PIC X(07)   VALUE "DEGREQ ".
011900     02  DG-Rej-Action        PIC X(01).
012000     02  FILLER               PIC X(01)   VALUE SPACE.
012100     02  DG-Rej-ProgramCode   PIC X(04).
012200     02  FILLER               PIC X(03)   VALUE " - ".
012300     02  DG-Rej-Reason        PIC X(30).
012400
012500 01  DG-SUMMARY-LINE-1.
012600     02  FILLER          PIC X(17) VALUE "PROGRAMS ADDED --".
012700     02  DG-Add-Out            PIC ZZ,ZZ9.
012800
012900 01  DG-SUMMARY-LINE-2.
013000     02  FILLER          PIC X(17) VALUE "PROGRAMS CHANGED ".
013100     02  DG-Change-Out         PIC ZZ,ZZ9.
013200
013300 01  DG-SUMMARY-LINE-3.
013400     02  FILLER          PIC X(17) VALUE "PROGRAMS DELETED ".
013500     02  DG-Delete-Out         PIC ZZ,ZZ9.
013600
013700 01  DG-SUMMARY-LINE-4.
013800     02  FILLER          PIC X(17) VALUE "TRANS REJECTED --".
013900     02  DG-Reject-Out         PIC ZZ,ZZ9.
014000
014100 01  DG-SUMMARY-LINE-5.
014200     02  FILLER          PIC X(17) VALUE "TRANS EXPECTED --".
014300     02  DG-Expected-Out       PIC Z,ZZZ,ZZ9.
014400
014500 01  DG-SUMMARY-LINE-6.
014600     02  FILLER          PIC X(17) VALUE "TRANS APPLIED ---".
014700     02  DG-Applied-Out        PIC Z,ZZZ,ZZ9.
014800
014900 01  DG-OOB-LINE-1.
015000     02  FILLER          PIC X(25) VALUE
015100         "DEGREQ.TRN OUT OF BALANCE".
015200     02  FILLER          PIC X(26) VALUE
015300         " - NO TRANSACTIONS APPLIED".
015400
015500 01  DG-OOB-LINE-2.
015600     02  FILLER          PIC X(17) VALUE "  COUNT EXPECTED ".
015700     02  DG-OOB-Count-Exp      PIC Z,ZZZ,ZZ9.
015800     02  FILLER          PIC X(07) VALUE "  READ ".
015900     02  DG-OOB-Count-Read     PIC Z,ZZZ,ZZ9.
016000
016100 01  DG-OOB-LINE-3.
016200     02  FILLER          PIC X(17) VALUE "  HASH  EXPECTED ".
016300     02  DG-OOB-Hash-Exp       PIC 9(13).
016400     02  FILLER          PIC X(11) VALUE "  COMPUTED ".
016500     02  DG-OOB-Hash-Read      PIC 9(13).
016600
016700 01  DG-OOB-LINE-4.
016800     02  FILLER          PIC X(34) VALUE
016900         "  HEADER OR TRAILER RECORD MISSING".
017000
017100 PROCEDURE DIVISION.
017200*----------------------------------------------------------------*
017300 0000-MAINLINE.
017400*----------------------------------------------------------------*
017500     PERFORM 1000-INITIALIZE
017600         THRU 1000-INITIALIZE-EXIT.
017700     PERFORM 2000-APPLY-TRANSACTION
017800         THRU 2000-APPLY-TRANSACTION-EXIT
017900         UNTIL DG-End-Of-Trans.
018000     PERFORM 8000-PRINT-SUMMARY
018100         THRU 8000-PRINT-SUMMARY-EXIT.
018200     PERFORM 9999-EXIT
018300         THRU 9999-EXIT-EXIT.
018400     STOP RUN.
018500
018600*----------------------------------------------------------------*
018700 1000-INITIALIZE.
018800*----------------------------------------------------------------*
018900     OPEN I-O    DegreeFile.
019000     IF DG-Degree-File-Missing
019100         OPEN OUTPUT DegreeFile
019200         CLOSE DegreeFile
019300         OPEN I-O    DegreeFile
019400     END-IF.
019500     OPEN INPUT  CourseFile.
019600     OPEN INPUT  TransactionFile.
019700     OPEN OUTPUT MaintLogFile.
019800     PERFORM 1500-VERIFY-CONTROL
019900         THRU 1500-VERIFY-CONTROL-EXIT.
020000     IF NOT DG-Out-Of-Balance
020100         CLOSE TransactionFile
020200         OPEN INPUT TransactionFile
020300         MOVE "N" TO DG-End-Of-Trans-Sw
020400         PERFORM 1100-READ-TRANSACTION
020500             THRU 1100-READ-TRANSACTION-EXIT
020600     END-IF.
020700 1000-INITIALIZE-EXIT.
020800     EXIT.
020900
021000*----------------------------------------------------------------*
021100 1100-READ-TRANSACTION.
021200*----------------------------------------------------------------*
021300     READ TransactionFile
021400         AT END
021500             SET DG-End-Of-Trans TO TRUE
021600     END-READ.
021700 1100-READ-TRANSACTION-EXIT.
021800     EXIT.
021900
022000*----------------------------------------------------------------*
022100 1500-VERIFY-CONTROL.
022200*----------------------------------------------------------------*
022300*    THE WHOLE FEED IS READ AND TALLIED BEFORE A SINGLE
022400*    TRANSACTION IS APPLIED, THE SAME WAY PRQMAINT BALANCES
022500*    PREREQ.TRN.  THE DETAIL COUNT AND THE HASH OF CREDIT HOURS
022600*    REQUIRED MUST MATCH THE TRAILER, AND BOTH THE HEADER AND
022700*    TRAILER MUST BE PRESENT - OTHERWISE THE RUN STOPS WITH
022800*    RETURN-CODE 8 AND APPLIES NOTHING.
022900     PERFORM 1100-READ-TRANSACTION
023000         THRU 1100-READ-TRANSACTION-EXIT.
023100     PERFORM 1510-TALLY-TRANSACTION
023200         THRU 1510-TALLY-TRANSACTION-EXIT
023300         UNTIL DG-End-Of-Trans.
023400     IF NOT DG-Header-Found OR NOT DG-Trailer-Found
023500         SET DG-Out-Of-Balance TO TRUE
023600         DISPLAY DG-OOB-LINE-1
023700         DISPLAY DG-OOB-LINE-4
023800         MOVE 8 TO RETURN-CODE
023900     ELSE
024000         IF DG-Trans-Read-Count NOT = DG-Ctl-Expected-Count
024100            OR DG-Hash-Accum NOT = DG-Ctl-Expected-Hash
024200             SET DG-Out-Of-Balance TO TRUE
024300             DISPLAY DG-OOB-LINE-1
024400             MOVE DG-Ctl-Expected-Count TO DG-OOB-Count-Exp
024500             MOVE DG-Trans-Read-Count   TO DG-OOB-Count-Read
024600             DISPLAY DG-OOB-LINE-2
024700             MOVE DG-Ctl-Expected-Hash  TO DG-OOB-Hash-Exp
024800             MOVE DG-Hash-Accum         TO DG-OOB-Hash-Read
024900             DISPLAY DG-OOB-LINE-3
025000             MOVE 8 TO RETURN-CODE
025100         END-IF
025200     END-IF.
025300 1500-VERIFY-CONTROL-EXIT.
025400     EXIT.
025500
025600*----------------------------------------------------------------*
025700 1510-TALLY-TRANSACTION.
025800*----------------------------------------------------------------*
025900     EVALUATE TRUE
026000         WHEN DTrans-Header
026100             SET DG-Header-Found TO TRUE
026200         WHEN DTrans-Trailer
026300             SET DG-Trailer-Found TO TRUE
026400             MOVE DCtl-Record-Count TO DG-Ctl-Expected-Count
026500             MOVE DCtl-Hash-Total   TO DG-Ctl-Expected-Hash
026600         WHEN OTHER
026700             ADD 1 TO DG-Trans-Read-Count
026800             IF (DTrans-Add OR DTrans-Change)
026900                AND DTrans-Total-Hours IS NUMERIC
027000                 ADD DTrans-Total-Hours TO DG-Hash-Accum
027100             END-IF
027200     END-EVALUATE.
027300     PERFORM 1100-READ-TRANSACTION
027400         THRU 1100-READ-TRANSACTION-EXIT.
027500 1510-TALLY-TRANSACTION-EXIT.
027600     EXIT.
027700
027800*----------------------------------------------------------------*
027900 2000-APPLY-TRANSACTION.
028000*----------------------------------------------------------------*
028100     EVALUATE TRUE
028200         WHEN DTrans-Add
028300             PERFORM 2100-APPLY-ADD
028400                 THRU 2100-APPLY-ADD-EXIT
028500         WHEN DTrans-Change
028600             PERFORM 2200-APPLY-CHANGE
028700                 THRU 2200-APPLY-CHANGE-EXIT
028800         WHEN DTrans-Delete
028900             PERFORM 2300-APPLY-DELETE
029000                 THRU 2300-APPLY-DELETE-EXIT
029100         WHEN DTrans-Header
029200             CONTINUE
029300         WHEN DTrans-Trailer
029400             CONTINUE
029500         WHEN OTHER
029600             ADD 1 TO DG-Reject-Count
029700     END-EVALUATE.
029800     PERFORM 1100-READ-TRANSACTION
029900         THRU 1100-READ-TRANSACTION-EXIT.
030000 2000-APPLY-TRANSACTION-EXIT.
030100     EXIT.
030200
030300*----------------------------------------------------------------*
030400 2080-EDIT-REQUIREMENTS.
030500*----------------------------------------------------------------*
030600*    ADDS AND CHANGES CARRY THE WHOLE REQUIREMENT SET, SO THE
030700*    PROGRAM CODE MUST BE PRESENT, THE HOURS NUMERIC AND NOT
030800*    ZERO, THE GPA NUMERIC AND NO HIGHER THAN 4.00, AND EVERY
030900*    REQUIRED COURSE NAMED MUST BE ON COURSES.DAT.  THE FIRST
031000*    FAULT FOUND IS THE ONE REPORTED.
031100     MOVE "N"    TO DG-Bad-Trans-Sw.
031200     MOVE SPACES TO DG-Reject-Reason.
031300     IF DTrans-ProgramCode = SPACES
031400         SET DG-Bad-Trans TO TRUE
031500         MOVE "PROGRAM CODE IS BLANK" TO DG-Reject-Reason
031600         GO TO 2080-EDIT-REQUIREMENTS-EXIT.
031700     IF DTrans-Total-Hours NOT NUMERIC
031800        OR DTrans-Total-Hours = ZERO
031900         SET DG-Bad-Trans TO TRUE
032000         MOVE "CREDIT HOURS MISSING OR ZERO" TO DG-Reject-Reason
032100         GO TO 2080-EDIT-REQUIREMENTS-EXIT.
032200     IF DTrans-Min-GPA NOT NUMERIC
032300        OR DTrans-Min-GPA > 4.00
032400         SET DG-Bad-Trans TO TRUE
032500         MOVE "MINIMUM GPA NOT 0.00 THRU 4.00" TO DG-Reject-Reason
032600         GO TO 2080-EDIT-REQUIREMENTS-EXIT.
032700     PERFORM 2090-EDIT-ONE-COURSE
032800         THRU 2090-EDIT-ONE-COURSE-EXIT
032900         VARYING DG-Sub FROM 1 BY 1
033000         UNTIL DG-Sub > 10
033100            OR DG-Bad-Trans.
033200 2080-EDIT-REQUIREMENTS-EXIT.
033300     EXIT.
033400
033500*----------------------------------------------------------------*
033600 2090-EDIT-ONE-COURSE.
033700*----------------------------------------------------------------*
033800     IF DTrans-Required-Course (DG-Sub) = SPACES
033900         GO TO 2090-EDIT-ONE-COURSE-EXIT.
034000     MOVE DTrans-Required-Course (DG-Sub)
034100         TO CourseCode OF CourseRecord.
034200     READ CourseFile
034300         INVALID KEY
034400             SET DG-Bad-Trans TO TRUE
034500             MOVE "REQUIRED COURSE NOT ON FILE"
034600                 TO DG-Reject-Reason
034700     END-READ.
034800 2090-EDIT-ONE-COURSE-EXIT.
034900     EXIT.
035000
035100*----------------------------------------------------------------*
035200 2100-APPLY-ADD.
035300*----------------------------------------------------------------*
035400     PERFORM 2080-EDIT-REQUIREMENTS
035500         THRU 2080-EDIT-REQUIREMENTS-EXIT.
035600     IF DG-Bad-Trans
035700         PERFORM 2800-REJECT-TRANSACTION
035800             THRU 2800-REJECT-TRANSACTION-EXIT
035900         GO TO 2100-APPLY-ADD-EXIT.
036000     MOVE DTrans-Detail TO DegreeReqRecord.
036100     WRITE DegreeReqRecord
036200         INVALID KEY
036300             MOVE "PROGRAM ALREADY ON FILE" TO DG-Reject-Reason
036400             PERFORM 2800-REJECT-TRANSACTION
036500                 THRU 2800-REJECT-TRANSACTION-EXIT
036600         NOT INVALID KEY
036700             ADD 1 TO DG-Add-Count
036800             PERFORM 2900-LOG-TRANSACTION
036900                 THRU 2900-LOG-TRANSACTION-EXIT
037000     END-WRITE.
037100 2100-APPLY-ADD-EXIT.
037200     EXIT.
037300
037400*----------------------------------------------------------------*
037500 2200-APPLY-CHANGE.
037600*----------------------------------------------------------------*
037700     PERFORM 2080-EDIT-REQUIREMENTS
037800         THRU 2080-EDIT-REQUIREMENTS-EXIT.
037900     IF DG-Bad-Trans
038000         PERFORM 2800-REJECT-TRANSACTION
038100             THRU 2800-REJECT-TRANSACTION-EXIT
038200         GO TO 2200-APPLY-CHANGE-EXIT.
038300     MOVE "N" TO DG-Master-Found-Sw.
038400     MOVE DTrans-ProgramCode TO Deg-ProgramCode.
038500     READ DegreeFile
038600         INVALID KEY
038700             MOVE "PROGRAM NOT ON FILE" TO DG-Reject-Reason
038800             PERFORM 2800-REJECT-TRANSACTION
038900                 THRU 2800-REJECT-TRANSACTION-EXIT
039000         NOT INVALID KEY
039100             SET DG-Master-Found TO TRUE
039200             MOVE DegreeReqRecord TO DG-BEFORE-IMAGE
039300     END-READ.
039400     IF NOT DG-Master-Found
039500         GO TO 2200-APPLY-CHANGE-EXIT.
039600     MOVE DTrans-Detail TO DegreeReqRecord.
039700     REWRITE DegreeReqRecord
039800         INVALID KEY
039900             ADD 1 TO DG-Reject-Count
040000         NOT INVALID KEY
040100             ADD 1 TO DG-Change-Count
040200             PERFORM 2900-LOG-TRANSACTION
040300                 THRU 2900-LOG-TRANSACTION-EXIT
040400     END-REWRITE.
040500 2200-APPLY-CHANGE-EXIT.
040600     EXIT.
040700
040800*----------------------------------------------------------------*
040900 2300-APPLY-DELETE.
041000*----------------------------------------------------------------*
041100*    RETIRING A PROGRAM'S REQUIREMENTS IS A PHYSICAL DELETE -
041200*    THE AUDIT THEN REPORTS ITS STUDENTS AS HAVING NO
041300*    REQUIREMENTS ON FILE, AND THE LOG KEEPS THE BEFORE IMAGE.
041400     MOVE "N" TO DG-Master-Found-Sw.
041500     MOVE DTrans-ProgramCode TO Deg-ProgramCode.
041600     READ DegreeFile
041700         INVALID KEY
041800             MOVE "PROGRAM NOT ON FILE" TO DG-Reject-Reason
041900             PERFORM 2800-REJECT-TRANSACTION
042000                 THRU 2800-REJECT-TRANSACTION-EXIT
042100         NOT INVALID KEY
042200             SET DG-Master-Found TO TRUE
042300             MOVE DegreeReqRecord TO DG-BEFORE-IMAGE
042400     END-READ.
042500     IF NOT DG-Master-Found
042600         GO TO 2300-APPLY-DELETE-EXIT.
042700     DELETE DegreeFile
042800         INVALID KEY
042900             ADD 1 TO DG-Reject-Count
043000         NOT INVALID KEY
043100             ADD 1 TO DG-Delete-Count
043200             PERFORM 2900-LOG-TRANSACTION
043300                 THRU 2900-LOG-TRANSACTION-EXIT
043400     END-DELETE.
043500 2300-APPLY-DELETE-EXIT.
043600     EXIT.
043700
043800*----------------------------------------------------------------*
043900 2800-REJECT-TRANSACTION.
044000*----------------------------------------------------------------*
044100     ADD 1 TO DG-Reject-Count.
044200     MOVE DTrans-Action      TO DG-Rej-Action.
044300     MOVE DTrans-ProgramCode TO DG-Rej-ProgramCode.
044400     MOVE DG-Reject-Reason   TO DG-Rej-Reason.
044500     DISPLAY DG-REJECT-LINE.
044600 2800-REJECT-TRANSACTION-EXIT.
044700     EXIT.
044800
044900*----------------------------------------------------------------*
045000 2900-LOG-TRANSACTION.
045100*----------------------------------------------------------------*
045200     MOVE SPACES             TO MaintLogRecord.
045300     MOVE DTrans-Action      TO ML-Action.
045400     MOVE DTrans-ProgramCode TO ML-ProgramCode.
045500     IF NOT DTrans-Add
045600         MOVE DG-BEFORE-IMAGE TO ML-Before-Image
045700     END-IF.
045800     IF NOT DTrans-Delete
045900         MOVE DegreeReqRecord TO ML-After-Image
046000     END-IF.
046100     WRITE MaintLogRecord.
046200 2900-LOG-TRANSACTION-EXIT.
046300     EXIT.
046400
046500*----------------------------------------------------------------*
046600 8000-PRINT-SUMMARY.
046700*----------------------------------------------------------------*
046800     MOVE DG-Add-Count    TO DG-Add-Out.
046900     MOVE DG-Change-Count TO DG-Change-Out.
047000     MOVE DG-Delete-Count TO DG-Delete-Out.
047100     MOVE DG-Reject-Count TO DG-Reject-Out.
047200     DISPLAY DG-SUMMARY-LINE-1.
047300     DISPLAY DG-SUMMARY-LINE-2.
047400     DISPLAY DG-SUMMARY-LINE-3.
047500     DISPLAY DG-SUMMARY-LINE-4.
047600     COMPUTE DG-Applied-Count = DG-Add-Count + DG-Change-Count
047700         + DG-Delete-Count.
047800     MOVE DG-Ctl-Expected-Count TO DG-Expected-Out.
047900     DISPLAY DG-SUMMARY-LINE-5.
048000     MOVE DG-Applied-Count      TO DG-Applied-Out.
048100     DISPLAY DG-SUMMARY-LINE-6.
048200 8000-PRINT-SUMMARY-EXIT.
048300     EXIT.
048400
048500*----------------------------------------------------------------*
048600 9999-EXIT.
048700*----------------------------------------------------------------*
048800     CLOSE DegreeFile
048900           CourseFile
049000           TransactionFile
049100           MaintLogFile.
049200 9999-EXIT-EXIT.
049300     EXIT.
