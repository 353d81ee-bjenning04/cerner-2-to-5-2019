001000 IDENTIFICATION DIVISION.
001100 PROGRAM-ID.     TchMaint.
001200 AUTHOR.         J PELLETIER.
001300 INSTALLATION.   REGISTRAR SYSTEMS.
001400 DATE-WRITTEN.   2026-10-08.
001500 DATE-COMPILED.
001600*----------------------------------------------------------------*
001700*  MODIFICATION HISTORY                                          *
001800*  2026-10-08  JP  INITIAL VERSION - TRANSACTION-DRIVEN TEACHING *
001900*                  ASSIGNMENT MAINTENANCE IN THE STYLE OF        *
002000*                  SCHMAINT, WITH HEADER/TRAILER CONTROL TOTALS  *
002100*                  AND A BEFORE/AFTER MAINTENANCE LOG.           *
002200*----------------------------------------------------------------*
002300*
002400*    THIS PROGRAM READS A TRANSACTION FILE (TEACH.TRN) OF
002500*    ADD/CHANGE/DELETE ACTIONS KEYED BY COURSECODE AND TERM AND
002600*    APPLIES EACH ONE TO THE INDEXED TEACHING ASSIGNMENT FILE
002700*    (TEACH.DAT) THAT GRDROSTR AND MISSGRD GROUP ENROLLMENTS BY.
002800*    THE FEED MUST BALANCE TO ITS HEADER/TRAILER (COUNT AND
002900*    INSTRUCTORID HASH) BEFORE ANYTHING IS APPLIED - AN
003000*    OUT-OF-BALANCE FEED APPLIES NOTHING AND ENDS WITH
003100*    RETURN-CODE 8.  AN ADD NEEDS A COURSE ON COURSES.DAT THAT
003200*    IS NOT INACTIVE; AN ADD OR CHANGE NEEDS AN ACTIVE
003300*    INSTRUCTOR ON INSTRUCT.DAT.  A CHANGE HANDS THE COURSE TO
003400*    ANOTHER INSTRUCTOR; A DELETE LEAVES IT UNASSIGNED FOR THE
003500*    TERM.  EVERY APPLIED TRANSACTION WRITES A BEFORE/AFTER
003600*    IMAGE TO THE MAINTENANCE LOG (TEACHMAINT.LOG).
003700*
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT TeachFile       ASSIGN TO "TEACH.DAT"
004200            ORGANIZATION IS INDEXED
004300            ACCESS MODE IS RANDOM
004400            RECORD KEY IS Tch-Key
004500            ALTERNATE RECORD KEY IS Tch-InstructorId
004600                WITH DUPLICATES
004700            FILE STATUS IS TM-Teach-File-Status.
004800
004900     SELECT InstructorFile  ASSIGN TO "INSTRUCT.DAT"
005000            ORGANIZATION IS INDEXED
005100            ACCESS MODE IS RANDOM
005200            RECORD KEY IS Ins-InstructorId
005300            FILE STATUS IS TM-Instr-File-Status.
005400
005500     SELECT CourseFile      ASSIGN TO "COURSES.DAT"
005600            ORGANIZATION IS INDEXED
005700            ACCESS MODE IS RANDOM
005800            RECORD KEY IS CourseCode OF CourseRecord.
005900
006000     SELECT TransactionFile ASSIGN TO "TEACH.TRN"
006100            ORGANIZATION IS LINE SEQUENTIAL.
006200
006300     SELECT MaintLogFile    ASSIGN TO "TEACHMAINT.LOG"
006400            ORGANIZATION IS LINE SEQUENTIAL.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  TeachFile.
006900     COPY TEACHREC.CPY.
007000
007100 FD  InstructorFile.
007200     COPY INSTREC.CPY.
007300
007400 FD  CourseFile.
007500     COPY COURSE.CPY.
007600
007700 FD  TransactionFile.
007800     COPY TEACHTRN.CPY.
007900
008000 FD  MaintLogFile.
008100 01  MaintLogRecord.
008200     02  ML-Action             PIC X(01).
008300     02  ML-CourseCode         PIC X(04).
008400     02  ML-Term               PIC X(05).
008500     02  FILLER                PIC X(03).
008600     02  ML-Before-Image       PIC X(23).
008700     02  FILLER                PIC X(03).
008800     02  ML-After-Image        PIC X(23).
008900
009000 WORKING-STORAGE SECTION.
009100 01  TM-SWITCHES.
009200     02  TM-End-Of-Trans-Sw    PIC X       VALUE "N".
009300         88  TM-End-Of-Trans      VALUE "Y".
009400     02  TM-Bad-Trans-Sw       PIC X       VALUE "N".
009500         88  TM-Bad-Trans         VALUE "Y".
009600     02  TM-Master-Found-Sw    PIC X       VALUE "N".
009700         88  TM-Master-Found      VALUE "Y".
009800     02  TM-Header-Found-Sw    PIC X       VALUE "N".
009900         88  TM-Header-Found      VALUE "Y".
010000     02  TM-Trailer-Found-Sw   PIC X       VALUE "N".
010100         88  TM-Trailer-Found     VALUE "Y".
010200     02  TM-Out-Of-Balance-Sw  PIC X       VALUE "N".
010300         88  TM-Out-Of-Balance    VALUE "Y".
010400     02  TM-No-Instr-File-Sw   PIC X       VALUE "N".
010500         88  TM-No-Instr-File     VALUE "Y".
010600
010700 01  TM-Teach-File-Status      PIC XX.
010800     88  TM-Teach-File-Good       VALUE "00".
010900     88  TM-Teach-File-Missing    VALUE "35".
011000
011100 01  TM-Instr-File-Status      PIC XX.
011200     88  TM-Instr-File-Good       VALUE "00".
011300     88  TM-Instr-File-Missing    VALUE "35".
011400
011500 01  TM-COUNTERS.
011600     02  TM-Add-Count          PIC 9(05)   COMP    VALUE ZERO.
011700     02  TM-Change-Count       PIC 9(05)   COMP    VALUE ZERO.
011800     02  TM-Delete-Count       PIC 9(05)   COMP    VALUE ZERO.
011900     02  TM-Reject-Count       PIC 9(05)   COMP    VALUE ZERO.
012000
012100 01  TM-CONTROL-FIELDS.
012200     02  TM-Trans-Read-Count   PIC 9(07)   COMP    VALUE ZERO.
012300     02  TM-Hash-Accum         PIC 9(13)           VALUE ZERO.
012400     02  TM-Ctl-Expected-Count PIC 9(07)           VALUE ZERO.
012500     02  TM-Ctl-Expected-Hash  PIC 9(13)           VALUE ZERO.
012600     02  TM-Applied-Count      PIC 9(07)   COMP    VALUE ZERO.
012700
012800 01  TM-WORK-FIELDS.
012900     02  TM-Reject-Reason      PIC X(30)   VALUE SPACES.
013000
013100 01  TM-RUN-DATE-FIELDS.
013200     02  TM-Run-Date-YY        PIC 9(2).
013300     02  TM-Run-Date-MM        PIC 9(2).
013400     02  TM-Run-Date-DD        PIC 9(2).
013500
013600 01  TM-Run-Date-CCYYMMDD.
013700     02  TM-Run-Date-Century   PIC 9(2)    VALUE 20.
013800     02  TM-Run-Date-YY-Out    PIC 9(2).
013900     02  TM-Run-Date-MM-Out    PIC 9(2).
014000     02  TM-Run-Date-DD-Out    PIC 9(2).
014100 01  TM-Run-Date REDEFINES TM-Run-Date-CCYYMMDD
014200                               PIC 9(8).
014300
014400 01  TM-BEFORE-IMAGE           PIC X(23).
014500
014600 01  TM-REJECT-LINE.
014700     02  FILLER               PIC X(06)   VALUE "TEACH ".
014800     02  TM-Rej-Action        PIC X(01).
014900     02  FILLER               PIC X(01)   VALUE SPACE.
015000     02  TM-Rej-CourseCode    PIC X(04).
015100     02  FILLER               PIC X(01)   VALUE SPACE.
015200     02  TM-Rej-Term          PIC X(05).
015300     02  FILLER               PIC X(03)   VALUE " - ".
015400     02  TM-Rej-Reason        PIC X(30).
015500
015600 01  TM-SUMMARY-LINE-1.
015700     02  FILLER          PIC X(17) VALUE "ASSIGNMENTS ADDED".
015800     02  TM-Add-Out            PIC ZZ,ZZ9.
015900
016000 01  TM-SUMMARY-LINE-2.
016100     02  FILLER          PIC X(17) VALUE "ASSIGNMENTS CHGD-".
016200     02  TM-Change-Out         PIC ZZ,ZZ9.
016300
016400 01  TM-SUMMARY-LINE-3.
016500     02  FILLER          PIC X(17) VALUE "ASSIGNMENTS DEL -".
016600     02  TM-Delete-Out         PIC ZZ,ZZ9.
016700
016800 01  TM-SUMMARY-LINE-4.
016900     02  FILLER          PIC X(17) VALUE "TRANS REJECTED --".
017000     02  TM-Reject-Out         PIC ZZ,ZZ9.
017100
017200 01  TM-SUMMARY-LINE-5.
017300     02  FILLER          PIC X(17) VALUE "TRANS EXPECTED --".
017400     02  TM-Expected-Out       PIC Z,ZZZ,ZZ9.
017500
017600 01  TM-SUMMARY-LINE-6.
017700     02  FILLER          PIC X(17) VALUE "TRANS APPLIED ---".
017800     02  TM-Applied-Out        PIC Z,ZZZ,ZZ9.
017900
018000 01  TM-OOB-LINE-1.
018100     02  FILLER          PIC X(24) VALUE
018200         "TEACH.TRN OUT OF BALANCE".
018300     02  FILLER          PIC X(26) VALUE
018400         " - NO TRANSACTIONS APPLIED".
018500
018600 01  TM-OOB-LINE-2.
018700     02  FILLER          PIC X(17) VALUE "  COUNT EXPECTED ".
018800     02  TM-OOB-Count-Exp      PIC Z,ZZZ,ZZ9.
018900     02  FILLER          PIC X(07) VALUE "  READ ".
019000     02  TM-OOB-Count-Read     PIC Z,ZZZ,ZZ9.
019100
019200 01  TM-OOB-LINE-3.
019300     02  FILLER          PIC X(17) VALUE "  HASH  EXPECTED ".
019400     02  TM-OOB-Hash-Exp       PIC 9(13).
019500     02  FILLER          PIC X(11) VALUE "  COMPUTED ".
019600     02  TM-OOB-Hash-Read      PIC 9(13).
019700
019800 01  TM-OOB-LINE-4.
019900     02  FILLER          PIC X(34) VALUE
020000         "  HEADER OR TRAILER RECORD MISSING".
020100
020200 PROCEDURE DIVISION.
020300*----------------------------------------------------------------*
020400 0000-MAINLINE.
020500*----------------------------------------------------------------*
020600     PERFORM 1000-INITIALIZE
020700         THRU 1000-INITIALIZE-EXIT.
020800     PERFORM 2000-APPLY-TRANSACTION
020900         THRU 2000-APPLY-TRANSACTION-EXIT
021000         UNTIL TM-End-Of-Trans.
021100     PERFORM 8000-PRINT-SUMMARY
021200         THRU 8000-PRINT-SUMMARY-EXIT.
021300     PERFORM 9999-EXIT
021400         THRU 9999-EXIT-EXIT.
021500     STOP RUN.
021600
021700*----------------------------------------------------------------*
021800 1000-INITIALIZE.
021900*----------------------------------------------------------------*
022000*    WITH NO INSTRUCTOR MASTER YET EVERY ADD AND CHANGE IS
022100*    REJECTED, BUT DELETES STILL APPLY.
022200     ACCEPT TM-RUN-DATE-FIELDS FROM DATE.
022300     MOVE TM-Run-Date-YY TO TM-Run-Date-YY-Out.
022400     MOVE TM-Run-Date-MM TO TM-Run-Date-MM-Out.
022500     MOVE TM-Run-Date-DD TO TM-Run-Date-DD-Out.
022600     OPEN I-O    TeachFile.
022700     IF TM-Teach-File-Missing
022800         OPEN OUTPUT TeachFile
022900         CLOSE TeachFile
023000         OPEN I-O    TeachFile
023100     END-IF.
023200     OPEN INPUT  InstructorFile.
023300     IF TM-Instr-File-Missing
023400         SET TM-No-Instr-File TO TRUE
023500     END-IF.
023600     OPEN INPUT  CourseFile.
023700     OPEN INPUT  TransactionFile.
023800     OPEN OUTPUT MaintLogFile.
023900     PERFORM 1500-VERIFY-CONTROL
024000         THRU 1500-VERIFY-CONTROL-EXIT.
024100     IF NOT TM-Out-Of-Balance
024200         CLOSE TransactionFile
024300         OPEN INPUT TransactionFile
024400         MOVE "N" TO TM-End-Of-Trans-Sw
024500         PERFORM 1100-READ-TRANSACTION
024600             THRU 1100-READ-TRANSACTION-EXIT
024700     END-IF.
024800 1000-INITIALIZE-EXIT.
024900     EXIT.
025000
025100*----------------------------------------------------------------*
025200 1100-READ-TRANSACTION.
025300*----------------------------------------------------------------*
025400     READ TransactionFile
025500         AT END
025600             SET TM-End-Of-Trans TO TRUE
025700     END-READ.
025800 1100-READ-TRANSACTION-EXIT.
025900     EXIT.
026000
026100*----------------------------------------------------------------*
026200 1500-VERIFY-CONTROL.
026300*----------------------------------------------------------------*
026400*    THE WHOLE FEED IS READ AND TALLIED BEFORE A SINGLE
026500*    TRANSACTION IS APPLIED, THE SAME WAY SCHMAINT BALANCES
026600*    SCHEDULE.TRN.  THE DETAIL COUNT AND THE HASH OF THE
026700*    INSTRUCTORIDS ON ADDS AND CHANGES MUST MATCH THE TRAILER,
026800*    AND BOTH THE HEADER AND TRAILER MUST BE PRESENT -
026900*    OTHERWISE THE RUN STOPS WITH RETURN-CODE 8 AND APPLIES
027000*    NOTHING.
027100     PERFORM 1100-READ-TRANSACTION
027200         THRU 1100-READ-TRANSACTION-EXIT.
027300     PERFORM 1510-TALLY-TRANSACTION
027400         THRU 1510-TALLY-TRANSACTION-EXIT
027500         UNTIL TM-End-Of-Trans.
027600     IF NOT TM-Header-Found OR NOT TM-Trailer-Found
027700         SET TM-Out-Of-Balance TO TRUE
027800         DISPLAY TM-OOB-LINE-1
027900         DISPLAY TM-OOB-LINE-4
028000         MOVE 8 TO RETURN-CODE
028100     ELSE
028200         IF TM-Trans-Read-Count NOT = TM-Ctl-Expected-Count
028300            OR TM-Hash-Accum NOT = TM-Ctl-Expected-Hash
028400             SET TM-Out-Of-Balance TO TRUE
028500             DISPLAY TM-OOB-LINE-1
028600             MOVE TM-Ctl-Expected-Count TO TM-OOB-Count-Exp
028700             MOVE TM-Trans-Read-Count   TO TM-OOB-Count-Read
028800             DISPLAY TM-OOB-LINE-2
028900             MOVE TM-Ctl-Expected-Hash  TO TM-OOB-Hash-Exp
029000             MOVE TM-Hash-Accum         TO TM-OOB-Hash-Read
029100             DISPLAY TM-OOB-LINE-3
029200             MOVE 8 TO RETURN-CODE
029300         END-IF
029400     END-IF.
029500 1500-VERIFY-CONTROL-EXIT.
029600     EXIT.
029700
029800*----------------------------------------------------------------*
029900 1510-TALLY-TRANSACTION.
030000*----------------------------------------------------------------*
030100     EVALUATE TRUE
030200         WHEN TTrans-Header
030300             SET TM-Header-Found TO TRUE
030400         WHEN TTrans-Trailer
030500             SET TM-Trailer-Found TO TRUE
030600             MOVE TCtl-Record-Count TO TM-Ctl-Expected-Count
030700             MOVE TCtl-Hash-Total   TO TM-Ctl-Expected-Hash
030800         WHEN OTHER
030900             ADD 1 TO TM-Trans-Read-Count
031000             IF (TTrans-Add OR TTrans-Change)
031100                AND TTrans-InstructorId IS NUMERIC
031200                 ADD TTrans-InstructorId TO TM-Hash-Accum
031300             END-IF
031400     END-EVALUATE.
031500     PERFORM 1100-READ-TRANSACTION
031600         THRU 1100-READ-TRANSACTION-EXIT.
031700 1510-TALLY-TRANSACTION-EXIT.
031800     EXIT.
031900
032000*----------------------------------------------------------------*
032100 2000-APPLY-TRANSACTION.
032200*----------------------------------------------------------------*
032300     EVALUATE TRUE
032400         WHEN TTrans-Add
032500             PERFORM 2100-APPLY-ADD
032600                 THRU 2100-APPLY-ADD-EXIT
032700         WHEN TTrans-Change
032800             PERFORM 2200-APPLY-CHANGE
032900                 THRU 2200-APPLY-CHANGE-EXIT
033000         WHEN TTrans-Delete
033100             PERFORM 2300-APPLY-DELETE
033200                 THRU 2300-APPLY-DELETE-EXIT
033300         WHEN TTrans-Header
033400             CONTINUE
033500         WHEN TTrans-Trailer
033600             CONTINUE
033700         WHEN OTHER
033800             ADD 1 TO TM-Reject-Count
033900     END-EVALUATE.
034000     PERFORM 1100-READ-TRANSACTION
034100         THRU 1100-READ-TRANSACTION-EXIT.
034200 2000-APPLY-TRANSACTION-EXIT.
034300     EXIT.
034400
034500*----------------------------------------------------------------*
034600 2050-EDIT-KEY.
034700*----------------------------------------------------------------*
034800     MOVE "N"    TO TM-Bad-Trans-Sw.
034900     MOVE SPACES TO TM-Reject-Reason.
035000     IF TTrans-CourseCode = SPACES
035100         SET TM-Bad-Trans TO TRUE
035200         MOVE "COURSECODE IS BLANK" TO TM-Reject-Reason
035300         GO TO 2050-EDIT-KEY-EXIT.
035400     IF TTrans-Term = SPACES
035500         SET TM-Bad-Trans TO TRUE
035600         MOVE "TERM IS BLANK" TO TM-Reject-Reason
035700     END-IF.
035800 2050-EDIT-KEY-EXIT.
035900     EXIT.
036000
036100*----------------------------------------------------------------*
036200 2070-EDIT-INSTRUCTOR.
036300*----------------------------------------------------------------*
036400*    THE INSTRUCTOR NAMED ON AN ADD OR CHANGE MUST BE ON
036500*    INSTRUCT.DAT AND ACTIVE.
036600     IF TTrans-InstructorId IS NOT NUMERIC
036700        OR TTrans-InstructorId = ZERO
036800         SET TM-Bad-Trans TO TRUE
036900         MOVE "INSTRUCTORID NOT VALID" TO TM-Reject-Reason
037000         GO TO 2070-EDIT-INSTRUCTOR-EXIT.
037100     IF TM-No-Instr-File
037200         SET TM-Bad-Trans TO TRUE
037300         MOVE "INSTRUCTOR NOT ON FILE" TO TM-Reject-Reason
037400         GO TO 2070-EDIT-INSTRUCTOR-EXIT.
037500     MOVE TTrans-InstructorId TO Ins-InstructorId.
037600     READ InstructorFile
037700         INVALID KEY
037800             SET TM-Bad-Trans TO TRUE
037900             MOVE "INSTRUCTOR NOT ON FILE" TO TM-Reject-Reason
038000     END-READ.
038100     IF NOT TM-Bad-Trans AND NOT Ins-Active
038200         SET TM-Bad-Trans TO TRUE
038300         MOVE "INSTRUCTOR NOT ACTIVE" TO TM-Reject-Reason
038400     END-IF.
038500 2070-EDIT-INSTRUCTOR-EXIT.
038600     EXIT.
038700
038800*----------------------------------------------------------------*
038900 2100-APPLY-ADD.
039000*----------------------------------------------------------------*
039100     PERFORM 2050-EDIT-KEY
039200         THRU 2050-EDIT-KEY-EXIT.
039300     IF NOT TM-Bad-Trans
039400         MOVE TTrans-CourseCode TO CourseCode OF CourseRecord
039500         READ CourseFile
039600             INVALID KEY
039700                 SET TM-Bad-Trans TO TRUE
039800                 MOVE "COURSE NOT ON COURSES.DAT"
039900                     TO TM-Reject-Reason
040000         END-READ
040100     END-IF.
040200     IF NOT TM-Bad-Trans AND InactiveCourse
040300         SET TM-Bad-Trans TO TRUE
040400         MOVE "COURSE IS INACTIVE" TO TM-Reject-Reason
040500     END-IF.
040600     IF NOT TM-Bad-Trans
040700         PERFORM 2070-EDIT-INSTRUCTOR
040800             THRU 2070-EDIT-INSTRUCTOR-EXIT
040900     END-IF.
041000     IF TM-Bad-Trans
041100         PERFORM 2800-REJECT-TRANSACTION
041200             THRU 2800-REJECT-TRANSACTION-EXIT
041300         GO TO 2100-APPLY-ADD-EXIT.
041400     MOVE TTrans-CourseCode   TO Tch-CourseCode.
041500     MOVE TTrans-Term         TO Tch-Term.
041600     MOVE TTrans-InstructorId TO Tch-InstructorId.
041700     MOVE TM-Run-Date         TO Tch-Assigned-Date.
041800     WRITE TeachRecord
041900         INVALID KEY
042000             MOVE "COURSE ALREADY ASSIGNED" TO TM-Reject-Reason
042100             PERFORM 2800-REJECT-TRANSACTION
042200                 THRU 2800-REJECT-TRANSACTION-EXIT
042300         NOT INVALID KEY
042400             ADD 1 TO TM-Add-Count
042500             PERFORM 2900-LOG-TRANSACTION
042600                 THRU 2900-LOG-TRANSACTION-EXIT
042700     END-WRITE.
042800 2100-APPLY-ADD-EXIT.
042900     EXIT.
043000
043100*----------------------------------------------------------------*
043200 2200-APPLY-CHANGE.
043300*----------------------------------------------------------------*
043400     PERFORM 2050-EDIT-KEY
043500         THRU 2050-EDIT-KEY-EXIT.
043600     IF NOT TM-Bad-Trans
043700         PERFORM 2070-EDIT-INSTRUCTOR
043800             THRU 2070-EDIT-INSTRUCTOR-EXIT
043900     END-IF.
044000     IF TM-Bad-Trans
044100         PERFORM 2800-REJECT-TRANSACTION
044200             THRU 2800-REJECT-TRANSACTION-EXIT
044300         GO TO 2200-APPLY-CHANGE-EXIT.
044400     MOVE "N" TO TM-Master-Found-Sw.
044500     MOVE TTrans-CourseCode TO Tch-CourseCode.
044600     MOVE TTrans-Term       TO Tch-Term.
044700     READ TeachFile
044800         INVALID KEY
044900             MOVE "NO ASSIGNMENT ON FILE" TO TM-Reject-Reason
045000             PERFORM 2800-REJECT-TRANSACTION
045100                 THRU 2800-REJECT-TRANSACTION-EXIT
045200         NOT INVALID KEY
045300             SET TM-Master-Found TO TRUE
045400             MOVE TeachRecord TO TM-BEFORE-IMAGE
045500     END-READ.
045600     IF NOT TM-Master-Found
045700         GO TO 2200-APPLY-CHANGE-EXIT.
045800     MOVE TTrans-InstructorId TO Tch-InstructorId.
045900     MOVE TM-Run-Date         TO Tch-Assigned-Date.
046000     REWRITE TeachRecord
046100         INVALID KEY
046200             ADD 1 TO TM-Reject-Count
046300         NOT INVALID KEY
046400             ADD 1 TO TM-Change-Count
046500             PERFORM 2900-LOG-TRANSACTION
046600                 THRU 2900-LOG-TRANSACTION-EXIT
046700     END-REWRITE.
046800 2200-APPLY-CHANGE-EXIT.
046900     EXIT.
047000
047100*----------------------------------------------------------------*
047200 2300-APPLY-DELETE.
047300*----------------------------------------------------------------*
047400*    A DELETED ASSIGNMENT IS A PHYSICAL DELETE - THE COURSE
047500*    PRINTS UNDER "UNASSIGNED" ON THE ROSTERS UNTIL SOMEONE IS
047600*    GIVEN IT, AND THE LOG KEEPS THE BEFORE IMAGE.
047700     PERFORM 2050-EDIT-KEY
047800         THRU 2050-EDIT-KEY-EXIT.
047900     IF TM-Bad-Trans
048000         PERFORM 2800-REJECT-TRANSACTION
048100             THRU 2800-REJECT-TRANSACTION-EXIT
048200         GO TO 2300-APPLY-DELETE-EXIT.
048300     MOVE "N" TO TM-Master-Found-Sw.
048400     MOVE TTrans-CourseCode TO Tch-CourseCode.
048500     MOVE TTrans-Term       TO Tch-Term.
048600     READ TeachFile
048700         INVALID KEY
048800             MOVE "NO ASSIGNMENT ON FILE" TO TM-Reject-Reason
048900             PERFORM 2800-REJECT-TRANSACTION
049000                 THRU 2800-REJECT-TRANSACTION-EXIT
049100         NOT INVALID KEY
049200             SET TM-Master-Found TO TRUE
049300             MOVE TeachRecord TO TM-BEFORE-IMAGE
049400     END-READ.
049500     IF NOT TM-Master-Found
049600         GO TO 2300-APPLY-DELETE-EXIT.
049700     DELETE TeachFile
049800         INVALID KEY
049900             ADD 1 TO TM-Reject-Count
050000         NOT INVALID KEY
050100             ADD 1 TO TM-Delete-Count
050200             PERFORM 2900-LOG-TRANSACTION
050300                 THRU 2900-LOG-TRANSACTION-EXIT
050400     END-DELETE.
050500 2300-APPLY-DELETE-EXIT.
050600     EXIT.
050700
050800*----------------------------------------------------------------*
050900 2800-REJECT-TRANSACTION.
051000*----------------------------------------------------------------*
051100     ADD 1 TO TM-Reject-Count.
051200     MOVE TTrans-Action     TO TM-Rej-Action.
051300     MOVE TTrans-CourseCode TO TM-Rej-CourseCode.
051400     MOVE TTrans-Term       TO TM-Rej-Term.
051500     MOVE TM-Reject-Reason  TO TM-Rej-Reason.
051600     DISPLAY TM-REJECT-LINE.
051700 2800-REJECT-TRANSACTION-EXIT.
051800     EXIT.
051900
052000*----------------------------------------------------------------*
052100 2900-LOG-TRANSACTION.
052200*----------------------------------------------------------------*
052300     MOVE SPACES            TO MaintLogRecord.
052400     MOVE TTrans-Action     TO ML-Action.
052500     MOVE TTrans-CourseCode TO ML-CourseCode.
052600     MOVE TTrans-Term       TO ML-Term.
052700     IF NOT TTrans-Add
052800         MOVE TM-BEFORE-IMAGE TO ML-Before-Image
052900     END-IF.
053000     IF NOT TTrans-Delete
053100         MOVE TeachRecord     TO ML-After-Image
053200     END-IF.
053300     WRITE MaintLogRecord.
053400 2900-LOG-TRANSACTION-EXIT.
053500     EXIT.
053600
053700*----------------------------------------------------------------*
053800 8000-PRINT-SUMMARY.
053900*----------------------------------------------------------------*
054000     MOVE TM-Add-Count    TO TM-Add-Out.
054100     MOVE TM-Change-Count TO TM-Change-Out.
054200     MOVE TM-Delete-Count TO TM-Delete-Out.
054300     MOVE TM-Reject-Count TO TM-Reject-Out.
054400     DISPLAY TM-SUMMARY-LINE-1.
054500     DISPLAY TM-SUMMARY-LINE-2.
054600     DISPLAY TM-SUMMARY-LINE-3.
054700     DISPLAY TM-SUMMARY-LINE-4.
054800     COMPUTE TM-Applied-Count = TM-Add-Count + TM-Change-Count
054900         + TM-Delete-Count.
055000     MOVE TM-Ctl-Expected-Count TO TM-Expected-Out.
055100     DISPLAY TM-SUMMARY-LINE-5.
055200     MOVE TM-Applied-Count      TO TM-Applied-Out.
055300     DISPLAY TM-SUMMARY-LINE-6.
055400 8000-PRINT-SUMMARY-EXIT.
055500     EXIT.
055600
055700*----------------------------------------------------------------*
055800 9999-EXIT.
055900*----------------------------------------------------------------*
056000     CLOSE TeachFile
056100           CourseFile
056200           TransactionFile
056300           MaintLogFile.
056400     IF NOT TM-No-Instr-File
056500         CLOSE InstructorFile
056600     END-IF.
056700 9999-EXIT-EXIT.
056800     EXIT.
