001000 IDENTIFICATION DIVISION.
001100 PROGRAM-ID.     InsMaint.
001200 AUTHOR.         J PELLETIER.
001300 INSTALLATION.   REGISTRAR SYSTEMS.
001400 DATE-WRITTEN.   2026-10-08.
001500 DATE-COMPILED.
001600*----------------------------------------------------------------*
001700*  MODIFICATION HISTORY                                          *
001800*  2026-10-08  JP  INITIAL VERSION - TRANSACTION-DRIVEN          *
001900*                  INSTRUCTOR MASTER MAINTENANCE IN THE STYLE OF *
002000*                  CRSMAINT, WITH HEADER/TRAILER CONTROL TOTALS  *
002100*                  AND A BEFORE/AFTER MAINTENANCE LOG.           *
002200*----------------------------------------------------------------*
002300*
002400*    THIS PROGRAM READS A TRANSACTION FILE (INSTRUCT.TRN) OF
002500*    ADD/CHANGE/DEACTIVATE ACTIONS KEYED BY INSTRUCTORID AND
002600*    APPLIES EACH ONE TO THE INDEXED INSTRUCTOR MASTER
002700*    (INSTRUCT.DAT) THAT TCHMAINT CHECKS TEACHING ASSIGNMENTS
002800*    AGAINST AND THE GRADE-ENTRY AND MISSING-GRADE REPORTS PRINT
002900*    NAMES FROM.  THE FEED MUST BALANCE TO ITS HEADER/TRAILER
003000*    (COUNT AND INSTRUCTORID HASH) BEFORE ANYTHING IS APPLIED -
003100*    AN OUT-OF-BALANCE FEED APPLIES NOTHING AND ENDS WITH
003200*    RETURN-CODE 8.  AN ADD NEEDS A SURNAME AND A DEPARTMENT; A
003300*    CHANGE LEAVES ANY BLANK FIELD ALONE AND MAKES AN INACTIVE
003400*    INSTRUCTOR ACTIVE AGAIN.  A DEACTIVATE MARKS THE INSTRUCTOR
003500*    INACTIVE RATHER THAN DELETING, SO EARLIER TERMS' TEACHING
003600*    ASSIGNMENTS STILL RESOLVE TO A NAME.  EVERY APPLIED
003700*    TRANSACTION WRITES A BEFORE/AFTER IMAGE TO THE MAINTENANCE
003800*    LOG (INSTMAINT.LOG).
003900*
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT InstructorFile  ASSIGN TO "INSTRUCT.DAT"
004400            ORGANIZATION IS INDEXED
004500            ACCESS MODE IS RANDOM
004600            RECORD KEY IS Ins-InstructorId
004700            FILE STATUS IS IM-Instr-File-Status.
004800
004900     SELECT TransactionFile ASSIGN TO "INSTRUCT.TRN"
005000            ORGANIZATION IS LINE SEQUENTIAL.
005100
005200     SELECT MaintLogFile    ASSIGN TO "INSTMAINT.LOG"
005300            ORGANIZATION IS LINE SEQUENTIAL.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  InstructorFile.
005800     COPY INSTREC.CPY.
005900
006000 FD  TransactionFile.
006100     COPY INSTTRN.CPY.
006200
006300 FD  MaintLogFile.
006400 01  MaintLogRecord.
006500     02  ML-Action             PIC X(01).
006600     02  ML-InstructorId       PIC 9(06).
006700     02  FILLER                PIC X(03).
006800     02  ML-Before-Image       PIC X(39).
006900     02  FILLER                PIC X(03).
007000     02  ML-After-Image        PIC X(39).
007100
007200 WORKING-STORAGE SECTION.
007300 01  IM-SWITCHES.
007400     02  IM-End-Of-Trans-Sw    PIC X       VALUE "N".
007500         88  IM-End-Of-Trans      VALUE "Y".
007600     02  IM-Bad-Trans-Sw       PIC X       VALUE "N".
007700         88  IM-Bad-Trans         VALUE "Y".
007800     02  IM-Master-Found-Sw    PIC X       VALUE "N".
007900         88  IM-Master-Found      VALUE "Y".
008000     02  IM-Header-Found-Sw    PIC X       VALUE "N".
008100         88  IM-Header-Found      VALUE "Y".
008200     02  IM-Trailer-Found-Sw   PIC X       VALUE "N".
008300         88  IM-Trailer-Found     VALUE "Y".
008400     02  IM-Out-Of-Balance-Sw  PIC X       VALUE "N".
008500         88  IM-Out-Of-Balance    VALUE "Y".
008600
008700 01  IM-Instr-File-Status      PIC XX.
008800     88  IM-Instr-File-Good       VALUE "00".
008900     88  IM-Instr-File-Missing    VALUE "35".
009000
009100 01  IM-COUNTERS.
009200     02  IM-Add-Count          PIC 9(05)   COMP    VALUE ZERO.
009300     02  IM-Change-Count       PIC 9(05)   COMP    VALUE ZERO.
009400     02  IM-Deact-Count        PIC 9(05)   COMP    VALUE ZERO.
009500     02  IM-Reject-Count       PIC 9(05)   COMP    VALUE ZERO.
009600
009700 01  IM-CONTROL-FIELDS.
009800     02  IM-Trans-Read-Count   PIC 9(07)   COMP    VALUE ZERO.
009900     02  IM-Hash-Accum         PIC 9(13)           VALUE ZERO.
010000     02  IM-Ctl-Expected-Count PIC 9(07)           VALUE ZERO.
010100     02  IM-Ctl-Expected-Hash  PIC 9(13)           VALUE ZERO.
010200     02  IM-Applied-Count      PIC 9(07)   COMP    VALUE ZERO.
010300
010400 01  IM-WORK-FIELDS.
010500     02  IM-Reject-Reason      PIC X(30)   VALUE SPACES.
010600
010700 01  IM-RUN-DATE-FIELDS.
010800     02  IM-Run-Date-YY        PIC 9(2).
010900     02  IM-Run-Date-MM        PIC 9(2).
011000     02  IM-Run-Date-DD        PIC 9(2).
011100
011200 01  IM-Run-Date-CCYYMMDD.
011300     02  IM-Run-Date-Century   PIC 9(2)    VALUE 20.
011400     02  IM-Run-Date-YY-Out    PIC 9(2).
011500     02  IM-Run-Date-MM-Out    PIC 9(2).
011600     02  IM-Run-Date-DD-Out    PIC 9(2).
011700 01  IM-Run-Date REDEFINES IM-Run-Date-CCYYMMDD
011800                               PIC 9(8).
011900
012000 01  IM-BEFORE-IMAGE           PIC X(39).
012100
012200 01  IM-REJECT-LINE.
012300     02  FILLER               PIC X(11)   VALUE "INSTRUCTOR ".
012400     02  IM-Rej-Action        PIC X(01).
012500     02  FILLER               PIC X(01)   VALUE SPACE.
012600     02  IM-Rej-InstructorId  PIC 9(06).
012700     02  FILLER               PIC X(03)   VALUE " - ".
012800     02  IM-Rej-Reason        PIC X(30).
012900
013000 01  IM-SUMMARY-LINE-1.
013100     02  FILLER          PIC X(17) VALUE "INSTRUCTORS ADDED".
013200     02  IM-Add-Out            PIC ZZ,ZZ9.
013300
013400 01  IM-SUMMARY-LINE-2.
013500     02  FILLER          PIC X(17) VALUE "INSTRUCTORS CHGD-".
013600     02  IM-Change-Out         PIC ZZ,ZZ9.
013700
013800 01  IM-SUMMARY-LINE-3.
013900     02  FILLER          PIC X(17) VALUE "DEACTIVATED -----".
014000     02  IM-Deact-Out          PIC ZZ,ZZ9.
014100
014200 01  IM-SUMMARY-LINE-4.
014300     02  FILLER          PIC X(17) VALUE "TRANS REJECTED --".
014400     02  IM-Reject-Out         PIC ZZ,ZZ9.
014500
014600 01  IM-SUMMARY-LINE-5.
014700     02  FILLER          PIC X(17) VALUE "TRANS EXPECTED --".
014800     02  IM-Expected-Out       PIC Z,ZZZ,ZZ9.
014900
015000 01  IM-SUMMARY-LINE-6.
015100     02  FILLER          PIC X(17) VALUE "TRANS APPLIED ---".
015200     02  IM-Applied-Out        PIC Z,ZZZ,ZZ9.
015300
015400 01  IM-OOB-LINE-1.
015500     02  FILLER          PIC X(27) VALUE
015600         "INSTRUCT.TRN OUT OF BALANCE".
015700     02  FILLER          PIC X(26) VALUE
015800         " - NO TRANSACTIONS APPLIED".
015900
016000 01  IM-OOB-LINE-2.
016100     02  FILLER          PIC X(17) VALUE "  COUNT EXPECTED ".
016200     02  IM-OOB-Count-Exp      PIC Z,ZZZ,ZZ9.
016300     02  FILLER          PIC X(07) VALUE "  READ ".
016400     02  IM-OOB-Count-Read     PIC Z,ZZZ,ZZ9.
016500
016600 01  IM-OOB-LINE-3.
016700     02  FILLER          PIC X(17) VALUE "  HASH  EXPECTED ".
016800     02  IM-OOB-Hash-Exp       PIC 9(13).
016900     02  FILLER          PIC X(11) VALUE "  COMPUTED ".
017000     02  IM-OOB-Hash-Read      PIC 9(13).
017100
017200 01  IM-OOB-LINE-4.
017300     02  FILLER          PIC X(34) VALUE
017400         "  HEADER OR TRAILER RECORD MISSING".
017500
017600 PROCEDURE DIVISION.
017700*----------------------------------------------------------------*
017800 0000-MAINLINE.
017900*----------------------------------------------------------------*
018000     PERFORM 1000-INITIALIZE
018100         THRU 1000-INITIALIZE-EXIT.
018200     PERFORM 2000-APPLY-TRANSACTION
018300         THRU 2000-APPLY-TRANSACTION-EXIT
018400         UNTIL IM-End-Of-Trans.
018500     PERFORM 8000-PRINT-SUMMARY
018600         THRU 8000-PRINT-SUMMARY-EXIT.
018700     PERFORM 9999-EXIT
018800         THRU 9999-EXIT-EXIT.
018900     STOP RUN.
019000
019100*----------------------------------------------------------------*
019200 1000-INITIALIZE.
019300*----------------------------------------------------------------*
019400     ACCEPT IM-RUN-DATE-FIELDS FROM DATE.
019500     MOVE IM-Run-Date-YY TO IM-Run-Date-YY-Out.
019600     MOVE IM-Run-Date-MM TO IM-Run-Date-MM-Out.
019700     MOVE IM-Run-Date-DD TO IM-Run-Date-DD-Out.
019800     OPEN I-O    InstructorFile.
019900     IF IM-Instr-File-Missing
020000         OPEN OUTPUT InstructorFile
020100         CLOSE InstructorFile
020200         OPEN I-O    InstructorFile
020300     END-IF.
020400     OPEN INPUT  TransactionFile.
020500     OPEN OUTPUT MaintLogFile.
020600     PERFORM 1500-VERIFY-CONTROL
020700         THRU 1500-VERIFY-CONTROL-EXIT.
020800     IF NOT IM-Out-Of-Balance
020900         CLOSE TransactionFile
021000         OPEN INPUT TransactionFile
021100         MOVE "N" TO IM-End-Of-Trans-Sw
021200         PERFORM 1100-READ-TRANSACTION
021300             THRU 1100-READ-TRANSACTION-EXIT
021400     END-IF.
021500 1000-INITIALIZE-EXIT.
021600     EXIT.
021700
021800*----------------------------------------------------------------*
021900 1100-READ-TRANSACTION.
022000*----------------------------------------------------------------*
022100     READ TransactionFile
022200         AT END
022300             SET IM-End-Of-Trans TO TRUE
022400     END-READ.
022500 1100-READ-TRANSACTION-EXIT.
022600     EXIT.
022700
022800*----------------------------------------------------------------*
022900 1500-VERIFY-CONTROL.
023000*----------------------------------------------------------------*
023100*    THE WHOLE FEED IS READ AND TALLIED BEFORE A SINGLE
023200*    TRANSACTION IS APPLIED, THE SAME WAY CRSMAINT BALANCES
023300*    COURSE.TRN.  THE DETAIL COUNT AND THE HASH OF INSTRUCTORIDS
023400*    MUST MATCH THE TRAILER, AND BOTH THE HEADER AND TRAILER
023500*    MUST BE PRESENT - OTHERWISE THE RUN STOPS WITH RETURN-CODE
023600*    8 AND APPLIES NOTHING.
023700     PERFORM 1100-READ-TRANSACTION
023800         THRU 1100-READ-TRANSACTION-EXIT.
023900     PERFORM 1510-TALLY-TRANSACTION
024000         THRU 1510-TALLY-TRANSACTION-EXIT
024100         UNTIL IM-End-Of-Trans.
024200     IF NOT IM-Header-Found OR NOT IM-Trailer-Found
024300         SET IM-Out-Of-Balance TO TRUE
024400         DISPLAY IM-OOB-LINE-1
024500         DISPLAY IM-OOB-LINE-4
024600         MOVE 8 TO RETURN-CODE
024700     ELSE
024800         IF IM-Trans-Read-Count NOT = IM-Ctl-Expected-Count
024900            OR IM-Hash-Accum NOT = IM-Ctl-Expected-Hash
025000             SET IM-Out-Of-Balance TO TRUE
025100             DISPLAY IM-OOB-LINE-1
025200             MOVE IM-Ctl-Expected-Count TO IM-OOB-Count-Exp
025300             MOVE IM-Trans-Read-Count   TO IM-OOB-Count-Read
025400             DISPLAY IM-OOB-LINE-2
025500             MOVE IM-Ctl-Expected-Hash  TO IM-OOB-Hash-Exp
025600             MOVE IM-Hash-Accum         TO IM-OOB-Hash-Read
025700             DISPLAY IM-OOB-LINE-3
025800             MOVE 8 TO RETURN-CODE
025900         END-IF
026000     END-IF.
026100 1500-VERIFY-CONTROL-EXIT.
026200     EXIT.
026300
026400*----------------------------------------------------------------*
026500 1510-TALLY-TRANSACTION.
026600*----------------------------------------------------------------*
026700     EVALUATE TRUE
026800         WHEN ITrans-Header
026900             SET IM-Header-Found TO TRUE
027000         WHEN ITrans-Trailer
027100             SET IM-Trailer-Found TO TRUE
027200             MOVE ICtl-Record-Count TO IM-Ctl-Expected-Count
027300             MOVE ICtl-Hash-Total   TO IM-Ctl-Expected-Hash
027400         WHEN OTHER
027500             ADD 1 TO IM-Trans-Read-Count
027600             IF ITrans-InstructorId IS NUMERIC
027700                 ADD ITrans-InstructorId TO IM-Hash-Accum
027800             END-IF
027900     END-EVALUATE.
028000     PERFORM 1100-READ-TRANSACTION
028100         THRU 1100-READ-TRANSACTION-EXIT.
028200 1510-TALLY-TRANSACTION-EXIT.
028300     EXIT.
028400
028500*----------------------------------------------------------------*
028600 2000-APPLY-TRANSACTION.
028700*----------------------------------------------------------------*
028800     EVALUATE TRUE
028900         WHEN ITrans-Add
029000             PERFORM 2100-APPLY-ADD
029100                 THRU 2100-APPLY-ADD-EXIT
029200         WHEN ITrans-Change
029300             PERFORM 2200-APPLY-CHANGE
029400                 THRU 2200-APPLY-CHANGE-EXIT
029500         WHEN ITrans-Deactivate
029600             PERFORM 2300-APPLY-DEACTIVATE
029700                 THRU 2300-APPLY-DEACTIVATE-EXIT
029800         WHEN ITrans-Header
029900             CONTINUE
030000         WHEN ITrans-Trailer
030100             CONTINUE
030200         WHEN OTHER
030300             ADD 1 TO IM-Reject-Count
030400     END-EVALUATE.
030500     PERFORM 1100-READ-TRANSACTION
030600         THRU 1100-READ-TRANSACTION-EXIT.
030700 2000-APPLY-TRANSACTION-EXIT.
030800     EXIT.
030900
031000*----------------------------------------------------------------*
031100 2050-EDIT-KEY.
031200*----------------------------------------------------------------*
031300     MOVE "N"    TO IM-Bad-Trans-Sw.
031400     MOVE SPACES TO IM-Reject-Reason.
031500     IF ITrans-InstructorId IS NOT NUMERIC
031600        OR ITrans-InstructorId = ZERO
031700         SET IM-Bad-Trans TO TRUE
031800         MOVE "INSTRUCTORID NOT VALID" TO IM-Reject-Reason
031900     END-IF.
032000 2050-EDIT-KEY-EXIT.
032100     EXIT.
032200
032300*----------------------------------------------------------------*
032400 2060-MERGE-FIELDS.
032500*----------------------------------------------------------------*
032600*    EACH FIELD KEYED ON THE TRANSACTION REPLACES THE ONE IN THE
032700*    RECORD AREA; A BLANK FIELD LEAVES IT AS IT WAS.
032800     IF ITrans-Surname NOT = SPACES
032900         MOVE ITrans-Surname    TO Ins-Surname
033000     END-IF.
033100     IF ITrans-Initials NOT = SPACES
033200         MOVE ITrans-Initials   TO Ins-Initials
033300     END-IF.
033400     IF ITrans-Department NOT = SPACES
033500         MOVE ITrans-Department TO Ins-Department
033600     END-IF.
033700 2060-MERGE-FIELDS-EXIT.
033800     EXIT.
033900
034000*----------------------------------------------------------------*
034100 2100-APPLY-ADD.
034200*----------------------------------------------------------------*
034300     PERFORM 2050-EDIT-KEY
034400         THRU 2050-EDIT-KEY-EXIT.
034500     IF NOT IM-Bad-Trans
034600         IF ITrans-Surname = SPACES
034700             SET IM-Bad-Trans TO TRUE
034800             MOVE "SURNAME IS BLANK" TO IM-Reject-Reason
034900         ELSE
035000             IF ITrans-Department = SPACES
035100                 SET IM-Bad-Trans TO TRUE
035200                 MOVE "DEPARTMENT IS BLANK" TO IM-Reject-Reason
035300             END-IF
035400         END-IF
035500     END-IF.
035600     IF IM-Bad-Trans
035700         PERFORM 2800-REJECT-TRANSACTION
035800             THRU 2800-REJECT-TRANSACTION-EXIT
035900         GO TO 2100-APPLY-ADD-EXIT.
036000     MOVE SPACES              TO InstructorRecord.
036100     MOVE ITrans-InstructorId TO Ins-InstructorId.
036200     PERFORM 2060-MERGE-FIELDS
036300         THRU 2060-MERGE-FIELDS-EXIT.
036400     MOVE "A"                 TO Ins-Status.
036500     MOVE IM-Run-Date         TO Ins-StatusDate.
036600     WRITE InstructorRecord
036700         INVALID KEY
036800             MOVE "INSTRUCTOR ALREADY ON FILE" TO IM-Reject-Reason
036900             PERFORM 2800-REJECT-TRANSACTION
037000                 THRU 2800-REJECT-TRANSACTION-EXIT
037100         NOT INVALID KEY
037200             ADD 1 TO IM-Add-Count
037300             PERFORM 2900-LOG-TRANSACTION
037400                 THRU 2900-LOG-TRANSACTION-EXIT
037500     END-WRITE.
037600 2100-APPLY-ADD-EXIT.
037700     EXIT.
037800
037900*----------------------------------------------------------------*
038000 2200-APPLY-CHANGE.
038100*----------------------------------------------------------------*
038200*    A CHANGE TO AN INACTIVE INSTRUCTOR MAKES THEM ACTIVE AGAIN -
038300*    IT IS HOW A RETURNING MEMBER OF FACULTY IS REINSTATED.
038400     PERFORM 2050-EDIT-KEY
038500         THRU 2050-EDIT-KEY-EXIT.
038600     IF IM-Bad-Trans
038700         PERFORM 2800-REJECT-TRANSACTION
038800             THRU 2800-REJECT-TRANSACTION-EXIT
038900         GO TO 2200-APPLY-CHANGE-EXIT.
039000     MOVE "N" TO IM-Master-Found-Sw.
039100     MOVE ITrans-InstructorId TO Ins-InstructorId.
039200     READ InstructorFile
039300         INVALID KEY
039400             MOVE "INSTRUCTOR NOT ON FILE" TO IM-Reject-Reason
039500             PERFORM 2800-REJECT-TRANSACTION
039600                 THRU 2800-REJECT-TRANSACTION-EXIT
039700         NOT INVALID KEY
039800             SET IM-Master-Found TO TRUE
039900             MOVE InstructorRecord TO IM-BEFORE-IMAGE
040000     END-READ.
040100     IF NOT IM-Master-Found
040200         GO TO 2200-APPLY-CHANGE-EXIT.
040300     PERFORM 2060-MERGE-FIELDS
040400         THRU 2060-MERGE-FIELDS-EXIT.
040500     IF NOT Ins-Active
040600         MOVE "A"             TO Ins-Status
040700         MOVE IM-Run-Date     TO Ins-StatusDate
040800     END-IF.
040900     REWRITE InstructorRecord
041000         INVALID KEY
041100             ADD 1 TO IM-Reject-Count
041200         NOT INVALID KEY
041300             ADD 1 TO IM-Change-Count
041400             PERFORM 2900-LOG-TRANSACTION
041500                 THRU 2900-LOG-TRANSACTION-EXIT
041600     END-REWRITE.
041700 2200-APPLY-CHANGE-EXIT.
041800     EXIT.
041900
042000*----------------------------------------------------------------*
042100 2300-APPLY-DEACTIVATE.
042200*----------------------------------------------------------------*
042300*    A DEACTIVATE DOES NOT REMOVE THE MASTER RECORD - THE
042400*    INSTRUCTOR IS MARKED INACTIVE SO PAST TEACHING ASSIGNMENTS
042500*    STILL PRINT A NAME.  TCHMAINT WILL NOT GIVE AN INACTIVE
042600*    INSTRUCTOR A NEW ASSIGNMENT.
042700     PERFORM 2050-EDIT-KEY
042800         THRU 2050-EDIT-KEY-EXIT.
042900     IF IM-Bad-Trans
043000         PERFORM 2800-REJECT-TRANSACTION
043100             THRU 2800-REJECT-TRANSACTION-EXIT
043200         GO TO 2300-APPLY-DEACTIVATE-EXIT.
043300     MOVE "N" TO IM-Master-Found-Sw.
043400     MOVE ITrans-InstructorId TO Ins-InstructorId.
043500     READ InstructorFile
043600         INVALID KEY
043700             MOVE "INSTRUCTOR NOT ON FILE" TO IM-Reject-Reason
043800             PERFORM 2800-REJECT-TRANSACTION
043900                 THRU 2800-REJECT-TRANSACTION-EXIT
044000         NOT INVALID KEY
044100             SET IM-Master-Found TO TRUE
044200             MOVE InstructorRecord TO IM-BEFORE-IMAGE
044300     END-READ.
044400     IF NOT IM-Master-Found
044500         GO TO 2300-APPLY-DEACTIVATE-EXIT.
044600     IF Ins-Inactive
044700         MOVE "INSTRUCTOR ALREADY INACTIVE" TO IM-Reject-Reason
044800         PERFORM 2800-REJECT-TRANSACTION
044900             THRU 2800-REJECT-TRANSACTION-EXIT
045000         GO TO 2300-APPLY-DEACTIVATE-EXIT.
045100     MOVE "I"         TO Ins-Status.
045200     MOVE IM-Run-Date TO Ins-StatusDate.
045300     REWRITE InstructorRecord
045400         INVALID KEY
045500             ADD 1 TO IM-Reject-Count
045600         NOT INVALID KEY
045700             ADD 1 TO IM-Deact-Count
045800             PERFORM 2900-LOG-TRANSACTION
045900                 THRU 2900-LOG-TRANSACTION-EXIT
046000     END-REWRITE.
046100 2300-APPLY-DEACTIVATE-EXIT.
046200     EXIT.
046300
046400*----------------------------------------------------------------*
046500 2800-REJECT-TRANSACTION.
046600*----------------------------------------------------------------*
046700     ADD 1 TO IM-Reject-Count.
046800     MOVE ITrans-Action       TO IM-Rej-Action.
046900     MOVE ITrans-InstructorId TO IM-Rej-InstructorId.
047000     MOVE IM-Reject-Reason    TO IM-Rej-Reason.
047100     DISPLAY IM-REJECT-LINE.
047200 2800-REJECT-TRANSACTION-EXIT.
047300     EXIT.
047400
047500*----------------------------------------------------------------*
047600 2900-LOG-TRANSACTION.
047700*----------------------------------------------------------------*
047800     MOVE SPACES              TO MaintLogRecord.
047900     MOVE ITrans-Action       TO ML-Action.
048000     MOVE ITrans-InstructorId TO ML-InstructorId.
048100     IF NOT ITrans-Add
048200         MOVE IM-BEFORE-IMAGE TO ML-Before-Image
048300     END-IF.
048400     MOVE InstructorRecord    TO ML-After-Image.
048500     WRITE MaintLogRecord.
048600 2900-LOG-TRANSACTION-EXIT.
048700     EXIT.
048800
048900*----------------------------------------------------------------*
049000 8000-PRINT-SUMMARY.
049100*----------------------------------------------------------------*
049200     MOVE IM-Add-Count    TO IM-Add-Out.
049300     MOVE IM-Change-Count TO IM-Change-Out.
049400     MOVE IM-Deact-Count  TO IM-Deact-Out.
049500     MOVE IM-Reject-Count TO IM-Reject-Out.
049600     DISPLAY IM-SUMMARY-LINE-1.
049700     DISPLAY IM-SUMMARY-LINE-2.
049800     DISPLAY IM-SUMMARY-LINE-3.
049900     DISPLAY IM-SUMMARY-LINE-4.
050000     COMPUTE IM-Applied-Count = IM-Add-Count + IM-Change-Count
050100         + IM-Deact-Count.
050200     MOVE IM-Ctl-Expected-Count TO IM-Expected-Out.
050300     DISPLAY IM-SUMMARY-LINE-5.
050400     MOVE IM-Applied-Count      TO IM-Applied-Out.
050500     DISPLAY IM-SUMMARY-LINE-6.
050600 8000-PRINT-SUMMARY-EXIT.
050700     EXIT.
050800
050900*----------------------------------------------------------------*
051000 9999-EXIT.
051100*----------------------------------------------------------------*
051200     CLOSE InstructorFile
051300           TransactionFile
051400           MaintLogFile.
051500 9999-EXIT-EXIT.
051600     EXIT.
