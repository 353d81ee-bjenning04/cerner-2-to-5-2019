001000 IDENTIFICATION DIVISION.
001100 PROGRAM-ID.     HoldMaint.
001200 AUTHOR.         J PELLETIER.
001300 INSTALLATION.   REGISTRAR SYSTEMS.
001400 DATE-WRITTEN.   2026-10-03.
001500 DATE-COMPILED.
001600*----------------------------------------------------------------*
001700*  MODIFICATION HISTORY                                          *
001800*  2026-10-03  JP  INITIAL VERSION - TRANSACTION-DRIVEN          *
001900*                  MAINTENANCE FOR THE HOLDS.DAT STUDENT HOLDS   *
002000*                  FILE IN THE STYLE OF DEMOMAINT, WITH HEADER/  *
002100*                  TRAILER BALANCING, A BEFORE/AFTER LOG AND AN  *
002200*                  AUDIT ENTRY PER APPLIED TRANSACTION.          *
002300*----------------------------------------------------------------*
002400*
002500*    THIS PROGRAM READS A TRANSACTION FILE (HOLDS.TRN) OF
002600*    ADD/CHANGE/RELEASE/DELETE ACTIONS KEYED BY STUDENTID AND
002700*    HOLD TYPE AND APPLIES EACH ONE TO THE INDEXED HOLDS FILE
002800*    (HOLDS.DAT) THAT STUDMAINT, WAITPROM, TRANSCRIPT AND
002900*    STUDINQ CHECK.  THE FEED MUST BALANCE TO ITS HEADER/TRAILER
003000*    (COUNT AND STUDENTID HASH) BEFORE ANYTHING IS APPLIED - AN
003100*    OUT-OF-BALANCE FEED APPLIES NOTHING AND ENDS WITH
003200*    RETURN-CODE 8.  AN ADD NEEDS THE STUDENT ON THE MASTER, A
003300*    VALID HOLD TYPE (R REGISTRATION, T TRANSCRIPT, F
003400*    FINANCIAL) AND THE NAME OF WHOEVER PLACED IT; A BLANK
003500*    PLACED DATE MEANS TODAY AND A BLANK RELEASE DATE LEAVES THE
003600*    HOLD OPEN.  A RE-ADD OF A HOLD RELEASED EARLIER REOPENS IT.
003700*    A CHANGE LEAVES ANY BLANK FIELD ALONE, THE DEMO.TRN RULE.
003800*    A RELEASE STAMPS THE RELEASE DATE (BLANK MEANS TODAY) AND
003900*    KEEPS THE HOLD ON FILE AS HISTORY; A DELETE REMOVES A HOLD
004000*    KEYED IN ERROR.  EVERY APPLIED TRANSACTION WRITES A
004100*    BEFORE/AFTER IMAGE TO HOLDMNT.LOG AND AN ENTRY TO
004200*    AUDIT.LOG.
004300*
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT HoldFile        ASSIGN TO "HOLDS.DAT"
004800            ORGANIZATION IS INDEXED
004900            ACCESS MODE IS RANDOM
005000            RECORD KEY IS Hold-Key
005100            FILE STATUS IS HM-Hold-File-Status.
005200
005300     SELECT StudentFile     ASSIGN TO "STUDENTS.DAT"
005400            ORGANIZATION IS INDEXED
005500            ACCESS MODE IS RANDOM
005600            RECORD KEY IS StudentId.
005700
005800     SELECT TransactionFile ASSIGN TO "HOLDS.TRN"
005900            ORGANIZATION IS LINE SEQUENTIAL.
006000
006100     SELECT MaintLogFile    ASSIGN TO "HOLDMNT.LOG"
006200            ORGANIZATION IS LINE SEQUENTIAL.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  HoldFile.
006700     COPY HOLDREC.CPY.
006800
006900 FD  StudentFile.
007000     COPY STUDENT.CPY.
007100
007200 FD  TransactionFile.
007300     COPY HOLDTRN.CPY.
007400
007500 FD  MaintLogFile.
007600 01  MaintLogRecord.
007700     02  ML-Action             PIC X(01).
007800     02  ML-StudentId          PIC 9(7).
007900     02  ML-Hold-Type          PIC X(01).
008000     02  FILLER                PIC X(03).
008100     02  ML-Before-Image       PIC X(62).
008200     02  FILLER                PIC X(03).
008300     02  ML-After-Image        PIC X(62).
008400
008500 WORKING-STORAGE SECTION.
008600 01  JobName                PIC X(08)   VALUE "HOLDMNT".
008700
008800 01  HM-SWITCHES.
008900     02  HM-End-Of-Trans-Sw    PIC X       VALUE "N".
009000         88  HM-End-Of-Trans      VALUE "Y".
009100     02  HM-Bad-Trans-Sw       PIC X       VALUE "N".
009200         88  HM-Bad-Trans         VALUE "Y".
009300     02  HM-Hold-Found-Sw      PIC X       VALUE "N".
009400         88  HM-Hold-Found        VALUE "Y".
009500     02  HM-Header-Found-Sw    PIC X       VALUE "N".
009600         88  HM-Header-Found      VALUE "Y".
009700     02  HM-Trailer-Found-Sw   PIC X       VALUE "N".
009800         88  HM-Trailer-Found     VALUE "Y".
009900     02  HM-Out-Of-Balance-Sw  PIC X       VALUE "N".
010000         88  HM-Out-Of-Balance    VALUE "Y".
010100
010200 01  HM-Hold-File-Status       PIC XX.
010300     88  HM-Hold-File-Good        VALUE "00".
010400     88  HM-Hold-File-Missing     VALUE "35".
010500
010600 01  HM-COUNTERS.
010700     02  HM-Add-Count          PIC 9(05)   COMP    VALUE ZERO.
010800     02  HM-Change-Count       PIC 9(05)   COMP    VALUE ZERO.
010900     02  HM-Release-Count      PIC 9(05)   COMP    VALUE ZERO.
011000     02  HM-Delete-Count       PIC 9(05)   COMP    VALUE ZERO.
011100     02  HM-Reject-Count       PIC 9(05)   COMP    VALUE ZERO.
011200
011300 01  HM-CONTROL-FIELDS.
011400     02  HM-Trans-Read-Count   PIC 9(07)   COMP    VALUE ZERO.
011500     02  HM-Hash-Accum         PIC 9(13)           VALUE ZERO.
011600     02  HM-Ctl-Expected-Count PIC 9(07)           VALUE ZERO.
011700     02  HM-Ctl-Expected-Hash  PIC 9(13)           VALUE ZERO.
011800     02  HM-Applied-Count      PIC 9(07)   COMP    VALUE ZERO.
011900
012000 01  HM-WORK-FIELDS.
012100     02  HM-Reject-Reason      PIC X(30)   VALUE SPACES.
012200     02  HM-Work-Type          PIC X(01)   VALUE SPACE.
012300         88  HM-Valid-Type        VALUE "R" "T" "F".
012400
012500 01  HM-BEFORE-IMAGE           PIC X(62).
012600
012700 01  HM-RUN-DATE-FIELDS.
012800     02  HM-Run-Date-YY        PIC 9(2).
012900     02  HM-Run-Date-MM        PIC 9(2).
013000     02  HM-Run-Date-DD        PIC 9(2).
013100
013200 01  HM-Run-Date-CCYYMMDD.
013300     02  HM-Run-Date-Century   PIC 9(2)    VALUE 20.
013400     02  HM-Run-Date-YY-Out    PIC 9(2).
013500     02  HM-Run-Date-MM-Out    PIC 9(2).
013600     02  HM-Run-Date-DD-Out    PIC 9(2).
013700
013800 01  HM-REJECT-LINE.
013900     02  FILLER               PIC X(05)   VALUE "HOLD ".
014000     02  HM-Rej-Action        PIC X(01).
014100     02  FILLER               PIC X(01)   VALUE SPACE.
014200     02  HM-Rej-StudentId     PIC 9(07).
014300     02  FILLER               PIC X(01)   VALUE SPACE.
014400     02  HM-Rej-Type          PIC X(01).
014500     02  FILLER               PIC X(03)   VALUE " - ".
014600     02  HM-Rej-Reason        PIC X(30).
014700
014800 01  HM-SUMMARY-LINE-1.
014900     02  FILLER          PIC X(17) VALUE "HOLDS PLACED ----".
015000     02  HM-Add-Out            PIC ZZ,ZZ9.
015100
015200 01  HM-SUMMARY-LINE-2.
015300     02  FILLER          PIC X(17) VALUE "HOLDS CHANGED ---".
015400     02  HM-Change-Out         PIC ZZ,ZZ9.
015500
015600 01  HM-SUMMARY-LINE-3.
015700     02  FILLER          PIC X(17) VALUE "HOLDS RELEASED --".
015800     02  HM-Release-Out        PIC ZZ,ZZ9.
015900
016000 01  HM-SUMMARY-LINE-4.
016100     02  FILLER          PIC X(17) VALUE "HOLDS DELETED ---".
016200     02  HM-Delete-Out         PIC ZZ,ZZ9.
016300
016400 01  HM-SUMMARY-LINE-5.
016500     02  FILLER          PIC X(17) VALUE "TRANS REJECTED --".
016600     02  HM-Reject-Out         PIC ZZ,ZZ9.
016700
016800 01  HM-SUMMARY-LINE-6.
016900     02  FILLER          PIC X(17) VALUE "TRANS EXPECTED --".
017000     02  HM-Expected-Out       PIC Z,ZZZ,ZZ9.
017100
017200 01  HM-SUMMARY-LINE-7.
017300     02  FILLER          PIC X(17) VALUE "TRANS APPLIED ---".
017400     02  HM-Applied-Out        PIC Z,ZZZ,ZZ9.
017500
017600 01  HM-OOB-LINE-1.
017700     02  FILLER          PIC X(24) VALUE
017800         "HOLDS.TRN OUT OF BALANCE".
017900     02  FILLER          PIC X(26) VALUE
018000         " - NO TRANSACTIONS APPLIED".
018100
018200 01  HM-OOB-LINE-2.
018300     02  FILLER          PIC X(17) VALUE "  COUNT EXPECTED ".
018400     02  HM-OOB-Count-Exp      PIC Z,ZZZ,ZZ9.
018500     02  FILLER          PIC X(07) VALUE "  READ ".
018600     02  HM-OOB-Count-Read     PIC Z,ZZZ,ZZ9.
018700
018800 01  HM-OOB-LINE-3.
018900     02  FILLER          PIC X(17) VALUE "  HASH  EXPECTED ".
019000     02  HM-OOB-Hash-Exp       PIC 9(13).
019100     02  FILLER          PIC X(11) VALUE "  COMPUTED ".
019200     02  HM-OOB-Hash-Read      PIC 9(13).
019300
019400 01  HM-OOB-LINE-4.
019500     02  FILLER          PIC X(34) VALUE
019600         "  HEADER OR TRAILER RECORD MISSING".
019700
019800 PROCEDURE DIVISION.
019900*----------------------------------------------------------------*
020000 0000-MAINLINE.
020100*----------------------------------------------------------------*
020200     PERFORM 1000-INITIALIZE
020300         THRU 1000-INITIALIZE-EXIT.
020400     PERFORM 2000-APPLY-TRANSACTION
020500         THRU 2000-APPLY-TRANSACTION-EXIT
020600         UNTIL HM-End-Of-Trans.
020700     PERFORM 8000-PRINT-SUMMARY
020800         THRU 8000-PRINT-SUMMARY-EXIT.
020900     PERFORM 9999-EXIT
021000         THRU 9999-EXIT-EXIT.
021100     STOP RUN.
021200
021300*----------------------------------------------------------------*
021400 1000-INITIALIZE.
021500*----------------------------------------------------------------*
021600     OPEN I-O    HoldFile.
021700     IF HM-Hold-File-Missing
021800         OPEN OUTPUT HoldFile
021900         CLOSE HoldFile
022000         OPEN I-O    HoldFile
022100     END-IF.
022200     OPEN INPUT  StudentFile.
022300     OPEN INPUT  TransactionFile.
022400     OPEN OUTPUT MaintLogFile.
022500     ACCEPT HM-RUN-DATE-FIELDS FROM DATE.
022600     MOVE HM-Run-Date-YY TO HM-Run-Date-YY-Out.
022700     MOVE HM-Run-Date-MM TO HM-Run-Date-MM-Out.
022800     MOVE HM-Run-Date-DD TO HM-Run-Date-DD-Out.
022900     PERFORM 1500-VERIFY-CONTROL
023000         THRU 1500-VERIFY-CONTROL-EXIT.
023100     IF NOT HM-Out-Of-Balance
023200         CLOSE TransactionFile
023300         OPEN INPUT TransactionFile
023400         MOVE "N" TO HM-End-Of-Trans-Sw
023500         PERFORM 1100-READ-TRANSACTION
023600             THRU 1100-READ-TRANSACTION-EXIT
023700     END-IF.
023800 1000-INITIALIZE-EXIT.
023900     EXIT.
024000
024100*----------------------------------------------------------------*
024200 1100-READ-TRANSACTION.
024300*----------------------------------------------------------------*
024400     READ TransactionFile
024500         AT END
024600             SET HM-End-Of-Trans TO TRUE
024700     END-READ.
024800 1100-READ-TRANSACTION-EXIT.
024900     EXIT.
025000
025100*----------------------------------------------------------------*
025200 1500-VERIFY-CONTROL.
025300*----------------------------------------------------------------*
025400*    THE WHOLE FEED IS READ AND TALLIED BEFORE A SINGLE
025500*    TRANSACTION IS APPLIED, THE SAME WAY DEMOMAINT BALANCES
025600*    DEMO.TRN.  THE DETAIL COUNT AND STUDENTID HASH MUST MATCH
025700*    THE TRAILER, AND BOTH THE HEADER AND TRAILER MUST BE
025800*    PRESENT - OTHERWISE THE RUN STOPS WITH RETURN-CODE 8 AND
025900*    APPLIES NOTHING.
026000     PERFORM 1100-READ-TRANSACTION
026100         THRU 1100-READ-TRANSACTION-EXIT.
026200     PERFORM 1510-TALLY-TRANSACTION
026300         THRU 1510-TALLY-TRANSACTION-EXIT
026400         UNTIL HM-End-Of-Trans.
026500     IF NOT HM-Header-Found OR NOT HM-Trailer-Found
026600         SET HM-Out-Of-Balance TO TRUE
026700         DISPLAY HM-OOB-LINE-1
026800         DISPLAY HM-OOB-LINE-4
026900         MOVE 8 TO RETURN-CODE
027000     ELSE
027100         IF HM-Trans-Read-Count NOT = HM-Ctl-Expected-Count
027200            OR HM-Hash-Accum NOT = HM-Ctl-Expected-Hash
027300             SET HM-Out-Of-Balance TO TRUE
027400             DISPLAY HM-OOB-LINE-1
027500             MOVE HM-Ctl-Expected-Count TO HM-OOB-Count-Exp
027600             MOVE HM-Trans-Read-Count   TO HM-OOB-Count-Read
027700             DISPLAY HM-OOB-LINE-2
027800             MOVE HM-Ctl-Expected-Hash  TO HM-OOB-Hash-Exp
027900             MOVE HM-Hash-Accum         TO HM-OOB-Hash-Read
028000             DISPLAY HM-OOB-LINE-3
028100             MOVE 8 TO RETURN-CODE
028200         END-IF
028300     END-IF.
028400 1500-VERIFY-CONTROL-EXIT.
028500     EXIT.
028600
028700*----------------------------------------------------------------*
028800 1510-TALLY-TRANSACTION.
028900*----------------------------------------------------------------*
029000     EVALUATE TRUE
029100         WHEN HTrans-Header
029200             SET HM-Header-Found TO TRUE
029300         WHEN HTrans-Trailer
029400             SET HM-Trailer-Found TO TRUE
029500             MOVE HCtl-Record-Count TO HM-Ctl-Expected-Count
029600             MOVE HCtl-Hash-Total   TO HM-Ctl-Expected-Hash
029700         WHEN OTHER
029800             ADD 1 TO HM-Trans-Read-Count
029900             IF HTrans-StudentId IS NUMERIC
030000                 ADD HTrans-StudentId TO HM-Hash-Accum
030100             END-IF
030200     END-EVALUATE.
030300     PERFORM 1100-READ-TRANSACTION
030400         THRU 1100-READ-TRANSACTION-EXIT.
030500 1510-TALLY-TRANSACTION-EXIT.
030600     EXIT.
030700
030800*----------------------------------------------------------------*
030900 2000-APPLY-TRANSACTION.
031000*----------------------------------------------------------------*
031100     EVALUATE TRUE
031200         WHEN HTrans-Add
031300             PERFORM 2100-APPLY-ADD
031400                 THRU 2100-APPLY-ADD-EXIT
031500         WHEN HTrans-Change
031600             PERFORM 2200-APPLY-CHANGE
031700                 THRU 2200-APPLY-CHANGE-EXIT
031800         WHEN HTrans-Release
031900             PERFORM 2300-APPLY-RELEASE
032000                 THRU 2300-APPLY-RELEASE-EXIT
032100         WHEN HTrans-Delete
032200             PERFORM 2400-APPLY-DELETE
032300                 THRU 2400-APPLY-DELETE-EXIT
032400         WHEN HTrans-Header
032500             CONTINUE
032600         WHEN HTrans-Trailer
032700             CONTINUE
032800         WHEN OTHER
032900             MOVE "UNKNOWN ACTION CODE" TO HM-Reject-Reason
033000             PERFORM 2800-REJECT-TRANSACTION
033100                 THRU 2800-REJECT-TRANSACTION-EXIT
033200     END-EVALUATE.
033300     PERFORM 1100-READ-TRANSACTION
033400         THRU 1100-READ-TRANSACTION-EXIT.
033500 2000-APPLY-TRANSACTION-EXIT.
033600     EXIT.
033700
033800*----------------------------------------------------------------*
033900 2050-EDIT-KEY.
034000*----------------------------------------------------------------*
034100*    EVERY ACTION NEEDS A NUMERIC STUDENTID AND A KNOWN HOLD
034200*    TYPE.  THE FIRST FAULT FOUND IS THE ONE REPORTED.
034300     MOVE "N"    TO HM-Bad-Trans-Sw.
034400     MOVE SPACES TO HM-Reject-Reason.
034500     MOVE HTrans-Type TO HM-Work-Type.
034600     IF HTrans-StudentId IS NOT NUMERIC
034700        OR HTrans-StudentId = ZERO
034800         SET HM-Bad-Trans TO TRUE
034900         MOVE "STUDENTID NOT NUMERIC" TO HM-Reject-Reason
035000         GO TO 2050-EDIT-KEY-EXIT.
035100     IF NOT HM-Valid-Type
035200         SET HM-Bad-Trans TO TRUE
035300         MOVE "HOLD TYPE NOT R, T OR F" TO HM-Reject-Reason
035400     END-IF.
035500 2050-EDIT-KEY-EXIT.
035600     EXIT.
035700
035800*----------------------------------------------------------------*
035900 2060-EDIT-DATES.
036000*----------------------------------------------------------------*
036100*    A DATE ON THE TRANSACTION IS EITHER BLANK OR EIGHT DIGITS.
036200     IF HTrans-Placed-Date NOT = SPACES
036300        AND HTrans-Placed-Date IS NOT NUMERIC
036400         SET HM-Bad-Trans TO TRUE
036500         MOVE "PLACED DATE NOT NUMERIC" TO HM-Reject-Reason
036600         GO TO 2060-EDIT-DATES-EXIT.
036700     IF HTrans-Release-Date NOT = SPACES
036800        AND HTrans-Release-Date IS NOT NUMERIC
036900         SET HM-Bad-Trans TO TRUE
037000         MOVE "RELEASE DATE NOT NUMERIC" TO HM-Reject-Reason
037100     END-IF.
037200 2060-EDIT-DATES-EXIT.
037300     EXIT.
037400
037500*----------------------------------------------------------------*
037600 2070-READ-HOLD.
037700*----------------------------------------------------------------*
037800     MOVE "N" TO HM-Hold-Found-Sw.
037900     MOVE HTrans-StudentId TO Hold-StudentId.
038000     MOVE HTrans-Type      TO Hold-Type.
038100     READ HoldFile
038200         INVALID KEY
038300             CONTINUE
038400         NOT INVALID KEY
038500             SET HM-Hold-Found TO TRUE
038600             MOVE HoldRecord TO HM-BEFORE-IMAGE
038700     END-READ.
038800 2070-READ-HOLD-EXIT.
038900     EXIT.
039000
039100*----------------------------------------------------------------*
039200 2100-APPLY-ADD.
039300*----------------------------------------------------------------*
039400*    A HOLD OF THE SAME TYPE ALREADY ON FILE IS ONLY A DUPLICATE
039500*    WHILE IT IS STILL OPEN; A RELEASED ONE IS REOPENED WITH THE
039600*    NEW DETAILS, SO THE FILE KEEPS ONE RECORD PER TYPE.
039700     PERFORM 2050-EDIT-KEY
039800         THRU 2050-EDIT-KEY-EXIT.
039900     IF NOT HM-Bad-Trans
040000         PERFORM 2060-EDIT-DATES
040100             THRU 2060-EDIT-DATES-EXIT
040200     END-IF.
040300     IF NOT HM-Bad-Trans AND HTrans-Placed-By = SPACES
040400         SET HM-Bad-Trans TO TRUE
040500         MOVE "PLACED-BY IS BLANK" TO HM-Reject-Reason
040600     END-IF.
040700     IF HM-Bad-Trans
040800         PERFORM 2800-REJECT-TRANSACTION
040900             THRU 2800-REJECT-TRANSACTION-EXIT
041000         GO TO 2100-APPLY-ADD-EXIT.
041100     MOVE HTrans-StudentId TO StudentId.
041200     READ StudentFile
041300         INVALID KEY
041400             SET HM-Bad-Trans TO TRUE
041500             MOVE "STUDENT NOT ON MASTER" TO HM-Reject-Reason
041600     END-READ.
041700     IF HM-Bad-Trans
041800         PERFORM 2800-REJECT-TRANSACTION
041900             THRU 2800-REJECT-TRANSACTION-EXIT
042000         GO TO 2100-APPLY-ADD-EXIT.
042100     PERFORM 2070-READ-HOLD
042200         THRU 2070-READ-HOLD-EXIT.
042300     IF HM-Hold-Found
042400        AND (Hold-Release-Date = ZERO
042500             OR Hold-Release-Date > HM-Run-Date-CCYYMMDD)
042600         MOVE "HOLD ALREADY ACTIVE" TO HM-Reject-Reason
042700         PERFORM 2800-REJECT-TRANSACTION
042800             THRU 2800-REJECT-TRANSACTION-EXIT
042900         GO TO 2100-APPLY-ADD-EXIT.
043000     MOVE HTrans-StudentId TO Hold-StudentId.
043100     MOVE HTrans-Type      TO Hold-Type.
043200     MOVE HTrans-Placed-By TO Hold-Placed-By.
043300     IF HTrans-Placed-Date = SPACES
043400         MOVE HM-Run-Date-CCYYMMDD TO Hold-Placed-Date
043500     ELSE
043600         MOVE HTrans-Placed-Date   TO Hold-Placed-Date
043700     END-IF.
043800     IF HTrans-Release-Date = SPACES
043900         MOVE ZERO                 TO Hold-Release-Date
044000     ELSE
044100         MOVE HTrans-Release-Date  TO Hold-Release-Date
044200     END-IF.
044300     MOVE HTrans-Reason    TO Hold-Reason.
044400     IF HM-Hold-Found
044500         REWRITE HoldRecord
044600             INVALID KEY
044700                 ADD 1 TO HM-Reject-Count
044800             NOT INVALID KEY
044900                 ADD 1 TO HM-Add-Count
045000                 PERFORM 2900-LOG-TRANSACTION
045100                     THRU 2900-LOG-TRANSACTION-EXIT
045200         END-REWRITE
045300     ELSE
045400         MOVE SPACES TO HM-BEFORE-IMAGE
045500         WRITE HoldRecord
045600             INVALID KEY
045700                 ADD 1 TO HM-Reject-Count
045800             NOT INVALID KEY
045900                 ADD 1 TO HM-Add-Count
046000                 PERFORM 2900-LOG-TRANSACTION
046100                     THRU 2900-LOG-TRANSACTION-EXIT
046200         END-WRITE
046300     END-IF.
046400 2100-APPLY-ADD-EXIT.
046500     EXIT.
046600
046700*----------------------------------------------------------------*
046800 2200-APPLY-CHANGE.
046900*----------------------------------------------------------------*
047000*    A BLANK FIELD ON THE CHANGE LEAVES THE ORIGINAL VALUE
047100*    ALONE, SO ONLY WHAT MOVED NEEDS KEYING.
047200     PERFORM 2050-EDIT-KEY
047300         THRU 2050-EDIT-KEY-EXIT.
047400     IF NOT HM-Bad-Trans
047500         PERFORM 2060-EDIT-DATES
047600             THRU 2060-EDIT-DATES-EXIT
047700     END-IF.
047800     IF HM-Bad-Trans
047900         PERFORM 2800-REJECT-TRANSACTION
048000             THRU 2800-REJECT-TRANSACTION-EXIT
048100         GO TO 2200-APPLY-CHANGE-EXIT.
048200     PERFORM 2070-READ-HOLD
048300         THRU 2070-READ-HOLD-EXIT.
048400     IF NOT HM-Hold-Found
048500         MOVE "NO SUCH HOLD ON FILE" TO HM-Reject-Reason
048600         PERFORM 2800-REJECT-TRANSACTION
048700             THRU 2800-REJECT-TRANSACTION-EXIT
048800         GO TO 2200-APPLY-CHANGE-EXIT.
048900     IF HTrans-Placed-By NOT = SPACES
049000         MOVE HTrans-Placed-By    TO Hold-Placed-By
049100     END-IF.
049200     IF HTrans-Placed-Date NOT = SPACES
049300         MOVE HTrans-Placed-Date  TO Hold-Placed-Date
049400     END-IF.
049500     IF HTrans-Release-Date NOT = SPACES
049600         MOVE HTrans-Release-Date TO Hold-Release-Date
049700     END-IF.
049800     IF HTrans-Reason NOT = SPACES
049900         MOVE HTrans-Reason       TO Hold-Reason
050000     END-IF.
050100     REWRITE HoldRecord
050200         INVALID KEY
050300             ADD 1 TO HM-Reject-Count
050400         NOT INVALID KEY
050500             ADD 1 TO HM-Change-Count
050600             PERFORM 2900-LOG-TRANSACTION
050700                 THRU 2900-LOG-TRANSACTION-EXIT
050800     END-REWRITE.
050900 2200-APPLY-CHANGE-EXIT.
051000     EXIT.
051100
051200*----------------------------------------------------------------*
051300 2300-APPLY-RELEASE.
051400*----------------------------------------------------------------*
051500*    THE HOLD STAYS ON FILE WITH ITS RELEASE DATE SET, SO WHO
051600*    PLACED IT AND WHEN IS NOT LOST.  ONLY AN OPEN HOLD CAN BE
051700*    RELEASED.
051800     PERFORM 2050-EDIT-KEY
051900         THRU 2050-EDIT-KEY-EXIT.
052000     IF NOT HM-Bad-Trans
052100         PERFORM 2060-EDIT-DATES
052200             THRU 2060-EDIT-DATES-EXIT
052300     END-IF.
052400     IF HM-Bad-Trans
052500         PERFORM 2800-REJECT-TRANSACTION
052600             THRU 2800-REJECT-TRANSACTION-EXIT
052700         GO TO 2300-APPLY-RELEASE-EXIT.
052800     PERFORM 2070-READ-HOLD
052900         THRU 2070-READ-HOLD-EXIT.
053000     IF NOT HM-Hold-Found
053100         MOVE "NO SUCH HOLD ON FILE" TO HM-Reject-Reason
053200         PERFORM 2800-REJECT-TRANSACTION
053300             THRU 2800-REJECT-TRANSACTION-EXIT
053400         GO TO 2300-APPLY-RELEASE-EXIT.
053500     IF Hold-Release-Date NOT = ZERO
053600        AND Hold-Release-Date NOT > HM-Run-Date-CCYYMMDD
053700         MOVE "HOLD ALREADY RELEASED" TO HM-Reject-Reason
053800         PERFORM 2800-REJECT-TRANSACTION
053900             THRU 2800-REJECT-TRANSACTION-EXIT
054000         GO TO 2300-APPLY-RELEASE-EXIT.
054100     IF HTrans-Release-Date = SPACES
054200         MOVE HM-Run-Date-CCYYMMDD TO Hold-Release-Date
054300     ELSE
054400         MOVE HTrans-Release-Date  TO Hold-Release-Date
054500     END-IF.
054600     REWRITE HoldRecord
054700         INVALID KEY
054800             ADD 1 TO HM-Reject-Count
054900         NOT INVALID KEY
055000             ADD 1 TO HM-Release-Count
055100             PERFORM 2900-LOG-TRANSACTION
055200                 THRU 2900-LOG-TRANSACTION-EXIT
055300     END-REWRITE.
055400 2300-APPLY-RELEASE-EXIT.
055500     EXIT.
055600
055700*----------------------------------------------------------------*
055800 2400-APPLY-DELETE.
055900*----------------------------------------------------------------*
056000*    A DELETE IS FOR A HOLD KEYED IN ERROR - THE NORMAL WAY OFF
056100*    IS A RELEASE.  THE LOG KEEPS THE BEFORE IMAGE.
056200     PERFORM 2050-EDIT-KEY
056300         THRU 2050-EDIT-KEY-EXIT.
056400     IF HM-Bad-Trans
056500         PERFORM 2800-REJECT-TRANSACTION
056600             THRU 2800-REJECT-TRANSACTION-EXIT
056700         GO TO 2400-APPLY-DELETE-EXIT.
056800     PERFORM 2070-READ-HOLD
056900         THRU 2070-READ-HOLD-EXIT.
057000     IF NOT HM-Hold-Found
057100         MOVE "NO SUCH HOLD ON FILE" TO HM-Reject-Reason
057200         PERFORM 2800-REJECT-TRANSACTION
057300             THRU 2800-REJECT-TRANSACTION-EXIT
057400         GO TO 2400-APPLY-DELETE-EXIT.
057500     DELETE HoldFile
057600         INVALID KEY
057700             ADD 1 TO HM-Reject-Count
057800         NOT INVALID KEY
057900             ADD 1 TO HM-Delete-Count
058000             MOVE SPACES TO HoldRecord
058100             PERFORM 2900-LOG-TRANSACTION
058200                 THRU 2900-LOG-TRANSACTION-EXIT
058300     END-DELETE.
058400 2400-APPLY-DELETE-EXIT.
058500     EXIT.
058600
058700*----------------------------------------------------------------*
058800 2800-REJECT-TRANSACTION.
058900*----------------------------------------------------------------*
059000     ADD 1 TO HM-Reject-Count.
059100     MOVE HTrans-Action    TO HM-Rej-Action.
059200     IF HTrans-StudentId IS NUMERIC
059300         MOVE HTrans-StudentId TO HM-Rej-StudentId
059400     ELSE
059500         MOVE ZERO             TO HM-Rej-StudentId
059600     END-IF.
059700     MOVE HTrans-Type      TO HM-Rej-Type.
059800     MOVE HM-Reject-Reason TO HM-Rej-Reason.
059900     DISPLAY HM-REJECT-LINE.
060000 2800-REJECT-TRANSACTION-EXIT.
060100     EXIT.
060200
060300*----------------------------------------------------------------*
060400 2900-LOG-TRANSACTION.
060500*----------------------------------------------------------------*
060600*    A RELEASE IS LOGGED TO AUDIT.LOG AS A CHANGE.
060700     MOVE SPACES           TO MaintLogRecord.
060800     MOVE HTrans-Action    TO ML-Action.
060900     MOVE HTrans-StudentId TO ML-StudentId.
061000     MOVE HTrans-Type      TO ML-Hold-Type.
061100     MOVE HM-BEFORE-IMAGE  TO ML-Before-Image.
061200     IF NOT HTrans-Delete
061300         MOVE HoldRecord   TO ML-After-Image
061400     END-IF.
061500     WRITE MaintLogRecord.
061600     IF HTrans-Release
061700         CALL "AuditLog" USING JobName HTrans-StudentId "C"
061800     ELSE
061900         CALL "AuditLog" USING JobName HTrans-StudentId
062000             HTrans-Action
062100     END-IF.
062200 2900-LOG-TRANSACTION-EXIT.
062300     EXIT.
062400
062500*----------------------------------------------------------------*
062600 8000-PRINT-SUMMARY.
062700*----------------------------------------------------------------*
062800     MOVE HM-Add-Count     TO HM-Add-Out.
062900     MOVE HM-Change-Count  TO HM-Change-Out.
063000     MOVE HM-Release-Count TO HM-Release-Out.
063100     MOVE HM-Delete-Count  TO HM-Delete-Out.
063200     MOVE HM-Reject-Count  TO HM-Reject-Out.
063300     DISPLAY HM-SUMMARY-LINE-1.
063400     DISPLAY HM-SUMMARY-LINE-2.
063500     DISPLAY HM-SUMMARY-LINE-3.
063600     DISPLAY HM-SUMMARY-LINE-4.
063700     DISPLAY HM-SUMMARY-LINE-5.
063800     COMPUTE HM-Applied-Count = HM-Add-Count + HM-Change-Count
063900         + HM-Release-Count + HM-Delete-Count.
064000     MOVE HM-Ctl-Expected-Count TO HM-Expected-Out.
064100     DISPLAY HM-SUMMARY-LINE-6.
064200     MOVE HM-Applied-Count      TO HM-Applied-Out.
064300     DISPLAY HM-SUMMARY-LINE-7.
064400 8000-PRINT-SUMMARY-EXIT.
064500     EXIT.
064600
064700*----------------------------------------------------------------*
064800 9999-EXIT.
064900*----------------------------------------------------------------*
065000     CALL "AuditClose".
065100     CLOSE HoldFile
065200           StudentFile
065300           TransactionFile
065400           MaintLogFile.
065500 9999-EXIT-EXIT.
065600     EXIT.
