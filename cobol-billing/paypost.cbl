001000 IDENTIFICATION DIVISION.
001100 PROGRAM-ID.     PayPost.
001200 AUTHOR.         J PELLETIER.
001300 INSTALLATION.   REGISTRAR SYSTEMS.
001400 DATE-WRITTEN.   2026-10-01.
001500 DATE-COMPILED.
001600*----------------------------------------------------------------*
001700*  MODIFICATION HISTORY                                          *
001800*  2026-10-01  JP  INITIAL VERSION - POSTS THE BURSAR'S PAYMENT  *
001900*                  BATCH TO THE LEDGER.DAT STUDENT ACCOUNT       *
002000*                  LEDGER, WITH HEADER/TRAILER CONTROLS AND      *
002100*                  REJECT HANDLING FOR UNKNOWN STUDENTS.         *
002200*----------------------------------------------------------------*
002300*
002400*    THIS PROGRAM READS THE BURSAR'S BATCH OF PAYMENTS, REFUNDS
002500*    AND ADJUSTMENTS (BURSAR.PAY) AND POSTS EACH ONE AS A DATED
002600*    ENTRY ON THE STUDENT ACCOUNT LEDGER (LEDGER.DAT) UNDER THE
002700*    STUDENT AND TERM IT NAMES.  THE BATCH MUST BALANCE TO ITS
002800*    HEADER/TRAILER - DETAIL COUNT, STUDENTID HASH AND THE
002900*    SIGNED TOTAL OF THE AMOUNTS - BEFORE ANYTHING IS POSTED;
003000*    AN OUT-OF-BALANCE BATCH POSTS NOTHING AND ENDS WITH
003100*    RETURN-CODE 8 SO THE BURSAR CAN CORRECT AND RESEND IT.
003200*    A TRANSACTION FOR A STUDENTID NOT ON THE STUDENT MASTER,
003300*    WITH AN UNKNOWN ENTRY TYPE, A BAD AMOUNT OR A BLANK TERM
003400*    IS WRITTEN TO PAYMENTS.REJ TAGGED WITH A TWO-DIGIT REASON
003500*    CODE AND IS NOT POSTED.  A PAYMENT OR REFUND MUST BE
003600*    POSITIVE; AN ADJUSTMENT MAY BE EITHER SIGN BUT NOT ZERO.
003700*    EVERY POSTING AND REJECT IS LOGGED THROUGH AUDITLOG.
003800*
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT PaymentFile   ASSIGN TO "BURSAR.PAY"
004300            ORGANIZATION IS LINE SEQUENTIAL.
004400
004500     SELECT StudentFile   ASSIGN TO "STUDENTS.DAT"
004600            ORGANIZATION IS INDEXED
004700            ACCESS MODE IS RANDOM
004800            RECORD KEY IS StudentId.
004900
005000     SELECT LedgerFile    ASSIGN TO "LEDGER.DAT"
005100            ORGANIZATION IS INDEXED
005200            ACCESS MODE IS DYNAMIC
005300            RECORD KEY IS Ldg-Key
005400            FILE STATUS IS PP-Ledger-File-Status.
005500
005600     SELECT RejectFile    ASSIGN TO "PAYMENTS.REJ"
005700            ORGANIZATION IS LINE SEQUENTIAL.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  PaymentFile.
006200     COPY PAYTRN.CPY.
006300
006400 FD  StudentFile.
006500     COPY STUDENT.CPY.
006600
006700 FD  LedgerFile.
006800     COPY LEDGER.CPY.
006900
007000 FD  RejectFile.
007100 01  PaymentReject.
007200     02  PR-Transaction        PIC X(42).
007300     02  PR-ReasonCode         PIC X(02).
007400         88  PR-Unknown-Student   VALUE "01".
007500         88  PR-Invalid-Type      VALUE "02".
007600         88  PR-Invalid-Amount    VALUE "03".
007700         88  PR-Invalid-Term      VALUE "04".
007800
007900 WORKING-STORAGE SECTION.
008000 01  JobName               PIC X(08)   VALUE "PAYPOST".
008100
008200 01  PP-SWITCHES.
008300     02  PP-End-Of-Trans-Sw    PIC X       VALUE "N".
008400         88  PP-End-Of-Trans      VALUE "Y".
008500     02  PP-End-Of-Ledger-Sw   PIC X       VALUE "N".
008600         88  PP-End-Of-Ledger     VALUE "Y".
008700     02  PP-Bad-Trans-Sw       PIC X       VALUE "N".
008800         88  PP-Bad-Trans         VALUE "Y".
008900     02  PP-Header-Found-Sw    PIC X       VALUE "N".
009000         88  PP-Header-Found      VALUE "Y".
009100     02  PP-Trailer-Found-Sw   PIC X       VALUE "N".
009200         88  PP-Trailer-Found     VALUE "Y".
009300     02  PP-Out-Of-Balance-Sw  PIC X       VALUE "N".
009400         88  PP-Out-Of-Balance    VALUE "Y".
009500
009600 01  PP-Ledger-File-Status     PIC XX.
009700     88  PP-Ledger-File-Good      VALUE "00".
009800     88  PP-Ledger-File-Missing   VALUE "35".
009900
010000 01  PP-COUNTERS.
010100     02  PP-Payment-Count      PIC 9(05)   COMP    VALUE ZERO.
010200     02  PP-Refund-Count       PIC 9(05)   COMP    VALUE ZERO.
010300     02  PP-Adjust-Count       PIC 9(05)   COMP    VALUE ZERO.
010400     02  PP-Reject-Count       PIC 9(05)   COMP    VALUE ZERO.
010500
010600 01  PP-CONTROL-FIELDS.
010700     02  PP-Trans-Read-Count   PIC 9(07)   COMP    VALUE ZERO.
010800     02  PP-Hash-Accum         PIC 9(13)           VALUE ZERO.
010900     02  PP-Amount-Accum       PIC S9(11)V99       VALUE ZERO.
011000     02  PP-Ctl-Expected-Count PIC 9(07)           VALUE ZERO.
011100     02  PP-Ctl-Expected-Hash  PIC 9(13)           VALUE ZERO.
011200     02  PP-Ctl-Expected-Amt   PIC S9(11)V99       VALUE ZERO.
011300     02  PP-Applied-Count      PIC 9(07)   COMP    VALUE ZERO.
011400     02  PP-Posted-Amount      PIC S9(11)V99       VALUE ZERO.
011500
011600 01  PP-WORK-FIELDS.
011700     02  PP-Last-Entry-No      PIC 9(05)   VALUE ZERO.
011800     02  PP-Reason-Code        PIC X(02)   VALUE SPACES.
011900
012000 01  PP-RUN-DATE-FIELDS.
012100     02  PP-Run-Date-YY        PIC 9(2).
012200     02  PP-Run-Date-MM        PIC 9(2).
012300     02  PP-Run-Date-DD        PIC 9(2).
012400
012500 01  PP-Run-Date-CCYYMMDD.
012600     02  PP-Run-Date-Century   PIC 9(2)    VALUE 20.
012700     02  PP-Run-Date-YY-Out    PIC 9(2).
012800     02  PP-Run-Date-MM-Out    PIC 9(2).
012900     02  PP-Run-Date-DD-Out    PIC 9(2).
013000
013100 01  PP-SUMMARY-LINE-1.
013200     02  FILLER          PIC X(17) VALUE "PAYMENTS POSTED -".
013300     02  PP-Payment-Out        PIC ZZ,ZZ9.
013400
013500 01  PP-SUMMARY-LINE-2.
013600     02  FILLER          PIC X(17) VALUE "REFUNDS POSTED --".
013700     02  PP-Refund-Out         PIC ZZ,ZZ9.
013800
013900 01  PP-SUMMARY-LINE-3.
014000     02  FILLER          PIC X(17) VALUE "ADJUSTMENTS -----".
014100     02  PP-Adjust-Out         PIC ZZ,ZZ9.
014200
014300 01  PP-SUMMARY-LINE-4.
014400     02  FILLER          PIC X(17) VALUE "TRANS REJECTED --".
014500     02  PP-Reject-Out         PIC ZZ,ZZ9.
014600
014700 01  PP-SUMMARY-LINE-5.
014800     02  FILLER          PIC X(17) VALUE "TRANS EXPECTED --".
014900     02  PP-Expected-Out       PIC Z,ZZZ,ZZ9.
015000
015100 01  PP-SUMMARY-LINE-6.
015200     02  FILLER          PIC X(17) VALUE "TRANS APPLIED ---".
015300     02  PP-Applied-Out        PIC Z,ZZZ,ZZ9.
015400
015500 01  PP-SUMMARY-LINE-7.
015600     02  FILLER          PIC X(17) VALUE "NET AMOUNT POSTED".
015700     02  PP-Posted-Out         PIC ---,---,---,--9.99.
015800
015900 01  PP-OOB-LINE-1.
016000     02  FILLER          PIC X(25) VALUE
016100         "BURSAR.PAY OUT OF BALANCE".
016200     02  FILLER          PIC X(26) VALUE
016300         " - NO TRANSACTIONS POSTED ".
016400
016500 01  PP-OOB-LINE-2.
016600     02  FILLER          PIC X(17) VALUE "  COUNT EXPECTED ".
016700     02  PP-OOB-Count-Exp      PIC Z,ZZZ,ZZ9.
016800     02  FILLER          PIC X(07) VALUE "  READ ".
016900     02  PP-OOB-Count-Read     PIC Z,ZZZ,ZZ9.
017000
017100 01  PP-OOB-LINE-3.
017200     02  FILLER          PIC X(17) VALUE "  HASH  EXPECTED ".
017300     02  PP-OOB-Hash-Exp       PIC 9(13).
017400     02  FILLER          PIC X(11) VALUE "  COMPUTED ".
017500     02  PP-OOB-Hash-Read      PIC 9(13).
017600
017700 01  PP-OOB-LINE-4.
017800     02  FILLER          PIC X(34) VALUE
017900         "  HEADER OR TRAILER RECORD MISSING".
018000
018100 01  PP-OOB-LINE-5.
018200     02  FILLER          PIC X(17) VALUE "  AMOUNT EXPECTED".
018300     02  PP-OOB-Amt-Exp        PIC ---,---,---,--9.99.
018400     02  FILLER          PIC X(11) VALUE "  COMPUTED ".
018500     02  PP-OOB-Amt-Read       PIC ---,---,---,--9.99.
018600
018700 PROCEDURE DIVISION.
018800*----------------------------------------------------------------*
018900 0000-MAINLINE.
019000*----------------------------------------------------------------*
019100     PERFORM 1000-INITIALIZE
019200         THRU 1000-INITIALIZE-EXIT.
019300     PERFORM 2000-POST-TRANSACTION
019400         THRU 2000-POST-TRANSACTION-EXIT
019500         UNTIL PP-End-Of-Trans.
019600     PERFORM 8000-PRINT-SUMMARY
019700         THRU 8000-PRINT-SUMMARY-EXIT.
019800     PERFORM 9999-EXIT
019900         THRU 9999-EXIT-EXIT.
020000     STOP RUN.
020100
020200*----------------------------------------------------------------*
020300 1000-INITIALIZE.
020400*----------------------------------------------------------------*
020500     ACCEPT PP-RUN-DATE-FIELDS FROM DATE.
020600     MOVE PP-Run-Date-YY TO PP-Run-Date-YY-Out.
020700     MOVE PP-Run-Date-MM TO PP-Run-Date-MM-Out.
020800     MOVE PP-Run-Date-DD TO PP-Run-Date-DD-Out.
020900     OPEN I-O    LedgerFile.
021000     IF PP-Ledger-File-Missing
021100         OPEN OUTPUT LedgerFile
021200         CLOSE LedgerFile
021300         OPEN I-O    LedgerFile
021400     END-IF.
021500     OPEN INPUT  StudentFile.
021600     OPEN INPUT  PaymentFile.
021700     OPEN OUTPUT RejectFile.
021800     PERFORM 1500-VERIFY-CONTROL
021900         THRU 1500-VERIFY-CONTROL-EXIT.
022000     IF NOT PP-Out-Of-Balance
022100         CLOSE PaymentFile
022200         OPEN INPUT PaymentFile
022300         MOVE "N" TO PP-End-Of-Trans-Sw
022400         PERFORM 1100-READ-TRANSACTION
022500             THRU 1100-READ-TRANSACTION-EXIT
022600     END-IF.
022700 1000-INITIALIZE-EXIT.
022800     EXIT.
022900
023000*----------------------------------------------------------------*
023100 1100-READ-TRANSACTION.
023200*----------------------------------------------------------------*
023300     READ PaymentFile
023400         AT END
023500             SET PP-End-Of-Trans TO TRUE
023600     END-READ.
023700 1100-READ-TRANSACTION-EXIT.
023800     EXIT.
023900
024000*----------------------------------------------------------------*
024100 1500-VERIFY-CONTROL.
024200*----------------------------------------------------------------*
024300*    THE WHOLE BATCH IS READ AND TALLIED BEFORE A SINGLE ENTRY
024400*    IS POSTED.  THE DETAIL COUNT, THE STUDENTID HASH AND THE
024500*    SIGNED AMOUNT TOTAL MUST MATCH THE TRAILER, AND BOTH THE
024600*    HEADER AND TRAILER MUST BE PRESENT - OTHERWISE THE RUN
024700*    STOPS WITH RETURN-CODE 8 AND POSTS NOTHING.
024800     PERFORM 1100-READ-TRANSACTION
024900         THRU 1100-READ-TRANSACTION-EXIT.
025000     PERFORM 1510-TALLY-TRANSACTION
025100         THRU 1510-TALLY-TRANSACTION-EXIT
025200         UNTIL PP-End-Of-Trans.
025300     IF NOT PP-Header-Found OR NOT PP-Trailer-Found
025400         SET PP-Out-Of-Balance TO TRUE
025500         DISPLAY PP-OOB-LINE-1
025600         DISPLAY PP-OOB-LINE-4
025700         MOVE 8 TO RETURN-CODE
025800     ELSE
025900         IF PP-Trans-Read-Count NOT = PP-Ctl-Expected-Count
026000            OR PP-Hash-Accum NOT = PP-Ctl-Expected-Hash
026100            OR PP-Amount-Accum NOT = PP-Ctl-Expected-Amt
026200             SET PP-Out-Of-Balance TO TRUE
026300             DISPLAY PP-OOB-LINE-1
026400             MOVE PP-Ctl-Expected-Count TO PP-OOB-Count-Exp
026500             MOVE PP-Trans-Read-Count   TO PP-OOB-Count-Read
026600             DISPLAY PP-OOB-LINE-2
026700             MOVE PP-Ctl-Expected-Hash  TO PP-OOB-Hash-Exp
026800             MOVE PP-Hash-Accum         TO PP-OOB-Hash-Read
026900             DISPLAY PP-OOB-LINE-3
027000             MOVE PP-Ctl-Expected-Amt   TO PP-OOB-Amt-Exp
027100             MOVE PP-Amount-Accum       TO PP-OOB-Amt-Read
027200             DISPLAY PP-OOB-LINE-5
027300             MOVE 8 TO RETURN-CODE
027400         END-IF
027500     END-IF.
027600 1500-VERIFY-CONTROL-EXIT.
027700     EXIT.
027800
027900*----------------------------------------------------------------*
028000 1510-TALLY-TRANSACTION.
028100*----------------------------------------------------------------*
028200     EVALUATE TRUE
028300         WHEN PT-Header
028400             SET PP-Header-Found TO TRUE
028500         WHEN PT-Trailer
028600             SET PP-Trailer-Found TO TRUE
028700             MOVE PT-Ctl-Record-Count TO PP-Ctl-Expected-Count
028800             MOVE PT-Ctl-Hash-Total   TO PP-Ctl-Expected-Hash
028900             MOVE PT-Ctl-Total-Amount TO PP-Ctl-Expected-Amt
029000         WHEN OTHER
029100             ADD 1 TO PP-Trans-Read-Count
029200             IF PT-StudentId IS NUMERIC
029300                 ADD PT-StudentId TO PP-Hash-Accum
029400             END-IF
029500             IF PT-Amount IS NUMERIC
029600                 ADD PT-Amount    TO PP-Amount-Accum
029700             END-IF
029800     END-EVALUATE.
029900     PERFORM 1100-READ-TRANSACTION
030000         THRU 1100-READ-TRANSACTION-EXIT.
030100 1510-TALLY-TRANSACTION-EXIT.
030200     EXIT.
030300
030400*----------------------------------------------------------------*
030500 2000-POST-TRANSACTION.
030600*----------------------------------------------------------------*
030700     EVALUATE TRUE
030800         WHEN PT-Header
030900             CONTINUE
031000         WHEN PT-Trailer
031100             CONTINUE
031200         WHEN OTHER
031300             PERFORM 2100-EDIT-TRANSACTION
031400                 THRU 2100-EDIT-TRANSACTION-EXIT
031500             IF PP-Bad-Trans
031600                 PERFORM 2900-WRITE-REJECT
031700                     THRU 2900-WRITE-REJECT-EXIT
031800             ELSE
031900                 PERFORM 2200-POST-TO-LEDGER
032000                     THRU 2200-POST-TO-LEDGER-EXIT
032100             END-IF
032200     END-EVALUATE.
032300     PERFORM 1100-READ-TRANSACTION
032400         THRU 1100-READ-TRANSACTION-EXIT.
032500 2000-POST-TRANSACTION-EXIT.
032600     EXIT.
032700
032800*----------------------------------------------------------------*
032900 2100-EDIT-TRANSACTION.
033000*----------------------------------------------------------------*
033100*    THE FIRST FAULT FOUND IS THE ONE REPORTED.  THE STUDENT
033200*    MASTER LOOKUP COMES LAST SO A MALFORMED RECORD IS NOT
033300*    REPORTED AS AN UNKNOWN STUDENT.
033400     MOVE "N"    TO PP-Bad-Trans-Sw.
033500     MOVE SPACES TO PP-Reason-Code.
033600     IF NOT PT-Detail OR NOT PT-Valid-Type
033700         SET PP-Bad-Trans TO TRUE
033800         MOVE "02" TO PP-Reason-Code
033900         GO TO 2100-EDIT-TRANSACTION-EXIT.
034000     IF PT-Term = SPACES
034100         SET PP-Bad-Trans TO TRUE
034200         MOVE "04" TO PP-Reason-Code
034300         GO TO 2100-EDIT-TRANSACTION-EXIT.
034400     IF PT-Amount NOT NUMERIC
034500        OR PT-Amount = ZERO
034600        OR (PT-Amount < ZERO AND NOT PT-Adjustment)
034700         SET PP-Bad-Trans TO TRUE
034800         MOVE "03" TO PP-Reason-Code
034900         GO TO 2100-EDIT-TRANSACTION-EXIT.
035000     IF PT-StudentId NOT NUMERIC
035100         SET PP-Bad-Trans TO TRUE
035200         MOVE "01" TO PP-Reason-Code
035300         GO TO 2100-EDIT-TRANSACTION-EXIT.
035400     MOVE PT-StudentId TO StudentId.
035500     READ StudentFile
035600         INVALID KEY
035700             SET PP-Bad-Trans TO TRUE
035800             MOVE "01" TO PP-Reason-Code
035900     END-READ.
036000 2100-EDIT-TRANSACTION-EXIT.
036100     EXIT.
036200
036300*----------------------------------------------------------------*
036400 2200-POST-TO-LEDGER.
036500*----------------------------------------------------------------*
036600*    THE NEW ENTRY TAKES THE NEXT ENTRY NUMBER AFTER THE LAST
036700*    ONE ON FILE FOR THE STUDENT AND TERM.  A PAID DATE THAT
036800*    IS MISSING OR NOT NUMERIC IS TAKEN AS THE RUN DATE.
036900     MOVE ZERO         TO PP-Last-Entry-No.
037000     MOVE "N"          TO PP-End-Of-Ledger-Sw.
037100     MOVE PT-StudentId TO Ldg-StudentId.
037200     MOVE PT-Term      TO Ldg-Term.
037300     MOVE ZERO         TO Ldg-Entry-No.
037400     START LedgerFile KEY IS NOT LESS THAN Ldg-Key
037500         INVALID KEY
037600             SET PP-End-Of-Ledger TO TRUE
037700     END-START.
037800     PERFORM 2210-FIND-LAST-ENTRY
037900         THRU 2210-FIND-LAST-ENTRY-EXIT
038000         UNTIL PP-End-Of-Ledger.
038100     MOVE SPACES        TO LedgerRecord.
038200     MOVE PT-StudentId  TO Ldg-StudentId.
038300     MOVE PT-Term       TO Ldg-Term.
038400     ADD 1 PP-Last-Entry-No GIVING Ldg-Entry-No.
038500     MOVE PT-Entry-Type TO Ldg-Entry-Type.
038600     IF PT-Paid-Date IS NUMERIC AND PT-Paid-Date > ZERO
038700         MOVE PT-Paid-Date         TO Ldg-Entry-Date
038800     ELSE
038900         MOVE PP-Run-Date-CCYYMMDD TO Ldg-Entry-Date
039000     END-IF.
039100     MOVE PT-Amount     TO Ldg-Amount.
039200     MOVE JobName       TO Ldg-Source.
039300     MOVE PT-Reference  TO Ldg-Reference.
039400     WRITE LedgerRecord
039500         INVALID KEY
039600             ADD 1 TO PP-Reject-Count
039700         NOT INVALID KEY
039800             EVALUATE TRUE
039900                 WHEN Ldg-Payment
040000                     ADD 1 TO PP-Payment-Count
040100                 WHEN Ldg-Refund
040200                     ADD 1 TO PP-Refund-Count
040300                 WHEN OTHER
040400                     ADD 1 TO PP-Adjust-Count
040500             END-EVALUATE
040600             ADD Ldg-Amount TO PP-Posted-Amount
040700             CALL "AuditLog" USING JobName PT-StudentId "A"
040800     END-WRITE.
040900 2200-POST-TO-LEDGER-EXIT.
041000     EXIT.
041100
041200*----------------------------------------------------------------*
041300 2210-FIND-LAST-ENTRY.
041400*----------------------------------------------------------------*
041500     READ LedgerFile NEXT RECORD
041600         AT END
041700             SET PP-End-Of-Ledger TO TRUE
041800     END-READ.
041900     IF NOT PP-End-Of-Ledger
042000         IF Ldg-StudentId NOT = PT-StudentId
042100            OR Ldg-Term NOT = PT-Term
042200             SET PP-End-Of-Ledger TO TRUE
042300         ELSE
042400             MOVE Ldg-Entry-No TO PP-Last-Entry-No
042500         END-IF
042600     END-IF.
042700 2210-FIND-LAST-ENTRY-EXIT.
042800     EXIT.
042900
043000*----------------------------------------------------------------*
043100 2900-WRITE-REJECT.
043200*----------------------------------------------------------------*
043300     MOVE PaymentTransaction TO PR-Transaction.
043400     MOVE PP-Reason-Code     TO PR-ReasonCode.
043500     WRITE PaymentReject.
043600     ADD 1 TO PP-Reject-Count.
043700     IF PT-StudentId IS NUMERIC
043800         CALL "AuditLog" USING JobName PT-StudentId "J"
043900     END-IF.
044000 2900-WRITE-REJECT-EXIT.
044100     EXIT.
044200
044300*----------------------------------------------------------------*
044400 8000-PRINT-SUMMARY.
044500*----------------------------------------------------------------*
044600     MOVE PP-Payment-Count TO PP-Payment-Out.
044700     MOVE PP-Refund-Count  TO PP-Refund-Out.
044800     MOVE PP-Adjust-Count  TO PP-Adjust-Out.
044900     MOVE PP-Reject-Count  TO PP-Reject-Out.
045000     DISPLAY PP-SUMMARY-LINE-1.
045100     DISPLAY PP-SUMMARY-LINE-2.
045200     DISPLAY PP-SUMMARY-LINE-3.
045300     DISPLAY PP-SUMMARY-LINE-4.
045400     COMPUTE PP-Applied-Count = PP-Payment-Count
045500         + PP-Refund-Count + PP-Adjust-Count.
045600     MOVE PP-Ctl-Expected-Count TO PP-Expected-Out.
045700     DISPLAY PP-SUMMARY-LINE-5.
045800     MOVE PP-Applied-Count      TO PP-Applied-Out.
045900     DISPLAY PP-SUMMARY-LINE-6.
046000     MOVE PP-Posted-Amount      TO PP-Posted-Out.
046100     DISPLAY PP-SUMMARY-LINE-7.
046200 8000-PRINT-SUMMARY-EXIT.
046300     EXIT.
046400
046500*----------------------------------------------------------------*
046600 9999-EXIT.
046700*----------------------------------------------------------------*
046800     CALL "AuditClose".
046900     CLOSE LedgerFile
047000           StudentFile
047100           PaymentFile
047200           RejectFile.
047300 9999-EXIT-EXIT.
047400     EXIT.
