001900*                  PRICED FROM ENROLLED CREDIT HOURS AGAINST A   *
002000*                  RATE TABLE, WITH HEADER/TRAILER CONTROLS AND  *
002100*                  A BALANCING SUMMARY FOR THE BURSAR.           *
002120*  2026-10-01  JP  EACH STUDENT'S TERM CHARGE IS POSTED TO THE   *
002140*                  LEDGER.DAT STUDENT ACCOUNT LEDGER; A RERUN    *
002160*                  POSTS ONLY THE DIFFERENCE FROM WHAT IS        *
002180*                  ALREADY BILLED.                               *
002200*----------------------------------------------------------------*
002300*
002400*    THIS PROGRAM BILLS ONE TERM, NAMED IN TUITBILL.PRM -
003600*    END OF RUN.  A COURSECODE MISSING FROM THE COURSE MASTER
003700*    CARRIES NO HOURS AND IS COUNTED SO THE BURSAR KNOWS THE
003800*    FEED IS LIGHT.
003811*
003822*    EVERY BILL IS ALSO POSTED TO THE STUDENT ACCOUNT LEDGER
003833*    (LEDGER.DAT) UNDER THE BILLED TERM.  THE LEDGER ALREADY
003844*    HOLDS WHAT EARLIER RUNS BILLED FOR THE TERM, SO ONLY THE
003855*    DIFFERENCE IS POSTED - A CHARGE WHEN THE BILL WENT UP, A
003866*    CREDIT ADJUSTMENT WHEN IT WENT DOWN (A STUDENT WHO DROPPED
003877*    TO ZERO HOURS IS CREDITED IN FULL), AND NOTHING WHEN IT IS
003888*    UNCHANGED.
003900*
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
006410
006420     SELECT OPTIONAL ParmFile ASSIGN TO "TUITBILL.PRM"
006430            ORGANIZATION IS LINE SEQUENTIAL.
006440
006450     SELECT LedgerFile    ASSIGN TO "LEDGER.DAT"
006460            ORGANIZATION IS INDEXED
006470            ACCESS MODE IS DYNAMIC
006480            RECORD KEY IS Ldg-Key
006490            FILE STATUS IS TB-Ledger-File-Status.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
010320 FD  ParmFile.
010330 01  ParmRecord.
010340     02  Parm-Bill-Term      PIC X(5).
010355
010370 FD  LedgerFile.
010385     COPY LEDGER.CPY.
010400
010500 WORKING-STORAGE SECTION.
010600 01  JobName               PIC X(08)   VALUE "TUITBILL".
011400         88  TB-No-Such-Course    VALUE "Y".
011410     02  TB-Bad-Parm-Sw       PIC X       VALUE "N".
011420         88  TB-Bad-Parm          VALUE "Y".
011431     02  TB-End-Of-Ledger-Sw  PIC X       VALUE "N".
011442         88  TB-End-Of-Ledger     VALUE "Y".
011453
011464 01  TB-Ledger-File-Status    PIC XX.
011475     88  TB-Ledger-File-Good      VALUE "00".
011486     88  TB-Ledger-File-Missing   VALUE "35".
011500
011510 01  TB-Bill-Term             PIC X(5)    VALUE SPACES.
011520
012400     02  TB-Zero-Count        PIC 9(05)   COMP    VALUE ZERO.
012500     02  TB-Unknown-Count     PIC 9(05)   COMP    VALUE ZERO.
012600     02  TB-Hash-Accum        PIC 9(13)           VALUE ZERO.
012633     02  TB-Ledger-Count      PIC 9(07)   COMP    VALUE ZERO.
012666     02  TB-Ledger-Fail-Count PIC 9(05)   COMP    VALUE ZERO.
012700
012800 01  TB-WORK-FIELDS.
012900     02  TB-Stu-Hours         PIC 9(03)   VALUE ZERO.
013100     02  TB-Tot-Hours         PIC 9(07)   VALUE ZERO.
013200     02  TB-Tot-Charge        PIC 9(9)V99 VALUE ZERO.
013300     02  TB-Work-Course       PIC X(04).
013325     02  TB-Prior-Billed      PIC S9(7)V99 VALUE ZERO.
013350     02  TB-Ledger-Diff       PIC S9(7)V99 VALUE ZERO.
013375     02  TB-Last-Entry-No     PIC 9(05)   VALUE ZERO.
013400
013500 01  TB-RUN-DATE-FIELDS.
013600     02  TB-Run-Date-YY        PIC 9(2).
016560 01  TB-SUMMARY-LINE-6.
016570     02  FILLER        PIC X(24) VALUE "TERM BILLED -----------".
016580     02  TB-Term-Out          PIC X(5).
016581
016582 01  TB-SUMMARY-LINE-7.
016583     02  FILLER        PIC X(24) VALUE "LEDGER ENTRIES POSTED -".
016584     02  TB-Ledger-Out        PIC ZZZ,ZZ9.
016585
016586 01  TB-SUMMARY-LINE-8.
016587     02  FILLER        PIC X(24) VALUE "LEDGER POST FAILURES --".
016588     02  TB-Ledger-Fail-Out   PIC ZZZ,ZZ9.
016590
016600 PROCEDURE DIVISION.
016700*----------------------------------------------------------------*
018700     OPEN INPUT  EnrollFile.
018800     OPEN INPUT  CourseFile.
018900     OPEN OUTPUT BillingFile.
018914     OPEN I-O    LedgerFile.
018928     IF TB-Ledger-File-Missing
018942         OPEN OUTPUT LedgerFile
018956         CLOSE LedgerFile
018970         OPEN I-O    LedgerFile
018984     END-IF.
019000     ACCEPT TB-RUN-DATE-FIELDS FROM DATE.
019100     MOVE TB-Run-Date-YY TO TB-Run-Date-YY-Out.
019200     MOVE TB-Run-Date-MM TO TB-Run-Date-MM-Out.
025100                 THRU 2500-PRICE-AND-WRITE-EXIT
025200         ELSE
025300             ADD 1 TO TB-Zero-Count
025325             MOVE ZERO TO TB-Stu-Charge
025350             PERFORM 2600-POST-TO-LEDGER
025375                 THRU 2600-POST-TO-LEDGER-EXIT
025400         END-IF
025500         CALL "AuditLog" USING JobName StudentId "R"
025600     END-IF.
034300     ADD StudentId       TO TB-Hash-Accum.
034400     ADD TB-Stu-Hours    TO TB-Tot-Hours.
034500     ADD TB-Stu-Charge   TO TB-Tot-Charge.
034533     PERFORM 2600-POST-TO-LEDGER
034566         THRU 2600-POST-TO-LEDGER-EXIT.
034600 2500-PRICE-AND-WRITE-EXIT.
034700     EXIT.
034701
034702*----------------------------------------------------------------*
034703 2600-POST-TO-LEDGER.
034704*----------------------------------------------------------------*
034705*    THE TERM'S ENTRIES ARE READ FIRST TO TOTAL WHAT THIS JOB
034706*    HAS ALREADY BILLED AND TO FIND THE LAST ENTRY NUMBER USED;
034707*    ONLY THE DIFFERENCE FROM THE NEW BILL IS POSTED.
034708     MOVE ZERO         TO TB-Prior-Billed
034709                          TB-Last-Entry-No.
034710     MOVE "N"          TO TB-End-Of-Ledger-Sw.
034711     MOVE StudentId    TO Ldg-StudentId.
034712     MOVE TB-Bill-Term TO Ldg-Term.
034713     MOVE ZERO         TO Ldg-Entry-No.
034714     START LedgerFile KEY IS NOT LESS THAN Ldg-Key
034715         INVALID KEY
034716             SET TB-End-Of-Ledger TO TRUE
034717     END-START.
034718     PERFORM 2610-TOTAL-ONE-ENTRY
034719         THRU 2610-TOTAL-ONE-ENTRY-EXIT
034720         UNTIL TB-End-Of-Ledger.
034721     COMPUTE TB-Ledger-Diff = TB-Stu-Charge - TB-Prior-Billed.
034722     IF TB-Ledger-Diff = ZERO
034723         GO TO 2600-POST-TO-LEDGER-EXIT.
034724     MOVE SPACES       TO LedgerRecord.
034725     MOVE StudentId    TO Ldg-StudentId.
034726     MOVE TB-Bill-Term TO Ldg-Term.
034727     ADD 1 TB-Last-Entry-No GIVING Ldg-Entry-No.
034728     IF TB-Ledger-Diff > ZERO
034729         SET Ldg-Charge     TO TRUE
034730     ELSE
034731         SET Ldg-Adjustment TO TRUE
034732     END-IF.
034733     MOVE TB-Run-Date-CCYYMMDD TO Ldg-Entry-Date.
034734     MOVE TB-Ledger-Diff       TO Ldg-Amount.
034735     MOVE JobName              TO Ldg-Source.
034736     MOVE "TERM BILL"          TO Ldg-Reference.
034737     WRITE LedgerRecord
034738         INVALID KEY
034739             ADD 1 TO TB-Ledger-Fail-Count
034740         NOT INVALID KEY
034741             ADD 1 TO TB-Ledger-Count
034742     END-WRITE.
034743 2600-POST-TO-LEDGER-EXIT.
034744     EXIT.
034745
034746*----------------------------------------------------------------*
034747 2610-TOTAL-ONE-ENTRY.
034748*----------------------------------------------------------------*
034749     READ LedgerFile NEXT RECORD
034750         AT END
034751             SET TB-End-Of-Ledger TO TRUE
034752     END-READ.
034753     IF NOT TB-End-Of-Ledger
034754         IF Ldg-StudentId NOT = StudentId
034755            OR Ldg-Term NOT = TB-Bill-Term
034756             SET TB-End-Of-Ledger TO TRUE
034757         ELSE
034758             MOVE Ldg-Entry-No TO TB-Last-Entry-No
034759             IF Ldg-Source = JobName
034760                AND (Ldg-Charge OR Ldg-Adjustment)
034761                 ADD Ldg-Amount TO TB-Prior-Billed
034762             END-IF
034763         END-IF
034764     END-IF.
034765 2610-TOTAL-ONE-ENTRY-EXIT.
034766     EXIT.
034800
034900*----------------------------------------------------------------*
035000 7000-WRITE-TRAILER.
037200     DISPLAY TB-SUMMARY-LINE-3.
037300     DISPLAY TB-SUMMARY-LINE-4.
037400     DISPLAY TB-SUMMARY-LINE-5.
037420     MOVE TB-Ledger-Count      TO TB-Ledger-Out.
037440     MOVE TB-Ledger-Fail-Count TO TB-Ledger-Fail-Out.
037460     DISPLAY TB-SUMMARY-LINE-7.
037480     DISPLAY TB-SUMMARY-LINE-8.
037500 8000-PRINT-SUMMARY-EXIT.
037600     EXIT.
037700
038300               EnrollFile
038400               CourseFile
038500               BillingFile
038525               LedgerFile
038550     END-IF.
038600 9999-EXIT-EXIT.
038700     EXIT.
