001000 IDENTIFICATION DIVISION.
001100 PROGRAM-ID.     FinHold.
001200 AUTHOR.         J PELLETIER.
001300 INSTALLATION.   REGISTRAR SYSTEMS.
001400 DATE-WRITTEN.   2026-10-03.
001500 DATE-COMPILED.
001600*----------------------------------------------------------------*
001700*  MODIFICATION HISTORY                                          *
001800*  2026-10-03  JP  INITIAL VERSION - NIGHTLY PLACEMENT AND       *
001900*                  RELEASE OF FINANCIAL HOLDS ON HOLDS.DAT FROM  *
002000*                  THE PAST-DUE BALANCE ON LEDGER.DAT.           *
002100*----------------------------------------------------------------*
002200*
002300*    THIS PROGRAM READS LEDGER.DAT IN KEY ORDER, ONE STUDENT AT
002400*    A TIME, AND WORKS OUT EACH STUDENT'S PAST-DUE BALANCE THE
002500*    WAY ACCTSTMT AGES AN ACCOUNT - CREDITS (PAYMENTS AND
002600*    NEGATIVE ADJUSTMENTS) ARE APPLIED TO THE OLDEST DEBITS
002700*    FIRST, SO WHAT IS PAST DUE IS THE DEBITS DATED AT LEAST THE
002800*    PAST-DUE PERIOD BEFORE TODAY LESS EVERY CREDIT ON FILE.  A
002900*    STUDENT PAST DUE BY MORE THAN THE LIMIT GETS A FINANCIAL (F)
003000*    HOLD ON HOLDS.DAT, PLACED BY FINHOLD, UNLESS AN F HOLD IS
003100*    ALREADY IN FORCE.  ONCE NOTHING IS PAST DUE, AN F HOLD THIS
003200*    PROGRAM PLACED IS RELEASED AS OF TODAY; AN F HOLD THE
003300*    BURSAR KEYED THROUGH HOLDMAINT IS LEFT FOR THE BURSAR TO
003400*    RELEASE.  THE LIMIT (SEVEN DIGITS, TWO DECIMALS) AND THE
003500*    PAST-DUE PERIOD IN DAYS (THREE DIGITS) ARE READ FROM
003600*    FINHOLD.PRM; WITHOUT A USABLE PARM THEY ARE 500.00 AND 30
003700*    DAYS.  EVERY HOLD PLACED OR RELEASED IS LISTED AND WRITES AN
003800*    ENTRY TO AUDIT.LOG.
003900*
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT LedgerFile    ASSIGN TO "LEDGER.DAT"
004400            ORGANIZATION IS INDEXED
004500            ACCESS MODE IS SEQUENTIAL
004600            RECORD KEY IS Ldg-Key
004700            FILE STATUS IS FH-Ledger-File-Status.
004800
004900     SELECT HoldFile      ASSIGN TO "HOLDS.DAT"
005000            ORGANIZATION IS INDEXED
005100            ACCESS MODE IS RANDOM
005200            RECORD KEY IS Hold-Key
005300            FILE STATUS IS FH-Hold-File-Status.
005400
005500     SELECT StudentFile   ASSIGN TO "STUDENTS.DAT"
005600            ORGANIZATION IS INDEXED
005700            ACCESS MODE IS RANDOM
005800            RECORD KEY IS StudentId.
005900
006000     SELECT OPTIONAL ParmFile ASSIGN TO "FINHOLD.PRM"
006100            ORGANIZATION IS LINE SEQUENTIAL.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  LedgerFile.
006600     COPY LEDGER.CPY.
006700
006800 FD  HoldFile.
006900     COPY HOLDREC.CPY.
007000
007100 FD  StudentFile.
007200     COPY STUDENT.CPY.
007300
007400 FD  ParmFile.
007500 01  ParmRecord.
007600     02  Parm-Limit         PIC 9(5)V99.
007700     02  Parm-Past-Due-Days PIC 9(3).
007800
007900 WORKING-STORAGE SECTION.
008000 01  JobName               PIC X(08)   VALUE "FINHOLD".
008100
008200 01  FH-SWITCHES.
008300     02  FH-End-Of-Ledger-Sw   PIC X       VALUE "N".
008400         88  FH-End-Of-Ledger     VALUE "Y".
008500     02  FH-Hold-Found-Sw      PIC X       VALUE "N".
008600         88  FH-Hold-Found        VALUE "Y".
008700     02  FH-Hold-Active-Sw     PIC X       VALUE "N".
008800         88  FH-Hold-Active       VALUE "Y".
008900     02  FH-No-Such-Stud-Sw    PIC X       VALUE "N".
009000         88  FH-No-Such-Stud      VALUE "Y".
009100     02  FH-Bad-Date-Sw        PIC X       VALUE "N".
009200         88  FH-Bad-Date          VALUE "Y".
009233     02  FH-No-Ledger-Sw       PIC X       VALUE "N".
009266         88  FH-No-Ledger         VALUE "Y".
009300
009400 01  FH-Ledger-File-Status     PIC XX.
009500     88  FH-Ledger-File-Good      VALUE "00".
009600     88  FH-Ledger-File-Missing   VALUE "35".
009700
009800 01  FH-Hold-File-Status       PIC XX.
009900     88  FH-Hold-File-Good        VALUE "00".
010000     88  FH-Hold-File-Missing     VALUE "35".
010100
010200*    DEFAULTS APPLY WHEN FINHOLD.PRM IS ABSENT OR UNREADABLE.
010300 01  FH-PARM-FIELDS.
010400     02  FH-Limit              PIC 9(5)V99 VALUE 500.00.
010500     02  FH-Past-Due-Days      PIC 9(03)   VALUE 30.
010600
010700 01  FH-COUNTERS.
010800     02  FH-Student-Count      PIC 9(05)   COMP    VALUE ZERO.
010900     02  FH-Placed-Count       PIC 9(05)   COMP    VALUE ZERO.
011000     02  FH-Released-Count     PIC 9(05)   COMP    VALUE ZERO.
011100     02  FH-Held-Count         PIC 9(05)   COMP    VALUE ZERO.
011200
011300 01  FH-ACCOUNT-FIELDS.
011400     02  FH-StudentId          PIC 9(07)   VALUE ZERO.
011500     02  FH-Old-Debits         PIC S9(9)V99 VALUE ZERO.
011600     02  FH-Credits            PIC S9(9)V99 VALUE ZERO.
011700     02  FH-Past-Due           PIC S9(9)V99 VALUE ZERO.
011800
011900*    DAY NUMBERS ARE COUNTED FROM A FIXED ORIGIN SO TWO CCYYMMDD
012000*    DATES CAN BE SUBTRACTED, AS IN INCLAPSE AND ACCTSTMT.
012100 01  FH-MONTH-DAYS-VALUES.
012200     02  FILLER                PIC X(36)   VALUE
012300         "000031059090120151181212243273304334".
012400 01  FH-MONTH-DAYS-TABLE REDEFINES FH-MONTH-DAYS-VALUES.
012500     02  FH-Days-Before-Month  PIC 9(03)   OCCURS 12 TIMES.
012600
012700 01  FH-DATE-FIELDS.
012800     02  FH-Date-In            PIC 9(08).
012900     02  FH-Date-In-Parts REDEFINES FH-Date-In.
013000         03  FH-Date-CCYY      PIC 9(04).
013100         03  FH-Date-MM        PIC 9(02).
013200         03  FH-Date-DD        PIC 9(02).
013300     02  FH-Leap-Year          PIC 9(04)   VALUE ZERO.
013400     02  FH-Leap-4             PIC 9(04)   VALUE ZERO.
013500     02  FH-Leap-100           PIC 9(04)   VALUE ZERO.
013600     02  FH-Leap-400           PIC 9(04)   VALUE ZERO.
013700     02  FH-Day-Number         PIC 9(07)   VALUE ZERO.
013800     02  FH-Run-Day-Number     PIC 9(07)   VALUE ZERO.
013900     02  FH-Age-Days           PIC S9(07)  VALUE ZERO.
014000
014100 01  FH-RUN-DATE-FIELDS.
014200     02  FH-Run-Date-YY        PIC 9(2).
014300     02  FH-Run-Date-MM        PIC 9(2).
014400     02  FH-Run-Date-DD        PIC 9(2).
014500
014600 01  FH-Run-Date-CCYYMMDD.
014700     02  FH-Run-Date-Century   PIC 9(2)    VALUE 20.
014800     02  FH-Run-Date-YY-Out    PIC 9(2).
014900     02  FH-Run-Date-MM-Out    PIC 9(2).
015000     02  FH-Run-Date-DD-Out    PIC 9(2).
015100
015200 01  FH-REPORT-HEADING.
015300     02  FILLER         PIC X(26) VALUE
015400         "FINANCIAL HOLDS           ".
015500     02  FILLER         PIC X(08) VALUE "AS OF   ".
015600     02  FH-Head-Date         PIC 9(08).
015700     02  FILLER         PIC X(08) VALUE "  OVER  ".
015800     02  FH-Head-Limit        PIC ZZ,ZZ9.99.
015900     02  FILLER         PIC X(06) VALUE "  AT  ".
016000     02  FH-Head-Days         PIC ZZ9.
016100     02  FILLER         PIC X(05) VALUE " DAYS".
016200
016300 01  FH-COLUMN-HEADING.
016400     02  FILLER               PIC X(12)   VALUE "STUDENT ID  ".
016500     02  FILLER               PIC X(10)   VALUE "SURNAME   ".
016600     02  FILLER               PIC X(06)   VALUE "INITL ".
016700     02  FILLER               PIC X(15)   VALUE "   PAST DUE    ".
016800     02  FILLER               PIC X(10)   VALUE "ACTION    ".
016900
017000 01  FH-DETAIL-LINE.
017100     02  FH-Det-StudentId      PIC 9(07).
017200     02  FILLER                PIC X(05)   VALUE SPACES.
017300     02  FH-Det-Surname        PIC X(10).
017400     02  FH-Det-Initials       PIC X(06).
017500     02  FH-Det-Past-Due       PIC ---,---,--9.99.
017600     02  FILLER                PIC X(01)   VALUE SPACE.
017700     02  FH-Det-Action         PIC X(20).
017800
017900 01  FH-SUMMARY-LINE-1.
018000     02  FILLER          PIC X(17) VALUE "ACCOUNTS READ ---".
018100     02  FH-Student-Out        PIC ZZ,ZZ9.
018200
018300 01  FH-SUMMARY-LINE-2.
018400     02  FILLER          PIC X(17) VALUE "HOLDS PLACED ----".
018500     02  FH-Placed-Out         PIC ZZ,ZZ9.
018600
018700 01  FH-SUMMARY-LINE-3.
018800     02  FILLER          PIC X(17) VALUE "HOLDS RELEASED --".
018900     02  FH-Released-Out       PIC ZZ,ZZ9.
019000
019100 01  FH-SUMMARY-LINE-4.
019200     02  FILLER          PIC X(17) VALUE "ALREADY ON HOLD -".
019300     02  FH-Held-Out           PIC ZZ,ZZ9.
019400
019500 PROCEDURE DIVISION.
019600*----------------------------------------------------------------*
019700 0000-MAINLINE.
019800*----------------------------------------------------------------*
019900     PERFORM 1000-INITIALIZE
020000         THRU 1000-INITIALIZE-EXIT.
020100     PERFORM 2000-CHECK-ACCOUNT
020200         THRU 2000-CHECK-ACCOUNT-EXIT
020300         UNTIL FH-End-Of-Ledger.
020400     PERFORM 8000-PRINT-SUMMARY
020500         THRU 8000-PRINT-SUMMARY-EXIT.
020600     PERFORM 9999-EXIT
020700         THRU 9999-EXIT-EXIT.
020800     GOBACK.
020900
021000*----------------------------------------------------------------*
021100 1000-INITIALIZE.
021200*----------------------------------------------------------------*
021300*    NO LEDGER.DAT YET MEANS NO ACCOUNT CAN BE PAST DUE.
021400     OPEN INPUT  LedgerFile.
021500     IF FH-Ledger-File-Missing
021600         SET FH-No-Ledger     TO TRUE
021650         SET FH-End-Of-Ledger TO TRUE
021700     END-IF.
021800     OPEN I-O    HoldFile.
021900     IF FH-Hold-File-Missing
022000         OPEN OUTPUT HoldFile
022100         CLOSE HoldFile
022200         OPEN I-O    HoldFile
022300     END-IF.
022400     OPEN INPUT  StudentFile.
022500     ACCEPT FH-RUN-DATE-FIELDS FROM DATE.
022600     MOVE FH-Run-Date-YY TO FH-Run-Date-YY-Out.
022700     MOVE FH-Run-Date-MM TO FH-Run-Date-MM-Out.
022800     MOVE FH-Run-Date-DD TO FH-Run-Date-DD-Out.
022900     PERFORM 1200-READ-PARM
023000         THRU 1200-READ-PARM-EXIT.
023100     MOVE FH-Run-Date-CCYYMMDD TO FH-Date-In.
023200     PERFORM 3000-COMPUTE-DAY-NUMBER
023300         THRU 3000-COMPUTE-DAY-NUMBER-EXIT.
023400     MOVE FH-Day-Number TO FH-Run-Day-Number.
023500     MOVE FH-Run-Date-CCYYMMDD TO FH-Head-Date.
023600     MOVE FH-Limit             TO FH-Head-Limit.
023700     MOVE FH-Past-Due-Days     TO FH-Head-Days.
023800     DISPLAY FH-REPORT-HEADING.
023900     DISPLAY FH-COLUMN-HEADING.
024000     IF NOT FH-End-Of-Ledger
024100         PERFORM 1100-READ-LEDGER
024200             THRU 1100-READ-LEDGER-EXIT
024300     END-IF.
024400 1000-INITIALIZE-EXIT.
024500     EXIT.
024600
024700*----------------------------------------------------------------*
024800 1100-READ-LEDGER.
024900*----------------------------------------------------------------*
025000     READ LedgerFile
025100         AT END
025200             SET FH-End-Of-Ledger TO TRUE
025300     END-READ.
025400 1100-READ-LEDGER-EXIT.
025500     EXIT.
025600
025700*----------------------------------------------------------------*
025800 1200-READ-PARM.
025900*----------------------------------------------------------------*
026000     OPEN INPUT ParmFile.
026100     READ ParmFile
026200         AT END
026300             CONTINUE
026400         NOT AT END
026500             IF Parm-Limit IS NUMERIC
026600                 MOVE Parm-Limit TO FH-Limit
026700             END-IF
026800             IF Parm-Past-Due-Days IS NUMERIC
026900                AND Parm-Past-Due-Days > ZERO
027000                 MOVE Parm-Past-Due-Days TO FH-Past-Due-Days
027100             END-IF
027200     END-READ.
027300     CLOSE ParmFile.
027400 1200-READ-PARM-EXIT.
027500     EXIT.
027600
027700*----------------------------------------------------------------*
027800 2000-CHECK-ACCOUNT.
027900*----------------------------------------------------------------*
028000*    ONE PASS PER STUDENT - THE LEDGER KEY LEADS WITH STUDENTID,
028100*    SO EVERY TERM'S ENTRIES FOR A STUDENT ARE TOGETHER.
028200     MOVE Ldg-StudentId TO FH-StudentId.
028300     MOVE ZERO          TO FH-Old-Debits
028400                           FH-Credits.
028500     ADD 1 TO FH-Student-Count.
028600     PERFORM 2100-ADD-ONE-ENTRY
028700         THRU 2100-ADD-ONE-ENTRY-EXIT
028800         UNTIL FH-End-Of-Ledger
028900            OR Ldg-StudentId NOT = FH-StudentId.
029000     COMPUTE FH-Past-Due = FH-Old-Debits - FH-Credits.
029100     IF FH-Past-Due < ZERO
029200         MOVE ZERO TO FH-Past-Due
029300     END-IF.
029400     PERFORM 2200-READ-HOLD
029500         THRU 2200-READ-HOLD-EXIT.
029600     IF FH-Past-Due > FH-Limit
029700         IF FH-Hold-Active
029800             ADD 1 TO FH-Held-Count
029900         ELSE
030000             PERFORM 2300-PLACE-HOLD
030100                 THRU 2300-PLACE-HOLD-EXIT
030200         END-IF
030300     END-IF.
030400     IF FH-Past-Due = ZERO
030500        AND FH-Hold-Active
030600        AND Hold-Placed-By = JobName
030700         PERFORM 2400-RELEASE-HOLD
030800             THRU 2400-RELEASE-HOLD-EXIT
030900     END-IF.
031000 2000-CHECK-ACCOUNT-EXIT.
031100     EXIT.
031200
031300*----------------------------------------------------------------*
031400 2100-ADD-ONE-ENTRY.
031500*----------------------------------------------------------------*
031600*    A PAYMENT OR A NEGATIVE ADJUSTMENT IS A CREDIT.  A CHARGE,
031700*    REFUND OR POSITIVE ADJUSTMENT IS A DEBIT, AND COUNTS TOWARD
031800*    THE PAST-DUE FIGURE ONCE IT IS THE PAST-DUE PERIOD OLD.  A
031900*    DEBIT WITH NO USABLE DATE IS TAKEN AS CURRENT.
032000     EVALUATE TRUE
032100         WHEN Ldg-Payment
032200             ADD Ldg-Amount TO FH-Credits
032300         WHEN Ldg-Adjustment AND Ldg-Amount < ZERO
032400             SUBTRACT Ldg-Amount FROM FH-Credits
032500         WHEN OTHER
032600             PERFORM 2150-AGE-DEBIT
032700                 THRU 2150-AGE-DEBIT-EXIT
032800     END-EVALUATE.
032900     PERFORM 1100-READ-LEDGER
033000         THRU 1100-READ-LEDGER-EXIT.
033100 2100-ADD-ONE-ENTRY-EXIT.
033200     EXIT.
033300
033400*----------------------------------------------------------------*
033500 2150-AGE-DEBIT.
033600*----------------------------------------------------------------*
033700     MOVE "N" TO FH-Bad-Date-Sw.
033800     IF Ldg-Entry-Date IS NOT NUMERIC
033900         SET FH-Bad-Date TO TRUE
034000     ELSE
034100         MOVE Ldg-Entry-Date TO FH-Date-In
034200         IF FH-Date-MM < 1 OR FH-Date-MM > 12
034300            OR FH-Date-DD < 1 OR FH-Date-DD > 31
034400            OR FH-Date-In > FH-Run-Date-CCYYMMDD
034500             SET FH-Bad-Date TO TRUE
034600         END-IF
034700     END-IF.
034800     IF FH-Bad-Date
034900         GO TO 2150-AGE-DEBIT-EXIT.
035000     PERFORM 3000-COMPUTE-DAY-NUMBER
035100         THRU 3000-COMPUTE-DAY-NUMBER-EXIT.
035200     COMPUTE FH-Age-Days = FH-Run-Day-Number - FH-Day-Number.
035300     IF FH-Age-Days NOT < FH-Past-Due-Days
035400         ADD Ldg-Amount TO FH-Old-Debits
035500     END-IF.
035600 2150-AGE-DEBIT-EXIT.
035700     EXIT.
035800
035900*----------------------------------------------------------------*
036000 2200-READ-HOLD.
036100*----------------------------------------------------------------*
036200     MOVE "N" TO FH-Hold-Found-Sw
036300                 FH-Hold-Active-Sw.
036400     MOVE FH-StudentId TO Hold-StudentId.
036500     MOVE "F"          TO Hold-Type.
036600     READ HoldFile
036700         INVALID KEY
036800             CONTINUE
036900         NOT INVALID KEY
037000             SET FH-Hold-Found TO TRUE
037100     END-READ.
037200     IF FH-Hold-Found
037300        AND (Hold-Release-Date = ZERO
037400          OR Hold-Release-Date > FH-Run-Date-CCYYMMDD)
037500         SET FH-Hold-Active TO TRUE
037600     END-IF.
037700 2200-READ-HOLD-EXIT.
037800     EXIT.
037900
038000*----------------------------------------------------------------*
038100 2300-PLACE-HOLD.
038200*----------------------------------------------------------------*
038300*    A RELEASED F HOLD STILL ON FILE IS REOPENED IN PLACE - THE
038400*    HOLDS FILE KEEPS ONE RECORD PER STUDENT AND HOLD TYPE.
038500     MOVE FH-StudentId         TO Hold-StudentId.
038600     MOVE "F"                  TO Hold-Type.
038700     MOVE JobName              TO Hold-Placed-By.
038800     MOVE FH-Run-Date-CCYYMMDD TO Hold-Placed-Date.
038900     MOVE ZERO                 TO Hold-Release-Date.
039000     MOVE "PAST DUE BALANCE OVER LIMIT" TO Hold-Reason.
039100     IF FH-Hold-Found
039200         REWRITE HoldRecord
039300             INVALID KEY
039400                 GO TO 2300-PLACE-HOLD-EXIT
039500         END-REWRITE
039600     ELSE
039700         WRITE HoldRecord
039800             INVALID KEY
039900                 GO TO 2300-PLACE-HOLD-EXIT
040000         END-WRITE
040100     END-IF.
040200     ADD 1 TO FH-Placed-Count.
040300     CALL "AuditLog" USING JobName FH-StudentId "A".
040400     MOVE "F HOLD PLACED" TO FH-Det-Action.
040500     PERFORM 2500-PRINT-DETAIL
040600         THRU 2500-PRINT-DETAIL-EXIT.
040700 2300-PLACE-HOLD-EXIT.
040800     EXIT.
040900
041000*----------------------------------------------------------------*
041100 2400-RELEASE-HOLD.
041200*----------------------------------------------------------------*
041300     MOVE FH-Run-Date-CCYYMMDD TO Hold-Release-Date.
041400     REWRITE HoldRecord
041500         INVALID KEY
041600             GO TO 2400-RELEASE-HOLD-EXIT
041700     END-REWRITE.
041800     ADD 1 TO FH-Released-Count.
041900     CALL "AuditLog" USING JobName FH-StudentId "C".
042000     MOVE "F HOLD RELEASED" TO FH-Det-Action.
042100     PERFORM 2500-PRINT-DETAIL
042200         THRU 2500-PRINT-DETAIL-EXIT.
042300 2400-RELEASE-HOLD-EXIT.
042400     EXIT.
042500
042600*----------------------------------------------------------------*
042700 2500-PRINT-DETAIL.
042800*----------------------------------------------------------------*
042900     MOVE "N" TO FH-No-Such-Stud-Sw.
043000     MOVE FH-StudentId TO StudentId.
043100     READ StudentFile
043200         INVALID KEY
043300             SET FH-No-Such-Stud TO TRUE
043400     END-READ.
043500     IF FH-No-Such-Stud
043600         MOVE "*UNKNOWN" TO Surname
043700         MOVE SPACES     TO Initials
043800     END-IF.
043900     MOVE FH-StudentId TO FH-Det-StudentId.
044000     MOVE Surname      TO FH-Det-Surname.
044100     MOVE Initials     TO FH-Det-Initials.
044200     MOVE FH-Past-Due  TO FH-Det-Past-Due.
044300     DISPLAY FH-DETAIL-LINE.
044400 2500-PRINT-DETAIL-EXIT.
044500     EXIT.
044600
044700*----------------------------------------------------------------*
044800 3000-COMPUTE-DAY-NUMBER.
044900*----------------------------------------------------------------*
045000*    TURNS THE CCYYMMDD DATE IN FH-DATE-IN INTO A DAY NUMBER IN
045100*    FH-DAY-NUMBER.  ONLY DIFFERENCES BETWEEN TWO DAY NUMBERS
045200*    MEAN ANYTHING.
045300     IF FH-Date-MM > 2
045400         MOVE FH-Date-CCYY TO FH-Leap-Year
045500     ELSE
045600         SUBTRACT 1 FROM FH-Date-CCYY GIVING FH-Leap-Year
045700     END-IF.
045800     DIVIDE FH-Leap-Year BY 4   GIVING FH-Leap-4.
045900     DIVIDE FH-Leap-Year BY 100 GIVING FH-Leap-100.
046000     DIVIDE FH-Leap-Year BY 400 GIVING FH-Leap-400.
046100     COMPUTE FH-Day-Number = FH-Date-CCYY * 365
046200         + FH-Leap-4 - FH-Leap-100 + FH-Leap-400
046300         + FH-Days-Before-Month (FH-Date-MM)
046400         + FH-Date-DD.
046500 3000-COMPUTE-DAY-NUMBER-EXIT.
046600     EXIT.
046700
046800*----------------------------------------------------------------*
046900 8000-PRINT-SUMMARY.
047000*----------------------------------------------------------------*
047100     MOVE FH-Student-Count  TO FH-Student-Out.
047200     MOVE FH-Placed-Count   TO FH-Placed-Out.
047300     MOVE FH-Released-Count TO FH-Released-Out.
047400     MOVE FH-Held-Count     TO FH-Held-Out.
047500     DISPLAY SPACE.
047600     DISPLAY FH-SUMMARY-LINE-1.
047700     DISPLAY FH-SUMMARY-LINE-2.
047800     DISPLAY FH-SUMMARY-LINE-3.
047900     DISPLAY FH-SUMMARY-LINE-4.
048000 8000-PRINT-SUMMARY-EXIT.
048100     EXIT.
048200
048300*----------------------------------------------------------------*
048400 9999-EXIT.
048500*----------------------------------------------------------------*
048600     CALL "AuditClose".
048700     IF NOT FH-No-Ledger
048800         CLOSE LedgerFile
048900     END-IF.
049000     CLOSE HoldFile
049100           StudentFile.
049200 9999-EXIT-EXIT.
049300     EXIT.
