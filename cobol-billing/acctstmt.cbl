001000 IDENTIFICATION DIVISION.
001100 PROGRAM-ID.     AcctStmt.
001200 AUTHOR.         J PELLETIER.
001300 INSTALLATION.   REGISTRAR SYSTEMS.
001400 DATE-WRITTEN.   2026-10-01.
001500 DATE-COMPILED.
001600*----------------------------------------------------------------*
001700*  MODIFICATION HISTORY                                          *
001800*  2026-10-01  JP  INITIAL VERSION - PER-STUDENT ACCOUNT         *
001900*                  STATEMENTS FROM THE LEDGER.DAT STUDENT        *
002000*                  ACCOUNT LEDGER WITH AN AGED RECEIVABLES       *
002100*                  SUMMARY FOR THE BURSAR.                       *
002200*----------------------------------------------------------------*
002300*
002400*    THIS PROGRAM READS THE STUDENT ACCOUNT LEDGER (LEDGER.DAT)
002500*    IN KEY ORDER AND PRINTS ONE ACCOUNT STATEMENT PER STUDENT
002600*    WITH ENTRIES ON FILE - NAME FROM STUDENTS.DAT, MAILING
002700*    ADDRESS FROM STUDENTDEMO.DAT, EVERY CHARGE, PAYMENT,
002800*    ADJUSTMENT AND REFUND BY TERM WITH A RUNNING BALANCE, AND
002900*    THE BALANCE DUE OR CREDIT BALANCE AT THE FOOT.  AN OWING
003000*    BALANCE IS AGED BY THE DATES OF THE CHARGES THAT MAKE IT
003100*    UP: PAYMENTS AND CREDITS ARE APPLIED TO THE OLDEST CHARGES
003200*    FIRST, AND WHAT REMAINS OF EACH CHARGE FALLS INTO THE
003300*    CURRENT, 30, 60 OR 90+ DAY BUCKET BY ITS AGE AT THE RUN
003400*    DATE.  THE BUCKETS PRINT UNDER EACH STATEMENT AND ARE
003500*    TOTALLED INTO THE AGED RECEIVABLES SUMMARY FOR THE BURSAR
003600*    AT THE END OF THE RUN.  EACH STATEMENT WRITES AN "R" ENTRY
003700*    TO AUDIT.LOG.  A MISSING LEDGER ENDS THE RUN WITH
003800*    RETURN-CODE 8.
003900*
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT LedgerFile    ASSIGN TO "LEDGER.DAT"
004400            ORGANIZATION IS INDEXED
004500            ACCESS MODE IS SEQUENTIAL
004600            RECORD KEY IS Ldg-Key
004700            FILE STATUS IS AC-Ledger-File-Status.
004800
004900     SELECT StudentFile   ASSIGN TO "STUDENTS.DAT"
005000            ORGANIZATION IS INDEXED
005100            ACCESS MODE IS RANDOM
005200            RECORD KEY IS StudentId.
005300
005400     SELECT DemoFile      ASSIGN TO "STUDENTDEMO.DAT"
005500            ORGANIZATION IS INDEXED
005600            ACCESS MODE IS RANDOM
005700            RECORD KEY IS Demo-StudentId.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  LedgerFile.
006200     COPY LEDGER.CPY.
006300
006400 FD  StudentFile.
006500     COPY STUDENT.CPY.
006600
006700 FD  DemoFile.
006800     COPY DEMOREC.CPY.
006900
007000 WORKING-STORAGE SECTION.
007100 01  JobName               PIC X(08)   VALUE "ACCTSTMT".
007200
007300 01  AC-SWITCHES.
007400     02  AC-End-Of-Ledger-Sw   PIC X       VALUE "N".
007500         88  AC-End-Of-Ledger     VALUE "Y".
007600     02  AC-No-Ledger-Sw       PIC X       VALUE "N".
007700         88  AC-No-Ledger         VALUE "Y".
007800     02  AC-No-Such-Stud-Sw    PIC X       VALUE "N".
007900         88  AC-No-Such-Stud      VALUE "Y".
008000     02  AC-No-Such-Demo-Sw    PIC X       VALUE "N".
008100         88  AC-No-Such-Demo      VALUE "Y".
008200     02  AC-Bad-Date-Sw        PIC X       VALUE "N".
008300         88  AC-Bad-Date          VALUE "Y".
008400     02  AC-Slot-Found-Sw      PIC X       VALUE "N".
008500         88  AC-Slot-Found        VALUE "Y".
008600
008700 01  AC-Ledger-File-Status     PIC XX.
008800     88  AC-Ledger-File-Good      VALUE "00".
008900     88  AC-Ledger-File-Missing   VALUE "35".
009000
009100 01  AC-COUNTERS.
009200     02  AC-Statement-Count    PIC 9(05)   COMP    VALUE ZERO.
009300     02  AC-Owing-Count        PIC 9(05)   COMP    VALUE ZERO.
009400     02  AC-Credit-Count       PIC 9(05)   COMP    VALUE ZERO.
009500     02  AC-Entry-Count        PIC 9(07)   COMP    VALUE ZERO.
009600
009700 01  AC-STUDENT-FIELDS.
009800     02  AC-Cur-StudentId      PIC 9(07)   VALUE ZERO.
009900     02  AC-Stu-Balance        PIC S9(9)V99        VALUE ZERO.
010000     02  AC-Stu-Credits        PIC S9(9)V99        VALUE ZERO.
010100     02  AC-Open-Amount        PIC S9(9)V99        VALUE ZERO.
010200
010300*    CHARGES AND OTHER DEBITS FOR THE STUDENT BEING PRINTED,
010400*    KEPT IN DATE ORDER SO CREDITS CAN BE APPLIED OLDEST
010500*    FIRST.  A STUDENT WITH MORE DEBITS THAN THE TABLE HOLDS
010600*    HAS THE OVERFLOW ADDED TO THE NEWEST ENTRY.
010700 01  AC-DEBIT-TABLE.
010800     02  AC-Debit-Max          PIC 9(03)   COMP    VALUE 100.
010900     02  AC-Debit-Count        PIC 9(03)   COMP    VALUE ZERO.
011000     02  AC-Debit-Entry OCCURS 100 TIMES.
011100         03  AC-Deb-Date       PIC 9(08).
011200         03  AC-Deb-Amount     PIC S9(9)V99.
011300
011400 01  AC-WORK-FIELDS.
011500     02  AC-Sub                PIC 9(03)   COMP    VALUE ZERO.
011600     02  AC-Prev               PIC 9(03)   COMP    VALUE ZERO.
011700     02  AC-New-Date           PIC 9(08)   VALUE ZERO.
011800     02  AC-New-Amount         PIC S9(9)V99        VALUE ZERO.
011900
012000*    AGING BUCKETS - 1 CURRENT, 2 30-59 DAYS, 3 60-89 DAYS,
012100*    4 90 DAYS AND OVER.
012200 01  AC-AGING-FIELDS.
012300     02  AC-Bucket             PIC 9(01)   VALUE ZERO.
012400     02  AC-Stu-Aged OCCURS 4 TIMES
012500                               PIC S9(9)V99.
012600     02  AC-Tot-Aged OCCURS 4 TIMES
012700                               PIC S9(11)V99.
012800     02  AC-Tot-Receivable     PIC S9(11)V99       VALUE ZERO.
012900     02  AC-Tot-Credit-Bal     PIC S9(11)V99       VALUE ZERO.
013000
013100*    DAY NUMBERS ARE COUNTED FROM A FIXED ORIGIN SO TWO CCYYMMDD
013200*    DATES CAN BE SUBTRACTED, THE SAME WAY INCLAPSE AGES AN
013300*    INCOMPLETE GRADE.
013400 01  AC-MONTH-DAYS-VALUES.
013500     02  FILLER                PIC X(36)   VALUE
013600         "000031059090120151181212243273304334".
013700 01  AC-MONTH-DAYS-TABLE REDEFINES AC-MONTH-DAYS-VALUES.
013800     02  AC-Days-Before-Month  PIC 9(03)   OCCURS 12 TIMES.
013900
014000 01  AC-DATE-FIELDS.
014100     02  AC-Date-In            PIC 9(08).
014200     02  AC-Date-In-Parts REDEFINES AC-Date-In.
014300         03  AC-Date-CCYY      PIC 9(04).
014400         03  AC-Date-MM        PIC 9(02).
014500         03  AC-Date-DD        PIC 9(02).
014600     02  AC-Leap-Year          PIC 9(04)   VALUE ZERO.
014700     02  AC-Leap-4             PIC 9(04)   VALUE ZERO.
014800     02  AC-Leap-100           PIC 9(04)   VALUE ZERO.
014900     02  AC-Leap-400           PIC 9(04)   VALUE ZERO.
015000     02  AC-Day-Number         PIC 9(07)   VALUE ZERO.
015100     02  AC-Run-Day-Number     PIC 9(07)   VALUE ZERO.
015200     02  AC-Age-Days           PIC S9(07)  VALUE ZERO.
015300
015400 01  AC-RUN-DATE-FIELDS.
015500     02  AC-Run-Date-YY        PIC 9(2).
015600     02  AC-Run-Date-MM        PIC 9(2).
015700     02  AC-Run-Date-DD        PIC 9(2).
015800
015900 01  AC-Run-Date-CCYYMMDD.
016000     02  AC-Run-Date-Century   PIC 9(2)    VALUE 20.
016100     02  AC-Run-Date-YY-Out    PIC 9(2).
016200     02  AC-Run-Date-MM-Out    PIC 9(2).
016300     02  AC-Run-Date-DD-Out    PIC 9(2).
016400
016500 01  AC-BANNER-LINE.
016600     02  FILLER         PIC X(26) VALUE
016700         "STUDENT ACCOUNT STATEMENT ".
016800     02  FILLER         PIC X(10) VALUE SPACES.
016900     02  FILLER         PIC X(07) VALUE "AS OF  ".
017000     02  AC-Banner-Date       PIC 9(08).
017100
017200 01  AC-STUDENT-LINE.
017300     02  FILLER               PIC X(09)   VALUE "STUDENT  ".
017400     02  AC-Stu-StudentId     PIC 9(07).
017500     02  FILLER               PIC X(03)   VALUE SPACES.
017600     02  AC-Stu-Surname       PIC X(08).
017700     02  FILLER               PIC X(01)   VALUE SPACE.
017800     02  AC-Stu-Initials      PIC X(02).
017900
018000 01  AC-ADDRESS-LINE-1.
018100     02  FILLER               PIC X(09)   VALUE "ADDRESS  ".
018200     02  AC-Addr-Street       PIC X(20).
018300
018400 01  AC-ADDRESS-LINE-2.
018500     02  FILLER               PIC X(09)   VALUE SPACES.
018600     02  AC-Addr-City         PIC X(15).
018700     02  FILLER               PIC X(01)   VALUE SPACE.
018800     02  AC-Addr-State        PIC X(02).
018900     02  FILLER               PIC X(01)   VALUE SPACE.
019000     02  AC-Addr-Zip          PIC X(09).
019100
019200 01  AC-NO-DEMO-LINE.
019300     02  FILLER         PIC X(33) VALUE
019400         "ADDRESS  ** NO DEMOGRAPHICS ON FI".
019500     02  FILLER         PIC X(05) VALUE "LE **".
019600
019700 01  AC-COLUMN-HEADING.
019800     02  FILLER               PIC X(06)   VALUE "TERM  ".
019900     02  FILLER               PIC X(10)   VALUE "DATE      ".
020000     02  FILLER               PIC X(11)   VALUE "ENTRY      ".
020100     02  FILLER               PIC X(11)   VALUE "REFERENCE  ".
020200     02  FILLER               PIC X(14)   VALUE
020300         "        AMOUNT".
020400     02  FILLER               PIC X(15)   VALUE
020500         "        BALANCE".
020600
020700 01  AC-DETAIL-LINE.
020800     02  AC-Det-Term           PIC X(05).
020900     02  FILLER                PIC X(01)   VALUE SPACE.
021000     02  AC-Det-Date           PIC 9(08).
021100     02  FILLER                PIC X(02)   VALUE SPACES.
021200     02  AC-Det-Type           PIC X(10).
021300     02  FILLER                PIC X(01)   VALUE SPACE.
021400     02  AC-Det-Reference      PIC X(10).
021500     02  FILLER                PIC X(01)   VALUE SPACE.
021600     02  AC-Det-Amount         PIC ---,---,--9.99.
021700     02  FILLER                PIC X(01)   VALUE SPACE.
021800     02  AC-Det-Balance        PIC ---,---,--9.99.
021900
022000 01  AC-BALANCE-LINE.
022100     02  AC-Bal-Text           PIC X(17).
022200     02  FILLER                PIC X(31)   VALUE SPACES.
022300     02  AC-Bal-Amount         PIC ---,---,--9.99.
022400
022500 01  AC-AGING-HEADING.
022600     02  FILLER         PIC X(33) VALUE
022700         "AGING          CURRENT      30 DA".
022800     02  FILLER         PIC X(33) VALUE
022900         "YS      60 DAYS     90+ DAYS     ".
023000
023100 01  AC-AGING-LINE.
023200     02  FILLER                PIC X(06)   VALUE SPACES.
023300     02  AC-Age-Amount OCCURS 4 TIMES
023400                               PIC ZZZ,ZZZ,ZZ9.99.
023500
023600 01  AC-NO-LEDGER-LINE.
023700     02  FILLER         PIC X(33) VALUE
023800         "LEDGER.DAT NOT ON FILE - NO STATE".
023900     02  FILLER         PIC X(13) VALUE "MENTS PRINTED".
024000
024100 01  AC-SUMMARY-HEADING.
024200     02  FILLER         PIC X(33) VALUE
024300         "AGED RECEIVABLES SUMMARY        A".
024400     02  FILLER         PIC X(07) VALUE "S OF   ".
024500     02  AC-Sum-Date          PIC 9(08).
024600
024700 01  AC-SUMMARY-AMOUNT-LINE.
024800     02  AC-Sum-Text           PIC X(17).
024900     02  AC-Sum-Amount         PIC ---,---,---,--9.99.
025000
025100 01  AC-SUMMARY-LINE-1.
025200     02  FILLER          PIC X(17) VALUE "STATEMENTS ------".
025300     02  AC-Statement-Out      PIC ZZ,ZZ9.
025400
025500 01  AC-SUMMARY-LINE-2.
025600     02  FILLER          PIC X(17) VALUE "ACCOUNTS OWING --".
025700     02  AC-Owing-Out          PIC ZZ,ZZ9.
025800
025900 01  AC-SUMMARY-LINE-3.
026000     02  FILLER          PIC X(17) VALUE "CREDIT BALANCES -".
026100     02  AC-Credit-Out         PIC ZZ,ZZ9.
026200
026300 PROCEDURE DIVISION.
026400*----------------------------------------------------------------*
026500 0000-MAINLINE.
026600*----------------------------------------------------------------*
026700     PERFORM 1000-INITIALIZE
026800         THRU 1000-INITIALIZE-EXIT.
026900     IF NOT AC-No-Ledger
027000         PERFORM 2000-PRINT-STATEMENT
027100             THRU 2000-PRINT-STATEMENT-EXIT
027200             UNTIL AC-End-Of-Ledger
027300         PERFORM 8000-PRINT-SUMMARY
027400             THRU 8000-PRINT-SUMMARY-EXIT
027500     END-IF.
027600     PERFORM 9999-EXIT
027700         THRU 9999-EXIT-EXIT.
027800     STOP RUN.
027900
028000*----------------------------------------------------------------*
028100 1000-INITIALIZE.
028200*----------------------------------------------------------------*
028300     ACCEPT AC-RUN-DATE-FIELDS FROM DATE.
028400     MOVE AC-Run-Date-YY TO AC-Run-Date-YY-Out.
028500     MOVE AC-Run-Date-MM TO AC-Run-Date-MM-Out.
028600     MOVE AC-Run-Date-DD TO AC-Run-Date-DD-Out.
028700     MOVE AC-Run-Date-CCYYMMDD TO AC-Date-In.
028800     PERFORM 3900-COMPUTE-DAY-NUMBER
028900         THRU 3900-COMPUTE-DAY-NUMBER-EXIT.
029000     MOVE AC-Day-Number TO AC-Run-Day-Number.
029100     MOVE ZERO TO AC-Tot-Aged (1) AC-Tot-Aged (2)
029200                  AC-Tot-Aged (3) AC-Tot-Aged (4).
029300     OPEN INPUT LedgerFile.
029400     IF NOT AC-Ledger-File-Good
029500         SET AC-No-Ledger TO TRUE
029600         DISPLAY AC-NO-LEDGER-LINE
029700         MOVE 8 TO RETURN-CODE
029800         GO TO 1000-INITIALIZE-EXIT.
029900     OPEN INPUT StudentFile.
030000     OPEN INPUT DemoFile.
030100     PERFORM 1100-READ-LEDGER
030200         THRU 1100-READ-LEDGER-EXIT.
030300 1000-INITIALIZE-EXIT.
030400     EXIT.
030500
030600*----------------------------------------------------------------*
030700 1100-READ-LEDGER.
030800*----------------------------------------------------------------*
030900     READ LedgerFile
031000         AT END
031100             SET AC-End-Of-Ledger TO TRUE
031200     END-READ.
031300 1100-READ-LEDGER-EXIT.
031400     EXIT.
031500
031600*----------------------------------------------------------------*
031700 2000-PRINT-STATEMENT.
031800*----------------------------------------------------------------*
031900*    ONE PASS OF THIS PARAGRAPH PRINTS ONE STUDENT'S WHOLE
032000*    STATEMENT - EVERY LEDGER ENTRY UNTIL THE STUDENTID CHANGES.
032100     MOVE Ldg-StudentId TO AC-Cur-StudentId.
032200     MOVE ZERO TO AC-Stu-Balance
032300                  AC-Stu-Credits
032400                  AC-Debit-Count.
032500     PERFORM 2100-PRINT-HEADING
032600         THRU 2100-PRINT-HEADING-EXIT.
032700     PERFORM 2300-PRINT-ENTRY
032800         THRU 2300-PRINT-ENTRY-EXIT
032900         UNTIL AC-End-Of-Ledger
033000            OR Ldg-StudentId NOT = AC-Cur-StudentId.
033100     PERFORM 3000-PRINT-FOOTING
033200         THRU 3000-PRINT-FOOTING-EXIT.
033300     CALL "AuditLog" USING JobName AC-Cur-StudentId "R".
033400     ADD 1 TO AC-Statement-Count.
033500 2000-PRINT-STATEMENT-EXIT.
033600     EXIT.
033700
033800*----------------------------------------------------------------*
033900 2100-PRINT-HEADING.
034000*----------------------------------------------------------------*
034100     MOVE AC-Run-Date-CCYYMMDD TO AC-Banner-Date.
034200     DISPLAY AC-BANNER-LINE.
034300     MOVE "N" TO AC-No-Such-Stud-Sw.
034400     MOVE AC-Cur-StudentId TO StudentId.
034500     READ StudentFile
034600         INVALID KEY
034700             SET AC-No-Such-Stud TO TRUE
034800     END-READ.
034900     MOVE AC-Cur-StudentId TO AC-Stu-StudentId.
035000     IF AC-No-Such-Stud
035100         MOVE "UNKNOWN " TO AC-Stu-Surname
035200         MOVE SPACES     TO AC-Stu-Initials
035300     ELSE
035400         MOVE Surname    TO AC-Stu-Surname
035500         MOVE Initials   TO AC-Stu-Initials
035600     END-IF.
035700     DISPLAY AC-STUDENT-LINE.
035800     PERFORM 2200-PRINT-ADDRESS
035900         THRU 2200-PRINT-ADDRESS-EXIT.
036000     DISPLAY AC-COLUMN-HEADING.
036100 2100-PRINT-HEADING-EXIT.
036200     EXIT.
036300
036400*----------------------------------------------------------------*
036500 2200-PRINT-ADDRESS.
036600*----------------------------------------------------------------*
036700     MOVE "N" TO AC-No-Such-Demo-Sw.
036800     MOVE AC-Cur-StudentId TO Demo-StudentId.
036900     READ DemoFile
037000         INVALID KEY
037100             SET AC-No-Such-Demo TO TRUE
037200     END-READ.
037300     IF AC-No-Such-Demo
037400         DISPLAY AC-NO-DEMO-LINE
037500     ELSE
037600         MOVE Demo-Street  TO AC-Addr-Street
037700         DISPLAY AC-ADDRESS-LINE-1
037800         MOVE Demo-City    TO AC-Addr-City
037900         MOVE Demo-State   TO AC-Addr-State
038000         MOVE Demo-ZipCode TO AC-Addr-Zip
038100         DISPLAY AC-ADDRESS-LINE-2
038200     END-IF.
038300 2200-PRINT-ADDRESS-EXIT.
038400     EXIT.
038500
038600*----------------------------------------------------------------*
038700 2300-PRINT-ENTRY.
038800*----------------------------------------------------------------*
038900*    A PAYMENT AND A NEGATIVE ADJUSTMENT ARE CREDITS; A CHARGE,
039000*    A REFUND AND A POSITIVE ADJUSTMENT ARE DEBITS AND GO INTO
039100*    THE AGING TABLE.
039200     MOVE Ldg-Term       TO AC-Det-Term.
039300     MOVE Ldg-Entry-Date TO AC-Det-Date.
039400     MOVE Ldg-Reference  TO AC-Det-Reference.
039500     EVALUATE TRUE
039600         WHEN Ldg-Charge
039700             MOVE "CHARGE    " TO AC-Det-Type
039800         WHEN Ldg-Payment
039900             MOVE "PAYMENT   " TO AC-Det-Type
040000         WHEN Ldg-Adjustment
040100             MOVE "ADJUSTMENT" TO AC-Det-Type
040200         WHEN Ldg-Refund
040300             MOVE "REFUND    " TO AC-Det-Type
040400         WHEN OTHER
040500             MOVE "UNKNOWN   " TO AC-Det-Type
040600     END-EVALUATE.
040700     IF Ldg-Payment
040800         SUBTRACT Ldg-Amount FROM AC-Stu-Balance
040900         ADD Ldg-Amount      TO AC-Stu-Credits
041000         COMPUTE AC-Det-Amount = ZERO - Ldg-Amount
041100     ELSE
041200         ADD Ldg-Amount      TO AC-Stu-Balance
041300         MOVE Ldg-Amount     TO AC-Det-Amount
041400         IF Ldg-Amount < ZERO
041500             SUBTRACT Ldg-Amount FROM AC-Stu-Credits
041600         ELSE
041700             PERFORM 2400-TABLE-DEBIT
041800                 THRU 2400-TABLE-DEBIT-EXIT
041900         END-IF
042000     END-IF.
042100     MOVE AC-Stu-Balance TO AC-Det-Balance.
042200     DISPLAY AC-DETAIL-LINE.
042300     ADD 1 TO AC-Entry-Count.
042400     PERFORM 1100-READ-LEDGER
042500         THRU 1100-READ-LEDGER-EXIT.
042600 2300-PRINT-ENTRY-EXIT.
042700     EXIT.
042800
042900*----------------------------------------------------------------*
043000 2400-TABLE-DEBIT.
043100*----------------------------------------------------------------*
043200*    INSERTS THE DEBIT IN ENTRY-DATE ORDER.  LEDGER KEY ORDER IS
043300*    BY TERM, WHICH IS NOT ALWAYS DATE ORDER.  AN ENTRY DATE
043400*    THAT IS NOT NUMERIC IS TAKEN AS THE RUN DATE.
043500     IF Ldg-Entry-Date IS NUMERIC
043600         MOVE Ldg-Entry-Date       TO AC-New-Date
043700     ELSE
043800         MOVE AC-Run-Date-CCYYMMDD TO AC-New-Date
043900     END-IF.
044000     MOVE Ldg-Amount TO AC-New-Amount.
044100     IF AC-Debit-Count NOT < AC-Debit-Max
044200         ADD AC-New-Amount TO AC-Deb-Amount (AC-Debit-Max)
044300         GO TO 2400-TABLE-DEBIT-EXIT.
044400     ADD 1 TO AC-Debit-Count.
044500     MOVE AC-Debit-Count TO AC-Sub.
044600     MOVE "N" TO AC-Slot-Found-Sw.
044700     PERFORM 2410-SHIFT-ONE-DEBIT
044800         THRU 2410-SHIFT-ONE-DEBIT-EXIT
044900         UNTIL AC-Slot-Found.
045000     MOVE AC-New-Date   TO AC-Deb-Date (AC-Sub).
045100     MOVE AC-New-Amount TO AC-Deb-Amount (AC-Sub).
045200 2400-TABLE-DEBIT-EXIT.
045300     EXIT.
045400
045500*----------------------------------------------------------------*
045600 2410-SHIFT-ONE-DEBIT.
045700*----------------------------------------------------------------*
045800*    MOVES ONE LATER-DATED DEBIT DOWN A SLOT UNTIL THE NEW
045900*    DEBIT'S PLACE IS FOUND.
046000     IF AC-Sub = 1
046100         SET AC-Slot-Found TO TRUE
046200         GO TO 2410-SHIFT-ONE-DEBIT-EXIT.
046300     SUBTRACT 1 FROM AC-Sub GIVING AC-Prev.
046400     IF AC-Deb-Date (AC-Prev) NOT > AC-New-Date
046500         SET AC-Slot-Found TO TRUE
046600         GO TO 2410-SHIFT-ONE-DEBIT-EXIT.
046700     MOVE AC-Debit-Entry (AC-Prev) TO AC-Debit-Entry (AC-Sub).
046800     MOVE AC-Prev TO AC-Sub.
046900 2410-SHIFT-ONE-DEBIT-EXIT.
047000     EXIT.
047100
047200*----------------------------------------------------------------*
047300 3000-PRINT-FOOTING.
047400*----------------------------------------------------------------*
047500     MOVE ZERO TO AC-Stu-Aged (1) AC-Stu-Aged (2)
047600                  AC-Stu-Aged (3) AC-Stu-Aged (4).
047700     IF AC-Stu-Balance < ZERO
047800         MOVE "CREDIT BALANCE --" TO AC-Bal-Text
047900         ADD 1 TO AC-Credit-Count
048000         SUBTRACT AC-Stu-Balance FROM AC-Tot-Credit-Bal
048100     ELSE
048200         MOVE "BALANCE DUE -----" TO AC-Bal-Text
048300     END-IF.
048400     MOVE AC-Stu-Balance TO AC-Bal-Amount.
048500     DISPLAY AC-BALANCE-LINE.
048600     IF AC-Stu-Balance > ZERO
048700         ADD 1 TO AC-Owing-Count
048800         ADD AC-Stu-Balance TO AC-Tot-Receivable
048900         PERFORM 3100-AGE-ONE-DEBIT
049000             THRU 3100-AGE-ONE-DEBIT-EXIT
049100             VARYING AC-Sub FROM 1 BY 1
049200             UNTIL AC-Sub > AC-Debit-Count
049300         DISPLAY AC-AGING-HEADING
049400         MOVE AC-Stu-Aged (1) TO AC-Age-Amount (1)
049500         MOVE AC-Stu-Aged (2) TO AC-Age-Amount (2)
049600         MOVE AC-Stu-Aged (3) TO AC-Age-Amount (3)
049700         MOVE AC-Stu-Aged (4) TO AC-Age-Amount (4)
049800         DISPLAY AC-AGING-LINE
049900     END-IF.
050000     DISPLAY SPACE.
050100 3000-PRINT-FOOTING-EXIT.
050200     EXIT.
050300
050400*----------------------------------------------------------------*
050500 3100-AGE-ONE-DEBIT.
050600*----------------------------------------------------------------*
050700*    CREDITS ARE USED UP AGAINST THE OLDEST DEBITS FIRST; ONLY
050800*    THE PART OF A DEBIT THEY DO NOT COVER IS AGED.
050900     IF AC-Stu-Credits NOT < AC-Deb-Amount (AC-Sub)
051000         SUBTRACT AC-Deb-Amount (AC-Sub) FROM AC-Stu-Credits
051100         GO TO 3100-AGE-ONE-DEBIT-EXIT.
051200     COMPUTE AC-Open-Amount = AC-Deb-Amount (AC-Sub)
051300         - AC-Stu-Credits.
051400     MOVE ZERO TO AC-Stu-Credits.
051500     MOVE "N"  TO AC-Bad-Date-Sw.
051600     MOVE AC-Deb-Date (AC-Sub) TO AC-Date-In.
051700     IF AC-Date-MM < 1 OR AC-Date-MM > 12
051800        OR AC-Date-DD < 1 OR AC-Date-DD > 31
051900         SET AC-Bad-Date TO TRUE
052000     END-IF.
052100     IF AC-Bad-Date
052200         MOVE ZERO TO AC-Age-Days
052300     ELSE
052400         PERFORM 3900-COMPUTE-DAY-NUMBER
052500             THRU 3900-COMPUTE-DAY-NUMBER-EXIT
052600         COMPUTE AC-Age-Days = AC-Run-Day-Number - AC-Day-Number
052700     END-IF.
052800     EVALUATE TRUE
052900         WHEN AC-Age-Days < 30
053000             MOVE 1 TO AC-Bucket
053100         WHEN AC-Age-Days < 60
053200             MOVE 2 TO AC-Bucket
053300         WHEN AC-Age-Days < 90
053400             MOVE 3 TO AC-Bucket
053500         WHEN OTHER
053600             MOVE 4 TO AC-Bucket
053700     END-EVALUATE.
053800     ADD AC-Open-Amount TO AC-Stu-Aged (AC-Bucket)
053900                           AC-Tot-Aged (AC-Bucket).
054000 3100-AGE-ONE-DEBIT-EXIT.
054100     EXIT.
054200
054300*----------------------------------------------------------------*
054400 3900-COMPUTE-DAY-NUMBER.
054500*----------------------------------------------------------------*
054600*    TURNS THE CCYYMMDD DATE IN AC-DATE-IN INTO A DAY NUMBER IN
054700*    AC-DAY-NUMBER.  ONLY DIFFERENCES BETWEEN TWO DAY NUMBERS
054800*    MEAN ANYTHING.
054900     IF AC-Date-MM > 2
055000         MOVE AC-Date-CCYY TO AC-Leap-Year
055100     ELSE
055200         SUBTRACT 1 FROM AC-Date-CCYY GIVING AC-Leap-Year
055300     END-IF.
055400     DIVIDE AC-Leap-Year BY 4   GIVING AC-Leap-4.
055500     DIVIDE AC-Leap-Year BY 100 GIVING AC-Leap-100.
055600     DIVIDE AC-Leap-Year BY 400 GIVING AC-Leap-400.
055700     COMPUTE AC-Day-Number = AC-Date-CCYY * 365
055800         + AC-Leap-4 - AC-Leap-100 + AC-Leap-400
055900         + AC-Days-Before-Month (AC-Date-MM)
056000         + AC-Date-DD.
056100 3900-COMPUTE-DAY-NUMBER-EXIT.
056200     EXIT.
056300
056400*----------------------------------------------------------------*
056500 8000-PRINT-SUMMARY.
056600*----------------------------------------------------------------*
056700     MOVE AC-Run-Date-CCYYMMDD TO AC-Sum-Date.
056800     DISPLAY AC-SUMMARY-HEADING.
056900     MOVE "CURRENT ---------" TO AC-Sum-Text.
057000     MOVE AC-Tot-Aged (1)     TO AC-Sum-Amount.
057100     DISPLAY AC-SUMMARY-AMOUNT-LINE.
057200     MOVE "30 - 59 DAYS ----" TO AC-Sum-Text.
057300     MOVE AC-Tot-Aged (2)     TO AC-Sum-Amount.
057400     DISPLAY AC-SUMMARY-AMOUNT-LINE.
057500     MOVE "60 - 89 DAYS ----" TO AC-Sum-Text.
057600     MOVE AC-Tot-Aged (3)     TO AC-Sum-Amount.
057700     DISPLAY AC-SUMMARY-AMOUNT-LINE.
057800     MOVE "90 DAYS AND OVER " TO AC-Sum-Text.
057900     MOVE AC-Tot-Aged (4)     TO AC-Sum-Amount.
058000     DISPLAY AC-SUMMARY-AMOUNT-LINE.
058100     MOVE "TOTAL RECEIVABLE " TO AC-Sum-Text.
058200     MOVE AC-Tot-Receivable   TO AC-Sum-Amount.
058300     DISPLAY AC-SUMMARY-AMOUNT-LINE.
058400     MOVE "CREDITS HELD ----" TO AC-Sum-Text.
058500     MOVE AC-Tot-Credit-Bal   TO AC-Sum-Amount.
058600     DISPLAY AC-SUMMARY-AMOUNT-LINE.
058700     DISPLAY SPACE.
058800     MOVE AC-Statement-Count TO AC-Statement-Out.
058900     MOVE AC-Owing-Count     TO AC-Owing-Out.
059000     MOVE AC-Credit-Count    TO AC-Credit-Out.
059100     DISPLAY AC-SUMMARY-LINE-1.
059200     DISPLAY AC-SUMMARY-LINE-2.
059300     DISPLAY AC-SUMMARY-LINE-3.
059400 8000-PRINT-SUMMARY-EXIT.
059500     EXIT.
059600
059700*----------------------------------------------------------------*
059800 9999-EXIT.
059900*----------------------------------------------------------------*
060000     IF NOT AC-No-Ledger
060100         CALL "AuditClose"
060200         CLOSE LedgerFile
060300               StudentFile
060400               DemoFile
060500     END-IF.
060600 9999-EXIT-EXIT.
060700     EXIT.
