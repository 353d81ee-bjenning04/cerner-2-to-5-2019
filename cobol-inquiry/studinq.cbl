001900*                  FOR THE FRONT DESK: MASTER, DEMOGRAPHICS,     *
002000*                  ENROLLMENTS, GRADES AND WAITLIST POSITION ON  *
002100*                  ONE CONSOLIDATED SHEET.                       *
002133*  2026-10-01  JP  CURRENT ACCOUNT BALANCE FROM THE LEDGER.DAT   *
002166*                  STUDENT ACCOUNT LEDGER ADDED TO THE SHEET.    *
002177*  2026-10-03  JP  ACTIVE HOLDS FROM HOLDS.DAT LISTED AT THE     *
002188*                  FOOT OF THE SHEET.                            *
002192*  2026-10-10  JP  A MERGED ("M") STUDENT SHOWS THE SURVIVING    *
002196*                  STUDENTID FROM MERGED.DAT UNDER THE STATUS.   *
002200*----------------------------------------------------------------*
002300*
002400*    GIVEN A STUDENTID IN STUDINQ.PRM - OR KEYED AT THE CONSOLE
003000*    GRADES.DAT GRADES, AND ANY WAITLIST.DAT ENTRIES WITH THE
003100*    STUDENT'S CURRENT POSITION IN EACH QUEUE.  THE INQUIRY
003200*    LOGS AN "R" ENTRY THROUGH AUDITLOG LIKE EVERY OTHER
003300*    STUDENT ACCESS.  THE SHEET CLOSES WITH THE STUDENT'S
003333*    CURRENT ACCOUNT BALANCE - CHARGES, REFUNDS AND ADJUSTMENTS
003366*    LESS PAYMENTS ACROSS EVERY TERM ON LEDGER.DAT - AND ANY
003383*    HOLD ON HOLDS.DAT THAT HAS NOT REACHED ITS RELEASE DATE.
003388*    A STUDENTID RETIRED BY A DUPLICATE MERGE POINTS THE READER
003393*    TO THE SURVIVING STUDENTID THROUGH MERGED.DAT.
003400*
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
006700
006800     SELECT OPTIONAL ParmFile ASSIGN TO "STUDINQ.PRM"
006900            ORGANIZATION IS LINE SEQUENTIAL.
006914
006928     SELECT LedgerFile    ASSIGN TO "LEDGER.DAT"
006942            ORGANIZATION IS INDEXED
006956            ACCESS MODE IS DYNAMIC
006970            RECORD KEY IS Ldg-Key
006984            FILE STATUS IS SI-Ledger-File-Status.
006986
006988     SELECT HoldFile      ASSIGN TO "HOLDS.DAT"
006990            ORGANIZATION IS INDEXED
006992            ACCESS MODE IS DYNAMIC
006994            RECORD KEY IS Hold-Key
006996            FILE STATUS IS SI-Hold-File-Status.
007009
007022     SELECT MergeFile     ASSIGN TO "MERGED.DAT"
007035            ORGANIZATION IS INDEXED
007048            ACCESS MODE IS RANDOM
007061            RECORD KEY IS Mrg-VictimId
007074            FILE STATUS IS SI-Merge-File-Status.
007087
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  StudentFile.
009100 FD  ParmFile.
009200 01  ParmRecord.
009300     02  Parm-StudentId     PIC 9(7).
009325
009350 FD  LedgerFile.
009375     COPY LEDGER.CPY.
009381
009387 FD  HoldFile.
009393     COPY HOLDREC.CPY.
009394
009395 FD  MergeFile.
009396     COPY MERGEREC.CPY.
009400
009500 WORKING-STORAGE SECTION.
009600 01  JobName               PIC X(08)   VALUE "STUDINQ".
011200         88  SI-End-Of-Wait       VALUE "Y".
011300     02  SI-Found-Sw          PIC X       VALUE "N".
011400         88  SI-Entry-Found       VALUE "Y".
011411     02  SI-End-Of-Ledger-Sw  PIC X       VALUE "N".
011422         88  SI-End-Of-Ledger     VALUE "Y".
011433     02  SI-No-Ledger-Sw      PIC X       VALUE "N".
011444         88  SI-No-Ledger         VALUE "Y".
011446     02  SI-End-Of-Holds-Sw   PIC X       VALUE "N".
011448         88  SI-End-Of-Holds      VALUE "Y".
011450     02  SI-No-Holds-Sw       PIC X       VALUE "N".
011452         88  SI-No-Holds          VALUE "Y".
011453     02  SI-No-Merges-Sw      PIC X       VALUE "N".
011454         88  SI-No-Merges         VALUE "Y".
011455
011466 01  SI-Ledger-File-Status    PIC XX.
011477     88  SI-Ledger-File-Good      VALUE "00".
011488     88  SI-Ledger-File-Missing   VALUE "35".
011490
011492 01  SI-Hold-File-Status      PIC XX.
011494     88  SI-Hold-File-Good        VALUE "00".
011496     88  SI-Hold-File-Missing     VALUE "35".
011513
011530 01  SI-Merge-File-Status     PIC XX.
011547     88  SI-Merge-File-Good       VALUE "00".
011564     88  SI-Merge-File-Missing    VALUE "35".
011581
011600 01  SI-REQUEST-FIELDS.
011700     02  SI-StudentId         PIC 9(7)    VALUE ZERO.
011800     02  SI-Console-Id        PIC X(7)    VALUE SPACES.
012100     02  SI-Enroll-Count      PIC 9(05)   COMP    VALUE ZERO.
012200     02  SI-Grade-Count       PIC 9(05)   COMP    VALUE ZERO.
012300     02  SI-Wait-Count        PIC 9(05)   COMP    VALUE ZERO.
012325     02  SI-Ledger-Count      PIC 9(05)   COMP    VALUE ZERO.
012337     02  SI-Hold-Count        PIC 9(05)   COMP    VALUE ZERO.
012350
012375 01  SI-Balance               PIC S9(9)V99 VALUE ZERO.
012377
012379 01  SI-RUN-DATE-FIELDS.
012381     02  SI-Run-Date-YY        PIC 9(2).
012383     02  SI-Run-Date-MM        PIC 9(2).
012385     02  SI-Run-Date-DD        PIC 9(2).
012387
012389 01  SI-Run-Date-CCYYMMDD.
012391     02  SI-Run-Date-Century   PIC 9(2)    VALUE 20.
012393     02  SI-Run-Date-YY-Out    PIC 9(2).
012395     02  SI-Run-Date-MM-Out    PIC 9(2).
012397     02  SI-Run-Date-DD-Out    PIC 9(2).
012400
012500 01  SI-QUEUE-TABLE.
012600*    RUNNING QUEUE DEPTH PER COURSE AND TERM WHILE WAITLIST.DAT
017300     02  FILLER               PIC X(06)   VALUE " AS OF".
017400     02  FILLER               PIC X(01)   VALUE SPACE.
017500     02  SI-Sta-Date          PIC 9(08).
017507
017514 01  SI-MERGED-LINE.
017521     02  FILLER               PIC X(19)   VALUE
017528         "MERGED   INTO      ".
017535     02  SI-Mrg-SurvivorId    PIC 9(07).
017542     02  FILLER               PIC X(04)   VALUE " ON ".
017549     02  SI-Mrg-Date          PIC 9(08).
017556     02  FILLER               PIC X(04)   VALUE " BY ".
017563     02  SI-Mrg-Approved-By   PIC X(08).
017570
017577 01  SI-NO-MERGE-LINE.
017584     02  FILLER               PIC X(40)   VALUE
017591         "MERGED   - NO MERGED.DAT RECORD ON FILE ".
017600
017700 01  SI-DEMO-LINE-1.
017800     02  FILLER               PIC X(09)   VALUE "ADDRESS  ".
025430     02  FILLER                PIC X(33)   VALUE
025440         "** POSITION UNKNOWN - QUEUE TABLE".
025450     02  FILLER                PIC X(08)   VALUE " FULL **".
025453
025456 01  SI-BALANCE-LINE.
025459     02  FILLER                PIC X(13)   VALUE "BALANCE      ".
025462     02  SI-Bal-Amount         PIC ---,---,--9.99.
025465     02  FILLER                PIC X(01)   VALUE SPACE.
025468     02  SI-Bal-Text           PIC X(14).
025471
025474 01  SI-NO-LEDGER-LINE.
025477     02  FILLER         PIC X(33) VALUE
025480         "BALANCE      ** NO ACCOUNT ON FIL".
025483     02  FILLER         PIC X(04) VALUE "E **".
025488
025493 01  SI-HOLD-HEADING.
025498     02  FILLER         PIC X(33) VALUE
025503         "HOLDS        TYPE          BY    ".
025508     02  FILLER         PIC X(27) VALUE
025513         "   PLACED   RELEASE  REASON".
025518
025523 01  SI-HOLD-LINE.
025528     02  FILLER                PIC X(13)   VALUE SPACES.
025533     02  SI-Hld-Type-Text      PIC X(12).
025538     02  FILLER                PIC X(02)   VALUE SPACES.
025543     02  SI-Hld-Placed-By      PIC X(08).
025548     02  FILLER                PIC X(01)   VALUE SPACE.
025553     02  SI-Hld-Placed-Date    PIC 9(08).
025558     02  FILLER                PIC X(01)   VALUE SPACE.
025563     02  SI-Hld-Release-Date   PIC X(08).
025568     02  FILLER                PIC X(01)   VALUE SPACE.
025573     02  SI-Hld-Reason         PIC X(30).
025578
025583 PROCEDURE DIVISION.
025600*----------------------------------------------------------------*
025700 0000-MAINLINE.
025800*----------------------------------------------------------------*
027700         OPEN INPUT EnrollFile
027800         OPEN INPUT GradeFile
027900         OPEN INPUT CourseFile
027920         OPEN INPUT LedgerFile
027940         IF NOT SI-Ledger-File-Good
027960             SET SI-No-Ledger TO TRUE
027980         END-IF
027982         OPEN INPUT HoldFile
027984         IF NOT SI-Hold-File-Good
027986             SET SI-No-Holds TO TRUE
027988         END-IF
027989         OPEN INPUT MergeFile
027990         IF NOT SI-Merge-File-Good
027991             SET SI-No-Merges TO TRUE
027992         END-IF
027993         ACCEPT SI-RUN-DATE-FIELDS FROM DATE
027994         MOVE SI-Run-Date-YY TO SI-Run-Date-YY-Out
027995         MOVE SI-Run-Date-MM TO SI-Run-Date-MM-Out
027996         MOVE SI-Run-Date-DD TO SI-Run-Date-DD-Out
028000     END-IF.
028100 1000-INITIALIZE-EXIT.
028200     EXIT.
034000             THRU 4000-PRINT-GRADES-EXIT
034100         PERFORM 5000-PRINT-WAITLIST
034200             THRU 5000-PRINT-WAITLIST-EXIT
034233         PERFORM 6000-PRINT-BALANCE
034266             THRU 6000-PRINT-BALANCE-EXIT
034277         PERFORM 7000-PRINT-HOLDS
034288             THRU 7000-PRINT-HOLDS-EXIT
034300         CALL "AuditLog" USING JobName SI-StudentId "R"
034400     END-IF.
034500 2000-PRINT-INQUIRY-EXIT.
036600             MOVE "LEAVE OF ABSENCE" TO SI-Sta-Text
036700         WHEN SuspendedStudent
036800             MOVE "SUSPENDED       " TO SI-Sta-Text
036833         WHEN MergedStudent
036866             MOVE "MERGED          " TO SI-Sta-Text
036900         WHEN OTHER
037000             MOVE "UNKNOWN         " TO SI-Sta-Text
037100     END-EVALUATE.
037200     MOVE StatusDate TO SI-Sta-Date.
037300     DISPLAY SI-STATUS-LINE.
037320     IF MergedStudent
037340         PERFORM 2150-PRINT-MERGE
037360             THRU 2150-PRINT-MERGE-EXIT
037380     END-IF.
037400 2100-PRINT-MASTER-EXIT.
037500     EXIT.
037504
037508*----------------------------------------------------------------*
037512 2150-PRINT-MERGE.
037516*----------------------------------------------------------------*
037520*    THE RECORDS THAT WERE FILED UNDER THIS STUDENTID NOW LIVE
037524*    UNDER THE SURVIVOR - NAME IT SO THE DESK ASKS FOR THAT ONE.
037528     IF SI-No-Merges
037532         DISPLAY SI-NO-MERGE-LINE
037536         GO TO 2150-PRINT-MERGE-EXIT.
037540     MOVE SI-StudentId TO Mrg-VictimId.
037544     READ MergeFile
037548         INVALID KEY
037552             DISPLAY SI-NO-MERGE-LINE
037556             GO TO 2150-PRINT-MERGE-EXIT
037560     END-READ.
037564     MOVE Mrg-SurvivorId  TO SI-Mrg-SurvivorId.
037568     MOVE Mrg-MergeDate   TO SI-Mrg-Date.
037572     MOVE Mrg-Approved-By TO SI-Mrg-Approved-By.
037576     DISPLAY SI-MERGED-LINE.
037580 2150-PRINT-MERGE-EXIT.
037584     EXIT.
037600
037700*----------------------------------------------------------------*
037800 2200-PRINT-DEMOGRAPHICS.
057700     END-IF.
057800 5200-BUMP-QUEUE-DEPTH-EXIT.
057900     EXIT.
057901
057902*----------------------------------------------------------------*
057903 6000-PRINT-BALANCE.
057904*----------------------------------------------------------------*
057905*    THE BALANCE IS EVERY LEDGER ENTRY FOR THE STUDENT, ALL
057906*    TERMS - PAYMENTS REDUCE IT, EVERYTHING ELSE CARRIES ITS
057907*    OWN SIGN.
057908     MOVE "N"  TO SI-End-Of-Ledger-Sw.
057909     MOVE ZERO TO SI-Balance
057910                  SI-Ledger-Count.
057911     IF SI-No-Ledger
057912         SET SI-End-Of-Ledger TO TRUE
057913     ELSE
057914         MOVE SI-StudentId TO Ldg-StudentId
057915         MOVE LOW-VALUES   TO Ldg-Term
057916         MOVE ZERO         TO Ldg-Entry-No
057917         START LedgerFile KEY IS NOT LESS THAN Ldg-Key
057918             INVALID KEY
057919                 SET SI-End-Of-Ledger TO TRUE
057920         END-START
057921     END-IF.
057922     PERFORM 6100-ADD-ONE-ENTRY
057923         THRU 6100-ADD-ONE-ENTRY-EXIT
057924         UNTIL SI-End-Of-Ledger.
057925     IF SI-Ledger-Count = ZERO
057926         DISPLAY SI-NO-LEDGER-LINE
057927     ELSE
057928         MOVE SI-Balance TO SI-Bal-Amount
057929         EVALUATE TRUE
057930             WHEN SI-Balance > ZERO
057931                 MOVE "DUE"            TO SI-Bal-Text
057932             WHEN SI-Balance < ZERO
057933                 MOVE "CREDIT BALANCE" TO SI-Bal-Text
057934             WHEN OTHER
057935                 MOVE "PAID IN FULL"   TO SI-Bal-Text
057936         END-EVALUATE
057937         DISPLAY SI-BALANCE-LINE
057938     END-IF.
057939 6000-PRINT-BALANCE-EXIT.
057940     EXIT.
057941
057942*----------------------------------------------------------------*
057943 6100-ADD-ONE-ENTRY.
057944*----------------------------------------------------------------*
057945     READ LedgerFile NEXT RECORD
057946         AT END
057947             SET SI-End-Of-Ledger TO TRUE
057948     END-READ.
057949     IF NOT SI-End-Of-Ledger
057950         IF Ldg-StudentId NOT = SI-StudentId
057951             SET SI-End-Of-Ledger TO TRUE
057952         ELSE
057953             IF Ldg-Payment
057954                 SUBTRACT Ldg-Amount FROM SI-Balance
057955             ELSE
057956                 ADD Ldg-Amount TO SI-Balance
057957             END-IF
057958             ADD 1 TO SI-Ledger-Count
057959         END-IF
057960     END-IF.
057961 6100-ADD-ONE-ENTRY-EXIT.
057962     EXIT.
057964
057966*----------------------------------------------------------------*
057968 7000-PRINT-HOLDS.
057970*----------------------------------------------------------------*
057972*    ONLY HOLDS STILL IN FORCE ARE LISTED - AN OPEN HOLD (NO
057974*    RELEASE DATE) OR ONE WHOSE RELEASE DATE IS STILL TO COME.
057976*    RELEASED HOLDS STAY ON HOLDS.DAT AS HISTORY BUT NOT HERE.
057978     DISPLAY SI-HOLD-HEADING.
057980     MOVE "N"  TO SI-End-Of-Holds-Sw.
057982     MOVE ZERO TO SI-Hold-Count.
057984     IF SI-No-Holds
057986         SET SI-End-Of-Holds TO TRUE
057988     ELSE
057990         MOVE SI-StudentId TO Hold-StudentId
057992         MOVE LOW-VALUES   TO Hold-Type
057994         START HoldFile KEY IS NOT LESS THAN Hold-Key
057996             INVALID KEY
057998                 SET SI-End-Of-Holds TO TRUE
058000         END-START
058002     END-IF.
058004     PERFORM 7100-PRINT-ONE-HOLD
058006         THRU 7100-PRINT-ONE-HOLD-EXIT
058008         UNTIL SI-End-Of-Holds.
058010     IF SI-Hold-Count = ZERO
058012         DISPLAY SI-NONE-LINE
058014     END-IF.
058016 7000-PRINT-HOLDS-EXIT.
058018     EXIT.
058020
058022*----------------------------------------------------------------*
058024 7100-PRINT-ONE-HOLD.
058026*----------------------------------------------------------------*
058028     READ HoldFile NEXT RECORD
058030         AT END
058032             SET SI-End-Of-Holds TO TRUE
058034     END-READ.
058036     IF SI-End-Of-Holds
058038         GO TO 7100-PRINT-ONE-HOLD-EXIT.
058040     IF Hold-StudentId NOT = SI-StudentId
058042         SET SI-End-Of-Holds TO TRUE
058044         GO TO 7100-PRINT-ONE-HOLD-EXIT.
058046     IF Hold-Release-Date NOT = ZERO
058048        AND Hold-Release-Date NOT > SI-Run-Date-CCYYMMDD
058050         GO TO 7100-PRINT-ONE-HOLD-EXIT.
058052     EVALUATE TRUE
058054         WHEN Hold-Registration
058056             MOVE "REGISTRATION" TO SI-Hld-Type-Text
058058         WHEN Hold-Transcript
058060             MOVE "TRANSCRIPT"   TO SI-Hld-Type-Text
058062         WHEN Hold-Financial
058064             MOVE "FINANCIAL"    TO SI-Hld-Type-Text
058066         WHEN OTHER
058068             MOVE Hold-Type      TO SI-Hld-Type-Text
058070     END-EVALUATE.
058072     MOVE Hold-Placed-By   TO SI-Hld-Placed-By.
058074     MOVE Hold-Placed-Date TO SI-Hld-Placed-Date.
058076     IF Hold-Release-Date = ZERO
058078         MOVE "OPEN"            TO SI-Hld-Release-Date
058080     ELSE
058082         MOVE Hold-Release-Date TO SI-Hld-Release-Date
058084     END-IF.
058086     MOVE Hold-Reason      TO SI-Hld-Reason.
058088     DISPLAY SI-HOLD-LINE.
058090     ADD 1 TO SI-Hold-Count.
058092 7100-PRINT-ONE-HOLD-EXIT.
058094     EXIT.
058096
058100*----------------------------------------------------------------*
058200 9999-EXIT.
058300*----------------------------------------------------------------*
058800               EnrollFile
058900               GradeFile
059000               CourseFile
059025         IF NOT SI-No-Ledger
059050             CLOSE LedgerFile
059075         END-IF
059081         IF NOT SI-No-Holds
059087             CLOSE HoldFile
059093         END-IF
059094         IF NOT SI-No-Merges
059095             CLOSE MergeFile
059096         END-IF
059100     END-IF.
059200 9999-EXIT-EXIT.
059300     EXIT.
