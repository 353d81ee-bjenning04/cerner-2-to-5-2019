002200*                  PROTECTION AGAINST DEACTIVATING OR SHRINKING  *
002300*                  A COURSE THAT STILL HAS ENROLLMENTS OR        *
002400*                  WAITLIST ENTRIES AGAINST IT.                  *
002425*  2026-09-17  JP  A DEACTIVATE IS ALSO REFUSED WHILE ANOTHER    *
002450*                  ACTIVE COURSE STILL LISTS THE COURSE AS A     *
002475*                  PREREQUISITE ON PREREQ.DAT.                   *
002481*  2026-10-12  JP  EVERY COURSE WRITTEN OR REWRITTEN IS ALSO     *
002487*                  JOURNALED, WITH ITS FULL BEFORE AND AFTER     *
002493*                  IMAGES, TO RECOVERY.JNL (JRNLLOG).            *
002500*----------------------------------------------------------------*
002600*
002700*    THIS PROGRAM READS A TRANSACTION FILE (COURSE.TRN) OF
003400*    INACTIVE, AND IS REFUSED WHILE ENROLL.DAT OR WAITLIST.DAT
003500*    STILL HOLDS RECORDS FOR THE COURSE; A CHANGE THAT SHRINKS
003600*    MAXENROLLMENT BELOW ANY TERM'S CURRENT HEADCOUNT IS ALSO
003700*    REFUSED, SO LIVE ENROLLMENTS ARE NEVER ORPHANED.  A
003733*    DEACTIVATE IS LIKEWISE REFUSED WHILE ANOTHER ACTIVE COURSE
003766*    NAMES THE COURSE AS A PREREQUISITE ON PREREQ.DAT.  EVERY
003800*    APPLIED TRANSACTION WRITES A BEFORE/AFTER IMAGE TO THE
003900*    MAINTENANCE LOG (CRSMAINT.LOG), AND THE WHOLE RECORD BEFORE
003950*    AND AFTER GOES TO THE RECOVERY JOURNAL (RECOVERY.JNL).
004000*
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
006300
006400     SELECT MaintLogFile    ASSIGN TO "CRSMAINT.LOG"
006500            ORGANIZATION IS LINE SEQUENTIAL.
006514
006528     SELECT PrereqFile      ASSIGN TO "PREREQ.DAT"
006542            ORGANIZATION IS INDEXED
006556            ACCESS MODE IS DYNAMIC
006570            RECORD KEY IS Prq-CourseCode
006584            FILE STATUS IS CM-Prereq-File-Status.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
008600     02  ML-Before-Image       PIC X(40).
008700     02  FILLER                PIC X(03)  VALUE SPACES.
008800     02  ML-After-Image        PIC X(40).
008825
008850 FD  PrereqFile.
008875     COPY PREREQ.CPY.
008900
009000 WORKING-STORAGE SECTION.
009033 01  JobName                PIC X(08)   VALUE "CRSMAINT".
009066
009100 01  CM-SWITCHES.
009200     02  CM-End-Of-Trans-Sw    PIC X       VALUE "N".
009300         88  CM-End-Of-Trans      VALUE "Y".
010900         88  CM-Out-Of-Balance    VALUE "Y".
010910     02  CM-No-Enroll-File-Sw  PIC X       VALUE "N".
010920         88  CM-No-Enroll-File    VALUE "Y".
010931     02  CM-No-Prereq-File-Sw  PIC X       VALUE "N".
010942         88  CM-No-Prereq-File    VALUE "Y".
010953     02  CM-End-Of-Prereq-Sw   PIC X       VALUE "N".
010964         88  CM-End-Of-Prereq     VALUE "Y".
010975     02  CM-Is-Prereq-Sw       PIC X       VALUE "N".
010986         88  CM-Is-Prereq         VALUE "Y".
011000
011100 01  CM-Course-File-Status     PIC XX.
011200     88  CM-Course-File-Good      VALUE "00".
011500 01  CM-Enroll-File-Status     PIC XX.
011600     88  CM-Enroll-File-Good      VALUE "00".
011700     88  CM-Enroll-File-Missing   VALUE "35".
011720
011740 01  CM-Prereq-File-Status     PIC XX.
011760     88  CM-Prereq-File-Good      VALUE "00".
011780     88  CM-Prereq-File-Missing   VALUE "35".
011800
011900 01  CM-COUNTERS.
012000     02  CM-Add-Count          PIC 9(05)   COMP    VALUE ZERO.
013300
013400 01  CM-WORK-FIELDS.
013500     02  CM-Hold-Term          PIC X(05)   VALUE SPACES.
013533     02  CM-Prq-Sub            PIC 9(02)   COMP    VALUE ZERO.
013566     02  CM-Dependent-Course   PIC X(04)   VALUE SPACES.
013600
013700 01  CM-BEFORE-IMAGE.
013800     02  CM-Bef-CourseCode     PIC X(4).
014100     02  CM-Bef-Department     PIC X(10).
014200     02  CM-Bef-MaxEnrollment  PIC 9(3).
014300     02  CM-Bef-CourseStatus   PIC X(1).
014333
014366     COPY JRNLPARM.CPY.
014400
014500 01  CM-IN-USE-LINE.
014600     02  FILLER               PIC X(07)   VALUE "COURSE ".
014700     02  CM-Use-CourseCode    PIC X(04).
014800     02  FILLER               PIC X(33)   VALUE
014900         " STILL IN USE - TRANS NOT APPLIED".
014909
014918 01  CM-PREREQ-LINE.
014927     02  FILLER               PIC X(07)   VALUE "COURSE ".
014936     02  CM-Prq-CourseCode    PIC X(04).
014945     02  FILLER               PIC X(21)   VALUE
014954         " IS A PREREQUISITE OF".
014963     02  FILLER               PIC X(01)   VALUE SPACE.
014972     02  CM-Prq-Dependent     PIC X(04).
014981     02  FILLER               PIC X(20)   VALUE
014990         " - TRANS NOT APPLIED".
015000
015100 01  CM-SHRINK-LINE.
015200     02  FILLER               PIC X(07)   VALUE "COURSE ".
023040     IF CM-Enroll-File-Missing
023050         SET CM-No-Enroll-File TO TRUE
023060     END-IF.
023065*    A MISSING PREREQ.DAT MEANS NO COURSE HAS PREREQUISITES, SO
023070*    NONE CAN BE HELD ACTIVE BY ONE.
023075     OPEN INPUT  PrereqFile.
023080     IF CM-Prereq-File-Missing
023085         SET CM-No-Prereq-File TO TRUE
023090     END-IF.
023100     OPEN INPUT  TransactionFile.
023200     OPEN OUTPUT MaintLogFile.
023300     PERFORM 1500-VERIFY-CONTROL
044600         MOVE CTrans-CourseCode TO CM-Use-CourseCode
044700         DISPLAY CM-IN-USE-LINE
044800         ADD 1 TO CM-Reject-Count
044810         GO TO 2300-APPLY-DEACTIVATE-EXIT.
044820     PERFORM 2470-CHECK-PREREQ-USE
044830         THRU 2470-CHECK-PREREQ-USE-EXIT.
044840     MOVE CM-BEFORE-IMAGE TO CourseRecord.
044850     IF CM-Is-Prereq
044860         MOVE CTrans-CourseCode   TO CM-Prq-CourseCode
044870         MOVE CM-Dependent-Course TO CM-Prq-Dependent
044880         DISPLAY CM-PREREQ-LINE
044890         ADD 1 TO CM-Reject-Count
044900     ELSE
045000         MOVE "I" TO CourseStatus
045100         REWRITE CourseRecord
051500 2460-SCAN-ONE-WAIT-EXIT.
051600     EXIT.
051700
051701*----------------------------------------------------------------*
051702 2470-CHECK-PREREQ-USE.
051703*----------------------------------------------------------------*
051704*    PREREQ.DAT IS KEYED BY THE DEPENDENT COURSE, SO FINDING WHO
051705*    NAMES THIS COURSE AS A PREREQUISITE MEANS READING IT ALL.
051706*    ONLY A DEPENDENT THAT IS STILL ACTIVE BLOCKS THE DEACTIVATE
051707*    - A BLANK STATUS ON AN OLDER RECORD COUNTS AS ACTIVE.  THE
051708*    COURSE READS HERE OVERLAY THE RECORD AREA, SO THE CALLER
051709*    RESTORES IT FROM THE BEFORE IMAGE.
051710     MOVE "N"    TO CM-Is-Prereq-Sw
051711                    CM-End-Of-Prereq-Sw.
051712     MOVE SPACES TO CM-Dependent-Course.
051713     IF CM-No-Prereq-File
051714         GO TO 2470-CHECK-PREREQ-USE-EXIT.
051715     MOVE LOW-VALUES TO Prq-CourseCode.
051716     START PrereqFile KEY IS NOT LESS THAN Prq-CourseCode
051717         INVALID KEY
051718             SET CM-End-Of-Prereq TO TRUE
051719     END-START.
051720     PERFORM 2480-SCAN-ONE-PREREQ
051721         THRU 2480-SCAN-ONE-PREREQ-EXIT
051722         UNTIL CM-End-Of-Prereq OR CM-Is-Prereq.
051723 2470-CHECK-PREREQ-USE-EXIT.
051724     EXIT.
051725
051726*----------------------------------------------------------------*
051727 2480-SCAN-ONE-PREREQ.
051728*----------------------------------------------------------------*
051729     READ PrereqFile NEXT RECORD
051730         AT END
051731             SET CM-End-Of-Prereq TO TRUE
051732     END-READ.
051733     IF NOT CM-End-Of-Prereq
051734        AND Prq-CourseCode NOT = CTrans-CourseCode
051735         PERFORM 2490-CHECK-ONE-ENTRY
051736             THRU 2490-CHECK-ONE-ENTRY-EXIT
051737             VARYING CM-Prq-Sub FROM 1 BY 1
051738             UNTIL CM-Prq-Sub > 5
051739                OR CM-Is-Prereq
051740     END-IF.
051741 2480-SCAN-ONE-PREREQ-EXIT.
051742     EXIT.
051743
051744*----------------------------------------------------------------*
051745 2490-CHECK-ONE-ENTRY.
051746*----------------------------------------------------------------*
051747     IF Prq-Req-CourseCode (CM-Prq-Sub) = CTrans-CourseCode
051748         MOVE Prq-CourseCode TO CourseCode OF CourseRecord
051749         READ CourseFile
051750             INVALID KEY
051751                 CONTINUE
051752             NOT INVALID KEY
051753                 IF NOT InactiveCourse
051754                     SET CM-Is-Prereq TO TRUE
051755                     MOVE Prq-CourseCode TO CM-Dependent-Course
051756                 END-IF
051757         END-READ
051758     END-IF.
051759 2490-CHECK-ONE-ENTRY-EXIT.
051760     EXIT.
051761
051800*----------------------------------------------------------------*
051900 2500-CHECK-PEAK-HEADCOUNT.
052000*----------------------------------------------------------------*
057700     END-IF.
057800     MOVE CourseRecord      TO ML-After-Image.
057900     WRITE MaintLogRecord.
057933     PERFORM 2950-JOURNAL-COURSE
057966         THRU 2950-JOURNAL-COURSE-EXIT.
058000 2900-LOG-TRANSACTION-EXIT.
058100     EXIT.
058104
058108*----------------------------------------------------------------*
058112 2950-JOURNAL-COURSE.
058116*----------------------------------------------------------------*
058120*    AN ADD IS A WRITE; A CHANGE OR DEACTIVATE IS A REWRITE OF
058124*    THE RECORD SAVED IN CM-BEFORE-IMAGE WHEN IT WAS READ.
058128     MOVE "COURSES.DAT"     TO JReq-FileName.
058132     MOVE SPACES            TO JReq-Key
058136                               JReq-Before-Image
058140                               JReq-After-Image.
058144     MOVE CourseCode OF CourseRecord TO JReq-Key.
058148     IF CTrans-Add
058152         SET JReq-Write TO TRUE
058156     ELSE
058160         SET JReq-Rewrite TO TRUE
058164         MOVE CM-BEFORE-IMAGE TO JReq-Before-Image
058168     END-IF.
058172     MOVE CourseRecord      TO JReq-After-Image.
058176     CALL "JrnlLog" USING JobName JournalRequest.
058180 2950-JOURNAL-COURSE-EXIT.
058184     EXIT.
058200
058300*----------------------------------------------------------------*
058400 8000-PRINT-SUMMARY.
060300*----------------------------------------------------------------*
060400 9999-EXIT.
060500*----------------------------------------------------------------*
060550     CALL "JrnlClose".
060600     CLOSE CourseFile
060700           TransactionFile
060800           MaintLogFile.
060850     IF NOT CM-No-Enroll-File
060860         CLOSE EnrollFile
060870     END-IF.
060902     IF NOT CM-No-Prereq-File
060934         CLOSE PrereqFile
060966     END-IF.
061000 9999-EXIT-EXIT.
061100     EXIT.
