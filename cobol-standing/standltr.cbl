001000 IDENTIFICATION DIVISION.
001100 PROGRAM-ID.     StandLtr.
001200 AUTHOR.         J PELLETIER.
001300 INSTALLATION.   REGISTRAR SYSTEMS.
001400 DATE-WRITTEN.   2026-10-14.
001500 DATE-COMPILED.
001600*----------------------------------------------------------------*
001700*  MODIFICATION HISTORY                                          *
001800*  2026-10-14  JP  INITIAL VERSION - DEAN'S LIST, PROBATION AND  *
001900*                  SUSPENSION LETTERS WITH BULK-MAIL LABELS AND  *
002000*                  A CORRESPONDENCE HISTORY ON CORRHIST.DAT.     *
002100*----------------------------------------------------------------*
002200*
002300*    THIS PROGRAM IS THE CORRESPONDENCE RUN THAT FOLLOWS
002400*    ACADSTAND.  IT READS STANDING.DAT ONCE TO FIND THE LATEST
002500*    STAND-RUNDATE, THEN SELECTS EVERY STUDENT DECIDED ON THAT
002600*    DATE WHOSE CODE IS DEAN'S LIST, PROBATION OR SUSPENSION -
002700*    GOOD STANDING GETS NO LETTER.  EACH ONE IS JOINED TO
002800*    STUDENTS.DAT FOR THE NAME AND TO STUDENTDEMO.DAT FOR THE
002900*    MAILING ADDRESS AND SORTED ON ZIP CODE, SO STANDLTR.LTR HOLDS
003000*    ONE FORM LETTER PER STUDENT (A PAGE EACH, WORDED FOR THE
003100*    STAND-CODE AND SHOWING THE GPA AND HOURS) AND STANDLTR.LBL
003200*    THE MATCHING MAILING LABELS IN THE SAME ZIP ORDER FOR BULK
003300*    MAIL.
003400*
003500*    EVERY LETTER PRINTED IS RECORDED ON CORRHIST.DAT UNDER
003600*    STUDENTID, LETTER TYPE AND STAND-RUNDATE; A STUDENT ALREADY
003700*    ON FILE FOR THE SAME DECISION IS SKIPPED, SO A RERUN DOES NOT
003800*    SEND THE SAME LETTER TWICE.  A STUDENT WITH NO STUDENT
003900*    MASTER, NO DEMOGRAPHICS RECORD OR AN INCOMPLETE ADDRESS IS
004000*    LISTED AS AN EXCEPTION INSTEAD AND IS NOT RECORDED, SO THE
004100*    LETTER GOES OUT ON THE NEXT RUN ONCE THE ADDRESS IS PUT
004200*    RIGHT.  EVERY STUDENT WRITTEN TO IS LOGGED AS A READ THROUGH
004300*    AUDITLOG.  RETURN CODE 8 - NO STANDING.DAT RECORDS; 4 -
004400*    EXCEPTIONS LISTED.
004500*
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT StandingFile  ASSIGN TO "STANDING.DAT"
005000            ORGANIZATION IS INDEXED
005100            ACCESS MODE IS SEQUENTIAL
005200            RECORD KEY IS Stand-StudentId
005300            FILE STATUS IS SL-Stand-File-Status.
005400
005500     SELECT StudentFile   ASSIGN TO "STUDENTS.DAT"
005600            ORGANIZATION IS INDEXED
005700            ACCESS MODE IS RANDOM
005800            RECORD KEY IS StudentId.
005900
006000     SELECT DemoFile      ASSIGN TO "STUDENTDEMO.DAT"
006100            ORGANIZATION IS INDEXED
006200            ACCESS MODE IS RANDOM
006300            RECORD KEY IS Demo-StudentId
006400            FILE STATUS IS SL-Demo-File-Status.
006500
006600     SELECT CorrHistFile  ASSIGN TO "CORRHIST.DAT"
006700            ORGANIZATION IS INDEXED
006800            ACCESS MODE IS RANDOM
006900            RECORD KEY IS Corr-Key
007000            FILE STATUS IS SL-Corr-File-Status.
007100
007200     SELECT LetterFile    ASSIGN TO "STANDLTR.LTR"
007300            ORGANIZATION IS LINE SEQUENTIAL.
007400
007500     SELECT LabelFile     ASSIGN TO "STANDLTR.LBL"
007600            ORGANIZATION IS LINE SEQUENTIAL.
007700
007800     SELECT SortWorkFile  ASSIGN TO "STLTSORT.WRK".
007900
008000     SELECT SortedFile    ASSIGN TO "STLTSORT.OUT"
008100            ORGANIZATION IS LINE SEQUENTIAL.
008200
008300 DATA DIVISION.
008400 FILE SECTION.
008500 FD  StandingFile.
008600     COPY STANDREC.CPY.
008700
008800 FD  StudentFile.
008900     COPY STUDENT.CPY.
009000
009100 FD  DemoFile.
009200     COPY DEMOREC.CPY.
009300
009400 FD  CorrHistFile.
009500     COPY CORRHIST.CPY.
009600
009700 FD  LetterFile.
009800 01  LetterRecord             PIC X(72).
009900
010000 FD  LabelFile.
010100 01  LabelRecord              PIC X(40).
010200
010300 SD  SortWorkFile.
010400 01  SortRecord.
010500     02  SortZipCode          PIC X(9).
010600     02  SortStudentId        PIC 9(7).
010700     02  SortCode             PIC X(1).
010800     02  SortGPA              PIC 9V99.
010900     02  SortHours            PIC 9(3).
011000     02  SortRunDate          PIC 9(8).
011100     02  SortSurname          PIC X(8).
011200     02  SortInitials         PIC XX.
011300     02  SortStreet           PIC X(20).
011400     02  SortCity             PIC X(15).
011500     02  SortState            PIC X(2).
011600
011700 FD  SortedFile.
011800 01  SortedRecord.
011900     02  SrtZipCode.
012000         03  SrtZip-5         PIC X(5).
012100         03  SrtZip-4         PIC X(4).
012200     02  SrtStudentId         PIC 9(7).
012300     02  SrtCode              PIC X(1).
012400         88  SrtDeans-List        VALUE "D".
012500         88  SrtProbation         VALUE "P".
012600         88  SrtSuspension        VALUE "S".
012700     02  SrtGPA               PIC 9V99.
012800     02  SrtHours             PIC 9(3).
012900     02  SrtRunDate           PIC 9(8).
013000     02  SrtSurname           PIC X(8).
013100     02  SrtInitials          PIC XX.
013200     02  SrtStreet            PIC X(20).
013300     02  SrtCity              PIC X(15).
013400     02  SrtState             PIC X(2).
013500
013600 WORKING-STORAGE SECTION.
013700 01  JobName               PIC X(08)   VALUE "STANDLTR".
013800
013900 01  SL-SWITCHES.
014000     02  SL-End-Of-Standing-Sw PIC X      VALUE "N".
014100         88  SL-End-Of-Standing   VALUE "Y".
014200     02  SL-End-Of-Sort-Sw    PIC X       VALUE "N".
014300         88  SL-End-Of-Sort       VALUE "Y".
014400     02  SL-No-Standing-Sw    PIC X       VALUE "N".
014500         88  SL-No-Standing       VALUE "Y".
014600     02  SL-No-Demo-File-Sw   PIC X       VALUE "N".
014700         88  SL-No-Demo-File      VALUE "Y".
014800
014900 01  SL-Stand-File-Status     PIC XX.
015000     88  SL-Stand-File-Good       VALUE "00".
015100     88  SL-Stand-File-Missing    VALUE "35".
015200
015300 01  SL-Demo-File-Status      PIC XX.
015400     88  SL-Demo-File-Good        VALUE "00".
015500     88  SL-Demo-File-Missing     VALUE "35".
015600
015700 01  SL-Corr-File-Status      PIC XX.
015800     88  SL-Corr-File-Good        VALUE "00".
015900     88  SL-Corr-File-Missing     VALUE "35".
016000
016100 01  SL-COUNTERS.
016200     02  SL-Standing-Count    PIC 9(05)   COMP    VALUE ZERO.
016300     02  SL-Older-Count       PIC 9(05)   COMP    VALUE ZERO.
016400     02  SL-Good-Count        PIC 9(05)   COMP    VALUE ZERO.
016500     02  SL-Sent-Count        PIC 9(05)   COMP    VALUE ZERO.
016600     02  SL-Exception-Count   PIC 9(05)   COMP    VALUE ZERO.
016700     02  SL-Deans-Count       PIC 9(05)   COMP    VALUE ZERO.
016800     02  SL-Probation-Count   PIC 9(05)   COMP    VALUE ZERO.
016900     02  SL-Suspension-Count  PIC 9(05)   COMP    VALUE ZERO.
017000     02  SL-Letter-Count      PIC 9(05)   COMP    VALUE ZERO.
017100
017200 01  SL-SUBSCRIPTS.
017300     02  SL-Type-Sub          PIC 9(02)   COMP    VALUE ZERO.
017400     02  SL-Text-Sub          PIC 9(02)   COMP    VALUE ZERO.
017500
017600 01  SL-Latest-RunDate        PIC 9(8)    VALUE ZERO.
017700 01  SL-Exception-Reason      PIC X(24)   VALUE SPACES.
017800
017900 01  SL-Zip-Work.
018000     02  SL-Zip-5             PIC X(5).
018100     02  SL-Zip-4             PIC X(4).
018200
018300 01  SL-Zip-Out               PIC X(10)   VALUE SPACES.
018400 01  SL-Name-Text             PIC X(12)   VALUE SPACES.
018500 01  SL-City-Text             PIC X(40)   VALUE SPACES.
018600 01  SL-Salutation            PIC X(20)   VALUE SPACES.
018700
018800 01  SL-RUN-DATE-FIELDS.
018900     02  SL-Run-Date-YY        PIC 9(2).
019000     02  SL-Run-Date-MM        PIC 9(2).
019100     02  SL-Run-Date-DD        PIC 9(2).
019200
019300 01  SL-Run-Date-CCYYMMDD.
019400     02  SL-Run-Date-Century   PIC 9(2)    VALUE 20.
019500     02  SL-Run-Date-YY-Out    PIC 9(2).
019600     02  SL-Run-Date-MM-Out    PIC 9(2).
019700     02  SL-Run-Date-DD-Out    PIC 9(2).
019800
019900*    WORDING FOR EACH LETTER TYPE - THE SUBJECT AND FIVE LINES OF
020000*    BODY TEXT, IN THE ORDER DEAN'S LIST, PROBATION, SUSPENSION.
020100 01  SL-WORDING-VALUES.
020200     02  FILLER               PIC X(20)   VALUE "DEAN'S LIST".
020300     02  FILLER               PIC X(56)   VALUE
020400         "CONGRATULATIONS.  ON THE STRENGTH OF YOUR GRADES FOR".
020500     02  FILLER               PIC X(56)   VALUE
020600         "THE TERM JUST ENDED YOU HAVE BEEN NAMED TO THE DEAN'S".
020700     02  FILLER               PIC X(56)   VALUE
020800         "LIST.  THIS HONOR WILL BE NOTED ON YOUR ACADEMIC".
020900     02  FILLER               PIC X(56)   VALUE
021000         "RECORD.  WE WISH YOU CONTINUED SUCCESS IN THE TERMS".
021100     02  FILLER               PIC X(56)   VALUE
021200         "AHEAD.".
021300     02  FILLER               PIC X(20)   VALUE
021400         "ACADEMIC PROBATION".
021500     02  FILLER               PIC X(56)   VALUE
021600         "YOUR GRADE POINT AVERAGE HAS FALLEN BELOW THE LEVEL".
021700     02  FILLER               PIC X(56)   VALUE
021800         "REQUIRED FOR GOOD ACADEMIC STANDING AND YOU HAVE BEEN".
021900     02  FILLER               PIC X(56)   VALUE
022000         "PLACED ON ACADEMIC PROBATION.  PLEASE MEET WITH YOUR".
022100     02  FILLER               PIC X(56)   VALUE
022200         "ADVISOR BEFORE THE NEXT TERM BEGINS TO AGREE ON A PLAN".
022300     02  FILLER               PIC X(56)   VALUE
022400         "FOR RAISING YOUR AVERAGE.".
022500     02  FILLER               PIC X(20)   VALUE
022600         "ACADEMIC SUSPENSION".
022700     02  FILLER               PIC X(56)   VALUE
022800         "YOUR GRADE POINT AVERAGE IS BELOW THE MINIMUM FOR".
022900     02  FILLER               PIC X(56)   VALUE
023000         "CONTINUED ENROLLMENT, AND YOU HAVE BEEN PLACED ON".
023100     02  FILLER               PIC X(56)   VALUE
023200         "ACADEMIC SUSPENSION AND MAY NOT REGISTER FOR THE NEXT".
023300     02  FILLER               PIC X(56)   VALUE
023400         "TERM.  TO APPEAL, WRITE TO THE REGISTRAR WITHIN THIRTY".
023500     02  FILLER               PIC X(56)   VALUE
023600         "DAYS OF THE DATE OF THIS LETTER.".
023700
023800 01  SL-WORDING-TABLE REDEFINES SL-WORDING-VALUES.
023900     02  SL-Wording OCCURS 3 TIMES.
024000         03  SL-Wording-Title     PIC X(20).
024100         03  SL-Wording-Text      PIC X(56) OCCURS 5 TIMES.
024200
024300 01  SL-LETTER-HEAD-LINE.
024400     02  FILLER               PIC X(23)   VALUE
024500         "OFFICE OF THE REGISTRAR".
024600     02  FILLER               PIC X(33)   VALUE SPACES.
024700     02  SL-Ltr-Date-MM       PIC 9(02).
024800     02  FILLER               PIC X(01)   VALUE "/".
024900     02  SL-Ltr-Date-DD       PIC 9(02).
025000     02  FILLER               PIC X(01)   VALUE "/".
025100     02  SL-Ltr-Date-CC       PIC 9(02).
025200     02  SL-Ltr-Date-YY       PIC 9(02).
025300
025400 01  SL-SUBJECT-LINE.
025500     02  FILLER               PIC X(12)   VALUE "STUDENT ID  ".
025600     02  SL-Sub-StudentId     PIC 9(07).
025700     02  FILLER               PIC X(08)   VALUE SPACES.
025800     02  FILLER               PIC X(04)   VALUE "RE: ".
025900     02  SL-Sub-Title         PIC X(20).
026000
026100 01  SL-STANDING-LINE.
026200     02  FILLER               PIC X(21)   VALUE
026300         "GRADE POINT AVERAGE  ".
026400     02  SL-Std-GPA           PIC 9.99.
026500     02  FILLER               PIC X(08)   VALUE SPACES.
026600     02  FILLER               PIC X(14)   VALUE "CREDIT HOURS  ".
026700     02  SL-Std-Hours         PIC ZZ9.
026800
026900 01  SL-CLOSING-LINE          PIC X(10)   VALUE "SINCERELY,".
027000 01  SL-SIGNATURE-LINE        PIC X(23)   VALUE
027100         "OFFICE OF THE REGISTRAR".
027200
027300 01  SL-HEADING-LINE-1.
027400     02  FILLER               PIC X(30)   VALUE
027500         "ACADEMIC STANDING LETTERS FOR ".
027600     02  FILLER               PIC X(09)   VALUE "RUN DATE ".
027700     02  SL-Heading-RunDate   PIC 9(08).
027800     02  FILLER               PIC X(10)   VALUE "  PRINTED ".
027900     02  SL-Heading-Date      PIC X(08).
028000
028100 01  SL-NO-STANDING-LINE.
028200     02  FILLER               PIC X(40)   VALUE
028300         "NO STANDING.DAT RECORDS - NO LETTERS RUN".
028400
028500 01  SL-EXCEPTION-LINE.
028600     02  FILLER               PIC X(11)   VALUE "NO LETTER  ".
028700     02  SL-Exc-StudentId     PIC 9(07).
028800     02  FILLER               PIC X(02)   VALUE SPACES.
028900     02  SL-Exc-Code          PIC X(01).
029000     02  FILLER               PIC X(02)   VALUE SPACES.
029100     02  SL-Exc-Reason        PIC X(24).
029200
029300 01  SL-SUMMARY-LINE-1.
029400     02  FILLER          PIC X(17) VALUE "STANDING READ ---".
029500     02  SL-Standing-Out       PIC ZZ,ZZ9.
029600
029700 01  SL-SUMMARY-LINE-2.
029800     02  FILLER          PIC X(17) VALUE "OLDER RUN DATE --".
029900     02  SL-Older-Out          PIC ZZ,ZZ9.
030000
030100 01  SL-SUMMARY-LINE-3.
030200     02  FILLER          PIC X(17) VALUE "GOOD STANDING ---".
030300     02  SL-Good-Out           PIC ZZ,ZZ9.
030400
030500 01  SL-SUMMARY-LINE-4.
030600     02  FILLER          PIC X(17) VALUE "ALREADY SENT ----".
030700     02  SL-Sent-Out           PIC ZZ,ZZ9.
030800
030900 01  SL-SUMMARY-LINE-5.
031000     02  FILLER          PIC X(17) VALUE "ADDRESS EXCEPTION".
031100     02  SL-Exception-Out      PIC ZZ,ZZ9.
031200
031300 01  SL-SUMMARY-LINE-6.
031400     02  FILLER          PIC X(17) VALUE "DEAN'S LIST -----".
031500     02  SL-Deans-Out          PIC ZZ,ZZ9.
031600
031700 01  SL-SUMMARY-LINE-7.
031800     02  FILLER          PIC X(17) VALUE "PROBATION -------".
031900     02  SL-Probation-Out      PIC ZZ,ZZ9.
032000
032100 01  SL-SUMMARY-LINE-8.
032200     02  FILLER          PIC X(17) VALUE "SUSPENSION ------".
032300     02  SL-Suspension-Out     PIC ZZ,ZZ9.
032400
032500 01  SL-SUMMARY-LINE-9.
032600     02  FILLER          PIC X(17) VALUE "LETTERS PRINTED -".
032700     02  SL-Letter-Out         PIC ZZ,ZZ9.
032800
032900 PROCEDURE DIVISION.
033000*----------------------------------------------------------------*
033100 0000-MAINLINE.
033200*----------------------------------------------------------------*
033300     PERFORM 1000-INITIALIZE
033400         THRU 1000-INITIALIZE-EXIT.
033500     IF NOT SL-No-Standing
033600         PERFORM 3000-PRINT-LETTER
033700             THRU 3000-PRINT-LETTER-EXIT
033800             UNTIL SL-End-Of-Sort
033900         PERFORM 8000-PRINT-SUMMARY
034000             THRU 8000-PRINT-SUMMARY-EXIT
034100     END-IF.
034200     PERFORM 9999-EXIT
034300         THRU 9999-EXIT-EXIT.
034400     STOP RUN.
034500
034600*----------------------------------------------------------------*
034700 1000-INITIALIZE.
034800*----------------------------------------------------------------*
034900     ACCEPT SL-RUN-DATE-FIELDS FROM DATE.
035000     MOVE SL-Run-Date-YY TO SL-Run-Date-YY-Out SL-Ltr-Date-YY.
035100     MOVE SL-Run-Date-MM TO SL-Run-Date-MM-Out SL-Ltr-Date-MM.
035200     MOVE SL-Run-Date-DD TO SL-Run-Date-DD-Out SL-Ltr-Date-DD.
035300     MOVE SL-Run-Date-Century  TO SL-Ltr-Date-CC.
035400     MOVE SL-Run-Date-CCYYMMDD TO SL-Heading-Date.
035500     PERFORM 1100-FIND-LATEST-RUN
035600         THRU 1100-FIND-LATEST-RUN-EXIT.
035700     IF SL-No-Standing
035800         DISPLAY SL-NO-STANDING-LINE
035900         MOVE 8 TO RETURN-CODE
036000         GO TO 1000-INITIALIZE-EXIT.
036100     MOVE SL-Latest-RunDate TO SL-Heading-RunDate.
036200     DISPLAY SL-HEADING-LINE-1.
036300     OPEN INPUT  StudentFile.
036400     OPEN INPUT  DemoFile.
036500     IF SL-Demo-File-Missing
036600         SET SL-No-Demo-File TO TRUE
036700     END-IF.
036800     OPEN I-O    CorrHistFile.
036900     IF SL-Corr-File-Missing
037000         OPEN OUTPUT CorrHistFile
037100         CLOSE CorrHistFile
037200         OPEN I-O    CorrHistFile
037300     END-IF.
037400     OPEN OUTPUT LetterFile.
037500     OPEN OUTPUT LabelFile.
037600     SORT SortWorkFile
037700         ON ASCENDING KEY SortZipCode
037800            ASCENDING KEY SortStudentId
037900         INPUT PROCEDURE IS 2000-SELECT-LETTERS
038000             THRU 2000-SELECT-LETTERS-EXIT
038100         GIVING SortedFile.
038200     OPEN INPUT SortedFile.
038300     PERFORM 1200-READ-SORT-FILE
038400         THRU 1200-READ-SORT-FILE-EXIT.
038500 1000-INITIALIZE-EXIT.
038600     EXIT.
038700
038800*----------------------------------------------------------------*
038900 1100-FIND-LATEST-RUN.
039000*----------------------------------------------------------------*
039100*    ACADSTAND STAMPS EVERY DECISION WITH ITS RUN DATE, AND A
039200*    STUDENT NOT GRADED THIS TERM KEEPS AN OLDER ONE - ONLY THE
039300*    LATEST RUN'S DECISIONS ARE WRITTEN TO.
039400     OPEN INPUT StandingFile.
039500     IF SL-Stand-File-Missing
039600         SET SL-No-Standing TO TRUE
039700         GO TO 1100-FIND-LATEST-RUN-EXIT.
039800     PERFORM 1110-READ-STANDING
039900         THRU 1110-READ-STANDING-EXIT.
040000     PERFORM 1120-CHECK-RUN-DATE
040100         THRU 1120-CHECK-RUN-DATE-EXIT
040200         UNTIL SL-End-Of-Standing.
040300     CLOSE StandingFile.
040400     IF SL-Latest-RunDate = ZERO
040500         SET SL-No-Standing TO TRUE
040600     END-IF.
040700 1100-FIND-LATEST-RUN-EXIT.
040800     EXIT.
040900
041000*----------------------------------------------------------------*
041100 1110-READ-STANDING.
041200*----------------------------------------------------------------*
041300     READ StandingFile NEXT RECORD
041400         AT END
041500             SET SL-End-Of-Standing TO TRUE
041600     END-READ.
041700 1110-READ-STANDING-EXIT.
041800     EXIT.
041900
042000*----------------------------------------------------------------*
042100 1120-CHECK-RUN-DATE.
042200*----------------------------------------------------------------*
042300     IF Stand-RunDate > SL-Latest-RunDate
042400         MOVE Stand-RunDate TO SL-Latest-RunDate
042500     END-IF.
042600     PERFORM 1110-READ-STANDING
042700         THRU 1110-READ-STANDING-EXIT.
042800 1120-CHECK-RUN-DATE-EXIT.
042900     EXIT.
043000
043100*----------------------------------------------------------------*
043200 1200-READ-SORT-FILE.
043300*----------------------------------------------------------------*
043400     READ SortedFile
043500         AT END
043600             SET SL-End-Of-Sort TO TRUE
043700     END-READ.
043800 1200-READ-SORT-FILE-EXIT.
043900     EXIT.
044000
044100*----------------------------------------------------------------*
044200 2000-SELECT-LETTERS.
044300*----------------------------------------------------------------*
044400     MOVE "N" TO SL-End-Of-Standing-Sw.
044500     OPEN INPUT StandingFile.
044600     PERFORM 1110-READ-STANDING
044700         THRU 1110-READ-STANDING-EXIT.
044800     PERFORM 2100-SELECT-STUDENT
044900         THRU 2100-SELECT-STUDENT-EXIT
045000         UNTIL SL-End-Of-Standing.
045100     CLOSE StandingFile.
045200 2000-SELECT-LETTERS-EXIT.
045300     EXIT.
045400
045500*----------------------------------------------------------------*
045600 2100-SELECT-STUDENT.
045700*----------------------------------------------------------------*
045800     ADD 1 TO SL-Standing-Count.
045900     PERFORM 2200-RELEASE-LETTER
046000         THRU 2200-RELEASE-LETTER-EXIT.
046100     PERFORM 1110-READ-STANDING
046200         THRU 1110-READ-STANDING-EXIT.
046300 2100-SELECT-STUDENT-EXIT.
046400     EXIT.
046500
046600*----------------------------------------------------------------*
046700 2200-RELEASE-LETTER.
046800*----------------------------------------------------------------*
046900*    A LETTER ALREADY ON CORRHIST.DAT FOR THIS STUDENT, TYPE AND
047000*    DECISION DATE WAS SENT BY AN EARLIER RUN AND IS NOT REPEATED.
047100     IF Stand-RunDate NOT = SL-Latest-RunDate
047200         ADD 1 TO SL-Older-Count
047300         GO TO 2200-RELEASE-LETTER-EXIT.
047400     IF NOT Stand-Deans-List AND NOT Stand-Probation
047500                             AND NOT Stand-Suspension
047600         ADD 1 TO SL-Good-Count
047700         GO TO 2200-RELEASE-LETTER-EXIT.
047800     MOVE Stand-StudentId TO Corr-StudentId.
047900     MOVE Stand-Code      TO Corr-Letter-Type.
048000     MOVE Stand-RunDate   TO Corr-RunDate.
048100     READ CorrHistFile
048200         INVALID KEY
048300             CONTINUE
048400         NOT INVALID KEY
048500             ADD 1 TO SL-Sent-Count
048600             GO TO 2200-RELEASE-LETTER-EXIT
048700     END-READ.
048800     MOVE Stand-StudentId TO StudentId.
048900     READ StudentFile
049000         INVALID KEY
049100             MOVE "NOT ON STUDENT MASTER" TO SL-Exception-Reason
049200             PERFORM 2900-LIST-EXCEPTION
049300                 THRU 2900-LIST-EXCEPTION-EXIT
049400             GO TO 2200-RELEASE-LETTER-EXIT
049500     END-READ.
049600     IF SL-No-Demo-File
049700         MOVE "NO DEMOGRAPHICS RECORD" TO SL-Exception-Reason
049800         PERFORM 2900-LIST-EXCEPTION
049900             THRU 2900-LIST-EXCEPTION-EXIT
050000         GO TO 2200-RELEASE-LETTER-EXIT.
050100     MOVE Stand-StudentId TO Demo-StudentId.
050200     READ DemoFile
050300         INVALID KEY
050400             MOVE "NO DEMOGRAPHICS RECORD" TO SL-Exception-Reason
050500             PERFORM 2900-LIST-EXCEPTION
050600                 THRU 2900-LIST-EXCEPTION-EXIT
050700             GO TO 2200-RELEASE-LETTER-EXIT
050800     END-READ.
050900     MOVE Demo-ZipCode TO SL-Zip-Work.
051000     IF Demo-Street = SPACES OR Demo-City = SPACES
051100        OR Demo-State = SPACES OR SL-Zip-5 = SPACES
051200         MOVE "INCOMPLETE ADDRESS" TO SL-Exception-Reason
051300         PERFORM 2900-LIST-EXCEPTION
051400             THRU 2900-LIST-EXCEPTION-EXIT
051500         GO TO 2200-RELEASE-LETTER-EXIT.
051600     MOVE Demo-ZipCode    TO SortZipCode.
051700     MOVE Stand-StudentId TO SortStudentId.
051800     MOVE Stand-Code      TO SortCode.
051900     MOVE Stand-GPA       TO SortGPA.
052000     MOVE Stand-Hours     TO SortHours.
052100     MOVE Stand-RunDate   TO SortRunDate.
052200     MOVE Surname         TO SortSurname.
052300     MOVE Initials        TO SortInitials.
052400     MOVE Demo-Street     TO SortStreet.
052500     MOVE Demo-City       TO SortCity.
052600     MOVE Demo-State      TO SortState.
052700     RELEASE SortRecord.
052800 2200-RELEASE-LETTER-EXIT.
052900     EXIT.
053000
053100*----------------------------------------------------------------*
053200 2900-LIST-EXCEPTION.
053300*----------------------------------------------------------------*
053400     ADD 1 TO SL-Exception-Count.
053500     MOVE Stand-StudentId     TO SL-Exc-StudentId.
053600     MOVE Stand-Code          TO SL-Exc-Code.
053700     MOVE SL-Exception-Reason TO SL-Exc-Reason.
053800     DISPLAY SL-EXCEPTION-LINE.
053900 2900-LIST-EXCEPTION-EXIT.
054000     EXIT.
054100
054200*----------------------------------------------------------------*
054300 3000-PRINT-LETTER.
054400*----------------------------------------------------------------*
054500     PERFORM 3100-FORMAT-ADDRESS
054600         THRU 3100-FORMAT-ADDRESS-EXIT.
054700     PERFORM 3200-WRITE-LETTER
054800         THRU 3200-WRITE-LETTER-EXIT.
054900     PERFORM 3300-WRITE-LABEL
055000         THRU 3300-WRITE-LABEL-EXIT.
055100     PERFORM 3400-RECORD-LETTER
055200         THRU 3400-RECORD-LETTER-EXIT.
055300     CALL "AuditLog" USING JobName SrtStudentId "R".
055400     PERFORM 1200-READ-SORT-FILE
055500         THRU 1200-READ-SORT-FILE-EXIT.
055600 3000-PRINT-LETTER-EXIT.
055700     EXIT.
055800
055900*----------------------------------------------------------------*
056000 3100-FORMAT-ADDRESS.
056100*----------------------------------------------------------------*
056200*    THE NAME AND CITY LINES ARE CLOSED UP SO THE LETTER AND THE
056300*    LABEL READ NATURALLY; A NINE-DIGIT ZIP PRINTS AS ZIP+4.
056400     MOVE SPACES TO SL-Name-Text SL-City-Text SL-Salutation.
056500     IF SrtInitials = SPACES
056600         MOVE SrtSurname TO SL-Name-Text
056700     ELSE
056800         STRING SrtInitials DELIMITED BY SPACE
056900                " "         DELIMITED BY SIZE
057000                SrtSurname  DELIMITED BY SPACE
057100             INTO SL-Name-Text
057200         END-STRING
057300     END-IF.
057400     IF SrtZip-4 = SPACES
057500         MOVE SrtZip-5 TO SL-Zip-Out
057600     ELSE
057700         STRING SrtZip-5 "-" SrtZip-4 DELIMITED BY SIZE
057800             INTO SL-Zip-Out
057900         END-STRING
058000     END-IF.
058100     STRING SrtCity    DELIMITED BY "  "
058200            ", "       DELIMITED BY SIZE
058300            SrtState   DELIMITED BY SIZE
058400            "  "       DELIMITED BY SIZE
058500            SL-Zip-Out DELIMITED BY SIZE
058600         INTO SL-City-Text
058700     END-STRING.
058800     STRING "DEAR "      DELIMITED BY SIZE
058900            SL-Name-Text DELIMITED BY "  "
059000            ","          DELIMITED BY SIZE
059100         INTO SL-Salutation
059200     END-STRING.
059300 3100-FORMAT-ADDRESS-EXIT.
059400     EXIT.
059500
059600*----------------------------------------------------------------*
059700 3200-WRITE-LETTER.
059800*----------------------------------------------------------------*
059900     EVALUATE TRUE
060000         WHEN SrtDeans-List
060100             MOVE 1 TO SL-Type-Sub
060200             ADD 1 TO SL-Deans-Count
060300         WHEN SrtProbation
060400             MOVE 2 TO SL-Type-Sub
060500             ADD 1 TO SL-Probation-Count
060600         WHEN OTHER
060700             MOVE 3 TO SL-Type-Sub
060800             ADD 1 TO SL-Suspension-Count
060900     END-EVALUATE.
061000     MOVE SrtStudentId TO SL-Sub-StudentId.
061100     MOVE SL-Wording-Title (SL-Type-Sub) TO SL-Sub-Title.
061200     MOVE SrtGPA       TO SL-Std-GPA.
061300     MOVE SrtHours     TO SL-Std-Hours.
061400     WRITE LetterRecord FROM SL-LETTER-HEAD-LINE
061500         AFTER ADVANCING PAGE.
061600     MOVE SPACES TO LetterRecord.
061700     WRITE LetterRecord AFTER ADVANCING 2 LINES.
061800     WRITE LetterRecord FROM SL-Name-Text.
061900     WRITE LetterRecord FROM SrtStreet.
062000     WRITE LetterRecord FROM SL-City-Text.
062100     MOVE SPACES TO LetterRecord.
062200     WRITE LetterRecord.
062300     WRITE LetterRecord FROM SL-SUBJECT-LINE.
062400     MOVE SPACES TO LetterRecord.
062500     WRITE LetterRecord.
062600     WRITE LetterRecord FROM SL-Salutation.
062700     MOVE SPACES TO LetterRecord.
062800     WRITE LetterRecord.
062900     PERFORM 3210-WRITE-WORDING
063000         THRU 3210-WRITE-WORDING-EXIT
063100         VARYING SL-Text-Sub FROM 1 BY 1
063200         UNTIL SL-Text-Sub > 5.
063300     MOVE SPACES TO LetterRecord.
063400     WRITE LetterRecord.
063500     WRITE LetterRecord FROM SL-STANDING-LINE.
063600     MOVE SPACES TO LetterRecord.
063700     WRITE LetterRecord.
063800     WRITE LetterRecord FROM SL-CLOSING-LINE.
063900     MOVE SPACES TO LetterRecord.
064000     WRITE LetterRecord AFTER ADVANCING 3 LINES.
064100     WRITE LetterRecord FROM SL-SIGNATURE-LINE.
064200     ADD 1 TO SL-Letter-Count.
064300 3200-WRITE-LETTER-EXIT.
064400     EXIT.
064500
064600*----------------------------------------------------------------*
064700 3210-WRITE-WORDING.
064800*----------------------------------------------------------------*
064900     IF SL-Wording-Text (SL-Type-Sub, SL-Text-Sub) NOT = SPACES
065000         WRITE LetterRecord
065100             FROM SL-Wording-Text (SL-Type-Sub, SL-Text-Sub)
065200     END-IF.
065300 3210-WRITE-WORDING-EXIT.
065400     EXIT.
065500
065600*----------------------------------------------------------------*
065700 3300-WRITE-LABEL.
065800*----------------------------------------------------------------*
065900*    FOUR LINES A LABEL - NAME, STREET, CITY LINE AND A SPACER.
066000     WRITE LabelRecord FROM SL-Name-Text.
066100     WRITE LabelRecord FROM SrtStreet.
066200     WRITE LabelRecord FROM SL-City-Text.
066300     MOVE SPACES TO LabelRecord.
066400     WRITE LabelRecord.
066500 3300-WRITE-LABEL-EXIT.
066600     EXIT.
066700
066800*----------------------------------------------------------------*
066900 3400-RECORD-LETTER.
067000*----------------------------------------------------------------*
067100     MOVE SrtStudentId         TO Corr-StudentId.
067200     MOVE SrtCode              TO Corr-Letter-Type.
067300     MOVE SrtRunDate           TO Corr-RunDate.
067400     MOVE SL-Run-Date-CCYYMMDD TO Corr-SentDate.
067500     MOVE SrtGPA               TO Corr-GPA.
067600     MOVE SrtHours             TO Corr-Hours.
067700     MOVE SrtZipCode           TO Corr-ZipCode.
067800     WRITE CorrespondenceRecord
067900         INVALID KEY
068000             CONTINUE
068100     END-WRITE.
068200 3400-RECORD-LETTER-EXIT.
068300     EXIT.
068400
068500*----------------------------------------------------------------*
068600 8000-PRINT-SUMMARY.
068700*----------------------------------------------------------------*
068800     MOVE SL-Standing-Count   TO SL-Standing-Out.
068900     MOVE SL-Older-Count      TO SL-Older-Out.
069000     MOVE SL-Good-Count       TO SL-Good-Out.
069100     MOVE SL-Sent-Count       TO SL-Sent-Out.
069200     MOVE SL-Exception-Count  TO SL-Exception-Out.
069300     MOVE SL-Deans-Count      TO SL-Deans-Out.
069400     MOVE SL-Probation-Count  TO SL-Probation-Out.
069500     MOVE SL-Suspension-Count TO SL-Suspension-Out.
069600     MOVE SL-Letter-Count     TO SL-Letter-Out.
069700     DISPLAY SPACE.
069800     DISPLAY SL-SUMMARY-LINE-1.
069900     DISPLAY SL-SUMMARY-LINE-2.
070000     DISPLAY SL-SUMMARY-LINE-3.
070100     DISPLAY SL-SUMMARY-LINE-4.
070200     DISPLAY SL-SUMMARY-LINE-5.
070300     DISPLAY SL-SUMMARY-LINE-6.
070400     DISPLAY SL-SUMMARY-LINE-7.
070500     DISPLAY SL-SUMMARY-LINE-8.
070600     DISPLAY SL-SUMMARY-LINE-9.
070700     IF SL-Exception-Count > ZERO
070800         MOVE 4 TO RETURN-CODE
070900     END-IF.
071000 8000-PRINT-SUMMARY-EXIT.
071100     EXIT.
071200
071300*----------------------------------------------------------------*
071400 9999-EXIT.
071500*----------------------------------------------------------------*
071600     IF NOT SL-No-Standing
071700         CLOSE StudentFile CorrHistFile LetterFile LabelFile
071800               SortedFile
071900         IF NOT SL-No-Demo-File
072000             CLOSE DemoFile
072100         END-IF
072200     END-IF.
072300     CALL "AuditClose".
072400 9999-EXIT-EXIT.
072500     EXIT.
