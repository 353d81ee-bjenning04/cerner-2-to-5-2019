001000 IDENTIFICATION DIVISION.
001100 PROGRAM-ID.     RoomUtil.
001200 AUTHOR.         J PELLETIER.
001300 INSTALLATION.   REGISTRAR SYSTEMS.
001400 DATE-WRITTEN.   2026-10-06.
001500 DATE-COMPILED.
001600*----------------------------------------------------------------*
001700*  MODIFICATION HISTORY                                          *
001800*  2026-10-06  JP  INITIAL VERSION - ROOM UTILIZATION REPORT     *
001900*                  FROM SCHEDULE.DAT FOR ONE TERM, WITH BOOKED   *
002000*                  HOURS BY DAY AND DOUBLE-BOOKINGS FLAGGED.     *
002100*----------------------------------------------------------------*
002200*
002300*    GIVEN A TERM IN ROOMUTIL.PRM, THIS PROGRAM SORTS THAT TERM'S
002400*    MEETINGS ON SCHEDULE.DAT INTO BUILDING, ROOM, DAY AND START
002500*    TIME SEQUENCE - ONE SORT RECORD PER MEETING DAY - AND PRINTS
002600*    ONE LINE PER ROOM WITH THE HOURS BOOKED ON EACH DAY OF THE
002700*    WEEK AND THE WEEKLY TOTAL.  A MEETING THAT STARTS BEFORE AN
002800*    EARLIER MEETING IN THE SAME ROOM AND DAY HAS ENDED IS A
002900*    DOUBLE-BOOKING; EACH ONE IS LISTED UNDER ITS ROOM WITH BOTH
003000*    COURSES, AND BOTH MEETINGS' HOURS STAY IN THE BOOKED TOTAL.
003100*    MEETINGS WITH NO BUILDING AND ROOM ARE COUNTED BUT NOT
003200*    REPORTED BY ROOM.  A MISSING OR BLANK TERM PRINTS NOTHING
003300*    AND ENDS WITH RETURN-CODE 8.
003400*
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT ScheduleFile  ASSIGN TO "SCHEDULE.DAT"
003900            ORGANIZATION IS INDEXED
004000            ACCESS MODE IS SEQUENTIAL
004100            RECORD KEY IS Sch-Key
004200            FILE STATUS IS RU-Sched-File-Status.
004300
004400     SELECT SortWorkFile  ASSIGN TO "RMUTSORT.WRK".
004500
004600     SELECT SortedFile    ASSIGN TO "RMUTSORT.OUT"
004700            ORGANIZATION IS LINE SEQUENTIAL.
004800
004900     SELECT OPTIONAL ParmFile ASSIGN TO "ROOMUTIL.PRM"
005000            ORGANIZATION IS LINE SEQUENTIAL.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  ScheduleFile.
005500     COPY SCHEDREC.CPY.
005600
005700 SD  SortWorkFile.
005800 01  SortRecord.
005900     02  SortBuilding         PIC X(6).
006000     02  SortRoom             PIC X(5).
006100     02  SortDay              PIC 9(1).
006200     02  SortStart            PIC 9(4).
006300     02  SortEnd              PIC 9(4).
006400     02  SortCourseCode       PIC X(4).
006500
006600 FD  SortedFile.
006700 01  SortedRecord.
006800     02  SrtBuilding          PIC X(6).
006900     02  SrtRoom              PIC X(5).
007000     02  SrtDay               PIC 9(1).
007100     02  SrtStart             PIC 9(4).
007200     02  SrtStart-Parts REDEFINES SrtStart.
007300         03  SrtStart-HH      PIC 9(2).
007400         03  SrtStart-MM      PIC 9(2).
007500     02  SrtEnd               PIC 9(4).
007600     02  SrtEnd-Parts REDEFINES SrtEnd.
007700         03  SrtEnd-HH        PIC 9(2).
007800         03  SrtEnd-MM        PIC 9(2).
007900     02  SrtCourseCode        PIC X(4).
008000
008100 FD  ParmFile.
008200 01  ParmRecord.
008300     02  Parm-Term          PIC X(5).
008400
008500 WORKING-STORAGE SECTION.
008600 01  RU-SWITCHES.
008700     02  RU-End-Of-Sched-Sw   PIC X       VALUE "N".
008800         88  RU-End-Of-Sched      VALUE "Y".
008900     02  RU-End-Of-Sort-Sw    PIC X       VALUE "N".
009000         88  RU-End-Of-Sort       VALUE "Y".
009100     02  RU-Bad-Parm-Sw       PIC X       VALUE "N".
009200         88  RU-Bad-Parm          VALUE "Y".
009300     02  RU-No-Sched-File-Sw  PIC X       VALUE "N".
009400         88  RU-No-Sched-File     VALUE "Y".
009500
009600 01  RU-Sched-File-Status     PIC XX.
009700     88  RU-Sched-File-Good      VALUE "00".
009800     88  RU-Sched-File-Missing   VALUE "35".
009900
010000 01  RU-Term                  PIC X(05)   VALUE SPACES.
010100
010200 01  RU-COUNTERS.
010300     02  RU-Meeting-Count     PIC 9(05)   COMP    VALUE ZERO.
010400     02  RU-No-Room-Count     PIC 9(05)   COMP    VALUE ZERO.
010500     02  RU-Room-Count        PIC 9(05)   COMP    VALUE ZERO.
010600     02  RU-Double-Count      PIC 9(05)   COMP    VALUE ZERO.
010700     02  RU-Conflict-Count    PIC 9(03)   COMP    VALUE ZERO.
010800     02  RU-Conflict-Over     PIC 9(03)   COMP    VALUE ZERO.
010900     02  RU-Sub               PIC 9(03)   COMP    VALUE ZERO.
011000
011100 01  RU-BREAK-FIELDS.
011200     02  RU-Prior-Building    PIC X(06)   VALUE SPACES.
011300     02  RU-Prior-Room        PIC X(05)   VALUE SPACES.
011400     02  RU-Prior-Day         PIC 9(01)   VALUE ZERO.
011500     02  RU-Latest-End        PIC 9(04)   VALUE ZERO.
011600     02  RU-Latest-Course     PIC X(04)   VALUE SPACES.
011700
011800 01  RU-TIME-FIELDS.
011900     02  RU-Minutes           PIC 9(04)   VALUE ZERO.
012000     02  RU-Week-Minutes      PIC 9(05)   VALUE ZERO.
012100     02  RU-Hours             PIC 9(03)V99        VALUE ZERO.
012200
012300*    MINUTES BOOKED ON EACH DAY FOR THE ROOM IN HAND, MONDAY
012400*    THROUGH SUNDAY IN THE SAME ORDER AS SCH-DAY.
012500 01  RU-DAY-MINUTES-TABLE.
012600     02  RU-Day-Minutes       PIC 9(04)   OCCURS 7 TIMES.
012700
012800 01  RU-DAY-NAME-VALUES       PIC X(21)   VALUE
012900         "MONTUEWEDTHUFRISATSUN".
013000 01  RU-DAY-NAME-TABLE REDEFINES RU-DAY-NAME-VALUES.
013100     02  RU-Day-Name          PIC X(03)   OCCURS 7 TIMES.
013200
013300*    DOUBLE-BOOKINGS FOUND IN THE ROOM IN HAND, PRINTED UNDER
013400*    THE ROOM LINE.  ANY BEYOND THE TABLE ARE COUNTED ONLY.
013500 01  RU-CONFLICT-TABLE.
013600     02  RU-Conflict-Entry    OCCURS 20 TIMES.
013700         03  RU-Cfl-Day       PIC 9(01).
013800         03  RU-Cfl-Course    PIC X(04).
013900         03  RU-Cfl-Start     PIC 9(04).
014000         03  RU-Cfl-Other     PIC X(04).
014100         03  RU-Cfl-Other-End PIC 9(04).
014200
014300 01  RU-PARM-ERROR-LINE.
014400     02  FILLER         PIC X(33) VALUE
014500         "ROOMUTIL.PRM TERM MISSING - NOTHI".
014600     02  FILLER         PIC X(11) VALUE "NG REPORTED".
014700
014800 01  RU-HEADING-LINE-1.
014900     02  FILLER         PIC X(24) VALUE
015000         "ROOM UTILIZATION REPORT ".
015100     02  FILLER         PIC X(05) VALUE "TERM ".
015200     02  RU-Heading-Term      PIC X(05).
015300
015400 01  RU-COLUMN-HEADING.
015500     02  FILLER               PIC X(07)   VALUE "BLDG   ".
015600     02  FILLER               PIC X(06)   VALUE "ROOM  ".
015700     02  FILLER               PIC X(30)   VALUE
015800         "  MON   TUE   WED   THU   FRI ".
015900     02  FILLER               PIC X(19)   VALUE
016000         "  SAT   SUN   TOTAL".
016100
016200 01  RU-ROOM-LINE.
016300     02  RU-Room-Building     PIC X(06).
016400     02  FILLER               PIC X(01)   VALUE SPACE.
016500     02  RU-Room-Room         PIC X(05).
016600     02  FILLER               PIC X(01)   VALUE SPACE.
016700     02  RU-Room-Day-Out      OCCURS 7 TIMES.
016800         03  RU-Room-Day-Hours    PIC ZZ9.99.
016900     02  FILLER               PIC X(01)   VALUE SPACE.
017000     02  RU-Room-Total-Out    PIC ZZZ9.99.
017100
017200 01  RU-CONFLICT-LINE.
017300     02  FILLER               PIC X(22)   VALUE
017400         "  ** DOUBLE-BOOKED    ".
017500     02  RU-Cfl-Day-Out       PIC X(03).
017600     02  FILLER               PIC X(01)   VALUE SPACE.
017700     02  RU-Cfl-Course-Out    PIC X(04).
017800     02  FILLER               PIC X(04)   VALUE " AT ".
017900     02  RU-Cfl-Start-Out     PIC 9(04).
018000     02  FILLER               PIC X(10)   VALUE " OVERLAPS ".
018100     02  RU-Cfl-Other-Out     PIC X(04).
018200     02  FILLER               PIC X(08)   VALUE " TO END ".
018300     02  RU-Cfl-End-Out       PIC 9(04).
018400
018500 01  RU-CONFLICT-MORE-LINE.
018600     02  FILLER               PIC X(22)   VALUE
018700         "  ** DOUBLE-BOOKED    ".
018800     02  RU-Cfl-More-Out      PIC ZZ9.
018900     02  FILLER               PIC X(14)   VALUE " MORE NOT LIST".
019000     02  FILLER               PIC X(02)   VALUE "ED".
019100
019200 01  RU-SUMMARY-LINE-1.
019300     02  FILLER          PIC X(17) VALUE "ROOMS REPORTED --".
019400     02  RU-Room-Count-Out     PIC ZZ,ZZ9.
019500
019600 01  RU-SUMMARY-LINE-2.
019700     02  FILLER          PIC X(17) VALUE "MEETING DAYS ----".
019800     02  RU-Meeting-Out        PIC ZZ,ZZ9.
019900
020000 01  RU-SUMMARY-LINE-3.
020100     02  FILLER          PIC X(17) VALUE "NO ROOM ASSIGNED-".
020200     02  RU-No-Room-Out        PIC ZZ,ZZ9.
020300
020400 01  RU-SUMMARY-LINE-4.
020500     02  FILLER          PIC X(17) VALUE "DOUBLE-BOOKINGS -".
020600     02  RU-Double-Out         PIC ZZ,ZZ9.
020700
020800 PROCEDURE DIVISION.
020900*----------------------------------------------------------------*
021000 0000-MAINLINE.
021100*----------------------------------------------------------------*
021200     PERFORM 1000-INITIALIZE
021300         THRU 1000-INITIALIZE-EXIT.
021400     IF NOT RU-Bad-Parm
021500         PERFORM 2000-PROCESS-MEETING
021600             THRU 2000-PROCESS-MEETING-EXIT
021700             UNTIL RU-End-Of-Sort
021800         PERFORM 3000-FINISH-ROOM
021900             THRU 3000-FINISH-ROOM-EXIT
022000         PERFORM 8000-PRINT-SUMMARY
022100             THRU 8000-PRINT-SUMMARY-EXIT
022200         CLOSE SortedFile
022300     END-IF.
022400     STOP RUN.
022500
022600*----------------------------------------------------------------*
022700 1000-INITIALIZE.
022800*----------------------------------------------------------------*
022900     PERFORM 1100-READ-PARM
023000         THRU 1100-READ-PARM-EXIT.
023100     IF RU-Bad-Parm
023200         GO TO 1000-INITIALIZE-EXIT.
023300     OPEN INPUT ScheduleFile.
023400     IF RU-Sched-File-Missing
023500         SET RU-No-Sched-File TO TRUE
023600     END-IF.
023700     SORT SortWorkFile
023800         ON ASCENDING KEY SortBuilding
023900            ASCENDING KEY SortRoom
024000            ASCENDING KEY SortDay
024100            ASCENDING KEY SortStart
024200         INPUT PROCEDURE IS 1300-BUILD-SORT
024300             THRU 1300-BUILD-SORT-EXIT
024400         GIVING SortedFile.
024500     IF NOT RU-No-Sched-File
024600         CLOSE ScheduleFile
024700     END-IF.
024800     OPEN INPUT SortedFile.
024900     MOVE RU-Term TO RU-Heading-Term.
025000     DISPLAY RU-HEADING-LINE-1.
025100     DISPLAY SPACE.
025200     DISPLAY RU-COLUMN-HEADING.
025300     PERFORM 1200-READ-SORT-FILE
025400         THRU 1200-READ-SORT-FILE-EXIT.
025500 1000-INITIALIZE-EXIT.
025600     EXIT.
025700
025800*----------------------------------------------------------------*
025900 1100-READ-PARM.
026000*----------------------------------------------------------------*
026100     OPEN INPUT ParmFile.
026200     READ ParmFile
026300         AT END
026400             SET RU-Bad-Parm TO TRUE
026500     END-READ.
026600     IF NOT RU-Bad-Parm
026700         IF Parm-Term = SPACES
026800             SET RU-Bad-Parm TO TRUE
026900         ELSE
027000             MOVE Parm-Term TO RU-Term
027100         END-IF
027200     END-IF.
027300     CLOSE ParmFile.
027400     IF RU-Bad-Parm
027500         DISPLAY RU-PARM-ERROR-LINE
027600         MOVE 8 TO RETURN-CODE
027700     END-IF.
027800 1100-READ-PARM-EXIT.
027900     EXIT.
028000
028100*----------------------------------------------------------------*
028200 1200-READ-SORT-FILE.
028300*----------------------------------------------------------------*
028400     READ SortedFile
028500         AT END
028600             SET RU-End-Of-Sort TO TRUE
028700     END-READ.
028800 1200-READ-SORT-FILE-EXIT.
028900     EXIT.
029000
029100*----------------------------------------------------------------*
029200 1300-BUILD-SORT.
029300*----------------------------------------------------------------*
029400     IF RU-No-Sched-File
029500         GO TO 1300-BUILD-SORT-EXIT.
029600     PERFORM 1310-READ-SCHEDULE
029700         THRU 1310-READ-SCHEDULE-EXIT.
029800     PERFORM 1320-RELEASE-MEETING
029900         THRU 1320-RELEASE-MEETING-EXIT
030000         UNTIL RU-End-Of-Sched.
030100 1300-BUILD-SORT-EXIT.
030200     EXIT.
030300
030400*----------------------------------------------------------------*
030500 1310-READ-SCHEDULE.
030600*----------------------------------------------------------------*
030700     READ ScheduleFile NEXT RECORD
030800         AT END
030900             SET RU-End-Of-Sched TO TRUE
031000     END-READ.
031100 1310-READ-SCHEDULE-EXIT.
031200     EXIT.
031300
031400*----------------------------------------------------------------*
031500 1320-RELEASE-MEETING.
031600*----------------------------------------------------------------*
031700     IF Sch-Term = RU-Term
031800         IF Sch-Building = SPACES
031900             ADD 1 TO RU-No-Room-Count
032000         ELSE
032100             PERFORM 1330-RELEASE-ONE-DAY
032200                 THRU 1330-RELEASE-ONE-DAY-EXIT
032300                 VARYING RU-Sub FROM 1 BY 1
032400                 UNTIL RU-Sub > 7
032500         END-IF
032600     END-IF.
032700     PERFORM 1310-READ-SCHEDULE
032800         THRU 1310-READ-SCHEDULE-EXIT.
032900 1320-RELEASE-MEETING-EXIT.
033000     EXIT.
033100
033200*----------------------------------------------------------------*
033300 1330-RELEASE-ONE-DAY.
033400*----------------------------------------------------------------*
033500     IF Sch-Day (RU-Sub) NOT = SPACE
033600         MOVE Sch-Building   TO SortBuilding
033700         MOVE Sch-Room       TO SortRoom
033800         MOVE RU-Sub         TO SortDay
033900         MOVE Sch-Start-Time TO SortStart
034000         MOVE Sch-End-Time   TO SortEnd
034100         MOVE Sch-CourseCode TO SortCourseCode
034200         RELEASE SortRecord
034300     END-IF.
034400 1330-RELEASE-ONE-DAY-EXIT.
034500     EXIT.
034600
034700*----------------------------------------------------------------*
034800 2000-PROCESS-MEETING.
034900*----------------------------------------------------------------*
035000     IF SrtBuilding NOT = RU-Prior-Building
035100        OR SrtRoom NOT = RU-Prior-Room
035200         IF RU-Prior-Building NOT = SPACES
035300             PERFORM 3000-FINISH-ROOM
035400                 THRU 3000-FINISH-ROOM-EXIT
035500         END-IF
035600         PERFORM 2100-START-NEW-ROOM
035700             THRU 2100-START-NEW-ROOM-EXIT
035800     END-IF.
035900     IF SrtDay NOT = RU-Prior-Day
036000         MOVE SrtDay   TO RU-Prior-Day
036100         MOVE ZERO     TO RU-Latest-End
036200         MOVE SPACES   TO RU-Latest-Course
036300     END-IF.
036400     PERFORM 2200-POST-MEETING
036500         THRU 2200-POST-MEETING-EXIT.
036600     PERFORM 1200-READ-SORT-FILE
036700         THRU 1200-READ-SORT-FILE-EXIT.
036800 2000-PROCESS-MEETING-EXIT.
036900     EXIT.
037000
037100*----------------------------------------------------------------*
037200 2100-START-NEW-ROOM.
037300*----------------------------------------------------------------*
037400     MOVE SrtBuilding TO RU-Prior-Building.
037500     MOVE SrtRoom     TO RU-Prior-Room.
037600     MOVE ZERO        TO RU-Prior-Day
037700                         RU-Conflict-Count
037800                         RU-Conflict-Over
037900                         RU-Week-Minutes.
038000     INITIALIZE RU-DAY-MINUTES-TABLE.
038100 2100-START-NEW-ROOM-EXIT.
038200     EXIT.
038300
038400*----------------------------------------------------------------*
038500 2200-POST-MEETING.
038600*----------------------------------------------------------------*
038700*    MEETINGS ARRIVE IN START-TIME ORDER WITHIN THE DAY, SO A
038800*    MEETING OVERLAPS AN EARLIER ONE EXACTLY WHEN IT STARTS
038900*    BEFORE THE LATEST END TIME SEEN SO FAR THAT DAY.
039000     COMPUTE RU-Minutes = (SrtEnd-HH * 60 + SrtEnd-MM)
039100                        - (SrtStart-HH * 60 + SrtStart-MM).
039200     ADD RU-Minutes TO RU-Day-Minutes (SrtDay)
039300                       RU-Week-Minutes.
039400     ADD 1 TO RU-Meeting-Count.
039500     IF SrtStart < RU-Latest-End
039600         ADD 1 TO RU-Double-Count
039700         IF RU-Conflict-Count < 20
039800             ADD 1 TO RU-Conflict-Count
039900             MOVE SrtDay        TO RU-Cfl-Day (RU-Conflict-Count)
040000             MOVE SrtCourseCode
040100                 TO RU-Cfl-Course (RU-Conflict-Count)
040200             MOVE SrtStart
040300                 TO RU-Cfl-Start (RU-Conflict-Count)
040400             MOVE RU-Latest-Course
040500                 TO RU-Cfl-Other (RU-Conflict-Count)
040600             MOVE RU-Latest-End
040700                 TO RU-Cfl-Other-End (RU-Conflict-Count)
040800         ELSE
040900             ADD 1 TO RU-Conflict-Over
041000         END-IF
041100     END-IF.
041200     IF SrtEnd > RU-Latest-End
041300         MOVE SrtEnd        TO RU-Latest-End
041400         MOVE SrtCourseCode TO RU-Latest-Course
041500     END-IF.
041600 2200-POST-MEETING-EXIT.
041700     EXIT.
041800
041900*----------------------------------------------------------------*
042000 3000-FINISH-ROOM.
042100*----------------------------------------------------------------*
042200     IF RU-Prior-Building = SPACES
042300         GO TO 3000-FINISH-ROOM-EXIT.
042400     MOVE RU-Prior-Building TO RU-Room-Building.
042500     MOVE RU-Prior-Room     TO RU-Room-Room.
042600     PERFORM 3100-EDIT-DAY-HOURS
042700         THRU 3100-EDIT-DAY-HOURS-EXIT
042800         VARYING RU-Sub FROM 1 BY 1
042900         UNTIL RU-Sub > 7.
043000     COMPUTE RU-Hours ROUNDED = RU-Week-Minutes / 60.
043100     MOVE RU-Hours TO RU-Room-Total-Out.
043200     DISPLAY RU-ROOM-LINE.
043300     PERFORM 3200-PRINT-CONFLICT
043400         THRU 3200-PRINT-CONFLICT-EXIT
043500         VARYING RU-Sub FROM 1 BY 1
043600         UNTIL RU-Sub > RU-Conflict-Count.
043700     IF RU-Conflict-Over > ZERO
043800         MOVE RU-Conflict-Over TO RU-Cfl-More-Out
043900         DISPLAY RU-CONFLICT-MORE-LINE
044000     END-IF.
044100     ADD 1 TO RU-Room-Count.
044200     MOVE SPACES TO RU-Prior-Building
044300                    RU-Prior-Room.
044400 3000-FINISH-ROOM-EXIT.
044500     EXIT.
044600
044700*----------------------------------------------------------------*
044800 3100-EDIT-DAY-HOURS.
044900*----------------------------------------------------------------*
045000     COMPUTE RU-Hours ROUNDED = RU-Day-Minutes (RU-Sub) / 60.
045100     MOVE RU-Hours TO RU-Room-Day-Hours (RU-Sub).
045200 3100-EDIT-DAY-HOURS-EXIT.
045300     EXIT.
045400
045500*----------------------------------------------------------------*
045600 3200-PRINT-CONFLICT.
045700*----------------------------------------------------------------*
045800     MOVE RU-Day-Name (RU-Cfl-Day (RU-Sub)) TO RU-Cfl-Day-Out.
045900     MOVE RU-Cfl-Course (RU-Sub)    TO RU-Cfl-Course-Out.
046000     MOVE RU-Cfl-Start (RU-Sub)     TO RU-Cfl-Start-Out.
046100     MOVE RU-Cfl-Other (RU-Sub)     TO RU-Cfl-Other-Out.
046200     MOVE RU-Cfl-Other-End (RU-Sub) TO RU-Cfl-End-Out.
046300     DISPLAY RU-CONFLICT-LINE.
046400 3200-PRINT-CONFLICT-EXIT.
046500     EXIT.
046600
046700*----------------------------------------------------------------*
046800 8000-PRINT-SUMMARY.
046900*----------------------------------------------------------------*
047000     DISPLAY SPACE.
047100     MOVE RU-Room-Count    TO RU-Room-Count-Out.
047200     MOVE RU-Meeting-Count TO RU-Meeting-Out.
047300     MOVE RU-No-Room-Count TO RU-No-Room-Out.
047400     MOVE RU-Double-Count  TO RU-Double-Out.
047500     DISPLAY RU-SUMMARY-LINE-1.
047600     DISPLAY RU-SUMMARY-LINE-2.
047700     DISPLAY RU-SUMMARY-LINE-3.
047800     DISPLAY RU-SUMMARY-LINE-4.
047900 8000-PRINT-SUMMARY-EXIT.
048000     EXIT.
