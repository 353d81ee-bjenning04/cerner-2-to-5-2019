002100*                  RECORDS INTO STUDENTS.VAL AND AGES THE REST.  *
002110*  2026-09-03  JP  SUSPENDED ("S") ACCEPTED AS A VALID STATUS,   *
002120*                  MATCHING EDITVAL.                             *
002140*  2026-10-10  JP  MERGED ("M") ACCEPTED AS A VALID STATUS,      *
002160*                  MATCHING EDITVAL.                             *
002200*----------------------------------------------------------------*
002300*
002400*    THIS PROGRAM READS STUDENTS.REJ TOGETHER WITH AN OPERATOR
007000            ==GraduatedStudent== BY ==RJ-GraduatedStudent==
007100            ==LeaveOfAbsence== BY ==RJ-LeaveOfAbsence==
007150            ==SuspendedStudent== BY ==RJ-SuspendedStudent==
007175            ==MergedStudent== BY ==RJ-MergedStudent==
007200            ==StatusDate==  BY ==RJ-StatusDate==.
007300     02  RJ-ReasonCode      PIC X(02).
007400     02  RJ-Cycle-Count     PIC 9(03).
009100            ==GraduatedStudent== BY ==CF-GraduatedStudent==
009200            ==LeaveOfAbsence== BY ==CF-LeaveOfAbsence==
009250            ==SuspendedStudent== BY ==CF-SuspendedStudent==
009275            ==MergedStudent== BY ==CF-MergedStudent==
009300            ==StatusDate==  BY ==CF-StatusDate==.
009400     02  CF-ReasonCode      PIC X(02).
009500         88  CF-Invalid-Student-Id  VALUE "01".
012500            ==GraduatedStudent== BY ==VD-GraduatedStudent==
012600            ==LeaveOfAbsence== BY ==VD-LeaveOfAbsence==
012650            ==SuspendedStudent== BY ==VD-SuspendedStudent==
012675            ==MergedStudent== BY ==VD-MergedStudent==
012700            ==StatusDate==  BY ==VD-StatusDate==.
012800
012900 WORKING-STORAGE SECTION.
039500            AND NOT RJ-GraduatedStudent
039600            AND NOT RJ-LeaveOfAbsence
039650            AND NOT RJ-SuspendedStudent
039660            AND NOT RJ-MergedStudent
039700             SET RF-Bad-Record     TO TRUE
039800             SET CF-Invalid-Status TO TRUE
039900         END-IF
