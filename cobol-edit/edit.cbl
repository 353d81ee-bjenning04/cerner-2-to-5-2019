001978*  2026-09-03  JP  SUSPENDED ("S") ADDED TO THE STATUS          *
001980*                  LIFECYCLE - VALID ON THE MASTER, COUNTED     *
001982*                  AS INACTIVE FOR SELECTION.                   *
001984*  2026-10-10  JP  MERGED ("M") ADDED FOR DUPLICATE STUDENTIDS  *
001986*                  RETIRED BY STUDMERGE - VALID ON THE MASTER,  *
001988*                  COUNTED AS INACTIVE FOR SELECTION.           *
002000*----------------------------------------------------------------*
002100*
002200*    THIS PROGRAM EDITS EACH INCOMING STUDENTDETAILS RECORD.
004695            ==GraduatedStudent== BY ==VD-GraduatedStudent==
004696            ==LeaveOfAbsence== BY ==VD-LeaveOfAbsence==
004697            ==SuspendedStudent== BY ==VD-SuspendedStudent==
004797            ==MergedStudent== BY ==VD-MergedStudent==
004897            ==StatusDate==  BY ==VD-StatusDate==.
005300
005400 FD  RejectFile.
005410     COPY STUDENT.CPY REPLACING
005499            ==GraduatedStudent== BY ==RJ-GraduatedStudent==
005500            ==LeaveOfAbsence== BY ==RJ-LeaveOfAbsence==
005505            ==SuspendedStudent== BY ==RJ-SuspendedStudent==
005507            ==MergedStudent== BY ==RJ-MergedStudent==
005510            ==StatusDate==  BY ==RJ-StatusDate==.
006200     02  RJ-ReasonCode      PIC X(02).
006300         88  RJ-Invalid-Student-Id  VALUE "01".
014500             IF NOT WithdrawnStudent AND NOT GraduatedStudent
014505                AND NOT LeaveOfAbsence
014506                AND NOT SuspendedStudent
014507                AND NOT MergedStudent
014510                 SET EV-Selected TO TRUE
014520             END-IF
014530         WHEN EV-Select-Inactive
014540             IF WithdrawnStudent OR GraduatedStudent
014545                OR LeaveOfAbsence OR SuspendedStudent
014547                OR MergedStudent
014550                 SET EV-Selected TO TRUE
014560             END-IF
014570     END-EVALUATE.
017440*----------------------------------------------------------------*
017450     IF NOT ActiveStudent AND NOT WithdrawnStudent
017460        AND NOT GraduatedStudent AND NOT LeaveOfAbsence
017465        AND NOT SuspendedStudent AND NOT MergedStudent
017470         SET EV-Bad-Record     TO TRUE
017480         SET RJ-Invalid-Status TO TRUE
017490     END-IF.
