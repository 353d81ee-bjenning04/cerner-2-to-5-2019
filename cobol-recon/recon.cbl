005499            ==GraduatedStudent== BY ==CS-GraduatedStudent==
005500            ==LeaveOfAbsence== BY ==CS-LeaveOfAbsence==
005505            ==SuspendedStudent== BY ==CS-SuspendedStudent==
005507            ==MergedStudent== BY ==CS-MergedStudent==
005510            ==StatusDate==  BY ==CS-StatusDate==.
006200
006300 WORKING-STORAGE SECTION.
