008600            ==GraduatedStudent== BY ==VD-GraduatedStudent==
008700            ==LeaveOfAbsence== BY ==VD-LeaveOfAbsence==
008750            ==SuspendedStudent== BY ==VD-SuspendedStudent==
008775            ==MergedStudent== BY ==VD-MergedStudent==
008800            ==StatusDate==  BY ==VD-StatusDate==.
008900
009000 FD  RejectFile.
010500            ==GraduatedStudent== BY ==RJ-GraduatedStudent==
010600            ==LeaveOfAbsence== BY ==RJ-LeaveOfAbsence==
010650            ==SuspendedStudent== BY ==RJ-SuspendedStudent==
010675            ==MergedStudent== BY ==RJ-MergedStudent==
010700            ==StatusDate==  BY ==RJ-StatusDate==.
010800     02  RJ-ReasonCode      PIC X(02).
010810     02  RJ-Cycle-Count     PIC 9(03).
