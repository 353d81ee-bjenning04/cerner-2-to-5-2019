002100*                  PRINTS A STANDING REPORT WITH CATEGORY        *
002200*                  COUNTS, AND EMITS A STUDENT.TRN-FORMAT        *
002300*                  STATUS-CHANGE FEED FOR SUSPENDED STUDENTS.    *
002333*  2026-09-24  JP  I, W AND P GRADES NO LONGER COUNT AS          *
002366*                  ATTEMPTED HOURS OR IN THE GPA.                *
002400*----------------------------------------------------------------*
002500*
002600*    THIS PROGRAM READS GRADES.DAT IN STUDENTID SEQUENCE AND
003900*    KEYING IT.  A STUDENT WHOSE GRADED COURSES ARE ALL
003910*    MISSING FROM THE COURSE MASTER HAS NO HOURS TO WEIGH AND
003920*    IS REPORTED AS NOT CLASSIFIED RATHER THAN SWEPT INTO
003930*    SUSPENSION BY A REFERENCE-DATA GAP.  INCOMPLETE (I),
003953*    WITHDRAWN (W) AND PASS (P) GRADES ARE NOT ATTEMPTED HOURS
003976*    AND ARE SKIPPED ENTIRELY.
004000*
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
030400*----------------------------------------------------------------*
030500*    SAME ACCUMULATION GRADERPT'S GPA SECTION USES - A GRADE
030600*    WHOSE COURSE IS MISSING FROM THE COURSE MASTER CARRIES NO
030700*    HOURS INTO THE GPA, AND AN I, W OR P IS NOT ATTEMPTED AT ALL.
030733     IF Grd-Non-GPA-Grade
030766         GO TO 2100-ACCUMULATE-ONE-GRADE-EXIT.
030800     MOVE "N" TO AS-No-Such-Course-Sw.
030900     MOVE Grd-CourseCode TO CourseCode OF CourseRecord.
031000     READ CourseFile
