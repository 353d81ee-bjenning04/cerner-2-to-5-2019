002120*                  SECTION NOW BREAKS ON COURSECODE PLUS TERM    *
002130*                  AND SHOWS THE TERM IN THE HEADING; THE GPA    *
002140*                  SECTION STAYS CUMULATIVE ACROSS TERMS.        *
002160*  2026-09-24  JP  I, W AND P GRADES COUNTED IN THE DISTRIBUTION *
002180*                  BUT LEFT OUT OF THE GPA HOURS AND POINTS.     *
002200*----------------------------------------------------------------*
002300*
002400*    THIS PROGRAM SORTS GRADES.DAT INTO COURSECODE SEQUENCE AND
002700*    BREAK, IN THE STYLE OF THE COURSE ROSTER.  A SECOND SECTION
002800*    READS GRADES.DAT BACK IN STUDENTID SEQUENCE AND PRINTS EACH
002900*    STUDENT'S GPA, WEIGHTED BY THE CREDITHOURS CARRIED ON THE
003000*    COURSES.DAT CROSS-REFERENCE MASTER.  INCOMPLETE (I),
003033*    WITHDRAWN (W) AND PASS (P) GRADES PRINT AND ARE COUNTED IN
003066*    THE DISTRIBUTION, BUT CARRY NO HOURS OR POINTS INTO THE GPA.
003100*
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
009900     02  GR-Count-C           PIC 9(05)   COMP    VALUE ZERO.
010000     02  GR-Count-D           PIC 9(05)   COMP    VALUE ZERO.
010100     02  GR-Count-F           PIC 9(05)   COMP    VALUE ZERO.
010125     02  GR-Count-I           PIC 9(05)   COMP    VALUE ZERO.
010150     02  GR-Count-W           PIC 9(05)   COMP    VALUE ZERO.
010175     02  GR-Count-P           PIC 9(05)   COMP    VALUE ZERO.
010200
010300 01  GR-BREAK-FIELDS.
010400     02  GR-Prior-Course-Code PIC X(04)   VALUE SPACES.
015300     02  GR-Dist-D             PIC ZZ9.
015400     02  FILLER               PIC X(03)   VALUE " F-".
015500     02  GR-Dist-F             PIC ZZ9.
015514     02  FILLER               PIC X(03)   VALUE " I-".
015528     02  GR-Dist-I             PIC ZZ9.
015542     02  FILLER               PIC X(03)   VALUE " W-".
015556     02  GR-Dist-W             PIC ZZ9.
015570     02  FILLER               PIC X(03)   VALUE " P-".
015584     02  GR-Dist-P             PIC ZZ9.
015600
015700 01  GR-SUBTOTAL-LINE.
015800     02  FILLER          PIC X(21) VALUE "  STUDENTS GRADED IN ".
026500                  GR-Count-B
026600                  GR-Count-C
026700                  GR-Count-D
026800                  GR-Count-F
026825                  GR-Count-I
026850                  GR-Count-W
026875                  GR-Count-P.
026900 2100-START-NEW-COURSE-EXIT.
027000     EXIT.
027100
032300         WHEN "C" ADD 1 TO GR-Count-C
032400         WHEN "D" ADD 1 TO GR-Count-D
032500         WHEN "F" ADD 1 TO GR-Count-F
032525         WHEN "I" ADD 1 TO GR-Count-I
032550         WHEN "W" ADD 1 TO GR-Count-W
032575         WHEN "P" ADD 1 TO GR-Count-P
032600     END-EVALUATE.
032700     ADD 1 TO GR-Course-Count
032800              GR-Grand-Count.
033800         MOVE GR-Count-C           TO GR-Dist-C
033900         MOVE GR-Count-D           TO GR-Dist-D
034000         MOVE GR-Count-F           TO GR-Dist-F
034025         MOVE GR-Count-I           TO GR-Dist-I
034050         MOVE GR-Count-W           TO GR-Dist-W
034075         MOVE GR-Count-P           TO GR-Dist-P
034100         DISPLAY GR-DIST-LINE
034200         MOVE GR-Prior-Course-Code TO GR-Sub-Course
034250         MOVE GR-Prior-Term        TO GR-Sub-Term
039900*----------------------------------------------------------------*
040000 5250-ACCUMULATE-ONE-GRADE.
040100*----------------------------------------------------------------*
040120*    AN INCOMPLETE, WITHDRAWAL OR PASS IS NOT A GPA GRADE - IT
040140*    ADDS NEITHER HOURS NOR POINTS.
040160     IF Grd-Non-GPA-Grade
040180         GO TO 5250-ACCUMULATE-ONE-GRADE-EXIT.
040200     MOVE "N" TO GR-No-Such-Course-Sw.
040300     MOVE Grd-CourseCode TO CourseCode OF CourseRecord.
040400     READ CourseFile
