002000*                  RETURN CODES, RERUNS AND FAILURES FOR LAST    *
002100*                  NIGHT, PLUS A DURATION TREND AGAINST EACH     *
002200*                  STEP'S RECENT HISTORY.                        *
002250*  2026-10-03  JP  TABLE WIDENED FOR FINHOLD, NIGHTRUN STEP 12.  *
002300*----------------------------------------------------------------*
002400*
002500*    NIGHTRUN WRITES A START, COMPLETION OR FAILURE ENTRY TO
005200
005300 01  OP-Warning-Level          PIC 9(02)   VALUE 04.
005400
005500 01  OP-Step-Max               PIC 9(02)   COMP    VALUE 12.
005600
005700 01  OP-WORK-FIELDS.
005800     02  OP-Last-Night         PIC 9(08)   VALUE ZERO.
007300     02  OP-Time-CC            PIC 9(02).
007400
007500 01  OP-STEP-TABLE.
007600     02  OP-Step-Entry OCCURS 12 TIMES.
007700         03  OP-Stp-Name        PIC X(08).
007800         03  OP-Stp-Start       PIC 9(08).
007900         03  OP-Stp-End         PIC 9(08).
