002100*                  BLANK-LEAVES-ORIGINAL CHANGES, STUDENT.TRN-   *
002200*                  STYLE HEADER/TRAILER BALANCING, AND AN AUDIT  *
002300*                  ENTRY PER APPLIED CHANGE.                     *
002325*  2026-10-12  JP  EVERY RECORD ADDED, CHANGED OR DELETED IS     *
002350*                  ALSO JOURNALED, WITH ITS FULL BEFORE AND      *
002375*                  AFTER IMAGES, TO RECOVERY.JNL (JRNLLOG).      *
002400*----------------------------------------------------------------*
002500*
002600*    THIS PROGRAM READS A TRANSACTION FILE (DEMO.TRN) OF
003500*    FOR.  ON A CHANGE, A BLANK FIELD LEAVES THE ORIGINAL
003600*    VALUE ALONE, THE WAY STUDFIX.TRN CORRECTIONS DO.  EVERY
003700*    APPLIED TRANSACTION WRITES A BEFORE/AFTER IMAGE TO
003800*    DEMOMNT.LOG AND AN ENTRY TO AUDIT.LOG, AND THE WHOLE RECORD
003850*    BEFORE AND AFTER GOES TO THE RECOVERY JOURNAL.
003900*
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
012100     02  DM-Bef-Phone          PIC X(10).
012200     02  DM-Bef-EC-Name        PIC X(20).
012300     02  DM-Bef-EC-Phone       PIC X(10).
012333
012366     COPY JRNLPARM.CPY.
012400
012500 01  DM-SUMMARY-LINE-1.
012600     02  FILLER          PIC X(17) VALUE "DEMOS ADDED -----".
045500     WRITE MaintLogRecord.
045600     CALL "AuditLog" USING JobName DTrans-StudentId
045700         DTrans-Action.
045733     PERFORM 2950-JOURNAL-DEMO
045766         THRU 2950-JOURNAL-DEMO-EXIT.
045800 2900-LOG-TRANSACTION-EXIT.
045900     EXIT.
045904
045908*----------------------------------------------------------------*
045912 2950-JOURNAL-DEMO.
045916*----------------------------------------------------------------*
045920*    DM-BEFORE-IMAGE IS SPACES FOR AN ADD, AND THE RECORD AREA
045924*    IS SPACES AFTER A DELETE, SO THE IMAGES FALL OUT RIGHT FOR
045928*    ALL THREE ACTIONS.
045932     MOVE "STUDENTDEMO.DAT" TO JReq-FileName.
045936     MOVE SPACES            TO JReq-Key.
045940     MOVE DTrans-StudentId  TO JReq-Key.
045944     EVALUATE TRUE
045948         WHEN DTrans-Add
045952             SET JReq-Write   TO TRUE
045956         WHEN DTrans-Change
045960             SET JReq-Rewrite TO TRUE
045964         WHEN DTrans-Delete
045968             SET JReq-Delete  TO TRUE
045972     END-EVALUATE.
045976     MOVE DM-BEFORE-IMAGE     TO JReq-Before-Image.
045980     MOVE StudentDemographics TO JReq-After-Image.
045984     CALL "JrnlLog" USING JobName JournalRequest.
045988 2950-JOURNAL-DEMO-EXIT.
045992     EXIT.
046000
046100*----------------------------------------------------------------*
046200 8000-PRINT-SUMMARY.
048200 9999-EXIT.
048300*----------------------------------------------------------------*
048400     CALL "AuditClose".
048450     CALL "JrnlClose".
048500     CLOSE DemoFile
048600           StudentFile
048700           TransactionFile
