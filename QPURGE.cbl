*> predates the stamping and is treated as older than any
*> threshold.  Pending, held and in-error records are never
*> touched.  A purge report with counts by status and department
*> goes to PURGERPT.  Each delete is appended, with the record as
*> it stood, to the BANNERJ change journal that QRECOVER replays
*> over the night's queue backup; nothing is purged when the
*> journal cannot be opened.
*> PURGECTL carries the retention in days in columns 1-3; a
*> missing or unreadable card falls back to 30 days.
ENVIRONMENT DIVISION.
    SELECT PURGE-RPT ASSIGN TO 'PURGERPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.
    SELECT CHANGE-JRNL ASSIGN TO 'BANNERJ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRNL-STATUS.
DATA DIVISION.
FILE SECTION.
FD  QUEUE-FILE.
    05 BQ-STAT-DATE                PIC X(8).
    05 BQ-NEEDED-BY                PIC X(8).
    05 BQ-SPACING                  PIC X(1).
    05 FILLER                      PIC X(89).
FD  HIST-FILE.
01  HQ-RECORD.
    05 HQ-REQUEST-ID               PIC X(8).
    05 HQ-REST                     PIC X(152).
FD  PURGE-CTL.
01  PC-RECORD.
    05 PC-DAYS                     PIC X(3).
    05 FILLER                      PIC X(77).
FD  PURGE-RPT.
01  PR-RECORD                      PIC X(80).
FD  CHANGE-JRNL.
01  QJ-RECORD.
    05 QJ-DATE                     PIC X(8).
    05 FILLER                      PIC X(1).
    05 QJ-TIME                     PIC X(8).
    05 FILLER                      PIC X(1).
    05 QJ-PROGRAM                  PIC X(8).
    05 FILLER                      PIC X(1).
    05 QJ-ACTION                   PIC X(1).
    05 FILLER                      PIC X(1).
    05 QJ-REQUEST-ID               PIC X(8).
    05 FILLER                      PIC X(1).
    05 QJ-BEFORE                   PIC X(160).
    05 FILLER                      PIC X(1).
    05 QJ-AFTER                    PIC X(160).
WORKING-STORAGE SECTION.
01 WS-MAX-DEPTS                    PIC 9(2) VALUE 50.
01 WS-QUEUE-STATUS                 PIC X(2).
01 WS-HIST-STATUS                  PIC X(2).
01 WS-CTL-STATUS                   PIC X(2).
01 WS-RPT-STATUS                   PIC X(2).
01 WS-JRNL-STATUS                  PIC X(2).
01 WS-DATA-ITEMS.
   05 WS-JRNL-ACTION               PIC X(1).
   05 WS-JRNL-STAMP                PIC X(21).
   05 WS-JRNL-BEFORE               PIC X(160).
   05 WS-JRNL-ERR-COUNT            PIC 9(5).
   05 WS-EOF-SW                    PIC X(1).
   05 WS-CTL-EOF-SW                PIC X(1).
   05 WS-PURGE-SW                  PIC X(1).
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    OPEN EXTEND CHANGE-JRNL
    IF WS-JRNL-STATUS EQUAL '35' THEN
       OPEN OUTPUT CHANGE-JRNL
    END-IF
    IF WS-JRNL-STATUS NOT EQUAL '00' THEN
       DISPLAY 'BANNERJ COULD NOT BE OPENED - STATUS '
               WS-JRNL-STATUS '. NOTHING PURGED.'
       CLOSE QUEUE-FILE HIST-FILE PURGE-RPT
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM SWEEP-QUEUE-PARA THRU SWEEP-QUEUE-EXIT
    PERFORM WRITE-REPORT-PARA THRU WRITE-REPORT-EXIT
    CLOSE QUEUE-FILE HIST-FILE PURGE-RPT
    CLOSE CHANGE-JRNL
    IF WS-JRNL-ERR-COUNT > 0 THEN
       DISPLAY WS-JRNL-ERR-COUNT ' QUEUE CHANGES COULD NOT BE'
               ' JOURNALED - TAKE A FRESH QUEUE BACKUP.'
       IF RETURN-CODE < 4 THEN
          MOVE 4 TO RETURN-CODE
       END-IF
    END-IF
    DISPLAY WS-RECS-READ ' QUEUE RECORDS READ, '
            WS-PURGED-D ' SERVED AND ' WS-PURGED-C
            ' CANCELED RECORDS PURGED TO HISTORY, '
       MOVE 4 TO RETURN-CODE
       GO TO PURGE-ONE-EXIT
    END-IF
    MOVE BQ-RECORD TO WS-JRNL-BEFORE
    DELETE QUEUE-FILE
        INVALID KEY
           DISPLAY 'REQUEST ' BQ-REQUEST-ID ' COULD NOT BE DELETED'
           MOVE 4 TO RETURN-CODE
           GO TO PURGE-ONE-EXIT
    END-DELETE
    MOVE 'D' TO WS-JRNL-ACTION
    PERFORM WRITE-JOURNAL-PARA THRU WRITE-JOURNAL-EXIT
    IF BQ-STATUS EQUAL 'D' THEN
       ADD 1 TO WS-PURGED-D
    ELSE
    WRITE PR-RECORD
    END-PERFORM.
WRITE-REPORT-EXIT. EXIT.

*> WRITE-JOURNAL-PARA appends one queue change to the BANNERJ change
*> journal once the queue has taken it: when, which program, A add,
*> C change or D delete, the request ID, and the record as it stood
*> before (none for an add) and after (none for a delete).  QRECOVER
*> replays the journal over the night's queue backup to rebuild the
*> queue, so a change that cannot be journaled is counted and the
*> run ends RC 4 asking for a fresh backup.
WRITE-JOURNAL-PARA.
    IF WS-QUEUE-STATUS(1:1) NOT EQUAL '0' THEN
       GO TO WRITE-JOURNAL-EXIT
    END-IF
    MOVE FUNCTION CURRENT-DATE TO WS-JRNL-STAMP
    MOVE SPACES TO QJ-RECORD
    MOVE WS-JRNL-STAMP(1:8) TO QJ-DATE
    MOVE WS-JRNL-STAMP(9:8) TO QJ-TIME
    MOVE 'QPURGE' TO QJ-PROGRAM
    MOVE WS-JRNL-ACTION TO QJ-ACTION
    MOVE BQ-REQUEST-ID TO QJ-REQUEST-ID
    IF WS-JRNL-ACTION NOT EQUAL 'A' THEN
       MOVE WS-JRNL-BEFORE TO QJ-BEFORE
    END-IF
    IF WS-JRNL-ACTION NOT EQUAL 'D' THEN
       MOVE BQ-RECORD TO QJ-AFTER
    END-IF
    WRITE QJ-RECORD
    IF WS-JRNL-STATUS NOT EQUAL '00' THEN
       DISPLAY 'BANNERJ WRITE FAILED FOR ' BQ-REQUEST-ID ' - STATUS '
               WS-JRNL-STATUS '. THE CHANGE IS NOT JOURNALED.'
       ADD 1 TO WS-JRNL-ERR-COUNT
    END-IF.
WRITE-JOURNAL-EXIT. EXIT.
