*> the daily safety banner doesn't arm for an empty dock and a
*> deferred banner isn't forgotten.  SCHEDMNT is the maintenance
*> program for the master; SCHEDFC projects the next 30 days.
*> 15-OCT-2026  the queue record is 160 bytes and the audit record
*> 120 bytes; a generated banner leaves the reprint link blank.
*> 15-OCT-2026  each armed occurrence is stamped added today in
*> BQ-ADD-DATE, for the SLARPT turnaround report.
*> 15-OCT-2026  the master record is 106 bytes - SCHEDMNT stamps
*> the operator who last maintained it in columns 99-106.
*> 15-OCT-2026  each due banner's text is screened against the safety
*> office's SCRNLIST word list before it is armed: a banned word
*> leaves the occurrence unarmed, a sensitive word arms it in proof
*> (R, hold reason SCREEN) for sign-off by QUEUEMNT APPROVE.  Hits
*> are logged to SCRNHIT for the SCRNRPT review.
*> 15-OCT-2026  each occurrence armed or re-armed on the queue is
*> appended, before and after, to the BANNERJ change journal that
*> QRECOVER replays over the night's queue backup.  Nothing arms
*> when the journal cannot be opened.
*> 15-OCT-2026  the master record is 115 bytes - columns 108-115
*> carry the date the banner may stay up on the LED boards until,
*> copied onto each occurrence as BQ-DISPLAY-UNTIL for LEDTAKE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HOLIDAY-FILE ASSIGN TO 'HOLIDAYS'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOLIDAY-STATUS.
    SELECT SCREEN-LIST ASSIGN TO 'SCRNLIST'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCRN-STATUS.
    SELECT SCREEN-HITS ASSIGN TO 'SCRNHIT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIT-STATUS.
    SELECT CHANGE-JRNL ASSIGN TO 'BANNERJ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRNL-STATUS.
DATA DIVISION.
FILE SECTION.
FD  SCHED-MASTER.
    05 SM-SPACING                  PIC X(1).
    05 FILLER                      PIC X(1).
    05 SM-HOL-ACT                  PIC X(1).
    05 FILLER                      PIC X(10).
    05 SM-DISPLAY-UNTIL            PIC X(8).
FD  QUEUE-FILE.
01  BQ-RECORD.
    05 BQ-REQUEST-ID               PIC X(8).
    05 BQ-STAT-DATE                PIC X(8).
    05 BQ-NEEDED-BY                PIC X(8).
    05 BQ-SPACING                  PIC X(1).
    05 BQ-HOLD-REASON              PIC X(8).
    05 FILLER                      PIC X(10).
    05 BQ-ADD-DATE                 PIC X(8).
    05 FILLER                      PIC X(9).
    05 BQ-WAS-PROOFED              PIC X(1).
    05 FILLER                      PIC X(8).
    05 BQ-DISPLAY-UNTIL            PIC X(8).
    05 FILLER                      PIC X(37).
FD  SCREEN-LIST.
01  SL-RECORD.
    05 SL-CLASS                    PIC X(1).
    05 FILLER                      PIC X(1).
    05 SL-WORD                     PIC X(30).
    05 FILLER                      PIC X(48).
FD  SCREEN-HITS.
01  SH-RECORD.
    05 SH-DATE                     PIC X(8).
    05 FILLER                      PIC X(1).
    05 SH-TIME                     PIC X(6).
    05 FILLER                      PIC X(1).
    05 SH-PROGRAM                  PIC X(8).
    05 FILLER                      PIC X(1).
    05 SH-REQUEST-ID               PIC X(8).
    05 FILLER                      PIC X(1).
    05 SH-DEPT                     PIC X(8).
    05 FILLER                      PIC X(1).
    05 SH-CLASS                    PIC X(1).
    05 FILLER                      PIC X(1).
    05 SH-ACTION                   PIC X(8).
    05 FILLER                      PIC X(1).
    05 SH-WORD                     PIC X(30).
    05 FILLER                      PIC X(1).
    05 SH-TEXT                     PIC X(30).
FD  AUDIT-LOG.
01  AL-RECORD                      PIC X(120).
FD  DEPT-MASTER.
01  DM-RECORD.
    05 DM-DEPT                     PIC X(8).
    05 FILLER                      PIC X(1).
    05 HO-NAME                     PIC X(20).
    05 FILLER                      PIC X(51).
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
01 WS-MAX-HOLIDAYS                 PIC 9(3) VALUE 100.
01 WS-AUDIT-STATUS                 PIC X(2).
01 WS-DEPT-STATUS                  PIC X(2).
01 WS-HOLIDAY-STATUS               PIC X(2).
01 WS-MAX-SCRN                     PIC 9(3) VALUE 300.
01 WS-SCRN-STATUS                  PIC X(2).
01 WS-HIT-STATUS                   PIC X(2).
01 WS-JRNL-STATUS                  PIC X(2).
01 WS-SCREEN-PUNCT                 PIC X(13) VALUE '.,;:!?-/()&"'''.
01 WS-SCREEN-BLANKS                PIC X(13) VALUE SPACES.
01 WS-DATA-ITEMS.
   05 WS-JRNL-ACTION               PIC X(1).
   05 WS-JRNL-STAMP                PIC X(21).
   05 WS-JRNL-BEFORE               PIC X(160).
   05 WS-JRNL-ERR-COUNT            PIC 9(5).
   05 WS-SCHED-EOF-SW              PIC X(1).
   05 WS-AUDIT-OPEN-SW             PIC X(1).
   05 WS-DUE-SW                    PIC X(1).
   05 WS-BACK-COUNT                PIC 9(2).
   05 WS-SKIP-HOL-COUNT            PIC 9(5).
   05 WS-DEFER-COUNT               PIC 9(5).
   05 WS-BANNED-SW                 PIC X(1).
   05 WS-BANNED-COUNT              PIC 9(5).
   05 WS-PROOF-COUNT               PIC 9(5).
   05 WS-SCRN-EOF-SW               PIC X(1).
   05 WS-SCRN-COUNT                PIC 9(3).
   05 WS-SX                        PIC 9(3).
   05 WS-HIT-OPEN-SW               PIC X(1).
   05 WS-SCREEN-TEXT               PIC X(30).
   05 WS-SCREEN-WORK               PIC X(32).
   05 WS-SCREEN-PAT                PIC X(32).
   05 WS-SCREEN-PLEN               PIC 9(2).
   05 WS-SCREEN-TALLY              PIC 9(3).
   05 WS-SCREEN-CLASS              PIC X(1).
   05 WS-SCREEN-WORD               PIC X(30).
   05 WS-SCREEN-ACTION             PIC X(8).
   05 WS-SCREEN-KEY                PIC X(8).
   05 WS-SCREEN-DEPT               PIC X(8).
01 WS-HOLIDAY-TABLE.
   05 WS-HOL-DATE OCCURS 100 TIMES PIC X(8).
01 WS-DEPT-TABLE.
   05 WS-DEPT-ENTRY OCCURS 50 TIMES.
      10 WS-DT-DEPT                PIC X(8).
01 WS-SCRN-TABLE.
   05 WS-SCRN-ENTRY OCCURS 300 TIMES.
      10 WS-ST-CLASS               PIC X(1).
      10 WS-ST-WORD                PIC X(30).
      10 WS-ST-LEN                 PIC 9(2).
PROCEDURE DIVISION.
    INITIALIZE WS-DATA-ITEMS
    MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    OPEN EXTEND CHANGE-JRNL
    IF WS-JRNL-STATUS EQUAL '35' THEN
       OPEN OUTPUT CHANGE-JRNL
    END-IF
    IF WS-JRNL-STATUS NOT EQUAL '00' THEN
       DISPLAY 'BANNERJ COULD NOT BE OPENED - STATUS '
               WS-JRNL-STATUS '. NO RECURRING BANNERS ARMED.'
       CLOSE SCHED-MASTER
       CLOSE QUEUE-FILE
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM LOAD-HOLIDAYS-PARA THRU LOAD-HOLIDAYS-EXIT
    MOVE WS-TODAY TO WS-LOOKUP-DATE
    PERFORM FIND-HOLIDAY-PARA THRU FIND-HOLIDAY-EXIT
       DISPLAY 'AUDITLOG COULD NOT BE OPENED - STATUS '
               WS-AUDIT-STATUS '. ARMED BANNERS WILL NOT BE LOGGED.'
    END-IF
    PERFORM LOAD-SCREEN-PARA THRU LOAD-SCREEN-EXIT
    OPEN EXTEND SCREEN-HITS
    IF WS-HIT-STATUS EQUAL '35' THEN
       OPEN OUTPUT SCREEN-HITS
    END-IF
    IF WS-HIT-STATUS EQUAL '00' THEN
       MOVE 'Y' TO WS-HIT-OPEN-SW
    ELSE
       MOVE 'N' TO WS-HIT-OPEN-SW
       DISPLAY 'SCRNHIT COULD NOT BE OPENED - STATUS '
               WS-HIT-STATUS '. SCREENING HITS WILL NOT BE LOGGED.'
    END-IF
    MOVE 'N' TO WS-SCHED-EOF-SW
    PERFORM UNTIL WS-SCHED-EOF-SW EQUAL 'Y'
       READ SCHED-MASTER
    END-PERFORM
    CLOSE SCHED-MASTER
    CLOSE QUEUE-FILE
    CLOSE CHANGE-JRNL
    IF WS-JRNL-ERR-COUNT > 0 THEN
       DISPLAY WS-JRNL-ERR-COUNT ' QUEUE CHANGES COULD NOT BE'
               ' JOURNALED - TAKE A FRESH QUEUE BACKUP.'
       IF RETURN-CODE < 4 THEN
          MOVE 4 TO RETURN-CODE
       END-IF
    END-IF
    IF WS-AUDIT-OPEN-SW EQUAL 'Y' THEN
       CLOSE AUDIT-LOG
    END-IF
    IF WS-HIT-OPEN-SW EQUAL 'Y' THEN
       CLOSE SCREEN-HITS
    END-IF
    DISPLAY WS-ARMED-COUNT ' RECURRING BANNERS ARMED FOR ' WS-TODAY
            ', ' WS-HELD-COUNT ' LEFT ON HOLD, '
            WS-BAD-COUNT ' MASTER RECORDS UNUSABLE.'
               ' HOLIDAY, ' WS-DEFER-COUNT ' DEFERRED TO THE NEXT'
               ' WORKING DAY.'
    END-IF
    IF WS-BANNED-COUNT > 0 OR WS-PROOF-COUNT > 0 THEN
       DISPLAY WS-BANNED-COUNT ' NOT ARMED FOR A BANNED WORD, '
               WS-PROOF-COUNT ' ARMED IN PROOF FOR A SENSITIVE WORD.'
    END-IF
    IF WS-BAD-COUNT > 0 OR WS-BANNED-COUNT > 0
       OR WS-SCRN-STATUS NOT EQUAL '00' THEN
       MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.
    END-IF
    IF WS-DUE-SW EQUAL 'Y' THEN
       PERFORM ARM-REQUEST-PARA THRU ARM-REQUEST-EXIT
       IF WS-BANNED-SW EQUAL 'Y' THEN
          ADD 1 TO WS-BANNED-COUNT
          GO TO EVAL-ONE-EXIT
       END-IF
       IF WS-HELD-SW EQUAL 'Y' THEN
          ADD 1 TO WS-HELD-COUNT
       ELSE
*> schedule ID: the slot left from the last occurrence is re-armed
*> pending with the master's current options and text, a held slot
*> is left exactly as the scheduler parked it, and a brand-new
*> schedule gets a fresh record.  The text is screened first: a
*> banned word leaves the occurrence unarmed, and a sensitive word
*> arms it in proof instead of pending (BUILD-QUEUE-REC-PARA).
ARM-REQUEST-PARA.
    MOVE 'N' TO WS-HELD-SW
    MOVE 'N' TO WS-BANNED-SW
    MOVE SM-TEXT TO WS-SCREEN-TEXT
    MOVE SM-SCHED-ID TO WS-SCREEN-KEY
    MOVE SM-DEPT TO WS-SCREEN-DEPT
    PERFORM SCREEN-TEXT-PARA THRU SCREEN-TEXT-EXIT
    IF WS-SCREEN-CLASS EQUAL 'B' THEN
       MOVE 'Y' TO WS-BANNED-SW
       DISPLAY 'SCHEDULE ' SM-SCHED-ID ' - BANNED WORD '
               FUNCTION TRIM(WS-SCREEN-WORD) ' - NOT ARMED.'
       MOVE 'REJECTED' TO WS-SCREEN-ACTION
       PERFORM LOG-HIT-PARA THRU LOG-HIT-EXIT
       GO TO ARM-REQUEST-EXIT
    END-IF
    MOVE SM-SCHED-ID TO BQ-REQUEST-ID
    READ QUEUE-FILE
        INVALID KEY
                  DISPLAY 'SCHEDULE ' SM-SCHED-ID ' COULD NOT BE'
                          ' ARMED - STATUS ' WS-QUEUE-STATUS
                  ADD 1 TO WS-BAD-COUNT
               NOT INVALID KEY
                  MOVE 'A' TO WS-JRNL-ACTION
                  PERFORM WRITE-JOURNAL-PARA THRU WRITE-JOURNAL-EXIT
                  PERFORM LOG-PROOF-PARA THRU LOG-PROOF-EXIT
           END-WRITE
        NOT INVALID KEY
           MOVE BQ-RECORD TO WS-JRNL-BEFORE
           IF BQ-STATUS EQUAL 'H' THEN
              MOVE 'Y' TO WS-HELD-SW
              DISPLAY 'SCHEDULE ' SM-SCHED-ID ' IS HELD ON THE'
           ELSE
              PERFORM BUILD-QUEUE-REC-PARA THRU BUILD-QUEUE-REC-EXIT
              REWRITE BQ-RECORD
              MOVE 'C' TO WS-JRNL-ACTION
              PERFORM WRITE-JOURNAL-PARA THRU WRITE-JOURNAL-EXIT
              PERFORM LOG-PROOF-PARA THRU LOG-PROOF-EXIT
           END-IF
    END-READ.
ARM-REQUEST-EXIT. EXIT.
    ELSE
       MOVE SPACE TO BQ-SPACING
    END-IF
    IF SM-DISPLAY-UNTIL IS NUMERIC THEN
       MOVE SM-DISPLAY-UNTIL TO BQ-DISPLAY-UNTIL
    END-IF
    MOVE WS-TODAY TO BQ-STAT-DATE
    MOVE WS-TODAY TO BQ-ADD-DATE
    IF WS-SCREEN-CLASS EQUAL 'S' THEN
       MOVE 'R' TO BQ-STATUS
       MOVE 'Y' TO BQ-WAS-PROOFED
       MOVE 'SCREEN' TO BQ-HOLD-REASON
    END-IF.
BUILD-QUEUE-REC-EXIT. EXIT.

*> LOG-PROOF-PARA reports and logs an occurrence armed in proof for
*> a sensitive word, once it is actually on the queue.
LOG-PROOF-PARA.
    IF WS-SCREEN-CLASS NOT EQUAL 'S' THEN
       GO TO LOG-PROOF-EXIT
    END-IF
    ADD 1 TO WS-PROOF-COUNT
    DISPLAY 'SCHEDULE ' SM-SCHED-ID ' - SENSITIVE WORD '
            FUNCTION TRIM(WS-SCREEN-WORD)
            ' - ARMED FOR PROOF, APPROVE TO SERVE.'
    MOVE 'PROOF' TO WS-SCREEN-ACTION
    PERFORM LOG-HIT-PARA THRU LOG-HIT-EXIT.
LOG-PROOF-EXIT. EXIT.

*> LOG-ARMED-PARA writes the armed banner to the audit trail in the
*> same record form the render uses, with a zero line count - the
*> render itself logs the real volume when the banner prints.
    END-IF
    END-PERFORM.
FIND-HOLIDAY-EXIT. EXIT.

*> LOAD-SCREEN-PARA reads the safety office's SCRNLIST word list
*> into the screening table: class B (banned - the text is turned
*> away) or S (sensitive - the text goes to proof for sign-off) in
*> column one, the word or phrase in columns 3-32.  Comment records
*> (* in column one) and entries with any other class are left out.
*> Each word is kept upper-cased with its punctuation blanked, the
*> same way SCREEN-TEXT-PARA treats the text it is matched against.
LOAD-SCREEN-PARA.
    MOVE 0 TO WS-SCRN-COUNT
    OPEN INPUT SCREEN-LIST
    IF WS-SCRN-STATUS NOT EQUAL '00' THEN
       DISPLAY 'SCRNLIST IS NOT AVAILABLE - STATUS ' WS-SCRN-STATUS
               '. TEXT WILL NOT BE SCREENED.'
       GO TO LOAD-SCREEN-EXIT
    END-IF
    MOVE 'N' TO WS-SCRN-EOF-SW
    PERFORM UNTIL WS-SCRN-EOF-SW EQUAL 'Y'
       READ SCREEN-LIST
           AT END
              MOVE 'Y' TO WS-SCRN-EOF-SW
           NOT AT END
              PERFORM STORE-SCREEN-PARA THRU STORE-SCREEN-EXIT
       END-READ
    END-PERFORM
    CLOSE SCREEN-LIST.
LOAD-SCREEN-EXIT. EXIT.

STORE-SCREEN-PARA.
    IF SL-CLASS EQUAL '*' OR SL-RECORD EQUAL SPACES THEN
       GO TO STORE-SCREEN-EXIT
    END-IF
    MOVE FUNCTION UPPER-CASE(SL-CLASS) TO SL-CLASS
    MOVE FUNCTION UPPER-CASE(SL-WORD) TO WS-SCREEN-WORD
    INSPECT WS-SCREEN-WORD
            CONVERTING WS-SCREEN-PUNCT TO WS-SCREEN-BLANKS
    IF (SL-CLASS NOT EQUAL 'B' AND SL-CLASS NOT EQUAL 'S')
       OR WS-SCREEN-WORD EQUAL SPACES THEN
       DISPLAY 'SCRNLIST ENTRY ' SL-CLASS ' ' SL-WORD
               ' IS NOT CLASS B OR S WITH A WORD - LEFT OUT.'
       GO TO STORE-SCREEN-EXIT
    END-IF
    IF WS-SCRN-COUNT >= WS-MAX-SCRN THEN
       DISPLAY 'SCRNLIST CARRIES MORE THAN ' WS-MAX-SCRN
               ' ENTRIES - IGNORING ' SL-WORD
       GO TO STORE-SCREEN-EXIT
    END-IF
    ADD 1 TO WS-SCRN-COUNT
    MOVE SL-CLASS TO WS-ST-CLASS(WS-SCRN-COUNT)
    MOVE FUNCTION TRIM(WS-SCREEN-WORD) TO WS-ST-WORD(WS-SCRN-COUNT)
    COMPUTE WS-ST-LEN(WS-SCRN-COUNT) =
            FUNCTION LENGTH(FUNCTION TRIM(WS-SCREEN-WORD)).
STORE-SCREEN-EXIT. EXIT.

*> SCREEN-TEXT-PARA matches the text in WS-SCREEN-TEXT against the
*> screening table, whole words only (so a banned word inside an
*> innocent one is not a hit), and leaves the class of the hit in
*> WS-SCREEN-CLASS - B when any banned word matched, otherwise S
*> when a sensitive one did, blank when the text is clean - with
*> the matched word in WS-SCREEN-WORD.
SCREEN-TEXT-PARA.
    MOVE SPACE TO WS-SCREEN-CLASS
    MOVE SPACES TO WS-SCREEN-WORD
    MOVE SPACES TO WS-SCREEN-WORK
    MOVE FUNCTION UPPER-CASE(WS-SCREEN-TEXT) TO WS-SCREEN-WORK(2:30)
    INSPECT WS-SCREEN-WORK
            CONVERTING WS-SCREEN-PUNCT TO WS-SCREEN-BLANKS
    PERFORM VARYING WS-SX FROM 1 BY 1
            UNTIL WS-SX > WS-SCRN-COUNT OR WS-SCREEN-CLASS EQUAL 'B'
    MOVE SPACES TO WS-SCREEN-PAT
    MOVE WS-ST-WORD(WS-SX) TO WS-SCREEN-PAT(2:WS-ST-LEN(WS-SX))
    COMPUTE WS-SCREEN-PLEN = WS-ST-LEN(WS-SX) + 2
    MOVE 0 TO WS-SCREEN-TALLY
    INSPECT WS-SCREEN-WORK TALLYING WS-SCREEN-TALLY
            FOR ALL WS-SCREEN-PAT(1:WS-SCREEN-PLEN)
    IF WS-SCREEN-TALLY > 0
       AND (WS-ST-CLASS(WS-SX) EQUAL 'B'
            OR WS-SCREEN-CLASS EQUAL SPACE) THEN
       MOVE WS-ST-CLASS(WS-SX) TO WS-SCREEN-CLASS
       MOVE WS-ST-WORD(WS-SX) TO WS-SCREEN-WORD
    END-IF
    END-PERFORM.
SCREEN-TEXT-EXIT. EXIT.

*> LOG-HIT-PARA appends a screening hit to the SCRNHIT log for the
*> safety office's SCRNRPT review: when, which program, the request
*> and department, the class, what was done (REJECTED or PROOF),
*> the word matched and the text it was found in.
LOG-HIT-PARA.
    IF WS-HIT-OPEN-SW NOT EQUAL 'Y' THEN
       GO TO LOG-HIT-EXIT
    END-IF
    MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
    MOVE SPACES TO SH-RECORD
    MOVE WS-TIMESTAMP(1:8) TO SH-DATE
    MOVE WS-TIMESTAMP(9:6) TO SH-TIME
    MOVE 'SCHEDGEN' TO SH-PROGRAM
    MOVE WS-SCREEN-KEY TO SH-REQUEST-ID
    MOVE WS-SCREEN-DEPT TO SH-DEPT
    MOVE WS-SCREEN-CLASS TO SH-CLASS
    MOVE WS-SCREEN-ACTION TO SH-ACTION
    MOVE WS-SCREEN-WORD TO SH-WORD
    MOVE WS-SCREEN-TEXT TO SH-TEXT
    WRITE SH-RECORD.
LOG-HIT-EXIT. EXIT.

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
    MOVE 'SCHEDGEN' TO QJ-PROGRAM
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
