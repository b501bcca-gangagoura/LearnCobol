*> 02-SEP-2026  the reject record carries the request's needed-by
*> date and letter spacing, and both ride back onto the reloaded
*> queue record - a bounced deadline banner keeps its deadline.
*> 15-OCT-2026  the queue record is 160 bytes; a reprint rewritten
*> from error keeps the original request ID and reprint reason it
*> was queued with, so it is still billed and listed as a reprint.
*> 15-OCT-2026  a request rewritten from error keeps the date it
*> was first added and its held and proof marks, so the SLARPT
*> turnaround clock runs from the original add; one added fresh
*> is stamped added today.
*> 15-OCT-2026  a request rewritten from error keeps the operator
*> QUEUEMNT last stamped on it.
*> 15-OCT-2026  corrected text is screened against the safety
*> office's SCRNLIST word list: a banned word leaves the reject
*> behind, a sensitive word loads it in proof (R, hold reason
*> SCREEN) for sign-off by QUEUEMNT APPROVE.  Hits are logged to
*> SCRNHIT for the SCRNRPT review.
*> 15-OCT-2026  each reject added or rewritten on the queue is
*> appended, before and after, to the BANNERJ change journal that
*> QRECOVER replays over the night's queue backup.  Nothing is
*> reworked when the journal cannot be opened.
*> 15-OCT-2026  a request rewritten from error keeps the LED
*> display-until date it was queued with.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BQ-REQUEST-ID
           FILE STATUS IS WS-QUEUE-STATUS.
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
FD  REJECT-IN.
    05 BQ-STAT-DATE                PIC X(8).
    05 BQ-NEEDED-BY                PIC X(8).
    05 BQ-SPACING                  PIC X(1).
    05 BQ-HOLD-REASON              PIC X(8).
    05 FILLER                      PIC X(1).
    05 BQ-REPRINT-LINK.
       10 BQ-REPRINT-OF            PIC X(8).
       10 BQ-REPRINT-RSN           PIC X(1).
    05 BQ-TURNAROUND.
       10 BQ-ADD-DATE              PIC X(8).
       10 BQ-SERVED-DATE           PIC X(8).
       10 BQ-WAS-HELD              PIC X(1).
       10 BQ-WAS-PROOFED           PIC X(1).
    05 BQ-LAST-OPER                PIC X(8).
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
01 WS-REJECT-STATUS                PIC X(2).
01 WS-QUEUE-STATUS                 PIC X(2).
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
   05 WS-REJECT-EOF-SW             PIC X(1).
   05 WS-LOADED-COUNT              PIC 9(5).
   05 WS-LEFT-COUNT                PIC 9(5).
   05 WS-TIMESTAMP                 PIC X(21).
   05 WS-TODAY                     PIC X(8).
   05 WS-REPRINT-LINK              PIC X(9).
   05 WS-TURNAROUND                PIC X(18).
   05 WS-LAST-OPER                 PIC X(8).
   05 WS-DISPLAY-UNTIL             PIC X(8).
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
   05 WS-PROOF-COUNT               PIC 9(5).
01 WS-SCRN-TABLE.
   05 WS-SCRN-ENTRY OCCURS 300 TIMES.
      10 WS-ST-CLASS               PIC X(1).
      10 WS-ST-WORD                PIC X(30).
      10 WS-ST-LEN                 PIC 9(2).
PROCEDURE DIVISION.
    INITIALIZE WS-DATA-ITEMS
    MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
       CLOSE QUEUE-FILE
       STOP RUN
    END-IF
    OPEN EXTEND CHANGE-JRNL
    IF WS-JRNL-STATUS EQUAL '35' THEN
       OPEN OUTPUT CHANGE-JRNL
    END-IF
    IF WS-JRNL-STATUS NOT EQUAL '00' THEN
       DISPLAY 'BANNERJ COULD NOT BE OPENED - STATUS '
               WS-JRNL-STATUS '. NOTHING REWORKED.'
       CLOSE REJECT-IN
       CLOSE QUEUE-FILE
       MOVE 8 TO RETURN-CODE
       STOP RUN
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
    MOVE 'N' TO WS-REJECT-EOF-SW
    PERFORM UNTIL WS-REJECT-EOF-SW EQUAL 'Y'
       READ REJECT-IN
    END-PERFORM
    CLOSE REJECT-IN
    CLOSE QUEUE-FILE
    CLOSE CHANGE-JRNL
    IF WS-JRNL-ERR-COUNT > 0 THEN
       DISPLAY WS-JRNL-ERR-COUNT ' QUEUE CHANGES COULD NOT BE'
               ' JOURNALED - TAKE A FRESH QUEUE BACKUP.'
       IF RETURN-CODE < 4 THEN
          MOVE 4 TO RETURN-CODE
       END-IF
    END-IF
    IF WS-HIT-OPEN-SW EQUAL 'Y' THEN
       CLOSE SCREEN-HITS
    END-IF
    DISPLAY WS-LOADED-COUNT ' REWORKED REQUESTS LOADED AT THE FRONT'
            ' OF THE QUEUE, ' WS-LEFT-COUNT ' LEFT BEHIND.'
    IF WS-PROOF-COUNT > 0 THEN
       DISPLAY WS-PROOF-COUNT ' OF THOSE LOADED IN PROOF FOR A'
               ' SENSITIVE WORD.'
    END-IF
    IF WS-LEFT-COUNT > 0 OR WS-SCRN-STATUS NOT EQUAL '00' THEN
       MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.
*> LOAD-REJECT-PARA puts one corrected reject back on the queue at
*> priority 1: the still-flagged E record is rewritten pending with
*> the corrected fields, or a fresh record is written when the
*> request has since left the queue.  A rewritten reprint keeps its
*> link to the original and its reprint reason, and any rewritten
*> request keeps its add date and held and proof marks.  The text
*> is screened first: a banned word leaves the reject behind, and
*> a sensitive word loads it in proof instead of pending.
LOAD-REJECT-PARA.
    IF RJ-REQUEST-ID EQUAL SPACES THEN
       GO TO LOAD-REJECT-EXIT
       ADD 1 TO WS-LEFT-COUNT
       GO TO LOAD-REJECT-EXIT
    END-IF
    MOVE RJ-TEXT TO WS-SCREEN-TEXT
    MOVE RJ-REQUEST-ID TO WS-SCREEN-KEY
    MOVE RJ-DEPT TO WS-SCREEN-DEPT
    PERFORM SCREEN-TEXT-PARA THRU SCREEN-TEXT-EXIT
    IF WS-SCREEN-CLASS EQUAL 'B' THEN
       DISPLAY 'REJECT ' RJ-REQUEST-ID ' - BANNED WORD '
               FUNCTION TRIM(WS-SCREEN-WORD) ' - LEFT BEHIND.'
       MOVE 'REJECTED' TO WS-SCREEN-ACTION
       PERFORM LOG-HIT-PARA THRU LOG-HIT-EXIT
       ADD 1 TO WS-LEFT-COUNT
       GO TO LOAD-REJECT-EXIT
    END-IF
    MOVE RJ-REQUEST-ID TO BQ-REQUEST-ID
    READ QUEUE-FILE
        INVALID KEY
           PERFORM BUILD-QUEUE-REC-PARA THRU BUILD-QUEUE-REC-EXIT
           PERFORM SET-PROOF-PARA THRU SET-PROOF-EXIT
           WRITE BQ-RECORD
               INVALID KEY
                  DISPLAY 'REJECT ' RJ-REQUEST-ID ' COULD NOT BE'
                  ADD 1 TO WS-LEFT-COUNT
               NOT INVALID KEY
                  ADD 1 TO WS-LOADED-COUNT
                  MOVE 'A' TO WS-JRNL-ACTION
                  PERFORM WRITE-JOURNAL-PARA THRU WRITE-JOURNAL-EXIT
                  PERFORM LOG-PROOF-PARA THRU LOG-PROOF-EXIT
           END-WRITE
        NOT INVALID KEY
           MOVE BQ-RECORD TO WS-JRNL-BEFORE
           IF BQ-STATUS EQUAL 'E' THEN
              MOVE BQ-REPRINT-LINK TO WS-REPRINT-LINK
              MOVE BQ-TURNAROUND TO WS-TURNAROUND
              MOVE BQ-LAST-OPER TO WS-LAST-OPER
              MOVE BQ-DISPLAY-UNTIL TO WS-DISPLAY-UNTIL
              PERFORM BUILD-QUEUE-REC-PARA THRU BUILD-QUEUE-REC-EXIT
              MOVE WS-REPRINT-LINK TO BQ-REPRINT-LINK
              MOVE WS-TURNAROUND TO BQ-TURNAROUND
              MOVE WS-LAST-OPER TO BQ-LAST-OPER
              MOVE WS-DISPLAY-UNTIL TO BQ-DISPLAY-UNTIL
              MOVE SPACES TO BQ-SERVED-DATE
              PERFORM SET-PROOF-PARA THRU SET-PROOF-EXIT
              REWRITE BQ-RECORD
                  INVALID KEY
                     DISPLAY 'REJECT ' RJ-REQUEST-ID ' COULD NOT BE'
                     ADD 1 TO WS-LEFT-COUNT
                  NOT INVALID KEY
                     ADD 1 TO WS-LOADED-COUNT
                     MOVE 'C' TO WS-JRNL-ACTION
                     PERFORM WRITE-JOURNAL-PARA THRU WRITE-JOURNAL-EXIT
                     PERFORM LOG-PROOF-PARA THRU LOG-PROOF-EXIT
              END-REWRITE
           ELSE
              DISPLAY 'REJECT ' RJ-REQUEST-ID ' IS NO LONGER IN'
    ELSE
       MOVE SPACE TO BQ-SPACING
    END-IF
    MOVE WS-TODAY TO BQ-STAT-DATE
    MOVE WS-TODAY TO BQ-ADD-DATE.
BUILD-QUEUE-REC-EXIT. EXIT.

*> SET-PROOF-PARA loads text with a sensitive word in proof rather
*> than pending, marked proofed with hold reason SCREEN, so it waits
*> for sign-off by QUEUEMNT APPROVE.
SET-PROOF-PARA.
    IF WS-SCREEN-CLASS EQUAL 'S' THEN
       MOVE 'R' TO BQ-STATUS
       MOVE 'Y' TO BQ-WAS-PROOFED
       MOVE 'SCREEN' TO BQ-HOLD-REASON
    END-IF.
SET-PROOF-EXIT. EXIT.

*> LOG-PROOF-PARA reports and logs a reject loaded in proof for a
*> sensitive word, once it is actually back on the queue.
LOG-PROOF-PARA.
    IF WS-SCREEN-CLASS NOT EQUAL 'S' THEN
       GO TO LOG-PROOF-EXIT
    END-IF
    ADD 1 TO WS-PROOF-COUNT
    DISPLAY 'REJECT ' RJ-REQUEST-ID ' - SENSITIVE WORD '
            FUNCTION TRIM(WS-SCREEN-WORD)
            ' - LOADED FOR PROOF, APPROVE TO SERVE.'
    MOVE 'PROOF' TO WS-SCREEN-ACTION
    PERFORM LOG-HIT-PARA THRU LOG-HIT-EXIT.
LOG-PROOF-EXIT. EXIT.

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
    MOVE 'REWORK' TO SH-PROGRAM
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
    MOVE 'REWORK' TO QJ-PROGRAM
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
