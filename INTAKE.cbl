ID DIVISION.
PROGRAM-ID. INTAKE.
AUTHOR. gangagoura.
DATE-WRITTEN. 15-OCT-2026.
*> INTAKE loads a department's own request file onto the banner
*> queue, so requests stop arriving as emails the dock office
*> re-keys into QUEUEMNT ADD cards.  Each line of INTAKEIN is one
*> request, its fields separated by a vertical bar (|) in this
*> order:
*>   banner text | department | size (S/L) | orientation (H/V) |
*>   letter spacing (1/2) | copies | needed-by (YYYYMMDD) |
*>   requester name | requester contact [ | display-until ]
*> Blank optional fields ride on the run defaults, as they do on an
*> ADD card.  The tenth field, the last day (YYYYMMDD) the message
*> may stay up on the LED boards, may be left off altogether, so a
*> department system that sends nine fields needs no change.
*> Every line gets the checks an ADD card gets - the department on
*> the DEPTMST master, dates that scan, the option bytes - plus the
*> text checked against the glyphs the night's FONTLIB typeface
*> carries, so a request that could only bounce off PATTERN into
*> REJECTS is turned back now instead.
*> The text is also screened against the safety office's SCRNLIST
*> word list: a banned word turns the line back with the word as
*> the reason, and a sensitive word (a customer name, RECALL) sends
*> the request to proof (R, hold reason SCREEN) for sign-off by
*> QUEUEMNT APPROVE instead of pending.  Every hit is logged to
*> SCRNHIT for the safety office's SCRNRPT review.  A
*> good line is given a queue request ID (I, the last digit of the
*> year, the day of the year and a three-digit sequence) and goes
*> on BANNERQ pending at priority 5, stamped added today.  Each
*> request loaded is appended to the BANNERJ change journal that
*> QRECOVER replays over the night's queue backup; nothing loads
*> when the journal cannot be opened.
*> Every non-blank line gets an acknowledgment on INTAKACK for the
*> department's system to pick up: accepted with the assigned
*> request ID, or rejected with the reason.  The run ends RC 4 when
*> any line was rejected or the word list could not be read.
*> The SYSIN card names the typeface the night run prints in, with
*> the same answer PATTERN takes: (S)TANDARD or (N)ARROW.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT INTAKE-IN ASSIGN TO 'INTAKEIN'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INTAKE-STATUS.
    SELECT INTAKE-ACK ASSIGN TO 'INTAKACK'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACK-STATUS.
    SELECT QUEUE-FILE ASSIGN TO 'BANNERQ'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BQ-REQUEST-ID
           FILE STATUS IS WS-QUEUE-STATUS.
    SELECT DEPT-MASTER ASSIGN TO 'DEPTMST'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEPT-STATUS.
    SELECT FONT-LIB ASSIGN TO 'FONTLIB'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FONT-STATUS.
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
FD  INTAKE-IN.
01  IN-RECORD                      PIC X(256).
FD  INTAKE-ACK.
01  AK-RECORD.
    05 AK-RUN-DATE                 PIC X(8).
    05 FILLER                      PIC X(1).
    05 AK-LINE-NO                  PIC 9(5).
    05 FILLER                      PIC X(1).
    05 AK-DEPT                     PIC X(8).
    05 FILLER                      PIC X(1).
    05 AK-REQUEST-ID               PIC X(8).
    05 FILLER                      PIC X(1).
    05 AK-RESULT                   PIC X(1).
    05 FILLER                      PIC X(1).
    05 AK-REASON                   PIC X(20).
    05 FILLER                      PIC X(1).
    05 AK-TEXT                     PIC X(30).
    05 FILLER                      PIC X(1).
    05 AK-REQUESTER                PIC X(20).
    05 FILLER                      PIC X(1).
    05 AK-CONTACT                  PIC X(30).
FD  QUEUE-FILE.
01  BQ-RECORD.
    05 BQ-REQUEST-ID               PIC X(8).
    05 BQ-PRIORITY                 PIC 9(1).
    05 BQ-STATUS                   PIC X(1).
    05 BQ-DEPT                     PIC X(8).
    05 BQ-SIZE                     PIC X(1).
    05 BQ-FILL                     PIC X(1).
    05 BQ-BORDER                   PIC X(1).
    05 BQ-COPIES                   PIC 9(2).
    05 BQ-TEXT                     PIC X(30).
    05 BQ-ORIENT                   PIC X(1).
    05 BQ-STAT-DATE                PIC X(8).
    05 BQ-NEEDED-BY                PIC X(8).
    05 BQ-SPACING                  PIC X(1).
    05 BQ-HOLD-REASON              PIC X(8).
    05 BQ-BUDGET-OVR               PIC X(1).
    05 BQ-REPRINT-LINK.
       10 BQ-REPRINT-OF            PIC X(8).
       10 BQ-REPRINT-RSN           PIC X(1).
    05 BQ-ADD-DATE                 PIC X(8).
    05 FILLER                      PIC X(9).
    05 BQ-WAS-PROOFED              PIC X(1).
    05 FILLER                      PIC X(8).
    05 BQ-DISPLAY-UNTIL            PIC X(8).
    05 FILLER                      PIC X(37).
FD  DEPT-MASTER.
01  DM-RECORD.
    05 DM-DEPT                     PIC X(8).
    05 FILLER                      PIC X(72).
FD  FONT-LIB.
01  FL-RECORD.
    05 FL-FACE                     PIC X(8).
    05 FILLER                      PIC X(1).
    05 FL-CHAR                     PIC X(1).
    05 FILLER                      PIC X(70).
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
01 WS-MAX-DEPTS                    PIC 9(2) VALUE 50.
01 WS-MAX-GLYPHS                   PIC 9(2) VALUE 50.
01 WS-MAX-LEN                      PIC 9(2) VALUE 30.
01 WS-INTAKE-STATUS                PIC X(2).
01 WS-ACK-STATUS                   PIC X(2).
01 WS-QUEUE-STATUS                 PIC X(2).
01 WS-DEPT-STATUS                  PIC X(2).
01 WS-FONT-STATUS                  PIC X(2).
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
   05 WS-EOF-SW                    PIC X(1).
   05 WS-DEPT-EOF-SW               PIC X(1).
   05 WS-FONT-EOF-SW               PIC X(1).
   05 WS-TIMESTAMP                 PIC X(21).
   05 WS-TODAY                     PIC X(8).
   05 WS-TODAY-NUM                 PIC 9(8).
   05 WS-JULIAN                    PIC 9(7).
   05 WS-ID-STEM                   PIC X(5).
   05 WS-NEXT-SEQ                  PIC 9(4).
   05 WS-SEQ-OUT                   PIC 9(3).
   05 WS-WRITTEN-SW                PIC X(1).
   05 WS-FACE-OPTION               PIC X(1).
   05 WS-FACE-NAME                 PIC X(8).
   05 WS-LINE-NO                   PIC 9(5).
   05 WS-ACCEPTED-COUNT            PIC 9(5).
   05 WS-REJECTED-COUNT            PIC 9(5).
   05 WS-FIELD-COUNT               PIC 9(2).
   05 WS-REASON                    PIC X(20).
   05 WS-DEPT-COUNT                PIC 9(2).
   05 WS-DEPT-IX                   PIC 9(2).
   05 WS-DX                        PIC 9(2).
   05 WS-LOOKUP-DEPT               PIC X(8).
   05 WS-GLYPH-COUNT               PIC 9(2).
   05 WS-GLYPH-IX                  PIC 9(2).
   05 WS-G                         PIC 9(2).
   05 WS-LOOKUP-CHAR               PIC X(1).
   05 WS-I                         PIC 9(2).
   05 WS-TEXT-LEN                  PIC 9(3).
   05 WS-COPIES-IN                 PIC X(2) JUSTIFIED RIGHT.
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
01 WS-FIELDS.
   05 WS-F-TEXT                    PIC X(60).
   05 WS-F-DEPT                    PIC X(40).
   05 WS-F-SIZE                    PIC X(40).
   05 WS-F-ORIENT                  PIC X(40).
   05 WS-F-SPACING                 PIC X(40).
   05 WS-F-COPIES                  PIC X(40).
   05 WS-F-NEEDED-BY               PIC X(40).
   05 WS-F-REQUESTER               PIC X(40).
   05 WS-F-CONTACT                 PIC X(40).
   05 WS-F-DISPLAY-UNTIL           PIC X(40).
01 WS-REQUEST.
   05 WS-RQ-TEXT                   PIC X(30).
   05 WS-RQ-DEPT                   PIC X(8).
   05 WS-RQ-SIZE                   PIC X(1).
   05 WS-RQ-ORIENT                 PIC X(1).
   05 WS-RQ-SPACING                PIC X(1).
   05 WS-RQ-COPIES                 PIC 9(2).
   05 WS-RQ-NEEDED-BY              PIC X(8).
   05 WS-RQ-REQUESTER              PIC X(20).
   05 WS-RQ-CONTACT                PIC X(30).
   05 WS-RQ-DISPLAY-UNTIL          PIC X(8).
01 WS-DEPT-TABLE.
   05 WS-DEPT-ENTRY OCCURS 50 TIMES.
      10 WS-DT-DEPT                PIC X(8).
01 WS-FONT-TABLE.
   05 WS-GLYPH-ENTRY OCCURS 50 TIMES.
      10 WS-GLYPH-CHAR             PIC X(1).
01 WS-SCRN-TABLE.
   05 WS-SCRN-ENTRY OCCURS 300 TIMES.
      10 WS-ST-CLASS               PIC X(1).
      10 WS-ST-WORD                PIC X(30).
      10 WS-ST-LEN                 PIC 9(2).
PROCEDURE DIVISION.
    INITIALIZE WS-DATA-ITEMS
    MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
    MOVE WS-TIMESTAMP(1:8) TO WS-TODAY
    MOVE WS-TODAY TO WS-TODAY-NUM
    COMPUTE WS-JULIAN = FUNCTION DAY-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM))
    MOVE SPACES TO WS-ID-STEM
    STRING 'I' WS-TODAY(4:1) WS-JULIAN(5:3)
           DELIMITED BY SIZE INTO WS-ID-STEM
    ACCEPT WS-FACE-OPTION
    MOVE FUNCTION UPPER-CASE(WS-FACE-OPTION) TO WS-FACE-OPTION
    IF WS-FACE-OPTION EQUAL 'N' THEN
       MOVE 'NARROW' TO WS-FACE-NAME
    ELSE
       MOVE 'STANDARD' TO WS-FACE-NAME
    END-IF
    PERFORM LOAD-DEPTS-PARA THRU LOAD-DEPTS-EXIT
    IF WS-DEPT-COUNT EQUAL 0 THEN
       DISPLAY 'NO DEPARTMENTS COULD BE LOADED FROM DEPTMST -'
               ' NOTHING WOULD VALIDATE. ENDING RUN.'
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM LOAD-FONT-PARA THRU LOAD-FONT-EXIT
    IF WS-GLYPH-COUNT EQUAL 0 THEN
       DISPLAY 'NO ' WS-FACE-NAME ' GLYPHS COULD BE LOADED FROM'
               ' FONTLIB - NOTHING WOULD VALIDATE. ENDING RUN.'
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    OPEN I-O QUEUE-FILE
    IF WS-QUEUE-STATUS NOT EQUAL '00' THEN
       DISPLAY 'BANNERQ IS NOT AVAILABLE - STATUS ' WS-QUEUE-STATUS
               '. ENDING RUN.'
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    OPEN INPUT INTAKE-IN
    IF WS-INTAKE-STATUS NOT EQUAL '00' THEN
       DISPLAY 'INTAKEIN IS NOT AVAILABLE - STATUS '
               WS-INTAKE-STATUS '. NOTHING TO LOAD.'
       CLOSE QUEUE-FILE
       STOP RUN
    END-IF
    OPEN EXTEND CHANGE-JRNL
    IF WS-JRNL-STATUS EQUAL '35' THEN
       OPEN OUTPUT CHANGE-JRNL
    END-IF
    IF WS-JRNL-STATUS NOT EQUAL '00' THEN
       DISPLAY 'BANNERJ COULD NOT BE OPENED - STATUS '
               WS-JRNL-STATUS '. NOTHING LOADED.'
       CLOSE QUEUE-FILE INTAKE-IN
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    OPEN OUTPUT INTAKE-ACK
    IF WS-ACK-STATUS NOT EQUAL '00' THEN
       DISPLAY 'INTAKACK COULD NOT BE OPENED - STATUS '
               WS-ACK-STATUS '. NOTHING LOADED - THE DEPARTMENT'
               ' COULD NOT BE TOLD.'
       CLOSE QUEUE-FILE INTAKE-IN CHANGE-JRNL
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
    MOVE 1 TO WS-NEXT-SEQ
    MOVE 'N' TO WS-EOF-SW
    PERFORM UNTIL WS-EOF-SW EQUAL 'Y'
       READ INTAKE-IN
           AT END
              MOVE 'Y' TO WS-EOF-SW
           NOT AT END
              ADD 1 TO WS-LINE-NO
              IF IN-RECORD NOT EQUAL SPACES THEN
                 PERFORM INTAKE-ONE-PARA THRU INTAKE-ONE-EXIT
              END-IF
       END-READ
    END-PERFORM
    CLOSE INTAKE-IN INTAKE-ACK QUEUE-FILE
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
    DISPLAY WS-LINE-NO ' INTAKE LINES READ, ' WS-ACCEPTED-COUNT
            ' ACCEPTED ONTO THE QUEUE, ' WS-REJECTED-COUNT
            ' REJECTED.'
    IF WS-PROOF-COUNT > 0 THEN
       DISPLAY WS-PROOF-COUNT ' OF THOSE ACCEPTED INTO PROOF FOR A'
               ' SENSITIVE WORD.'
    END-IF
    IF WS-REJECTED-COUNT > 0 OR WS-SCRN-STATUS NOT EQUAL '00' THEN
       MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

*> INTAKE-ONE-PARA takes one request line through the checks and,
*> when it passes, onto the queue - either way the department gets
*> an acknowledgment for the line.
INTAKE-ONE-PARA.
    PERFORM SPLIT-LINE-PARA THRU SPLIT-LINE-EXIT
    IF WS-REASON EQUAL SPACES THEN
       PERFORM CHECK-REQUEST-PARA THRU CHECK-REQUEST-EXIT
    END-IF
    IF WS-REASON EQUAL SPACES THEN
       PERFORM LOAD-REQUEST-PARA THRU LOAD-REQUEST-EXIT
    END-IF
    MOVE SPACES TO AK-RECORD
    MOVE WS-TODAY TO AK-RUN-DATE
    MOVE WS-LINE-NO TO AK-LINE-NO
    MOVE WS-RQ-DEPT TO AK-DEPT
    MOVE WS-RQ-TEXT TO AK-TEXT
    MOVE WS-RQ-REQUESTER TO AK-REQUESTER
    MOVE WS-RQ-CONTACT TO AK-CONTACT
    IF WS-REASON EQUAL SPACES THEN
       MOVE BQ-REQUEST-ID TO AK-REQUEST-ID
       MOVE 'A' TO AK-RESULT
       MOVE 'ACCEPTED' TO AK-REASON
       ADD 1 TO WS-ACCEPTED-COUNT
       IF WS-SCREEN-CLASS EQUAL 'S' THEN
          MOVE 'ACCEPTED FOR PROOF' TO AK-REASON
          ADD 1 TO WS-PROOF-COUNT
          DISPLAY 'LINE ' WS-LINE-NO ' FROM ' WS-RQ-DEPT
                  ' - SENSITIVE WORD '
                  FUNCTION TRIM(WS-SCREEN-WORD) ' - QUEUED AS '
                  BQ-REQUEST-ID ' FOR PROOF.'
          MOVE BQ-REQUEST-ID TO WS-SCREEN-KEY
          MOVE 'PROOF' TO WS-SCREEN-ACTION
          PERFORM LOG-HIT-PARA THRU LOG-HIT-EXIT
       END-IF
    ELSE
       MOVE 'R' TO AK-RESULT
       MOVE WS-REASON TO AK-REASON
       ADD 1 TO WS-REJECTED-COUNT
       DISPLAY 'LINE ' WS-LINE-NO ' FROM ' WS-RQ-DEPT ' REJECTED - '
               WS-REASON
    END-IF
    WRITE AK-RECORD.
INTAKE-ONE-EXIT. EXIT.

*> SPLIT-LINE-PARA breaks the line at its vertical bars into the
*> request fields, each trimmed of the padding the sending system
*> may have left around it.  A line without the first nine fields
*> is turned back whole rather than guessed at; the tenth, the
*> display-until date, is optional.
SPLIT-LINE-PARA.
    MOVE SPACES TO WS-REASON
    MOVE SPACES TO WS-FIELDS
    MOVE SPACES TO WS-REQUEST
    MOVE 0 TO WS-RQ-COPIES
    MOVE 0 TO WS-FIELD-COUNT
    UNSTRING IN-RECORD DELIMITED BY '|'
        INTO WS-F-TEXT WS-F-DEPT WS-F-SIZE WS-F-ORIENT WS-F-SPACING
             WS-F-COPIES WS-F-NEEDED-BY WS-F-REQUESTER WS-F-CONTACT
             WS-F-DISPLAY-UNTIL
        TALLYING IN WS-FIELD-COUNT
    END-UNSTRING
    MOVE FUNCTION TRIM(WS-F-DEPT) TO WS-RQ-DEPT
    MOVE FUNCTION TRIM(WS-F-TEXT) TO WS-RQ-TEXT
    MOVE FUNCTION TRIM(WS-F-REQUESTER) TO WS-RQ-REQUESTER
    MOVE FUNCTION TRIM(WS-F-CONTACT) TO WS-RQ-CONTACT
    IF WS-FIELD-COUNT < 9 THEN
       MOVE 'TOO FEW FIELDS' TO WS-REASON
       GO TO SPLIT-LINE-EXIT
    END-IF
    MOVE 0 TO WS-TEXT-LEN
    IF WS-F-TEXT NOT EQUAL SPACES THEN
       COMPUTE WS-TEXT-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-F-TEXT))
    END-IF
    IF WS-TEXT-LEN EQUAL 0 THEN
       MOVE 'NO TEXT' TO WS-REASON
       GO TO SPLIT-LINE-EXIT
    END-IF
    IF WS-TEXT-LEN > WS-MAX-LEN THEN
       MOVE 'TEXT OVER 30 CHARS' TO WS-REASON
       GO TO SPLIT-LINE-EXIT
    END-IF
    IF WS-F-DEPT NOT EQUAL SPACES
       AND FUNCTION LENGTH(FUNCTION TRIM(WS-F-DEPT)) > 8 THEN
       MOVE 'UNKNOWN DEPT' TO WS-REASON
       GO TO SPLIT-LINE-EXIT
    END-IF
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-F-SIZE))
         TO WS-F-SIZE
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-F-ORIENT))
         TO WS-F-ORIENT
    MOVE FUNCTION TRIM(WS-F-SPACING) TO WS-F-SPACING
    MOVE FUNCTION TRIM(WS-F-COPIES) TO WS-F-COPIES
    MOVE FUNCTION TRIM(WS-F-NEEDED-BY) TO WS-F-NEEDED-BY
    MOVE FUNCTION TRIM(WS-F-DISPLAY-UNTIL) TO WS-F-DISPLAY-UNTIL
    IF WS-F-SIZE(2:39) NOT EQUAL SPACES THEN
       MOVE 'BAD SIZE' TO WS-REASON
       GO TO SPLIT-LINE-EXIT
    END-IF
    IF WS-F-ORIENT(2:39) NOT EQUAL SPACES THEN
       MOVE 'BAD ORIENTATION' TO WS-REASON
       GO TO SPLIT-LINE-EXIT
    END-IF
    IF WS-F-SPACING(2:39) NOT EQUAL SPACES THEN
       MOVE 'BAD LETTER SPACING' TO WS-REASON
       GO TO SPLIT-LINE-EXIT
    END-IF
    IF WS-F-COPIES(3:38) NOT EQUAL SPACES THEN
       MOVE 'BAD COPIES' TO WS-REASON
       GO TO SPLIT-LINE-EXIT
    END-IF
    IF WS-F-NEEDED-BY(9:32) NOT EQUAL SPACES THEN
       MOVE 'BAD NEEDED-BY DATE' TO WS-REASON
       GO TO SPLIT-LINE-EXIT
    END-IF
    IF WS-F-DISPLAY-UNTIL(9:32) NOT EQUAL SPACES THEN
       MOVE 'BAD DISPLAY-UNTIL' TO WS-REASON
       GO TO SPLIT-LINE-EXIT
    END-IF
    MOVE WS-F-SIZE(1:1) TO WS-RQ-SIZE
    MOVE WS-F-ORIENT(1:1) TO WS-RQ-ORIENT
    MOVE WS-F-SPACING(1:1) TO WS-RQ-SPACING
    MOVE WS-F-NEEDED-BY(1:8) TO WS-RQ-NEEDED-BY
    MOVE WS-F-DISPLAY-UNTIL(1:8) TO WS-RQ-DISPLAY-UNTIL
    MOVE FUNCTION TRIM(WS-F-COPIES) TO WS-COPIES-IN
    IF WS-COPIES-IN EQUAL SPACES THEN
       MOVE 1 TO WS-RQ-COPIES
    ELSE
       INSPECT WS-COPIES-IN REPLACING LEADING SPACE BY '0'
       IF WS-COPIES-IN IS NUMERIC
          AND WS-COPIES-IN NOT EQUAL '00' THEN
          MOVE WS-COPIES-IN TO WS-RQ-COPIES
       ELSE
          MOVE 'BAD COPIES' TO WS-REASON
       END-IF
    END-IF.
SPLIT-LINE-EXIT. EXIT.

*> CHECK-REQUEST-PARA runs the split fields through the checks an
*> ADD card gets, plus the typeface check PATTERN would otherwise
*> make at render, and last the restricted-word screening - a banned
*> word is sent back as the reason and logged, a sensitive word is
*> left in WS-SCREEN-CLASS for LOAD-REQUEST-PARA to queue in proof.
*> The first failure found is the reason sent back.
CHECK-REQUEST-PARA.
    MOVE SPACE TO WS-SCREEN-CLASS
    MOVE WS-RQ-DEPT TO WS-LOOKUP-DEPT
    PERFORM FIND-DEPT-PARA THRU FIND-DEPT-EXIT
    IF WS-RQ-DEPT EQUAL SPACES OR WS-DEPT-IX EQUAL 0 THEN
       MOVE 'UNKNOWN DEPT' TO WS-REASON
       GO TO CHECK-REQUEST-EXIT
    END-IF
    IF WS-RQ-SIZE NOT EQUAL SPACE
       AND WS-RQ-SIZE NOT EQUAL 'S'
       AND WS-RQ-SIZE NOT EQUAL 'L' THEN
       MOVE 'BAD SIZE' TO WS-REASON
       GO TO CHECK-REQUEST-EXIT
    END-IF
    IF WS-RQ-ORIENT NOT EQUAL SPACE
       AND WS-RQ-ORIENT NOT EQUAL 'H'
       AND WS-RQ-ORIENT NOT EQUAL 'V' THEN
       MOVE 'BAD ORIENTATION' TO WS-REASON
       GO TO CHECK-REQUEST-EXIT
    END-IF
    IF WS-RQ-SPACING NOT EQUAL SPACE
       AND WS-RQ-SPACING NOT EQUAL '1'
       AND WS-RQ-SPACING NOT EQUAL '2' THEN
       MOVE 'BAD LETTER SPACING' TO WS-REASON
       GO TO CHECK-REQUEST-EXIT
    END-IF
    IF WS-RQ-NEEDED-BY NOT EQUAL SPACES
       AND WS-RQ-NEEDED-BY IS NOT NUMERIC THEN
       MOVE 'BAD NEEDED-BY DATE' TO WS-REASON
       GO TO CHECK-REQUEST-EXIT
    END-IF
    IF WS-RQ-DISPLAY-UNTIL NOT EQUAL SPACES
       AND WS-RQ-DISPLAY-UNTIL IS NOT NUMERIC THEN
       MOVE 'BAD DISPLAY-UNTIL' TO WS-REASON
       GO TO CHECK-REQUEST-EXIT
    END-IF
    IF WS-RQ-REQUESTER EQUAL SPACES THEN
       MOVE 'NO REQUESTER NAME' TO WS-REASON
       GO TO CHECK-REQUEST-EXIT
    END-IF
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MAX-LEN
    IF WS-REASON EQUAL SPACES
       AND WS-RQ-TEXT(WS-I:1) NOT EQUAL SPACE THEN
       MOVE FUNCTION UPPER-CASE(WS-RQ-TEXT(WS-I:1))
            TO WS-LOOKUP-CHAR
       PERFORM FIND-GLYPH-PARA THRU FIND-GLYPH-EXIT
       IF WS-GLYPH-IX EQUAL 0 THEN
          STRING 'INVALID CHAR ' WS-RQ-TEXT(WS-I:1) ' AT ' WS-I
                 DELIMITED BY SIZE INTO WS-REASON
       END-IF
    END-IF
    END-PERFORM
    IF WS-REASON NOT EQUAL SPACES THEN
       GO TO CHECK-REQUEST-EXIT
    END-IF
    MOVE WS-RQ-TEXT TO WS-SCREEN-TEXT
    MOVE SPACES TO WS-SCREEN-KEY
    MOVE WS-RQ-DEPT TO WS-SCREEN-DEPT
    PERFORM SCREEN-TEXT-PARA THRU SCREEN-TEXT-EXIT
    IF WS-SCREEN-CLASS EQUAL 'B' THEN
       STRING 'BANNED ' FUNCTION TRIM(WS-SCREEN-WORD)
              DELIMITED BY SIZE INTO WS-REASON
       MOVE 'REJECTED' TO WS-SCREEN-ACTION
       PERFORM LOG-HIT-PARA THRU LOG-HIT-EXIT
    END-IF.
CHECK-REQUEST-EXIT. EXIT.

*> LOAD-REQUEST-PARA builds the queue record and writes it under
*> the next free intake request ID.  A key some earlier run today
*> already took is simply stepped past, so the job can be run as
*> often as departments drop files.  Text with a sensitive word
*> goes on in proof rather than pending.
LOAD-REQUEST-PARA.
    MOVE SPACES TO BQ-RECORD
    MOVE 5 TO BQ-PRIORITY
    MOVE 'P' TO BQ-STATUS
    MOVE WS-RQ-DEPT TO BQ-DEPT
    MOVE WS-RQ-SIZE TO BQ-SIZE
    MOVE WS-RQ-COPIES TO BQ-COPIES
    MOVE WS-RQ-TEXT TO BQ-TEXT
    MOVE WS-RQ-ORIENT TO BQ-ORIENT
    MOVE WS-RQ-NEEDED-BY TO BQ-NEEDED-BY
    MOVE WS-RQ-DISPLAY-UNTIL TO BQ-DISPLAY-UNTIL
    MOVE WS-RQ-SPACING TO BQ-SPACING
    MOVE WS-TODAY TO BQ-STAT-DATE
    MOVE WS-TODAY TO BQ-ADD-DATE
    IF WS-SCREEN-CLASS EQUAL 'S' THEN
       MOVE 'R' TO BQ-STATUS
       MOVE 'Y' TO BQ-WAS-PROOFED
       MOVE 'SCREEN' TO BQ-HOLD-REASON
    END-IF
    MOVE 'N' TO WS-WRITTEN-SW
    PERFORM UNTIL WS-WRITTEN-SW EQUAL 'Y' OR WS-NEXT-SEQ > 999
       MOVE WS-NEXT-SEQ TO WS-SEQ-OUT
       MOVE SPACES TO BQ-REQUEST-ID
       STRING WS-ID-STEM WS-SEQ-OUT DELIMITED BY SIZE
              INTO BQ-REQUEST-ID
       ADD 1 TO WS-NEXT-SEQ
       WRITE BQ-RECORD
           INVALID KEY
              IF WS-QUEUE-STATUS NOT EQUAL '22' THEN
                 MOVE 'QUEUE WRITE FAILED' TO WS-REASON
                 DISPLAY 'BANNERQ WRITE FAILED FOR LINE '
                         WS-LINE-NO ' - STATUS ' WS-QUEUE-STATUS
                 MOVE 1000 TO WS-NEXT-SEQ
              END-IF
           NOT INVALID KEY
              MOVE 'Y' TO WS-WRITTEN-SW
              MOVE 'A' TO WS-JRNL-ACTION
              PERFORM WRITE-JOURNAL-PARA THRU WRITE-JOURNAL-EXIT
       END-WRITE
    END-PERFORM
    IF WS-WRITTEN-SW NOT EQUAL 'Y' AND WS-REASON EQUAL SPACES THEN
       MOVE 'NO REQUEST IDS LEFT' TO WS-REASON
    END-IF.
LOAD-REQUEST-EXIT. EXIT.

*> LOAD-DEPTS-PARA reads the department master codes into the
*> department table, skipping comment records (* in column one).
LOAD-DEPTS-PARA.
    MOVE 0 TO WS-DEPT-COUNT
    OPEN INPUT DEPT-MASTER
    IF WS-DEPT-STATUS NOT EQUAL '00' THEN
       DISPLAY 'DEPTMST IS NOT AVAILABLE - STATUS ' WS-DEPT-STATUS
       GO TO LOAD-DEPTS-EXIT
    END-IF
    MOVE 'N' TO WS-DEPT-EOF-SW
    PERFORM UNTIL WS-DEPT-EOF-SW EQUAL 'Y'
       READ DEPT-MASTER
           AT END
              MOVE 'Y' TO WS-DEPT-EOF-SW
           NOT AT END
              IF DM-DEPT(1:1) NOT EQUAL '*'
                 AND DM-DEPT NOT EQUAL SPACES THEN
                 IF WS-DEPT-COUNT >= WS-MAX-DEPTS THEN
                    DISPLAY 'DEPTMST CARRIES MORE THAN '
                            WS-MAX-DEPTS ' DEPARTMENTS - IGNORING '
                            DM-DEPT
                 ELSE
                    ADD 1 TO WS-DEPT-COUNT
                    MOVE DM-DEPT TO WS-DT-DEPT(WS-DEPT-COUNT)
                 END-IF
              END-IF
       END-READ
    END-PERFORM
    CLOSE DEPT-MASTER.
LOAD-DEPTS-EXIT. EXIT.

*> FIND-DEPT-PARA looks WS-LOOKUP-DEPT up in the loaded department
*> table and leaves its entry number in WS-DEPT-IX, zero when the
*> master does not carry that code.
FIND-DEPT-PARA.
    MOVE 0 TO WS-DEPT-IX
    PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > WS-DEPT-COUNT
    IF WS-DT-DEPT(WS-DX) EQUAL WS-LOOKUP-DEPT
       AND WS-DEPT-IX EQUAL 0 THEN
       MOVE WS-DX TO WS-DEPT-IX
    END-IF
    END-PERFORM.
FIND-DEPT-EXIT. EXIT.

*> LOAD-FONT-PARA notes which glyphs the selected typeface carries
*> in FONTLIB - the bitmaps are PATTERN's business, only the set of
*> characters matters here.  Comment records and other faces are
*> skipped.
LOAD-FONT-PARA.
    MOVE 0 TO WS-GLYPH-COUNT
    OPEN INPUT FONT-LIB
    IF WS-FONT-STATUS NOT EQUAL '00' THEN
       DISPLAY 'FONTLIB IS NOT AVAILABLE - STATUS ' WS-FONT-STATUS
       GO TO LOAD-FONT-EXIT
    END-IF
    MOVE 'N' TO WS-FONT-EOF-SW
    PERFORM UNTIL WS-FONT-EOF-SW EQUAL 'Y'
       READ FONT-LIB
           AT END
              MOVE 'Y' TO WS-FONT-EOF-SW
           NOT AT END
              IF FL-FACE(1:1) NOT EQUAL '*'
                 AND FL-FACE EQUAL WS-FACE-NAME THEN
                 MOVE FL-CHAR TO WS-LOOKUP-CHAR
                 PERFORM FIND-GLYPH-PARA THRU FIND-GLYPH-EXIT
                 IF WS-GLYPH-IX EQUAL 0 THEN
                    IF WS-GLYPH-COUNT >= WS-MAX-GLYPHS THEN
                       DISPLAY 'FONTLIB CARRIES MORE THAN '
                               WS-MAX-GLYPHS ' GLYPHS - IGNORING '
                               FL-CHAR
                    ELSE
                       ADD 1 TO WS-GLYPH-COUNT
                       MOVE FL-CHAR TO WS-GLYPH-CHAR(WS-GLYPH-COUNT)
                    END-IF
                 END-IF
              END-IF
       END-READ
    END-PERFORM
    CLOSE FONT-LIB.
LOAD-FONT-EXIT. EXIT.

*> FIND-GLYPH-PARA looks WS-LOOKUP-CHAR up in the loaded glyph set
*> and leaves its entry number in WS-GLYPH-IX, zero when the face
*> does not carry that glyph.
FIND-GLYPH-PARA.
    MOVE 0 TO WS-GLYPH-IX
    PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > WS-GLYPH-COUNT
    IF WS-GLYPH-CHAR(WS-G) EQUAL WS-LOOKUP-CHAR
       AND WS-GLYPH-IX EQUAL 0 THEN
       MOVE WS-G TO WS-GLYPH-IX
    END-IF
    END-PERFORM.
FIND-GLYPH-EXIT. EXIT.

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
    MOVE 'INTAKE' TO SH-PROGRAM
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
    MOVE 'INTAKE' TO QJ-PROGRAM
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
