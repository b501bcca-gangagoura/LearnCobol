ID DIVISION.
PROGRAM-ID. SCRNRPT.
AUTHOR. gangagoura.
DATE-WRITTEN. 15-OCT-2026.
*> SCRNRPT is the safety office's restricted-word review.  Every
*> program that puts text on the banner queue - QUEUEMNT ADD,
*> SCHEDGEN arming, REWORK re-entry and INTAKE - screens it against
*> the SCRNLIST word list and appends a record to the SCRNHIT log
*> for each hit: the banned words it turned away and the sensitive
*> words it sent to proof.  SCRNRPT lists the log in the order the
*> hits were logged, one entry per hit with the text it was found
*> in, then the count of banned and sensitive hits.  The log holds
*> everything since it was last emptied; the night job empties it
*> behind a clean run of this report, so each page is one night.
*> A log record with a class other than B or S is listed and
*> counted as OTHER.  RC 4 when any hit was logged, so the run
*> stands out on the safety office's job list; RC 8 when the report
*> cannot be opened.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HIT-IN ASSIGN TO 'SCRNHIT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIT-STATUS.
    SELECT REPORT-OUT ASSIGN TO 'SCRNRPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  HIT-IN.
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
FD  REPORT-OUT.
01  RP-RECORD                      PIC X(80).
WORKING-STORAGE SECTION.
01 WS-HIT-STATUS                   PIC X(2).
01 WS-REPORT-STATUS                PIC X(2).
01 WS-DATA-ITEMS.
   05 WS-HIT-EOF-SW                PIC X(1).
   05 WS-TIMESTAMP                 PIC X(21).
   05 WS-BANNED-COUNT              PIC 9(5).
   05 WS-SENSITIVE-COUNT           PIC 9(5).
   05 WS-OTHER-COUNT               PIC 9(5).
   05 WS-GRAND-COUNT               PIC 9(5).
01 WS-HEAD-LINE1.
   05 FILLER                       PIC X(34)
      VALUE 'RESTRICTED-WORD SCREENING HITS   '.
   05 FILLER                       PIC X(4) VALUE 'RUN '.
   05 WS-H1-DATE                   PIC X(10).
   05 FILLER                       PIC X(32) VALUE SPACES.
01 WS-HEAD-LINE2.
   05 FILLER                       PIC X(37)
      VALUE 'PROGRAM  REQUEST  DEPT     CLASS     '.
   05 FILLER                       PIC X(43)
      VALUE 'ACTION   WORD'.
01 WS-DETAIL-LINE.
   05 WS-DL-PROGRAM                PIC X(8).
   05 FILLER                       PIC X(1) VALUE SPACES.
   05 WS-DL-REQUEST-ID             PIC X(8).
   05 FILLER                       PIC X(1) VALUE SPACES.
   05 WS-DL-DEPT                   PIC X(8).
   05 FILLER                       PIC X(1) VALUE SPACES.
   05 WS-DL-CLASS                  PIC X(9).
   05 FILLER                       PIC X(1) VALUE SPACES.
   05 WS-DL-ACTION                 PIC X(8).
   05 FILLER                       PIC X(1) VALUE SPACES.
   05 WS-DL-WORD                   PIC X(30).
   05 FILLER                       PIC X(4) VALUE SPACES.
01 WS-TEXT-LINE.
   05 FILLER                       PIC X(3) VALUE SPACES.
   05 FILLER                       PIC X(6) VALUE 'TEXT: '.
   05 WS-TX-TEXT                   PIC X(30).
   05 FILLER                       PIC X(4) VALUE ' AT '.
   05 WS-TX-DATE                   PIC X(8).
   05 FILLER                       PIC X(1) VALUE SPACES.
   05 WS-TX-TIME                   PIC X(6).
   05 FILLER                       PIC X(22) VALUE SPACES.
01 WS-TOTAL-LINE.
   05 WS-TL-LABEL                  PIC X(20).
   05 WS-TL-COUNT                  PIC ZZ,ZZ9.
   05 FILLER                       PIC X(54) VALUE SPACES.
PROCEDURE DIVISION.
    OPEN OUTPUT REPORT-OUT
    IF WS-REPORT-STATUS NOT EQUAL '00' THEN
       DISPLAY 'SCRNRPT COULD NOT BE OPENED - STATUS '
               WS-REPORT-STATUS '. ENDING RUN.'
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    INITIALIZE WS-DATA-ITEMS
    MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
    MOVE SPACES TO WS-H1-DATE
    STRING WS-TIMESTAMP(1:4) '-' WS-TIMESTAMP(5:2) '-'
           WS-TIMESTAMP(7:2) DELIMITED BY SIZE INTO WS-H1-DATE
    MOVE WS-HEAD-LINE1 TO RP-RECORD
    WRITE RP-RECORD
    MOVE SPACES TO RP-RECORD
    WRITE RP-RECORD
    MOVE WS-HEAD-LINE2 TO RP-RECORD
    WRITE RP-RECORD
    PERFORM LIST-HITS-PARA THRU LIST-HITS-EXIT
    IF WS-GRAND-COUNT EQUAL 0 THEN
       MOVE 'NO SCREENING HITS SINCE THE LAST REVIEW.' TO RP-RECORD
       WRITE RP-RECORD
    END-IF
    MOVE SPACES TO RP-RECORD
    WRITE RP-RECORD
    MOVE 'BANNED - REJECTED' TO WS-TL-LABEL
    MOVE WS-BANNED-COUNT TO WS-TL-COUNT
    PERFORM WRITE-TOTAL-PARA THRU WRITE-TOTAL-EXIT
    MOVE 'SENSITIVE - PROOF' TO WS-TL-LABEL
    MOVE WS-SENSITIVE-COUNT TO WS-TL-COUNT
    PERFORM WRITE-TOTAL-PARA THRU WRITE-TOTAL-EXIT
    IF WS-OTHER-COUNT > 0 THEN
       MOVE 'OTHER' TO WS-TL-LABEL
       MOVE WS-OTHER-COUNT TO WS-TL-COUNT
       PERFORM WRITE-TOTAL-PARA THRU WRITE-TOTAL-EXIT
    END-IF
    MOVE 'TOTAL HITS' TO WS-TL-LABEL
    MOVE WS-GRAND-COUNT TO WS-TL-COUNT
    PERFORM WRITE-TOTAL-PARA THRU WRITE-TOTAL-EXIT
    CLOSE REPORT-OUT
    DISPLAY WS-GRAND-COUNT ' SCREENING HITS REPORTED - '
            WS-BANNED-COUNT ' BANNED, ' WS-SENSITIVE-COUNT
            ' SENSITIVE.'
    IF WS-GRAND-COUNT > 0 THEN
       MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

*> LIST-HITS-PARA reads the hit log as-is and lists each hit.  A
*> missing log is not an error - a night with no hits may never
*> have created one.
LIST-HITS-PARA.
    OPEN INPUT HIT-IN
    IF WS-HIT-STATUS NOT EQUAL '00' THEN
       DISPLAY 'SCRNHIT IS NOT AVAILABLE - STATUS '
               WS-HIT-STATUS '. NOTHING TO REPORT.'
       GO TO LIST-HITS-EXIT
    END-IF
    MOVE 'N' TO WS-HIT-EOF-SW
    PERFORM UNTIL WS-HIT-EOF-SW EQUAL 'Y'
       READ HIT-IN
           AT END
              MOVE 'Y' TO WS-HIT-EOF-SW
           NOT AT END
              IF SH-RECORD NOT EQUAL SPACES THEN
                 PERFORM DETAIL-PARA THRU DETAIL-EXIT
              END-IF
       END-READ
    END-PERFORM
    CLOSE HIT-IN.
LIST-HITS-EXIT. EXIT.

*> DETAIL-PARA prints one hit: who logged it and against which
*> request and department, the class and what was done, the word
*> matched - and under it the text the word was found in and when.
DETAIL-PARA.
    MOVE SH-PROGRAM TO WS-DL-PROGRAM
    IF SH-REQUEST-ID EQUAL SPACES THEN
       MOVE '(NONE)' TO WS-DL-REQUEST-ID
    ELSE
       MOVE SH-REQUEST-ID TO WS-DL-REQUEST-ID
    END-IF
    MOVE SH-DEPT TO WS-DL-DEPT
    EVALUATE SH-CLASS
    WHEN 'B'
       MOVE 'BANNED' TO WS-DL-CLASS
       ADD 1 TO WS-BANNED-COUNT
    WHEN 'S'
       MOVE 'SENSITIVE' TO WS-DL-CLASS
       ADD 1 TO WS-SENSITIVE-COUNT
    WHEN OTHER
       MOVE SH-CLASS TO WS-DL-CLASS
       ADD 1 TO WS-OTHER-COUNT
    END-EVALUATE
    MOVE SH-ACTION TO WS-DL-ACTION
    MOVE SH-WORD TO WS-DL-WORD
    MOVE WS-DETAIL-LINE TO RP-RECORD
    WRITE RP-RECORD
    MOVE SH-TEXT TO WS-TX-TEXT
    MOVE SH-DATE TO WS-TX-DATE
    MOVE SH-TIME TO WS-TX-TIME
    MOVE WS-TEXT-LINE TO RP-RECORD
    WRITE RP-RECORD
    ADD 1 TO WS-GRAND-COUNT.
DETAIL-EXIT. EXIT.

WRITE-TOTAL-PARA.
    MOVE WS-TOTAL-LINE TO RP-RECORD
    WRITE RP-RECORD
    MOVE SPACES TO WS-TL-LABEL.
WRITE-TOTAL-EXIT. EXIT.
