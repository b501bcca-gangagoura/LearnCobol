*>   ADD      <id> + fields   - add a pending request
*>   HOLD     <id>            - pending -> held
*>   RELEASE  <id>            - held -> pending
*>   CANCEL   <id>            - pending, held or served -> canceled
*>   PRIORITY <id> <digit>    - change a pending/held priority
*>   PROOF    <id>            - pending or held -> proof (R)
*>   APPROVE  <id>            - proof -> pending
*>   OVERRIDE <id>            - budget hold -> pending, budget waived
*>   REPRINT  <id> <reason>   - re-queue a served request again
*> An ADD card may carry an orientation byte (H or V) behind the
*> text for pole and doorframe signage; blank rides on the run
*> default, like the other options.
*> headings and a count line on the QRPT report dataset.  A
*> status criterion positions straight onto that status's chain
*> instead of reading twenty thousand dead records.
*> 15-OCT-2026  departments carry a monthly line budget and a hard
*> or soft limit on DEPTMST.  ADD now estimates the lines the new
*> request will print and warns when this month's spend on the
*> BUDGLDG ledger plus the department's pending work runs past the
*> budget; PATTERN holds hard-limit work at render with BUDGET as
*> the hold reason.  Held records now carry their hold reason
*> (OPERATOR for a HOLD card) and LIST shows it.  RELEASE puts a
*> budget hold back on pending without waiving the budget - PATTERN
*> checks it against the ledger again, and re-checks budget holds
*> on its own each run - while the new OVERRIDE verb is the
*> supervisor's waiver that serves a budget-held or pending request
*> regardless of the budget.  PROOF does not take a budget hold.
*> 15-OCT-2026  the new REPRINT verb re-queues a served request that
*> was torn on the dock door, lost, or spoiled in the print room,
*> instead of it being re-keyed as a brand-new request: the
*> original comes off the live queue - or out of the BANNERH
*> history once QPURGE has moved it - and goes back on pending
*> under a new reprint ID carrying the original's ID and a reason
*> code (D damaged, L lost, O our error).  The queue record grows
*> to 160 bytes for the link.  PATTERN heads the print "REPRINT
*> OF" the original and logs the link; BILLEXT bills an our-error
*> reprint at zero, and it is never counted against the
*> department's budget.
*> 15-OCT-2026  the queue record keeps the date a request was
*> added (BQ-ADD-DATE, stamped by ADD and REPRINT) beside the date
*> PATTERN served it, and marks a request that was ever held or
*> sent for proof, for the SLARPT turnaround report.  A reprint
*> starts its own clock; none of it is carried over from the
*> original.
*> 15-OCT-2026  every card carries the operator ID of whoever
*> submitted it (columns 82-89 - TRANSIN is now an edited dataset,
*> like SCHEDMNT's SCHDTRN, since the card runs past column 80).
*> The SECTBL security table grants each operator verbs by
*> department; a card with no operator, from an operator not on
*> the table, or for a verb or department the operator holds no
*> grant for is refused and written to the SECVIOL violation log
*> for the weekly SECRPT report.  LIST and REPORT need only a known
*> operator.  The operator is echoed for every card on the listing
*> and stamped on the queue record (BQ-LAST-OPER) by each change.
*> 15-OCT-2026  ADD screens the banner text against the safety
*> office's SCRNLIST word list: a banned word rejects the card with
*> the word as the reason, a sensitive word queues the request in
*> proof (R, hold reason SCREEN) for sign-off by APPROVE instead of
*> pending.  Every hit is logged to SCRNHIT for the SCRNRPT review.
*> 15-OCT-2026  every add and change to the queue is appended,
*> before and after, to the BANNERJ change journal that QRECOVER
*> replays over the night's queue backup.  The run does not start
*> when the journal cannot be opened.
*> 15-OCT-2026  an ADD card may carry a display-until date
*> (YYYYMMDD, columns 91-98, behind the operator) - the last day
*> the message may stay up on the LED boards; LEDTAKE writes the
*> controller a takedown for it the morning after.  A date that
*> will not scan rejects the card.  CANCEL now also takes a served
*> request, to pull its message off the boards early: it goes to C
*> with its served date kept, and LEDTAKE takes it down next
*> morning.  LIST shows the display-until date.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT QUEUE-RPT ASSIGN TO 'QRPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.
    SELECT BUDGET-LEDGER ASSIGN TO 'BUDGLDG'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BL-DEPT
           FILE STATUS IS WS-LEDGER-STATUS.
    SELECT HIST-FILE ASSIGN TO 'BANNERH'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HQ-REQUEST-ID
           FILE STATUS IS WS-HIST-STATUS.
    SELECT SEC-TABLE ASSIGN TO 'SECTBL'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SEC-STATUS.
    SELECT SEC-VIOL ASSIGN TO 'SECVIOL'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VIOL-STATUS.
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
FD  QUEUE-FILE.
    05 BQ-STAT-DATE                PIC X(8).
    05 BQ-NEEDED-BY                PIC X(8).
    05 BQ-SPACING                  PIC X(1).
    05 BQ-HOLD-REASON              PIC X(8).
    05 BQ-BUDGET-OVR               PIC X(1).
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
FD  TRANS-IN.
01  TR-RECORD.
    05 TR-VERB                     PIC X(8).
    05 FILLER                      PIC X(1).
    05 TR-NEEDED-BY                PIC X(8).
    05 TR-SPACING                  PIC X(1).
    05 FILLER                      PIC X(1).
    05 TR-OPERATOR                 PIC X(8).
    05 FILLER                      PIC X(1).
    05 TR-DISPLAY-UNTIL            PIC X(8).
FD  DEPT-MASTER.
01  DM-RECORD.
    05 DM-DEPT                     PIC X(8).
    05 DM-COST-CENTER              PIC X(6).
    05 FILLER                      PIC X(1).
    05 DM-RATE                     PIC X(6).
    05 FILLER                      PIC X(1).
    05 DM-BUDGET                   PIC X(7).
    05 FILLER                      PIC X(1).
    05 DM-LIMIT                    PIC X(1).
    05 FILLER                      PIC X(27).
FD  QUEUE-RPT.
01  QR-RECORD                      PIC X(80).
FD  BUDGET-LEDGER.
01  BL-RECORD.
    05 BL-DEPT                     PIC X(8).
    05 FILLER                      PIC X(1).
    05 BL-MONTH                    PIC X(6).
    05 FILLER                      PIC X(1).
    05 BL-SPENT                    PIC 9(9).
    05 FILLER                      PIC X(1).
    05 BL-POSTED                   PIC X(8).
    05 FILLER                      PIC X(6).
FD  HIST-FILE.
01  HQ-RECORD.
    05 HQ-REQUEST-ID               PIC X(8).
    05 HQ-REST                     PIC X(152).
FD  SEC-TABLE.
01  SE-RECORD.
    05 SE-OPERATOR                 PIC X(8).
    05 FILLER                      PIC X(1).
    05 SE-PROGRAM                  PIC X(8).
    05 FILLER                      PIC X(1).
    05 SE-VERB                     PIC X(8).
    05 FILLER                      PIC X(1).
    05 SE-DEPT                     PIC X(8).
    05 FILLER                      PIC X(45).
FD  SEC-VIOL.
01  SV-RECORD.
    05 SV-DATE                     PIC X(8).
    05 FILLER                      PIC X(1).
    05 SV-TIME                     PIC X(6).
    05 FILLER                      PIC X(1).
    05 SV-PROGRAM                  PIC X(8).
    05 FILLER                      PIC X(1).
    05 SV-OPERATOR                 PIC X(8).
    05 FILLER                      PIC X(1).
    05 SV-VERB                     PIC X(8).
    05 FILLER                      PIC X(1).
    05 SV-KEY                      PIC X(8).
    05 FILLER                      PIC X(1).
    05 SV-DEPT                     PIC X(8).
    05 FILLER                      PIC X(1).
    05 SV-REASON                   PIC X(19).
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
01 WS-MAX-GRANTS                   PIC 9(3) VALUE 500.
01 WS-MAX-SCRN                     PIC 9(3) VALUE 300.
01 WS-SCRN-STATUS                  PIC X(2).
01 WS-HIT-STATUS                   PIC X(2).
01 WS-SCREEN-PUNCT                 PIC X(13) VALUE '.,;:!?-/()&"'''.
01 WS-SCREEN-BLANKS                PIC X(13) VALUE SPACES.
01 WS-QUEUE-STATUS                 PIC X(2).
01 WS-TRANS-STATUS                 PIC X(2).
01 WS-DEPT-STATUS                  PIC X(2).
01 WS-RPT-STATUS                   PIC X(2).
01 WS-RPT-OPEN-SW                  PIC X(1).
01 WS-LEDGER-STATUS                PIC X(2).
01 WS-LEDGER-OPEN-SW               PIC X(1).
01 WS-HIST-STATUS                  PIC X(2).
01 WS-HIST-OPEN-SW                 PIC X(1).
01 WS-SEC-STATUS                   PIC X(2).
01 WS-VIOL-STATUS                  PIC X(2).
01 WS-JRNL-STATUS                  PIC X(2).
01 WS-DATA-ITEMS.
   05 WS-JRNL-ACTION               PIC X(1).
   05 WS-JRNL-STAMP                PIC X(21).
   05 WS-JRNL-BEFORE               PIC X(160).
   05 WS-JRNL-ERR-COUNT            PIC 9(5).
   05 WS-TRANS-EOF-SW              PIC X(1).
   05 WS-LIST-EOF-SW               PIC X(1).
   05 WS-FOUND-SW                  PIC X(1).
   05 WS-WAS-BUDGET-SW             PIC X(1).
   05 WS-VERB                      PIC X(8).
   05 WS-APPLIED-COUNT             PIC 9(5).
   05 WS-REJECTED-COUNT            PIC 9(5).
   05 WS-SEL-PRIORITY              PIC X(1).
   05 WS-RPT-COUNT                 PIC 9(5).
   05 WS-SEL-SW                    PIC X(1).
   05 WS-SAVE-KEY                  PIC X(8).
   05 WS-CHAIN-EOF-SW              PIC X(1).
   05 WS-EST-ROWS                  PIC 9(2).
   05 WS-EST-COPY                  PIC 9(5).
   05 WS-EST-COPIES                PIC 9(2).
   05 WS-EST-LINES                 PIC 9(7).
   05 WS-WORD-LEN                  PIC 9(2).
   05 WS-MTD-SPENT                 PIC 9(9).
   05 WS-COMMITTED                 PIC 9(9).
   05 WS-TODAY-NUM                 PIC 9(8).
   05 WS-JULIAN                    PIC 9(7).
   05 WS-ID-STEM                   PIC X(5).
   05 WS-NEXT-SEQ                  PIC 9(4).
   05 WS-SEQ-OUT                   PIC 9(3).
   05 WS-WRITTEN-SW                PIC X(1).
   05 WS-REPRINT-RSN               PIC X(1).
   05 WS-ORIG-SOURCE               PIC X(7).
   05 WS-OPERATOR                  PIC X(8).
   05 WS-AUTH-DEPT                 PIC X(8).
   05 WS-AUTH-KEY                  PIC X(8).
   05 WS-AUTH-SW                   PIC X(1).
   05 WS-VIOL-REASON               PIC X(19).
   05 WS-VIOL-COUNT                PIC 9(5).
   05 WS-SEC-EOF-SW                PIC X(1).
   05 WS-GRANT-COUNT               PIC 9(3).
   05 WS-GX                        PIC 9(3).
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
01 WS-GRANT-TABLE.
   05 WS-GRANT-ENTRY OCCURS 500 TIMES.
      10 WS-GT-OPERATOR            PIC X(8).
      10 WS-GT-VERB                PIC X(8).
      10 WS-GT-DEPT                PIC X(8).
01 WS-SCRN-TABLE.
   05 WS-SCRN-ENTRY OCCURS 300 TIMES.
      10 WS-ST-CLASS               PIC X(1).
      10 WS-ST-WORD                PIC X(30).
      10 WS-ST-LEN                 PIC 9(2).
01 WS-DEPT-TABLE.
   05 WS-DEPT-ENTRY OCCURS 50 TIMES.
      10 WS-DT-DEPT                PIC X(8).
      10 WS-DT-BUDGET              PIC 9(7).
      10 WS-DT-LIMIT               PIC X(1).
01 WS-RPT-HEAD1.
   05 FILLER                       PIC X(22)
      VALUE 'QUEUE REPORT - STATUS '.
    INITIALIZE WS-DATA-ITEMS
    MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
    MOVE WS-TIMESTAMP(1:8) TO WS-TODAY
    MOVE WS-TODAY TO WS-TODAY-NUM
    COMPUTE WS-JULIAN = FUNCTION DAY-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM))
    MOVE SPACES TO WS-ID-STEM
    STRING 'R' WS-TODAY(4:1) WS-JULIAN(5:3)
           DELIMITED BY SIZE INTO WS-ID-STEM
    MOVE 1 TO WS-NEXT-SEQ
    OPEN I-O QUEUE-FILE
    IF WS-QUEUE-STATUS EQUAL '35' THEN
       OPEN OUTPUT QUEUE-FILE
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM LOAD-GRANTS-PARA THRU LOAD-GRANTS-EXIT
    IF WS-GRANT-COUNT EQUAL 0 THEN
       DISPLAY 'NO GRANTS COULD BE LOADED FROM SECTBL - NO CARD'
               ' WOULD BE AUTHORIZED. ENDING RUN.'
       CLOSE QUEUE-FILE
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    OPEN EXTEND SEC-VIOL
    IF WS-VIOL-STATUS EQUAL '35' THEN
       OPEN OUTPUT SEC-VIOL
    END-IF
    IF WS-VIOL-STATUS NOT EQUAL '00' THEN
       DISPLAY 'SECVIOL COULD NOT BE OPENED - STATUS '
               WS-VIOL-STATUS '. ENDING RUN.'
       CLOSE QUEUE-FILE
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    OPEN EXTEND CHANGE-JRNL
    IF WS-JRNL-STATUS EQUAL '35' THEN
       OPEN OUTPUT CHANGE-JRNL
    END-IF
    IF WS-JRNL-STATUS NOT EQUAL '00' THEN
       DISPLAY 'BANNERJ COULD NOT BE OPENED - STATUS '
               WS-JRNL-STATUS '. NO CHANGE CAN BE JOURNALED.'
               ' ENDING RUN.'
       CLOSE QUEUE-FILE SEC-VIOL
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
    OPEN INPUT TRANS-IN
    IF WS-TRANS-STATUS NOT EQUAL '00' THEN
       DISPLAY 'TRANSIN IS NOT AVAILABLE - STATUS ' WS-TRANS-STATUS
               '. ENDING RUN.'
       CLOSE QUEUE-FILE SEC-VIOL CHANGE-JRNL
       IF WS-HIT-OPEN-SW EQUAL 'Y' THEN
          CLOSE SCREEN-HITS
       END-IF
       STOP RUN
    END-IF
    OPEN INPUT BUDGET-LEDGER
    IF WS-LEDGER-STATUS EQUAL '00' THEN
       MOVE 'Y' TO WS-LEDGER-OPEN-SW
    ELSE
       MOVE 'N' TO WS-LEDGER-OPEN-SW
    END-IF
    OPEN INPUT HIST-FILE
    IF WS-HIST-STATUS EQUAL '00' THEN
       MOVE 'Y' TO WS-HIST-OPEN-SW
    ELSE
       MOVE 'N' TO WS-HIST-OPEN-SW
    END-IF
    OPEN OUTPUT QUEUE-RPT
    IF WS-RPT-STATUS EQUAL '00' THEN
       MOVE 'Y' TO WS-RPT-OPEN-SW
    END-PERFORM
    CLOSE TRANS-IN
    CLOSE QUEUE-FILE
    CLOSE SEC-VIOL
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
    IF WS-RPT-OPEN-SW EQUAL 'Y' THEN
       CLOSE QUEUE-RPT
    END-IF
    IF WS-LEDGER-OPEN-SW EQUAL 'Y' THEN
       CLOSE BUDGET-LEDGER
    END-IF
    IF WS-HIST-OPEN-SW EQUAL 'Y' THEN
       CLOSE HIST-FILE
    END-IF
    DISPLAY WS-APPLIED-COUNT ' TRANSACTIONS APPLIED, '
            WS-REJECTED-COUNT ' REJECTED, ' WS-VIOL-COUNT
            ' OF THEM REFUSED FOR SECURITY.'
    STOP RUN.

*> APPLY-TRANS-PARA echoes the card's operator and verb on the
*> listing, refuses the card outright when it carries no operator
*> or one the security table does not know, and hands it to its
*> verb.  The grant for the verb and department is checked once the
*> department is known - on the card for ADD, on the record for the
*> rest.
APPLY-TRANS-PARA.
    MOVE FUNCTION UPPER-CASE(TR-VERB) TO WS-VERB
    IF WS-VERB EQUAL SPACES THEN
       GO TO APPLY-TRANS-EXIT
    END-IF
    MOVE FUNCTION UPPER-CASE(TR-OPERATOR) TO WS-OPERATOR
    DISPLAY 'OPERATOR ' WS-OPERATOR ' - ' WS-VERB ' ' TR-REQUEST-ID
    MOVE TR-REQUEST-ID TO WS-AUTH-KEY
    MOVE SPACES TO WS-AUTH-DEPT
    PERFORM CHECK-OPERATOR-PARA THRU CHECK-OPERATOR-EXIT
    IF WS-AUTH-SW NOT EQUAL 'Y' THEN
       GO TO APPLY-TRANS-EXIT
    END-IF
    EVALUATE WS-VERB
    WHEN 'LIST'
       PERFORM LIST-QUEUE-PARA THRU LIST-QUEUE-EXIT
       PERFORM PROOF-REQUEST-PARA THRU PROOF-REQUEST-EXIT
    WHEN 'APPROVE'
       PERFORM APPROVE-REQUEST-PARA THRU APPROVE-REQUEST-EXIT
    WHEN 'OVERRIDE'
       PERFORM OVERRIDE-REQUEST-PARA THRU OVERRIDE-REQUEST-EXIT
    WHEN 'REPORT'
       PERFORM REPORT-QUEUE-PARA THRU REPORT-QUEUE-EXIT
    WHEN 'REPRINT'
       PERFORM REPRINT-REQUEST-PARA THRU REPRINT-REQUEST-EXIT
    WHEN OTHER
       DISPLAY 'UNKNOWN TRANSACTION VERB ' TR-VERB ' - IGNORED.'
       ADD 1 TO WS-REJECTED-COUNT
APPLY-TRANS-EXIT. EXIT.

*> FETCH-REQUEST-PARA reads the record named on the card into
*> BQ-RECORD, leaving WS-FOUND-SW to say whether it exists - and
*> whether the operator may touch it: a record in a department the
*> operator holds no grant for counts as not found, and the card is
*> refused.
FETCH-REQUEST-PARA.
    MOVE TR-REQUEST-ID TO BQ-REQUEST-ID
    READ QUEUE-FILE
           ADD 1 TO WS-REJECTED-COUNT
        NOT INVALID KEY
           MOVE 'Y' TO WS-FOUND-SW
           MOVE BQ-RECORD TO WS-JRNL-BEFORE
    END-READ
    IF WS-FOUND-SW EQUAL 'Y' THEN
       MOVE BQ-DEPT TO WS-AUTH-DEPT
       PERFORM CHECK-AUTH-PARA THRU CHECK-AUTH-EXIT
       IF WS-AUTH-SW NOT EQUAL 'Y' THEN
          MOVE 'N' TO WS-FOUND-SW
       END-IF
    END-IF.
FETCH-REQUEST-EXIT. EXIT.

ADD-REQUEST-PARA.
       ADD 1 TO WS-REJECTED-COUNT
       GO TO ADD-REQUEST-EXIT
    END-IF
    MOVE TR-DEPT TO WS-AUTH-DEPT
    PERFORM CHECK-AUTH-PARA THRU CHECK-AUTH-EXIT
    IF WS-AUTH-SW NOT EQUAL 'Y' THEN
       GO TO ADD-REQUEST-EXIT
    END-IF
    IF TR-NEEDED-BY NOT EQUAL SPACES
       AND TR-NEEDED-BY IS NOT NUMERIC THEN
       DISPLAY 'ADD ' TR-REQUEST-ID ' HAS A NEEDED-BY DATE THAT'
       ADD 1 TO WS-REJECTED-COUNT
       GO TO ADD-REQUEST-EXIT
    END-IF
    IF TR-DISPLAY-UNTIL NOT EQUAL SPACES
       AND TR-DISPLAY-UNTIL IS NOT NUMERIC THEN
       DISPLAY 'ADD ' TR-REQUEST-ID ' HAS A DISPLAY-UNTIL DATE THAT'
               ' WILL NOT SCAN (' TR-DISPLAY-UNTIL ') - IGNORED.'
       ADD 1 TO WS-REJECTED-COUNT
       GO TO ADD-REQUEST-EXIT
    END-IF
    IF TR-SPACING NOT EQUAL SPACE
       AND TR-SPACING NOT EQUAL '1'
       AND TR-SPACING NOT EQUAL '2' THEN
       ADD 1 TO WS-REJECTED-COUNT
       GO TO ADD-REQUEST-EXIT
    END-IF
    MOVE TR-TEXT TO WS-SCREEN-TEXT
    MOVE TR-REQUEST-ID TO WS-SCREEN-KEY
    MOVE TR-DEPT TO WS-SCREEN-DEPT
    PERFORM SCREEN-TEXT-PARA THRU SCREEN-TEXT-EXIT
    IF WS-SCREEN-CLASS EQUAL 'B' THEN
       DISPLAY 'ADD ' TR-REQUEST-ID ' - BANNED WORD '
               FUNCTION TRIM(WS-SCREEN-WORD) ' - IGNORED.'
       MOVE 'REJECTED' TO WS-SCREEN-ACTION
       PERFORM LOG-HIT-PARA THRU LOG-HIT-EXIT
       ADD 1 TO WS-REJECTED-COUNT
       GO TO ADD-REQUEST-EXIT
    END-IF
    MOVE SPACES TO BQ-RECORD
    MOVE TR-REQUEST-ID TO BQ-REQUEST-ID
    IF TR-PRIORITY IS NUMERIC AND TR-PRIORITY NOT EQUAL '0' THEN
    MOVE TR-ORIENT TO BQ-ORIENT
    MOVE TR-NEEDED-BY TO BQ-NEEDED-BY
    MOVE TR-SPACING TO BQ-SPACING
    MOVE TR-DISPLAY-UNTIL TO BQ-DISPLAY-UNTIL
    MOVE WS-TODAY TO BQ-STAT-DATE
    MOVE WS-TODAY TO BQ-ADD-DATE
    MOVE WS-OPERATOR TO BQ-LAST-OPER
    IF WS-SCREEN-CLASS EQUAL 'S' THEN
       MOVE 'R' TO BQ-STATUS
       MOVE 'Y' TO BQ-WAS-PROOFED
       MOVE 'SCREEN' TO BQ-HOLD-REASON
    END-IF
    WRITE BQ-RECORD
        INVALID KEY
           DISPLAY 'REQUEST ' TR-REQUEST-ID ' IS ALREADY ON THE'
                   ' QUEUE - ADD IGNORED.'
           ADD 1 TO WS-REJECTED-COUNT
        NOT INVALID KEY
           MOVE 'A' TO WS-JRNL-ACTION
           PERFORM WRITE-JOURNAL-PARA THRU WRITE-JOURNAL-EXIT
           DISPLAY 'ADDED ' TR-REQUEST-ID ' AT PRIORITY '
                   BQ-PRIORITY '.'
           IF WS-SCREEN-CLASS EQUAL 'S' THEN
              DISPLAY 'ADD ' TR-REQUEST-ID ' - SENSITIVE WORD '
                      FUNCTION TRIM(WS-SCREEN-WORD)
                      ' - QUEUED FOR PROOF, APPROVE TO SERVE.'
              MOVE 'PROOF' TO WS-SCREEN-ACTION
              PERFORM LOG-HIT-PARA THRU LOG-HIT-EXIT
           END-IF
           ADD 1 TO WS-APPLIED-COUNT
           PERFORM CHECK-BUDGET-PARA THRU CHECK-BUDGET-EXIT
    END-WRITE.
ADD-REQUEST-EXIT. EXIT.

*> CHECK-BUDGET-PARA warns, as the card goes on, when a department
*> with a monthly line budget is heading past it: this month's
*> spend off the BUDGLDG ledger plus the estimated lines of every
*> request it has pending - the one just added included (an
*> our-error reprint costs the department nothing and is left out).
*> WS-LOOKUP-DEPT and WS-DEPT-IX name the department.  Nothing
*> is refused here; over a hard limit PATTERN (SPLITQ, on a
*> parallel night) will hold the work for an OVERRIDE, over a soft
*> limit it only warns again.
CHECK-BUDGET-PARA.
    IF WS-DT-BUDGET(WS-DEPT-IX) EQUAL 0 THEN
       GO TO CHECK-BUDGET-EXIT
    END-IF
    MOVE 0 TO WS-MTD-SPENT
    IF WS-LEDGER-OPEN-SW EQUAL 'Y' THEN
       MOVE BQ-DEPT TO BL-DEPT
       READ BUDGET-LEDGER
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              IF BL-MONTH EQUAL WS-TODAY(1:6) THEN
                 MOVE BL-SPENT TO WS-MTD-SPENT
              END-IF
       END-READ
    END-IF
    MOVE BQ-REQUEST-ID TO WS-SAVE-KEY
    MOVE 0 TO WS-COMMITTED
    MOVE 'P' TO BQ-STATUS
    START QUEUE-FILE KEY NOT LESS THAN BQ-ALT-KEY
        INVALID KEY
           MOVE 'Y' TO WS-CHAIN-EOF-SW
        NOT INVALID KEY
           MOVE 'N' TO WS-CHAIN-EOF-SW
    END-START
    PERFORM UNTIL WS-CHAIN-EOF-SW EQUAL 'Y'
       READ QUEUE-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-CHAIN-EOF-SW
           NOT AT END
              IF BQ-STATUS NOT EQUAL 'P'
                 OR BQ-DEPT NOT EQUAL WS-LOOKUP-DEPT THEN
                 MOVE 'Y' TO WS-CHAIN-EOF-SW
              ELSE
                 IF BQ-BUDGET-OVR NOT EQUAL 'Y'
                    AND BQ-REPRINT-RSN NOT EQUAL 'O' THEN
                    PERFORM ESTIMATE-LINES-PARA
                            THRU ESTIMATE-LINES-EXIT
                    ADD WS-EST-LINES TO WS-COMMITTED
                 END-IF
              END-IF
       END-READ
    END-PERFORM
    IF WS-MTD-SPENT + WS-COMMITTED > WS-DT-BUDGET(WS-DEPT-IX) THEN
       DISPLAY 'WARNING - DEPT ' WS-LOOKUP-DEPT ' HAS SPENT '
               WS-MTD-SPENT
               ' AND HAS ' WS-COMMITTED ' LINES PENDING AGAINST A'
               ' BUDGET OF ' WS-DT-BUDGET(WS-DEPT-IX) '.'
       IF WS-DT-LIMIT(WS-DEPT-IX) EQUAL 'H' THEN
          DISPLAY '          THE LIMIT IS HARD - WORK OVER BUDGET'
                  ' WILL BE HELD AT RENDER FOR OVERRIDE.'
       END-IF
    END-IF
    MOVE WS-SAVE-KEY TO BQ-REQUEST-ID.
CHECK-BUDGET-EXIT. EXIT.

*> ESTIMATE-LINES-PARA estimates the lines the queue record in hand
*> will put on BANNEROUT, counted the way PATTERN counts them: the
*> header and separator, plus per copy the glyph rows (a cell per
*> letter and a gap between letters when vertical), two border rows
*> when bordered and two trailing blank lines.  Options left blank
*> are taken at the standard run defaults - small, horizontal, no
*> border.
ESTIMATE-LINES-PARA.
    IF BQ-SIZE EQUAL 'L' OR BQ-SIZE EQUAL 'l' THEN
       MOVE 9 TO WS-EST-ROWS
    ELSE
       MOVE 7 TO WS-EST-ROWS
    END-IF
    MOVE 0 TO WS-WORD-LEN
    INSPECT FUNCTION REVERSE(BQ-TEXT)
            TALLYING WS-WORD-LEN FOR LEADING SPACE
    COMPUTE WS-WORD-LEN = 30 - WS-WORD-LEN
    IF BQ-ORIENT EQUAL 'V' OR BQ-ORIENT EQUAL 'v' THEN
       COMPUTE WS-EST-COPY = WS-WORD-LEN * WS-EST-ROWS
               + WS-WORD-LEN - 1 + 2
    ELSE
       COMPUTE WS-EST-COPY = WS-EST-ROWS + 2
    END-IF
    IF BQ-BORDER NOT EQUAL SPACE THEN
       ADD 2 TO WS-EST-COPY
    END-IF
    IF BQ-COPIES IS NUMERIC AND BQ-COPIES > 0 THEN
       MOVE BQ-COPIES TO WS-EST-COPIES
    ELSE
       MOVE 1 TO WS-EST-COPIES
    END-IF
    COMPUTE WS-EST-LINES = WS-EST-COPY * WS-EST-COPIES + 3.
ESTIMATE-LINES-EXIT. EXIT.

HOLD-REQUEST-PARA.
    PERFORM FETCH-REQUEST-PARA THRU FETCH-REQUEST-EXIT
    IF WS-FOUND-SW EQUAL 'Y' THEN
       IF BQ-STATUS EQUAL 'P' THEN
          MOVE 'H' TO BQ-STATUS
          MOVE 'OPERATOR' TO BQ-HOLD-REASON
          MOVE 'Y' TO BQ-WAS-HELD
          MOVE WS-TODAY TO BQ-STAT-DATE
          MOVE WS-OPERATOR TO BQ-LAST-OPER
          REWRITE BQ-RECORD
          MOVE 'C' TO WS-JRNL-ACTION
          PERFORM WRITE-JOURNAL-PARA THRU WRITE-JOURNAL-EXIT
          DISPLAY 'HELD ' TR-REQUEST-ID '.'
          ADD 1 TO WS-APPLIED-COUNT
       ELSE
    END-IF.
HOLD-REQUEST-EXIT. EXIT.

*> RELEASE-REQUEST-PARA puts a held request back on pending.  A
*> budget hold is lifted like any other but not waived: the budget
*> override flag is left as it is, so PATTERN checks the request
*> against the month's ledger again at render and holds it again if
*> the department still has no room.  Serving it regardless of the
*> budget is what OVERRIDE is for.
RELEASE-REQUEST-PARA.
    PERFORM FETCH-REQUEST-PARA THRU FETCH-REQUEST-EXIT
    IF WS-FOUND-SW EQUAL 'Y' THEN
       IF BQ-STATUS EQUAL 'H' THEN
          IF BQ-HOLD-REASON EQUAL 'BUDGET' THEN
             MOVE 'Y' TO WS-WAS-BUDGET-SW
          ELSE
             MOVE 'N' TO WS-WAS-BUDGET-SW
          END-IF
          MOVE 'P' TO BQ-STATUS
          MOVE SPACES TO BQ-HOLD-REASON
          MOVE WS-TODAY TO BQ-STAT-DATE
          MOVE WS-OPERATOR TO BQ-LAST-OPER
          REWRITE BQ-RECORD
          MOVE 'C' TO WS-JRNL-ACTION
          PERFORM WRITE-JOURNAL-PARA THRU WRITE-JOURNAL-EXIT
          IF WS-WAS-BUDGET-SW EQUAL 'Y' THEN
             DISPLAY 'RELEASED ' TR-REQUEST-ID ' - THE BUDGET IS'
                     ' CHECKED AGAIN AT THE NEXT RUN.'
          ELSE
             DISPLAY 'RELEASED ' TR-REQUEST-ID '.'
          END-IF
          ADD 1 TO WS-APPLIED-COUNT
       ELSE
          DISPLAY 'REQUEST ' TR-REQUEST-ID ' IS NOT HELD ('
    END-IF.
RELEASE-REQUEST-EXIT. EXIT.

*> CANCEL-REQUEST-PARA cancels a pending or held request before it
*> is served, or a served one whose message has to come off the LED
*> boards before its display-until date - the served date stays on
*> the record, so it still counts as served.
CANCEL-REQUEST-PARA.
    PERFORM FETCH-REQUEST-PARA THRU FETCH-REQUEST-EXIT
    IF WS-FOUND-SW EQUAL 'Y' THEN
       IF BQ-STATUS EQUAL 'P' OR BQ-STATUS EQUAL 'H'
          OR BQ-STATUS EQUAL 'D' THEN
          MOVE 'C' TO BQ-STATUS
          MOVE WS-TODAY TO BQ-STAT-DATE
          MOVE WS-OPERATOR TO BQ-LAST-OPER
          REWRITE BQ-RECORD
          MOVE 'C' TO WS-JRNL-ACTION
          PERFORM WRITE-JOURNAL-PARA THRU WRITE-JOURNAL-EXIT
          DISPLAY 'CANCELED ' TR-REQUEST-ID '.'
          ADD 1 TO WS-APPLIED-COUNT
       ELSE
          DISPLAY 'REQUEST ' TR-REQUEST-ID ' IS NOT PENDING, HELD'
                  ' OR SERVED (' BQ-STATUS ') - CANCEL IGNORED.'
          ADD 1 TO WS-REJECTED-COUNT
       END-IF
    END-IF.
*> PROOF-REQUEST-PARA marks a pending or held request for a layout
*> proof: PATTERN renders an R record to the proof print dataset
*> and leaves it un-served, so the department can sign off before
*> committing twenty copies of it.  A request held on its budget is
*> not taken - APPROVE would put it back on pending with the hold
*> gone; it is released or overridden first.
PROOF-REQUEST-PARA.
    PERFORM FETCH-REQUEST-PARA THRU FETCH-REQUEST-EXIT
    IF WS-FOUND-SW EQUAL 'Y' THEN
       IF BQ-STATUS EQUAL 'H' AND BQ-HOLD-REASON EQUAL 'BUDGET' THEN
          DISPLAY 'REQUEST ' TR-REQUEST-ID ' IS HELD ON ITS'
                  ' DEPARTMENT BUDGET - RELEASE OR OVERRIDE IT'
                  ' FIRST. PROOF IGNORED.'
          ADD 1 TO WS-REJECTED-COUNT
          GO TO PROOF-REQUEST-EXIT
       END-IF
       IF BQ-STATUS EQUAL 'P' OR BQ-STATUS EQUAL 'H' THEN
          MOVE 'R' TO BQ-STATUS
          MOVE 'Y' TO BQ-WAS-PROOFED
          MOVE WS-TODAY TO BQ-STAT-DATE
          MOVE WS-OPERATOR TO BQ-LAST-OPER
          REWRITE BQ-RECORD
          MOVE 'C' TO WS-JRNL-ACTION
          PERFORM WRITE-JOURNAL-PARA THRU WRITE-JOURNAL-EXIT
          DISPLAY 'MARKED ' TR-REQUEST-ID ' FOR PROOF.'
          ADD 1 TO WS-APPLIED-COUNT
       ELSE
    IF WS-FOUND-SW EQUAL 'Y' THEN
       IF BQ-STATUS EQUAL 'R' THEN
          MOVE 'P' TO BQ-STATUS
          MOVE SPACES TO BQ-HOLD-REASON
          MOVE WS-TODAY TO BQ-STAT-DATE
          MOVE WS-OPERATOR TO BQ-LAST-OPER
          REWRITE BQ-RECORD
          MOVE 'C' TO WS-JRNL-ACTION
          PERFORM WRITE-JOURNAL-PARA THRU WRITE-JOURNAL-EXIT
          DISPLAY 'APPROVED ' TR-REQUEST-ID ' - PENDING FOR THE'
                  ' NEXT RUN.'
          ADD 1 TO WS-APPLIED-COUNT
    END-IF.
APPROVE-REQUEST-EXIT. EXIT.

*> OVERRIDE-REQUEST-PARA is the supervisor's budget waiver: a
*> request held on its department's hard budget - or a pending one
*> the supervisor already knows will be - goes (back) to pending
*> marked to be served whatever the budget says, this month or any
*> other.  The lines it prints are still posted to the ledger and
*> billed as usual.  A budget hold that only needs to wait for room
*> is lifted with RELEASE instead.
OVERRIDE-REQUEST-PARA.
    PERFORM FETCH-REQUEST-PARA THRU FETCH-REQUEST-EXIT
    IF WS-FOUND-SW NOT EQUAL 'Y' THEN
       GO TO OVERRIDE-REQUEST-EXIT
    END-IF
    IF BQ-STATUS EQUAL 'P'
       OR (BQ-STATUS EQUAL 'H' AND BQ-HOLD-REASON EQUAL 'BUDGET')
       THEN
       MOVE 'P' TO BQ-STATUS
       MOVE SPACES TO BQ-HOLD-REASON
       MOVE 'Y' TO BQ-BUDGET-OVR
       MOVE WS-TODAY TO BQ-STAT-DATE
       MOVE WS-OPERATOR TO BQ-LAST-OPER
       REWRITE BQ-RECORD
       MOVE 'C' TO WS-JRNL-ACTION
       PERFORM WRITE-JOURNAL-PARA THRU WRITE-JOURNAL-EXIT
       DISPLAY 'OVERRODE THE BUDGET FOR ' TR-REQUEST-ID
               ' - PENDING FOR THE NEXT RUN.'
       ADD 1 TO WS-APPLIED-COUNT
    ELSE
       DISPLAY 'REQUEST ' TR-REQUEST-ID ' IS NOT PENDING OR HELD ON'
               ' BUDGET (' BQ-STATUS ' ' BQ-HOLD-REASON ') -'
               ' OVERRIDE IGNORED.'
       ADD 1 TO WS-REJECTED-COUNT
    END-IF.
OVERRIDE-REQUEST-EXIT. EXIT.

*> REPRINT-REQUEST-PARA puts a served banner back on the queue when
*> the copy was torn, lost or spoiled: the card names the original
*> (columns 10-17) and the reason in column 19 - D damaged, L lost,
*> O our error.  The original is read off the live queue, or out of
*> BANNERH history once QPURGE has moved it, and only a request that
*> was actually served (D) can be reprinted.  It goes back pending
*> under a new reprint ID carrying the original's ID and the reason,
*> with the original's options and text; the card may change the
*> copies (34-35, for a partial loss), the priority (37) and the
*> needed-by date (72-79), and the original's own needed-by date
*> rides along only while it is still ahead.  The original record
*> is left exactly as it was.
REPRINT-REQUEST-PARA.
    MOVE FUNCTION UPPER-CASE(TR-DEPT(1:1)) TO WS-REPRINT-RSN
    IF WS-REPRINT-RSN NOT EQUAL 'D'
       AND WS-REPRINT-RSN NOT EQUAL 'L'
       AND WS-REPRINT-RSN NOT EQUAL 'O' THEN
       DISPLAY 'REPRINT ' TR-REQUEST-ID ' NEEDS A REASON IN COLUMN'
               ' 19 - D DAMAGED, L LOST OR O OUR ERROR. IGNORED.'
       ADD 1 TO WS-REJECTED-COUNT
       GO TO REPRINT-REQUEST-EXIT
    END-IF
    IF TR-NEEDED-BY NOT EQUAL SPACES
       AND TR-NEEDED-BY IS NOT NUMERIC THEN
       DISPLAY 'REPRINT ' TR-REQUEST-ID ' HAS A NEEDED-BY DATE THAT'
               ' WILL NOT SCAN (' TR-NEEDED-BY ') - IGNORED.'
       ADD 1 TO WS-REJECTED-COUNT
       GO TO REPRINT-REQUEST-EXIT
    END-IF
    MOVE TR-REQUEST-ID TO BQ-REQUEST-ID
    READ QUEUE-FILE
        INVALID KEY
           MOVE 'N' TO WS-FOUND-SW
        NOT INVALID KEY
           MOVE 'Y' TO WS-FOUND-SW
           MOVE 'QUEUE' TO WS-ORIG-SOURCE
    END-READ
    IF WS-FOUND-SW EQUAL 'N' AND WS-HIST-OPEN-SW EQUAL 'Y' THEN
       MOVE TR-REQUEST-ID TO HQ-REQUEST-ID
       READ HIST-FILE
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE 'Y' TO WS-FOUND-SW
              MOVE 'HISTORY' TO WS-ORIG-SOURCE
              MOVE HQ-RECORD TO BQ-RECORD
       END-READ
    END-IF
    IF WS-FOUND-SW EQUAL 'N' THEN
       DISPLAY 'REQUEST ' TR-REQUEST-ID ' IS NOT ON THE QUEUE OR IN'
               ' HISTORY - REPRINT IGNORED.'
       ADD 1 TO WS-REJECTED-COUNT
       GO TO REPRINT-REQUEST-EXIT
    END-IF
    MOVE BQ-DEPT TO WS-AUTH-DEPT
    PERFORM CHECK-AUTH-PARA THRU CHECK-AUTH-EXIT
    IF WS-AUTH-SW NOT EQUAL 'Y' THEN
       GO TO REPRINT-REQUEST-EXIT
    END-IF
    IF BQ-STATUS NOT EQUAL 'D' THEN
       DISPLAY 'REQUEST ' TR-REQUEST-ID ' WAS NEVER SERVED ('
               BQ-STATUS ') - REPRINT IGNORED.'
       ADD 1 TO WS-REJECTED-COUNT
       GO TO REPRINT-REQUEST-EXIT
    END-IF
    MOVE 'P' TO BQ-STATUS
    MOVE SPACES TO BQ-HOLD-REASON
    MOVE SPACE TO BQ-BUDGET-OVR
    MOVE TR-REQUEST-ID TO BQ-REPRINT-OF
    MOVE WS-REPRINT-RSN TO BQ-REPRINT-RSN
    MOVE WS-TODAY TO BQ-STAT-DATE
    MOVE SPACES TO BQ-TURNAROUND
    MOVE WS-TODAY TO BQ-ADD-DATE
    MOVE WS-OPERATOR TO BQ-LAST-OPER
    IF TR-PRIORITY IS NUMERIC AND TR-PRIORITY NOT EQUAL '0' THEN
       MOVE TR-PRIORITY TO BQ-PRIORITY
    END-IF
    IF TR-COPIES IS NUMERIC AND TR-COPIES NOT EQUAL '00' THEN
       MOVE TR-COPIES TO BQ-COPIES
    END-IF
    IF TR-NEEDED-BY NOT EQUAL SPACES THEN
       MOVE TR-NEEDED-BY TO BQ-NEEDED-BY
    ELSE
       IF BQ-NEEDED-BY IS NOT NUMERIC
          OR BQ-NEEDED-BY < WS-TODAY THEN
          MOVE SPACES TO BQ-NEEDED-BY
       END-IF
    END-IF
    PERFORM WRITE-REPRINT-PARA THRU WRITE-REPRINT-EXIT
    IF WS-WRITTEN-SW NOT EQUAL 'Y' THEN
       ADD 1 TO WS-REJECTED-COUNT
       GO TO REPRINT-REQUEST-EXIT
    END-IF
    DISPLAY 'REPRINT OF ' TR-REQUEST-ID ' (FROM ' WS-ORIG-SOURCE
            ') QUEUED AS ' BQ-REQUEST-ID ' AT PRIORITY ' BQ-PRIORITY
            ', REASON ' WS-REPRINT-RSN '.'
    ADD 1 TO WS-APPLIED-COUNT
    IF WS-REPRINT-RSN NOT EQUAL 'O' THEN
       MOVE BQ-DEPT TO WS-LOOKUP-DEPT
       PERFORM FIND-DEPT-PARA THRU FIND-DEPT-EXIT
       IF WS-DEPT-IX NOT EQUAL 0 THEN
          PERFORM CHECK-BUDGET-PARA THRU CHECK-BUDGET-EXIT
       END-IF
    END-IF.
REPRINT-REQUEST-EXIT. EXIT.

*> WRITE-REPRINT-PARA writes the reprint record in hand under the
*> next free reprint ID - R, the last digit of the year, the day of
*> the year and a three-digit sequence - stepping past any key an
*> earlier run today already took, the way INTAKE numbers its loads.
WRITE-REPRINT-PARA.
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
                 DISPLAY 'REPRINT OF ' TR-REQUEST-ID ' COULD NOT BE'
                         ' WRITTEN - STATUS ' WS-QUEUE-STATUS
                         '. IGNORED.'
                 MOVE 1000 TO WS-NEXT-SEQ
              END-IF
           NOT INVALID KEY
              MOVE 'Y' TO WS-WRITTEN-SW
              MOVE 'A' TO WS-JRNL-ACTION
              PERFORM WRITE-JOURNAL-PARA THRU WRITE-JOURNAL-EXIT
       END-WRITE
    END-PERFORM
    IF WS-WRITTEN-SW NOT EQUAL 'Y'
       AND WS-QUEUE-STATUS EQUAL '22' THEN
       DISPLAY 'NO REPRINT IDS LEFT FOR TODAY - REPRINT OF '
               TR-REQUEST-ID ' IGNORED.'
    END-IF.
WRITE-REPRINT-EXIT. EXIT.

REPRIO-REQUEST-PARA.
    IF TR-PRIORITY IS NOT NUMERIC OR TR-PRIORITY EQUAL '0' THEN
       DISPLAY 'PRIORITY FOR ' TR-REQUEST-ID ' MUST BE 1-9 -'
    IF WS-FOUND-SW EQUAL 'Y' THEN
       IF BQ-STATUS EQUAL 'P' OR BQ-STATUS EQUAL 'H' THEN
          MOVE TR-PRIORITY TO BQ-PRIORITY
          MOVE WS-OPERATOR TO BQ-LAST-OPER
          REWRITE BQ-RECORD
          MOVE 'C' TO WS-JRNL-ACTION
          PERFORM WRITE-JOURNAL-PARA THRU WRITE-JOURNAL-EXIT
          DISPLAY 'REQUEST ' TR-REQUEST-ID ' NOW AT PRIORITY '
                  BQ-PRIORITY '.'
          ADD 1 TO WS-APPLIED-COUNT
        NOT INVALID KEY
           MOVE 'N' TO WS-LIST-EOF-SW
    END-START
    DISPLAY 'REQUEST  PR ST DEPT     TEXT                          '
            '  HOLD     REPRINT OF  LAST OPER UP UNTIL'
    PERFORM UNTIL WS-LIST-EOF-SW EQUAL 'Y'
       READ QUEUE-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-LIST-EOF-SW
           NOT AT END
              DISPLAY BQ-REQUEST-ID ' ' BQ-PRIORITY '  ' BQ-STATUS
                      '  ' BQ-DEPT ' ' BQ-TEXT ' ' BQ-HOLD-REASON
                      ' ' BQ-REPRINT-OF ' ' BQ-REPRINT-RSN
                      '  ' BQ-LAST-OPER ' ' BQ-DISPLAY-UNTIL
              ADD 1 TO WS-LIST-COUNT
       END-READ
    END-PERFORM

*> LOAD-DEPTS-PARA reads the department master into the department
*> table at startup, skipping comment records (* in column one),
*> the same way PATTERN loads its typeface.  The code, monthly line
*> budget and limit are kept here - the name, cost center and rate
*> are the billing side's business.  WS-DEPT-COUNT left at zero
*> tells the caller nothing usable was loaded.
LOAD-DEPTS-PARA.
    MOVE 0 TO WS-DEPT-COUNT
    OPEN INPUT DEPT-MASTER
                    ELSE
                       ADD 1 TO WS-DEPT-COUNT
                       MOVE DM-DEPT TO WS-DT-DEPT(WS-DEPT-COUNT)
                       IF DM-BUDGET IS NUMERIC THEN
                          MOVE DM-BUDGET
                            TO WS-DT-BUDGET(WS-DEPT-COUNT)
                       ELSE
                          MOVE 0 TO WS-DT-BUDGET(WS-DEPT-COUNT)
                       END-IF
                       MOVE DM-LIMIT TO WS-DT-LIMIT(WS-DEPT-COUNT)
                    END-IF
                 END-IF
          END-READ
    END-IF
    END-PERFORM.
FIND-DEPT-EXIT. EXIT.

*> LOAD-GRANTS-PARA reads the SECTBL security table into the grant
*> table, skipping comment records (* in column one) and every row
*> for another program.  A row grants its operator one verb (or ALL
*> verbs) for one DEPTMST department (or ALL departments); a row
*> naming a department the master does not carry is reported and
*> left out rather than granting a code nobody can use.
LOAD-GRANTS-PARA.
    MOVE 0 TO WS-GRANT-COUNT
    OPEN INPUT SEC-TABLE
    IF WS-SEC-STATUS NOT EQUAL '00' THEN
       DISPLAY 'SECTBL IS NOT AVAILABLE - STATUS ' WS-SEC-STATUS
       GO TO LOAD-GRANTS-EXIT
    END-IF
    MOVE 'N' TO WS-SEC-EOF-SW
    PERFORM UNTIL WS-SEC-EOF-SW EQUAL 'Y'
       READ SEC-TABLE
           AT END
              MOVE 'Y' TO WS-SEC-EOF-SW
           NOT AT END
              PERFORM STORE-GRANT-PARA THRU STORE-GRANT-EXIT
       END-READ
    END-PERFORM
    CLOSE SEC-TABLE.
LOAD-GRANTS-EXIT. EXIT.

STORE-GRANT-PARA.
    IF SE-OPERATOR(1:1) EQUAL '*' OR SE-OPERATOR EQUAL SPACES THEN
       GO TO STORE-GRANT-EXIT
    END-IF
    IF SE-PROGRAM NOT EQUAL 'QUEUEMNT' AND SE-PROGRAM NOT EQUAL 'ALL'
       THEN
       GO TO STORE-GRANT-EXIT
    END-IF
    IF SE-DEPT NOT EQUAL 'ALL' THEN
       MOVE SE-DEPT TO WS-LOOKUP-DEPT
       PERFORM FIND-DEPT-PARA THRU FIND-DEPT-EXIT
       IF WS-DEPT-IX EQUAL 0 THEN
          DISPLAY 'SECTBL GRANTS ' SE-OPERATOR ' DEPARTMENT '
                  SE-DEPT ' WHICH IS NOT ON THE DEPARTMENT MASTER -'
                  ' LEFT OUT.'
          GO TO STORE-GRANT-EXIT
       END-IF
    END-IF
    IF WS-GRANT-COUNT >= WS-MAX-GRANTS THEN
       DISPLAY 'SECTBL CARRIES MORE THAN ' WS-MAX-GRANTS
               ' GRANTS - IGNORING ' SE-OPERATOR ' ' SE-VERB
       GO TO STORE-GRANT-EXIT
    END-IF
    ADD 1 TO WS-GRANT-COUNT
    MOVE SE-OPERATOR TO WS-GT-OPERATOR(WS-GRANT-COUNT)
    MOVE SE-VERB TO WS-GT-VERB(WS-GRANT-COUNT)
    MOVE SE-DEPT TO WS-GT-DEPT(WS-GRANT-COUNT).
STORE-GRANT-EXIT. EXIT.

*> CHECK-OPERATOR-PARA refuses a card with no operator ID or with
*> one that holds no grant at all on the security table.
CHECK-OPERATOR-PARA.
    MOVE 'N' TO WS-AUTH-SW
    IF WS-OPERATOR EQUAL SPACES THEN
       DISPLAY WS-VERB ' ' TR-REQUEST-ID ' CARRIES NO OPERATOR ID -'
               ' REFUSED.'
       MOVE 'NO OPERATOR ID' TO WS-VIOL-REASON
       PERFORM WRITE-VIOLATION-PARA THRU WRITE-VIOLATION-EXIT
       GO TO CHECK-OPERATOR-EXIT
    END-IF
    PERFORM VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX > WS-GRANT-COUNT
       IF WS-GT-OPERATOR(WS-GX) EQUAL WS-OPERATOR THEN
          MOVE 'Y' TO WS-AUTH-SW
       END-IF
    END-PERFORM
    IF WS-AUTH-SW NOT EQUAL 'Y' THEN
       DISPLAY 'OPERATOR ' WS-OPERATOR ' IS NOT ON THE SECURITY'
               ' TABLE - ' WS-VERB ' ' TR-REQUEST-ID ' REFUSED.'
       MOVE 'UNKNOWN OPERATOR' TO WS-VIOL-REASON
       PERFORM WRITE-VIOLATION-PARA THRU WRITE-VIOLATION-EXIT
    END-IF.
CHECK-OPERATOR-EXIT. EXIT.

*> CHECK-AUTH-PARA looks for a grant to the card's operator for the
*> verb in WS-VERB (or ALL) and the department in WS-AUTH-DEPT (or
*> ALL), leaving WS-AUTH-SW 'Y' when one is found.  Without one the
*> card is refused, counted and logged as a violation.
CHECK-AUTH-PARA.
    MOVE 'N' TO WS-AUTH-SW
    PERFORM VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX > WS-GRANT-COUNT
       IF WS-GT-OPERATOR(WS-GX) EQUAL WS-OPERATOR
          AND (WS-GT-VERB(WS-GX) EQUAL WS-VERB
               OR WS-GT-VERB(WS-GX) EQUAL 'ALL')
          AND (WS-GT-DEPT(WS-GX) EQUAL WS-AUTH-DEPT
               OR WS-GT-DEPT(WS-GX) EQUAL 'ALL') THEN
          MOVE 'Y' TO WS-AUTH-SW
       END-IF
    END-PERFORM
    IF WS-AUTH-SW NOT EQUAL 'Y' THEN
       DISPLAY 'OPERATOR ' WS-OPERATOR ' MAY NOT ' WS-VERB
               ' FOR DEPARTMENT ' WS-AUTH-DEPT ' - ' TR-REQUEST-ID
               ' REFUSED.'
       MOVE 'NOT AUTHORIZED' TO WS-VIOL-REASON
       PERFORM WRITE-VIOLATION-PARA THRU WRITE-VIOLATION-EXIT
    END-IF.
CHECK-AUTH-EXIT. EXIT.

*> WRITE-VIOLATION-PARA counts the refused card as rejected and
*> appends it to the SECVIOL log: when, which program, who, what
*> verb against which request and department, and why.
WRITE-VIOLATION-PARA.
    ADD 1 TO WS-REJECTED-COUNT
    ADD 1 TO WS-VIOL-COUNT
    MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
    MOVE SPACES TO SV-RECORD
    MOVE WS-TIMESTAMP(1:8) TO SV-DATE
    MOVE WS-TIMESTAMP(9:6) TO SV-TIME
    MOVE 'QUEUEMNT' TO SV-PROGRAM
    MOVE WS-OPERATOR TO SV-OPERATOR
    MOVE WS-VERB TO SV-VERB
    MOVE WS-AUTH-KEY TO SV-KEY
    MOVE WS-AUTH-DEPT TO SV-DEPT
    MOVE WS-VIOL-REASON TO SV-REASON
    WRITE SV-RECORD.
WRITE-VIOLATION-EXIT. EXIT.

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
    MOVE 'QUEUEMNT' TO SH-PROGRAM
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
    MOVE 'QUEUEMNT' TO QJ-PROGRAM
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
