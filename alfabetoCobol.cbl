*> still-pending record and printing it again without end - the
*> chain walks made that loop possible where the old single sweep
*> reported the failure once and moved past it.
*> 15-OCT-2026  departments now carry a monthly line budget and a
*> hard or soft limit on DEPTMST, and every rendered request's
*> lines are posted to the BUDGLDG month-to-date ledger (a KSDS
*> keyed on department) from LOG-REQUEST-PARA.  Before a pending
*> request is served its lines are estimated from its options: a
*> hard-limit department the request would take over budget has
*> the request left held (H) with BUDGET as the hold reason, for
*> the supervisor to OVERRIDE through QUEUEMNT; a soft limit only
*> warns.  No ledger, no budgets - the run serves as before.
*> 15-OCT-2026  the queue record is 160 bytes and carries, for a
*> reprint QUEUEMNT re-queued, the original request ID and the
*> reprint reason.  The page header reads REPRINT OF the original,
*> the audit record (now 120 bytes) carries both in columns 78-85
*> and 87, and an our-error (O) reprint is neither checked against
*> nor posted to its department's budget.
*> 15-OCT-2026  queue text may carry substitution tokens, resolved
*> as the request renders (RESOLVE-TOKENS-PARA): &DATE today's
*> date, &WEEKDAY, &SHIFT (1ST 0600-1359, 2ND 1400-2159, 3RD
*> otherwise), &NEEDBY the request's needed-by date, and any name
*> on the BANNVARS named-variable file the safety office keeps;
*> && is a plain ampersand.  The resolved text is held to the
*> 30-character limit and checked against the loaded face like any
*> other; an unknown token, a missing needed-by date or an
*> over-length result rejects the request to REJECTS with that
*> reason.  The audit record carries the template in columns
*> 89-118 beside the resolved text it printed.
*> 15-OCT-2026  the RUNSUMM trailer now splits the lines written
*> by the stock they go on - small banner, large banner and
*> separator pages - for the forms inventory step (FORMINV) to
*> draw each stock down by.  The three always add up to the lines
*> total BANRECON proves.
*> 15-OCT-2026  a served request has today stamped in its
*> BI-SERVED-DATE, and one held for budget is marked BI-WAS-HELD,
*> for the SLARPT turnaround report.
*> 15-OCT-2026  every queue record the batch run flags (D, E or
*> held for budget) is appended, before and after, to the BANNERJ
*> change journal that QRECOVER replays over the night's queue
*> backup.  The batch run is skipped, RC 8, when the journal cannot
*> be opened.
*> 15-OCT-2026  the queue record carries a display-until date in
*> columns 116-123 for the LED boards; a request whose date has
*> already passed is printed but left off the board feed.
*> 15-OCT-2026  a batch run that checks budgets first gives every
*> request held on its department's budget another look
*> (BUDGET-PASS-PARA) and puts back on pending each one that now
*> fits - a new month, or a bigger budget - so it is served that
*> night in its turn.
*> 15-OCT-2026  an invalid character in text that carried tokens is
*> reported at its position in the template as keyed - the text
*> REJECTS carries back - not in the resolved text; one that came
*> in with a token's value is placed at the token's ampersand.
*> 15-OCT-2026  the LED feed's HDR record carries the resolved text
*> the board shows in columns 24-53, behind the grid size, for the
*> LEDRECON board register.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BOARD-MASTER ASSIGN TO 'BOARDMST'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BOARD-STATUS.
    SELECT DEPT-MASTER ASSIGN TO 'DEPTMST'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEPT-STATUS.
    SELECT BUDGET-LEDGER ASSIGN TO 'BUDGLDG'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BL-DEPT
           FILE STATUS IS WS-LEDGER-STATUS.
    SELECT VAR-FILE ASSIGN TO 'BANNVARS'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VARS-STATUS.
    SELECT CHANGE-JRNL ASSIGN TO 'BANNERJ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRNL-STATUS.
DATA DIVISION.
FILE SECTION.
FD  BANNER-IN.
    05 BI-STAT-DATE                PIC X(8).
    05 BI-NEEDED-BY                PIC X(8).
    05 BI-SPACING                  PIC X(1).
    05 BI-HOLD-REASON              PIC X(8).
    05 BI-BUDGET-OVR               PIC X(1).
    05 BI-REPRINT-LINK.
       10 BI-REPRINT-OF            PIC X(8).
       10 BI-REPRINT-RSN           PIC X(1).
    05 BI-TURNAROUND.
       10 BI-ADD-DATE              PIC X(8).
       10 BI-SERVED-DATE           PIC X(8).
       10 BI-WAS-HELD              PIC X(1).
       10 BI-WAS-PROOFED           PIC X(1).
    05 FILLER                      PIC X(8).
    05 BI-DISPLAY-UNTIL            PIC X(8).
    05 FILLER                      PIC X(37).
FD  BANNER-OUT.
01  BO-RECORD.
    05 BO-CC                       PIC X(1).
    05 BO-LINE                     PIC X(302).
FD  AUDIT-LOG.
01  AL-RECORD                      PIC X(120).
FD  FONT-LIB.
01  FL-RECORD.
    05 FL-FACE                     PIC X(8).
    05 RS-LINES                    PIC 9(7).
    05 FILLER                      PIC X(1).
    05 RS-AUDIT                    PIC 9(7).
    05 FILLER                      PIC X(1).
    05 RS-SMALL-LINES              PIC 9(7).
    05 FILLER                      PIC X(1).
    05 RS-LARGE-LINES              PIC 9(7).
    05 FILLER                      PIC X(1).
    05 RS-SEP-LINES                PIC 9(7).
FD  REJECT-FILE.
01  RJ-RECORD.
    05 RJ-RUN-DATE                 PIC X(8).
          15 FILLER                PIC X(1).
          15 BM-DEPT-CODE          PIC X(8).
    05 FILLER                      PIC X(5).
FD  DEPT-MASTER.
01  DM-RECORD.
    05 DM-DEPT                     PIC X(8).
    05 FILLER                      PIC X(1).
    05 DM-NAME                     PIC X(20).
    05 FILLER                      PIC X(1).
    05 DM-COST-CENTER              PIC X(6).
    05 FILLER                      PIC X(1).
    05 DM-RATE                     PIC X(6).
    05 FILLER                      PIC X(1).
    05 DM-BUDGET                   PIC X(7).
    05 FILLER                      PIC X(1).
    05 DM-LIMIT                    PIC X(1).
    05 FILLER                      PIC X(27).
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
FD  VAR-FILE.
01  BV-RECORD.
    05 BV-NAME                     PIC X(8).
    05 FILLER                      PIC X(1).
    05 BV-VALUE                    PIC X(30).
    05 FILLER                      PIC X(41).
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
01 WS-MAX-LEN                      PIC 9(2) VALUE 30.
01 WS-MAX-GLYPHS                   PIC 9(2) VALUE 50.
01 WS-PROOF-STATUS                 PIC X(2).
01 WS-BOARD-STATUS                 PIC X(2).
01 WS-MAX-BOARDS                   PIC 9(2) VALUE 20.
01 WS-DEPT-STATUS                  PIC X(2).
01 WS-LEDGER-STATUS                PIC X(2).
01 WS-MAX-DEPTS                    PIC 9(2) VALUE 50.
01 WS-VARS-STATUS                  PIC X(2).
01 WS-JRNL-STATUS                  PIC X(2).
01 WS-MAX-VARS                     PIC 9(2) VALUE 50.
01 WS-MAX-HELD                     PIC 9(3) VALUE 500.
01 WS-DATA-ITEMS.
   05 WS-JRNL-ACTION               PIC X(1).
   05 WS-JRNL-STAMP                PIC X(21).
   05 WS-JRNL-BEFORE               PIC X(160).
   05 WS-JRNL-ERR-COUNT            PIC 9(5).
   05 WS-INPUT                     PIC X(30).
   05 WS-INPUT-UPPER                PIC X(30).
   05 WS-INPUT-RAW                 PIC X(100).
   05 WS-CTL-SKIPPED               PIC 9(7).
   05 WS-CTL-LINES                 PIC 9(7).
   05 WS-CTL-AUDIT                 PIC 9(7).
   05 WS-CTL-SMALL-LINES           PIC 9(7).
   05 WS-CTL-LARGE-LINES           PIC 9(7).
   05 WS-CTL-SEP-LINES             PIC 9(7).
   05 WS-SEPARATOR-SW              PIC X(1).
   05 WS-PRINT-CC                  PIC X(1).
   05 WS-PRINT-LINE                PIC X(302).
   05 WS-QUEUE-POS                 PIC 9(5).
   05 WS-REQ-LINES                 PIC 9(5).
   05 WS-REQUEST-ID                PIC X(8).
   05 WS-DEPT                      PIC X(8).
   05 WS-DISPLAY-UNTIL             PIC X(8) VALUE SPACES.
   05 WS-REPRINT-OF                PIC X(8) VALUE SPACES.
   05 WS-REPRINT-RSN               PIC X(1) VALUE SPACE.
   05 WS-FACE-OPTION               PIC X(1).
   05 WS-SPACING-IN                PIC X(1).
   05 WS-DFLT-SPACING              PIC 9(1).
   05 WS-G                         PIC 9(2).
   05 WS-GLYPH-IX                  PIC 9(2).
   05 WS-LOOKUP-CHAR               PIC X(1).
   05 WS-DEPT-EOF-SW               PIC X(1).
   05 WS-DEPT-COUNT                PIC 9(2).
   05 WS-DEPT-IX                   PIC 9(2).
   05 WS-DX                        PIC 9(2).
   05 WS-LOOKUP-DEPT               PIC X(8).
   05 WS-LEDGER-OPEN-SW            PIC X(1) VALUE 'N'.
   05 WS-LEDGER-FOUND-SW           PIC X(1).
   05 WS-BUDGET-HOLD-SW            PIC X(1).
   05 WS-EST-ROWS                  PIC 9(2).
   05 WS-EST-COPY                  PIC 9(5).
   05 WS-EST-LINES                 PIC 9(7).
   05 WS-MTD-SPENT                 PIC 9(9).
   05 WS-BUDGET-HELD               PIC 9(5).
   05 WS-BUDGET-FREED              PIC 9(5).
   05 WS-HELD-COUNT                PIC 9(3).
   05 WS-HELD-LEFT                 PIC 9(5).
   05 WS-HX                        PIC 9(3).
   05 WS-TEMPLATE                  PIC X(30) VALUE SPACES.
   05 WS-TPL-LEN                   PIC 9(2).
   05 WS-TX                        PIC 9(2).
   05 WS-AMP-COUNT                 PIC 9(2).
   05 WS-RESOLVED                  PIC X(60).
   05 WS-RES-LEN                   PIC 9(3).
   05 WS-SUBST-RSN                 PIC X(12).
   05 WS-SUBST-POS                 PIC 9(2).
   05 WS-SUBST-MSG                 PIC X(50).
   05 WS-TOKEN                     PIC X(8).
   05 WS-TOKEN-LEN                 PIC 9(2).
   05 WS-TOKEN-CHAR                PIC X(1).
   05 WS-TOKEN-MORE-SW             PIC X(1).
   05 WS-TOKEN-VALUE               PIC X(30).
   05 WS-VAL-LEN                   PIC 9(2).
   05 WS-VAL-FROM                  PIC 9(2).
   05 WS-RX                        PIC 9(2).
   05 WS-DATE-NUM                  PIC 9(8).
   05 WS-DOW                       PIC 9(1).
   05 WS-CLOCK                     PIC 9(4).
   05 WS-VARS-EOF-SW               PIC X(1).
   05 WS-VAR-COUNT                 PIC 9(2).
   05 WS-VX                        PIC 9(2).
   05 WS-VAR-IX                    PIC 9(2).
01 WS-DEPT-TABLE.
   05 WS-DEPT-ENTRY OCCURS 50 TIMES.
      10 WS-DT-DEPT                PIC X(8).
      10 WS-DT-BUDGET              PIC 9(7).
      10 WS-DT-LIMIT               PIC X(1).
01 WS-HELD-TABLE.
   05 WS-HELD-ENTRY OCCURS 500 TIMES.
      10 WS-HT-ID                  PIC X(8).
01 WS-RES-MAP.
   05 WS-RES-FROM OCCURS 60 TIMES  PIC 9(2).
01 WS-VAR-TABLE.
   05 WS-VAR-ENTRY OCCURS 50 TIMES.
      10 WS-VT-NAME                PIC X(8).
      10 WS-VT-VALUE               PIC X(30).
01 WS-WEEKDAY-NAMES.
   05 FILLER                       PIC X(9) VALUE 'MONDAY'.
   05 FILLER                       PIC X(9) VALUE 'TUESDAY'.
   05 FILLER                       PIC X(9) VALUE 'WEDNESDAY'.
   05 FILLER                       PIC X(9) VALUE 'THURSDAY'.
   05 FILLER                       PIC X(9) VALUE 'FRIDAY'.
   05 FILLER                       PIC X(9) VALUE 'SATURDAY'.
   05 FILLER                       PIC X(9) VALUE 'SUNDAY'.
01 WS-WEEKDAY-TABLE REDEFINES WS-WEEKDAY-NAMES.
   05 WS-WEEKDAY-NAME OCCURS 7 TIMES PIC X(9).
01 WS-BOARD-TABLE.
   05 WS-BOARD-ENTRY OCCURS 20 TIMES.
      10 WS-BT-ID                  PIC X(2).
            ' SKIPPED ' WS-CTL-SKIPPED.
    DISPLAY '            LINES ' WS-CTL-LINES
            ' AUDIT ' WS-CTL-AUDIT.
    DISPLAY '            SMALL ' WS-CTL-SMALL-LINES
            ' LARGE ' WS-CTL-LARGE-LINES
            ' SEPARATOR ' WS-CTL-SEP-LINES.
    IF WS-AUDIT-OPEN-SW EQUAL 'Y'
       AND WS-CTL-AUDIT NOT EQUAL WS-CTL-RENDERED THEN
       DISPLAY 'AUDIT COUNT DOES NOT BALANCE THE RENDER COUNT.'
               ' ENDED EARLY. RESUBMIT ONCE THE QUEUE IS RIGHT.'
       MOVE 8 TO RETURN-CODE
    END-IF.
    IF WS-JRNL-ERR-COUNT > 0 THEN
       DISPLAY WS-JRNL-ERR-COUNT ' QUEUE CHANGES COULD NOT BE'
               ' JOURNALED - TAKE A FRESH QUEUE BACKUP.'
       IF RETURN-CODE < 4 THEN
          MOVE 4 TO RETURN-CODE
       END-IF
    END-IF.
    STOP RUN.

*> INTERACTIVE-RUN-PARA lets one invocation stack more than one
*> flagged at routing time instead of quietly truncated; the
*> vertical form keeps its fixed-cell grid.  The grid goes out
*> once per board the request's department routes to, tagged with
*> the board ID on the HDR record.  A request whose display-until
*> date has already gone by is printed but not fed - it would only
*> go up for LEDTAKE to take straight back down in the morning.
WRITE-LED-PARA.
    IF WS-DISPLAY-UNTIL IS NUMERIC THEN
       MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
       IF WS-DISPLAY-UNTIL < WS-TIMESTAMP(1:8) THEN
          DISPLAY 'REQUEST ' WS-REQUEST-ID ' WAS TO DISPLAY UNTIL '
                  WS-DISPLAY-UNTIL ' - NOT ON THE FEED.'
          GO TO WRITE-LED-EXIT
       END-IF
    END-IF
    IF WS-ORIENT-OPTION EQUAL 'V' THEN
       IF WS-SIZE-OPTION EQUAL 'L' THEN
          MOVE 9 TO WS-LED-ROWS
*> names the board ahead of the request, and a grid wider than the
*> board's columns - or than the 280-column feed record itself -
*> is flagged here at routing time instead of displaying truncated
*> over the dock doors.  HDR columns: 1-3 HDR, 5-6 board, 8-15
*> request, 17-18 rows, 20-22 columns, 24-53 the text as the board
*> shows it, tokens resolved.
WRITE-LED-BOARD-PARA.
    MOVE 'N' TO WS-BOARD-HIT-SW
    PERFORM VARYING WS-BD FROM 1 BY 1 UNTIL WS-BD > 5
    END-IF
    MOVE SPACES TO LF-RECORD
    STRING 'HDR ' WS-BT-ID(WS-BX) ' ' WS-REQUEST-ID ' '
           WS-LED-ROWS ' ' WS-LED-COLS ' ' WS-INPUT
           DELIMITED BY SIZE INTO LF-RECORD
    WRITE LF-RECORD
    PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-LED-ROWS
BATCH-RUN-PARA.
    MOVE 0 TO WS-RECS-DONE
    MOVE 'N' TO WS-QUEUE-FAIL-SW
    OPEN EXTEND CHANGE-JRNL
    IF WS-JRNL-STATUS EQUAL '35' THEN
       OPEN OUTPUT CHANGE-JRNL
    END-IF
    IF WS-JRNL-STATUS NOT EQUAL '00' THEN
       DISPLAY 'BANNERJ COULD NOT BE OPENED - STATUS '
               WS-JRNL-STATUS '. SKIPPING THE BATCH RUN.'
       MOVE 8 TO RETURN-CODE
       GO TO BATCH-RUN-EXIT
    END-IF
    OPEN I-O BANNER-IN
    IF WS-BANNER-IN-STATUS NOT EQUAL '00' THEN
       DISPLAY 'BANNERIN IS NOT AVAILABLE - STATUS '
               WS-BANNER-IN-STATUS '. SKIPPING THE BATCH RUN.'
       CLOSE CHANGE-JRNL
    ELSE
       OPEN EXTEND REJECT-FILE
       IF WS-REJECT-STATUS EQUAL '35' THEN
                  WS-PROOF-STATUS '. PROOF REQUESTS WILL WAIT'
                  ' FOR THE NEXT RUN.'
       END-IF
       PERFORM OPEN-BUDGETS-PARA THRU OPEN-BUDGETS-EXIT
       PERFORM LOAD-VARS-PARA THRU LOAD-VARS-EXIT
       IF WS-PROOF-OPEN-SW EQUAL 'Y' THEN
          PERFORM PROOF-PASS-PARA THRU PROOF-PASS-EXIT
       END-IF
       IF WS-LEDGER-OPEN-SW EQUAL 'Y' THEN
          PERFORM BUDGET-PASS-PARA THRU BUDGET-PASS-EXIT
       END-IF
       PERFORM QUEUE-PASS-PARA THRU QUEUE-PASS-EXIT
               VARYING WS-PASS-PRIORITY FROM 1 BY 1
               UNTIL WS-PASS-PRIORITY > 9
       CLOSE BANNER-IN
       CLOSE CHANGE-JRNL
       IF WS-REJECT-OPEN-SW EQUAL 'Y' THEN
          CLOSE REJECT-FILE
       END-IF
       IF WS-PROOF-OPEN-SW EQUAL 'Y' THEN
          CLOSE PROOF-OUT
       END-IF
       IF WS-LEDGER-OPEN-SW EQUAL 'Y' THEN
          CLOSE BUDGET-LEDGER
       END-IF
       DISPLAY WS-RECS-DONE ' QUEUE REQUESTS SERVED THIS RUN, '
               WS-CTL-PROOFED ' PROOFED.'
       IF WS-BUDGET-HELD > 0 THEN
          DISPLAY WS-BUDGET-HELD ' REQUESTS LEFT HELD - THEIR'
                  ' DEPARTMENTS ARE AT THEIR HARD BUDGET. SEE'
                  ' BUDGRPT.'
       END-IF
    END-IF.
BATCH-RUN-EXIT. EXIT.

*> OPEN-BUDGETS-PARA readies the budget check for a batch run: the
*> department master's monthly line budgets and limits go into the
*> department table, and the month-to-date ledger is opened for
*> update (created empty the first time, the way QUEUEMNT creates
*> the queue).  A run with no ledger cannot know what a department
*> has spent, so it serves without budgets rather than guessing;
*> a run with no department master (a parallel slice) neither
*> checks nor posts - MERGEOUT posts the slice's lines instead.
OPEN-BUDGETS-PARA.
    MOVE 'N' TO WS-LEDGER-OPEN-SW
    PERFORM LOAD-DEPTS-PARA THRU LOAD-DEPTS-EXIT
    IF WS-DEPT-COUNT EQUAL 0 THEN
       GO TO OPEN-BUDGETS-EXIT
    END-IF
    OPEN I-O BUDGET-LEDGER
    IF WS-LEDGER-STATUS EQUAL '35' THEN
       OPEN OUTPUT BUDGET-LEDGER
       IF WS-LEDGER-STATUS EQUAL '00' THEN
          CLOSE BUDGET-LEDGER
          OPEN I-O BUDGET-LEDGER
       END-IF
    END-IF
    IF WS-LEDGER-STATUS EQUAL '00' THEN
       MOVE 'Y' TO WS-LEDGER-OPEN-SW
    ELSE
       DISPLAY 'BUDGLDG COULD NOT BE OPENED - STATUS '
               WS-LEDGER-STATUS '. DEPARTMENT BUDGETS ARE NOT'
               ' CHECKED OR POSTED THIS RUN.'
    END-IF.
OPEN-BUDGETS-EXIT. EXIT.

*> LOAD-DEPTS-PARA reads the department master into the department
*> table - code, monthly line budget and limit - skipping comment
*> records (* in column one), the same way the board master loads.
*> A budget that will not scan counts as no budget at all.
LOAD-DEPTS-PARA.
    MOVE 0 TO WS-DEPT-COUNT
    OPEN INPUT DEPT-MASTER
    IF WS-DEPT-STATUS NOT EQUAL '00' THEN
       DISPLAY 'DEPTMST IS NOT AVAILABLE - STATUS ' WS-DEPT-STATUS
               '. DEPARTMENT BUDGETS ARE NOT CHECKED THIS RUN.'
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
                    IF DM-BUDGET IS NUMERIC THEN
                       MOVE DM-BUDGET TO WS-DT-BUDGET(WS-DEPT-COUNT)
                    ELSE
                       MOVE 0 TO WS-DT-BUDGET(WS-DEPT-COUNT)
                    END-IF
                    MOVE DM-LIMIT TO WS-DT-LIMIT(WS-DEPT-COUNT)
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

*> CHECK-BUDGET-PARA decides whether the request in hand may be
*> served against its department's monthly line budget: the lines
*> it will put on BANNEROUT are estimated from the options now in
*> effect and added to what the ledger says the department has
*> spent this month.  Over a hard limit the request is to be held
*> (WS-BUDGET-HOLD-SW); over a soft limit it is served with a
*> warning.  No budget, no ledger, a supervisor's OVERRIDE on the
*> record, or a reprint of our own spoilage - it is simply served.
CHECK-BUDGET-PARA.
    MOVE 'N' TO WS-BUDGET-HOLD-SW
    IF WS-LEDGER-OPEN-SW NOT EQUAL 'Y'
       OR BI-BUDGET-OVR EQUAL 'Y'
       OR WS-REPRINT-RSN EQUAL 'O' THEN
       GO TO CHECK-BUDGET-EXIT
    END-IF
    MOVE WS-DEPT TO WS-LOOKUP-DEPT
    PERFORM FIND-DEPT-PARA THRU FIND-DEPT-EXIT
    IF WS-DEPT-IX EQUAL 0 THEN
       GO TO CHECK-BUDGET-EXIT
    END-IF
    IF WS-DT-BUDGET(WS-DEPT-IX) EQUAL 0 THEN
       GO TO CHECK-BUDGET-EXIT
    END-IF
    PERFORM ESTIMATE-LINES-PARA THRU ESTIMATE-LINES-EXIT
    MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
    MOVE 0 TO WS-MTD-SPENT
    MOVE WS-DEPT TO BL-DEPT
    READ BUDGET-LEDGER
        INVALID KEY
           CONTINUE
        NOT INVALID KEY
           IF BL-MONTH EQUAL WS-TIMESTAMP(1:6) THEN
              MOVE BL-SPENT TO WS-MTD-SPENT
           END-IF
    END-READ
    IF WS-MTD-SPENT + WS-EST-LINES > WS-DT-BUDGET(WS-DEPT-IX) THEN
       IF WS-DT-LIMIT(WS-DEPT-IX) EQUAL 'H' THEN
          MOVE 'Y' TO WS-BUDGET-HOLD-SW
          DISPLAY 'HOLDING ' WS-REQUEST-ID ' - DEPT ' WS-DEPT
                  ' HAS SPENT ' WS-MTD-SPENT ' OF '
                  WS-DT-BUDGET(WS-DEPT-IX) ' LINES; THIS REQUEST'
                  ' NEEDS ' WS-EST-LINES ' MORE.'
       ELSE
          DISPLAY 'REQUEST ' WS-REQUEST-ID ' TAKES DEPT ' WS-DEPT
                  ' OVER ITS SOFT BUDGET OF '
                  WS-DT-BUDGET(WS-DEPT-IX) ' LINES - SERVED.'
       END-IF
    END-IF.
CHECK-BUDGET-EXIT. EXIT.

*> ESTIMATE-LINES-PARA counts, ahead of the render, the lines the
*> request will write to BANNEROUT: the two-line page header and
*> the separator, plus per copy the glyph rows (a cell per letter
*> and a gap row between letters when vertical), the border rows
*> when a border is in effect and the two trailing blank lines -
*> exactly what WRITE-PRINT-PARA will count.
ESTIMATE-LINES-PARA.
    IF WS-SIZE-OPTION EQUAL 'L' THEN
       MOVE 9 TO WS-EST-ROWS
    ELSE
       MOVE 7 TO WS-EST-ROWS
    END-IF
    IF WS-ORIENT-OPTION EQUAL 'V' THEN
       COMPUTE WS-EST-COPY = WS-WORD-LEN * WS-EST-ROWS
               + WS-WORD-LEN - 1 + 2
    ELSE
       COMPUTE WS-EST-COPY = WS-EST-ROWS + 2
    END-IF
    IF WS-BORDER-CHAR NOT EQUAL SPACE THEN
       ADD 2 TO WS-EST-COPY
    END-IF
    COMPUTE WS-EST-LINES = WS-EST-COPY * WS-COPY-COUNT + 3.
ESTIMATE-LINES-EXIT. EXIT.

*> POST-LEDGER-PARA adds the lines the request just put on
*> BANNEROUT to its department's month-to-date ledger record -
*> written the first time a department spends, and started over
*> at zero when the month on the record is not this one.
POST-LEDGER-PARA.
    MOVE WS-DEPT TO BL-DEPT
    READ BUDGET-LEDGER
        INVALID KEY
           MOVE 'N' TO WS-LEDGER-FOUND-SW
        NOT INVALID KEY
           MOVE 'Y' TO WS-LEDGER-FOUND-SW
    END-READ
    IF WS-LEDGER-FOUND-SW EQUAL 'N' THEN
       MOVE SPACES TO BL-RECORD
       MOVE WS-DEPT TO BL-DEPT
       MOVE WS-TIMESTAMP(1:6) TO BL-MONTH
       MOVE WS-REQ-LINES TO BL-SPENT
       MOVE WS-TIMESTAMP(1:8) TO BL-POSTED
       WRITE BL-RECORD
    ELSE
       IF BL-MONTH NOT EQUAL WS-TIMESTAMP(1:6) THEN
          MOVE WS-TIMESTAMP(1:6) TO BL-MONTH
          MOVE 0 TO BL-SPENT
       END-IF
       ADD WS-REQ-LINES TO BL-SPENT
       MOVE WS-TIMESTAMP(1:8) TO BL-POSTED
       REWRITE BL-RECORD
    END-IF
    IF WS-LEDGER-STATUS NOT EQUAL '00' THEN
       DISPLAY 'BUDGLDG COULD NOT BE POSTED FOR ' WS-DEPT
               ' - STATUS ' WS-LEDGER-STATUS '.'
    END-IF.
POST-LEDGER-EXIT. EXIT.

*> BUDGET-PASS-PARA gives the requests already held on their
*> department's hard budget another look ahead of the priority
*> passes: each one that now fits what the department has left this
*> month - the ledger has started a new month, or DEPTMST carries a
*> bigger budget - goes back on pending and is served tonight in its
*> turn, where the budget is checked again as it renders.  One that
*> still does not fit stays held and counts with tonight's holds.
*> The held chain is read through first and the IDs kept, since a
*> record put back on pending leaves the chain being walked.
BUDGET-PASS-PARA.
    MOVE 0 TO WS-HELD-COUNT
    MOVE 0 TO WS-HELD-LEFT
    MOVE 'H' TO BI-STATUS
    MOVE LOW-VALUES TO BI-DEPT
    START BANNER-IN KEY NOT LESS THAN BI-ALT-KEY
        INVALID KEY
           MOVE 'Y' TO WS-EOF-SW
        NOT INVALID KEY
           MOVE 'N' TO WS-EOF-SW
    END-START
    PERFORM UNTIL WS-EOF-SW EQUAL 'Y'
       READ BANNER-IN NEXT RECORD
           AT END
              MOVE 'Y' TO WS-EOF-SW
           NOT AT END
              IF BI-STATUS NOT EQUAL 'H' THEN
                 MOVE 'Y' TO WS-EOF-SW
              ELSE
                 IF BI-HOLD-REASON EQUAL 'BUDGET' THEN
                    IF WS-HELD-COUNT < WS-MAX-HELD THEN
                       ADD 1 TO WS-HELD-COUNT
                       MOVE BI-REQUEST-ID TO WS-HT-ID(WS-HELD-COUNT)
                    ELSE
                       ADD 1 TO WS-HELD-LEFT
                       ADD 1 TO WS-BUDGET-HELD
                    END-IF
                 END-IF
              END-IF
       END-READ
    END-PERFORM
    IF WS-HELD-LEFT > 0 THEN
       DISPLAY 'MORE THAN ' WS-MAX-HELD ' REQUESTS ARE HELD ON'
               ' BUDGET - ' WS-HELD-LEFT ' ARE LOOKED AT AGAIN'
               ' NEXT RUN.'
    END-IF
    PERFORM RECHECK-HELD-PARA THRU RECHECK-HELD-EXIT
            VARYING WS-HX FROM 1 BY 1 UNTIL WS-HX > WS-HELD-COUNT
    IF WS-BUDGET-FREED > 0 THEN
       DISPLAY WS-BUDGET-FREED ' REQUESTS HELD ON BUDGET PUT BACK'
               ' ON PENDING - THEIR DEPARTMENTS HAVE ROOM AGAIN.'
    END-IF.
BUDGET-PASS-EXIT. EXIT.

*> RECHECK-HELD-PARA reads one budget-held request back by its ID
*> and puts it through the same budget check the serve makes, with
*> its own options and resolved text.  Text that will not render is
*> put back on pending too - the priority pass rejects it to REJECTS
*> for its text, which is what is really wrong with it.
RECHECK-HELD-PARA.
    MOVE WS-HT-ID(WS-HX) TO BI-REQUEST-ID
    READ BANNER-IN
        INVALID KEY
           CONTINUE
    END-READ
    IF WS-BANNER-IN-STATUS NOT EQUAL '00'
       OR BI-STATUS NOT EQUAL 'H'
       OR BI-HOLD-REASON NOT EQUAL 'BUDGET' THEN
       GO TO RECHECK-HELD-EXIT
    END-IF
    MOVE BI-RECORD TO WS-JRNL-BEFORE
    PERFORM BATCH-OPTIONS-PARA THRU BATCH-OPTIONS-EXIT
    MOVE 'N' TO WS-BUDGET-HOLD-SW
    IF WS-VALID-SW EQUAL 'Y' AND WS-WORD-LEN > 0 THEN
       PERFORM CHECK-BUDGET-PARA THRU CHECK-BUDGET-EXIT
    END-IF
    IF WS-BUDGET-HOLD-SW EQUAL 'Y' THEN
       ADD 1 TO WS-BUDGET-HELD
       GO TO RECHECK-HELD-EXIT
    END-IF
    MOVE 'P' TO BI-STATUS
    MOVE SPACES TO BI-HOLD-REASON
    MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
    MOVE WS-TIMESTAMP(1:8) TO BI-STAT-DATE
    REWRITE BI-RECORD
        INVALID KEY
           CONTINUE
    END-REWRITE
    IF WS-BANNER-IN-STATUS NOT EQUAL '00' THEN
       DISPLAY 'QUEUE RECORD ' WS-REQUEST-ID ' COULD NOT BE PUT'
               ' BACK ON PENDING - STATUS ' WS-BANNER-IN-STATUS
               '. IT STAYS HELD ON BUDGET.'
       ADD 1 TO WS-BUDGET-HELD
       GO TO RECHECK-HELD-EXIT
    END-IF
    MOVE 'C' TO WS-JRNL-ACTION
    PERFORM WRITE-JOURNAL-PARA THRU WRITE-JOURNAL-EXIT
    DISPLAY 'RELEASING ' WS-REQUEST-ID ' - DEPT ' WS-DEPT
            ' HAS ROOM IN ITS BUDGET AGAIN.'
    ADD 1 TO WS-BUDGET-FREED.
RECHECK-HELD-EXIT. EXIT.

*> QUEUE-PASS-PARA serves one priority's pending records with the
*> closer needed-by date first: it sweeps the queue to find the
*> earliest outstanding deadline at this priority, sweeps again
*> default, a copies count of zero or blanks means one copy, and
*> the text is measured and validated against the loaded face.
*> Both the real serve and the proof render come through here, so
*> a proof looks exactly like the banner it previews.  A bad
*> character in text that carried tokens is placed in the template
*> as keyed - where the department has to fix it - and one that
*> came in with a token's value at that token's ampersand.
BATCH-OPTIONS-PARA.
    MOVE BI-REQUEST-ID TO WS-REQUEST-ID
    MOVE BI-DEPT TO WS-DEPT
    MOVE BI-DISPLAY-UNTIL TO WS-DISPLAY-UNTIL
    MOVE BI-REPRINT-OF TO WS-REPRINT-OF
    MOVE BI-REPRINT-RSN TO WS-REPRINT-RSN
    IF BI-SIZE EQUAL SPACE THEN
       MOVE WS-DFLT-SIZE TO WS-SIZE-OPTION
    ELSE
       MOVE 1 TO WS-COPY-COUNT
    END-IF
    MOVE BI-TEXT TO WS-INPUT
    MOVE SPACES TO WS-TEMPLATE
    MOVE SPACES TO WS-SUBST-RSN
    MOVE SPACES TO WS-SUBST-MSG
    MOVE 0 TO WS-AMP-COUNT
    INSPECT BI-TEXT TALLYING WS-AMP-COUNT FOR ALL '&'
    IF WS-AMP-COUNT > 0 THEN
       PERFORM RESOLVE-TOKENS-PARA THRU RESOLVE-TOKENS-EXIT
    END-IF
    MOVE FUNCTION UPPER-CASE(WS-INPUT) TO WS-INPUT-UPPER
    MOVE 0 TO WS-COUNT
    INSPECT WS-INPUT TALLYING WS-COUNT FOR CHARACTERS
    INSPECT FUNCTION REVERSE(WS-INPUT)
            TALLYING WS-WORD-LEN FOR LEADING SPACE
    COMPUTE WS-WORD-LEN = 30 - WS-WORD-LEN
    PERFORM VALIDATE-CHARS-PARA THRU VALIDATE-CHARS-EXIT
    IF WS-VALID-SW NOT EQUAL 'Y' AND WS-AMP-COUNT > 0
       AND WS-SUBST-RSN EQUAL SPACES AND WS-BAD-POS > 0 THEN
       MOVE WS-RES-FROM(WS-BAD-POS) TO WS-BAD-POS
    END-IF
    IF WS-SUBST-RSN NOT EQUAL SPACES THEN
       MOVE 'N' TO WS-VALID-SW
       MOVE '&' TO WS-BAD-CHAR
       MOVE WS-SUBST-POS TO WS-BAD-POS
    END-IF.
BATCH-OPTIONS-EXIT. EXIT.

*> RESOLVE-TOKENS-PARA turns a template on the queue record into the
*> text that prints.  An ampersand starts a token - the letters and
*> digits behind it, up to eight - and the token is replaced by its
*> value: &DATE today as YYYY-MM-DD, &WEEKDAY today's day name,
*> &SHIFT the shift now working (1ST from 0600, 2ND from 1400, 3RD
*> from 2200), &NEEDBY the request's needed-by date, otherwise the
*> value the BANNVARS file gives that name.  && stands for one
*> ampersand.  The template is kept in WS-TEMPLATE for the audit
*> log; the resolved text replaces WS-INPUT only when every token
*> resolved and it still fits in 30 characters - otherwise
*> WS-SUBST-RSN carries the reject reason and WS-SUBST-POS the
*> token's position in the template.
RESOLVE-TOKENS-PARA.
    MOVE BI-TEXT TO WS-TEMPLATE
    MOVE SPACES TO WS-RESOLVED
    MOVE 0 TO WS-RES-LEN
    MOVE 0 TO WS-SUBST-POS
    MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
    MOVE 0 TO WS-TPL-LEN
    INSPECT FUNCTION REVERSE(WS-TEMPLATE)
            TALLYING WS-TPL-LEN FOR LEADING SPACE
    COMPUTE WS-TPL-LEN = 30 - WS-TPL-LEN
    MOVE 1 TO WS-TX
    PERFORM UNTIL WS-TX > WS-TPL-LEN
                  OR WS-SUBST-RSN NOT EQUAL SPACES
       IF WS-TEMPLATE(WS-TX:1) EQUAL '&' THEN
          PERFORM RESOLVE-ONE-TOKEN-PARA THRU RESOLVE-ONE-TOKEN-EXIT
       ELSE
          MOVE WS-TEMPLATE(WS-TX:1) TO WS-TOKEN-VALUE
          MOVE 1 TO WS-VAL-LEN
          MOVE WS-TX TO WS-VAL-FROM
          PERFORM APPEND-VALUE-PARA THRU APPEND-VALUE-EXIT
          ADD 1 TO WS-TX
       END-IF
    END-PERFORM
    IF WS-SUBST-RSN NOT EQUAL SPACES THEN
       GO TO RESOLVE-TOKENS-EXIT
    END-IF
    IF WS-RES-LEN > WS-MAX-LEN THEN
       MOVE 'TOO LONG' TO WS-SUBST-RSN
       MOVE 0 TO WS-SUBST-POS
       STRING 'TEXT RUNS TO ' WS-RES-LEN ' CHARACTERS ONCE RESOLVED'
              ' - OVER ' WS-MAX-LEN DELIMITED BY SIZE
              INTO WS-SUBST-MSG
       GO TO RESOLVE-TOKENS-EXIT
    END-IF
    MOVE WS-RESOLVED(1:30) TO WS-INPUT.
RESOLVE-TOKENS-EXIT. EXIT.

*> RESOLVE-ONE-TOKEN-PARA takes the token whose ampersand sits at
*> WS-TX, steps WS-TX past it and appends its value to the resolved
*> text - or leaves the reason the token cannot be resolved.
RESOLVE-ONE-TOKEN-PARA.
    MOVE WS-TX TO WS-SUBST-POS
    MOVE WS-TX TO WS-VAL-FROM
    ADD 1 TO WS-TX
    IF WS-TX NOT > WS-TPL-LEN
       AND WS-TEMPLATE(WS-TX:1) EQUAL '&' THEN
       MOVE '&' TO WS-TOKEN-VALUE
       MOVE 1 TO WS-VAL-LEN
       PERFORM APPEND-VALUE-PARA THRU APPEND-VALUE-EXIT
       ADD 1 TO WS-TX
       GO TO RESOLVE-ONE-TOKEN-EXIT
    END-IF
    MOVE SPACES TO WS-TOKEN
    MOVE 0 TO WS-TOKEN-LEN
    MOVE 'Y' TO WS-TOKEN-MORE-SW
    PERFORM UNTIL WS-TX > WS-TPL-LEN OR WS-TOKEN-MORE-SW EQUAL 'N'
       MOVE FUNCTION UPPER-CASE(WS-TEMPLATE(WS-TX:1))
            TO WS-TOKEN-CHAR
       IF WS-TOKEN-CHAR IS NUMERIC
          OR (WS-TOKEN-CHAR IS ALPHABETIC-UPPER
              AND WS-TOKEN-CHAR NOT EQUAL SPACE) THEN
          ADD 1 TO WS-TOKEN-LEN
          IF WS-TOKEN-LEN NOT > 8 THEN
             MOVE WS-TOKEN-CHAR TO WS-TOKEN(WS-TOKEN-LEN:1)
          END-IF
          ADD 1 TO WS-TX
       ELSE
          MOVE 'N' TO WS-TOKEN-MORE-SW
       END-IF
    END-PERFORM
    IF WS-TOKEN-LEN EQUAL 0 OR WS-TOKEN-LEN > 8 THEN
       MOVE 'BAD TOKEN' TO WS-SUBST-RSN
       STRING 'AN & AT POSITION ' WS-SUBST-POS
              ' STARTS NO TOKEN (USE && FOR AN AMPERSAND)'
              DELIMITED BY SIZE INTO WS-SUBST-MSG
       GO TO RESOLVE-ONE-TOKEN-EXIT
    END-IF
    MOVE SPACES TO WS-TOKEN-VALUE
    EVALUATE WS-TOKEN
       WHEN 'DATE'
          STRING WS-TIMESTAMP(1:4) '-' WS-TIMESTAMP(5:2) '-'
                 WS-TIMESTAMP(7:2) DELIMITED BY SIZE
                 INTO WS-TOKEN-VALUE
       WHEN 'WEEKDAY'
          MOVE WS-TIMESTAMP(1:8) TO WS-DATE-NUM
          COMPUTE WS-DOW = FUNCTION MOD(
                  FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1, 7) + 1
          MOVE WS-WEEKDAY-NAME(WS-DOW) TO WS-TOKEN-VALUE
       WHEN 'SHIFT'
          MOVE WS-TIMESTAMP(9:4) TO WS-CLOCK
          IF WS-CLOCK < 0600 OR WS-CLOCK NOT < 2200 THEN
             MOVE '3RD' TO WS-TOKEN-VALUE
          ELSE
             IF WS-CLOCK < 1400 THEN
                MOVE '1ST' TO WS-TOKEN-VALUE
             ELSE
                MOVE '2ND' TO WS-TOKEN-VALUE
             END-IF
          END-IF
       WHEN 'NEEDBY'
          IF BI-NEEDED-BY IS NOT NUMERIC THEN
             MOVE 'NO NEEDED-BY' TO WS-SUBST-RSN
             STRING '&NEEDBY AT POSITION ' WS-SUBST-POS
                    ' BUT THE REQUEST HAS NO NEEDED-BY DATE'
                    DELIMITED BY SIZE INTO WS-SUBST-MSG
             GO TO RESOLVE-ONE-TOKEN-EXIT
          END-IF
          STRING BI-NEEDED-BY(1:4) '-' BI-NEEDED-BY(5:2) '-'
                 BI-NEEDED-BY(7:2) DELIMITED BY SIZE
                 INTO WS-TOKEN-VALUE
       WHEN OTHER
          PERFORM FIND-VAR-PARA THRU FIND-VAR-EXIT
          IF WS-VAR-IX EQUAL 0 THEN
             MOVE 'BAD TOKEN' TO WS-SUBST-RSN
             STRING 'UNKNOWN TOKEN &' WS-TOKEN(1:WS-TOKEN-LEN)
                    ' AT POSITION ' WS-SUBST-POS
                    DELIMITED BY SIZE INTO WS-SUBST-MSG
             GO TO RESOLVE-ONE-TOKEN-EXIT
          END-IF
          MOVE WS-VT-VALUE(WS-VAR-IX) TO WS-TOKEN-VALUE
    END-EVALUATE
    MOVE 0 TO WS-VAL-LEN
    INSPECT FUNCTION REVERSE(WS-TOKEN-VALUE)
            TALLYING WS-VAL-LEN FOR LEADING SPACE
    COMPUTE WS-VAL-LEN = 30 - WS-VAL-LEN
    PERFORM APPEND-VALUE-PARA THRU APPEND-VALUE-EXIT.
RESOLVE-ONE-TOKEN-EXIT. EXIT.

*> APPEND-VALUE-PARA adds the first WS-VAL-LEN characters of
*> WS-TOKEN-VALUE to the resolved text, and notes against each the
*> template position it came from (WS-VAL-FROM - the character's
*> own, or its token's ampersand).  Past the work area's end only
*> the length keeps counting - enough to report how long the text
*> would have run.
APPEND-VALUE-PARA.
    IF WS-VAL-LEN EQUAL 0 THEN
       GO TO APPEND-VALUE-EXIT
    END-IF
    IF WS-RES-LEN + WS-VAL-LEN NOT > 60 THEN
       MOVE WS-TOKEN-VALUE(1:WS-VAL-LEN)
            TO WS-RESOLVED(WS-RES-LEN + 1:WS-VAL-LEN)
       PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > WS-VAL-LEN
       MOVE WS-VAL-FROM TO WS-RES-FROM(WS-RES-LEN + WS-RX)
       END-PERFORM
    END-IF
    ADD WS-VAL-LEN TO WS-RES-LEN.
APPEND-VALUE-EXIT. EXIT.

*> LOAD-VARS-PARA reads the BANNVARS named-variable file - name in
*> columns 1-8, value in 10-39, * in column one a comment - into
*> the variable table.  A name the program already resolves itself
*> is reported and left out.  No file only means no named
*> variables this run; the built-in tokens still resolve.
LOAD-VARS-PARA.
    MOVE 0 TO WS-VAR-COUNT
    OPEN INPUT VAR-FILE
    IF WS-VARS-STATUS NOT EQUAL '00' THEN
       DISPLAY 'BANNVARS IS NOT AVAILABLE - STATUS ' WS-VARS-STATUS
               '. ONLY THE BUILT-IN TOKENS RESOLVE THIS RUN.'
       GO TO LOAD-VARS-EXIT
    END-IF
    MOVE 'N' TO WS-VARS-EOF-SW
    PERFORM UNTIL WS-VARS-EOF-SW EQUAL 'Y'
       READ VAR-FILE
           AT END
              MOVE 'Y' TO WS-VARS-EOF-SW
           NOT AT END
              IF BV-NAME(1:1) NOT EQUAL '*'
                 AND BV-NAME NOT EQUAL SPACES THEN
                 PERFORM STORE-VAR-PARA THRU STORE-VAR-EXIT
              END-IF
       END-READ
    END-PERFORM
    CLOSE VAR-FILE.
LOAD-VARS-EXIT. EXIT.

STORE-VAR-PARA.
    MOVE FUNCTION UPPER-CASE(BV-NAME) TO WS-TOKEN
    IF WS-TOKEN EQUAL 'DATE' OR WS-TOKEN EQUAL 'WEEKDAY'
       OR WS-TOKEN EQUAL 'SHIFT' OR WS-TOKEN EQUAL 'NEEDBY' THEN
       DISPLAY 'BANNVARS NAMES ' WS-TOKEN ', A BUILT-IN TOKEN -'
               ' IGNORED.'
       GO TO STORE-VAR-EXIT
    END-IF
    IF WS-VAR-COUNT >= WS-MAX-VARS THEN
       DISPLAY 'BANNVARS CARRIES MORE THAN ' WS-MAX-VARS
               ' VARIABLES - IGNORING ' WS-TOKEN
       GO TO STORE-VAR-EXIT
    END-IF
    ADD 1 TO WS-VAR-COUNT
    MOVE WS-TOKEN TO WS-VT-NAME(WS-VAR-COUNT)
    MOVE BV-VALUE TO WS-VT-VALUE(WS-VAR-COUNT).
STORE-VAR-EXIT. EXIT.

*> FIND-VAR-PARA looks WS-TOKEN up in the variable table and leaves
*> its entry number in WS-VAR-IX, zero when BANNVARS does not carry
*> that name.
FIND-VAR-PARA.
    MOVE 0 TO WS-VAR-IX
    PERFORM VARYING WS-VX FROM 1 BY 1 UNTIL WS-VX > WS-VAR-COUNT
    IF WS-VT-NAME(WS-VX) EQUAL WS-TOKEN
       AND WS-VAR-IX EQUAL 0 THEN
       MOVE WS-VX TO WS-VAR-IX
    END-IF
    END-PERFORM.
FIND-VAR-EXIT. EXIT.

*> PROOF-PASS-PARA sweeps the queue once ahead of the priority
*> passes and renders every record marked for proof (status R) to
*> the proof print dataset.  The record itself is left exactly as
       OR WS-VALID-SW NOT EQUAL 'Y' THEN
       DISPLAY 'PROOF ' WS-REQUEST-ID ' DOES NOT RENDER - FIX THE'
               ' TEXT AND RE-PROOF.'
       IF WS-SUBST-MSG NOT EQUAL SPACES THEN
          DISPLAY '      ' WS-SUBST-MSG
       END-IF
       GO TO PROOF-SERVE-EXIT
    END-IF
    MOVE 'Y' TO WS-PROOF-SW
*> validation, so a bad record is reported once rather than retried
*> every night.
BATCH-SERVE-PARA.
    MOVE BI-RECORD TO WS-JRNL-BEFORE
    PERFORM BATCH-OPTIONS-PARA THRU BATCH-OPTIONS-EXIT
    IF WS-WORD-LEN EQUAL 0 THEN
       MOVE 'N' TO WS-VALID-SW
       DISPLAY 'SKIPPING BANNERIN RECORD ' WS-REQUEST-ID
               ' - NO BANNER TEXT'
    ELSE
    IF WS-SUBST-RSN NOT EQUAL SPACES THEN
       DISPLAY 'SKIPPING BANNERIN RECORD ' WS-REQUEST-ID
               ' - ' WS-SUBST-MSG
    ELSE
    IF WS-VALID-SW NOT EQUAL 'Y' THEN
       DISPLAY 'SKIPPING BANNERIN RECORD ' WS-REQUEST-ID
               ' - INVALID CHARACTER '
               WS-BAD-CHAR ' AT POSITION ' WS-BAD-POS
    END-IF
    END-IF
    END-IF
    MOVE 'N' TO WS-BUDGET-HOLD-SW
    IF WS-VALID-SW EQUAL 'Y' THEN
       PERFORM CHECK-BUDGET-PARA THRU CHECK-BUDGET-EXIT
    END-IF
    IF WS-BUDGET-HOLD-SW EQUAL 'Y' THEN
       MOVE 'H' TO BI-STATUS
       MOVE 'BUDGET' TO BI-HOLD-REASON
       MOVE 'Y' TO BI-WAS-HELD
       ADD 1 TO WS-BUDGET-HELD
    ELSE
    IF WS-VALID-SW EQUAL 'Y' THEN
       MOVE 0 TO WS-REQ-LINES
       COMPUTE WS-QUEUE-POS = WS-RECS-DONE + 1
       INITIALIZE WS-TABLE1
                  WS-TABLE1-LARGE
       MOVE 'D' TO BI-STATUS
       MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
       MOVE WS-TIMESTAMP(1:8) TO BI-SERVED-DATE
       ADD 1 TO WS-RECS-DONE
       ADD 1 TO WS-CTL-RENDERED
       ADD WS-REQ-LINES TO WS-CTL-LINES
       ADD 1 TO WS-CTL-SKIPPED
       PERFORM WRITE-REJECT-PARA THRU WRITE-REJECT-EXIT
    END-IF
    END-IF
    MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
    MOVE WS-TIMESTAMP(1:8) TO BI-STAT-DATE
    REWRITE BI-RECORD
        INVALID KEY
           CONTINUE
    END-REWRITE
    MOVE 'C' TO WS-JRNL-ACTION
    PERFORM WRITE-JOURNAL-PARA THRU WRITE-JOURNAL-EXIT
    IF WS-BANNER-IN-STATUS NOT EQUAL '00'
       AND WS-BANNER-IN-STATUS NOT EQUAL '02' THEN
       DISPLAY 'QUEUE RECORD ' WS-REQUEST-ID
*> feed it back through REWORK: the run date, the record's own
*> options and text, and the reason - the offending character and
*> where it sits when validation failed, or NO TEXT for an empty
*> record.  A template that would not resolve gives BAD TOKEN, NO
*> NEEDED-BY or TOO LONG with the token's position in the template,
*> which is what goes back as the text; so does an invalid
*> character in text that carried tokens - its position is counted
*> in the template too (BATCH-OPTIONS-PARA), so it lines up with
*> the text printed beside it.
WRITE-REJECT-PARA.
    IF WS-REJECT-OPEN-SW EQUAL 'Y' THEN
       MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
       IF WS-WORD-LEN EQUAL 0 THEN
          MOVE 'NO TEXT' TO RJ-REASON
          MOVE 0 TO RJ-BAD-POS
       ELSE
       IF WS-SUBST-RSN NOT EQUAL SPACES THEN
          MOVE WS-SUBST-RSN TO RJ-REASON
          MOVE WS-BAD-CHAR TO RJ-BAD-CHAR
          MOVE WS-BAD-POS TO RJ-BAD-POS
       ELSE
          MOVE 'INVALID CHAR' TO RJ-REASON
          MOVE WS-BAD-CHAR TO RJ-BAD-CHAR
          MOVE WS-BAD-POS TO RJ-BAD-POS
       END-IF
       END-IF
       WRITE RJ-RECORD
    END-IF.
WRITE-REJECT-EXIT. EXIT.
*> LOG-REQUEST-PARA appends one line per rendered word, interactive
*> or batch, to AUDIT-LOG - a timestamp, the request ID and the
*> department off the BANNERIN record (blank for interactive use),
*> the count of lines the request put on BANNEROUT, the word
*> itself, then for a reprint the original request ID and the
*> reprint reason (D damaged, L lost, O our error), and for text
*> that carried tokens the template it was resolved from. Runs
*> after the render so the count is what was actually written.
*> Skipped if AUDIT-LOG never opened (WS-AUDIT-OPEN-SW), so
*> logging trouble doesn't stop the banner itself from printing.
LOG-REQUEST-PARA.
    IF WS-AUDIT-OPEN-SW EQUAL 'Y' THEN
       MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
       MOVE SPACES TO AL-RECORD
       STRING WS-TIMESTAMP(1:21) ' ' WS-REQUEST-ID ' ' WS-DEPT ' '
              WS-REQ-LINES ' ' WS-INPUT ' ' WS-REPRINT-OF ' '
              WS-REPRINT-RSN ' ' WS-TEMPLATE DELIMITED BY SIZE
              INTO AL-RECORD
       WRITE AL-RECORD
       ADD 1 TO WS-CTL-AUDIT
    END-IF
    IF WS-LEDGER-OPEN-SW EQUAL 'Y'
       AND WS-DEPT NOT EQUAL SPACES
       AND WS-REPRINT-RSN NOT EQUAL 'O' THEN
       MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
       PERFORM POST-LEDGER-PARA THRU POST-LEDGER-EXIT
    END-IF.
LOG-REQUEST-EXIT. EXIT.

       MOVE WS-CTL-SKIPPED TO RS-SKIPPED
       MOVE WS-CTL-LINES TO RS-LINES
       MOVE WS-CTL-AUDIT TO RS-AUDIT
       MOVE WS-CTL-SMALL-LINES TO RS-SMALL-LINES
       MOVE WS-CTL-LARGE-LINES TO RS-LARGE-LINES
       MOVE WS-CTL-SEP-LINES TO RS-SEP-LINES
       WRITE RS-RECORD
       CLOSE RUN-SUMMARY
    ELSE
*> reconcile still balances.  It stamps the
*> carriage-control byte a caller left in WS-PRINT-CC (a page eject
*> for headers and separators, single spacing otherwise), writes the
*> line, keeps the per-request line count and the run's count by
*> stock (separator pages, else large or small banner stock by the
*> request's size), and drops the control byte back to single
*> spacing so an eject never leaks onto the next line.
WRITE-PRINT-PARA.
    IF WS-PROOF-SW EQUAL 'Y' THEN
       MOVE WS-PRINT-CC TO PO-CC
    MOVE WS-PRINT-LINE TO BO-LINE
    WRITE BO-RECORD
    ADD 1 TO WS-REQ-LINES
    IF WS-SEPARATOR-SW EQUAL 'Y' THEN
       ADD 1 TO WS-CTL-SEP-LINES
    ELSE
       IF WS-SIZE-OPTION EQUAL 'L' THEN
          ADD 1 TO WS-CTL-LARGE-LINES
       ELSE
          ADD 1 TO WS-CTL-SMALL-LINES
       END-IF
    END-IF
    MOVE SPACE TO WS-PRINT-CC.
WRITE-PRINT-EXIT. EXIT.

*> WRITE-HEADER-PARA starts a request on a fresh page: a page eject
*> and one header line with the request date, the word being
*> rendered and its position in this run's queue, so the print room
*> bursts the stack by request.  A reprint's header also names the
*> request it reprints.
WRITE-HEADER-PARA.
    MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
    MOVE '1' TO WS-PRINT-CC
    MOVE SPACES TO WS-PRINT-LINE
    IF WS-REPRINT-OF EQUAL SPACES THEN
       STRING 'REQUEST OF ' WS-TIMESTAMP(1:4) '-' WS-TIMESTAMP(5:2)
              '-' WS-TIMESTAMP(7:2) ' - ' WS-INPUT
              ' - QUEUE POSITION ' WS-QUEUE-POS
              DELIMITED BY SIZE INTO WS-PRINT-LINE
    ELSE
       STRING 'REQUEST OF ' WS-TIMESTAMP(1:4) '-' WS-TIMESTAMP(5:2)
              '-' WS-TIMESTAMP(7:2) ' - ' WS-INPUT
              ' - QUEUE POSITION ' WS-QUEUE-POS
              ' - REPRINT OF ' WS-REPRINT-OF
              DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-IF
    PERFORM WRITE-PRINT-PARA THRU WRITE-PRINT-EXIT
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM WRITE-PRINT-PARA THRU WRITE-PRINT-EXIT.
WRITE-HEADER-EXIT. EXIT.

*> WRITE-SEPARATOR-PARA closes a request with its own separator
*> page, named so the burster knows what was just cut.  The page
*> goes on separator stock, not banner stock.
WRITE-SEPARATOR-PARA.
    MOVE '1' TO WS-PRINT-CC
    MOVE SPACES TO WS-PRINT-LINE
    STRING '* * * END OF REQUEST ' WS-REQUEST-ID ' - '
           WS-INPUT ' * * *'
           DELIMITED BY SIZE INTO WS-PRINT-LINE
    MOVE 'Y' TO WS-SEPARATOR-SW
    PERFORM WRITE-PRINT-PARA THRU WRITE-PRINT-EXIT
    MOVE 'N' TO WS-SEPARATOR-SW.
WRITE-SEPARATOR-EXIT. EXIT.

*> OUTPUT-ROW-PARA/OUTPUT-ROW-L-PARA write one rendered banner line,
    END-PERFORM
    END-PERFORM.
SCALE-UP-PROP-EXIT. EXIT.

*> WRITE-JOURNAL-PARA appends one queue change to the BANNERJ change
*> journal once the queue has taken it: when, which program, A add,
*> C change or D delete, the request ID, and the record as it stood
*> before (none for an add) and after (none for a delete).  QRECOVER
*> replays the journal over the night's queue backup to rebuild the
*> queue, so a change that cannot be journaled is counted and the
*> run ends RC 4 asking for a fresh backup.
WRITE-JOURNAL-PARA.
    IF WS-BANNER-IN-STATUS(1:1) NOT EQUAL '0' THEN
       GO TO WRITE-JOURNAL-EXIT
    END-IF
    MOVE FUNCTION CURRENT-DATE TO WS-JRNL-STAMP
    MOVE SPACES TO QJ-RECORD
    MOVE WS-JRNL-STAMP(1:8) TO QJ-DATE
    MOVE WS-JRNL-STAMP(9:8) TO QJ-TIME
    MOVE 'PATTERN' TO QJ-PROGRAM
    MOVE WS-JRNL-ACTION TO QJ-ACTION
    MOVE BI-REQUEST-ID TO QJ-REQUEST-ID
    IF WS-JRNL-ACTION NOT EQUAL 'A' THEN
       MOVE WS-JRNL-BEFORE TO QJ-BEFORE
    END-IF
    IF WS-JRNL-ACTION NOT EQUAL 'D' THEN
       MOVE BI-RECORD TO QJ-AFTER
    END-IF
    WRITE QJ-RECORD
    IF WS-JRNL-STATUS NOT EQUAL '00' THEN
       DISPLAY 'BANNERJ WRITE FAILED FOR ' BI-REQUEST-ID ' - STATUS '
               WS-JRNL-STATUS '. THE CHANGE IS NOT JOURNALED.'
       ADD 1 TO WS-JRNL-ERR-COUNT
    END-IF.
WRITE-JOURNAL-EXIT. EXIT.
