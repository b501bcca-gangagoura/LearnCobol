*> merge step reassembles the night by simply appending the slice
*> outputs in slice order: slice 1 holds the front of the queue,
*> slice 4 the back, exactly as one sequential pass would have
*> served them.  MERGEOUT posts the served flags back to the master
*> queue after the parallel steps finish.  The slices run without
*> department budgets, so the hard limits are enforced here, on the
*> master, before anything is dealt (see BUDGET-CHECK-PARA).
*> 02-SEP-2026  the pending count and the priority sweeps now
*> position on the queue's status/department alternate index and
*> walk only the pending chain, instead of re-reading every dead
*> record nine more times a night.  Within a priority the deal
*> order is the chain's (department, then request ID) - each
*> slice is still one contiguous block of the night's work.
*> 15-OCT-2026  the queue and slice records are 160 bytes; the
*> whole record, reprint link included, is dealt to the slice.
*> 15-OCT-2026  department budgets are enforced on the master ahead
*> of the deal: pending work that would take a department over a
*> hard monthly limit is held on BUDGET, and budget holds that now
*> fit are put back on pending, each change journaled to BANNERJ.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
           RECORD KEY IS BQ-REQUEST-ID
           ALTERNATE RECORD KEY IS BQ-ALT-KEY WITH DUPLICATES
           FILE STATUS IS WS-QUEUE-STATUS.
    SELECT DEPT-MASTER ASSIGN TO 'DEPTMST'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEPT-STATUS.
    SELECT BUDGET-LEDGER ASSIGN TO 'BUDGLDG'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BL-DEPT
           FILE STATUS IS WS-LEDGER-STATUS.
    SELECT CHANGE-JRNL ASSIGN TO 'BANNERJ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRNL-STATUS.
    SELECT SLICE-1 ASSIGN TO 'SLICE01'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
    05 BQ-ALT-KEY.
       10 BQ-STATUS                PIC X(1).
       10 BQ-DEPT                  PIC X(8).
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
    05 BQ-TURNAROUND.
       10 BQ-ADD-DATE              PIC X(8).
       10 BQ-SERVED-DATE           PIC X(8).
       10 BQ-WAS-HELD              PIC X(1).
       10 BQ-WAS-PROOFED           PIC X(1).
    05 BQ-LAST-OPER                PIC X(8).
    05 BQ-DISPLAY-UNTIL            PIC X(8).
    05 FILLER                      PIC X(37).
FD  SLICE-1.
01  S1-RECORD.
    05 S1-REQUEST-ID               PIC X(8).
    05 S1-REST                     PIC X(152).
FD  SLICE-2.
01  S2-RECORD.
    05 S2-REQUEST-ID               PIC X(8).
    05 S2-REST                     PIC X(152).
FD  SLICE-3.
01  S3-RECORD.
    05 S3-REQUEST-ID               PIC X(8).
    05 S3-REST                     PIC X(152).
FD  SLICE-4.
01  S4-RECORD.
    05 S4-REQUEST-ID               PIC X(8).
    05 S4-REST                     PIC X(152).
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
01 WS-SLICE-MAX                    PIC 9(1) VALUE 4.
01 WS-QUEUE-STATUS                 PIC X(2).
01 WS-SLICE-STATUS                 PIC X(2).
01 WS-DEPT-STATUS                  PIC X(2).
01 WS-LEDGER-STATUS                PIC X(2).
01 WS-JRNL-STATUS                  PIC X(2).
01 WS-MAX-DEPTS                    PIC 9(2) VALUE 50.
01 WS-MAX-CHANGES                  PIC 9(3) VALUE 500.
01 WS-DATA-ITEMS.
   05 WS-JRNL-ACTION               PIC X(1).
   05 WS-JRNL-STAMP                PIC X(21).
   05 WS-JRNL-BEFORE               PIC X(160).
   05 WS-JRNL-ERR-COUNT            PIC 9(5).
   05 WS-EOF-SW                    PIC X(1).
   05 WS-PASS-PRIORITY             PIC 9(2).
   05 WS-REC-PRIORITY              PIC 9(1).
   05 WS-SLICE-NO                  PIC 9(1).
   05 WS-SLICE-COUNT               PIC 9(7).
   05 WS-SPLIT-COUNT               PIC 9(7).
   05 WS-TIMESTAMP                 PIC X(21).
   05 WS-DEPT-EOF-SW               PIC X(1).
   05 WS-DEPT-COUNT                PIC 9(2).
   05 WS-DX                        PIC 9(2).
   05 WS-DEPT-IX                   PIC 9(2).
   05 WS-LOOKUP-DEPT               PIC X(8).
   05 WS-LEDGER-OPEN-SW            PIC X(1).
   05 WS-WALK-STATUS               PIC X(1).
   05 WS-FITS-SW                   PIC X(1).
   05 WS-CHANGE-ACTION             PIC X(1).
   05 WS-WORD-LEN                  PIC 9(2).
   05 WS-EST-ROWS                  PIC 9(2).
   05 WS-EST-COPY                  PIC 9(5).
   05 WS-EST-COPIES                PIC 9(2).
   05 WS-EST-LINES                 PIC 9(7).
   05 WS-CHANGE-COUNT              PIC 9(3).
   05 WS-CX                        PIC 9(3).
   05 WS-HOLD-COUNT                PIC 9(5).
   05 WS-RELEASE-COUNT             PIC 9(5).
01 WS-DEPT-TABLE.
   05 WS-DEPT-ENTRY OCCURS 50 TIMES.
      10 WS-DT-DEPT                PIC X(8).
      10 WS-DT-BUDGET              PIC 9(7).
      10 WS-DT-LIMIT               PIC X(1).
      10 WS-DT-SPENT               PIC 9(9).
01 WS-CHANGE-TABLE.
   05 WS-CHANGE-ENTRY OCCURS 500 TIMES.
      10 WS-CT-ID                  PIC X(8).
      10 WS-CT-ACTION              PIC X(1).
PROCEDURE DIVISION.
    INITIALIZE WS-DATA-ITEMS
    OPEN I-O QUEUE-FILE
    IF WS-QUEUE-STATUS NOT EQUAL '00' THEN
       DISPLAY 'BANNERQ IS NOT AVAILABLE - STATUS ' WS-QUEUE-STATUS
               '. ENDING RUN.'
    PERFORM CHECK-SLICE-OPEN-PARA THRU CHECK-SLICE-OPEN-EXIT
    OPEN OUTPUT SLICE-4
    PERFORM CHECK-SLICE-OPEN-PARA THRU CHECK-SLICE-OPEN-EXIT
    PERFORM BUDGET-CHECK-PARA THRU BUDGET-CHECK-EXIT
    PERFORM COUNT-PENDING-PARA THRU COUNT-PENDING-EXIT
    IF WS-PENDING-COUNT EQUAL 0 THEN
       DISPLAY 'NOTHING PENDING ON THE QUEUE - EMPTY SLICES WRITTEN.'
               WS-SLICE-MAX ' SLICES, QUOTA ' WS-QUOTA ' EACH.'
    END-IF
    CLOSE QUEUE-FILE SLICE-1 SLICE-2 SLICE-3 SLICE-4
    IF WS-JRNL-ERR-COUNT > 0 THEN
       DISPLAY WS-JRNL-ERR-COUNT ' QUEUE CHANGES COULD NOT BE'
               ' JOURNALED - TAKE A FRESH QUEUE BACKUP.'
       MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

*> CHECK-SLICE-OPEN-PARA ends the run the moment any slice dataset
    ADD 1 TO WS-SLICE-COUNT
    ADD 1 TO WS-SPLIT-COUNT.
WRITE-SLICE-EXIT. EXIT.

*> BUDGET-CHECK-PARA enforces the department budgets on the master
*> queue before the deal, since the slices run without them.  The
*> queue is walked in the order the slices will serve it - priority
*> 1 to 9, and within a priority the held chain ahead of the pending
*> one, as PATTERN looks at its budget holds ahead of its passes -
*> and each department's month-to-date spend off BUDGLDG is run
*> forward by every request it will be dealt.  Pending work that
*> would take a department over a hard limit is held on BUDGET for
*> the supervisor; a budget hold that now fits goes back on pending
*> and is dealt tonight.  The IDs are kept and the changes made
*> after the walk, since a record that changes status leaves the
*> chain being walked.  With no department master or no readable
*> ledger nothing is held - as on a single-stream night - and with
*> no change journal nothing is changed and the run ends RC 8.
BUDGET-CHECK-PARA.
    PERFORM LOAD-DEPTS-PARA THRU LOAD-DEPTS-EXIT
    IF WS-DEPT-COUNT EQUAL 0 THEN
       GO TO BUDGET-CHECK-EXIT
    END-IF
    MOVE 'N' TO WS-LEDGER-OPEN-SW
    OPEN INPUT BUDGET-LEDGER
    IF WS-LEDGER-STATUS EQUAL '00' THEN
       MOVE 'Y' TO WS-LEDGER-OPEN-SW
    ELSE
       IF WS-LEDGER-STATUS NOT EQUAL '35' THEN
          DISPLAY 'BUDGLDG COULD NOT BE OPENED - STATUS '
                  WS-LEDGER-STATUS '. DEPARTMENT BUDGETS ARE NOT'
                  ' CHECKED THIS RUN.'
          GO TO BUDGET-CHECK-EXIT
       END-IF
    END-IF
    MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
    PERFORM LOAD-SPENT-PARA THRU LOAD-SPENT-EXIT
            VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > WS-DEPT-COUNT
    IF WS-LEDGER-OPEN-SW EQUAL 'Y' THEN
       CLOSE BUDGET-LEDGER
    END-IF
    OPEN EXTEND CHANGE-JRNL
    IF WS-JRNL-STATUS EQUAL '35' THEN
       OPEN OUTPUT CHANGE-JRNL
    END-IF
    IF WS-JRNL-STATUS NOT EQUAL '00' THEN
       DISPLAY 'BANNERJ COULD NOT BE OPENED - STATUS '
               WS-JRNL-STATUS '. ENDING RUN.'
       CLOSE QUEUE-FILE SLICE-1 SLICE-2 SLICE-3 SLICE-4
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE 0 TO WS-CHANGE-COUNT
    PERFORM BUDGET-PASS-PARA THRU BUDGET-PASS-EXIT
            VARYING WS-PASS-PRIORITY FROM 1 BY 1
            UNTIL WS-PASS-PRIORITY > 9
    PERFORM APPLY-CHANGE-PARA THRU APPLY-CHANGE-EXIT
            VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > WS-CHANGE-COUNT
    CLOSE CHANGE-JRNL
    DISPLAY WS-HOLD-COUNT ' REQUESTS HELD ON BUDGET AND '
            WS-RELEASE-COUNT ' BUDGET HOLDS PUT BACK ON PENDING'
            ' AHEAD OF THE DEAL.'.
BUDGET-CHECK-EXIT. EXIT.

*> LOAD-DEPTS-PARA reads the department master into the department
*> table - code, monthly line budget and limit - skipping comment
*> records (* in column one), the same way PATTERN loads it.  A
*> budget that will not scan counts as no budget at all.
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

*> LOAD-SPENT-PARA starts one department's running total at what
*> the ledger says it has spent this month - nothing when the
*> ledger has no record for it, or the record is last month's, or
*> there is no ledger yet at all.
LOAD-SPENT-PARA.
    MOVE 0 TO WS-DT-SPENT(WS-DX)
    IF WS-LEDGER-OPEN-SW NOT EQUAL 'Y' THEN
       GO TO LOAD-SPENT-EXIT
    END-IF
    MOVE WS-DT-DEPT(WS-DX) TO BL-DEPT
    READ BUDGET-LEDGER
        INVALID KEY
           CONTINUE
        NOT INVALID KEY
           IF BL-MONTH EQUAL WS-TIMESTAMP(1:6) THEN
              MOVE BL-SPENT TO WS-DT-SPENT(WS-DX)
           END-IF
    END-READ.
LOAD-SPENT-EXIT. EXIT.

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

*> BUDGET-PASS-PARA takes one priority: the held chain first, then
*> the pending chain.
BUDGET-PASS-PARA.
    MOVE 'H' TO WS-WALK-STATUS
    PERFORM WALK-CHAIN-PARA THRU WALK-CHAIN-EXIT
    MOVE 'P' TO WS-WALK-STATUS
    PERFORM WALK-CHAIN-PARA THRU WALK-CHAIN-EXIT.
BUDGET-PASS-EXIT. EXIT.

*> WALK-CHAIN-PARA walks the WS-WALK-STATUS chain of the alternate
*> index and puts each record at this pass's priority through the
*> budget; the chain leaves the status the moment a record does, so
*> the sweep stops itself.
WALK-CHAIN-PARA.
    MOVE WS-WALK-STATUS TO BQ-STATUS
    MOVE LOW-VALUES TO BQ-DEPT
    START QUEUE-FILE KEY NOT LESS THAN BQ-ALT-KEY
        INVALID KEY
           MOVE 'Y' TO WS-EOF-SW
        NOT INVALID KEY
           MOVE 'N' TO WS-EOF-SW
    END-START
    PERFORM UNTIL WS-EOF-SW EQUAL 'Y'
       READ QUEUE-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-EOF-SW
           NOT AT END
              IF BQ-STATUS NOT EQUAL WS-WALK-STATUS THEN
                 MOVE 'Y' TO WS-EOF-SW
              ELSE
                 IF BQ-PRIORITY IS NUMERIC
                    AND BQ-PRIORITY > 0 THEN
                    MOVE BQ-PRIORITY TO WS-REC-PRIORITY
                 ELSE
                    MOVE 9 TO WS-REC-PRIORITY
                 END-IF
                 IF WS-REC-PRIORITY EQUAL WS-PASS-PRIORITY THEN
                    PERFORM BUDGET-ONE-PARA THRU BUDGET-ONE-EXIT
                 END-IF
              END-IF
       END-READ
    END-PERFORM.
WALK-CHAIN-EXIT. EXIT.

*> BUDGET-ONE-PARA decides one request against its department's
*> running total.  A supervisor's OVERRIDE, an our-error reprint and
*> a hold for anything but BUDGET are left alone and cost nothing;
*> a department with no budget holds nothing.  Over a hard limit a
*> pending request is to be held and a held one stays held; over a
*> soft limit it is dealt with a warning, as PATTERN serves it.
*> Whatever is dealt is added to the department's total, so the
*> requests behind it see what is left.
BUDGET-ONE-PARA.
    IF BQ-BUDGET-OVR EQUAL 'Y'
       OR BQ-REPRINT-RSN EQUAL 'O' THEN
       GO TO BUDGET-ONE-EXIT
    END-IF
    IF BQ-STATUS EQUAL 'H'
       AND BQ-HOLD-REASON NOT EQUAL 'BUDGET' THEN
       GO TO BUDGET-ONE-EXIT
    END-IF
    MOVE 'Y' TO WS-FITS-SW
    MOVE BQ-DEPT TO WS-LOOKUP-DEPT
    PERFORM FIND-DEPT-PARA THRU FIND-DEPT-EXIT
    IF WS-DEPT-IX NOT EQUAL 0 THEN
       IF WS-DT-BUDGET(WS-DEPT-IX) NOT EQUAL 0 THEN
          PERFORM CHARGE-ONE-PARA THRU CHARGE-ONE-EXIT
       END-IF
    END-IF
    IF WS-FITS-SW EQUAL 'N' AND BQ-STATUS EQUAL 'P' THEN
       DISPLAY 'HOLDING ' BQ-REQUEST-ID ' - DEPT ' BQ-DEPT
               ' HAS SPENT OR BEEN DEALT '
               WS-DT-SPENT(WS-DEPT-IX) ' OF '
               WS-DT-BUDGET(WS-DEPT-IX) ' LINES; THIS REQUEST'
               ' NEEDS ' WS-EST-LINES ' MORE.'
       MOVE 'H' TO WS-CHANGE-ACTION
       PERFORM ADD-CHANGE-PARA THRU ADD-CHANGE-EXIT
    END-IF
    IF WS-FITS-SW EQUAL 'Y' AND BQ-STATUS EQUAL 'H' THEN
       DISPLAY 'RELEASING ' BQ-REQUEST-ID ' - DEPT ' BQ-DEPT
               ' HAS ROOM IN ITS BUDGET AGAIN.'
       MOVE 'P' TO WS-CHANGE-ACTION
       PERFORM ADD-CHANGE-PARA THRU ADD-CHANGE-EXIT
    END-IF.
BUDGET-ONE-EXIT. EXIT.

*> CHARGE-ONE-PARA estimates the request in hand against its
*> department's running total (WS-DEPT-IX): over a hard limit it
*> does not fit (WS-FITS-SW); otherwise its lines are added to the
*> total, with a warning when that takes it over a soft limit.
CHARGE-ONE-PARA.
    PERFORM ESTIMATE-LINES-PARA THRU ESTIMATE-LINES-EXIT
    IF WS-DT-SPENT(WS-DEPT-IX) + WS-EST-LINES
       > WS-DT-BUDGET(WS-DEPT-IX) THEN
       IF WS-DT-LIMIT(WS-DEPT-IX) EQUAL 'H' THEN
          MOVE 'N' TO WS-FITS-SW
          GO TO CHARGE-ONE-EXIT
       END-IF
       DISPLAY 'REQUEST ' BQ-REQUEST-ID ' TAKES DEPT ' BQ-DEPT
               ' OVER ITS SOFT BUDGET OF '
               WS-DT-BUDGET(WS-DEPT-IX) ' LINES - DEALT.'
    END-IF
    ADD WS-EST-LINES TO WS-DT-SPENT(WS-DEPT-IX).
CHARGE-ONE-EXIT. EXIT.

*> ESTIMATE-LINES-PARA estimates the lines the queue record in hand
*> will put on BANNEROUT, counted the way QUEUEMNT counts them for
*> its budget warning: the header and separator, plus per copy the
*> glyph rows (a cell per letter and a gap between letters when
*> vertical), two border rows when bordered and two trailing blank
*> lines.  Options left blank are taken at the slice jobs' run
*> defaults - small, horizontal, no border.
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

*> ADD-CHANGE-PARA books the record in hand for the status change
*> in WS-CHANGE-ACTION - H hold on budget, P back on pending.  Past
*> the table's size the record is left as it is and said so.
ADD-CHANGE-PARA.
    IF WS-CHANGE-COUNT >= WS-MAX-CHANGES THEN
       DISPLAY 'MORE THAN ' WS-MAX-CHANGES ' BUDGET CHANGES TONIGHT'
               ' - ' BQ-REQUEST-ID ' IS LEFT AS IT IS.'
       GO TO ADD-CHANGE-EXIT
    END-IF
    ADD 1 TO WS-CHANGE-COUNT
    MOVE BQ-REQUEST-ID TO WS-CT-ID(WS-CHANGE-COUNT)
    MOVE WS-CHANGE-ACTION TO WS-CT-ACTION(WS-CHANGE-COUNT).
ADD-CHANGE-EXIT. EXIT.

*> APPLY-CHANGE-PARA reads one booked record back by its ID, makes
*> its status change - held on BUDGET, or back on pending with the
*> hold reason cleared - stamps the status date and journals it.
APPLY-CHANGE-PARA.
    MOVE WS-CT-ID(WS-CX) TO BQ-REQUEST-ID
    READ QUEUE-FILE
        INVALID KEY
           CONTINUE
    END-READ
    IF WS-QUEUE-STATUS NOT EQUAL '00' THEN
       GO TO APPLY-CHANGE-EXIT
    END-IF
    MOVE BQ-RECORD TO WS-JRNL-BEFORE
    IF WS-CT-ACTION(WS-CX) EQUAL 'H' THEN
       MOVE 'H' TO BQ-STATUS
       MOVE 'BUDGET' TO BQ-HOLD-REASON
       MOVE 'Y' TO BQ-WAS-HELD
    ELSE
       MOVE 'P' TO BQ-STATUS
       MOVE SPACES TO BQ-HOLD-REASON
    END-IF
    MOVE WS-TIMESTAMP(1:8) TO BQ-STAT-DATE
    REWRITE BQ-RECORD
        INVALID KEY
           CONTINUE
    END-REWRITE
    IF WS-QUEUE-STATUS NOT EQUAL '00' THEN
       DISPLAY 'QUEUE RECORD ' BQ-REQUEST-ID ' COULD NOT BE'
               ' UPDATED - STATUS ' WS-QUEUE-STATUS '.'
       GO TO APPLY-CHANGE-EXIT
    END-IF
    MOVE 'C' TO WS-JRNL-ACTION
    PERFORM WRITE-JOURNAL-PARA THRU WRITE-JOURNAL-EXIT
    IF BQ-STATUS EQUAL 'H' THEN
       ADD 1 TO WS-HOLD-COUNT
    ELSE
       ADD 1 TO WS-RELEASE-COUNT
    END-IF.
APPLY-CHANGE-EXIT. EXIT.

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
    MOVE 'SPLITQ' TO QJ-PROGRAM
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
