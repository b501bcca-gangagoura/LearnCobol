*>   - appends any slice rejects behind PROD.BANNER.REJECTS for the
*>     normal REWORK path;
*>   - posts each slice record's final status (D served, E in
*>     error) back onto the master queue, where SPLITQ left it
*>     pending - only after this step is the master marked done.
*> A slice dataset that is missing or empty is reported and skipped,
*> so a night run with fewer slices still merges clean.
*> 02-SEP-2026  posting a slice's final status now carries the
*> treated as already past retention.  The widened reject record
*> (needed-by and spacing) merges through unchanged at its new
*> length.
*> 15-OCT-2026  each slice audit record merged is now also posted to
*> its department's month-to-date line total on the BUDGLDG budget
*> ledger, the way PATTERN posts it on a single-stream night, so a
*> parallel night still counts against the monthly budgets.  The
*> slices themselves run without the ledger and hold nothing on
*> budget.
*> 15-OCT-2026  the queue and slice records are 160 bytes and the
*> audit record 120; an our-error reprint's lines are merged onto
*> the audit trail but not posted to the budget ledger.
*> 15-OCT-2026  run-summary trailers are 71 bytes, carrying the
*> lines by forms stock behind the run totals.
*> 15-OCT-2026  posting a slice's final status also carries the
*> served date PATTERN stamped on the slice record, for the
*> SLARPT turnaround report.
*> 15-OCT-2026  each status posted back to the master queue is
*> appended, before and after, to the BANNERJ change journal that
*> QRECOVER replays over the night's queue backup.  No flags are
*> posted, RC 8, when the journal cannot be opened.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BQ-REQUEST-ID
           FILE STATUS IS WS-QUEUE-STATUS.
    SELECT BUDGET-LEDGER ASSIGN TO 'BUDGLDG'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BL-DEPT
           FILE STATUS IS WS-LEDGER-STATUS.
    SELECT CHANGE-JRNL ASSIGN TO 'BANNERJ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRNL-STATUS.
DATA DIVISION.
FILE SECTION.
FD  SLICE-PRINT.
FD  BANNER-OUT.
01  BO-RECORD                      PIC X(303).
FD  SLICE-AUDIT.
01  SA-RECORD.
    05 SA-TIMESTAMP.
       10 SA-MONTH                 PIC X(6).
       10 SA-DAY                   PIC X(2).
       10 FILLER                   PIC X(13).
    05 FILLER                      PIC X(1).
    05 SA-REQUEST-ID               PIC X(8).
    05 FILLER                      PIC X(1).
    05 SA-DEPT                     PIC X(8).
    05 FILLER                      PIC X(1).
    05 SA-LINES                    PIC 9(5).
    05 FILLER                      PIC X(32).
    05 SA-REPRINT-OF               PIC X(8).
    05 FILLER                      PIC X(1).
    05 SA-REPRINT-RSN              PIC X(1).
    05 FILLER                      PIC X(33).
FD  AUDIT-LOG.
01  AL-RECORD                      PIC X(120).
FD  SLICE-SUMMARY.
01  SS-RECORD                      PIC X(71).
FD  RUN-SUMMARY.
01  RS-RECORD                      PIC X(71).
FD  SLICE-REJECT.
01  SR-RECORD                      PIC X(99).
FD  REJECT-FILE.
    05 SQ-STAT-DATE                PIC X(8).
    05 SQ-NEEDED-BY                PIC X(8).
    05 SQ-SPACING                  PIC X(1).
    05 FILLER                      PIC X(26).
    05 SQ-SERVED-DATE              PIC X(8).
    05 FILLER                      PIC X(55).
FD  QUEUE-FILE.
01  BQ-RECORD.
    05 BQ-REQUEST-ID               PIC X(8).
    05 BQ-STAT-DATE                PIC X(8).
    05 BQ-NEEDED-BY                PIC X(8).
    05 BQ-SPACING                  PIC X(1).
    05 FILLER                      PIC X(26).
    05 BQ-SERVED-DATE              PIC X(8).
    05 FILLER                      PIC X(55).
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
01 WS-SLICE-PRINT-STATUS           PIC X(2).
01 WS-BANNER-OUT-STATUS             PIC X(2).
01 WS-REJECT-STATUS                PIC X(2).
01 WS-SLICE-Q-STATUS               PIC X(2).
01 WS-QUEUE-STATUS                 PIC X(2).
01 WS-LEDGER-STATUS                PIC X(2).
01 WS-JRNL-STATUS                  PIC X(2).
01 WS-DATA-ITEMS.
   05 WS-JRNL-ACTION               PIC X(1).
   05 WS-JRNL-STAMP                PIC X(21).
   05 WS-JRNL-BEFORE               PIC X(160).
   05 WS-JRNL-ERR-COUNT            PIC 9(5).
   05 WS-EOF-SW                    PIC X(1).
   05 WS-PRINT-COUNT               PIC 9(7).
   05 WS-AUDIT-COUNT               PIC 9(7).
   05 WS-REJ-COUNT                 PIC 9(5).
   05 WS-POSTED-COUNT              PIC 9(7).
   05 WS-MISSED-COUNT              PIC 9(5).
   05 WS-LEDGER-OPEN-SW            PIC X(1).
   05 WS-LEDGER-FOUND-SW           PIC X(1).
   05 WS-LEDGER-COUNT              PIC 9(7).
PROCEDURE DIVISION.
    INITIALIZE WS-DATA-ITEMS
    PERFORM MERGE-PRINT-PARA THRU MERGE-PRINT-EXIT
    DISPLAY 'SLICE MERGED - ' WS-PRINT-COUNT ' PRINT LINES, '
            WS-AUDIT-COUNT ' AUDIT RECORDS, ' WS-SUMM-COUNT
            ' TRAILERS, ' WS-REJ-COUNT ' REJECTS, '
            WS-POSTED-COUNT ' FLAGS POSTED, ' WS-LEDGER-COUNT
            ' BUDGET POSTINGS.'
    IF WS-MISSED-COUNT > 0 THEN
       DISPLAY WS-MISSED-COUNT ' SLICE RECORDS HAD NO MASTER QUEUE'
               ' RECORD TO POST TO.'
       MOVE 8 TO RETURN-CODE
    END-IF
    IF WS-JRNL-ERR-COUNT > 0 THEN
       DISPLAY WS-JRNL-ERR-COUNT ' QUEUE CHANGES COULD NOT BE'
               ' JOURNALED - TAKE A FRESH QUEUE BACKUP.'
       IF RETURN-CODE < 4 THEN
          MOVE 4 TO RETURN-CODE
       END-IF
    END-IF
    STOP RUN.

MERGE-PRINT-PARA.
       CLOSE SLICE-AUDIT
       GO TO MERGE-AUDIT-EXIT
    END-IF
    MOVE 'N' TO WS-LEDGER-OPEN-SW
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
               WS-LEDGER-STATUS '. SLICE LINES NOT POSTED TO THE'
               ' BUDGET LEDGER.'
    END-IF
    MOVE 'N' TO WS-EOF-SW
    PERFORM UNTIL WS-EOF-SW EQUAL 'Y'
       READ SLICE-AUDIT
              MOVE SA-RECORD TO AL-RECORD
              WRITE AL-RECORD
              ADD 1 TO WS-AUDIT-COUNT
              IF WS-LEDGER-OPEN-SW EQUAL 'Y'
                 AND SA-DEPT NOT EQUAL SPACES
                 AND SA-LINES IS NUMERIC
                 AND SA-REPRINT-RSN NOT EQUAL 'O' THEN
                 PERFORM POST-LEDGER-PARA THRU POST-LEDGER-EXIT
              END-IF
       END-READ
    END-PERFORM
    IF WS-LEDGER-OPEN-SW EQUAL 'Y' THEN
       CLOSE BUDGET-LEDGER
    END-IF
    CLOSE SLICE-AUDIT AUDIT-LOG.
MERGE-AUDIT-EXIT. EXIT.

*> POST-LEDGER-PARA adds one slice audit record's printed lines to
*> its department's month-to-date total on the budget ledger - the
*> same posting PATTERN makes on a single-stream night, keyed on
*> the month the line was printed.  An our-error reprint is not
*> posted - the department is not charged for our spoilage.
POST-LEDGER-PARA.
    MOVE SA-DEPT TO BL-DEPT
    READ BUDGET-LEDGER
        INVALID KEY
           MOVE 'N' TO WS-LEDGER-FOUND-SW
        NOT INVALID KEY
           MOVE 'Y' TO WS-LEDGER-FOUND-SW
    END-READ
    IF WS-LEDGER-FOUND-SW EQUAL 'N' THEN
       MOVE SPACES TO BL-RECORD
       MOVE SA-DEPT TO BL-DEPT
       MOVE SA-MONTH TO BL-MONTH
       MOVE SA-LINES TO BL-SPENT
       MOVE SA-TIMESTAMP(1:8) TO BL-POSTED
       WRITE BL-RECORD
    ELSE
       IF BL-MONTH NOT EQUAL SA-MONTH THEN
          MOVE SA-MONTH TO BL-MONTH
          MOVE 0 TO BL-SPENT
       END-IF
       ADD SA-LINES TO BL-SPENT
       MOVE SA-TIMESTAMP(1:8) TO BL-POSTED
       REWRITE BL-RECORD
    END-IF
    IF WS-LEDGER-STATUS EQUAL '00' THEN
       ADD 1 TO WS-LEDGER-COUNT
    ELSE
       DISPLAY 'BUDGLDG COULD NOT BE POSTED FOR ' SA-DEPT
               ' - STATUS ' WS-LEDGER-STATUS '.'
    END-IF.
POST-LEDGER-EXIT. EXIT.

MERGE-SUMMARY-PARA.
    OPEN INPUT SLICE-SUMMARY
    IF WS-SLICE-SUMM-STATUS NOT EQUAL '00' THEN
       CLOSE SLICE-QUEUE
       GO TO POST-FLAGS-EXIT
    END-IF
    OPEN EXTEND CHANGE-JRNL
    IF WS-JRNL-STATUS EQUAL '35' THEN
       OPEN OUTPUT CHANGE-JRNL
    END-IF
    IF WS-JRNL-STATUS NOT EQUAL '00' THEN
       DISPLAY 'BANNERJ COULD NOT BE OPENED - STATUS '
               WS-JRNL-STATUS '. NO FLAGS POSTED.'
       CLOSE SLICE-QUEUE QUEUE-FILE
       MOVE 8 TO RETURN-CODE
       GO TO POST-FLAGS-EXIT
    END-IF
    MOVE 'N' TO WS-EOF-SW
    PERFORM UNTIL WS-EOF-SW EQUAL 'Y'
       READ SLICE-QUEUE NEXT RECORD
              END-IF
       END-READ
    END-PERFORM
    CLOSE SLICE-QUEUE QUEUE-FILE CHANGE-JRNL.
POST-FLAGS-EXIT. EXIT.

POST-ONE-FLAG-PARA.
        INVALID KEY
           ADD 1 TO WS-MISSED-COUNT
        NOT INVALID KEY
           MOVE BQ-RECORD TO WS-JRNL-BEFORE
           MOVE SQ-STATUS TO BQ-STATUS
           MOVE SQ-STAT-DATE TO BQ-STAT-DATE
           MOVE SQ-SERVED-DATE TO BQ-SERVED-DATE
           REWRITE BQ-RECORD
           MOVE 'C' TO WS-JRNL-ACTION
           PERFORM WRITE-JOURNAL-PARA THRU WRITE-JOURNAL-EXIT
           ADD 1 TO WS-POSTED-COUNT
    END-READ.
POST-ONE-FLAG-EXIT. EXIT.

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
    MOVE 'MERGEOUT' TO QJ-PROGRAM
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
