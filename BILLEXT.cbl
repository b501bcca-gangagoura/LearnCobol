*> master (including the blank department of interactive runs) is
*> reported and left out of the extract, and the run ends RC 4 so
*> the gap is chased rather than silently unbilled.
*> A reprint QUEUEMNT re-queued carries the original request ID and
*> a reason on its audit record.  A reprint for damage or loss is
*> billed like any request; a reprint of our own error is billed at
*> zero - it never reaches the extract.  Every reprint is listed on
*> REPRINTS with the amount it was billed, followed by totals for
*> each reason, so the print room can see where the waste comes
*> from; the written-off column prices the our-error lines at the
*> department rate.  A listing that will not open is reported and
*> the run ends RC 4, but the extract is still written.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EXTRACT-OUT ASSIGN TO 'BILLEXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXTRACT-STATUS.
    SELECT REPRINT-RPT ASSIGN TO 'REPRINTS'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPRINT-STATUS.
    SELECT SORT-WORK ASSIGN TO 'SORTWK'.
DATA DIVISION.
FILE SECTION.
    05 AI-LINES                    PIC X(5).
    05 FILLER                      PIC X(1).
    05 AI-WORD                     PIC X(30).
    05 FILLER                      PIC X(1).
    05 AI-REPRINT-OF               PIC X(8).
    05 FILLER                      PIC X(1).
    05 AI-REPRINT-RSN              PIC X(1).
    05 FILLER                      PIC X(33).
FD  DEPT-MASTER.
01  DM-RECORD.
    05 DM-DEPT                     PIC X(8).
    05 BX-RATE                     PIC 9(6).
    05 FILLER                      PIC X(1).
    05 BX-AMOUNT                   PIC 9(11).
FD  REPRINT-RPT.
01  RR-RECORD                      PIC X(80).
SD  SORT-WORK.
01  SW-RECORD.
    05 SW-MONTH                    PIC X(6).
01 WS-AUDIT-IN-STATUS              PIC X(2).
01 WS-DEPT-STATUS                  PIC X(2).
01 WS-EXTRACT-STATUS               PIC X(2).
01 WS-REPRINT-STATUS               PIC X(2).
01 WS-DATA-ITEMS.
   05 WS-AUDIT-EOF-SW              PIC X(1).
   05 WS-SORT-EOF-SW               PIC X(1).
   05 WS-DEPT-IX                   PIC 9(2).
   05 WS-DX                        PIC 9(2).
   05 WS-LOOKUP-DEPT               PIC X(8).
   05 WS-REPRINT-OPEN-SW           PIC X(1).
   05 WS-REPRINT-COUNT             PIC 9(5).
   05 WS-RX                        PIC 9(1).
   05 WS-RP-LINES                  PIC 9(5).
   05 WS-RP-BILLED                 PIC 9(9)V99.
   05 WS-RP-VALUE                  PIC 9(9)V99.
01 WS-REASON-TABLE.
   05 WS-REASON-ENTRY OCCURS 4 TIMES.
      10 WS-RT-COUNT               PIC 9(5).
      10 WS-RT-LINES               PIC 9(9).
      10 WS-RT-BILLED              PIC 9(9)V99.
      10 WS-RT-WRITTEN-OFF         PIC 9(9)V99.
01 WS-REASON-NAMES.
   05 FILLER                       PIC X(9) VALUE 'DAMAGED'.
   05 FILLER                       PIC X(9) VALUE 'LOST'.
   05 FILLER                       PIC X(9) VALUE 'OUR ERROR'.
   05 FILLER                       PIC X(9) VALUE 'UNKNOWN'.
01 WS-REASON-NAME-TABLE REDEFINES WS-REASON-NAMES.
   05 WS-REASON-NAME OCCURS 4 TIMES PIC X(9).
01 WS-RP-HEAD-LINE1.
   05 FILLER                       PIC X(40)
      VALUE 'BANNER REPRINTS - WASTE AND BILLING'.
   05 FILLER                       PIC X(40) VALUE SPACES.
01 WS-RP-HEAD-LINE2.
   05 FILLER                       PIC X(40)
      VALUE 'MONTH   REQUEST   ORIGINAL  REASON     D'.
   05 FILLER                       PIC X(40)
      VALUE 'EPT       LINES          BILLED'.
01 WS-RP-DETAIL-LINE.
   05 WS-RD-MONTH                  PIC X(6).
   05 FILLER                       PIC X(2) VALUE SPACES.
   05 WS-RD-REQUEST-ID             PIC X(8).
   05 FILLER                       PIC X(2) VALUE SPACES.
   05 WS-RD-REPRINT-OF             PIC X(8).
   05 FILLER                       PIC X(2) VALUE SPACES.
   05 WS-RD-REASON                 PIC X(9).
   05 FILLER                       PIC X(2) VALUE SPACES.
   05 WS-RD-DEPT                   PIC X(8).
   05 FILLER                       PIC X(2) VALUE SPACES.
   05 WS-RD-LINES                  PIC ZZ,ZZ9.
   05 FILLER                       PIC X(2) VALUE SPACES.
   05 WS-RD-BILLED                 PIC ZZZ,ZZZ,ZZ9.99.
   05 FILLER                       PIC X(9) VALUE SPACES.
01 WS-RP-TOTAL-HEAD.
   05 FILLER                       PIC X(40)
      VALUE 'REASON     REPRINTS        LINES        '.
   05 FILLER                       PIC X(40)
      VALUE '  BILLED    WRITTEN OFF'.
01 WS-RP-TOTAL-LINE.
   05 WS-RT-REASON                 PIC X(9).
   05 FILLER                       PIC X(4) VALUE SPACES.
   05 WS-RT-COUNT-OUT              PIC ZZ,ZZ9.
   05 FILLER                       PIC X(2) VALUE SPACES.
   05 WS-RT-LINES-OUT              PIC ZZZ,ZZZ,ZZ9.
   05 FILLER                       PIC X(2) VALUE SPACES.
   05 WS-RT-BILLED-OUT             PIC ZZZ,ZZZ,ZZ9.99.
   05 FILLER                       PIC X(1) VALUE SPACES.
   05 WS-RT-WRITTEN-OFF-OUT        PIC ZZZ,ZZZ,ZZ9.99.
   05 FILLER                       PIC X(17) VALUE SPACES.
01 WS-DEPT-TABLE.
   05 WS-DEPT-ENTRY OCCURS 50 TIMES.
      10 WS-DT-DEPT                PIC X(8).
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    INITIALIZE WS-REASON-TABLE
    MOVE 'N' TO WS-REPRINT-OPEN-SW
    OPEN OUTPUT REPRINT-RPT
    IF WS-REPRINT-STATUS EQUAL '00' THEN
       MOVE 'Y' TO WS-REPRINT-OPEN-SW
       MOVE WS-RP-HEAD-LINE1 TO RR-RECORD
       WRITE RR-RECORD
       MOVE SPACES TO RR-RECORD
       WRITE RR-RECORD
       MOVE WS-RP-HEAD-LINE2 TO RR-RECORD
       WRITE RR-RECORD
    ELSE
       DISPLAY 'REPRINTS COULD NOT BE OPENED - STATUS '
               WS-REPRINT-STATUS '. REPRINTS WILL NOT BE LISTED.'
    END-IF
    SORT SORT-WORK
         ON ASCENDING KEY SW-MONTH SW-DEPT
         INPUT PROCEDURE IS SORT-IN-PARA THRU SORT-IN-EXIT
         OUTPUT PROCEDURE IS EXTRACT-PARA THRU EXTRACT-EXIT
    CLOSE EXTRACT-OUT
    IF WS-REPRINT-OPEN-SW EQUAL 'Y' THEN
       PERFORM REPRINT-TOTALS-PARA THRU REPRINT-TOTALS-EXIT
       CLOSE REPRINT-RPT
    END-IF
    DISPLAY WS-EXTRACT-COUNT ' BILLING EXTRACT RECORDS WRITTEN,'
            ' TOTAL AMOUNT ' WS-GRAND-AMOUNT '.'
    IF WS-SKIPPED-COUNT > 0 THEN
               ' THE DEPARTMENT MASTER AND WERE NOT BILLED.'
       MOVE 4 TO RETURN-CODE
    END-IF
    DISPLAY WS-REPRINT-COUNT ' REPRINTS ON THE LOG.'
    IF WS-REPRINT-OPEN-SW NOT EQUAL 'Y' THEN
       MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

*> SORT-IN-PARA feeds the sort the same way AUDITRPT does: one
*> released record per readable audit line, keyed on month and
*> department out of the timestamp; an unreadable record is counted
*> and left out rather than poisoning the totals.  A reprint is
*> listed on the way past, and one of our own error is not released
*> - it is billed at zero.
SORT-IN-PARA.
    OPEN INPUT AUDIT-IN
    IF WS-AUDIT-IN-STATUS NOT EQUAL '00' THEN
           NOT AT END
              IF AI-TIMESTAMP(1:8) IS NUMERIC
                 AND AI-LINES IS NUMERIC THEN
                 IF AI-REPRINT-OF NOT EQUAL SPACES THEN
                    PERFORM LIST-REPRINT-PARA THRU LIST-REPRINT-EXIT
                 END-IF
                 IF AI-REPRINT-OF EQUAL SPACES
                    OR AI-REPRINT-RSN NOT EQUAL 'O' THEN
                    MOVE AI-TIMESTAMP(1:6) TO SW-MONTH
                    MOVE AI-DEPT TO SW-DEPT
                    MOVE AI-LINES TO SW-LINES
                    RELEASE SW-RECORD
                 END-IF
              ELSE
                 ADD 1 TO WS-SKIPPED-COUNT
              END-IF
    CLOSE AUDIT-IN.
SORT-IN-EXIT. EXIT.

*> LIST-REPRINT-PARA prices one reprint's lines at its department's
*> rate, adds them to its reason's totals and lists it.  The lines
*> of an our-error reprint are written off rather than billed; a
*> department the master does not carry prices at zero here and is
*> reported with the rest of the extract.
LIST-REPRINT-PARA.
    ADD 1 TO WS-REPRINT-COUNT
    EVALUATE AI-REPRINT-RSN
       WHEN 'D'
          MOVE 1 TO WS-RX
       WHEN 'L'
          MOVE 2 TO WS-RX
       WHEN 'O'
          MOVE 3 TO WS-RX
       WHEN OTHER
          MOVE 4 TO WS-RX
    END-EVALUATE
    MOVE AI-LINES TO WS-RP-LINES
    MOVE AI-DEPT TO WS-LOOKUP-DEPT
    PERFORM FIND-DEPT-PARA THRU FIND-DEPT-EXIT
    IF WS-DEPT-IX EQUAL 0 THEN
       MOVE 0 TO WS-RP-VALUE
    ELSE
       COMPUTE WS-RP-VALUE = WS-RP-LINES * WS-DT-RATE(WS-DEPT-IX)
    END-IF
    IF WS-RX EQUAL 3 THEN
       MOVE 0 TO WS-RP-BILLED
       ADD WS-RP-VALUE TO WS-RT-WRITTEN-OFF(WS-RX)
    ELSE
       MOVE WS-RP-VALUE TO WS-RP-BILLED
    END-IF
    ADD 1 TO WS-RT-COUNT(WS-RX)
    ADD WS-RP-LINES TO WS-RT-LINES(WS-RX)
    ADD WS-RP-BILLED TO WS-RT-BILLED(WS-RX)
    IF WS-REPRINT-OPEN-SW NOT EQUAL 'Y' THEN
       GO TO LIST-REPRINT-EXIT
    END-IF
    MOVE AI-TIMESTAMP(1:6) TO WS-RD-MONTH
    MOVE AI-REQUEST-ID TO WS-RD-REQUEST-ID
    MOVE AI-REPRINT-OF TO WS-RD-REPRINT-OF
    MOVE WS-REASON-NAME(WS-RX) TO WS-RD-REASON
    MOVE AI-DEPT TO WS-RD-DEPT
    MOVE WS-RP-LINES TO WS-RD-LINES
    MOVE WS-RP-BILLED TO WS-RD-BILLED
    MOVE WS-RP-DETAIL-LINE TO RR-RECORD
    WRITE RR-RECORD.
LIST-REPRINT-EXIT. EXIT.

*> REPRINT-TOTALS-PARA closes the reprint listing with a line per
*> reason - how many, how many lines, what was billed and what was
*> written off.  The unknown line only shows when a record carried a
*> reason QUEUEMNT would not have given it.
REPRINT-TOTALS-PARA.
    MOVE SPACES TO RR-RECORD
    WRITE RR-RECORD
    IF WS-REPRINT-COUNT EQUAL 0 THEN
       MOVE 'NO REPRINTS WERE FOUND ON THE AUDIT LOG.' TO RR-RECORD
       WRITE RR-RECORD
       GO TO REPRINT-TOTALS-EXIT
    END-IF
    MOVE WS-RP-TOTAL-HEAD TO RR-RECORD
    WRITE RR-RECORD
    PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 4
    IF WS-RX < 4 OR WS-RT-COUNT(WS-RX) > 0 THEN
       MOVE WS-REASON-NAME(WS-RX) TO WS-RT-REASON
       MOVE WS-RT-COUNT(WS-RX) TO WS-RT-COUNT-OUT
       MOVE WS-RT-LINES(WS-RX) TO WS-RT-LINES-OUT
       MOVE WS-RT-BILLED(WS-RX) TO WS-RT-BILLED-OUT
       MOVE WS-RT-WRITTEN-OFF(WS-RX) TO WS-RT-WRITTEN-OFF-OUT
       MOVE WS-RP-TOTAL-LINE TO RR-RECORD
       WRITE RR-RECORD
    END-IF
    END-PERFORM.
REPRINT-TOTALS-EXIT. EXIT.

*> EXTRACT-PARA takes the sorted records back, accumulates each
*> month and department, and writes the priced extract record at
*> every department break.
