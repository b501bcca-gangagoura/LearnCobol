ID DIVISION.
PROGRAM-ID. SLARPT.
AUTHOR. gangagoura.
DATE-WRITTEN. 15-OCT-2026.
*> SLARPT is the monthly turnaround (SLA) report for the banner
*> service.  It reads every record on the live queue (BANNERQ) and
*> on the BANNERH history QPURGE moves served work to, and takes
*> each request served (D) in the report month - by the served date
*> PATTERN stamps - or in the three months before it.  A served
*> request canceled afterwards to pull it off the LED boards (C
*> with a served date) was still served and is taken the same way.
*> For each department and priority it prints the month's count of
*> requests served, the average and worst days from the date the
*> request was added to the date it was served, the percentage of
*> requests carrying a needed-by date that were served on or before
*> it, and how many were held or sent for proof at some point along
*> the way.  A second line gives the same figures over the prior three
*> months (counts as a monthly average) and a third the change from
*> the prior three months to the report month.  Grand totals close
*> the report.
*> The SLACTL card names the report month in columns 1-6 (YYYYMM);
*> a missing, blank or unreadable card reports on last month.  A
*> served request with no usable add date - queued before the dates
*> were kept - is left out and counted at the foot of the report.
*> The run ends RC 4 when history could not be read, the table
*> overflowed or requests were left out for want of an add date;
*> RC 8 when the live queue or the report cannot be opened.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT QUEUE-FILE ASSIGN TO 'BANNERQ'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BQ-REQUEST-ID
           FILE STATUS IS WS-QUEUE-STATUS.
    SELECT HIST-FILE ASSIGN TO 'BANNERH'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HQ-REQUEST-ID
           FILE STATUS IS WS-HIST-STATUS.
    SELECT SLA-CTL ASSIGN TO 'SLACTL'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.
    SELECT SLA-RPT ASSIGN TO 'SLARPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  QUEUE-FILE.
01  BQ-RECORD.
    05 BQ-REQUEST-ID               PIC X(8).
    05 FILLER                      PIC X(152).
FD  HIST-FILE.
01  HQ-RECORD.
    05 HQ-REQUEST-ID               PIC X(8).
    05 FILLER                      PIC X(152).
FD  SLA-CTL.
01  SC-RECORD.
    05 SC-MONTH                    PIC X(6).
    05 FILLER                      PIC X(74).
FD  SLA-RPT.
01  SR-RECORD                      PIC X(80).
WORKING-STORAGE SECTION.
01 WS-MAX-ENTRIES                  PIC 9(3) VALUE 500.
01 WS-QUEUE-STATUS                 PIC X(2).
01 WS-HIST-STATUS                  PIC X(2).
01 WS-CTL-STATUS                   PIC X(2).
01 WS-RPT-STATUS                   PIC X(2).
*> WS-SLA-REC is the queue record in hand, live or history - both
*> datasets carry the same 160-byte layout.
01 WS-SLA-REC.
   05 WS-SQ-REQUEST-ID             PIC X(8).
   05 WS-SQ-PRIORITY               PIC X(1).
   05 WS-SQ-STATUS                 PIC X(1).
   05 WS-SQ-DEPT                   PIC X(8).
   05 FILLER                       PIC X(36).
   05 WS-SQ-STAT-DATE              PIC X(8).
   05 WS-SQ-NEEDED-BY              PIC X(8).
   05 FILLER                       PIC X(19).
   05 WS-SQ-ADD-DATE               PIC X(8).
   05 WS-SQ-SERVED-DATE            PIC X(8).
   05 WS-SQ-WAS-HELD               PIC X(1).
   05 WS-SQ-WAS-PROOFED            PIC X(1).
   05 FILLER                       PIC X(53).
01 WS-DATA-ITEMS.
   05 WS-EOF-SW                    PIC X(1).
   05 WS-HIST-OPEN-SW              PIC X(1).
   05 WS-FULL-SW                   PIC X(1).
   05 WS-TIMESTAMP                 PIC X(21).
   05 WS-TODAY                     PIC X(8).
   05 WS-RPT-MONTH                 PIC X(6).
   05 WS-RPT-YEAR                  PIC 9(4).
   05 WS-RPT-MM                    PIC 9(2).
   05 WS-RPT-MIX                   PIC 9(6).
   05 WS-REC-YEAR                  PIC 9(4).
   05 WS-REC-MM                    PIC 9(2).
   05 WS-REC-MIX                   PIC 9(6).
   05 WS-BX                        PIC 9(1).
   05 WS-ADD-NUM                   PIC 9(8).
   05 WS-SERVED-NUM                PIC 9(8).
   05 WS-DAYS                      PIC S9(7).
   05 WS-ENTRY-COUNT               PIC 9(3).
   05 WS-EX                        PIC 9(3).
   05 WS-MX                        PIC 9(3).
   05 WS-LOOKUP-KEY.
      10 WS-LOOKUP-DEPT            PIC X(8).
      10 WS-LOOKUP-PRIORITY        PIC X(1).
   05 WS-QUEUE-READ                PIC 9(7).
   05 WS-HIST-READ                 PIC 9(7).
   05 WS-TAKEN-COUNT               PIC 9(7).
   05 WS-NO-ADD-COUNT              PIC 9(7).
   05 WS-OVERFLOW-COUNT            PIC 9(7).
   05 WS-CUR-COUNT                 PIC S9(7)V9.
   05 WS-CUR-AVG                   PIC S9(5)V9.
   05 WS-CUR-MET                   PIC S9(3)V9.
   05 WS-PRI-COUNT                 PIC S9(7)V9.
   05 WS-PRI-AVG                   PIC S9(5)V9.
   05 WS-PRI-MET                   PIC S9(3)V9.
   05 WS-PRI-HELD                  PIC S9(7)V9.
   05 WS-PRI-PROOFED               PIC S9(7)V9.
*> WS-BUCKETS is the work copy of one department and priority's
*> figures: bucket 1 is the report month, buckets 2-4 the three
*> months before it, most recent first.  WS-PRIOR sums buckets 2-4.
01 WS-BUCKETS.
   05 WS-BUCKET OCCURS 4 TIMES.
      10 WS-BK-COUNT               PIC 9(7).
      10 WS-BK-DAYS                PIC 9(9).
      10 WS-BK-WORST               PIC 9(5).
      10 WS-BK-NEED                PIC 9(7).
      10 WS-BK-MET                 PIC 9(7).
      10 WS-BK-HELD                PIC 9(7).
      10 WS-BK-PROOFED             PIC 9(7).
01 WS-PRIOR.
   05 WS-PR-COUNT                  PIC 9(7).
   05 WS-PR-DAYS                   PIC 9(9).
   05 WS-PR-WORST                  PIC 9(5).
   05 WS-PR-NEED                   PIC 9(7).
   05 WS-PR-MET                    PIC 9(7).
   05 WS-PR-HELD                   PIC 9(7).
   05 WS-PR-PROOFED                PIC 9(7).
01 WS-TOTAL-BUCKETS                PIC X(196).
01 WS-SLA-TABLE.
   05 WS-SLA-ENTRY OCCURS 500 TIMES.
      10 WS-ST-KEY.
         15 WS-ST-DEPT             PIC X(8).
         15 WS-ST-PRIORITY         PIC X(1).
      10 WS-ST-BUCKETS             PIC X(196).
01 WS-HEAD-LINE1.
   05 FILLER                       PIC X(32)
      VALUE 'BANNER TURNAROUND (SLA) - MONTH '.
   05 WS-H1-MONTH                  PIC X(7).
   05 FILLER                       PIC X(23)
      VALUE '      PRIOR 3 MONTHS TO'.
   05 FILLER                       PIC X(1) VALUE SPACE.
   05 WS-H1-PRIOR                  PIC X(7).
   05 FILLER                       PIC X(10) VALUE SPACES.
01 WS-HEAD-LINE2.
   05 FILLER                       PIC X(40) VALUE
      'DEPT     PR PERIOD      COUNT  AVG DY  W'.
   05 FILLER                       PIC X(40) VALUE
      'ORST   MET %       HELD   PROOFED'.
01 WS-SLA-LINE.
   05 WS-SL-DEPT                   PIC X(8).
   05 FILLER                       PIC X(1) VALUE SPACE.
   05 WS-SL-PRIORITY               PIC X(1).
   05 FILLER                       PIC X(2) VALUE SPACES.
   05 WS-SL-PERIOD                 PIC X(7).
   05 FILLER                       PIC X(1) VALUE SPACE.
   05 WS-SL-COUNT                  PIC ---,--9.9.
   05 FILLER                       PIC X(2) VALUE SPACES.
   05 WS-SL-AVG                    PIC ---9.9.
   05 WS-SL-AVG-X REDEFINES WS-SL-AVG
                                   PIC X(6).
   05 FILLER                       PIC X(2) VALUE SPACES.
   05 WS-SL-WORST                  PIC ----9.
   05 WS-SL-WORST-X REDEFINES WS-SL-WORST
                                   PIC X(5).
   05 FILLER                       PIC X(2) VALUE SPACES.
   05 WS-SL-MET                    PIC ---9.9.
   05 WS-SL-MET-X REDEFINES WS-SL-MET
                                   PIC X(6).
   05 FILLER                       PIC X(2) VALUE SPACES.
   05 WS-SL-HELD                   PIC ---,--9.9.
   05 FILLER                       PIC X(1) VALUE SPACE.
   05 WS-SL-PROOFED                PIC ---,--9.9.
   05 FILLER                       PIC X(7) VALUE SPACES.
01 WS-FOOT-LINE.
   05 WS-FL-COUNT                  PIC Z,ZZZ,ZZ9.
   05 FILLER                       PIC X(1) VALUE SPACE.
   05 WS-FL-TEXT                   PIC X(70).
PROCEDURE DIVISION.
    INITIALIZE WS-DATA-ITEMS
    INITIALIZE WS-SLA-TABLE
    INITIALIZE WS-BUCKETS
    MOVE WS-BUCKETS TO WS-TOTAL-BUCKETS
    MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
    MOVE WS-TIMESTAMP(1:8) TO WS-TODAY
    PERFORM READ-CONTROL-PARA THRU READ-CONTROL-EXIT
    PERFORM SET-MONTH-PARA THRU SET-MONTH-EXIT
    OPEN INPUT QUEUE-FILE
    IF WS-QUEUE-STATUS NOT EQUAL '00' THEN
       DISPLAY 'BANNERQ IS NOT AVAILABLE - STATUS ' WS-QUEUE-STATUS
               '. ENDING RUN.'
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    OPEN OUTPUT SLA-RPT
    IF WS-RPT-STATUS NOT EQUAL '00' THEN
       DISPLAY 'SLARPT COULD NOT BE OPENED - STATUS '
               WS-RPT-STATUS '. ENDING RUN.'
       CLOSE QUEUE-FILE
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE 'N' TO WS-EOF-SW
    PERFORM UNTIL WS-EOF-SW EQUAL 'Y'
       READ QUEUE-FILE NEXT RECORD INTO WS-SLA-REC
           AT END
              MOVE 'Y' TO WS-EOF-SW
           NOT AT END
              ADD 1 TO WS-QUEUE-READ
              PERFORM TAKE-REQUEST-PARA THRU TAKE-REQUEST-EXIT
       END-READ
    END-PERFORM
    CLOSE QUEUE-FILE
    MOVE 'N' TO WS-HIST-OPEN-SW
    OPEN INPUT HIST-FILE
    IF WS-HIST-STATUS NOT EQUAL '00' THEN
       DISPLAY 'BANNERH IS NOT AVAILABLE - STATUS ' WS-HIST-STATUS
               '. REPORTING THE LIVE QUEUE ONLY.'
    ELSE
       MOVE 'Y' TO WS-HIST-OPEN-SW
       MOVE 'N' TO WS-EOF-SW
       PERFORM UNTIL WS-EOF-SW EQUAL 'Y'
          READ HIST-FILE NEXT RECORD INTO WS-SLA-REC
              AT END
                 MOVE 'Y' TO WS-EOF-SW
              NOT AT END
                 ADD 1 TO WS-HIST-READ
                 PERFORM TAKE-REQUEST-PARA THRU TAKE-REQUEST-EXIT
          END-READ
       END-PERFORM
       CLOSE HIST-FILE
    END-IF
    PERFORM WRITE-REPORT-PARA THRU WRITE-REPORT-EXIT
    CLOSE SLA-RPT
    DISPLAY WS-QUEUE-READ ' QUEUE AND ' WS-HIST-READ
            ' HISTORY RECORDS READ, ' WS-TAKEN-COUNT
            ' SERVED REQUESTS COUNTED FOR ' WS-H1-MONTH
            ' AND THE THREE MONTHS BEFORE IT.'
    IF WS-NO-ADD-COUNT > 0 THEN
       DISPLAY WS-NO-ADD-COUNT ' SERVED REQUESTS LEFT OUT FOR WANT'
               ' OF AN ADD DATE.'
    END-IF
    IF WS-HIST-OPEN-SW NOT EQUAL 'Y' OR WS-FULL-SW EQUAL 'Y'
       OR WS-NO-ADD-COUNT > 0 THEN
       MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

*> READ-CONTROL-PARA takes the report month off the SLACTL card,
*> falling back to last month when the card is missing, blank or
*> will not scan - the monthly job can run with no card at all.
READ-CONTROL-PARA.
    MOVE WS-TODAY(1:4) TO WS-RPT-YEAR
    MOVE WS-TODAY(5:2) TO WS-RPT-MM
    IF WS-RPT-MM EQUAL 1 THEN
       MOVE 12 TO WS-RPT-MM
       SUBTRACT 1 FROM WS-RPT-YEAR
    ELSE
       SUBTRACT 1 FROM WS-RPT-MM
    END-IF
    OPEN INPUT SLA-CTL
    IF WS-CTL-STATUS NOT EQUAL '00' THEN
       DISPLAY 'SLACTL IS NOT AVAILABLE - STATUS ' WS-CTL-STATUS
               '. REPORTING LAST MONTH.'
       GO TO READ-CONTROL-EXIT
    END-IF
    READ SLA-CTL
        AT END
           DISPLAY 'SLACTL IS EMPTY. REPORTING LAST MONTH.'
        NOT AT END
           IF SC-MONTH EQUAL SPACES THEN
              CONTINUE
           ELSE
           IF SC-MONTH IS NUMERIC
              AND SC-MONTH(5:2) >= '01' AND SC-MONTH(5:2) <= '12' THEN
              MOVE SC-MONTH(1:4) TO WS-RPT-YEAR
              MOVE SC-MONTH(5:2) TO WS-RPT-MM
           ELSE
              DISPLAY 'SLACTL MONTH ' SC-MONTH ' WILL NOT SCAN.'
                      ' REPORTING LAST MONTH.'
           END-IF
           END-IF
    END-READ
    CLOSE SLA-CTL.
READ-CONTROL-EXIT. EXIT.

*> SET-MONTH-PARA keeps the report month as a running month number
*> (year times 12 plus the month) so the three months before it
*> count back across a year end.
SET-MONTH-PARA.
    COMPUTE WS-RPT-MIX = WS-RPT-YEAR * 12 + WS-RPT-MM - 1
    MOVE WS-RPT-YEAR TO WS-RPT-MONTH(1:4)
    MOVE WS-RPT-MM TO WS-RPT-MONTH(5:2)
    MOVE SPACES TO WS-H1-MONTH
    STRING WS-RPT-MONTH(1:4) '-' WS-RPT-MONTH(5:2)
           DELIMITED BY SIZE INTO WS-H1-MONTH.
SET-MONTH-EXIT. EXIT.

*> TAKE-REQUEST-PARA counts one queue record into its department
*> and priority's bucket when it was served in the report month or
*> the three before it.  Days are whole calendar days from the add
*> date to the served date; a request served the day it was added
*> took zero.  A needed-by date that does not scan means the
*> request had no deadline and stays out of the met percentage.
TAKE-REQUEST-PARA.
    IF (WS-SQ-STATUS NOT EQUAL 'D' AND WS-SQ-STATUS NOT EQUAL 'C')
       OR WS-SQ-SERVED-DATE IS NOT NUMERIC THEN
       GO TO TAKE-REQUEST-EXIT
    END-IF
    MOVE WS-SQ-SERVED-DATE(1:4) TO WS-REC-YEAR
    MOVE WS-SQ-SERVED-DATE(5:2) TO WS-REC-MM
    COMPUTE WS-REC-MIX = WS-REC-YEAR * 12 + WS-REC-MM - 1
    IF WS-REC-MIX > WS-RPT-MIX OR WS-REC-MIX + 3 < WS-RPT-MIX THEN
       GO TO TAKE-REQUEST-EXIT
    END-IF
    COMPUTE WS-BX = WS-RPT-MIX - WS-REC-MIX + 1
    IF WS-SQ-ADD-DATE IS NOT NUMERIC
       OR WS-SQ-ADD-DATE > WS-SQ-SERVED-DATE THEN
       ADD 1 TO WS-NO-ADD-COUNT
       GO TO TAKE-REQUEST-EXIT
    END-IF
    MOVE WS-SQ-ADD-DATE TO WS-ADD-NUM
    MOVE WS-SQ-SERVED-DATE TO WS-SERVED-NUM
    COMPUTE WS-DAYS = FUNCTION INTEGER-OF-DATE(WS-SERVED-NUM)
                    - FUNCTION INTEGER-OF-DATE(WS-ADD-NUM)
    MOVE WS-SQ-DEPT TO WS-LOOKUP-DEPT
    MOVE WS-SQ-PRIORITY TO WS-LOOKUP-PRIORITY
    PERFORM FIND-ENTRY-PARA THRU FIND-ENTRY-EXIT
    IF WS-EX EQUAL 0 THEN
       ADD 1 TO WS-OVERFLOW-COUNT
       GO TO TAKE-REQUEST-EXIT
    END-IF
    ADD 1 TO WS-TAKEN-COUNT
    MOVE WS-ST-BUCKETS(WS-EX) TO WS-BUCKETS
    PERFORM ADD-BUCKET-PARA THRU ADD-BUCKET-EXIT
    MOVE WS-BUCKETS TO WS-ST-BUCKETS(WS-EX)
    MOVE WS-TOTAL-BUCKETS TO WS-BUCKETS
    PERFORM ADD-BUCKET-PARA THRU ADD-BUCKET-EXIT
    MOVE WS-BUCKETS TO WS-TOTAL-BUCKETS.
TAKE-REQUEST-EXIT. EXIT.

ADD-BUCKET-PARA.
    ADD 1 TO WS-BK-COUNT(WS-BX)
    ADD WS-DAYS TO WS-BK-DAYS(WS-BX)
    IF WS-DAYS > WS-BK-WORST(WS-BX) THEN
       MOVE WS-DAYS TO WS-BK-WORST(WS-BX)
    END-IF
    IF WS-SQ-NEEDED-BY IS NUMERIC THEN
       ADD 1 TO WS-BK-NEED(WS-BX)
       IF WS-SQ-SERVED-DATE <= WS-SQ-NEEDED-BY THEN
          ADD 1 TO WS-BK-MET(WS-BX)
       END-IF
    END-IF
    IF WS-SQ-WAS-HELD EQUAL 'Y' THEN
       ADD 1 TO WS-BK-HELD(WS-BX)
    END-IF
    IF WS-SQ-WAS-PROOFED EQUAL 'Y' THEN
       ADD 1 TO WS-BK-PROOFED(WS-BX)
    END-IF.
ADD-BUCKET-EXIT. EXIT.

*> FIND-ENTRY-PARA leaves in WS-EX the table entry for the
*> department and priority in WS-LOOKUP-KEY, opening a new entry in
*> key order when there is none yet, so the report prints sorted
*> without a sort step.  WS-EX is zero once the table is full.
FIND-ENTRY-PARA.
    MOVE 0 TO WS-EX
    PERFORM VARYING WS-MX FROM 1 BY 1
            UNTIL WS-MX > WS-ENTRY-COUNT
               OR WS-ST-KEY(WS-MX) >= WS-LOOKUP-KEY
       CONTINUE
    END-PERFORM
    IF WS-MX <= WS-ENTRY-COUNT THEN
       IF WS-ST-KEY(WS-MX) EQUAL WS-LOOKUP-KEY THEN
          MOVE WS-MX TO WS-EX
          GO TO FIND-ENTRY-EXIT
       END-IF
    END-IF
    IF WS-ENTRY-COUNT >= WS-MAX-ENTRIES THEN
       IF WS-FULL-SW NOT EQUAL 'Y' THEN
          DISPLAY 'MORE THAN ' WS-MAX-ENTRIES ' DEPARTMENT AND'
                  ' PRIORITY PAIRS - THE REST ARE LEFT OUT.'
          MOVE 'Y' TO WS-FULL-SW
       END-IF
       GO TO FIND-ENTRY-EXIT
    END-IF
    PERFORM VARYING WS-EX FROM WS-ENTRY-COUNT BY -1
            UNTIL WS-EX < WS-MX
       MOVE WS-SLA-ENTRY(WS-EX) TO WS-SLA-ENTRY(WS-EX + 1)
    END-PERFORM
    ADD 1 TO WS-ENTRY-COUNT
    MOVE WS-MX TO WS-EX
    MOVE WS-LOOKUP-KEY TO WS-ST-KEY(WS-EX)
    INITIALIZE WS-BUCKETS
    MOVE WS-BUCKETS TO WS-ST-BUCKETS(WS-EX).
FIND-ENTRY-EXIT. EXIT.

*> WRITE-REPORT-PARA prints the headings, three lines for each
*> department and priority, the grand totals and the footnotes.
WRITE-REPORT-PARA.
    COMPUTE WS-REC-MIX = WS-RPT-MIX - 1
    DIVIDE WS-REC-MIX BY 12 GIVING WS-REC-YEAR
           REMAINDER WS-REC-MM
    ADD 1 TO WS-REC-MM
    MOVE SPACES TO WS-H1-PRIOR
    STRING WS-REC-YEAR '-' WS-REC-MM
           DELIMITED BY SIZE INTO WS-H1-PRIOR
    MOVE WS-HEAD-LINE1 TO SR-RECORD
    WRITE SR-RECORD
    MOVE WS-HEAD-LINE2 TO SR-RECORD
    WRITE SR-RECORD
    PERFORM VARYING WS-EX FROM 1 BY 1 UNTIL WS-EX > WS-ENTRY-COUNT
       MOVE WS-ST-BUCKETS(WS-EX) TO WS-BUCKETS
       MOVE WS-ST-DEPT(WS-EX) TO WS-SL-DEPT
       MOVE WS-ST-PRIORITY(WS-EX) TO WS-SL-PRIORITY
       PERFORM PRINT-GROUP-PARA THRU PRINT-GROUP-EXIT
    END-PERFORM
    IF WS-ENTRY-COUNT EQUAL 0 THEN
       MOVE 'NO REQUESTS WERE SERVED IN THE REPORT MONTH OR THE'
            TO SR-RECORD
       WRITE SR-RECORD
       MOVE 'THREE MONTHS BEFORE IT.' TO SR-RECORD
       WRITE SR-RECORD
    END-IF
    MOVE SPACES TO SR-RECORD
    WRITE SR-RECORD
    MOVE WS-TOTAL-BUCKETS TO WS-BUCKETS
    MOVE 'ALL' TO WS-SL-DEPT
    MOVE SPACE TO WS-SL-PRIORITY
    PERFORM PRINT-GROUP-PARA THRU PRINT-GROUP-EXIT
    MOVE SPACES TO SR-RECORD
    WRITE SR-RECORD
    MOVE 'MONTH COUNTS ARE REQUESTS SERVED; PRIOR 3 COUNTS ARE THE'
         TO SR-RECORD
    WRITE SR-RECORD
    MOVE 'MONTHLY AVERAGE.  MET % IS OF REQUESTS WITH A NEEDED-BY.'
         TO SR-RECORD
    WRITE SR-RECORD
    IF WS-NO-ADD-COUNT > 0 THEN
       MOVE WS-NO-ADD-COUNT TO WS-FL-COUNT
       MOVE 'SERVED REQUESTS LEFT OUT - NO USABLE ADD DATE.'
            TO WS-FL-TEXT
       MOVE WS-FOOT-LINE TO SR-RECORD
       WRITE SR-RECORD
    END-IF
    IF WS-OVERFLOW-COUNT > 0 THEN
       MOVE WS-OVERFLOW-COUNT TO WS-FL-COUNT
       MOVE 'SERVED REQUESTS LEFT OUT - TABLE FULL.' TO WS-FL-TEXT
       MOVE WS-FOOT-LINE TO SR-RECORD
       WRITE SR-RECORD
    END-IF
    IF WS-HIST-OPEN-SW NOT EQUAL 'Y' THEN
       MOVE 'BANNERH COULD NOT BE READ - LIVE QUEUE ONLY.'
            TO SR-RECORD
       WRITE SR-RECORD
    END-IF.
WRITE-REPORT-EXIT. EXIT.

*> PRINT-GROUP-PARA prints the figures in WS-BUCKETS: the report
*> month, the prior three months and the change between them.  An
*> average, worst or met percentage with nothing behind it prints
*> N/A, and so does any change that would be measured against one.
PRINT-GROUP-PARA.
    MOVE WS-BK-COUNT(1) TO WS-CUR-COUNT
    MOVE 0 TO WS-CUR-AVG WS-CUR-MET
    IF WS-BK-COUNT(1) > 0 THEN
       COMPUTE WS-CUR-AVG ROUNDED = WS-BK-DAYS(1) / WS-BK-COUNT(1)
    END-IF
    IF WS-BK-NEED(1) > 0 THEN
       COMPUTE WS-CUR-MET ROUNDED =
               WS-BK-MET(1) * 100 / WS-BK-NEED(1)
    END-IF
    INITIALIZE WS-PRIOR
    PERFORM VARYING WS-BX FROM 2 BY 1 UNTIL WS-BX > 4
       ADD WS-BK-COUNT(WS-BX) TO WS-PR-COUNT
       ADD WS-BK-DAYS(WS-BX) TO WS-PR-DAYS
       IF WS-BK-WORST(WS-BX) > WS-PR-WORST THEN
          MOVE WS-BK-WORST(WS-BX) TO WS-PR-WORST
       END-IF
       ADD WS-BK-NEED(WS-BX) TO WS-PR-NEED
       ADD WS-BK-MET(WS-BX) TO WS-PR-MET
       ADD WS-BK-HELD(WS-BX) TO WS-PR-HELD
       ADD WS-BK-PROOFED(WS-BX) TO WS-PR-PROOFED
    END-PERFORM
    COMPUTE WS-PRI-COUNT ROUNDED = WS-PR-COUNT / 3
    COMPUTE WS-PRI-HELD ROUNDED = WS-PR-HELD / 3
    COMPUTE WS-PRI-PROOFED ROUNDED = WS-PR-PROOFED / 3
    MOVE 0 TO WS-PRI-AVG WS-PRI-MET
    IF WS-PR-COUNT > 0 THEN
       COMPUTE WS-PRI-AVG ROUNDED = WS-PR-DAYS / WS-PR-COUNT
    END-IF
    IF WS-PR-NEED > 0 THEN
       COMPUTE WS-PRI-MET ROUNDED = WS-PR-MET * 100 / WS-PR-NEED
    END-IF
    MOVE 'MONTH' TO WS-SL-PERIOD
    MOVE WS-CUR-COUNT TO WS-SL-COUNT
    IF WS-BK-COUNT(1) > 0 THEN
       MOVE WS-CUR-AVG TO WS-SL-AVG
       MOVE WS-BK-WORST(1) TO WS-SL-WORST
    ELSE
       MOVE '   N/A' TO WS-SL-AVG-X
       MOVE '  N/A' TO WS-SL-WORST-X
    END-IF
    IF WS-BK-NEED(1) > 0 THEN
       MOVE WS-CUR-MET TO WS-SL-MET
    ELSE
       MOVE '   N/A' TO WS-SL-MET-X
    END-IF
    MOVE WS-BK-HELD(1) TO WS-SL-HELD
    MOVE WS-BK-PROOFED(1) TO WS-SL-PROOFED
    MOVE WS-SLA-LINE TO SR-RECORD
    WRITE SR-RECORD
    MOVE SPACES TO WS-SL-DEPT WS-SL-PRIORITY
    MOVE 'PRIOR 3' TO WS-SL-PERIOD
    MOVE WS-PRI-COUNT TO WS-SL-COUNT
    IF WS-PR-COUNT > 0 THEN
       MOVE WS-PRI-AVG TO WS-SL-AVG
       MOVE WS-PR-WORST TO WS-SL-WORST
    ELSE
       MOVE '   N/A' TO WS-SL-AVG-X
       MOVE '  N/A' TO WS-SL-WORST-X
    END-IF
    IF WS-PR-NEED > 0 THEN
       MOVE WS-PRI-MET TO WS-SL-MET
    ELSE
       MOVE '   N/A' TO WS-SL-MET-X
    END-IF
    MOVE WS-PRI-HELD TO WS-SL-HELD
    MOVE WS-PRI-PROOFED TO WS-SL-PROOFED
    MOVE WS-SLA-LINE TO SR-RECORD
    WRITE SR-RECORD
    MOVE 'CHANGE' TO WS-SL-PERIOD
    COMPUTE WS-SL-COUNT = WS-CUR-COUNT - WS-PRI-COUNT
    IF WS-BK-COUNT(1) > 0 AND WS-PR-COUNT > 0 THEN
       COMPUTE WS-SL-AVG = WS-CUR-AVG - WS-PRI-AVG
       COMPUTE WS-SL-WORST = WS-BK-WORST(1) - WS-PR-WORST
    ELSE
       MOVE '   N/A' TO WS-SL-AVG-X
       MOVE '  N/A' TO WS-SL-WORST-X
    END-IF
    IF WS-BK-NEED(1) > 0 AND WS-PR-NEED > 0 THEN
       COMPUTE WS-SL-MET = WS-CUR-MET - WS-PRI-MET
    ELSE
       MOVE '   N/A' TO WS-SL-MET-X
    END-IF
    COMPUTE WS-SL-HELD = WS-BK-HELD(1) - WS-PRI-HELD
    COMPUTE WS-SL-PROOFED = WS-BK-PROOFED(1) - WS-PRI-PROOFED
    MOVE WS-SLA-LINE TO SR-RECORD
    WRITE SR-RECORD.
PRINT-GROUP-EXIT. EXIT.
