ID DIVISION.
PROGRAM-ID. CAPFC.
AUTHOR. gangagoura.
DATE-WRITTEN. 15-OCT-2026.
*> CAPFC is the night-volume capacity forecast.  SCHEDFC says which
*> standing banners fire over the next 30 days and the queue says
*> what is waiting and when it is needed, but neither says whether
*> a night will fit the batch window - or needs the partitioned
*> PARALLEL run instead of the single-stream PATTERN job.  CAPFC
*> puts the two together and projects each of the next 30 nights,
*> tonight first:
*>   - the schedule firings, by SCHEDFC's (and so SCHEDGEN's) rules
*>     - recurrence inside the effective window, nothing on a
*>     holiday, an action-N occurrence carried to the next working
*>     day;
*>   - the pending queue, all of it tonight, since the night run
*>     serves every pending request it finds;
*>   - the held and in-proof queue on the night before each
*>     request's needed-by date - the last night it can print and
*>     still make its date - on the assumption that it is released
*>     in time.  One with no needed-by date cannot be placed and
*>     is counted instead, as is one due after the 30 nights.
*> Each request is costed at its department's average lines per
*> request over the last days of the audit log (renders only - an
*> arming record carries no lines), the average over all
*> departments for a department with no renders in that time, and
*> the control card's default when the log holds nothing at all.
*> The night's lines are set against the CAPCTL control card:
*>   cols  1-5   single-stream print rate, lines a minute
*>   cols  7-10  batch window, minutes
*>   cols 12-13  slices in the partitioned run (blank = 4)
*>   cols 15-17  days of audit history to average (blank = 28)
*>   cols 19-23  lines per request with no history (blank = 100)
*> all zero-filled.  Rate times window is the single-stream
*> capacity; a night over it needs the PARALLEL run, and a night
*> whose slices - each one contiguous share of the night, as
*> SPLITQ deals them - are still over it is over even partitioned.
*> Deadline work (needed by the morning after the night) is served
*> the way PATTERN serves it, priority by priority with the closer
*> deadline first inside a priority; a night where any of it would
*> still be printing when the window closes, on the run the night
*> needs, is flagged DEADLINE LATE.  The forecast goes to CAPRPT,
*> with the per-department averages used ahead of the nights.
*> RC 4 when any night needs the parallel run, overruns or would
*> miss a date, or a schedule record is unusable; RC 8 when the
*> control card is missing or bad, or the queue, department
*> master or report cannot be opened.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CAP-CONTROL ASSIGN TO 'CAPCTL'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.
    SELECT SCHED-MASTER ASSIGN TO 'SCHEDMST'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCHED-STATUS.
    SELECT HOLIDAY-FILE ASSIGN TO 'HOLIDAYS'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOLIDAY-STATUS.
    SELECT DEPT-MASTER ASSIGN TO 'DEPTMST'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEPT-STATUS.
    SELECT AUDIT-IN ASSIGN TO 'AUDITLOG'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.
    SELECT QUEUE-FILE ASSIGN TO 'BANNERQ'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BQ-REQUEST-ID
           FILE STATUS IS WS-QUEUE-STATUS.
    SELECT CAPACITY-RPT ASSIGN TO 'CAPRPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  CAP-CONTROL.
01  CC-RECORD.
    05 CC-RATE                     PIC X(5).
    05 FILLER                      PIC X(1).
    05 CC-WINDOW                   PIC X(4).
    05 FILLER                      PIC X(1).
    05 CC-SLICES                   PIC X(2).
    05 FILLER                      PIC X(1).
    05 CC-LOOKBACK                 PIC X(3).
    05 FILLER                      PIC X(1).
    05 CC-DEFAULT                  PIC X(5).
    05 FILLER                      PIC X(57).
FD  SCHED-MASTER.
01  SM-RECORD                      PIC X(115).
FD  HOLIDAY-FILE.
01  HO-RECORD.
    05 HO-DATE                     PIC X(8).
    05 FILLER                      PIC X(1).
    05 HO-NAME                     PIC X(20).
    05 FILLER                      PIC X(51).
FD  DEPT-MASTER.
01  DM-RECORD.
    05 DM-DEPT                     PIC X(8).
    05 FILLER                      PIC X(1).
    05 DM-NAME                     PIC X(20).
    05 FILLER                      PIC X(1).
    05 DM-COST-CENTER              PIC X(6).
    05 FILLER                      PIC X(1).
    05 DM-RATE                     PIC X(6).
    05 FILLER                      PIC X(36).
FD  AUDIT-IN.
01  AI-RECORD.
    05 AI-TIMESTAMP                PIC X(21).
    05 FILLER                      PIC X(1).
    05 AI-REQUEST-ID               PIC X(8).
    05 FILLER                      PIC X(1).
    05 AI-DEPT                     PIC X(8).
    05 FILLER                      PIC X(1).
    05 AI-LINES                    PIC X(5).
    05 FILLER                      PIC X(75).
FD  QUEUE-FILE.
01  BQ-RECORD.
    05 BQ-REQUEST-ID               PIC X(8).
    05 BQ-PRIORITY                 PIC X(1).
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
    05 FILLER                      PIC X(89).
FD  CAPACITY-RPT.
01  CR-RECORD                      PIC X(80).
WORKING-STORAGE SECTION.
01 WS-MAX-SCHEDS                   PIC 9(3) VALUE 200.
01 WS-MAX-HOLIDAYS                 PIC 9(3) VALUE 100.
01 WS-MAX-DEPTS                    PIC 9(2) VALUE 50.
01 WS-CTL-STATUS                   PIC X(2).
01 WS-SCHED-STATUS                 PIC X(2).
01 WS-HOLIDAY-STATUS               PIC X(2).
01 WS-DEPT-STATUS                  PIC X(2).
01 WS-AUDIT-STATUS                 PIC X(2).
01 WS-QUEUE-STATUS                 PIC X(2).
01 WS-RPT-STATUS                   PIC X(2).
01 WS-DAY-NAMES                    PIC X(21)
   VALUE 'MONTUEWEDTHUFRISATSUN'.
01 WS-DATA-ITEMS.
   05 WS-EOF-SW                    PIC X(1).
   05 WS-TIMESTAMP                 PIC X(21).
   05 WS-TODAY                     PIC X(8).
   05 WS-TODAY-NUM                 PIC 9(8).
   05 WS-TODAY-INT                 PIC 9(7).
   05 WS-TOMORROW                  PIC X(8).
   05 WS-D                         PIC 9(2).
   05 WS-N                         PIC 9(2).
   05 WS-P                         PIC 9(2).
   05 WS-SX                        PIC 9(3).
   05 WS-SCHED-COUNT               PIC 9(3).
   05 WS-HOL-COUNT                 PIC 9(3).
   05 WS-HOL-IX                    PIC 9(3).
   05 WS-HX                        PIC 9(3).
   05 WS-LOOKUP-DATE               PIC X(8).
   05 WS-CHECK-DATE                PIC X(8).
   05 WS-CHECK-NUM                 PIC 9(8).
   05 WS-CHECK-INT                 PIC 9(7).
   05 WS-CHECK-DOW                 PIC 9(1).
   05 WS-CHECK-DOM                 PIC 9(2).
   05 WS-DUE-SW                    PIC X(1).
   05 WS-RULE-DAY                  PIC 9(2).
   05 WS-BAD-COUNT                 PIC 9(3).
   05 WS-BACK-INT                  PIC 9(7).
   05 WS-BACK-COUNT                PIC 9(2).
   05 WS-DEPT-EOF-SW               PIC X(1).
   05 WS-DEPT-COUNT                PIC 9(2).
   05 WS-DEPT-IX                   PIC 9(2).
   05 WS-DX                        PIC 9(2).
   05 WS-LOOKUP-DEPT               PIC X(8).
   05 WS-RPT-LINE                  PIC X(80).
   05 WS-RATE                      PIC 9(5).
   05 WS-WINDOW                    PIC 9(4).
   05 WS-SLICES                    PIC 9(2).
   05 WS-LOOKBACK                  PIC 9(3).
   05 WS-DEFAULT-LINES             PIC 9(5).
   05 WS-CAPACITY                  PIC 9(9).
   05 WS-PART-CAPACITY             PIC 9(9).
   05 WS-HIST-FROM                 PIC X(8).
   05 WS-HIST-NUM                  PIC 9(8).
   05 WS-AUDIT-READ                PIC 9(7).
   05 WS-AUDIT-USED                PIC 9(7).
   05 WS-AUDIT-SKIPPED             PIC 9(5).
   05 WS-ALL-REQS                  PIC 9(7).
   05 WS-ALL-LINES                 PIC 9(9).
   05 WS-ALL-AVG                   PIC 9(5).
   05 WS-ALL-BASIS                 PIC X(9).
   05 WS-AUD-LINES                 PIC 9(5).
   05 WS-QUEUE-READ                PIC 9(7).
   05 WS-QUEUE-PROJ                PIC 9(5).
   05 WS-NO-DATE-COUNT             PIC 9(5).
   05 WS-BEYOND-COUNT              PIC 9(5).
   05 WS-DUE-INT                   PIC S9(7).
   05 WS-PRI                       PIC 9(1).
   05 WS-EST-LINES                 PIC 9(5).
   05 WS-DEADLINE-SW               PIC X(1).
   05 WS-NIGHT-LINES               PIC 9(9).
   05 WS-NIGHT-DL                  PIC 9(9).
   05 WS-SHARE                     PIC 9(9).
   05 WS-RUN-SHARE                 PIC 9(9).
   05 WS-SEG-START                 PIC 9(9).
   05 WS-SEG-END                   PIC 9(9).
   05 WS-OFF-START                 PIC 9(9).
   05 WS-OFF-END                   PIC 9(9).
   05 WS-LATE-SW                   PIC X(1).
   05 WS-SINGLE-MIN                PIC 9(7).
   05 WS-PART-MIN                  PIC 9(7).
   05 WS-SINGLE-NIGHTS             PIC 9(2).
   05 WS-PARALLEL-NIGHTS           PIC 9(2).
   05 WS-OVER-NIGHTS               PIC 9(2).
   05 WS-LATE-NIGHTS               PIC 9(2).
   05 WS-PEAK-LINES                PIC 9(9).
   05 WS-PEAK-DATE                 PIC X(8).
   05 WS-ED-BIG                    PIC Z,ZZZ,ZZ9.
   05 WS-ED-BIG2                   PIC Z,ZZZ,ZZ9.
   05 WS-ED-RATE                   PIC ZZ,ZZ9.
   05 WS-ED-WINDOW                 PIC Z,ZZ9.
   05 WS-ED-SLICES                 PIC Z9.
   05 WS-ED-DAYS                   PIC ZZ9.
01 WS-SCHED-TABLE.
   05 WS-SCHED-ENTRY OCCURS 200 TIMES.
      10 WS-SE-ID                  PIC X(8).
      10 WS-SE-DEPT-IX             PIC 9(2).
      10 WS-SE-RULE                PIC X(1).
      10 WS-SE-RULE-DAY            PIC X(2).
      10 WS-SE-EFF-FROM            PIC X(8).
      10 WS-SE-EFF-TO              PIC X(8).
      10 WS-SE-PRIORITY            PIC 9(1).
      10 WS-SE-NEEDED-BY           PIC X(8).
      10 WS-SE-HOL-ACT             PIC X(1).
      10 WS-SE-CARRY-SW            PIC X(1).
01 WS-HOLIDAY-TABLE.
   05 WS-HOL-DATE OCCURS 100 TIMES PIC X(8).
01 WS-DEPT-TABLE.
   05 WS-DEPT-ENTRY OCCURS 50 TIMES.
      10 WS-DT-DEPT                PIC X(8).
      10 WS-DT-REQS                PIC 9(7).
      10 WS-DT-LINES               PIC 9(9).
      10 WS-DT-AVG                 PIC 9(5).
      10 WS-DT-BASIS               PIC X(9).
01 WS-NIGHT-TABLE.
   05 WS-NIGHT-ENTRY OCCURS 30 TIMES.
      10 WS-NT-DATE                PIC X(8).
      10 WS-NT-NEXT                PIC X(8).
      10 WS-NT-DOW                 PIC 9(1).
      10 WS-NT-HOL-SW              PIC X(1).
      10 WS-NT-FIRINGS             PIC 9(3).
      10 WS-NT-QUEUED              PIC 9(5).
      10 WS-NT-PRI OCCURS 9 TIMES.
         15 WS-NT-LINES            PIC 9(7).
         15 WS-NT-DL-LINES         PIC 9(7).
01 WS-DEPT-HEAD.
   05 FILLER                       PIC X(40)
      VALUE 'DEPT       RENDERS  LINES/REQUEST  BASIS'.
   05 FILLER                       PIC X(40) VALUE SPACES.
01 WS-DEPT-LINE.
   05 WS-DA-DEPT                   PIC X(9).
   05 WS-DA-REQS                   PIC Z,ZZZ,ZZ9.
   05 FILLER                       PIC X(6) VALUE SPACES.
   05 WS-DA-AVG                    PIC ZZ,ZZ9.
   05 FILLER                       PIC X(3) VALUE SPACES.
   05 WS-DA-BASIS                  PIC X(9).
   05 FILLER                       PIC X(38) VALUE SPACES.
01 WS-NIGHT-HEAD1.
   05 FILLER                       PIC X(40)
      VALUE '             FIRE QUEUE            DEADL'.
   05 FILLER                       PIC X(40)
      VALUE 'INE SINGLE SLICED'.
01 WS-NIGHT-HEAD2.
   05 FILLER                       PIC X(40)
      VALUE 'NIGHT    DAY INGS  REQS     LINES     LI'.
   05 FILLER                       PIC X(40)
      VALUE 'NES   MINS   MINS RUN      NOTE'.
01 WS-NIGHT-LINE.
   05 WS-NL-DATE                   PIC X(8).
   05 FILLER                       PIC X(1) VALUE SPACES.
   05 WS-NL-DAY                    PIC X(3).
   05 FILLER                       PIC X(1) VALUE SPACES.
   05 WS-NL-FIRINGS                PIC ZZZ9.
   05 FILLER                       PIC X(1) VALUE SPACES.
   05 WS-NL-QUEUED                 PIC ZZZZ9.
   05 FILLER                       PIC X(1) VALUE SPACES.
   05 WS-NL-LINES                  PIC Z,ZZZ,ZZ9.
   05 FILLER                       PIC X(1) VALUE SPACES.
   05 WS-NL-DL-LINES               PIC Z,ZZZ,ZZ9.
   05 FILLER                       PIC X(1) VALUE SPACES.
   05 WS-NL-SINGLE-MIN             PIC ZZ,ZZ9.
   05 FILLER                       PIC X(1) VALUE SPACES.
   05 WS-NL-PART-MIN               PIC ZZ,ZZ9.
   05 FILLER                       PIC X(1) VALUE SPACES.
   05 WS-NL-RUN                    PIC X(8).
   05 FILLER                       PIC X(1) VALUE SPACES.
   05 WS-NL-NOTE                   PIC X(13).
PROCEDURE DIVISION.
    INITIALIZE WS-DATA-ITEMS WS-SCHED-TABLE WS-HOLIDAY-TABLE
               WS-DEPT-TABLE WS-NIGHT-TABLE
    MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
    MOVE WS-TIMESTAMP(1:8) TO WS-TODAY
    MOVE WS-TODAY TO WS-TODAY-NUM
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
    COMPUTE WS-CHECK-NUM =
            FUNCTION DATE-OF-INTEGER(WS-TODAY-INT + 1)
    MOVE WS-CHECK-NUM TO WS-TOMORROW
    PERFORM READ-CONTROL-PARA THRU READ-CONTROL-EXIT
    IF RETURN-CODE EQUAL 8 THEN
       STOP RUN
    END-IF
    PERFORM LOAD-DEPTS-PARA THRU LOAD-DEPTS-EXIT
    IF WS-DEPT-COUNT EQUAL 0 THEN
       DISPLAY 'NO DEPARTMENTS COULD BE LOADED FROM DEPTMST -'
               ' NOTHING TO COST THE NIGHTS BY. ENDING RUN.'
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM LOAD-HISTORY-PARA THRU LOAD-HISTORY-EXIT
    PERFORM SET-AVERAGES-PARA THRU SET-AVERAGES-EXIT
    PERFORM LOAD-MASTER-PARA THRU LOAD-MASTER-EXIT
    IF WS-SCHED-COUNT EQUAL 0 THEN
       DISPLAY 'NO USABLE SCHEDULES ON THE MASTER - THE NIGHTS'
               ' CARRY QUEUE WORK ONLY.'
    END-IF
    PERFORM LOAD-HOLIDAYS-PARA THRU LOAD-HOLIDAYS-EXIT
    PERFORM SEED-CARRY-PARA THRU SEED-CARRY-EXIT
    PERFORM PROJECT-DAY-PARA THRU PROJECT-DAY-EXIT
            VARYING WS-D FROM 0 BY 1 UNTIL WS-D > 29
    OPEN INPUT QUEUE-FILE
    IF WS-QUEUE-STATUS NOT EQUAL '00' THEN
       DISPLAY 'BANNERQ IS NOT AVAILABLE - STATUS ' WS-QUEUE-STATUS
               '. ENDING RUN.'
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM SWEEP-QUEUE-PARA THRU SWEEP-QUEUE-EXIT
    CLOSE QUEUE-FILE
    OPEN OUTPUT CAPACITY-RPT
    IF WS-RPT-STATUS NOT EQUAL '00' THEN
       DISPLAY 'CAPRPT COULD NOT BE OPENED - STATUS '
               WS-RPT-STATUS '. ENDING RUN.'
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM WRITE-HEADING-PARA THRU WRITE-HEADING-EXIT
    MOVE WS-NIGHT-HEAD1 TO CR-RECORD
    WRITE CR-RECORD
    MOVE WS-NIGHT-HEAD2 TO CR-RECORD
    WRITE CR-RECORD
    PERFORM REPORT-NIGHT-PARA THRU REPORT-NIGHT-EXIT
            VARYING WS-N FROM 1 BY 1 UNTIL WS-N > 30
    PERFORM WRITE-TOTALS-PARA THRU WRITE-TOTALS-EXIT
    CLOSE CAPACITY-RPT
    DISPLAY WS-SINGLE-NIGHTS ' NIGHTS FIT SINGLE-STREAM, '
            WS-PARALLEL-NIGHTS ' NEED THE PARALLEL RUN, '
            WS-OVER-NIGHTS ' OVERRUN PARTITIONED, '
            WS-LATE-NIGHTS ' MISS A DATE.'
    IF WS-PARALLEL-NIGHTS > 0 OR WS-OVER-NIGHTS > 0
       OR WS-LATE-NIGHTS > 0 THEN
       MOVE 4 TO RETURN-CODE
    END-IF
    IF WS-BAD-COUNT > 0 THEN
       DISPLAY WS-BAD-COUNT ' MASTER RECORDS WERE UNUSABLE AND'
               ' LEFT OUT OF THE PROJECTION.'
       MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

*> READ-CONTROL-PARA takes the capacity off the CAPCTL card.  The
*> rate and the window are required - a forecast against a guessed
*> capacity is worse than none - and the rest default when blank.
*> Any field that is there but will not scan ends the run, RC 8.
READ-CONTROL-PARA.
    OPEN INPUT CAP-CONTROL
    IF WS-CTL-STATUS NOT EQUAL '00' THEN
       DISPLAY 'CAPCTL IS NOT AVAILABLE - STATUS ' WS-CTL-STATUS
               '. NO CAPACITY TO FORECAST AGAINST. ENDING RUN.'
       MOVE 8 TO RETURN-CODE
       GO TO READ-CONTROL-EXIT
    END-IF
    MOVE SPACES TO CC-RECORD
    READ CAP-CONTROL
        AT END
           MOVE SPACES TO CC-RECORD
    END-READ
    CLOSE CAP-CONTROL
    IF CC-RATE IS NOT NUMERIC OR CC-WINDOW IS NOT NUMERIC THEN
       DISPLAY 'CAPCTL CARD NEEDS THE PRINT RATE IN COLS 1-5 AND'
               ' THE WINDOW IN COLS 7-10, ZERO-FILLED. ENDING RUN.'
       MOVE 8 TO RETURN-CODE
       GO TO READ-CONTROL-EXIT
    END-IF
    MOVE CC-RATE TO WS-RATE
    MOVE CC-WINDOW TO WS-WINDOW
    IF WS-RATE EQUAL 0 OR WS-WINDOW EQUAL 0 THEN
       DISPLAY 'CAPCTL PRINT RATE AND WINDOW MUST BE ABOVE ZERO.'
               ' ENDING RUN.'
       MOVE 8 TO RETURN-CODE
       GO TO READ-CONTROL-EXIT
    END-IF
    MOVE 4 TO WS-SLICES
    IF CC-SLICES NOT EQUAL SPACES THEN
       IF CC-SLICES IS NUMERIC AND CC-SLICES NOT EQUAL '00' THEN
          MOVE CC-SLICES TO WS-SLICES
       ELSE
          DISPLAY 'CAPCTL SLICE COUNT ' CC-SLICES
                  ' WILL NOT SCAN. ENDING RUN.'
          MOVE 8 TO RETURN-CODE
          GO TO READ-CONTROL-EXIT
       END-IF
    END-IF
    MOVE 28 TO WS-LOOKBACK
    IF CC-LOOKBACK NOT EQUAL SPACES THEN
       IF CC-LOOKBACK IS NUMERIC AND CC-LOOKBACK NOT EQUAL '000' THEN
          MOVE CC-LOOKBACK TO WS-LOOKBACK
       ELSE
          DISPLAY 'CAPCTL HISTORY DAYS ' CC-LOOKBACK
                  ' WILL NOT SCAN. ENDING RUN.'
          MOVE 8 TO RETURN-CODE
          GO TO READ-CONTROL-EXIT
       END-IF
    END-IF
    MOVE 100 TO WS-DEFAULT-LINES
    IF CC-DEFAULT NOT EQUAL SPACES THEN
       IF CC-DEFAULT IS NUMERIC AND CC-DEFAULT NOT EQUAL '00000' THEN
          MOVE CC-DEFAULT TO WS-DEFAULT-LINES
       ELSE
          DISPLAY 'CAPCTL DEFAULT LINES ' CC-DEFAULT
                  ' WILL NOT SCAN. ENDING RUN.'
          MOVE 8 TO RETURN-CODE
          GO TO READ-CONTROL-EXIT
       END-IF
    END-IF
    COMPUTE WS-CAPACITY = WS-RATE * WS-WINDOW
    COMPUTE WS-PART-CAPACITY = WS-CAPACITY * WS-SLICES
    COMPUTE WS-HIST-NUM =
            FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - WS-LOOKBACK)
    MOVE WS-HIST-NUM TO WS-HIST-FROM.
READ-CONTROL-EXIT. EXIT.

*> LOAD-HISTORY-PARA reads the audit log as the job hands it over -
*> the last month-end archive generation ahead of the live log, so
*> the first days of a month still have a full window behind them
*> - and totals the renders since WS-HIST-FROM by department.  An
*> arming record (no lines), an interactive render (no department)
*> and a record whose date or count will not scan are passed over;
*> the last are counted.  A missing log leaves every department on
*> the default.
LOAD-HISTORY-PARA.
    OPEN INPUT AUDIT-IN
    IF WS-AUDIT-STATUS NOT EQUAL '00' THEN
       DISPLAY 'AUDITLOG IS NOT AVAILABLE - STATUS ' WS-AUDIT-STATUS
               '. EVERY REQUEST IS COSTED AT THE DEFAULT.'
       GO TO LOAD-HISTORY-EXIT
    END-IF
    MOVE 'N' TO WS-EOF-SW
    PERFORM UNTIL WS-EOF-SW EQUAL 'Y'
       READ AUDIT-IN
           AT END
              MOVE 'Y' TO WS-EOF-SW
           NOT AT END
              ADD 1 TO WS-AUDIT-READ
              PERFORM TAKE-AUDIT-PARA THRU TAKE-AUDIT-EXIT
       END-READ
    END-PERFORM
    CLOSE AUDIT-IN
    IF WS-AUDIT-SKIPPED > 0 THEN
       DISPLAY WS-AUDIT-SKIPPED ' AUDIT RECORDS COULD NOT BE READ'
               ' AND WERE LEFT OUT OF THE AVERAGES.'
    END-IF.
LOAD-HISTORY-EXIT. EXIT.

*> SET-AVERAGES-PARA turns the totals into lines per request: the
*> department's own where it rendered anything, the all-department
*> figure where it did not, the card's default when nothing did.
SET-AVERAGES-PARA.
    IF WS-ALL-REQS > 0 THEN
       COMPUTE WS-ALL-AVG ROUNDED = WS-ALL-LINES / WS-ALL-REQS
       MOVE 'ALL DEPTS' TO WS-ALL-BASIS
    ELSE
       MOVE WS-DEFAULT-LINES TO WS-ALL-AVG
       MOVE 'DEFAULT' TO WS-ALL-BASIS
    END-IF
    IF WS-ALL-AVG EQUAL 0 THEN
       MOVE 1 TO WS-ALL-AVG
    END-IF
    PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > WS-DEPT-COUNT
       IF WS-DT-REQS(WS-DX) > 0 THEN
          COMPUTE WS-DT-AVG(WS-DX) ROUNDED =
                  WS-DT-LINES(WS-DX) / WS-DT-REQS(WS-DX)
          IF WS-DT-AVG(WS-DX) EQUAL 0 THEN
             MOVE 1 TO WS-DT-AVG(WS-DX)
          END-IF
          MOVE 'HISTORY' TO WS-DT-BASIS(WS-DX)
       ELSE
          MOVE WS-ALL-AVG TO WS-DT-AVG(WS-DX)
          MOVE WS-ALL-BASIS TO WS-DT-BASIS(WS-DX)
       END-IF
    END-PERFORM.
SET-AVERAGES-EXIT. EXIT.

TAKE-AUDIT-PARA.
    IF AI-TIMESTAMP(1:8) IS NOT NUMERIC
       OR AI-LINES IS NOT NUMERIC THEN
       ADD 1 TO WS-AUDIT-SKIPPED
       GO TO TAKE-AUDIT-EXIT
    END-IF
    IF AI-TIMESTAMP(1:8) < WS-HIST-FROM
       OR AI-DEPT EQUAL SPACES THEN
       GO TO TAKE-AUDIT-EXIT
    END-IF
    MOVE AI-LINES TO WS-AUD-LINES
    IF WS-AUD-LINES EQUAL 0 THEN
       GO TO TAKE-AUDIT-EXIT
    END-IF
    ADD 1 TO WS-AUDIT-USED
    ADD 1 TO WS-ALL-REQS
    ADD WS-AUD-LINES TO WS-ALL-LINES
    MOVE AI-DEPT TO WS-LOOKUP-DEPT
    PERFORM FIND-DEPT-PARA THRU FIND-DEPT-EXIT
    IF WS-DEPT-IX NOT EQUAL 0 THEN
       ADD 1 TO WS-DT-REQS(WS-DEPT-IX)
       ADD WS-AUD-LINES TO WS-DT-LINES(WS-DEPT-IX)
    END-IF.
TAKE-AUDIT-EXIT. EXIT.

*> SEED-CARRY-PARA walks backwards through the consecutive
*> holidays just behind today, as SCHEDFC does, and carries every
*> deferred (action N) occurrence into the first working night.
SEED-CARRY-PARA.
    MOVE 0 TO WS-BACK-COUNT
    COMPUTE WS-BACK-INT = WS-TODAY-INT - 1
    PERFORM UNTIL WS-BACK-COUNT >= 14
       MOVE WS-BACK-INT TO WS-CHECK-INT
       PERFORM SET-CHECK-DATE-PARA THRU SET-CHECK-DATE-EXIT
       MOVE WS-CHECK-DATE TO WS-LOOKUP-DATE
       PERFORM FIND-HOLIDAY-PARA THRU FIND-HOLIDAY-EXIT
       IF WS-HOL-IX EQUAL 0 THEN
          MOVE 99 TO WS-BACK-COUNT
       ELSE
          PERFORM VARYING WS-SX FROM 1 BY 1
                  UNTIL WS-SX > WS-SCHED-COUNT
             PERFORM CHECK-DUE-PARA THRU CHECK-DUE-EXIT
             IF WS-DUE-SW EQUAL 'Y'
                AND WS-SE-HOL-ACT(WS-SX) EQUAL 'N' THEN
                MOVE 'Y' TO WS-SE-CARRY-SW(WS-SX)
             END-IF
          END-PERFORM
          SUBTRACT 1 FROM WS-BACK-INT
          ADD 1 TO WS-BACK-COUNT
       END-IF
    END-PERFORM.
SEED-CARRY-EXIT. EXIT.

*> PROJECT-DAY-PARA sets up night WS-D + 1 and books the firings
*> SCHEDGEN will arm for it: none on a holiday (an action-N
*> occurrence carries), otherwise the rules due that day together
*> with everything carried off the holidays just behind it.  The
*> night run still serves the queue on a holiday, so the night
*> stays in the forecast.
PROJECT-DAY-PARA.
    COMPUTE WS-N = WS-D + 1
    COMPUTE WS-CHECK-INT = WS-TODAY-INT + WS-D + 1
    PERFORM SET-CHECK-DATE-PARA THRU SET-CHECK-DATE-EXIT
    MOVE WS-CHECK-DATE TO WS-NT-NEXT(WS-N)
    COMPUTE WS-CHECK-INT = WS-TODAY-INT + WS-D
    PERFORM SET-CHECK-DATE-PARA THRU SET-CHECK-DATE-EXIT
    MOVE WS-CHECK-DATE TO WS-NT-DATE(WS-N)
    MOVE WS-CHECK-DOW TO WS-NT-DOW(WS-N)
    MOVE 'N' TO WS-NT-HOL-SW(WS-N)
    MOVE WS-CHECK-DATE TO WS-LOOKUP-DATE
    PERFORM FIND-HOLIDAY-PARA THRU FIND-HOLIDAY-EXIT
    IF WS-HOL-IX NOT EQUAL 0 THEN
       MOVE 'Y' TO WS-NT-HOL-SW(WS-N)
       PERFORM VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-SCHED-COUNT
          PERFORM CHECK-DUE-PARA THRU CHECK-DUE-EXIT
          IF WS-DUE-SW EQUAL 'Y'
             AND WS-SE-HOL-ACT(WS-SX) EQUAL 'N' THEN
             MOVE 'Y' TO WS-SE-CARRY-SW(WS-SX)
          END-IF
       END-PERFORM
       GO TO PROJECT-DAY-EXIT
    END-IF
    PERFORM VARYING WS-SX FROM 1 BY 1
            UNTIL WS-SX > WS-SCHED-COUNT
       PERFORM CHECK-DUE-PARA THRU CHECK-DUE-EXIT
       IF WS-DUE-SW EQUAL 'Y'
          OR WS-SE-CARRY-SW(WS-SX) EQUAL 'Y' THEN
          MOVE 'N' TO WS-SE-CARRY-SW(WS-SX)
          ADD 1 TO WS-NT-FIRINGS(WS-N)
          MOVE WS-SE-PRIORITY(WS-SX) TO WS-PRI
          MOVE WS-DT-AVG(WS-SE-DEPT-IX(WS-SX)) TO WS-EST-LINES
          MOVE 'N' TO WS-DEADLINE-SW
          IF WS-SE-NEEDED-BY(WS-SX) IS NUMERIC
             AND WS-SE-NEEDED-BY(WS-SX) <= WS-NT-NEXT(WS-N) THEN
             MOVE 'Y' TO WS-DEADLINE-SW
          END-IF
          PERFORM ADD-WORK-PARA THRU ADD-WORK-EXIT
       END-IF
    END-PERFORM.
PROJECT-DAY-EXIT. EXIT.

*> SWEEP-QUEUE-PARA books the queue onto the nights.  Pending work
*> is all served tonight, and is deadline work when it is needed
*> by tomorrow or is already late - ATRISK's test.  Held and
*> in-proof work goes on the night before its needed-by date
*> (tonight if that night has gone), always as deadline work.
SWEEP-QUEUE-PARA.
    MOVE LOW-VALUES TO BQ-REQUEST-ID
    START QUEUE-FILE KEY NOT LESS THAN BQ-REQUEST-ID
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
              ADD 1 TO WS-QUEUE-READ
              IF BQ-STATUS EQUAL 'P' OR BQ-STATUS EQUAL 'H'
                 OR BQ-STATUS EQUAL 'R' THEN
                 PERFORM PLACE-REQUEST-PARA THRU PLACE-REQUEST-EXIT
              END-IF
       END-READ
    END-PERFORM.
SWEEP-QUEUE-EXIT. EXIT.

PLACE-REQUEST-PARA.
    IF BQ-PRIORITY IS NUMERIC AND BQ-PRIORITY NOT EQUAL '0' THEN
       MOVE BQ-PRIORITY TO WS-PRI
    ELSE
       MOVE 9 TO WS-PRI
    END-IF
    MOVE BQ-DEPT TO WS-LOOKUP-DEPT
    PERFORM FIND-DEPT-PARA THRU FIND-DEPT-EXIT
    IF WS-DEPT-IX NOT EQUAL 0 THEN
       MOVE WS-DT-AVG(WS-DEPT-IX) TO WS-EST-LINES
    ELSE
       MOVE WS-ALL-AVG TO WS-EST-LINES
    END-IF
    IF BQ-STATUS EQUAL 'P' THEN
       MOVE 1 TO WS-N
       MOVE 'N' TO WS-DEADLINE-SW
       IF BQ-NEEDED-BY IS NUMERIC
          AND BQ-NEEDED-BY <= WS-TOMORROW THEN
          MOVE 'Y' TO WS-DEADLINE-SW
       END-IF
       PERFORM BOOK-REQUEST-PARA THRU BOOK-REQUEST-EXIT
       GO TO PLACE-REQUEST-EXIT
    END-IF
    IF BQ-NEEDED-BY IS NOT NUMERIC THEN
       ADD 1 TO WS-NO-DATE-COUNT
       GO TO PLACE-REQUEST-EXIT
    END-IF
    MOVE BQ-NEEDED-BY TO WS-CHECK-NUM
    IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHECK-NUM) NOT EQUAL 0 THEN
       ADD 1 TO WS-NO-DATE-COUNT
       GO TO PLACE-REQUEST-EXIT
    END-IF
    COMPUTE WS-DUE-INT =
            FUNCTION INTEGER-OF-DATE(WS-CHECK-NUM) - WS-TODAY-INT
    IF WS-DUE-INT < 1 THEN
       MOVE 1 TO WS-DUE-INT
    END-IF
    IF WS-DUE-INT > 30 THEN
       ADD 1 TO WS-BEYOND-COUNT
       GO TO PLACE-REQUEST-EXIT
    END-IF
    MOVE WS-DUE-INT TO WS-N
    MOVE 'Y' TO WS-DEADLINE-SW
    PERFORM BOOK-REQUEST-PARA THRU BOOK-REQUEST-EXIT.
PLACE-REQUEST-EXIT. EXIT.

BOOK-REQUEST-PARA.
    ADD 1 TO WS-NT-QUEUED(WS-N)
    ADD 1 TO WS-QUEUE-PROJ
    PERFORM ADD-WORK-PARA THRU ADD-WORK-EXIT.
BOOK-REQUEST-EXIT. EXIT.

*> ADD-WORK-PARA books WS-EST-LINES onto night WS-N at priority
*> WS-PRI, and onto its deadline lines as well when WS-DEADLINE-SW
*> says the work must print that night.
ADD-WORK-PARA.
    ADD WS-EST-LINES TO WS-NT-LINES(WS-N WS-PRI)
    IF WS-DEADLINE-SW EQUAL 'Y' THEN
       ADD WS-EST-LINES TO WS-NT-DL-LINES(WS-N WS-PRI)
    END-IF.
ADD-WORK-EXIT. EXIT.

*> REPORT-NIGHT-PARA prices one night and prints it.  Single-stream
*> the night runs its lines at the print rate; partitioned, each
*> slice runs one contiguous share of them side by side, so the
*> night takes as long as one share.  The run named is the least
*> that fits the window - SINGLE, PARALLEL, or OVER when even the
*> shares do not fit.  The deadline check then follows the serve
*> order on that run (CHECK-LATE-PARA).
REPORT-NIGHT-PARA.
    MOVE 0 TO WS-NIGHT-LINES WS-NIGHT-DL
    PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 9
       ADD WS-NT-LINES(WS-N WS-P) TO WS-NIGHT-LINES
       ADD WS-NT-DL-LINES(WS-N WS-P) TO WS-NIGHT-DL
    END-PERFORM
    COMPUTE WS-SHARE = (WS-NIGHT-LINES + WS-SLICES - 1) / WS-SLICES
    COMPUTE WS-SINGLE-MIN = (WS-NIGHT-LINES + WS-RATE - 1) / WS-RATE
    COMPUTE WS-PART-MIN = (WS-SHARE + WS-RATE - 1) / WS-RATE
    MOVE SPACES TO WS-NL-NOTE
    EVALUATE TRUE
    WHEN WS-NIGHT-LINES <= WS-CAPACITY
       MOVE 'SINGLE' TO WS-NL-RUN
       MOVE WS-NIGHT-LINES TO WS-RUN-SHARE
       ADD 1 TO WS-SINGLE-NIGHTS
    WHEN WS-SHARE <= WS-CAPACITY
       MOVE 'PARALLEL' TO WS-NL-RUN
       MOVE WS-SHARE TO WS-RUN-SHARE
       ADD 1 TO WS-PARALLEL-NIGHTS
    WHEN OTHER
       MOVE 'OVER' TO WS-NL-RUN
       MOVE WS-SHARE TO WS-RUN-SHARE
       ADD 1 TO WS-OVER-NIGHTS
    END-EVALUATE
    PERFORM CHECK-LATE-PARA THRU CHECK-LATE-EXIT
    IF WS-LATE-SW EQUAL 'Y' THEN
       MOVE 'DEADLINE LATE' TO WS-NL-NOTE
       ADD 1 TO WS-LATE-NIGHTS
    ELSE
       IF WS-NT-HOL-SW(WS-N) EQUAL 'Y' THEN
          MOVE 'HOLIDAY' TO WS-NL-NOTE
       END-IF
    END-IF
    MOVE WS-NT-DATE(WS-N) TO WS-NL-DATE
    MOVE WS-DAY-NAMES(WS-NT-DOW(WS-N) * 3 - 2:3) TO WS-NL-DAY
    MOVE WS-NT-FIRINGS(WS-N) TO WS-NL-FIRINGS
    MOVE WS-NT-QUEUED(WS-N) TO WS-NL-QUEUED
    MOVE WS-NIGHT-LINES TO WS-NL-LINES
    MOVE WS-NIGHT-DL TO WS-NL-DL-LINES
    MOVE WS-SINGLE-MIN TO WS-NL-SINGLE-MIN
    MOVE WS-PART-MIN TO WS-NL-PART-MIN
    MOVE WS-NIGHT-LINE TO CR-RECORD
    WRITE CR-RECORD
    IF WS-NIGHT-LINES > WS-PEAK-LINES THEN
       MOVE WS-NIGHT-LINES TO WS-PEAK-LINES
       MOVE WS-NT-DATE(WS-N) TO WS-PEAK-DATE
    END-IF.
REPORT-NIGHT-EXIT. EXIT.

*> CHECK-LATE-PARA walks the night in PATTERN's serve order:
*> priority 1 to 9, and inside a priority the deadline work ahead
*> of the rest.  Each priority's deadline lines are one stretch of
*> that order.  The run cuts the order into consecutive shares of
*> WS-RUN-SHARE lines (one share single-stream), and a line is
*> printed as far into its share's run as it sits into the share
*> - so a stretch is late if any line of it sits more than a
*> window's capacity into its share.
CHECK-LATE-PARA.
    MOVE 'N' TO WS-LATE-SW
    IF WS-NIGHT-DL EQUAL 0 OR WS-RUN-SHARE <= WS-CAPACITY THEN
       GO TO CHECK-LATE-EXIT
    END-IF
    MOVE 0 TO WS-SEG-START
    PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 9
       IF WS-NT-DL-LINES(WS-N WS-P) > 0 THEN
          COMPUTE WS-SEG-END = WS-SEG-START
                             + WS-NT-DL-LINES(WS-N WS-P)
          PERFORM CHECK-STRETCH-PARA THRU CHECK-STRETCH-EXIT
       END-IF
       ADD WS-NT-LINES(WS-N WS-P) TO WS-SEG-START
    END-PERFORM.
CHECK-LATE-EXIT. EXIT.

*> CHECK-STRETCH-PARA tests the lines after WS-SEG-START up to and
*> including WS-SEG-END.  A stretch a whole share long, or one
*> running over a share's end, reaches the last line of a share;
*> otherwise its last line is the furthest into its share.
CHECK-STRETCH-PARA.
    IF WS-SEG-END - WS-SEG-START >= WS-RUN-SHARE THEN
       MOVE 'Y' TO WS-LATE-SW
       GO TO CHECK-STRETCH-EXIT
    END-IF
    COMPUTE WS-OFF-START =
            FUNCTION MOD(WS-SEG-START, WS-RUN-SHARE) + 1
    COMPUTE WS-OFF-END =
            FUNCTION MOD(WS-SEG-END - 1, WS-RUN-SHARE) + 1
    IF WS-OFF-END < WS-OFF-START OR WS-OFF-END > WS-CAPACITY THEN
       MOVE 'Y' TO WS-LATE-SW
    END-IF.
CHECK-STRETCH-EXIT. EXIT.

*> WRITE-HEADING-PARA prints the capacity the nights are measured
*> against and the lines-per-request figures they are costed at.
WRITE-HEADING-PARA.
    MOVE SPACES TO WS-RPT-LINE
    STRING 'NIGHT-VOLUME CAPACITY FORECAST - 30 NIGHTS FROM '
           WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
           DELIMITED BY SIZE INTO WS-RPT-LINE
    PERFORM PUT-LINE-PARA THRU PUT-LINE-EXIT
    MOVE SPACES TO CR-RECORD
    WRITE CR-RECORD
    MOVE WS-RATE TO WS-ED-RATE
    MOVE WS-WINDOW TO WS-ED-WINDOW
    MOVE WS-CAPACITY TO WS-ED-BIG
    MOVE SPACES TO WS-RPT-LINE
    STRING 'SINGLE STREAM ' WS-ED-RATE ' LINES A MINUTE FOR '
           WS-ED-WINDOW ' MINUTES = ' WS-ED-BIG ' LINES'
           DELIMITED BY SIZE INTO WS-RPT-LINE
    PERFORM PUT-LINE-PARA THRU PUT-LINE-EXIT
    MOVE WS-SLICES TO WS-ED-SLICES
    MOVE WS-PART-CAPACITY TO WS-ED-BIG
    MOVE SPACES TO WS-RPT-LINE
    STRING 'PARTITIONED   ' WS-ED-SLICES ' SLICES = ' WS-ED-BIG
           ' LINES'
           DELIMITED BY SIZE INTO WS-RPT-LINE
    PERFORM PUT-LINE-PARA THRU PUT-LINE-EXIT
    MOVE WS-LOOKBACK TO WS-ED-DAYS
    MOVE SPACES TO WS-RPT-LINE
    STRING 'LINES PER REQUEST FROM THE LAST ' WS-ED-DAYS
           ' DAYS OF RENDERS, SINCE ' WS-HIST-FROM(1:4) '-'
           WS-HIST-FROM(5:2) '-' WS-HIST-FROM(7:2)
           DELIMITED BY SIZE INTO WS-RPT-LINE
    PERFORM PUT-LINE-PARA THRU PUT-LINE-EXIT
    MOVE SPACES TO CR-RECORD
    WRITE CR-RECORD
    MOVE WS-DEPT-HEAD TO CR-RECORD
    WRITE CR-RECORD
    PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > WS-DEPT-COUNT
       MOVE WS-DT-DEPT(WS-DX) TO WS-DA-DEPT
       MOVE WS-DT-REQS(WS-DX) TO WS-DA-REQS
       MOVE WS-DT-AVG(WS-DX) TO WS-DA-AVG
       MOVE WS-DT-BASIS(WS-DX) TO WS-DA-BASIS
       MOVE WS-DEPT-LINE TO CR-RECORD
       WRITE CR-RECORD
    END-PERFORM
    MOVE '(ALL)' TO WS-DA-DEPT
    MOVE WS-ALL-REQS TO WS-DA-REQS
    MOVE WS-ALL-AVG TO WS-DA-AVG
    MOVE WS-ALL-BASIS TO WS-DA-BASIS
    MOVE WS-DEPT-LINE TO CR-RECORD
    WRITE CR-RECORD
    MOVE SPACES TO CR-RECORD
    WRITE CR-RECORD.
WRITE-HEADING-EXIT. EXIT.

*> WRITE-TOTALS-PARA closes the forecast with the count of nights
*> by run, the heaviest night, and the queue work that could not
*> be placed on a night.
WRITE-TOTALS-PARA.
    MOVE SPACES TO CR-RECORD
    WRITE CR-RECORD
    MOVE SPACES TO WS-RPT-LINE
    STRING WS-SINGLE-NIGHTS ' NIGHTS FIT SINGLE-STREAM, '
           WS-PARALLEL-NIGHTS ' NEED THE PARALLEL RUN, '
           WS-OVER-NIGHTS ' OVERRUN IT.'
           DELIMITED BY SIZE INTO WS-RPT-LINE
    PERFORM PUT-LINE-PARA THRU PUT-LINE-EXIT
    MOVE SPACES TO WS-RPT-LINE
    STRING WS-LATE-NIGHTS ' NIGHTS HAVE DEADLINE WORK THAT WOULD'
           ' MISS ITS DATE.'
           DELIMITED BY SIZE INTO WS-RPT-LINE
    PERFORM PUT-LINE-PARA THRU PUT-LINE-EXIT
    MOVE WS-PEAK-LINES TO WS-ED-BIG
    MOVE SPACES TO WS-RPT-LINE
    IF WS-PEAK-LINES > 0 THEN
       STRING 'HEAVIEST NIGHT ' WS-PEAK-DATE ' WITH ' WS-ED-BIG
              ' LINES.'
              DELIMITED BY SIZE INTO WS-RPT-LINE
    ELSE
       MOVE 'NO WORK PROJECTED ON ANY NIGHT.' TO WS-RPT-LINE
    END-IF
    PERFORM PUT-LINE-PARA THRU PUT-LINE-EXIT
    MOVE WS-QUEUE-READ TO WS-ED-BIG
    MOVE WS-QUEUE-PROJ TO WS-ED-BIG2
    MOVE SPACES TO WS-RPT-LINE
    STRING 'QUEUE RECORDS READ' WS-ED-BIG ', PLACED ON A NIGHT'
           WS-ED-BIG2 '.'
           DELIMITED BY SIZE INTO WS-RPT-LINE
    PERFORM PUT-LINE-PARA THRU PUT-LINE-EXIT
    IF WS-NO-DATE-COUNT > 0 THEN
       MOVE SPACES TO WS-RPT-LINE
       STRING WS-NO-DATE-COUNT ' HELD OR IN-PROOF REQUESTS HAVE NO'
              ' NEEDED-BY DATE - NOT PROJECTED.'
              DELIMITED BY SIZE INTO WS-RPT-LINE
       PERFORM PUT-LINE-PARA THRU PUT-LINE-EXIT
    END-IF
    IF WS-BEYOND-COUNT > 0 THEN
       MOVE SPACES TO WS-RPT-LINE
       STRING WS-BEYOND-COUNT ' HELD OR IN-PROOF REQUESTS ARE DUE'
              ' AFTER THE 30 NIGHTS - NOT PROJECTED.'
              DELIMITED BY SIZE INTO WS-RPT-LINE
       PERFORM PUT-LINE-PARA THRU PUT-LINE-EXIT
    END-IF
    IF WS-BAD-COUNT > 0 THEN
       MOVE SPACES TO WS-RPT-LINE
       STRING WS-BAD-COUNT ' SCHEDULE RECORDS ARE UNUSABLE - LEFT'
              ' OUT (SEE THE JOB LOG).'
              DELIMITED BY SIZE INTO WS-RPT-LINE
       PERFORM PUT-LINE-PARA THRU PUT-LINE-EXIT
    END-IF.
WRITE-TOTALS-EXIT. EXIT.

SET-CHECK-DATE-PARA.
    COMPUTE WS-CHECK-NUM = FUNCTION DATE-OF-INTEGER(WS-CHECK-INT)
    MOVE WS-CHECK-NUM TO WS-CHECK-DATE
    COMPUTE WS-CHECK-DOW = FUNCTION MOD(WS-CHECK-INT - 1, 7) + 1
    MOVE WS-CHECK-DATE(7:2) TO WS-CHECK-DOM.
SET-CHECK-DATE-EXIT. EXIT.

*> CHECK-DUE-PARA is SCHEDGEN's due test against the table entry
*> at WS-SX, as SCHEDFC runs it.
CHECK-DUE-PARA.
    MOVE 'N' TO WS-DUE-SW
    IF WS-CHECK-DATE < WS-SE-EFF-FROM(WS-SX) THEN
       GO TO CHECK-DUE-EXIT
    END-IF
    IF WS-SE-EFF-TO(WS-SX) NOT EQUAL SPACES
       AND WS-CHECK-DATE > WS-SE-EFF-TO(WS-SX) THEN
       GO TO CHECK-DUE-EXIT
    END-IF
    EVALUATE WS-SE-RULE(WS-SX)
    WHEN 'D'
       MOVE 'Y' TO WS-DUE-SW
    WHEN 'W'
       MOVE WS-SE-RULE-DAY(WS-SX) TO WS-RULE-DAY
       IF WS-RULE-DAY EQUAL WS-CHECK-DOW THEN
          MOVE 'Y' TO WS-DUE-SW
       END-IF
    WHEN 'M'
       MOVE WS-SE-RULE-DAY(WS-SX) TO WS-RULE-DAY
       IF WS-RULE-DAY EQUAL WS-CHECK-DOM THEN
          MOVE 'Y' TO WS-DUE-SW
       END-IF
    END-EVALUATE.
CHECK-DUE-EXIT. EXIT.

*> LOAD-MASTER-PARA books every usable schedule into the table,
*> leaving out what SCHEDFC leaves out, and keeps the department,
*> priority and needed-by date the night costing needs.
LOAD-MASTER-PARA.
    MOVE 0 TO WS-SCHED-COUNT
    OPEN INPUT SCHED-MASTER
    IF WS-SCHED-STATUS NOT EQUAL '00' THEN
       DISPLAY 'SCHEDMST IS NOT AVAILABLE - STATUS '
               WS-SCHED-STATUS '. NO FIRINGS PROJECTED.'
       GO TO LOAD-MASTER-EXIT
    END-IF
    MOVE 'N' TO WS-EOF-SW
    PERFORM UNTIL WS-EOF-SW EQUAL 'Y'
       READ SCHED-MASTER
           AT END
              MOVE 'Y' TO WS-EOF-SW
           NOT AT END
              IF SM-RECORD(1:1) NOT EQUAL '*'
                 AND SM-RECORD(1:8) NOT EQUAL SPACES THEN
                 PERFORM STORE-SCHED-PARA THRU STORE-SCHED-EXIT
              END-IF
       END-READ
    END-PERFORM
    CLOSE SCHED-MASTER.
LOAD-MASTER-EXIT. EXIT.

STORE-SCHED-PARA.
    MOVE SM-RECORD(10:8) TO WS-LOOKUP-DEPT
    PERFORM FIND-DEPT-PARA THRU FIND-DEPT-EXIT
    IF WS-DEPT-IX EQUAL 0 THEN
       DISPLAY 'SCHEDULE ' SM-RECORD(1:8) ' NAMES DEPARTMENT '
               SM-RECORD(10:8) ' WHICH IS NOT ON THE DEPARTMENT'
               ' MASTER - LEFT OUT.'
       ADD 1 TO WS-BAD-COUNT
       GO TO STORE-SCHED-EXIT
    END-IF
    IF SM-RECORD(24:8) IS NOT NUMERIC THEN
       DISPLAY 'SCHEDULE ' SM-RECORD(1:8) ' HAS AN UNUSABLE'
               ' EFFECTIVE-FROM DATE - LEFT OUT.'
       ADD 1 TO WS-BAD-COUNT
       GO TO STORE-SCHED-EXIT
    END-IF
    IF SM-RECORD(19:1) NOT EQUAL 'D'
       AND SM-RECORD(19:1) NOT EQUAL 'W'
       AND SM-RECORD(19:1) NOT EQUAL 'M' THEN
       DISPLAY 'SCHEDULE ' SM-RECORD(1:8) ' HAS AN UNKNOWN RULE '
               SM-RECORD(19:1) ' - LEFT OUT.'
       ADD 1 TO WS-BAD-COUNT
       GO TO STORE-SCHED-EXIT
    END-IF
    IF SM-RECORD(19:1) NOT EQUAL 'D'
       AND SM-RECORD(21:2) IS NOT NUMERIC THEN
       DISPLAY 'SCHEDULE ' SM-RECORD(1:8) ' HAS AN UNUSABLE RULE'
               ' DAY - LEFT OUT.'
       ADD 1 TO WS-BAD-COUNT
       GO TO STORE-SCHED-EXIT
    END-IF
    IF WS-SCHED-COUNT >= WS-MAX-SCHEDS THEN
       DISPLAY 'SCHEDMST CARRIES MORE THAN ' WS-MAX-SCHEDS
               ' SCHEDULES - IGNORING ' SM-RECORD(1:8)
       GO TO STORE-SCHED-EXIT
    END-IF
    ADD 1 TO WS-SCHED-COUNT
    MOVE SM-RECORD(1:8) TO WS-SE-ID(WS-SCHED-COUNT)
    MOVE WS-DEPT-IX TO WS-SE-DEPT-IX(WS-SCHED-COUNT)
    MOVE SM-RECORD(19:1) TO WS-SE-RULE(WS-SCHED-COUNT)
    MOVE SM-RECORD(21:2) TO WS-SE-RULE-DAY(WS-SCHED-COUNT)
    MOVE SM-RECORD(24:8) TO WS-SE-EFF-FROM(WS-SCHED-COUNT)
    IF SM-RECORD(33:8) IS NUMERIC THEN
       MOVE SM-RECORD(33:8) TO WS-SE-EFF-TO(WS-SCHED-COUNT)
    ELSE
       MOVE SPACES TO WS-SE-EFF-TO(WS-SCHED-COUNT)
    END-IF
    IF SM-RECORD(53:1) IS NUMERIC
       AND SM-RECORD(53:1) NOT EQUAL '0' THEN
       MOVE SM-RECORD(53:1) TO WS-SE-PRIORITY(WS-SCHED-COUNT)
    ELSE
       MOVE 9 TO WS-SE-PRIORITY(WS-SCHED-COUNT)
    END-IF
    MOVE SM-RECORD(86:8) TO WS-SE-NEEDED-BY(WS-SCHED-COUNT)
    MOVE SM-RECORD(97:1) TO WS-SE-HOL-ACT(WS-SCHED-COUNT)
    MOVE 'N' TO WS-SE-CARRY-SW(WS-SCHED-COUNT).
STORE-SCHED-EXIT. EXIT.

LOAD-HOLIDAYS-PARA.
    MOVE 0 TO WS-HOL-COUNT
    OPEN INPUT HOLIDAY-FILE
    IF WS-HOLIDAY-STATUS NOT EQUAL '00' THEN
       DISPLAY 'HOLIDAYS IS NOT AVAILABLE - STATUS '
               WS-HOLIDAY-STATUS '. EVERY DAY COUNTS AS A'
               ' WORKING DAY.'
       GO TO LOAD-HOLIDAYS-EXIT
    END-IF
    MOVE 'N' TO WS-EOF-SW
    PERFORM UNTIL WS-EOF-SW EQUAL 'Y'
       READ HOLIDAY-FILE
           AT END
              MOVE 'Y' TO WS-EOF-SW
           NOT AT END
              IF HO-DATE(1:1) NOT EQUAL '*'
                 AND HO-DATE IS NUMERIC THEN
                 IF WS-HOL-COUNT >= WS-MAX-HOLIDAYS THEN
                    DISPLAY 'HOLIDAYS CARRIES MORE THAN '
                            WS-MAX-HOLIDAYS ' DATES - IGNORING '
                            HO-DATE
                 ELSE
                    ADD 1 TO WS-HOL-COUNT
                    MOVE HO-DATE TO WS-HOL-DATE(WS-HOL-COUNT)
                 END-IF
              END-IF
       END-READ
    END-PERFORM
    CLOSE HOLIDAY-FILE.
LOAD-HOLIDAYS-EXIT. EXIT.

FIND-HOLIDAY-PARA.
    MOVE 0 TO WS-HOL-IX
    PERFORM VARYING WS-HX FROM 1 BY 1 UNTIL WS-HX > WS-HOL-COUNT
       IF WS-HOL-DATE(WS-HX) EQUAL WS-LOOKUP-DATE
          AND WS-HOL-IX EQUAL 0 THEN
          MOVE WS-HX TO WS-HOL-IX
       END-IF
    END-PERFORM.
FIND-HOLIDAY-EXIT. EXIT.

*> LOAD-DEPTS-PARA reads the department master into the department
*> table, skipping comment records (* in column one).  It is both
*> SCHEDGEN's check on a schedule's department and the list the
*> lines-per-request averages are kept by.
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
                            WS-MAX-DEPTS ' DEPARTMENTS -'
                            ' IGNORING ' DM-DEPT
                 ELSE
                    ADD 1 TO WS-DEPT-COUNT
                    MOVE DM-DEPT TO WS-DT-DEPT(WS-DEPT-COUNT)
                 END-IF
              END-IF
       END-READ
    END-PERFORM
    CLOSE DEPT-MASTER.
LOAD-DEPTS-EXIT. EXIT.

FIND-DEPT-PARA.
    MOVE 0 TO WS-DEPT-IX
    PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > WS-DEPT-COUNT
       IF WS-DT-DEPT(WS-DX) EQUAL WS-LOOKUP-DEPT
          AND WS-DEPT-IX EQUAL 0 THEN
          MOVE WS-DX TO WS-DEPT-IX
       END-IF
    END-PERFORM.
FIND-DEPT-EXIT. EXIT.

PUT-LINE-PARA.
    MOVE WS-RPT-LINE TO CR-RECORD
    WRITE CR-RECORD.
PUT-LINE-EXIT. EXIT.
