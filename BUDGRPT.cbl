ID DIVISION.
PROGRAM-ID. BUDGRPT.
AUTHOR. gangagoura.
DATE-WRITTEN. 15-OCT-2026.
*> BUDGRPT is the supervisor's morning look at the department line
*> budgets.  For every department on DEPTMST it lists the monthly
*> line budget and its limit (H hard, S soft), the lines spent so
*> far this month off the BUDGLDG ledger PATTERN and MERGEOUT post,
*> the lines committed by the department's pending queue work
*> (estimated the way PATTERN counts them) and what would be left
*> - negative when the department is already over.  Below that it
*> lists every request PATTERN left held on its department's hard
*> budget - PATTERN serves each on its own once the department has
*> room again, or the supervisor can OVERRIDE it through QUEUEMNT -
*> and every hard-limit department whose pending work will be held
*> at tonight's render.  The report goes to BUDGRPT; the run ends
*> RC 4 when anything on it is waiting on the supervisor.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT QUEUE-FILE ASSIGN TO 'BANNERQ'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
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
    SELECT BUDGET-RPT ASSIGN TO 'BUDGRPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  QUEUE-FILE.
01  BQ-RECORD.
    05 BQ-REQUEST-ID               PIC X(8).
    05 BQ-PRIORITY                 PIC 9(1).
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
    05 FILLER                      PIC X(71).
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
FD  BUDGET-RPT.
01  BR-RECORD                      PIC X(80).
WORKING-STORAGE SECTION.
01 WS-MAX-DEPTS                    PIC 9(2) VALUE 50.
01 WS-QUEUE-STATUS                 PIC X(2).
01 WS-DEPT-STATUS                  PIC X(2).
01 WS-LEDGER-STATUS                PIC X(2).
01 WS-RPT-STATUS                   PIC X(2).
01 WS-DATA-ITEMS.
   05 WS-EOF-SW                    PIC X(1).
   05 WS-DEPT-EOF-SW               PIC X(1).
   05 WS-LEDGER-OPEN-SW            PIC X(1).
   05 WS-TIMESTAMP                 PIC X(21).
   05 WS-TODAY                     PIC X(8).
   05 WS-DEPT-COUNT                PIC 9(2).
   05 WS-DEPT-IX                   PIC 9(2).
   05 WS-DX                        PIC 9(2).
   05 WS-LOOKUP-DEPT               PIC X(8).
   05 WS-CHAIN-STATUS              PIC X(1).
   05 WS-EST-ROWS                  PIC 9(2).
   05 WS-EST-COPY                  PIC 9(5).
   05 WS-EST-COPIES                PIC 9(2).
   05 WS-EST-LINES                 PIC 9(7).
   05 WS-WORD-LEN                  PIC 9(2).
   05 WS-HELD-COUNT                PIC 9(5).
   05 WS-OVER-COUNT                PIC 9(5).
   05 WS-REMAINING                 PIC S9(9).
01 WS-DEPT-TABLE.
   05 WS-DEPT-ENTRY OCCURS 50 TIMES.
      10 WS-DT-DEPT                PIC X(8).
      10 WS-DT-BUDGET              PIC 9(7).
      10 WS-DT-LIMIT               PIC X(1).
      10 WS-DT-SPENT               PIC 9(9).
      10 WS-DT-COMMITTED           PIC 9(9).
      10 WS-DT-HELD                PIC 9(5).
01 WS-HEAD-LINE1.
   05 FILLER                       PIC X(32)
      VALUE 'BANNER DEPARTMENT LINE BUDGETS -'.
   05 FILLER                       PIC X(1) VALUE SPACE.
   05 WS-H1-DATE                   PIC X(10).
   05 FILLER                       PIC X(37) VALUE SPACES.
01 WS-HEAD-LINE2.
   05 FILLER                       PIC X(60) VALUE
      'DEPT     LIM    BUDGET      SPENT  COMMITTED   REMAINING'.
   05 FILLER                       PIC X(20) VALUE '  HELD'.
01 WS-DEPT-LINE.
   05 WS-DL-DEPT                   PIC X(8).
   05 FILLER                       PIC X(2) VALUE SPACES.
   05 WS-DL-LIMIT                  PIC X(1).
   05 FILLER                       PIC X(2) VALUE SPACES.
   05 WS-DL-BUDGET                 PIC Z,ZZZ,ZZ9.
   05 FILLER                       PIC X(1) VALUE SPACE.
   05 WS-DL-SPENT                  PIC ZZZ,ZZZ,ZZ9.
   05 FILLER                       PIC X(1) VALUE SPACE.
   05 WS-DL-COMMITTED              PIC Z,ZZZ,ZZ9.
   05 FILLER                       PIC X(1) VALUE SPACE.
   05 WS-DL-REMAINING              PIC ---,---,--9.
   05 FILLER                       PIC X(1) VALUE SPACE.
   05 WS-DL-HELD                   PIC ZZ,ZZ9.
   05 FILLER                       PIC X(17) VALUE SPACES.
01 WS-NONE-LINE.
   05 WS-NL-DEPT                   PIC X(8).
   05 FILLER                       PIC X(5) VALUE SPACES.
   05 FILLER                       PIC X(23)
      VALUE 'NO BUDGET - NOT LIMITED'.
   05 FILLER                       PIC X(44) VALUE SPACES.
01 WS-HELD-HEAD1.
   05 FILLER                       PIC X(55) VALUE
      'REQUESTS HELD ON BUDGET - SERVED ONCE THEY FIT'.
   05 FILLER                       PIC X(25) VALUE SPACES.
01 WS-HELD-HEAD2.
   05 FILLER                       PIC X(60) VALUE
      'REQUEST  PR DEPT     NEEDED-BY   LINES TEXT'.
   05 FILLER                       PIC X(20) VALUE SPACES.
01 WS-HELD-LINE.
   05 WS-HL-REQUEST-ID             PIC X(8).
   05 FILLER                       PIC X(1) VALUE SPACE.
   05 WS-HL-PRIORITY               PIC X(1).
   05 FILLER                       PIC X(2) VALUE SPACES.
   05 WS-HL-DEPT                   PIC X(8).
   05 FILLER                       PIC X(1) VALUE SPACE.
   05 WS-HL-NEEDED-BY              PIC X(8).
   05 FILLER                       PIC X(1) VALUE SPACE.
   05 WS-HL-LINES                  PIC ZZ,ZZ9.
   05 FILLER                       PIC X(1) VALUE SPACE.
   05 WS-HL-TEXT                   PIC X(30).
   05 FILLER                       PIC X(13) VALUE SPACES.
01 WS-OVER-LINE.
   05 FILLER                       PIC X(21)
      VALUE 'HARD LIMIT REACHED - '.
   05 WS-OL-DEPT                   PIC X(8).
   05 FILLER                       PIC X(51)
      VALUE ' - PENDING WORK OVER BUDGET WILL BE HELD TONIGHT.'.
PROCEDURE DIVISION.
    INITIALIZE WS-DATA-ITEMS
    INITIALIZE WS-DEPT-TABLE
    MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
    MOVE WS-TIMESTAMP(1:8) TO WS-TODAY
    PERFORM LOAD-DEPTS-PARA THRU LOAD-DEPTS-EXIT
    IF WS-DEPT-COUNT EQUAL 0 THEN
       DISPLAY 'NO DEPARTMENTS COULD BE LOADED FROM DEPTMST -'
               ' NOTHING TO REPORT. ENDING RUN.'
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    OPEN INPUT QUEUE-FILE
    IF WS-QUEUE-STATUS NOT EQUAL '00' THEN
       DISPLAY 'BANNERQ IS NOT AVAILABLE - STATUS ' WS-QUEUE-STATUS
               '. ENDING RUN.'
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    OPEN OUTPUT BUDGET-RPT
    IF WS-RPT-STATUS NOT EQUAL '00' THEN
       DISPLAY 'BUDGRPT COULD NOT BE OPENED - STATUS '
               WS-RPT-STATUS '. ENDING RUN.'
       CLOSE QUEUE-FILE
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM LOAD-SPENT-PARA THRU LOAD-SPENT-EXIT
    MOVE 'P' TO WS-CHAIN-STATUS
    PERFORM SWEEP-CHAIN-PARA THRU SWEEP-CHAIN-EXIT
    MOVE 'H' TO WS-CHAIN-STATUS
    PERFORM SWEEP-CHAIN-PARA THRU SWEEP-CHAIN-EXIT
    MOVE SPACES TO WS-H1-DATE
    STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
           DELIMITED BY SIZE INTO WS-H1-DATE
    MOVE WS-HEAD-LINE1 TO BR-RECORD
    WRITE BR-RECORD
    MOVE WS-HEAD-LINE2 TO BR-RECORD
    WRITE BR-RECORD
    PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > WS-DEPT-COUNT
       PERFORM LIST-DEPT-PARA THRU LIST-DEPT-EXIT
    END-PERFORM
    MOVE SPACES TO BR-RECORD
    WRITE BR-RECORD
    PERFORM LIST-HELD-PARA THRU LIST-HELD-EXIT
    MOVE SPACES TO BR-RECORD
    WRITE BR-RECORD
    PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > WS-DEPT-COUNT
       IF WS-DT-LIMIT(WS-DX) EQUAL 'H'
          AND WS-DT-BUDGET(WS-DX) > 0
          AND WS-DT-SPENT(WS-DX) + WS-DT-COMMITTED(WS-DX)
              > WS-DT-BUDGET(WS-DX) THEN
          MOVE WS-DT-DEPT(WS-DX) TO WS-OL-DEPT
          MOVE WS-OVER-LINE TO BR-RECORD
          WRITE BR-RECORD
          ADD 1 TO WS-OVER-COUNT
       END-IF
    END-PERFORM
    IF WS-HELD-COUNT EQUAL 0 AND WS-OVER-COUNT EQUAL 0 THEN
       MOVE 'NOTHING IS WAITING ON A BUDGET DECISION.' TO BR-RECORD
       WRITE BR-RECORD
    END-IF
    CLOSE QUEUE-FILE BUDGET-RPT
    DISPLAY WS-DEPT-COUNT ' DEPARTMENTS REPORTED, ' WS-HELD-COUNT
            ' REQUESTS HELD ON BUDGET, ' WS-OVER-COUNT
            ' HARD-LIMIT DEPARTMENTS OVER.'
    IF WS-HELD-COUNT > 0 OR WS-OVER-COUNT > 0 THEN
       MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

*> LOAD-DEPTS-PARA reads the department master into the department
*> table - code, monthly line budget and limit - skipping comment
*> records (* in column one).  A budget that will not scan counts
*> as no budget; a blank limit is soft.
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
                    IF DM-BUDGET IS NUMERIC THEN
                       MOVE DM-BUDGET TO WS-DT-BUDGET(WS-DEPT-COUNT)
                    ELSE
                       MOVE 0 TO WS-DT-BUDGET(WS-DEPT-COUNT)
                    END-IF
                    IF DM-LIMIT EQUAL 'H' THEN
                       MOVE 'H' TO WS-DT-LIMIT(WS-DEPT-COUNT)
                    ELSE
                       MOVE 'S' TO WS-DT-LIMIT(WS-DEPT-COUNT)
                    END-IF
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

*> LOAD-SPENT-PARA picks up each department's month-to-date spend
*> off the budget ledger.  A ledger record left over from an
*> earlier month means nothing has printed yet this month.  With
*> no ledger at all every department shows nothing spent.
LOAD-SPENT-PARA.
    OPEN INPUT BUDGET-LEDGER
    IF WS-LEDGER-STATUS NOT EQUAL '00' THEN
       DISPLAY 'BUDGLDG IS NOT AVAILABLE - STATUS '
               WS-LEDGER-STATUS '. SPEND SHOWN AS ZERO.'
       GO TO LOAD-SPENT-EXIT
    END-IF
    PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > WS-DEPT-COUNT
       MOVE WS-DT-DEPT(WS-DX) TO BL-DEPT
       READ BUDGET-LEDGER
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              IF BL-MONTH EQUAL WS-TODAY(1:6) THEN
                 MOVE BL-SPENT TO WS-DT-SPENT(WS-DX)
              END-IF
       END-READ
    END-PERFORM
    CLOSE BUDGET-LEDGER.
LOAD-SPENT-EXIT. EXIT.

*> SWEEP-CHAIN-PARA walks one status's alternate-key chain: on the
*> pending chain each record's estimated lines count as committed
*> against its department (unless a supervisor already overrode
*> the budget for it, or the record is a reprint of our own
*> spoilage, which is not charged); on the held chain each record
*> held on BUDGET counts toward its department's held total.
SWEEP-CHAIN-PARA.
    MOVE WS-CHAIN-STATUS TO BQ-STATUS
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
              IF BQ-STATUS NOT EQUAL WS-CHAIN-STATUS THEN
                 MOVE 'Y' TO WS-EOF-SW
              ELSE
                 PERFORM TALLY-ONE-PARA THRU TALLY-ONE-EXIT
              END-IF
       END-READ
    END-PERFORM.
SWEEP-CHAIN-EXIT. EXIT.

TALLY-ONE-PARA.
    MOVE BQ-DEPT TO WS-LOOKUP-DEPT
    PERFORM FIND-DEPT-PARA THRU FIND-DEPT-EXIT
    IF WS-DEPT-IX EQUAL 0 THEN
       GO TO TALLY-ONE-EXIT
    END-IF
    IF BQ-STATUS EQUAL 'P' THEN
       IF BQ-BUDGET-OVR NOT EQUAL 'Y'
          AND BQ-REPRINT-RSN NOT EQUAL 'O' THEN
          PERFORM ESTIMATE-LINES-PARA THRU ESTIMATE-LINES-EXIT
          ADD WS-EST-LINES TO WS-DT-COMMITTED(WS-DEPT-IX)
       END-IF
    ELSE
       IF BQ-HOLD-REASON EQUAL 'BUDGET' THEN
          ADD 1 TO WS-DT-HELD(WS-DEPT-IX)
       END-IF
    END-IF.
TALLY-ONE-EXIT. EXIT.

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

*> LIST-DEPT-PARA prints one department's budget line; a
*> department with no budget is listed as unlimited.
LIST-DEPT-PARA.
    IF WS-DT-BUDGET(WS-DX) EQUAL 0 THEN
       MOVE WS-DT-DEPT(WS-DX) TO WS-NL-DEPT
       MOVE WS-NONE-LINE TO BR-RECORD
       WRITE BR-RECORD
       GO TO LIST-DEPT-EXIT
    END-IF
    COMPUTE WS-REMAINING = WS-DT-BUDGET(WS-DX) - WS-DT-SPENT(WS-DX)
            - WS-DT-COMMITTED(WS-DX)
    MOVE WS-DT-DEPT(WS-DX) TO WS-DL-DEPT
    MOVE WS-DT-LIMIT(WS-DX) TO WS-DL-LIMIT
    MOVE WS-DT-BUDGET(WS-DX) TO WS-DL-BUDGET
    MOVE WS-DT-SPENT(WS-DX) TO WS-DL-SPENT
    MOVE WS-DT-COMMITTED(WS-DX) TO WS-DL-COMMITTED
    MOVE WS-REMAINING TO WS-DL-REMAINING
    MOVE WS-DT-HELD(WS-DX) TO WS-DL-HELD
    MOVE WS-DEPT-LINE TO BR-RECORD
    WRITE BR-RECORD.
LIST-DEPT-EXIT. EXIT.

*> LIST-HELD-PARA walks the held chain again and lists every
*> request held on its department's budget, with the lines it
*> would print, for the supervisor's override decision.
LIST-HELD-PARA.
    MOVE WS-HELD-HEAD1 TO BR-RECORD
    WRITE BR-RECORD
    MOVE WS-HELD-HEAD2 TO BR-RECORD
    WRITE BR-RECORD
    MOVE 'H' TO BQ-STATUS
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
              IF BQ-STATUS NOT EQUAL 'H' THEN
                 MOVE 'Y' TO WS-EOF-SW
              ELSE
                 IF BQ-HOLD-REASON EQUAL 'BUDGET' THEN
                    PERFORM ESTIMATE-LINES-PARA
                            THRU ESTIMATE-LINES-EXIT
                    MOVE BQ-REQUEST-ID TO WS-HL-REQUEST-ID
                    MOVE BQ-PRIORITY TO WS-HL-PRIORITY
                    MOVE BQ-DEPT TO WS-HL-DEPT
                    MOVE BQ-NEEDED-BY TO WS-HL-NEEDED-BY
                    MOVE WS-EST-LINES TO WS-HL-LINES
                    MOVE BQ-TEXT TO WS-HL-TEXT
                    MOVE WS-HELD-LINE TO BR-RECORD
                    WRITE BR-RECORD
                    ADD 1 TO WS-HELD-COUNT
                 END-IF
              END-IF
       END-READ
    END-PERFORM
    IF WS-HELD-COUNT EQUAL 0 THEN
       MOVE 'NONE.' TO BR-RECORD
       WRITE BR-RECORD
    END-IF.
LIST-HELD-EXIT. EXIT.
