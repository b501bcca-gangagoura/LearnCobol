ID DIVISION.
PROGRAM-ID. LEDTAKE.
AUTHOR. gangagoura.
DATE-WRITTEN. 15-OCT-2026.
*> LEDTAKE is the LED boards' morning takedown.  A message PATTERN
*> routes to a board stays up until the controller is told to clear
*> it, and "DOOR 2 CLOSED" was still up on board 02 three days after
*> the door reopened.  LEDRECON books every message a board confirms
*> on the BOARDREG board content register; LEDTAKE runs behind it
*> and works through the register, board by board:
*>   - a message whose request has been canceled (C on the live
*>     queue - QUEUEMNT CANCEL takes a served request for this) is
*>     taken down;
*>   - a message whose display-until date has gone by is taken
*>     down.  The date is the live queue's, so a request changed
*>     since it went up is judged on its current date; once QPURGE
*>     has moved the request off the queue, the date the register
*>     took when the message went up is used.  No date means no
*>     limit - the message stays until it is canceled.
*> Each takedown is written to LEDCLEAR for the controller to act
*> on - CLR, the board and the request, the same shape as the
*> feed's HDR record, and the reason - and comes off the register.
*> Everything left on the register is listed on WALLRPT for the
*> dock office: every board on the BOARDMST master with what it is
*> showing now, for which request and department, since when and
*> until when, then the morning's takedowns.  A register entry for
*> a board no longer on the master is listed under its own board
*> ID at the end.
*> Ends RC 4 when a takedown was written (the controller has work)
*> or a register entry could not be removed, RC 8 when the
*> register, the takedown file or the report cannot be opened.  A
*> register not yet created means nothing has gone up - the run
*> ends clean with empty boards.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BOARD-REG ASSIGN TO 'BOARDREG'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BR-KEY
           FILE STATUS IS WS-REG-STATUS.
    SELECT QUEUE-FILE ASSIGN TO 'BANNERQ'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BQ-REQUEST-ID
           FILE STATUS IS WS-QUEUE-STATUS.
    SELECT BOARD-MASTER ASSIGN TO 'BOARDMST'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BOARD-STATUS.
    SELECT CLEAR-OUT ASSIGN TO 'LEDCLEAR'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLEAR-STATUS.
    SELECT REPORT-OUT ASSIGN TO 'WALLRPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  BOARD-REG.
01  BR-RECORD.
    05 BR-KEY.
       10 BR-BOARD-ID              PIC X(2).
       10 BR-REQUEST-ID            PIC X(8).
    05 FILLER                      PIC X(1).
    05 BR-DEPT                     PIC X(8).
    05 FILLER                      PIC X(1).
    05 BR-TEXT                     PIC X(30).
    05 FILLER                      PIC X(1).
    05 BR-SINCE                    PIC X(8).
    05 FILLER                      PIC X(1).
    05 BR-CONFIRMED                PIC X(8).
    05 FILLER                      PIC X(1).
    05 BR-DISPLAY-UNTIL            PIC X(8).
    05 FILLER                      PIC X(3).
FD  QUEUE-FILE.
01  BQ-RECORD.
    05 BQ-REQUEST-ID               PIC X(8).
    05 BQ-PRIORITY                 PIC 9(1).
    05 BQ-STATUS                   PIC X(1).
    05 BQ-DEPT                     PIC X(8).
    05 FILLER                      PIC X(5).
    05 BQ-TEXT                     PIC X(30).
    05 FILLER                      PIC X(62).
    05 BQ-DISPLAY-UNTIL            PIC X(8).
    05 FILLER                      PIC X(37).
FD  BOARD-MASTER.
01  BM-RECORD.
    05 BM-BOARD-ID                 PIC X(2).
    05 FILLER                      PIC X(1).
    05 BM-LOCATION                 PIC X(20).
    05 FILLER                      PIC X(57).
FD  CLEAR-OUT.
01  CL-RECORD                      PIC X(80).
FD  REPORT-OUT.
01  RP-RECORD                      PIC X(80).
WORKING-STORAGE SECTION.
01 WS-MAX-BOARDS                   PIC 9(2) VALUE 20.
01 WS-MAX-SHOWING                  PIC 9(4) VALUE 1000.
01 WS-MAX-TAKEN                    PIC 9(3) VALUE 500.
01 WS-REG-STATUS                   PIC X(2).
01 WS-QUEUE-STATUS                 PIC X(2).
01 WS-BOARD-STATUS                 PIC X(2).
01 WS-CLEAR-STATUS                 PIC X(2).
01 WS-REPORT-STATUS                PIC X(2).
01 WS-DATA-ITEMS.
   05 WS-EOF-SW                    PIC X(1).
   05 WS-REG-OPEN-SW               PIC X(1).
   05 WS-QUEUE-OPEN-SW             PIC X(1).
   05 WS-ON-QUEUE-SW               PIC X(1).
   05 WS-TIMESTAMP                 PIC X(21).
   05 WS-TODAY                     PIC X(8).
   05 WS-UNTIL                     PIC X(8).
   05 WS-REASON                    PIC X(8).
   05 WS-BOARD-COUNT               PIC 9(2).
   05 WS-BX                        PIC 9(2).
   05 WS-SHOW-COUNT                PIC 9(4).
   05 WS-SX                        PIC 9(4).
   05 WS-TAKEN-COUNT               PIC 9(3).
   05 WS-TX                        PIC 9(3).
   05 WS-BOARD-SHOWN               PIC 9(4).
   05 WS-READ-COUNT                PIC 9(5).
   05 WS-CLEAR-COUNT               PIC 9(5).
   05 WS-STUCK-COUNT               PIC 9(5).
   05 WS-STRAY-COUNT               PIC 9(4).
   05 WS-EMPTY-COUNT               PIC 9(2).
01 WS-BOARD-TABLE.
   05 WS-BOARD-ENTRY OCCURS 20 TIMES.
      10 WS-BT-ID                  PIC X(2).
      10 WS-BT-LOCATION            PIC X(20).
01 WS-SHOW-TABLE.
   05 WS-SHOW-ENTRY OCCURS 1000 TIMES.
      10 WS-SH-BOARD               PIC X(2).
      10 WS-SH-REQUEST             PIC X(8).
      10 WS-SH-DEPT                PIC X(8).
      10 WS-SH-TEXT                PIC X(30).
      10 WS-SH-SINCE               PIC X(8).
      10 WS-SH-UNTIL               PIC X(8).
      10 WS-SH-LISTED              PIC X(1).
01 WS-TAKEN-TABLE.
   05 WS-TAKEN-ENTRY OCCURS 500 TIMES.
      10 WS-TK-BOARD               PIC X(2).
      10 WS-TK-REQUEST             PIC X(8).
      10 WS-TK-TEXT                PIC X(30).
      10 WS-TK-SINCE               PIC X(8).
      10 WS-TK-REASON              PIC X(8).
01 WS-HEAD-LINE1.
   05 FILLER                       PIC X(46)
      VALUE 'LED BOARDS - WHAT IS ON THE WALLS RIGHT NOW   '.
   05 FILLER                       PIC X(4) VALUE 'RUN '.
   05 WS-H1-DATE                   PIC X(10).
   05 FILLER                       PIC X(20) VALUE SPACES.
01 WS-BOARD-LINE.
   05 FILLER                       PIC X(6) VALUE 'BOARD '.
   05 WS-BL-ID                     PIC X(2).
   05 FILLER                       PIC X(2) VALUE SPACES.
   05 WS-BL-LOCATION               PIC X(20).
   05 FILLER                       PIC X(50) VALUE SPACES.
01 WS-COLUMN-LINE.
   05 FILLER                       PIC X(40)
      VALUE '   REQUEST  DEPT     TEXT'.
   05 FILLER                       PIC X(40)
      VALUE '            SINCE    UNTIL'.
01 WS-STRAY-COLUMN-LINE.
   05 FILLER                       PIC X(40)
      VALUE 'BD REQUEST  DEPT     TEXT'.
   05 FILLER                       PIC X(40)
      VALUE '            SINCE    UNTIL'.
01 WS-DETAIL-LINE.
   05 WS-DL-BOARD                  PIC X(2).
   05 FILLER                       PIC X(1) VALUE SPACES.
   05 WS-DL-REQUEST                PIC X(8).
   05 FILLER                       PIC X(1) VALUE SPACES.
   05 WS-DL-DEPT                   PIC X(8).
   05 FILLER                       PIC X(1) VALUE SPACES.
   05 WS-DL-TEXT                   PIC X(30).
   05 FILLER                       PIC X(1) VALUE SPACES.
   05 WS-DL-SINCE                  PIC X(8).
   05 FILLER                       PIC X(1) VALUE SPACES.
   05 WS-DL-UNTIL                  PIC X(8).
   05 FILLER                       PIC X(11) VALUE SPACES.
01 WS-TAKEN-HEAD.
   05 FILLER                       PIC X(40)
      VALUE 'TAKEN DOWN THIS MORNING  (LEDCLEAR)     '.
   05 FILLER                       PIC X(40) VALUE SPACES.
01 WS-TAKEN-COLUMNS.
   05 FILLER                       PIC X(40)
      VALUE '   BOARD REQUEST  TEXT'.
   05 FILLER                       PIC X(40)
      VALUE '         SINCE    REASON'.
01 WS-TAKEN-LINE.
   05 FILLER                       PIC X(3) VALUE SPACES.
   05 WS-TL-BOARD                  PIC X(2).
   05 FILLER                       PIC X(4) VALUE SPACES.
   05 WS-TL-REQUEST                PIC X(8).
   05 FILLER                       PIC X(1) VALUE SPACES.
   05 WS-TL-TEXT                   PIC X(30).
   05 FILLER                       PIC X(1) VALUE SPACES.
   05 WS-TL-SINCE                  PIC X(8).
   05 FILLER                       PIC X(1) VALUE SPACES.
   05 WS-TL-REASON                 PIC X(8).
   05 FILLER                       PIC X(14) VALUE SPACES.
01 WS-TOTAL-LINE.
   05 WS-TT-LABEL                  PIC X(30).
   05 WS-TT-COUNT                  PIC ZZ,ZZ9.
   05 FILLER                       PIC X(44) VALUE SPACES.
PROCEDURE DIVISION.
    INITIALIZE WS-DATA-ITEMS WS-BOARD-TABLE WS-SHOW-TABLE
               WS-TAKEN-TABLE
    MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
    MOVE WS-TIMESTAMP(1:8) TO WS-TODAY
    PERFORM LOAD-BOARDS-PARA THRU LOAD-BOARDS-EXIT
    OPEN OUTPUT REPORT-OUT
    IF WS-REPORT-STATUS NOT EQUAL '00' THEN
       DISPLAY 'WALLRPT COULD NOT BE OPENED - STATUS '
               WS-REPORT-STATUS '. ENDING RUN.'
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    OPEN EXTEND CLEAR-OUT
    IF WS-CLEAR-STATUS EQUAL '35' THEN
       OPEN OUTPUT CLEAR-OUT
    END-IF
    IF WS-CLEAR-STATUS NOT EQUAL '00' THEN
       DISPLAY 'LEDCLEAR COULD NOT BE OPENED - STATUS '
               WS-CLEAR-STATUS '. NOTHING CAN BE TAKEN DOWN.'
       CLOSE REPORT-OUT
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM SWEEP-REGISTER-PARA THRU SWEEP-REGISTER-EXIT
    CLOSE CLEAR-OUT
    IF WS-REG-OPEN-SW EQUAL 'X' THEN
       CLOSE REPORT-OUT
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM WRITE-REPORT-PARA THRU WRITE-REPORT-EXIT
    CLOSE REPORT-OUT
    DISPLAY WS-READ-COUNT ' MESSAGES ON THE REGISTER, '
            WS-CLEAR-COUNT ' TAKEN DOWN, ' WS-SHOW-COUNT
            ' STILL SHOWING.'
    IF WS-EMPTY-COUNT > 0 THEN
       DISPLAY WS-EMPTY-COUNT ' BOARDS ARE SHOWING NOTHING.'
    END-IF
    IF WS-CLEAR-COUNT > 0 OR WS-STUCK-COUNT > 0 THEN
       MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

*> SWEEP-REGISTER-PARA makes one pass of the register in key order
*> - board, then request - judging each message.  A register that
*> was never created has nothing on it; any other open failure
*> ends the run before a report that could only mislead is printed.
SWEEP-REGISTER-PARA.
    OPEN I-O BOARD-REG
    IF WS-REG-STATUS EQUAL '35' THEN
       DISPLAY 'BOARDREG HAS NOT BEEN CREATED YET - NOTHING HAS'
               ' GONE UP ON THE BOARDS.'
       MOVE 'N' TO WS-REG-OPEN-SW
       GO TO SWEEP-REGISTER-EXIT
    END-IF
    IF WS-REG-STATUS NOT EQUAL '00' THEN
       DISPLAY 'BOARDREG COULD NOT BE OPENED - STATUS '
               WS-REG-STATUS '. ENDING RUN.'
       MOVE 'X' TO WS-REG-OPEN-SW
       GO TO SWEEP-REGISTER-EXIT
    END-IF
    MOVE 'Y' TO WS-REG-OPEN-SW
    MOVE 'Y' TO WS-QUEUE-OPEN-SW
    OPEN INPUT QUEUE-FILE
    IF WS-QUEUE-STATUS NOT EQUAL '00' THEN
       DISPLAY 'BANNERQ IS NOT AVAILABLE - STATUS ' WS-QUEUE-STATUS
               '. JUDGING ON THE REGISTER''S OWN DATES - CANCELED'
               ' REQUESTS CANNOT BE SEEN.'
       MOVE 'N' TO WS-QUEUE-OPEN-SW
       MOVE 4 TO RETURN-CODE
    END-IF
    MOVE LOW-VALUES TO BR-KEY
    START BOARD-REG KEY NOT LESS THAN BR-KEY
        INVALID KEY
           MOVE 'Y' TO WS-EOF-SW
        NOT INVALID KEY
           MOVE 'N' TO WS-EOF-SW
    END-START
    PERFORM UNTIL WS-EOF-SW EQUAL 'Y'
       READ BOARD-REG NEXT RECORD
           AT END
              MOVE 'Y' TO WS-EOF-SW
           NOT AT END
              ADD 1 TO WS-READ-COUNT
              PERFORM JUDGE-MESSAGE-PARA THRU JUDGE-MESSAGE-EXIT
              IF WS-REASON NOT EQUAL SPACES THEN
                 PERFORM TAKE-DOWN-PARA THRU TAKE-DOWN-EXIT
              ELSE
                 PERFORM KEEP-UP-PARA THRU KEEP-UP-EXIT
              END-IF
       END-READ
    END-PERFORM
    IF WS-QUEUE-OPEN-SW EQUAL 'Y' THEN
       CLOSE QUEUE-FILE
    END-IF
    CLOSE BOARD-REG.
SWEEP-REGISTER-EXIT. EXIT.

*> JUDGE-MESSAGE-PARA leaves the takedown reason in WS-REASON -
*> CANCELED or EXPIRED, blank to leave the message up - and the
*> display-until date it judged on in WS-UNTIL.  The live queue's
*> date wins over the register's; a request gone from the queue is
*> judged on the register's alone.
JUDGE-MESSAGE-PARA.
    MOVE SPACES TO WS-REASON
    MOVE BR-DISPLAY-UNTIL TO WS-UNTIL
    MOVE 'N' TO WS-ON-QUEUE-SW
    IF WS-QUEUE-OPEN-SW EQUAL 'Y' THEN
       MOVE BR-REQUEST-ID TO BQ-REQUEST-ID
       READ QUEUE-FILE
           INVALID KEY
              MOVE 'N' TO WS-ON-QUEUE-SW
           NOT INVALID KEY
              MOVE 'Y' TO WS-ON-QUEUE-SW
       END-READ
    END-IF
    IF WS-ON-QUEUE-SW EQUAL 'Y' THEN
       IF BQ-STATUS EQUAL 'C' THEN
          MOVE 'CANCELED' TO WS-REASON
          GO TO JUDGE-MESSAGE-EXIT
       END-IF
       MOVE BQ-DISPLAY-UNTIL TO WS-UNTIL
    END-IF
    IF WS-UNTIL IS NOT NUMERIC THEN
       MOVE SPACES TO WS-UNTIL
       GO TO JUDGE-MESSAGE-EXIT
    END-IF
    IF WS-UNTIL < WS-TODAY THEN
       MOVE 'EXPIRED' TO WS-REASON
    END-IF.
JUDGE-MESSAGE-EXIT. EXIT.

*> TAKE-DOWN-PARA writes the controller its clear record and takes
*> the message off the register.  The clear goes out first: a
*> message left on the register after its clear was written is
*> only cleared again tomorrow, where one taken off the register
*> with no clear written would stay up with nobody watching it.
TAKE-DOWN-PARA.
    MOVE SPACES TO CL-RECORD
    STRING 'CLR ' BR-BOARD-ID ' ' BR-REQUEST-ID ' ' WS-REASON
           DELIMITED BY SIZE INTO CL-RECORD
    WRITE CL-RECORD
    IF WS-CLEAR-STATUS NOT EQUAL '00' THEN
       DISPLAY 'LEDCLEAR WRITE FAILED FOR BOARD ' BR-BOARD-ID
               ' REQUEST ' BR-REQUEST-ID ' - STATUS '
               WS-CLEAR-STATUS '. LEFT ON THE REGISTER.'
       ADD 1 TO WS-STUCK-COUNT
       PERFORM KEEP-UP-PARA THRU KEEP-UP-EXIT
       GO TO TAKE-DOWN-EXIT
    END-IF
    ADD 1 TO WS-CLEAR-COUNT
    DISPLAY 'BOARD ' BR-BOARD-ID ' - ' BR-REQUEST-ID ' '
            BR-TEXT ' TAKEN DOWN, ' WS-REASON '.'
    IF WS-TAKEN-COUNT < WS-MAX-TAKEN THEN
       ADD 1 TO WS-TAKEN-COUNT
       MOVE BR-BOARD-ID TO WS-TK-BOARD(WS-TAKEN-COUNT)
       MOVE BR-REQUEST-ID TO WS-TK-REQUEST(WS-TAKEN-COUNT)
       MOVE BR-TEXT TO WS-TK-TEXT(WS-TAKEN-COUNT)
       MOVE BR-SINCE TO WS-TK-SINCE(WS-TAKEN-COUNT)
       MOVE WS-REASON TO WS-TK-REASON(WS-TAKEN-COUNT)
    END-IF
    DELETE BOARD-REG
        INVALID KEY
           DISPLAY 'BOARD ' BR-BOARD-ID ' REQUEST ' BR-REQUEST-ID
                   ' COULD NOT BE TAKEN OFF THE REGISTER - STATUS '
                   WS-REG-STATUS '. IT WILL BE CLEARED AGAIN.'
           ADD 1 TO WS-STUCK-COUNT
    END-DELETE.
TAKE-DOWN-EXIT. EXIT.

*> KEEP-UP-PARA notes a message that stays up for the report, with
*> the display-until date it was judged on.
KEEP-UP-PARA.
    IF WS-SHOW-COUNT >= WS-MAX-SHOWING THEN
       DISPLAY 'THE REGISTER CARRIES MORE THAN ' WS-MAX-SHOWING
               ' MESSAGES - BOARD ' BR-BOARD-ID ' REQUEST '
               BR-REQUEST-ID ' IS NOT LISTED.'
       GO TO KEEP-UP-EXIT
    END-IF
    ADD 1 TO WS-SHOW-COUNT
    MOVE BR-BOARD-ID TO WS-SH-BOARD(WS-SHOW-COUNT)
    MOVE BR-REQUEST-ID TO WS-SH-REQUEST(WS-SHOW-COUNT)
    MOVE BR-DEPT TO WS-SH-DEPT(WS-SHOW-COUNT)
    MOVE BR-TEXT TO WS-SH-TEXT(WS-SHOW-COUNT)
    MOVE BR-SINCE TO WS-SH-SINCE(WS-SHOW-COUNT)
    MOVE WS-UNTIL TO WS-SH-UNTIL(WS-SHOW-COUNT)
    MOVE 'N' TO WS-SH-LISTED(WS-SHOW-COUNT).
KEEP-UP-EXIT. EXIT.

*> WRITE-REPORT-PARA prints the walls: each master board in master
*> order with its messages, or a line saying it shows nothing;
*> then anything registered to a board the master no longer
*> carries; then the morning's takedowns and the totals.
WRITE-REPORT-PARA.
    MOVE SPACES TO WS-H1-DATE
    STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
           DELIMITED BY SIZE INTO WS-H1-DATE
    MOVE WS-HEAD-LINE1 TO RP-RECORD
    WRITE RP-RECORD
    PERFORM REPORT-BOARD-PARA THRU REPORT-BOARD-EXIT
            VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > WS-BOARD-COUNT
    MOVE 0 TO WS-STRAY-COUNT
    PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-SHOW-COUNT
       IF WS-SH-LISTED(WS-SX) EQUAL 'N' THEN
          IF WS-STRAY-COUNT EQUAL 0 THEN
             MOVE SPACES TO RP-RECORD
             WRITE RP-RECORD
             MOVE 'ON BOARDS NOT ON THE BOARD MASTER' TO RP-RECORD
             WRITE RP-RECORD
             MOVE WS-STRAY-COLUMN-LINE TO RP-RECORD
             WRITE RP-RECORD
          END-IF
          ADD 1 TO WS-STRAY-COUNT
          PERFORM DETAIL-PARA THRU DETAIL-EXIT
          MOVE WS-SH-BOARD(WS-SX) TO WS-DL-BOARD
          MOVE WS-DETAIL-LINE TO RP-RECORD
          WRITE RP-RECORD
       END-IF
    END-PERFORM
    MOVE SPACES TO RP-RECORD
    WRITE RP-RECORD
    MOVE WS-TAKEN-HEAD TO RP-RECORD
    WRITE RP-RECORD
    IF WS-TAKEN-COUNT EQUAL 0 THEN
       MOVE '   NOTHING WAS DUE TO COME DOWN.' TO RP-RECORD
       WRITE RP-RECORD
    ELSE
       MOVE WS-TAKEN-COLUMNS TO RP-RECORD
       WRITE RP-RECORD
       PERFORM VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > WS-TAKEN-COUNT
          MOVE WS-TK-BOARD(WS-TX) TO WS-TL-BOARD
          MOVE WS-TK-REQUEST(WS-TX) TO WS-TL-REQUEST
          MOVE WS-TK-TEXT(WS-TX) TO WS-TL-TEXT
          MOVE WS-TK-SINCE(WS-TX) TO WS-TL-SINCE
          MOVE WS-TK-REASON(WS-TX) TO WS-TL-REASON
          MOVE WS-TAKEN-LINE TO RP-RECORD
          WRITE RP-RECORD
       END-PERFORM
    END-IF
    MOVE SPACES TO RP-RECORD
    WRITE RP-RECORD
    MOVE 'MESSAGES SHOWING' TO WS-TT-LABEL
    MOVE WS-SHOW-COUNT TO WS-TT-COUNT
    PERFORM WRITE-TOTAL-PARA THRU WRITE-TOTAL-EXIT
    MOVE 'BOARDS SHOWING NOTHING' TO WS-TT-LABEL
    MOVE WS-EMPTY-COUNT TO WS-TT-COUNT
    PERFORM WRITE-TOTAL-PARA THRU WRITE-TOTAL-EXIT
    MOVE 'TAKEN DOWN THIS MORNING' TO WS-TT-LABEL
    MOVE WS-CLEAR-COUNT TO WS-TT-COUNT
    PERFORM WRITE-TOTAL-PARA THRU WRITE-TOTAL-EXIT.
WRITE-REPORT-EXIT. EXIT.

*> REPORT-BOARD-PARA prints one master board and what it shows.
REPORT-BOARD-PARA.
    MOVE SPACES TO RP-RECORD
    WRITE RP-RECORD
    MOVE WS-BT-ID(WS-BX) TO WS-BL-ID
    MOVE WS-BT-LOCATION(WS-BX) TO WS-BL-LOCATION
    MOVE WS-BOARD-LINE TO RP-RECORD
    WRITE RP-RECORD
    MOVE 0 TO WS-BOARD-SHOWN
    PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-SHOW-COUNT
       IF WS-SH-BOARD(WS-SX) EQUAL WS-BT-ID(WS-BX) THEN
          IF WS-BOARD-SHOWN EQUAL 0 THEN
             MOVE WS-COLUMN-LINE TO RP-RECORD
             WRITE RP-RECORD
          END-IF
          ADD 1 TO WS-BOARD-SHOWN
          MOVE 'Y' TO WS-SH-LISTED(WS-SX)
          PERFORM DETAIL-PARA THRU DETAIL-EXIT
          MOVE WS-DETAIL-LINE TO RP-RECORD
          WRITE RP-RECORD
       END-IF
    END-PERFORM
    IF WS-BOARD-SHOWN EQUAL 0 THEN
       MOVE '   NOTHING SHOWING.' TO RP-RECORD
       WRITE RP-RECORD
       ADD 1 TO WS-EMPTY-COUNT
    END-IF.
REPORT-BOARD-EXIT. EXIT.

*> DETAIL-PARA fills the detail line from the message at WS-SX,
*> board column blank - only the stray-board listing fills it.  A
*> message with no display-until stays up until it is canceled.
DETAIL-PARA.
    MOVE SPACES TO WS-DL-BOARD
    MOVE WS-SH-REQUEST(WS-SX) TO WS-DL-REQUEST
    MOVE WS-SH-DEPT(WS-SX) TO WS-DL-DEPT
    MOVE WS-SH-TEXT(WS-SX) TO WS-DL-TEXT
    MOVE WS-SH-SINCE(WS-SX) TO WS-DL-SINCE
    IF WS-SH-UNTIL(WS-SX) EQUAL SPACES THEN
       MOVE 'NO LIMIT' TO WS-DL-UNTIL
    ELSE
       MOVE WS-SH-UNTIL(WS-SX) TO WS-DL-UNTIL
    END-IF.
DETAIL-EXIT. EXIT.

WRITE-TOTAL-PARA.
    MOVE WS-TOTAL-LINE TO RP-RECORD
    WRITE RP-RECORD
    MOVE SPACES TO WS-TT-LABEL.
WRITE-TOTAL-EXIT. EXIT.

LOAD-BOARDS-PARA.
    MOVE 0 TO WS-BOARD-COUNT
    OPEN INPUT BOARD-MASTER
    IF WS-BOARD-STATUS NOT EQUAL '00' THEN
       DISPLAY 'BOARDMST IS NOT AVAILABLE - STATUS '
               WS-BOARD-STATUS '. BOARDS ARE LISTED BY ID ONLY.'
       GO TO LOAD-BOARDS-EXIT
    END-IF
    MOVE 'N' TO WS-EOF-SW
    PERFORM UNTIL WS-EOF-SW EQUAL 'Y'
       READ BOARD-MASTER
           AT END
              MOVE 'Y' TO WS-EOF-SW
           NOT AT END
              IF BM-BOARD-ID(1:1) NOT EQUAL '*'
                 AND BM-BOARD-ID NOT EQUAL SPACES THEN
                 IF WS-BOARD-COUNT >= WS-MAX-BOARDS THEN
                    DISPLAY 'BOARDMST CARRIES MORE THAN '
                            WS-MAX-BOARDS ' BOARDS - IGNORING '
                            BM-BOARD-ID
                 ELSE
                    ADD 1 TO WS-BOARD-COUNT
                    MOVE BM-BOARD-ID TO WS-BT-ID(WS-BOARD-COUNT)
                    MOVE BM-LOCATION
                         TO WS-BT-LOCATION(WS-BOARD-COUNT)
                 END-IF
              END-IF
       END-READ
    END-PERFORM
    CLOSE BOARD-MASTER.
LOAD-BOARDS-EXIT. EXIT.
