*>   - an acknowledgment with no matching feed entry is reported
*>     too, since a board confirming messages it was never sent is
*>     its own kind of wrong.
*> Every confirmed entry is also booked on the BOARDREG board
*> content register - what each board is showing now, for which
*> request and since when - with the text the feed's HDR record
*> says the board shows, and the request's department and
*> display-until date off the live queue.  A message confirmed
*> again keeps the date it first went up, unless its text has
*> changed (a standing banner re-armed with new wording).  The
*> LEDTAKE step behind this one works the register: it takes down
*> what has run past its display-until date or been canceled and
*> prints what is on the walls.
*> Ends RC 4 when anything was re-queued, a board was silent or the
*> queue could not be read for the register, RC 8 when the feed
*> cannot be read at all or the register cannot be opened.  A night
*> with no LED feed dataset reconciles clean - the option was
*> simply off.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BOARD-MASTER ASSIGN TO 'BOARDMST'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BOARD-STATUS.
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
DATA DIVISION.
FILE SECTION.
FD  LED-FEED.
    05 FILLER                      PIC X(1).
    05 BM-LOCATION                 PIC X(20).
    05 FILLER                      PIC X(57).
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
WORKING-STORAGE SECTION.
01 WS-MAX-BOARDS                   PIC 9(2) VALUE 20.
01 WS-MAX-SENT                     PIC 9(4) VALUE 1000.
01 WS-ACK-STATUS                   PIC X(2).
01 WS-RETRY-STATUS                 PIC X(2).
01 WS-BOARD-STATUS                 PIC X(2).
01 WS-REG-STATUS                   PIC X(2).
01 WS-QUEUE-STATUS                 PIC X(2).
01 WS-DATA-ITEMS.
   05 WS-EOF-SW                    PIC X(1).
   05 WS-COPY-SW                   PIC X(1).
   05 WS-SILENT-COUNT              PIC 9(2).
   05 WS-BOARD-SENT                PIC 9(5).
   05 WS-BOARD-CONF                PIC 9(5).
   05 WS-TIMESTAMP                 PIC X(21).
   05 WS-TODAY                     PIC X(8).
   05 WS-QUEUE-OPEN-SW             PIC X(1).
   05 WS-REG-NEW-COUNT             PIC 9(5).
   05 WS-REG-KEPT-COUNT            PIC 9(5).
   05 WS-REG-BAD-COUNT             PIC 9(5).
   05 WS-SHOWN-TEXT                PIC X(30).
01 WS-SENT-TABLE.
   05 WS-SENT-ENTRY OCCURS 1000 TIMES.
      10 WS-ST-BOARD               PIC X(2).
      10 WS-ST-REQUEST             PIC X(8).
      10 WS-ST-CONFIRMED           PIC X(1).
      10 WS-ST-TEXT                PIC X(30).
01 WS-BOARD-TABLE.
   05 WS-BOARD-ENTRY OCCURS 20 TIMES.
      10 WS-BT-ID                  PIC X(2).
      10 WS-BT-LOCATION            PIC X(20).
PROCEDURE DIVISION.
    INITIALIZE WS-DATA-ITEMS WS-SENT-TABLE WS-BOARD-TABLE
    MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
    MOVE WS-TIMESTAMP(1:8) TO WS-TODAY
    PERFORM LOAD-BOARDS-PARA THRU LOAD-BOARDS-EXIT
    PERFORM READ-FEED-PARA THRU READ-FEED-EXIT
    IF WS-SENT-COUNT EQUAL 0 THEN
       STOP RUN
    END-IF
    PERFORM READ-ACKS-PARA THRU READ-ACKS-EXIT
    PERFORM REGISTER-PARA THRU REGISTER-EXIT
    PERFORM REQUEUE-PARA THRU REQUEUE-EXIT
    PERFORM REPORT-BOARDS-PARA THRU REPORT-BOARDS-EXIT
    DISPLAY WS-SENT-COUNT ' FEED ENTRIES SENT, '
       DISPLAY WS-STRAY-ACK-COUNT ' ACKNOWLEDGMENTS MATCHED'
               ' NOTHING THE FEED SENT.'
    END-IF
    DISPLAY WS-REG-NEW-COUNT ' MESSAGES NEW ON THE BOARD REGISTER, '
            WS-REG-KEPT-COUNT ' CONFIRMED AGAIN.'
    IF RETURN-CODE < 4
       AND (WS-REQUEUED-COUNT > 0 OR WS-SILENT-COUNT > 0
            OR WS-QUEUE-OPEN-SW NOT EQUAL 'Y'
            OR WS-REG-BAD-COUNT > 0) THEN
       MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

*> READ-FEED-PARA books every HDR record on the night's feed into
*> the sent table - board (columns 5-6 of the HDR), request ID
*> (columns 8-15) and the text the board shows (columns 24-53, the
*> tokens already resolved) - unconfirmed until an acknowledgment
*> says otherwise.  Grid records ride by.
READ-FEED-PARA.
    OPEN INPUT LED-FEED
    IF WS-LED-STATUS EQUAL '35' THEN
                    MOVE LF-RECORD(8:8)
                         TO WS-ST-REQUEST(WS-SENT-COUNT)
                    MOVE 'N' TO WS-ST-CONFIRMED(WS-SENT-COUNT)
                    MOVE LF-RECORD(24:30)
                         TO WS-ST-TEXT(WS-SENT-COUNT)
                 END-IF
              END-IF
       END-READ
    END-IF.
MARK-ACK-EXIT. EXIT.

*> REGISTER-PARA books every confirmed feed entry on the board
*> content register.  The register is created the first time it is
*> opened, the way the budget ledger is.  Without the queue the
*> entries still go on - blank department and text, no
*> display-until - since LEDTAKE rereads the queue for itself.
REGISTER-PARA.
    OPEN I-O BOARD-REG
    IF WS-REG-STATUS EQUAL '35' THEN
       OPEN OUTPUT BOARD-REG
       IF WS-REG-STATUS EQUAL '00' THEN
          CLOSE BOARD-REG
          OPEN I-O BOARD-REG
       END-IF
    END-IF
    IF WS-REG-STATUS NOT EQUAL '00' THEN
       DISPLAY 'BOARDREG COULD NOT BE OPENED - STATUS '
               WS-REG-STATUS '. THE BOARD REGISTER IS NOT UPDATED.'
       MOVE 8 TO RETURN-CODE
       GO TO REGISTER-EXIT
    END-IF
    MOVE 'Y' TO WS-QUEUE-OPEN-SW
    OPEN INPUT QUEUE-FILE
    IF WS-QUEUE-STATUS NOT EQUAL '00' THEN
       DISPLAY 'BANNERQ IS NOT AVAILABLE - STATUS ' WS-QUEUE-STATUS
               '. REGISTER ENTRIES GO ON WITHOUT THEIR TEXT.'
       MOVE 'N' TO WS-QUEUE-OPEN-SW
    END-IF
    PERFORM REGISTER-ONE-PARA THRU REGISTER-ONE-EXIT
            VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-SENT-COUNT
    IF WS-QUEUE-OPEN-SW EQUAL 'Y' THEN
       CLOSE QUEUE-FILE
    END-IF
    CLOSE BOARD-REG.
REGISTER-EXIT. EXIT.

*> REGISTER-ONE-PARA books one confirmed entry: a message new to
*> its board goes on since today; one already on the register
*> keeps its since date and is stamped confirmed today, unless its
*> text has changed - then it counts as a new message from today.
*> The text is the one the feed's HDR record says the board shows,
*> tokens resolved - so a &DATE banner re-fed each night is a new
*> message each morning, which is what the wall shows.  A feed
*> written without the text falls back to the queue's own.
REGISTER-ONE-PARA.
    IF WS-ST-CONFIRMED(WS-SX) NOT EQUAL 'Y' THEN
       GO TO REGISTER-ONE-EXIT
    END-IF
    MOVE SPACES TO BQ-RECORD
    IF WS-QUEUE-OPEN-SW EQUAL 'Y' THEN
       MOVE WS-ST-REQUEST(WS-SX) TO BQ-REQUEST-ID
       READ QUEUE-FILE
           INVALID KEY
              DISPLAY 'REQUEST ' WS-ST-REQUEST(WS-SX) ' ON BOARD '
                      WS-ST-BOARD(WS-SX) ' IS NOT ON THE QUEUE.'
              MOVE SPACES TO BQ-RECORD
       END-READ
    END-IF
    IF BQ-DISPLAY-UNTIL IS NOT NUMERIC THEN
       MOVE SPACES TO BQ-DISPLAY-UNTIL
    END-IF
    MOVE WS-ST-TEXT(WS-SX) TO WS-SHOWN-TEXT
    IF WS-SHOWN-TEXT EQUAL SPACES THEN
       MOVE BQ-TEXT TO WS-SHOWN-TEXT
    END-IF
    MOVE WS-ST-BOARD(WS-SX) TO BR-BOARD-ID
    MOVE WS-ST-REQUEST(WS-SX) TO BR-REQUEST-ID
    READ BOARD-REG
        INVALID KEY
           MOVE SPACES TO BR-RECORD
           MOVE WS-ST-BOARD(WS-SX) TO BR-BOARD-ID
           MOVE WS-ST-REQUEST(WS-SX) TO BR-REQUEST-ID
           MOVE BQ-DEPT TO BR-DEPT
           MOVE WS-SHOWN-TEXT TO BR-TEXT
           MOVE WS-TODAY TO BR-SINCE
           MOVE WS-TODAY TO BR-CONFIRMED
           MOVE BQ-DISPLAY-UNTIL TO BR-DISPLAY-UNTIL
           WRITE BR-RECORD
               INVALID KEY
                  DISPLAY 'BOARD ' BR-BOARD-ID ' REQUEST '
                          BR-REQUEST-ID ' COULD NOT BE REGISTERED'
                          ' - STATUS ' WS-REG-STATUS '.'
                  ADD 1 TO WS-REG-BAD-COUNT
               NOT INVALID KEY
                  ADD 1 TO WS-REG-NEW-COUNT
           END-WRITE
        NOT INVALID KEY
           IF WS-SHOWN-TEXT NOT EQUAL SPACES THEN
              IF WS-SHOWN-TEXT NOT EQUAL BR-TEXT THEN
                 MOVE WS-TODAY TO BR-SINCE
              END-IF
              MOVE WS-SHOWN-TEXT TO BR-TEXT
           END-IF
           IF BQ-REQUEST-ID NOT EQUAL SPACES THEN
              MOVE BQ-DEPT TO BR-DEPT
              MOVE BQ-DISPLAY-UNTIL TO BR-DISPLAY-UNTIL
           END-IF
           MOVE WS-TODAY TO BR-CONFIRMED
           REWRITE BR-RECORD
               INVALID KEY
                  DISPLAY 'BOARD ' BR-BOARD-ID ' REQUEST '
                          BR-REQUEST-ID ' COULD NOT BE UPDATED'
                          ' ON THE REGISTER - STATUS '
                          WS-REG-STATUS '.'
                  ADD 1 TO WS-REG-BAD-COUNT
               NOT INVALID KEY
                  ADD 1 TO WS-REG-KEPT-COUNT
           END-REWRITE
    END-READ.
REGISTER-ONE-EXIT. EXIT.

*> REQUEUE-PARA rereads the feed and copies every unconfirmed
*> entry - the HDR record and the grid rows behind it, up to the
*> next HDR - onto LEDRETRY for the controller to push again.
