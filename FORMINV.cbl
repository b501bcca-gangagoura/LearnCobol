ID DIVISION.
PROGRAM-ID. FORMINV.
AUTHOR. gangagoura.
DATE-WRITTEN. 15-OCT-2026.
*> FORMINV keeps the print room's forms inventory.  FORMSMST holds
*> one record per stock - small banner stock, large banner stock,
*> separator pages and toner - with the lines on hand, the lines a
*> box (or cartridge) holds, the reorder point and the last thirty
*> nights' usage.  Each night, behind the print release, it:
*>   - applies the print room's cards from FORMRCV:
*>       RECEIPT  - boxes received for a stock, added to on hand
*>       SETUP    - add a stock, or change its description, box
*>                  size or reorder point, or set on hand to a
*>                  physical count
*>   - draws each stock down by the night's lines off the RUNSUMM
*>     run trailers: the small, large and separator counts PATTERN
*>     splits each trailer into go against SMALL, LARGE and
*>     SEPARATR, and every line written against TONER;
*>   - prints the usage and stock report on FORMRPT: per stock the
*>     lines on hand, received and used tonight, the trailing
*>     30-day average nightly use and the nights of stock that
*>     leaves, and the reorder point.
*> The run ends RC 4 when any stock is below its reorder point (or
*> a card was rejected, or lines went against a stock FORMSMST does
*> not carry), so purchasing hears about it before a night run
*> stops for want of paper; RC 8 when the master cannot be opened.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FORMS-MASTER ASSIGN TO 'FORMSMST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FM-STOCK
           FILE STATUS IS WS-MASTER-STATUS.
    SELECT SUMMARY-IN ASSIGN TO 'RUNSUMM'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUMMARY-STATUS.
    SELECT TRANS-IN ASSIGN TO 'FORMRCV'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRANS-STATUS.
    SELECT FORMS-RPT ASSIGN TO 'FORMRPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  FORMS-MASTER.
01  FM-RECORD.
    05 FM-STOCK                    PIC X(8).
    05 FILLER                      PIC X(1).
    05 FM-DESC                     PIC X(20).
    05 FILLER                      PIC X(1).
    05 FM-ON-HAND                  PIC 9(9).
    05 FILLER                      PIC X(1).
    05 FM-PER-BOX                  PIC 9(5).
    05 FILLER                      PIC X(1).
    05 FM-REORDER                  PIC 9(9).
    05 FILLER                      PIC X(1).
    05 FM-POSTED                   PIC X(8).
    05 FILLER                      PIC X(1).
    05 FM-DAYS                     PIC 9(2).
    05 FILLER                      PIC X(1).
    05 FM-USAGE OCCURS 30 TIMES    PIC 9(7).
    05 FILLER                      PIC X(22).
FD  SUMMARY-IN.
01  RS-RECORD.
    05 RS-LABEL                    PIC X(8).
    05 RS-RECS-READ                PIC X(7).
    05 FILLER                      PIC X(1).
    05 RS-RENDERED                 PIC X(7).
    05 FILLER                      PIC X(1).
    05 RS-SKIPPED                  PIC X(7).
    05 FILLER                      PIC X(1).
    05 RS-LINES                    PIC X(7).
    05 FILLER                      PIC X(1).
    05 RS-AUDIT                    PIC X(7).
    05 FILLER                      PIC X(1).
    05 RS-SMALL-LINES              PIC X(7).
    05 FILLER                      PIC X(1).
    05 RS-LARGE-LINES              PIC X(7).
    05 FILLER                      PIC X(1).
    05 RS-SEP-LINES                PIC X(7).
FD  TRANS-IN.
01  FT-RECORD.
    05 FT-VERB                     PIC X(8).
    05 FILLER                      PIC X(1).
    05 FT-STOCK                    PIC X(8).
    05 FILLER                      PIC X(1).
    05 FT-QUANTITY                 PIC X(7).
    05 FILLER                      PIC X(1).
    05 FT-PER-BOX                  PIC X(5).
    05 FILLER                      PIC X(1).
    05 FT-REORDER                  PIC X(7).
    05 FILLER                      PIC X(1).
    05 FT-TEXT                     PIC X(20).
    05 FILLER                      PIC X(20).
FD  FORMS-RPT.
01  FR-RECORD                      PIC X(80).
WORKING-STORAGE SECTION.
01 WS-MAX-STOCKS                   PIC 9(2) VALUE 20.
01 WS-MASTER-STATUS                PIC X(2).
01 WS-SUMMARY-STATUS               PIC X(2).
01 WS-TRANS-STATUS                 PIC X(2).
01 WS-RPT-STATUS                   PIC X(2).
01 WS-DATA-ITEMS.
   05 WS-EOF-SW                    PIC X(1).
   05 WS-TRANS-EOF-SW              PIC X(1).
   05 WS-FOUND-SW                  PIC X(1).
   05 WS-WARN-SW                   PIC X(1).
   05 WS-TIMESTAMP                 PIC X(21).
   05 WS-TODAY                     PIC X(8).
   05 WS-TODAY-NUM                 PIC 9(8).
   05 WS-POSTED-NUM                PIC 9(8).
   05 WS-VERB                      PIC X(8).
   05 WS-STOCK                     PIC X(8).
   05 WS-TRAILER-COUNT             PIC 9(5).
   05 WS-T-LINES                   PIC 9(9).
   05 WS-T-SMALL                   PIC 9(9).
   05 WS-T-LARGE                   PIC 9(9).
   05 WS-T-SEP                     PIC 9(9).
   05 WS-APPLIED-COUNT             PIC 9(5).
   05 WS-REJECTED-COUNT            PIC 9(5).
   05 WS-STOCK-COUNT               PIC 9(5).
   05 WS-REORDER-COUNT             PIC 9(5).
   05 WS-UNTRACKED-COUNT           PIC 9(5).
   05 WS-ACT-COUNT                 PIC 9(2).
   05 WS-ACT-IX                    PIC 9(2).
   05 WS-AX                        PIC 9(2).
   05 WS-UX                        PIC 9(2).
   05 WS-VX                        PIC 9(2).
   05 WS-GAP                       PIC S9(7).
   05 WS-QTY                       PIC 9(7).
   05 WS-LINES-IN                  PIC 9(9).
   05 WS-USED                      PIC 9(9).
   05 WS-USE-SUM                   PIC 9(9).
   05 WS-AVG                       PIC 9(7).
   05 WS-NIGHTS-LEFT               PIC 9(9).
   05 WS-BOXES                     PIC 9(7).
*> WS-ACTIVITY-TABLE carries tonight's movement per stock: the
*> lines received off FORMRCV, the lines the trailers charge to
*> the stock, and whether a master record took them.
01 WS-ACTIVITY-TABLE.
   05 WS-ACT-ENTRY OCCURS 20 TIMES.
      10 WS-AT-STOCK               PIC X(8).
      10 WS-AT-RECEIVED            PIC 9(9).
      10 WS-AT-USED                PIC 9(9).
      10 WS-AT-POSTED-SW           PIC X(1).
01 WS-HEAD-LINE1.
   05 FILLER                       PIC X(32)
      VALUE 'BANNER FORMS USAGE AND STOCK -'.
   05 FILLER                       PIC X(1) VALUE SPACE.
   05 WS-H1-DATE                   PIC X(10).
   05 FILLER                       PIC X(37) VALUE SPACES.
01 WS-HEAD-LINE2.
   05 FILLER                       PIC X(60) VALUE
      'STOCK    DESCRIPTION        ON HAND RECEIVD    USED 30D AVG'.
   05 FILLER                       PIC X(20) VALUE
      'NIGHTS   REORDER'.
01 WS-STOCK-LINE.
   05 WS-SL-STOCK                  PIC X(8).
   05 FILLER                       PIC X(1) VALUE SPACE.
   05 WS-SL-DESC                   PIC X(14).
   05 FILLER                       PIC X(1) VALUE SPACE.
   05 WS-SL-ON-HAND                PIC ZZZ,ZZZ,ZZ9.
   05 FILLER                       PIC X(1) VALUE SPACE.
   05 WS-SL-RECEIVED               PIC ZZZ,ZZ9.
   05 FILLER                       PIC X(1) VALUE SPACE.
   05 WS-SL-USED                   PIC ZZZ,ZZ9.
   05 FILLER                       PIC X(1) VALUE SPACE.
   05 WS-SL-AVG                    PIC ZZZ,ZZ9.
   05 FILLER                       PIC X(1) VALUE SPACE.
   05 WS-SL-NIGHTS                 PIC X(6).
   05 FILLER                       PIC X(1) VALUE SPACE.
   05 WS-SL-REORDER                PIC Z,ZZZ,ZZ9.
   05 FILLER                       PIC X(1) VALUE SPACE.
   05 WS-SL-FLAG                   PIC X(2).
01 WS-NIGHTS-EDIT                  PIC ZZ,ZZ9.
01 WS-ORDER-LINE.
   05 FILLER                       PIC X(6) VALUE 'ORDER '.
   05 WS-OL-STOCK                  PIC X(8).
   05 FILLER                       PIC X(1) VALUE SPACE.
   05 WS-OL-DESC                   PIC X(20).
   05 FILLER                       PIC X(4) VALUE ' -  '.
   05 WS-OL-BOXES                  PIC Z,ZZZ,ZZ9.
   05 FILLER                       PIC X(32)
      VALUE ' BOXES ON HAND, BELOW REORDER.'.
01 WS-RPT-LINE                     PIC X(80).
PROCEDURE DIVISION.
    INITIALIZE WS-DATA-ITEMS
    INITIALIZE WS-ACTIVITY-TABLE
    MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
    MOVE WS-TIMESTAMP(1:8) TO WS-TODAY
    MOVE WS-TODAY TO WS-TODAY-NUM
    OPEN I-O FORMS-MASTER
    IF WS-MASTER-STATUS EQUAL '35' THEN
       OPEN OUTPUT FORMS-MASTER
       IF WS-MASTER-STATUS EQUAL '00' THEN
          CLOSE FORMS-MASTER
          OPEN I-O FORMS-MASTER
       END-IF
    END-IF
    IF WS-MASTER-STATUS NOT EQUAL '00' THEN
       DISPLAY 'FORMSMST COULD NOT BE OPENED - STATUS '
               WS-MASTER-STATUS '. ENDING RUN.'
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    OPEN OUTPUT FORMS-RPT
    IF WS-RPT-STATUS NOT EQUAL '00' THEN
       DISPLAY 'FORMRPT COULD NOT BE OPENED - STATUS '
               WS-RPT-STATUS '. ENDING RUN.'
       CLOSE FORMS-MASTER
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE SPACES TO WS-H1-DATE
    STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
           DELIMITED BY SIZE INTO WS-H1-DATE
    MOVE WS-HEAD-LINE1 TO FR-RECORD
    WRITE FR-RECORD
    MOVE SPACES TO FR-RECORD
    WRITE FR-RECORD
    PERFORM APPLY-CARDS-PARA THRU APPLY-CARDS-EXIT
    PERFORM READ-TRAILERS-PARA THRU READ-TRAILERS-EXIT
    MOVE SPACES TO FR-RECORD
    WRITE FR-RECORD
    MOVE WS-HEAD-LINE2 TO FR-RECORD
    WRITE FR-RECORD
    PERFORM POST-STOCKS-PARA THRU POST-STOCKS-EXIT
    PERFORM VARYING WS-AX FROM 1 BY 1 UNTIL WS-AX > WS-ACT-COUNT
       IF WS-AT-USED(WS-AX) > 0
          AND WS-AT-POSTED-SW(WS-AX) NOT EQUAL 'Y' THEN
          MOVE SPACES TO WS-RPT-LINE
          STRING 'NO FORMSMST RECORD FOR ' WS-AT-STOCK(WS-AX)
                 ' - ' WS-AT-USED(WS-AX) ' LINES NOT TRACKED.'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
          PERFORM PUT-LINE-PARA THRU PUT-LINE-EXIT
          ADD 1 TO WS-UNTRACKED-COUNT
       END-IF
    END-PERFORM
    IF WS-REORDER-COUNT EQUAL 0 THEN
       MOVE SPACES TO WS-RPT-LINE
       MOVE 'NO STOCK IS BELOW ITS REORDER POINT.' TO WS-RPT-LINE
       PERFORM PUT-LINE-PARA THRU PUT-LINE-EXIT
    END-IF
    CLOSE FORMS-MASTER FORMS-RPT
    DISPLAY WS-STOCK-COUNT ' STOCKS REPORTED, ' WS-REORDER-COUNT
            ' BELOW REORDER POINT. ' WS-APPLIED-COUNT
            ' CARDS APPLIED, ' WS-REJECTED-COUNT ' REJECTED.'
    IF WS-REORDER-COUNT > 0 OR WS-REJECTED-COUNT > 0
       OR WS-UNTRACKED-COUNT > 0 OR WS-WARN-SW EQUAL 'Y' THEN
       MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

*> APPLY-CARDS-PARA works through the print room's cards on
*> FORMRCV, * in column one a comment, listing each receipt it
*> applies on the report.  No card file simply means nothing was
*> received today.
APPLY-CARDS-PARA.
    OPEN INPUT TRANS-IN
    IF WS-TRANS-STATUS NOT EQUAL '00' THEN
       DISPLAY 'FORMRCV IS NOT AVAILABLE - STATUS ' WS-TRANS-STATUS
               '. NO RECEIPTS APPLIED.'
       GO TO APPLY-CARDS-EXIT
    END-IF
    MOVE 'N' TO WS-TRANS-EOF-SW
    PERFORM UNTIL WS-TRANS-EOF-SW EQUAL 'Y'
       READ TRANS-IN
           AT END
              MOVE 'Y' TO WS-TRANS-EOF-SW
           NOT AT END
              IF FT-VERB(1:1) NOT EQUAL '*' THEN
                 PERFORM APPLY-TRANS-PARA THRU APPLY-TRANS-EXIT
              END-IF
       END-READ
    END-PERFORM
    CLOSE TRANS-IN.
APPLY-CARDS-EXIT. EXIT.

APPLY-TRANS-PARA.
    MOVE FUNCTION UPPER-CASE(FT-VERB) TO WS-VERB
    MOVE FUNCTION UPPER-CASE(FT-STOCK) TO WS-STOCK
    EVALUATE WS-VERB
    WHEN 'RECEIPT'
       PERFORM RECEIPT-PARA THRU RECEIPT-EXIT
    WHEN 'SETUP'
       PERFORM SETUP-PARA THRU SETUP-EXIT
    WHEN SPACES
       CONTINUE
    WHEN OTHER
       DISPLAY 'UNKNOWN FORMRCV VERB ' FT-VERB ' - IGNORED.'
       ADD 1 TO WS-REJECTED-COUNT
    END-EVALUATE.
APPLY-TRANS-EXIT. EXIT.

*> RECEIPT-PARA adds the boxes on a RECEIPT card (columns 19-25,
*> zero-filled) to the stock's lines on hand at the stock's lines
*> per box; columns 41-60 may carry the delivery or order
*> reference, which is listed with the receipt.
RECEIPT-PARA.
    IF FT-QUANTITY IS NOT NUMERIC THEN
       DISPLAY 'RECEIPT FOR ' WS-STOCK ' - BOX COUNT ' FT-QUANTITY
               ' WILL NOT SCAN. CARD REJECTED.'
       ADD 1 TO WS-REJECTED-COUNT
       GO TO RECEIPT-EXIT
    END-IF
    MOVE FT-QUANTITY TO WS-QTY
    IF WS-QTY EQUAL 0 THEN
       DISPLAY 'RECEIPT FOR ' WS-STOCK ' IS FOR NO BOXES.'
               ' CARD REJECTED.'
       ADD 1 TO WS-REJECTED-COUNT
       GO TO RECEIPT-EXIT
    END-IF
    MOVE WS-STOCK TO FM-STOCK
    READ FORMS-MASTER
        INVALID KEY
           MOVE 'N' TO WS-FOUND-SW
        NOT INVALID KEY
           MOVE 'Y' TO WS-FOUND-SW
    END-READ
    IF WS-FOUND-SW NOT EQUAL 'Y' THEN
       DISPLAY 'RECEIPT FOR ' WS-STOCK ' - NO SUCH STOCK ON'
               ' FORMSMST. SET IT UP FIRST. CARD REJECTED.'
       ADD 1 TO WS-REJECTED-COUNT
       GO TO RECEIPT-EXIT
    END-IF
    COMPUTE WS-LINES-IN = WS-QTY * FM-PER-BOX
    ADD WS-LINES-IN TO FM-ON-HAND
    REWRITE FM-RECORD
        INVALID KEY
           DISPLAY 'RECEIPT FOR ' WS-STOCK ' COULD NOT BE POSTED'
                   ' - STATUS ' WS-MASTER-STATUS '.'
           ADD 1 TO WS-REJECTED-COUNT
           GO TO RECEIPT-EXIT
    END-REWRITE
    PERFORM ADD-ACT-PARA THRU ADD-ACT-EXIT
    IF WS-ACT-IX > 0 THEN
       ADD WS-LINES-IN TO WS-AT-RECEIVED(WS-ACT-IX)
    END-IF
    MOVE SPACES TO WS-RPT-LINE
    STRING 'RECEIVED ' WS-STOCK ' ' WS-QTY ' BOXES = ' WS-LINES-IN
           ' LINES  ' FT-TEXT
           DELIMITED BY SIZE INTO WS-RPT-LINE
    PERFORM PUT-LINE-PARA THRU PUT-LINE-EXIT
    ADD 1 TO WS-APPLIED-COUNT.
RECEIPT-EXIT. EXIT.

*> SETUP-PARA adds a stock to FORMSMST or changes one: description
*> (columns 41-60), lines per box (27-31) and reorder point in
*> lines (33-39) replace what the master holds when given, and a
*> quantity (19-25) sets the lines on hand outright - the figure
*> from a physical count.  A new stock must give its lines per box.
SETUP-PARA.
    IF WS-STOCK EQUAL SPACES THEN
       DISPLAY 'SETUP CARD NAMES NO STOCK. CARD REJECTED.'
       ADD 1 TO WS-REJECTED-COUNT
       GO TO SETUP-EXIT
    END-IF
    IF (FT-QUANTITY NOT EQUAL SPACES AND FT-QUANTITY IS NOT NUMERIC)
       OR (FT-PER-BOX NOT EQUAL SPACES AND FT-PER-BOX IS NOT NUMERIC)
       OR (FT-REORDER NOT EQUAL SPACES AND FT-REORDER IS NOT NUMERIC)
       THEN
       DISPLAY 'SETUP FOR ' WS-STOCK ' - A QUANTITY, BOX SIZE OR'
               ' REORDER POINT WILL NOT SCAN. CARD REJECTED.'
       ADD 1 TO WS-REJECTED-COUNT
       GO TO SETUP-EXIT
    END-IF
    MOVE WS-STOCK TO FM-STOCK
    READ FORMS-MASTER
        INVALID KEY
           MOVE 'N' TO WS-FOUND-SW
        NOT INVALID KEY
           MOVE 'Y' TO WS-FOUND-SW
    END-READ
    IF WS-FOUND-SW NOT EQUAL 'Y' THEN
       IF FT-PER-BOX IS NOT NUMERIC OR FT-PER-BOX EQUAL ZERO THEN
          DISPLAY 'SETUP FOR NEW STOCK ' WS-STOCK ' GIVES NO LINES'
                  ' PER BOX. CARD REJECTED.'
          ADD 1 TO WS-REJECTED-COUNT
          GO TO SETUP-EXIT
       END-IF
       MOVE SPACES TO FM-RECORD
       MOVE WS-STOCK TO FM-STOCK
       MOVE 0 TO FM-ON-HAND
       MOVE 0 TO FM-REORDER
       MOVE 0 TO FM-DAYS
       PERFORM VARYING WS-UX FROM 1 BY 1 UNTIL WS-UX > 30
          MOVE 0 TO FM-USAGE(WS-UX)
       END-PERFORM
    END-IF
    IF FT-TEXT NOT EQUAL SPACES THEN
       MOVE FT-TEXT TO FM-DESC
    END-IF
    IF FT-PER-BOX IS NUMERIC AND FT-PER-BOX NOT EQUAL ZERO THEN
       MOVE FT-PER-BOX TO FM-PER-BOX
    END-IF
    IF FT-REORDER IS NUMERIC THEN
       MOVE FT-REORDER TO FM-REORDER
    END-IF
    IF FT-QUANTITY IS NUMERIC THEN
       MOVE FT-QUANTITY TO FM-ON-HAND
    END-IF
    IF WS-FOUND-SW EQUAL 'Y' THEN
       REWRITE FM-RECORD
           INVALID KEY
              DISPLAY 'SETUP FOR ' WS-STOCK ' COULD NOT BE POSTED'
                      ' - STATUS ' WS-MASTER-STATUS '.'
              ADD 1 TO WS-REJECTED-COUNT
              GO TO SETUP-EXIT
       END-REWRITE
    ELSE
       WRITE FM-RECORD
           INVALID KEY
              DISPLAY 'SETUP FOR ' WS-STOCK ' COULD NOT BE ADDED'
                      ' - STATUS ' WS-MASTER-STATUS '.'
              ADD 1 TO WS-REJECTED-COUNT
              GO TO SETUP-EXIT
       END-WRITE
    END-IF
    DISPLAY 'STOCK ' WS-STOCK ' SET UP: ' FM-ON-HAND ' ON HAND, '
            FM-PER-BOX ' LINES PER BOX, REORDER AT ' FM-REORDER '.'
    ADD 1 TO WS-APPLIED-COUNT.
SETUP-EXIT. EXIT.

*> READ-TRAILERS-PARA sums every run trailer on RUNSUMM - one per
*> run, more after an abend and resubmit, all of it released
*> paper - and charges the lines to the stocks: small and large
*> banner stock and separator pages by the trailer's split, toner
*> for every line written.  A trailer written before the split was
*> carried counts its lines as small stock.
READ-TRAILERS-PARA.
    OPEN INPUT SUMMARY-IN
    IF WS-SUMMARY-STATUS NOT EQUAL '00' THEN
       DISPLAY 'RUNSUMM IS NOT AVAILABLE - STATUS '
               WS-SUMMARY-STATUS '. NO USAGE POSTED TONIGHT.'
       MOVE 'Y' TO WS-WARN-SW
       GO TO READ-TRAILERS-EXIT
    END-IF
    MOVE 'N' TO WS-EOF-SW
    PERFORM UNTIL WS-EOF-SW EQUAL 'Y'
       READ SUMMARY-IN
           AT END
              MOVE 'Y' TO WS-EOF-SW
           NOT AT END
              IF RS-LABEL EQUAL 'TRAILER'
                 AND RS-LINES IS NUMERIC THEN
                 ADD 1 TO WS-TRAILER-COUNT
                 ADD FUNCTION NUMVAL(RS-LINES) TO WS-T-LINES
                 IF RS-SMALL-LINES IS NUMERIC
                    AND RS-LARGE-LINES IS NUMERIC
                    AND RS-SEP-LINES IS NUMERIC THEN
                    ADD FUNCTION NUMVAL(RS-SMALL-LINES) TO WS-T-SMALL
                    ADD FUNCTION NUMVAL(RS-LARGE-LINES) TO WS-T-LARGE
                    ADD FUNCTION NUMVAL(RS-SEP-LINES) TO WS-T-SEP
                 ELSE
                    ADD FUNCTION NUMVAL(RS-LINES) TO WS-T-SMALL
                 END-IF
              END-IF
       END-READ
    END-PERFORM
    CLOSE SUMMARY-IN
    MOVE 'SMALL' TO WS-STOCK
    MOVE WS-T-SMALL TO WS-USED
    PERFORM CHARGE-STOCK-PARA THRU CHARGE-STOCK-EXIT
    MOVE 'LARGE' TO WS-STOCK
    MOVE WS-T-LARGE TO WS-USED
    PERFORM CHARGE-STOCK-PARA THRU CHARGE-STOCK-EXIT
    MOVE 'SEPARATR' TO WS-STOCK
    MOVE WS-T-SEP TO WS-USED
    PERFORM CHARGE-STOCK-PARA THRU CHARGE-STOCK-EXIT
    MOVE 'TONER' TO WS-STOCK
    MOVE WS-T-LINES TO WS-USED
    PERFORM CHARGE-STOCK-PARA THRU CHARGE-STOCK-EXIT
    MOVE SPACES TO WS-RPT-LINE
    STRING 'TONIGHT: ' WS-TRAILER-COUNT ' TRAILERS, ' WS-T-LINES
           ' LINES - SMALL ' WS-T-SMALL ' LARGE ' WS-T-LARGE
           ' SEPARATOR ' WS-T-SEP
           DELIMITED BY SIZE INTO WS-RPT-LINE
    PERFORM PUT-LINE-PARA THRU PUT-LINE-EXIT.
READ-TRAILERS-EXIT. EXIT.

CHARGE-STOCK-PARA.
    PERFORM ADD-ACT-PARA THRU ADD-ACT-EXIT
    IF WS-ACT-IX > 0 THEN
       ADD WS-USED TO WS-AT-USED(WS-ACT-IX)
    END-IF.
CHARGE-STOCK-EXIT. EXIT.

*> FIND-ACT-PARA looks WS-STOCK up in the activity table and
*> leaves its entry number in WS-ACT-IX, zero when nothing moved
*> for that stock tonight.
FIND-ACT-PARA.
    MOVE 0 TO WS-ACT-IX
    PERFORM VARYING WS-AX FROM 1 BY 1 UNTIL WS-AX > WS-ACT-COUNT
    IF WS-AT-STOCK(WS-AX) EQUAL WS-STOCK
       AND WS-ACT-IX EQUAL 0 THEN
       MOVE WS-AX TO WS-ACT-IX
    END-IF
    END-PERFORM.
FIND-ACT-EXIT. EXIT.

*> ADD-ACT-PARA finds or opens WS-STOCK's activity entry, leaving
*> WS-ACT-IX zero only when the table is full.
ADD-ACT-PARA.
    PERFORM FIND-ACT-PARA THRU FIND-ACT-EXIT
    IF WS-ACT-IX > 0 THEN
       GO TO ADD-ACT-EXIT
    END-IF
    IF WS-ACT-COUNT >= WS-MAX-STOCKS THEN
       DISPLAY 'MORE THAN ' WS-MAX-STOCKS ' STOCKS MOVED TONIGHT -'
               ' ' WS-STOCK ' NOT TOTALLED.'
       MOVE 'Y' TO WS-WARN-SW
       GO TO ADD-ACT-EXIT
    END-IF
    ADD 1 TO WS-ACT-COUNT
    MOVE WS-ACT-COUNT TO WS-ACT-IX
    MOVE WS-STOCK TO WS-AT-STOCK(WS-ACT-IX)
    MOVE 0 TO WS-AT-RECEIVED(WS-ACT-IX)
    MOVE 0 TO WS-AT-USED(WS-ACT-IX)
    MOVE 'N' TO WS-AT-POSTED-SW(WS-ACT-IX).
ADD-ACT-EXIT. EXIT.

*> POST-STOCKS-PARA walks FORMSMST in stock order, posting each
*> stock's night and printing its line.
POST-STOCKS-PARA.
    MOVE LOW-VALUES TO FM-STOCK
    START FORMS-MASTER KEY NOT LESS THAN FM-STOCK
        INVALID KEY
           MOVE 'Y' TO WS-EOF-SW
        NOT INVALID KEY
           MOVE 'N' TO WS-EOF-SW
    END-START
    PERFORM UNTIL WS-EOF-SW EQUAL 'Y'
       READ FORMS-MASTER NEXT RECORD
           AT END
              MOVE 'Y' TO WS-EOF-SW
           NOT AT END
              PERFORM POST-ONE-PARA THRU POST-ONE-EXIT
       END-READ
    END-PERFORM.
POST-STOCKS-EXIT. EXIT.

*> POST-ONE-PARA rolls the stock's thirty-night usage window on to
*> tonight - a night with no run counts as a night of no use -
*> books tonight's lines into the newest slot and takes them off
*> the lines on hand, then prints the stock line: the average over
*> the nights the window holds (up to thirty), the nights of stock
*> that average leaves, and a flag when on hand is under the
*> reorder point.  A run of the step twice in one night adds into
*> the same night's slot.
POST-ONE-PARA.
    ADD 1 TO WS-STOCK-COUNT
    MOVE FM-STOCK TO WS-STOCK
    PERFORM FIND-ACT-PARA THRU FIND-ACT-EXIT
    MOVE 0 TO WS-USED
    MOVE 0 TO WS-LINES-IN
    IF WS-ACT-IX > 0 THEN
       MOVE WS-AT-USED(WS-ACT-IX) TO WS-USED
       MOVE WS-AT-RECEIVED(WS-ACT-IX) TO WS-LINES-IN
       MOVE 'Y' TO WS-AT-POSTED-SW(WS-ACT-IX)
    END-IF
    IF FM-POSTED IS NOT NUMERIC THEN
       PERFORM VARYING WS-UX FROM 1 BY 1 UNTIL WS-UX > 30
          MOVE 0 TO FM-USAGE(WS-UX)
       END-PERFORM
       MOVE 1 TO FM-DAYS
    ELSE
       MOVE FM-POSTED TO WS-POSTED-NUM
       COMPUTE WS-GAP = FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
                      - FUNCTION INTEGER-OF-DATE(WS-POSTED-NUM)
       IF WS-GAP > 0 THEN
          PERFORM ROLL-WINDOW-PARA THRU ROLL-WINDOW-EXIT
       END-IF
    END-IF
    MOVE WS-TODAY TO FM-POSTED
    ADD WS-USED TO FM-USAGE(1)
    IF WS-USED > FM-ON-HAND THEN
       DISPLAY 'STOCK ' FM-STOCK ' USED ' WS-USED ' LINES BUT HAD '
               FM-ON-HAND ' ON HAND - TAKE A COUNT AND KEY A SETUP.'
       MOVE 0 TO FM-ON-HAND
       MOVE 'Y' TO WS-WARN-SW
    ELSE
       SUBTRACT WS-USED FROM FM-ON-HAND
    END-IF
    REWRITE FM-RECORD
        INVALID KEY
           DISPLAY 'STOCK ' FM-STOCK ' COULD NOT BE POSTED - STATUS '
                   WS-MASTER-STATUS '.'
           MOVE 'Y' TO WS-WARN-SW
    END-REWRITE
    MOVE 0 TO WS-USE-SUM
    PERFORM VARYING WS-UX FROM 1 BY 1 UNTIL WS-UX > FM-DAYS
       ADD FM-USAGE(WS-UX) TO WS-USE-SUM
    END-PERFORM
    COMPUTE WS-AVG ROUNDED = WS-USE-SUM / FM-DAYS
    MOVE FM-STOCK TO WS-SL-STOCK
    MOVE FM-DESC TO WS-SL-DESC
    MOVE FM-ON-HAND TO WS-SL-ON-HAND
    MOVE WS-LINES-IN TO WS-SL-RECEIVED
    MOVE WS-USED TO WS-SL-USED
    MOVE WS-AVG TO WS-SL-AVG
    IF WS-AVG EQUAL 0 THEN
       MOVE '  IDLE' TO WS-SL-NIGHTS
    ELSE
       COMPUTE WS-NIGHTS-LEFT = FM-ON-HAND / WS-AVG
       IF WS-NIGHTS-LEFT > 99999 THEN
          MOVE 99999 TO WS-NIGHTS-LEFT
       END-IF
       MOVE WS-NIGHTS-LEFT TO WS-NIGHTS-EDIT
       MOVE WS-NIGHTS-EDIT TO WS-SL-NIGHTS
    END-IF
    MOVE FM-REORDER TO WS-SL-REORDER
    MOVE SPACES TO WS-SL-FLAG
    IF FM-ON-HAND < FM-REORDER THEN
       MOVE '**' TO WS-SL-FLAG
    END-IF
    MOVE WS-STOCK-LINE TO FR-RECORD
    WRITE FR-RECORD
    IF FM-ON-HAND < FM-REORDER THEN
       ADD 1 TO WS-REORDER-COUNT
       COMPUTE WS-BOXES = FM-ON-HAND / FM-PER-BOX
       MOVE FM-STOCK TO WS-OL-STOCK
       MOVE FM-DESC TO WS-OL-DESC
       MOVE WS-BOXES TO WS-OL-BOXES
       MOVE WS-ORDER-LINE TO FR-RECORD
       WRITE FR-RECORD
    END-IF.
POST-ONE-EXIT. EXIT.

*> ROLL-WINDOW-PARA moves the usage window on by WS-GAP nights:
*> each slot shifts that many places older, the oldest fall off
*> the end and the new nights start at zero.  The window covers
*> one more night for each night rolled, up to thirty.
ROLL-WINDOW-PARA.
    IF WS-GAP >= 30 THEN
       PERFORM VARYING WS-UX FROM 1 BY 1 UNTIL WS-UX > 30
          MOVE 0 TO FM-USAGE(WS-UX)
       END-PERFORM
    ELSE
       PERFORM VARYING WS-UX FROM 30 BY -1 UNTIL WS-UX <= WS-GAP
          COMPUTE WS-VX = WS-UX - WS-GAP
          MOVE FM-USAGE(WS-VX) TO FM-USAGE(WS-UX)
       END-PERFORM
       PERFORM VARYING WS-UX FROM 1 BY 1 UNTIL WS-UX > WS-GAP
          MOVE 0 TO FM-USAGE(WS-UX)
       END-PERFORM
    END-IF
    IF FM-DAYS + WS-GAP > 30 THEN
       MOVE 30 TO FM-DAYS
    ELSE
       ADD WS-GAP TO FM-DAYS
    END-IF.
ROLL-WINDOW-EXIT. EXIT.

PUT-LINE-PARA.
    MOVE WS-RPT-LINE TO FR-RECORD
    WRITE FR-RECORD.
PUT-LINE-EXIT. EXIT.
