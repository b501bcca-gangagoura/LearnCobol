*> written fresh to SCHEDNEW - comment records ride through
*> untouched - and the job behind this step swaps SCHEDNEW in only
*> after a clean run, so an abend costs a rerun, never the master.
*> Every card carries the operator ID of whoever submitted it in
*> columns 108-115 - behind the image, in the card columns that
*> line up with master columns 99-106, where ADD, CHANGE and EXPIRE
*> stamp it as the operator who last maintained the schedule.  The
*> SECTBL security table grants each operator verbs by department,
*> as it does for QUEUEMNT: a card with no operator, from an
*> operator not on the table, or for a verb or department (the
*> master's and, on a CHANGE, the image's) the operator holds no
*> grant for is refused and written to the SECVIOL violation log
*> for the weekly SECRPT report.  LIST needs only a known operator.
*> Behind the operator, card columns 117-124 (master columns
*> 108-115, the same column-10 offset as the image) carry the date
*> the banner may stay up on the LED boards until, blank for no
*> limit; ADD and CHANGE check that it scans and store it, EXPIRE
*> leaves it as it is.  SCHEDGEN copies it onto each occurrence for
*> LEDTAKE to take the message down by.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DEPT-MASTER ASSIGN TO 'DEPTMST'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEPT-STATUS.
    SELECT SEC-TABLE ASSIGN TO 'SECTBL'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SEC-STATUS.
    SELECT SEC-VIOL ASSIGN TO 'SECVIOL'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VIOL-STATUS.
DATA DIVISION.
FILE SECTION.
FD  SCHED-MASTER.
01  SM-RECORD                      PIC X(115).
FD  SCHED-NEW.
01  SN-RECORD                      PIC X(115).
FD  TRANS-IN.
01  ST-RECORD.
    05 ST-VERB                     PIC X(8).
    05 FILLER                      PIC X(1).
    05 ST-IMAGE                    PIC X(97).
    05 FILLER                      PIC X(1).
    05 ST-OPERATOR                 PIC X(8).
    05 FILLER                      PIC X(1).
    05 ST-DISPLAY-UNTIL            PIC X(8).
FD  DEPT-MASTER.
01  DM-RECORD.
    05 DM-DEPT                     PIC X(8).
    05 FILLER                      PIC X(1).
    05 DM-RATE                     PIC X(6).
    05 FILLER                      PIC X(36).
FD  SEC-TABLE.
01  SE-RECORD.
    05 SE-OPERATOR                 PIC X(8).
    05 FILLER                      PIC X(1).
    05 SE-PROGRAM                  PIC X(8).
    05 FILLER                      PIC X(1).
    05 SE-VERB                     PIC X(8).
    05 FILLER                      PIC X(1).
    05 SE-DEPT                     PIC X(8).
    05 FILLER                      PIC X(45).
FD  SEC-VIOL.
01  SV-RECORD.
    05 SV-DATE                     PIC X(8).
    05 FILLER                      PIC X(1).
    05 SV-TIME                     PIC X(6).
    05 FILLER                      PIC X(1).
    05 SV-PROGRAM                  PIC X(8).
    05 FILLER                      PIC X(1).
    05 SV-OPERATOR                 PIC X(8).
    05 FILLER                      PIC X(1).
    05 SV-VERB                     PIC X(8).
    05 FILLER                      PIC X(1).
    05 SV-KEY                      PIC X(8).
    05 FILLER                      PIC X(1).
    05 SV-DEPT                     PIC X(8).
    05 FILLER                      PIC X(1).
    05 SV-REASON                   PIC X(19).
WORKING-STORAGE SECTION.
01 WS-MAX-DEPTS                    PIC 9(2) VALUE 50.
01 WS-MAX-GRANTS                   PIC 9(3) VALUE 500.
01 WS-MAX-SCHEDS                   PIC 9(3) VALUE 200.
01 WS-SCHED-STATUS                 PIC X(2).
01 WS-NEW-STATUS                   PIC X(2).
01 WS-TRANS-STATUS                 PIC X(2).
01 WS-DEPT-STATUS                  PIC X(2).
01 WS-SEC-STATUS                   PIC X(2).
01 WS-VIOL-STATUS                  PIC X(2).
01 WS-DATA-ITEMS.
   05 WS-SCHED-EOF-SW              PIC X(1).
   05 WS-TRANS-EOF-SW              PIC X(1).
   05 WS-DEPT-IX                   PIC 9(2).
   05 WS-DX                        PIC 9(2).
   05 WS-LOOKUP-DEPT               PIC X(8).
   05 WS-OPERATOR                  PIC X(8).
   05 WS-AUTH-DEPT                 PIC X(8).
   05 WS-AUTH-KEY                  PIC X(8).
   05 WS-AUTH-SW                   PIC X(1).
   05 WS-VIOL-REASON               PIC X(19).
   05 WS-VIOL-COUNT                PIC 9(5).
   05 WS-SEC-EOF-SW                PIC X(1).
   05 WS-GRANT-COUNT               PIC 9(3).
   05 WS-GX                        PIC 9(3).
01 WS-GRANT-TABLE.
   05 WS-GRANT-ENTRY OCCURS 500 TIMES.
      10 WS-GT-OPERATOR            PIC X(8).
      10 WS-GT-VERB                PIC X(8).
      10 WS-GT-DEPT                PIC X(8).
01 WS-DEPT-TABLE.
   05 WS-DEPT-ENTRY OCCURS 50 TIMES.
      10 WS-DT-DEPT                PIC X(8).
01 WS-MASTER-TABLE.
   05 WS-MT-LINE OCCURS 200 TIMES PIC X(115).
01 WS-WORK-REC.
   05 WK-SCHED-ID                 PIC X(8).
   05 FILLER                      PIC X(1).
   05 WK-SPACING                  PIC X(1).
   05 FILLER                      PIC X(1).
   05 WK-HOL-ACT                  PIC X(1).
   05 FILLER                      PIC X(1).
   05 WK-OPERATOR                 PIC X(8).
   05 FILLER                      PIC X(1).
   05 WK-DISPLAY-UNTIL            PIC X(8).
PROCEDURE DIVISION.
    INITIALIZE WS-DATA-ITEMS
    MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM LOAD-GRANTS-PARA THRU LOAD-GRANTS-EXIT
    IF WS-GRANT-COUNT EQUAL 0 THEN
       DISPLAY 'NO GRANTS COULD BE LOADED FROM SECTBL - NO CARD'
               ' WOULD BE AUTHORIZED. ENDING RUN.'
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM LOAD-MASTER-PARA THRU LOAD-MASTER-EXIT
    OPEN EXTEND SEC-VIOL
    IF WS-VIOL-STATUS EQUAL '35' THEN
       OPEN OUTPUT SEC-VIOL
    END-IF
    IF WS-VIOL-STATUS NOT EQUAL '00' THEN
       DISPLAY 'SECVIOL COULD NOT BE OPENED - STATUS '
               WS-VIOL-STATUS '. ENDING RUN.'
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    OPEN INPUT TRANS-IN
    IF WS-TRANS-STATUS NOT EQUAL '00' THEN
       DISPLAY 'SCHDTRN IS NOT AVAILABLE - STATUS '
               WS-TRANS-STATUS '. ENDING RUN.'
       CLOSE SEC-VIOL
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
       END-READ
    END-PERFORM
    CLOSE TRANS-IN
    CLOSE SEC-VIOL
    PERFORM WRITE-MASTER-PARA THRU WRITE-MASTER-EXIT
    DISPLAY WS-APPLIED-COUNT ' TRANSACTIONS APPLIED, '
            WS-REJECTED-COUNT ' REJECTED, ' WS-VIOL-COUNT
            ' OF THEM REFUSED FOR SECURITY.'
    STOP RUN.

*> LOAD-MASTER-PARA reads the whole schedule master into storage,
    CLOSE SCHED-NEW.
WRITE-MASTER-EXIT. EXIT.

*> APPLY-TRANS-PARA echoes the card's operator and verb on the
*> listing, refuses the card outright when it carries no operator
*> or one the security table does not know, and hands it to its
*> verb, which checks the grant once the department is known.
APPLY-TRANS-PARA.
    MOVE FUNCTION UPPER-CASE(ST-VERB) TO WS-VERB
    IF WS-VERB EQUAL SPACES THEN
       GO TO APPLY-TRANS-EXIT
    END-IF
    MOVE FUNCTION UPPER-CASE(ST-OPERATOR) TO WS-OPERATOR
    MOVE ST-IMAGE(1:8) TO WS-AUTH-KEY
    MOVE SPACES TO WS-AUTH-DEPT
    DISPLAY 'OPERATOR ' WS-OPERATOR ' - ' WS-VERB ' ' WS-AUTH-KEY
    PERFORM CHECK-OPERATOR-PARA THRU CHECK-OPERATOR-EXIT
    IF WS-AUTH-SW NOT EQUAL 'Y' THEN
       GO TO APPLY-TRANS-EXIT
    END-IF
    EVALUATE WS-VERB
    WHEN 'LIST'
       PERFORM LIST-MASTER-PARA THRU LIST-MASTER-EXIT
       PERFORM CHANGE-SCHED-PARA THRU CHANGE-SCHED-EXIT
    WHEN 'EXPIRE'
       PERFORM EXPIRE-SCHED-PARA THRU EXPIRE-SCHED-EXIT
    WHEN OTHER
       DISPLAY 'UNKNOWN TRANSACTION VERB ' ST-VERB ' - IGNORED.'
       ADD 1 TO WS-REJECTED-COUNT
VALIDATE-IMAGE-PARA.
    MOVE 'Y' TO WS-VALID-SW
    MOVE ST-IMAGE TO WS-WORK-REC
    MOVE ST-DISPLAY-UNTIL TO WK-DISPLAY-UNTIL
    IF WK-SCHED-ID EQUAL SPACES
       OR WK-SCHED-ID(1:1) EQUAL '*' THEN
       DISPLAY 'THE CARD GIVES NO USABLE SCHEDULE ID - IGNORED.'
               WK-HOL-ACT ' IS NOT S OR N - IGNORED.'
       MOVE 'N' TO WS-VALID-SW
       GO TO VALIDATE-IMAGE-EXIT
    END-IF
    IF WK-DISPLAY-UNTIL NOT EQUAL SPACES
       AND WK-DISPLAY-UNTIL IS NOT NUMERIC THEN
       DISPLAY 'SCHEDULE ' WK-SCHED-ID ' DISPLAY-UNTIL '
               WK-DISPLAY-UNTIL ' WILL NOT SCAN - IGNORED.'
       MOVE 'N' TO WS-VALID-SW
       GO TO VALIDATE-IMAGE-EXIT
    END-IF.
VALIDATE-IMAGE-EXIT. EXIT.

       ADD 1 TO WS-REJECTED-COUNT
       GO TO ADD-SCHED-EXIT
    END-IF
    MOVE WK-DEPT TO WS-AUTH-DEPT
    PERFORM CHECK-AUTH-PARA THRU CHECK-AUTH-EXIT
    IF WS-AUTH-SW NOT EQUAL 'Y' THEN
       GO TO ADD-SCHED-EXIT
    END-IF
    PERFORM FIND-SCHED-PARA THRU FIND-SCHED-EXIT
    IF WS-FOUND-IX NOT EQUAL 0 THEN
       DISPLAY 'SCHEDULE ' WK-SCHED-ID ' IS ALREADY ON THE'
    ADD 1 TO WS-LINE-COUNT
    MOVE SPACES TO WS-MT-LINE(WS-LINE-COUNT)
    MOVE ST-IMAGE TO WS-MT-LINE(WS-LINE-COUNT)(1:97)
    MOVE WS-OPERATOR TO WS-MT-LINE(WS-LINE-COUNT)(99:8)
    MOVE ST-DISPLAY-UNTIL TO WS-MT-LINE(WS-LINE-COUNT)(108:8)
    DISPLAY 'ADDED SCHEDULE ' WK-SCHED-ID '.'
    ADD 1 TO WS-APPLIED-COUNT.
ADD-SCHED-EXIT. EXIT.
       ADD 1 TO WS-REJECTED-COUNT
       GO TO CHANGE-SCHED-EXIT
    END-IF
    MOVE WS-MT-LINE(WS-FOUND-IX)(10:8) TO WS-AUTH-DEPT
    PERFORM CHECK-AUTH-PARA THRU CHECK-AUTH-EXIT
    IF WS-AUTH-SW NOT EQUAL 'Y' THEN
       GO TO CHANGE-SCHED-EXIT
    END-IF
    IF WK-DEPT NOT EQUAL WS-AUTH-DEPT THEN
       MOVE WK-DEPT TO WS-AUTH-DEPT
       PERFORM CHECK-AUTH-PARA THRU CHECK-AUTH-EXIT
       IF WS-AUTH-SW NOT EQUAL 'Y' THEN
          GO TO CHANGE-SCHED-EXIT
       END-IF
    END-IF
    MOVE SPACES TO WS-MT-LINE(WS-FOUND-IX)
    MOVE ST-IMAGE TO WS-MT-LINE(WS-FOUND-IX)(1:97)
    MOVE WS-OPERATOR TO WS-MT-LINE(WS-FOUND-IX)(99:8)
    MOVE ST-DISPLAY-UNTIL TO WS-MT-LINE(WS-FOUND-IX)(108:8)
    DISPLAY 'CHANGED SCHEDULE ' WK-SCHED-ID '.'
    ADD 1 TO WS-APPLIED-COUNT.
CHANGE-SCHED-EXIT. EXIT.
       ADD 1 TO WS-REJECTED-COUNT
       GO TO EXPIRE-SCHED-EXIT
    END-IF
    MOVE WS-MT-LINE(WS-FOUND-IX)(10:8) TO WS-AUTH-DEPT
    PERFORM CHECK-AUTH-PARA THRU CHECK-AUTH-EXIT
    IF WS-AUTH-SW NOT EQUAL 'Y' THEN
       GO TO EXPIRE-SCHED-EXIT
    END-IF
    IF WK-EFF-TO EQUAL SPACES THEN
       MOVE WS-TODAY TO WK-EFF-TO
    END-IF
    MOVE WK-EFF-TO TO WS-MT-LINE(WS-FOUND-IX)(33:8)
    MOVE WS-OPERATOR TO WS-MT-LINE(WS-FOUND-IX)(99:8)
    DISPLAY 'EXPIRED SCHEDULE ' WK-SCHED-ID ' AS OF '
            WK-EFF-TO '.'
    ADD 1 TO WS-APPLIED-COUNT.

LIST-MASTER-PARA.
    MOVE 0 TO WS-LIST-COUNT
    DISPLAY 'SCHEDULE DEPT     R DY FROM     TO       P TEXT      '
            '                     LAST OPER UP UNTIL'
    PERFORM VARYING WS-LX FROM 1 BY 1 UNTIL WS-LX > WS-LINE-COUNT
    IF WS-MT-LINE(WS-LX)(1:1) NOT EQUAL '*'
       AND WS-MT-LINE(WS-LX)(1:8) NOT EQUAL SPACES THEN
       MOVE WS-MT-LINE(WS-LX) TO WS-WORK-REC
       DISPLAY WK-SCHED-ID ' ' WK-DEPT ' ' WK-RULE ' '
               WK-RULE-DAY ' ' WK-EFF-FROM ' ' WK-EFF-TO ' '
               WK-PRIORITY ' ' WK-TEXT ' ' WK-OPERATOR ' '
               WK-DISPLAY-UNTIL
       ADD 1 TO WS-LIST-COUNT
    END-IF
    END-PERFORM
    END-IF
    END-PERFORM.
FIND-DEPT-EXIT. EXIT.

*> LOAD-GRANTS-PARA reads the SECTBL security table into the grant
*> table the way QUEUEMNT does, keeping only the rows for this
*> program (or ALL programs) and leaving out - with a message - a
*> row naming a department the master does not carry.
LOAD-GRANTS-PARA.
    MOVE 0 TO WS-GRANT-COUNT
    OPEN INPUT SEC-TABLE
    IF WS-SEC-STATUS NOT EQUAL '00' THEN
       DISPLAY 'SECTBL IS NOT AVAILABLE - STATUS ' WS-SEC-STATUS
       GO TO LOAD-GRANTS-EXIT
    END-IF
    MOVE 'N' TO WS-SEC-EOF-SW
    PERFORM UNTIL WS-SEC-EOF-SW EQUAL 'Y'
       READ SEC-TABLE
           AT END
              MOVE 'Y' TO WS-SEC-EOF-SW
           NOT AT END
              PERFORM STORE-GRANT-PARA THRU STORE-GRANT-EXIT
       END-READ
    END-PERFORM
    CLOSE SEC-TABLE.
LOAD-GRANTS-EXIT. EXIT.

STORE-GRANT-PARA.
    IF SE-OPERATOR(1:1) EQUAL '*' OR SE-OPERATOR EQUAL SPACES THEN
       GO TO STORE-GRANT-EXIT
    END-IF
    IF SE-PROGRAM NOT EQUAL 'SCHEDMNT' AND SE-PROGRAM NOT EQUAL 'ALL'
       THEN
       GO TO STORE-GRANT-EXIT
    END-IF
    IF SE-DEPT NOT EQUAL 'ALL' THEN
       MOVE SE-DEPT TO WS-LOOKUP-DEPT
       PERFORM FIND-DEPT-PARA THRU FIND-DEPT-EXIT
       IF WS-DEPT-IX EQUAL 0 THEN
          DISPLAY 'SECTBL GRANTS ' SE-OPERATOR ' DEPARTMENT '
                  SE-DEPT ' WHICH IS NOT ON THE DEPARTMENT MASTER -'
                  ' LEFT OUT.'
          GO TO STORE-GRANT-EXIT
       END-IF
    END-IF
    IF WS-GRANT-COUNT >= WS-MAX-GRANTS THEN
       DISPLAY 'SECTBL CARRIES MORE THAN ' WS-MAX-GRANTS
               ' GRANTS - IGNORING ' SE-OPERATOR ' ' SE-VERB
       GO TO STORE-GRANT-EXIT
    END-IF
    ADD 1 TO WS-GRANT-COUNT
    MOVE SE-OPERATOR TO WS-GT-OPERATOR(WS-GRANT-COUNT)
    MOVE SE-VERB TO WS-GT-VERB(WS-GRANT-COUNT)
    MOVE SE-DEPT TO WS-GT-DEPT(WS-GRANT-COUNT).
STORE-GRANT-EXIT. EXIT.

*> CHECK-OPERATOR-PARA refuses a card with no operator ID or with
*> one that holds no grant at all on the security table.
CHECK-OPERATOR-PARA.
    MOVE 'N' TO WS-AUTH-SW
    IF WS-OPERATOR EQUAL SPACES THEN
       DISPLAY WS-VERB ' ' WS-AUTH-KEY ' CARRIES NO OPERATOR ID -'
               ' REFUSED.'
       MOVE 'NO OPERATOR ID' TO WS-VIOL-REASON
       PERFORM WRITE-VIOLATION-PARA THRU WRITE-VIOLATION-EXIT
       GO TO CHECK-OPERATOR-EXIT
    END-IF
    PERFORM VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX > WS-GRANT-COUNT
    IF WS-GT-OPERATOR(WS-GX) EQUAL WS-OPERATOR THEN
       MOVE 'Y' TO WS-AUTH-SW
    END-IF
    END-PERFORM
    IF WS-AUTH-SW NOT EQUAL 'Y' THEN
       DISPLAY 'OPERATOR ' WS-OPERATOR ' IS NOT ON THE SECURITY'
               ' TABLE - ' WS-VERB ' ' WS-AUTH-KEY ' REFUSED.'
       MOVE 'UNKNOWN OPERATOR' TO WS-VIOL-REASON
       PERFORM WRITE-VIOLATION-PARA THRU WRITE-VIOLATION-EXIT
    END-IF.
CHECK-OPERATOR-EXIT. EXIT.

*> CHECK-AUTH-PARA looks for a grant to the card's operator for the
*> verb in WS-VERB (or ALL) and the department in WS-AUTH-DEPT (or
*> ALL), leaving WS-AUTH-SW 'Y' when one is found.  Without one the
*> card is refused, counted and logged as a violation.
CHECK-AUTH-PARA.
    MOVE 'N' TO WS-AUTH-SW
    PERFORM VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX > WS-GRANT-COUNT
    IF WS-GT-OPERATOR(WS-GX) EQUAL WS-OPERATOR
       AND (WS-GT-VERB(WS-GX) EQUAL WS-VERB
            OR WS-GT-VERB(WS-GX) EQUAL 'ALL')
       AND (WS-GT-DEPT(WS-GX) EQUAL WS-AUTH-DEPT
            OR WS-GT-DEPT(WS-GX) EQUAL 'ALL') THEN
       MOVE 'Y' TO WS-AUTH-SW
    END-IF
    END-PERFORM
    IF WS-AUTH-SW NOT EQUAL 'Y' THEN
       DISPLAY 'OPERATOR ' WS-OPERATOR ' MAY NOT ' WS-VERB
               ' FOR DEPARTMENT ' WS-AUTH-DEPT ' - SCHEDULE '
               WS-AUTH-KEY ' REFUSED.'
       MOVE 'NOT AUTHORIZED' TO WS-VIOL-REASON
       PERFORM WRITE-VIOLATION-PARA THRU WRITE-VIOLATION-EXIT
    END-IF.
CHECK-AUTH-EXIT. EXIT.

*> WRITE-VIOLATION-PARA counts the refused card as rejected and
*> appends it to the SECVIOL log: when, which program, who, what
*> verb against which schedule and department, and why.
WRITE-VIOLATION-PARA.
    ADD 1 TO WS-REJECTED-COUNT
    ADD 1 TO WS-VIOL-COUNT
    MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
    MOVE SPACES TO SV-RECORD
    MOVE WS-TIMESTAMP(1:8) TO SV-DATE
    MOVE WS-TIMESTAMP(9:6) TO SV-TIME
    MOVE 'SCHEDMNT' TO SV-PROGRAM
    MOVE WS-OPERATOR TO SV-OPERATOR
    MOVE WS-VERB TO SV-VERB
    MOVE WS-AUTH-KEY TO SV-KEY
    MOVE WS-AUTH-DEPT TO SV-DEPT
    MOVE WS-VIOL-REASON TO SV-REASON
    WRITE SV-RECORD.
WRITE-VIOLATION-EXIT. EXIT.
