ID DIVISION.
PROGRAM-ID. SECRPT.
AUTHOR. gangagoura.
DATE-WRITTEN. 15-OCT-2026.
*> SECRPT is the dock office supervisor's weekly security page.
*> QUEUEMNT and SCHEDMNT append a record to the SECVIOL log for
*> every maintenance card they refuse - no operator ID, an operator
*> the SECTBL security table does not know, or a verb or department
*> the operator holds no grant for.  SECRPT reads the log as-is
*> (it is never altered), keeps the violations logged in the seven
*> days ending yesterday, sorts them on operator, date and time,
*> and prints each one under its operator with a count per
*> operator, then the week's totals by reason and the grand total.
*> A log record whose date will not scan is counted and left out.
*> RC 4 when the week logged any violation, so the run stands out
*> on the supervisor's job list; RC 8 when the report cannot be
*> opened.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT VIOL-IN ASSIGN TO 'SECVIOL'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VIOL-STATUS.
    SELECT REPORT-OUT ASSIGN TO 'SECRPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.
    SELECT SORT-WORK ASSIGN TO 'SORTWK'.
DATA DIVISION.
FILE SECTION.
FD  VIOL-IN.
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
FD  REPORT-OUT.
01  RP-RECORD                      PIC X(80).
SD  SORT-WORK.
01  SW-RECORD.
    05 SW-OPERATOR                 PIC X(8).
    05 SW-DATE                     PIC X(8).
    05 SW-TIME                     PIC X(6).
    05 SW-PROGRAM                  PIC X(8).
    05 SW-VERB                     PIC X(8).
    05 SW-KEY                      PIC X(8).
    05 SW-DEPT                     PIC X(8).
    05 SW-REASON                   PIC X(19).
WORKING-STORAGE SECTION.
01 WS-VIOL-STATUS                  PIC X(2).
01 WS-REPORT-STATUS                PIC X(2).
01 WS-DATA-ITEMS.
   05 WS-VIOL-EOF-SW               PIC X(1).
   05 WS-SORT-EOF-SW               PIC X(1).
   05 WS-FIRST-SW                  PIC X(1).
   05 WS-TIMESTAMP                 PIC X(21).
   05 WS-TODAY                     PIC 9(8).
   05 WS-TODAY-INT                 PIC 9(7).
   05 WS-FROM-DATE                 PIC 9(8).
   05 WS-TO-DATE                   PIC 9(8).
   05 WS-CURR-OPERATOR             PIC X(8).
   05 WS-SKIPPED-COUNT             PIC 9(5).
   05 WS-OPER-COUNT                PIC 9(5).
   05 WS-NO-OPER-COUNT             PIC 9(5).
   05 WS-UNKNOWN-COUNT             PIC 9(5).
   05 WS-NOT-AUTH-COUNT            PIC 9(5).
   05 WS-OTHER-COUNT               PIC 9(5).
   05 WS-GRAND-COUNT               PIC 9(5).
01 WS-HEAD-LINE1.
   05 FILLER                       PIC X(34)
      VALUE 'MAINTENANCE SECURITY VIOLATIONS  '.
   05 FILLER                       PIC X(5) VALUE 'FROM '.
   05 WS-H1-FROM                   PIC X(10).
   05 FILLER                       PIC X(4) VALUE ' TO '.
   05 WS-H1-TO                     PIC X(10).
   05 FILLER                       PIC X(17) VALUE SPACES.
01 WS-HEAD-LINE2.
   05 FILLER                       PIC X(34)
      VALUE 'OPERATOR DATE     TIME   PROGRAM  '.
   05 FILLER                       PIC X(46)
      VALUE 'VERB     KEY      DEPT     REASON'.
01 WS-DETAIL-LINE.
   05 WS-DL-OPERATOR               PIC X(8).
   05 FILLER                       PIC X(1) VALUE SPACES.
   05 WS-DL-DATE                   PIC X(8).
   05 FILLER                       PIC X(1) VALUE SPACES.
   05 WS-DL-TIME                   PIC X(6).
   05 FILLER                       PIC X(1) VALUE SPACES.
   05 WS-DL-PROGRAM                PIC X(8).
   05 FILLER                       PIC X(1) VALUE SPACES.
   05 WS-DL-VERB                   PIC X(8).
   05 FILLER                       PIC X(1) VALUE SPACES.
   05 WS-DL-KEY                    PIC X(8).
   05 FILLER                       PIC X(1) VALUE SPACES.
   05 WS-DL-DEPT                   PIC X(8).
   05 FILLER                       PIC X(1) VALUE SPACES.
   05 WS-DL-REASON                 PIC X(19).
01 WS-OPER-LINE.
   05 FILLER                       PIC X(3) VALUE SPACES.
   05 FILLER                       PIC X(9) VALUE 'OPERATOR '.
   05 WS-OL-OPERATOR               PIC X(8).
   05 FILLER                       PIC X(2) VALUE SPACES.
   05 WS-OL-COUNT                  PIC ZZ,ZZ9.
   05 FILLER                       PIC X(11) VALUE ' VIOLATIONS'.
   05 FILLER                       PIC X(41) VALUE SPACES.
01 WS-TOTAL-LINE.
   05 WS-TL-LABEL                  PIC X(20).
   05 WS-TL-COUNT                  PIC ZZ,ZZ9.
   05 FILLER                       PIC X(54) VALUE SPACES.
PROCEDURE DIVISION.
    OPEN OUTPUT REPORT-OUT
    IF WS-REPORT-STATUS NOT EQUAL '00' THEN
       DISPLAY 'SECRPT COULD NOT BE OPENED - STATUS '
               WS-REPORT-STATUS '. ENDING RUN.'
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    INITIALIZE WS-DATA-ITEMS
    MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
    MOVE WS-TIMESTAMP(1:8) TO WS-TODAY
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
    COMPUTE WS-TO-DATE = FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - 1)
    COMPUTE WS-FROM-DATE =
            FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - 7)
    MOVE SPACES TO WS-H1-FROM
    STRING WS-FROM-DATE(1:4) '-' WS-FROM-DATE(5:2) '-'
           WS-FROM-DATE(7:2) DELIMITED BY SIZE INTO WS-H1-FROM
    MOVE SPACES TO WS-H1-TO
    STRING WS-TO-DATE(1:4) '-' WS-TO-DATE(5:2) '-'
           WS-TO-DATE(7:2) DELIMITED BY SIZE INTO WS-H1-TO
    MOVE WS-HEAD-LINE1 TO RP-RECORD
    WRITE RP-RECORD
    MOVE SPACES TO RP-RECORD
    WRITE RP-RECORD
    SORT SORT-WORK
         ON ASCENDING KEY SW-OPERATOR SW-DATE SW-TIME
         INPUT PROCEDURE IS SORT-IN-PARA THRU SORT-IN-EXIT
         OUTPUT PROCEDURE IS REPORT-PARA THRU REPORT-EXIT
    IF WS-SKIPPED-COUNT > 0 THEN
       DISPLAY WS-SKIPPED-COUNT ' SECVIOL RECORDS COULD NOT BE READ'
               ' AND WERE LEFT OUT OF THE REPORT.'
    END-IF
    CLOSE REPORT-OUT
    DISPLAY WS-GRAND-COUNT ' VIOLATIONS REPORTED FOR THE WEEK.'
    IF WS-GRAND-COUNT > 0 THEN
       MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

*> SORT-IN-PARA feeds the sort with the violations dated inside the
*> reporting week.  A missing log is not an error - a week with no
*> refused cards may never have created one.
SORT-IN-PARA.
    OPEN INPUT VIOL-IN
    IF WS-VIOL-STATUS NOT EQUAL '00' THEN
       DISPLAY 'SECVIOL IS NOT AVAILABLE - STATUS '
               WS-VIOL-STATUS '. NOTHING TO REPORT.'
       GO TO SORT-IN-EXIT
    END-IF
    MOVE 'N' TO WS-VIOL-EOF-SW
    PERFORM UNTIL WS-VIOL-EOF-SW EQUAL 'Y'
       READ VIOL-IN
           AT END
              MOVE 'Y' TO WS-VIOL-EOF-SW
           NOT AT END
              PERFORM SELECT-VIOL-PARA THRU SELECT-VIOL-EXIT
       END-READ
    END-PERFORM
    CLOSE VIOL-IN.
SORT-IN-EXIT. EXIT.

SELECT-VIOL-PARA.
    IF SV-DATE IS NOT NUMERIC THEN
       ADD 1 TO WS-SKIPPED-COUNT
       GO TO SELECT-VIOL-EXIT
    END-IF
    IF SV-DATE < WS-FROM-DATE OR SV-DATE > WS-TO-DATE THEN
       GO TO SELECT-VIOL-EXIT
    END-IF
    MOVE SV-OPERATOR TO SW-OPERATOR
    MOVE SV-DATE TO SW-DATE
    MOVE SV-TIME TO SW-TIME
    MOVE SV-PROGRAM TO SW-PROGRAM
    MOVE SV-VERB TO SW-VERB
    MOVE SV-KEY TO SW-KEY
    MOVE SV-DEPT TO SW-DEPT
    MOVE SV-REASON TO SW-REASON
    RELEASE SW-RECORD.
SELECT-VIOL-EXIT. EXIT.

*> REPORT-PARA takes the sorted violations back and prints them
*> under the column headings, with an operator count line at each
*> operator break, then the totals by reason and the grand total.
*> Cards that carried no operator ID sort first, under (NONE).
REPORT-PARA.
    MOVE WS-HEAD-LINE2 TO RP-RECORD
    WRITE RP-RECORD
    MOVE 'Y' TO WS-FIRST-SW
    MOVE 'N' TO WS-SORT-EOF-SW
    PERFORM UNTIL WS-SORT-EOF-SW EQUAL 'Y'
       RETURN SORT-WORK
           AT END
              MOVE 'Y' TO WS-SORT-EOF-SW
           NOT AT END
              IF WS-FIRST-SW EQUAL 'Y' THEN
                 MOVE 'N' TO WS-FIRST-SW
                 MOVE SW-OPERATOR TO WS-CURR-OPERATOR
              ELSE
                 IF SW-OPERATOR NOT EQUAL WS-CURR-OPERATOR THEN
                    PERFORM END-OPER-PARA THRU END-OPER-EXIT
                    MOVE SW-OPERATOR TO WS-CURR-OPERATOR
                 END-IF
              END-IF
              PERFORM DETAIL-PARA THRU DETAIL-EXIT
       END-RETURN
    END-PERFORM
    IF WS-FIRST-SW EQUAL 'N' THEN
       PERFORM END-OPER-PARA THRU END-OPER-EXIT
    ELSE
       MOVE 'NO VIOLATIONS WERE LOGGED FOR THE WEEK.' TO RP-RECORD
       WRITE RP-RECORD
       MOVE SPACES TO RP-RECORD
       WRITE RP-RECORD
    END-IF
    MOVE 'NO OPERATOR ID' TO WS-TL-LABEL
    MOVE WS-NO-OPER-COUNT TO WS-TL-COUNT
    PERFORM WRITE-TOTAL-PARA THRU WRITE-TOTAL-EXIT
    MOVE 'UNKNOWN OPERATOR' TO WS-TL-LABEL
    MOVE WS-UNKNOWN-COUNT TO WS-TL-COUNT
    PERFORM WRITE-TOTAL-PARA THRU WRITE-TOTAL-EXIT
    MOVE 'NOT AUTHORIZED' TO WS-TL-LABEL
    MOVE WS-NOT-AUTH-COUNT TO WS-TL-COUNT
    PERFORM WRITE-TOTAL-PARA THRU WRITE-TOTAL-EXIT
    IF WS-OTHER-COUNT > 0 THEN
       MOVE 'OTHER' TO WS-TL-LABEL
       MOVE WS-OTHER-COUNT TO WS-TL-COUNT
       PERFORM WRITE-TOTAL-PARA THRU WRITE-TOTAL-EXIT
    END-IF
    MOVE 'GRAND TOTAL' TO WS-TL-LABEL
    MOVE WS-GRAND-COUNT TO WS-TL-COUNT
    PERFORM WRITE-TOTAL-PARA THRU WRITE-TOTAL-EXIT.
REPORT-EXIT. EXIT.

DETAIL-PARA.
    IF SW-OPERATOR EQUAL SPACES THEN
       MOVE '(NONE)' TO WS-DL-OPERATOR
    ELSE
       MOVE SW-OPERATOR TO WS-DL-OPERATOR
    END-IF
    MOVE SW-DATE TO WS-DL-DATE
    MOVE SW-TIME TO WS-DL-TIME
    MOVE SW-PROGRAM TO WS-DL-PROGRAM
    MOVE SW-VERB TO WS-DL-VERB
    MOVE SW-KEY TO WS-DL-KEY
    MOVE SW-DEPT TO WS-DL-DEPT
    MOVE SW-REASON TO WS-DL-REASON
    MOVE WS-DETAIL-LINE TO RP-RECORD
    WRITE RP-RECORD
    ADD 1 TO WS-OPER-COUNT
    ADD 1 TO WS-GRAND-COUNT
    EVALUATE SW-REASON
    WHEN 'NO OPERATOR ID'
       ADD 1 TO WS-NO-OPER-COUNT
    WHEN 'UNKNOWN OPERATOR'
       ADD 1 TO WS-UNKNOWN-COUNT
    WHEN 'NOT AUTHORIZED'
       ADD 1 TO WS-NOT-AUTH-COUNT
    WHEN OTHER
       ADD 1 TO WS-OTHER-COUNT
    END-EVALUATE.
DETAIL-EXIT. EXIT.

END-OPER-PARA.
    IF WS-CURR-OPERATOR EQUAL SPACES THEN
       MOVE '(NONE)' TO WS-OL-OPERATOR
    ELSE
       MOVE WS-CURR-OPERATOR TO WS-OL-OPERATOR
    END-IF
    MOVE WS-OPER-COUNT TO WS-OL-COUNT
    MOVE WS-OPER-LINE TO RP-RECORD
    WRITE RP-RECORD
    MOVE SPACES TO RP-RECORD
    WRITE RP-RECORD
    MOVE 0 TO WS-OPER-COUNT.
END-OPER-EXIT. EXIT.

WRITE-TOTAL-PARA.
    MOVE WS-TOTAL-LINE TO RP-RECORD
    WRITE RP-RECORD
    MOVE SPACES TO WS-TL-LABEL.
WRITE-TOTAL-EXIT. EXIT.
