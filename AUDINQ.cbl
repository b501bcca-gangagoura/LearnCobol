*> just reprint the whole history.  Every matching record's
*> timestamp, request ID, department, line count and text go to
*> the INQRPT listing with a count line at the bottom.
*> 15-OCT-2026  AI-RECORD widened to 120 bytes for the reprint link
*> and the substitution template; text that was resolved from
*> tokens prints as it was bannered, and the template it came from
*> prints on a line beneath it.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    05 AI-LINES                    PIC X(5).
    05 FILLER                      PIC X(1).
    05 AI-WORD                     PIC X(30).
    05 FILLER                      PIC X(1).
    05 AI-REPRINT-OF               PIC X(8).
    05 FILLER                      PIC X(1).
    05 AI-REPRINT-RSN              PIC X(1).
    05 FILLER                      PIC X(1).
    05 AI-TEMPLATE                 PIC X(30).
    05 FILLER                      PIC X(2).
FD  CTL-IN.
01  CT-RECORD.
    05 CT-REQUEST-ID               PIC X(8).
    MOVE AI-WORD TO WS-DL-WORD
    MOVE WS-DETAIL-LINE TO IR-RECORD
    WRITE IR-RECORD
    IF AI-TEMPLATE NOT EQUAL SPACES THEN
       MOVE SPACES TO WS-RPT-LINE
       MOVE 'FROM TEMPLATE' TO WS-RPT-LINE(31:13)
       MOVE AI-TEMPLATE TO WS-RPT-LINE(47:30)
       PERFORM PUT-LINE-PARA THRU PUT-LINE-EXIT
    END-IF
    ADD 1 TO WS-MATCH-COUNT.
LIST-ONE-EXIT. EXIT.

