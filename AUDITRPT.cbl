*> room's forms planning, and grand totals. The log arrives in
*> timestamp order but not department order, so the records go
*> through an internal sort on month and department first.
*> 15-OCT-2026  AI-RECORD widened to 120 for the reprint link PATTERN
*> now carries on the audit record.
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
    05 FILLER                      PIC X(33).
FD  REPORT-OUT.
01  RP-RECORD                      PIC X(80).
SD  SORT-WORK.
