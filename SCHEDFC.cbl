*> or a department the DEPTMST master does not carry - is reported
*> once and left out of the projection, so the forecast never
*> promises firings SCHEDGEN will refuse to arm.
*> 15-OCT-2026  SM-RECORD widened to 115 for the operator stamp and
*> the display-until date behind the schedule image.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
DATA DIVISION.
FILE SECTION.
FD  SCHED-MASTER.
01  SM-RECORD                      PIC X(115).
FD  HOLIDAY-FILE.
01  HO-RECORD.
    05 HO-DATE                     PIC X(8).
