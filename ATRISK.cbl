*> since a forgotten hold is exactly how a dated banner goes late.
*> The listing goes to ATRISKRP; the run ends RC 4 when anything
*> is at risk so the scheduler can trap it.
*> 15-OCT-2026  BQ-RECORD widened to 160 for the hold, reprint,
*> turnaround, operator and display-until fields the queue now
*> carries behind the spacing byte.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    05 BQ-STAT-DATE                PIC X(8).
    05 BQ-NEEDED-BY                PIC X(8).
    05 BQ-SPACING                  PIC X(1).
    05 FILLER                      PIC X(89).
FD  RISK-RPT.
01  RR-RECORD                      PIC X(80).
WORKING-STORAGE SECTION.
