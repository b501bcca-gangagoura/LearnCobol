*> trailers together - finding neither is the healthy case, the
*> page says so, and the return code stays 0; RC 4 is kept for a
*> real mismatch.
*> 15-OCT-2026  BQ-RECORD widened to 160 for the fields the queue now
*> carries behind the spacing byte, AI-RECORD to 120 for the reprint
*> link on the audit record, and RS-RECORD to 71 for the
*> lines-by-stock counts behind the run totals on the trailer.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    05 BQ-STAT-DATE                PIC X(8).
    05 BQ-NEEDED-BY                PIC X(8).
    05 BQ-SPACING                  PIC X(1).
    05 FILLER                      PIC X(89).
FD  REJECT-IN.
01  RJ-RECORD.
    05 RJ-RUN-DATE                 PIC X(8).
    05 RS-LINES                    PIC X(7).
    05 FILLER                      PIC X(1).
    05 RS-AUDIT                    PIC X(7).
    05 FILLER                      PIC X(24).
FD  AUDIT-IN.
01  AI-RECORD                      PIC X(120).
FD  BANNER-OUT.
01  BO-RECORD                      PIC X(303).
FD  OPS-RPT.
