*> dataset stops the job instead of shorting the morning's signage.
*> 22-AUG-2026  BO-RECORD widened to 303 for the carriage-control
*> byte BANNEROUT records now lead with.
*> 15-OCT-2026  RS-RECORD widened to 71 for the lines-by-stock
*> counts behind the run totals on the trailer.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    05 RS-LINES                    PIC X(7).
    05 FILLER                      PIC X(1).
    05 RS-AUDIT                    PIC X(7).
    05 FILLER                      PIC X(24).
FD  BANNER-OUT.
01  BO-RECORD                      PIC X(303).
WORKING-STORAGE SECTION.
