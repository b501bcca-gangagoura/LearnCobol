*> The live log itself is never written here - the swap is the
*> job's business, after this step ends clean - so an abend in the
*> middle costs a rerun, never a record.
*> 15-OCT-2026  AI-, AR- and NL-RECORD widened to 120 for the reprint
*> link PATTERN now carries on the audit record.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
DATA DIVISION.
FILE SECTION.
FD  AUDIT-IN.
01  AI-RECORD                      PIC X(120).
FD  ARCH-OUT.
01  AR-RECORD                      PIC X(120).
FD  NEW-LOG.
01  NL-RECORD                      PIC X(120).
WORKING-STORAGE SECTION.
01 WS-AUDIT-STATUS                 PIC X(2).
01 WS-ARCH-STATUS                  PIC X(2).
