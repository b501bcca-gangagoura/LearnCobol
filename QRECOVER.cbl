ID DIVISION.
PROGRAM-ID. QRECOVER.
AUTHOR. gangagoura.
DATE-WRITTEN. 15-OCT-2026.
*> QRECOVER rebuilds BANNERQ after the queue is lost or damaged.
*> The queue is the system of record and is updated in place by
*> QUEUEMNT, INTAKE, SCHEDGEN, REWORK, PATTERN, SPLITQ, MERGEOUT
*> and QPURGE; each of them appends every record it adds, changes
*> or deletes to the BANNERJ change journal - when, which program,
*> A add, C change or D delete, the request ID, and the record
*> before and after.
*> The night job copies the queue to the QBACKUP generation ahead
*> of the run and starts a fresh journal behind it, so the last
*> backup plus the journal is the queue as it stands.
*> QRECOVER loads the backup into the empty, newly defined cluster,
*> then re-applies the journal in the order it was written: an add
*> or change puts the after-image on the queue, a delete takes the
*> record off.  The RCVCTL card can name a point in time to stop at
*> - columns 1-8 the date YYYYMMDD, 10-15 the time HHMMSS (blank =
*> the end of that day) - and the first entry stamped after it ends
*> the replay; with no card, or a blank one, the whole journal is
*> re-applied.  An entry whose before-image is not the record on the
*> rebuilt queue (a change or delete of a record that differs or is
*> missing, an add of a record already there) is applied anyway and
*> flagged on the listing.
*> QRCVRPT lists every entry with what was done with it - the ones
*> after the point are listed as not re-applied, for the dock office
*> to key again - then the counts, and proves the rebuild: the
*> records restored plus those added less those deleted must equal
*> a count of the rebuilt queue.  RC 4 when any entry was flagged or
*> there was no journal to apply; RC 8 when the card will not scan,
*> a dataset cannot be opened, a record could not be restored or
*> re-applied, or the count does not match - the queue is not fit
*> to run the night on.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BACKUP-IN ASSIGN TO 'QBACKUP'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BACKUP-STATUS.
    SELECT CHANGE-JRNL ASSIGN TO 'BANNERJ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRNL-STATUS.
    SELECT QUEUE-FILE ASSIGN TO 'BANNERQ'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BQ-REQUEST-ID
           FILE STATUS IS WS-QUEUE-STATUS.
    SELECT CTL-IN ASSIGN TO 'RCVCTL'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.
    SELECT RCV-RPT ASSIGN TO 'QRCVRPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  BACKUP-IN.
01  BK-RECORD                      PIC X(160).
FD  CHANGE-JRNL.
01  QJ-RECORD.
    05 QJ-DATE                     PIC X(8).
    05 FILLER                      PIC X(1).
    05 QJ-TIME                     PIC X(8).
    05 FILLER                      PIC X(1).
    05 QJ-PROGRAM                  PIC X(8).
    05 FILLER                      PIC X(1).
    05 QJ-ACTION                   PIC X(1).
    05 FILLER                      PIC X(1).
    05 QJ-REQUEST-ID               PIC X(8).
    05 FILLER                      PIC X(1).
    05 QJ-BEFORE                   PIC X(160).
    05 FILLER                      PIC X(1).
    05 QJ-AFTER                    PIC X(160).
FD  QUEUE-FILE.
01  BQ-RECORD.
    05 BQ-REQUEST-ID               PIC X(8).
    05 BQ-PRIORITY                 PIC 9(1).
    05 BQ-ALT-KEY.
       10 BQ-STATUS                PIC X(1).
       10 BQ-DEPT                  PIC X(8).
    05 BQ-SIZE                     PIC X(1).
    05 BQ-FILL                     PIC X(1).
    05 BQ-BORDER                   PIC X(1).
    05 BQ-COPIES                   PIC 9(2).
    05 BQ-TEXT                     PIC X(30).
    05 BQ-ORIENT                   PIC X(1).
    05 BQ-STAT-DATE                PIC X(8).
    05 BQ-NEEDED-BY                PIC X(8).
    05 BQ-SPACING                  PIC X(1).
    05 BQ-HOLD-REASON              PIC X(8).
    05 BQ-BUDGET-OVR               PIC X(1).
    05 BQ-REPRINT-LINK.
       10 BQ-REPRINT-OF            PIC X(8).
       10 BQ-REPRINT-RSN           PIC X(1).
    05 BQ-TURNAROUND.
       10 BQ-ADD-DATE              PIC X(8).
       10 BQ-SERVED-DATE           PIC X(8).
       10 BQ-WAS-HELD              PIC X(1).
       10 BQ-WAS-PROOFED           PIC X(1).
    05 BQ-LAST-OPER                PIC X(8).
    05 BQ-DISPLAY-UNTIL            PIC X(8).
    05 FILLER                      PIC X(37).
FD  CTL-IN.
01  CT-RECORD.
    05 CT-DATE                     PIC X(8).
    05 FILLER                      PIC X(1).
    05 CT-TIME                     PIC X(6).
    05 FILLER                      PIC X(65).
FD  RCV-RPT.
01  RR-RECORD                      PIC X(80).
WORKING-STORAGE SECTION.
01 WS-BACKUP-STATUS                PIC X(2).
01 WS-JRNL-STATUS                  PIC X(2).
01 WS-QUEUE-STATUS                 PIC X(2).
01 WS-CTL-STATUS                   PIC X(2).
01 WS-RPT-STATUS                   PIC X(2).
01 WS-DATA-ITEMS.
   05 WS-EOF-SW                    PIC X(1).
   05 WS-FOUND-SW                  PIC X(1).
   05 WS-CARD-BAD-SW               PIC X(1).
   05 WS-POINT-SW                  PIC X(1).
   05 WS-PAST-POINT-SW             PIC X(1).
   05 WS-JRNL-OPEN-SW              PIC X(1).
   05 WS-TIMESTAMP                 PIC X(21).
   05 WS-POINT                     PIC X(14).
   05 WS-ENTRY-STAMP               PIC X(14).
   05 WS-POINT-DATE-NUM            PIC 9(8).
   05 WS-POINT-TIME-NUM            PIC 9(6).
   05 WS-POINT-TIME-PARTS REDEFINES WS-POINT-TIME-NUM.
      10 WS-POINT-HH               PIC 9(2).
      10 WS-POINT-MM               PIC 9(2).
      10 WS-POINT-SS               PIC 9(2).
   05 WS-RESULT                    PIC X(37).
   05 WS-RESTORED-COUNT            PIC 9(7).
   05 WS-RESTORE-ERR-COUNT         PIC 9(5).
   05 WS-ENTRY-COUNT               PIC 9(7).
   05 WS-ADD-COUNT                 PIC 9(7).
   05 WS-CHANGE-COUNT              PIC 9(7).
   05 WS-DELETE-COUNT              PIC 9(7).
   05 WS-AFTER-COUNT               PIC 9(7).
   05 WS-WARN-COUNT                PIC 9(5).
   05 WS-FAIL-COUNT                PIC 9(5).
   05 WS-EXPECTED-COUNT            PIC 9(7).
   05 WS-COUNTED                   PIC 9(7).
01 WS-HEAD-LINE1.
   05 FILLER                       PIC X(34)
      VALUE 'BANNER QUEUE FORWARD RECOVERY    '.
   05 FILLER                       PIC X(4) VALUE 'RUN '.
   05 WS-H1-DATE                   PIC X(10).
   05 FILLER                       PIC X(32) VALUE SPACES.
01 WS-HEAD-LINE2.
   05 FILLER                       PIC X(16) VALUE 'RECOVERY POINT: '.
   05 WS-H2-POINT                  PIC X(30).
   05 FILLER                       PIC X(34) VALUE SPACES.
01 WS-HEAD-LINE3.
   05 FILLER                       PIC X(43)
      VALUE 'DATE     TIME     PROGRAM  ACTION REQUEST  '.
   05 FILLER                       PIC X(37) VALUE 'RESULT'.
01 WS-DETAIL-LINE.
   05 WS-DL-DATE                   PIC X(8).
   05 FILLER                       PIC X(1) VALUE SPACES.
   05 WS-DL-TIME                   PIC X(8).
   05 FILLER                       PIC X(1) VALUE SPACES.
   05 WS-DL-PROGRAM                PIC X(8).
   05 FILLER                       PIC X(1) VALUE SPACES.
   05 WS-DL-ACTION                 PIC X(6).
   05 FILLER                       PIC X(1) VALUE SPACES.
   05 WS-DL-REQUEST-ID             PIC X(8).
   05 FILLER                       PIC X(1) VALUE SPACES.
   05 WS-DL-RESULT                 PIC X(37).
01 WS-TOTAL-LINE.
   05 WS-TL-LABEL                  PIC X(30).
   05 WS-TL-COUNT                  PIC Z,ZZZ,ZZ9.
   05 FILLER                       PIC X(41) VALUE SPACES.
PROCEDURE DIVISION.
    INITIALIZE WS-DATA-ITEMS
    MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
    PERFORM READ-CONTROL-PARA THRU READ-CONTROL-EXIT
    IF WS-CARD-BAD-SW EQUAL 'Y' THEN
       DISPLAY 'THE RCVCTL RECOVERY POINT ' CT-DATE ' ' CT-TIME
               ' WILL NOT SCAN - NOTHING RESTORED. ENDING RUN.'
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    OPEN INPUT BACKUP-IN
    IF WS-BACKUP-STATUS NOT EQUAL '00' THEN
       DISPLAY 'QBACKUP IS NOT AVAILABLE - STATUS ' WS-BACKUP-STATUS
               '. NOTHING RESTORED. ENDING RUN.'
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    OPEN OUTPUT RCV-RPT
    IF WS-RPT-STATUS NOT EQUAL '00' THEN
       DISPLAY 'QRCVRPT COULD NOT BE OPENED - STATUS '
               WS-RPT-STATUS '. NOTHING RESTORED. ENDING RUN.'
       CLOSE BACKUP-IN
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    OPEN OUTPUT QUEUE-FILE
    IF WS-QUEUE-STATUS NOT EQUAL '00' THEN
       DISPLAY 'BANNERQ COULD NOT BE OPENED FOR LOADING - STATUS '
               WS-QUEUE-STATUS '. NOTHING RESTORED. ENDING RUN.'
       CLOSE BACKUP-IN RCV-RPT
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM WRITE-HEADINGS-PARA THRU WRITE-HEADINGS-EXIT
    PERFORM RESTORE-BACKUP-PARA THRU RESTORE-BACKUP-EXIT
    CLOSE BACKUP-IN
    CLOSE QUEUE-FILE
    MOVE WS-RESTORED-COUNT TO WS-EXPECTED-COUNT
    OPEN I-O QUEUE-FILE
    IF WS-QUEUE-STATUS NOT EQUAL '00' THEN
       DISPLAY 'BANNERQ COULD NOT BE REOPENED - STATUS '
               WS-QUEUE-STATUS '. THE JOURNAL IS NOT APPLIED.'
               ' ENDING RUN.'
       CLOSE RCV-RPT
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM REPLAY-JOURNAL-PARA THRU REPLAY-JOURNAL-EXIT
    PERFORM COUNT-QUEUE-PARA THRU COUNT-QUEUE-EXIT
    CLOSE QUEUE-FILE
    PERFORM WRITE-TOTALS-PARA THRU WRITE-TOTALS-EXIT
    CLOSE RCV-RPT
    DISPLAY WS-RESTORED-COUNT ' RECORDS RESTORED FROM QBACKUP, '
            WS-ENTRY-COUNT ' JOURNAL ENTRIES RE-APPLIED, '
            WS-AFTER-COUNT ' AFTER THE RECOVERY POINT.'
    DISPLAY WS-COUNTED ' RECORDS ON THE REBUILT QUEUE, '
            WS-EXPECTED-COUNT ' EXPECTED.'
    IF WS-WARN-COUNT > 0 OR WS-JRNL-OPEN-SW NOT EQUAL 'Y' THEN
       MOVE 4 TO RETURN-CODE
    END-IF
    IF WS-RESTORE-ERR-COUNT > 0 OR WS-FAIL-COUNT > 0
       OR WS-COUNTED NOT EQUAL WS-EXPECTED-COUNT THEN
       DISPLAY 'THE REBUILT QUEUE IS NOT PROVEN - SEE QRCVRPT.'
               ' DO NOT RUN THE NIGHT ON IT.'
       MOVE 8 TO RETURN-CODE
    END-IF
    STOP RUN.

*> READ-CONTROL-PARA takes the recovery point off the RCVCTL card.
*> No card, or a blank one, means re-apply the whole journal.  A
*> date is required once anything is punched, and it and the time
*> must be a real date and a real time of day - a recovery is not
*> run to a point it had to guess at.
READ-CONTROL-PARA.
    MOVE 'N' TO WS-CARD-BAD-SW
    MOVE 'N' TO WS-POINT-SW
    MOVE SPACES TO CT-RECORD
    OPEN INPUT CTL-IN
    IF WS-CTL-STATUS NOT EQUAL '00' THEN
       DISPLAY 'RCVCTL IS NOT AVAILABLE - STATUS ' WS-CTL-STATUS
               '. THE WHOLE JOURNAL WILL BE RE-APPLIED.'
       GO TO READ-CONTROL-EXIT
    END-IF
    READ CTL-IN
        AT END
           MOVE SPACES TO CT-RECORD
    END-READ
    CLOSE CTL-IN
    IF CT-DATE EQUAL SPACES AND CT-TIME EQUAL SPACES THEN
       GO TO READ-CONTROL-EXIT
    END-IF
    IF CT-DATE IS NOT NUMERIC THEN
       MOVE 'Y' TO WS-CARD-BAD-SW
       GO TO READ-CONTROL-EXIT
    END-IF
    MOVE CT-DATE TO WS-POINT-DATE-NUM
    IF FUNCTION TEST-DATE-YYYYMMDD(WS-POINT-DATE-NUM) NOT EQUAL 0
       THEN
       MOVE 'Y' TO WS-CARD-BAD-SW
       GO TO READ-CONTROL-EXIT
    END-IF
    IF CT-TIME EQUAL SPACES THEN
       MOVE 235959 TO WS-POINT-TIME-NUM
    ELSE
       IF CT-TIME IS NOT NUMERIC THEN
          MOVE 'Y' TO WS-CARD-BAD-SW
          GO TO READ-CONTROL-EXIT
       END-IF
       MOVE CT-TIME TO WS-POINT-TIME-NUM
       IF WS-POINT-HH > 23 OR WS-POINT-MM > 59
          OR WS-POINT-SS > 59 THEN
          MOVE 'Y' TO WS-CARD-BAD-SW
          GO TO READ-CONTROL-EXIT
       END-IF
    END-IF
    MOVE SPACES TO WS-POINT
    STRING CT-DATE WS-POINT-TIME-NUM DELIMITED BY SIZE
           INTO WS-POINT
    MOVE 'Y' TO WS-POINT-SW.
READ-CONTROL-EXIT. EXIT.

WRITE-HEADINGS-PARA.
    MOVE SPACES TO WS-H1-DATE
    STRING WS-TIMESTAMP(1:4) '-' WS-TIMESTAMP(5:2) '-'
           WS-TIMESTAMP(7:2) DELIMITED BY SIZE INTO WS-H1-DATE
    MOVE SPACES TO WS-H2-POINT
    IF WS-POINT-SW EQUAL 'Y' THEN
       STRING WS-POINT(1:4) '-' WS-POINT(5:2) '-' WS-POINT(7:2)
              ' ' WS-POINT(9:2) ':' WS-POINT(11:2) ':'
              WS-POINT(13:2) DELIMITED BY SIZE INTO WS-H2-POINT
    ELSE
       MOVE 'END OF THE JOURNAL' TO WS-H2-POINT
    END-IF
    MOVE WS-HEAD-LINE1 TO RR-RECORD
    WRITE RR-RECORD
    MOVE WS-HEAD-LINE2 TO RR-RECORD
    WRITE RR-RECORD
    MOVE SPACES TO RR-RECORD
    WRITE RR-RECORD
    MOVE WS-HEAD-LINE3 TO RR-RECORD
    WRITE RR-RECORD.
WRITE-HEADINGS-EXIT. EXIT.

*> RESTORE-BACKUP-PARA loads every record of the backup image onto
*> the empty queue.  The image is in key order, as REPRO wrote it;
*> a record the queue will not take is reported and fails the
*> proof - the rebuild is then short of the night it came from.
RESTORE-BACKUP-PARA.
    MOVE 'N' TO WS-EOF-SW
    PERFORM UNTIL WS-EOF-SW EQUAL 'Y'
       READ BACKUP-IN
           AT END
              MOVE 'Y' TO WS-EOF-SW
           NOT AT END
              IF BK-RECORD NOT EQUAL SPACES THEN
                 MOVE BK-RECORD TO BQ-RECORD
                 WRITE BQ-RECORD
                     INVALID KEY
                        CONTINUE
                 END-WRITE
                 IF WS-QUEUE-STATUS EQUAL '00' THEN
                    ADD 1 TO WS-RESTORED-COUNT
                 ELSE
                    DISPLAY 'BACKUP RECORD ' BQ-REQUEST-ID
                            ' COULD NOT BE RESTORED - STATUS '
                            WS-QUEUE-STATUS '.'
                    ADD 1 TO WS-RESTORE-ERR-COUNT
                 END-IF
              END-IF
       END-READ
    END-PERFORM.
RESTORE-BACKUP-EXIT. EXIT.

*> REPLAY-JOURNAL-PARA reads the journal in the order it was
*> written and re-applies each entry up to the recovery point.  The
*> first entry stamped after the point ends the replay - everything
*> behind it is listed but not applied, since a later change laid
*> over a gap would leave a queue that never existed.  No journal
*> means nothing changed since the backup, or the journal is gone;
*> either way the backup alone is what is rebuilt, and RC 4 says so.
REPLAY-JOURNAL-PARA.
    MOVE 'N' TO WS-PAST-POINT-SW
    OPEN INPUT CHANGE-JRNL
    IF WS-JRNL-STATUS NOT EQUAL '00' THEN
       MOVE 'N' TO WS-JRNL-OPEN-SW
       DISPLAY 'BANNERJ IS NOT AVAILABLE - STATUS ' WS-JRNL-STATUS
               '. THE QUEUE IS REBUILT FROM THE BACKUP ALONE.'
       MOVE 'NO JOURNAL - BACKUP ONLY' TO RR-RECORD
       WRITE RR-RECORD
       GO TO REPLAY-JOURNAL-EXIT
    END-IF
    MOVE 'Y' TO WS-JRNL-OPEN-SW
    MOVE 'N' TO WS-EOF-SW
    PERFORM UNTIL WS-EOF-SW EQUAL 'Y'
       READ CHANGE-JRNL
           AT END
              MOVE 'Y' TO WS-EOF-SW
           NOT AT END
              IF QJ-RECORD NOT EQUAL SPACES THEN
                 PERFORM APPLY-ENTRY-PARA THRU APPLY-ENTRY-EXIT
              END-IF
       END-READ
    END-PERFORM
    CLOSE CHANGE-JRNL.
REPLAY-JOURNAL-EXIT. EXIT.

*> APPLY-ENTRY-PARA re-applies one journal entry and lists it.  The
*> record is read off the rebuilt queue first, both to decide
*> between a WRITE and a REWRITE and to check the entry's before-
*> image against it.
APPLY-ENTRY-PARA.
    MOVE SPACES TO WS-ENTRY-STAMP
    STRING QJ-DATE QJ-TIME(1:6) DELIMITED BY SIZE
           INTO WS-ENTRY-STAMP
    IF WS-PAST-POINT-SW NOT EQUAL 'Y' AND WS-POINT-SW EQUAL 'Y'
       AND WS-ENTRY-STAMP > WS-POINT THEN
       MOVE 'Y' TO WS-PAST-POINT-SW
    END-IF
    IF WS-PAST-POINT-SW EQUAL 'Y' THEN
       MOVE 'AFTER THE POINT - NOT RE-APPLIED' TO WS-RESULT
       ADD 1 TO WS-AFTER-COUNT
       PERFORM WRITE-DETAIL-PARA THRU WRITE-DETAIL-EXIT
       GO TO APPLY-ENTRY-EXIT
    END-IF
    MOVE QJ-REQUEST-ID TO BQ-REQUEST-ID
    READ QUEUE-FILE
        INVALID KEY
           MOVE 'N' TO WS-FOUND-SW
        NOT INVALID KEY
           MOVE 'Y' TO WS-FOUND-SW
    END-READ
    EVALUATE QJ-ACTION
    WHEN 'A'
    WHEN 'C'
       PERFORM PUT-AFTER-PARA THRU PUT-AFTER-EXIT
    WHEN 'D'
       PERFORM TAKE-OFF-PARA THRU TAKE-OFF-EXIT
    WHEN OTHER
       MOVE 'UNKNOWN ACTION - SKIPPED' TO WS-RESULT
       ADD 1 TO WS-WARN-COUNT
    END-EVALUATE
    PERFORM WRITE-DETAIL-PARA THRU WRITE-DETAIL-EXIT.
APPLY-ENTRY-EXIT. EXIT.

*> PUT-AFTER-PARA puts an add's or a change's after-image on the
*> queue - rewriting the record when it is there, writing it when
*> it is not - and flags an add of a record already there, or a
*> change of one that is missing or differs from the before-image.
PUT-AFTER-PARA.
    MOVE 'APPLIED' TO WS-RESULT
    IF QJ-ACTION EQUAL 'A' AND WS-FOUND-SW EQUAL 'Y' THEN
       MOVE 'APPLIED - WAS ALREADY ON THE QUEUE' TO WS-RESULT
       ADD 1 TO WS-WARN-COUNT
    END-IF
    IF QJ-ACTION EQUAL 'C' AND WS-FOUND-SW NOT EQUAL 'Y' THEN
       MOVE 'APPLIED - WAS NOT ON THE QUEUE' TO WS-RESULT
       ADD 1 TO WS-WARN-COUNT
    END-IF
    IF QJ-ACTION EQUAL 'C' AND WS-FOUND-SW EQUAL 'Y'
       AND BQ-RECORD NOT EQUAL QJ-BEFORE THEN
       MOVE 'APPLIED - BEFORE-IMAGE DIFFERS' TO WS-RESULT
       ADD 1 TO WS-WARN-COUNT
    END-IF
    MOVE QJ-AFTER TO BQ-RECORD
    IF WS-FOUND-SW EQUAL 'Y' THEN
       REWRITE BQ-RECORD
           INVALID KEY
              CONTINUE
       END-REWRITE
    ELSE
       WRITE BQ-RECORD
           INVALID KEY
              CONTINUE
       END-WRITE
    END-IF
    IF WS-QUEUE-STATUS NOT EQUAL '00' THEN
       MOVE SPACES TO WS-RESULT
       STRING 'FAILED - STATUS ' WS-QUEUE-STATUS
              DELIMITED BY SIZE INTO WS-RESULT
       ADD 1 TO WS-FAIL-COUNT
       GO TO PUT-AFTER-EXIT
    END-IF
    IF WS-FOUND-SW NOT EQUAL 'Y' THEN
       ADD 1 TO WS-EXPECTED-COUNT
    END-IF
    ADD 1 TO WS-ENTRY-COUNT
    IF QJ-ACTION EQUAL 'A' THEN
       ADD 1 TO WS-ADD-COUNT
    ELSE
       ADD 1 TO WS-CHANGE-COUNT
    END-IF.
PUT-AFTER-EXIT. EXIT.

*> TAKE-OFF-PARA re-applies a delete.  A record already gone is
*> flagged and left gone; one that differs from the before-image is
*> flagged and deleted all the same.
TAKE-OFF-PARA.
    IF WS-FOUND-SW NOT EQUAL 'Y' THEN
       MOVE 'NOT ON THE QUEUE - NOTHING DELETED' TO WS-RESULT
       ADD 1 TO WS-WARN-COUNT
       GO TO TAKE-OFF-EXIT
    END-IF
    MOVE 'APPLIED' TO WS-RESULT
    IF BQ-RECORD NOT EQUAL QJ-BEFORE THEN
       MOVE 'APPLIED - BEFORE-IMAGE DIFFERS' TO WS-RESULT
       ADD 1 TO WS-WARN-COUNT
    END-IF
    DELETE QUEUE-FILE
        INVALID KEY
           CONTINUE
    END-DELETE
    IF WS-QUEUE-STATUS NOT EQUAL '00' THEN
       MOVE SPACES TO WS-RESULT
       STRING 'FAILED - STATUS ' WS-QUEUE-STATUS
              DELIMITED BY SIZE INTO WS-RESULT
       ADD 1 TO WS-FAIL-COUNT
       GO TO TAKE-OFF-EXIT
    END-IF
    SUBTRACT 1 FROM WS-EXPECTED-COUNT
    ADD 1 TO WS-ENTRY-COUNT
    ADD 1 TO WS-DELETE-COUNT.
TAKE-OFF-EXIT. EXIT.

WRITE-DETAIL-PARA.
    MOVE QJ-DATE TO WS-DL-DATE
    MOVE SPACES TO WS-DL-TIME
    STRING QJ-TIME(1:2) ':' QJ-TIME(3:2) ':' QJ-TIME(5:2)
           DELIMITED BY SIZE INTO WS-DL-TIME
    MOVE QJ-PROGRAM TO WS-DL-PROGRAM
    EVALUATE QJ-ACTION
    WHEN 'A'
       MOVE 'ADD' TO WS-DL-ACTION
    WHEN 'C'
       MOVE 'CHANGE' TO WS-DL-ACTION
    WHEN 'D'
       MOVE 'DELETE' TO WS-DL-ACTION
    WHEN OTHER
       MOVE QJ-ACTION TO WS-DL-ACTION
    END-EVALUATE
    MOVE QJ-REQUEST-ID TO WS-DL-REQUEST-ID
    MOVE WS-RESULT TO WS-DL-RESULT
    MOVE WS-DETAIL-LINE TO RR-RECORD
    WRITE RR-RECORD.
WRITE-DETAIL-EXIT. EXIT.

*> COUNT-QUEUE-PARA counts the rebuilt queue end to end, for the
*> proof against the restored, added and deleted counts.
COUNT-QUEUE-PARA.
    MOVE 0 TO WS-COUNTED
    MOVE LOW-VALUES TO BQ-REQUEST-ID
    START QUEUE-FILE KEY NOT LESS THAN BQ-REQUEST-ID
        INVALID KEY
           MOVE 'Y' TO WS-EOF-SW
        NOT INVALID KEY
           MOVE 'N' TO WS-EOF-SW
    END-START
    PERFORM UNTIL WS-EOF-SW EQUAL 'Y'
       READ QUEUE-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-EOF-SW
           NOT AT END
              ADD 1 TO WS-COUNTED
       END-READ
    END-PERFORM.
COUNT-QUEUE-EXIT. EXIT.

*> WRITE-TOTALS-PARA closes the listing with the counts and the
*> proof line.
WRITE-TOTALS-PARA.
    MOVE SPACES TO RR-RECORD
    WRITE RR-RECORD
    MOVE 'RESTORED FROM THE BACKUP' TO WS-TL-LABEL
    MOVE WS-RESTORED-COUNT TO WS-TL-COUNT
    PERFORM WRITE-TOTAL-PARA THRU WRITE-TOTAL-EXIT
    IF WS-RESTORE-ERR-COUNT > 0 THEN
       MOVE 'COULD NOT BE RESTORED' TO WS-TL-LABEL
       MOVE WS-RESTORE-ERR-COUNT TO WS-TL-COUNT
       PERFORM WRITE-TOTAL-PARA THRU WRITE-TOTAL-EXIT
    END-IF
    MOVE 'ADDS RE-APPLIED' TO WS-TL-LABEL
    MOVE WS-ADD-COUNT TO WS-TL-COUNT
    PERFORM WRITE-TOTAL-PARA THRU WRITE-TOTAL-EXIT
    MOVE 'CHANGES RE-APPLIED' TO WS-TL-LABEL
    MOVE WS-CHANGE-COUNT TO WS-TL-COUNT
    PERFORM WRITE-TOTAL-PARA THRU WRITE-TOTAL-EXIT
    MOVE 'DELETES RE-APPLIED' TO WS-TL-LABEL
    MOVE WS-DELETE-COUNT TO WS-TL-COUNT
    PERFORM WRITE-TOTAL-PARA THRU WRITE-TOTAL-EXIT
    MOVE 'AFTER THE POINT - NOT APPLIED' TO WS-TL-LABEL
    MOVE WS-AFTER-COUNT TO WS-TL-COUNT
    PERFORM WRITE-TOTAL-PARA THRU WRITE-TOTAL-EXIT
    MOVE 'FLAGGED ON THE LISTING' TO WS-TL-LABEL
    MOVE WS-WARN-COUNT TO WS-TL-COUNT
    PERFORM WRITE-TOTAL-PARA THRU WRITE-TOTAL-EXIT
    IF WS-FAIL-COUNT > 0 THEN
       MOVE 'COULD NOT BE RE-APPLIED' TO WS-TL-LABEL
       MOVE WS-FAIL-COUNT TO WS-TL-COUNT
       PERFORM WRITE-TOTAL-PARA THRU WRITE-TOTAL-EXIT
    END-IF
    MOVE SPACES TO RR-RECORD
    WRITE RR-RECORD
    MOVE 'RECORDS EXPECTED ON THE QUEUE' TO WS-TL-LABEL
    MOVE WS-EXPECTED-COUNT TO WS-TL-COUNT
    PERFORM WRITE-TOTAL-PARA THRU WRITE-TOTAL-EXIT
    MOVE 'RECORDS COUNTED ON THE QUEUE' TO WS-TL-LABEL
    MOVE WS-COUNTED TO WS-TL-COUNT
    PERFORM WRITE-TOTAL-PARA THRU WRITE-TOTAL-EXIT
    IF WS-COUNTED EQUAL WS-EXPECTED-COUNT
       AND WS-RESTORE-ERR-COUNT EQUAL 0
       AND WS-FAIL-COUNT EQUAL 0 THEN
       MOVE 'REBUILT QUEUE MATCHES THE BACKUP PLUS THE JOURNAL.'
            TO RR-RECORD
    ELSE
       MOVE '*** REBUILT QUEUE IS NOT PROVEN - DO NOT RUN ON IT ***'
            TO RR-RECORD
    END-IF
    WRITE RR-RECORD.
WRITE-TOTALS-EXIT. EXIT.

WRITE-TOTAL-PARA.
    MOVE WS-TOTAL-LINE TO RR-RECORD
    WRITE RR-RECORD
    MOVE SPACES TO WS-TL-LABEL.
WRITE-TOTAL-EXIT. EXIT.
