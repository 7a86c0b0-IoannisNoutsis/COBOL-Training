      **********************************************************************************
      *     Author:      GIANNIS NOUTSIS                                               *
      *     Date:        10/15/2026                                                    *
      *     Purpose:     Month-end close of the accumulating files.                    *
      *     This program closes the month before the run date.  For each           *
      *     file that only ever grows - the costed ledger, the run history,        *
      *     the audit log and the sheet reconciliation history - it copies        *
      *     every record dated in or before the closing month into that           *
      *     month's archive generation (the file name with the month added)       *
      *     and carries only the open-period records forward in the file          *
      *     itself.  The quality-hold file is closed by the date QA released or   *
      *     scrapped each hold, which is the month it was billed or written       *
      *     off; a hold still on hold is carried forward until QA clears it.      *
      *     Records with no readable date are carried forward so nothing is       *
      *     lost.  The close control report gives each file's record count and    *
      *     money/area totals before the close, archived, carried forward, and    *
      *     after the close as read back from the open file and the archive;      *
      *     before must equal archived plus carried, or the report says so in     *
      *     capitals and the month is not closed.                                 *
      *     A month that foots is written to the close-status file, which         *
      *     stops it being closed twice and stops the other programs from         *
      *     writing records dated into it.                                          *
      **********************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTH-END-CLOSE.


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSE-STATUS-FILE ASSIGN TO "CLOSESTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-FILE-STATUS.

      *    The file being closed and its archive generation are named
      *    at run time, one accumulating file after another.
           SELECT OPEN-PERIOD-FILE ASSIGN TO DYNAMIC WS-OPEN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-FILE-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT CARRY-FORWARD-FILE ASSIGN TO "MTHCLOSE.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRY-FILE-STATUS.

           SELECT CLOSE-REPORT-FILE ASSIGN TO "MTHCLOSE.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLOSE-STATUS-FILE.
           COPY CLOSEREC.

       FD  OPEN-PERIOD-FILE.
       01  OPEN-PERIOD-RECORD         PIC X(200).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD             PIC X(200).

       FD  CARRY-FORWARD-FILE.
       01  CARRY-FORWARD-RECORD       PIC X(200).

       FD  CLOSE-REPORT-FILE.
       01  WS-REPORT-RECORD           PIC X(100).

       WORKING-STORAGE SECTION.
        01   WS-SWITCHES.
             05 WS-EOF-SWITCH       PIC X VALUE "N".
                88 WS-EOF                VALUE "Y".
             05 WS-INIT-ERROR-SWITCH PIC X VALUE "N".
                88 WS-INIT-ERROR         VALUE "Y".
             05 WS-CLOSE-ERROR-SWITCH PIC X VALUE "N".
                88 WS-CLOSE-ERROR        VALUE "Y".
             05 WS-FILE-MISSING-SWITCH PIC X VALUE "N".
                88 WS-FILE-MISSING       VALUE "Y".
             05 WS-FILE-FOOTS-SWITCH PIC X VALUE "Y".
                88 WS-FILE-FOOTS         VALUE "Y".
             05 WS-ALL-FOOT-SWITCH  PIC X VALUE "Y".
                88 WS-ALL-FOOT           VALUE "Y".
             05 WS-RECORD-OPEN-SWITCH PIC X VALUE "N".
                88 WS-RECORD-OPEN        VALUE "Y".
        01   WS-FILE-STATUSES.
             05 WS-CLOSE-FILE-STATUS    PIC X(2) VALUE SPACES.
             05 WS-OPEN-FILE-STATUS     PIC X(2) VALUE SPACES.
             05 WS-ARCHIVE-FILE-STATUS  PIC X(2) VALUE SPACES.
             05 WS-CARRY-FILE-STATUS    PIC X(2) VALUE SPACES.
             05 WS-REPORT-FILE-STATUS   PIC X(2) VALUE SPACES.
        01   WS-RUN-DATE-FIELDS.
             05 WS-RUN-DATE.
                10 WS-RUN-DATE-YYYY PIC 9(4).
                10 WS-RUN-DATE-MM   PIC 9(2).
                10 WS-RUN-DATE-DD   PIC 9(2).
        01   WS-CLOSE-MONTH-FIELDS.
             05 WS-CLOSE-MONTH.
                10 WS-CLOSE-YYYY    PIC 9(4).
                10 WS-CLOSE-MM      PIC 9(2).
             05 WS-LAST-CLOSED-MONTH PIC 9(6) VALUE ZEROES.
      *    The five accumulating files, closed in this order.
        01   WS-FILE-FIELDS.
             05 WS-FILE-SUB         PIC 9(1) VALUE ZEROES.
             05 WS-OPEN-FILE-NAME   PIC X(20) VALUE SPACES.
             05 WS-ARCHIVE-STEM     PIC X(10) VALUE SPACES.
             05 WS-ARCHIVE-SUFFIX   PIC X(4)  VALUE SPACES.
             05 WS-ARCHIVE-FILE-NAME PIC X(30) VALUE SPACES.
        01   WS-GENERIC-RECORD      PIC X(200) VALUE SPACES.
        01   WS-RECORD-FIELDS.
             05 WS-RECORD-DATE-TEXT PIC X(8) VALUE SPACES.
             05 WS-RECORD-DATE REDEFINES WS-RECORD-DATE-TEXT.
                10 WS-RECORD-MONTH  PIC 9(6).
                10 FILLER           PIC 9(2).
             05 WS-RECORD-AMOUNT-1  PIC 9(13)V9(2) VALUE ZEROES.
             05 WS-RECORD-AMOUNT-2  PIC 9(13)V9(2) VALUE ZEROES.
      *    Each of these groups has the same layout - record count
      *    and the two money/area totals - so a scan can be totalled
      *    in one place and moved to the line it belongs on.
        01   WS-SCAN-TOTALS.
             05 SC-COUNT            PIC 9(8)       VALUE ZEROES.
             05 SC-AMOUNT-1         PIC 9(15)V9(2) VALUE ZEROES.
             05 SC-AMOUNT-2         PIC 9(15)V9(2) VALUE ZEROES.
        01   WS-BEFORE-TOTALS.
             05 BF-COUNT            PIC 9(8)       VALUE ZEROES.
             05 BF-AMOUNT-1         PIC 9(15)V9(2) VALUE ZEROES.
             05 BF-AMOUNT-2         PIC 9(15)V9(2) VALUE ZEROES.
        01   WS-ARCHIVED-TOTALS.
             05 AR-COUNT            PIC 9(8)       VALUE ZEROES.
             05 AR-AMOUNT-1         PIC 9(15)V9(2) VALUE ZEROES.
             05 AR-AMOUNT-2         PIC 9(15)V9(2) VALUE ZEROES.
        01   WS-CARRIED-TOTALS.
             05 CF-COUNT            PIC 9(8)       VALUE ZEROES.
             05 CF-AMOUNT-1         PIC 9(15)V9(2) VALUE ZEROES.
             05 CF-AMOUNT-2         PIC 9(15)V9(2) VALUE ZEROES.
        01   WS-PRIOR-ARCHIVE-TOTALS.
             05 PA-COUNT            PIC 9(8)       VALUE ZEROES.
             05 PA-AMOUNT-1         PIC 9(15)V9(2) VALUE ZEROES.
             05 PA-AMOUNT-2         PIC 9(15)V9(2) VALUE ZEROES.
        01   WS-AFTER-OPEN-TOTALS.
             05 AO-COUNT            PIC 9(8)       VALUE ZEROES.
             05 AO-AMOUNT-1         PIC 9(15)V9(2) VALUE ZEROES.
             05 AO-AMOUNT-2         PIC 9(15)V9(2) VALUE ZEROES.
        01   WS-AFTER-ARCHIVE-TOTALS.
             05 AA-COUNT            PIC 9(8)       VALUE ZEROES.
             05 AA-AMOUNT-1         PIC 9(15)V9(2) VALUE ZEROES.
             05 AA-AMOUNT-2         PIC 9(15)V9(2) VALUE ZEROES.
        01   WS-CHECK-TOTALS.
             05 CK-COUNT            PIC 9(8)       VALUE ZEROES.
             05 CK-AMOUNT-1         PIC 9(15)V9(2) VALUE ZEROES.
             05 CK-AMOUNT-2         PIC 9(15)V9(2) VALUE ZEROES.
        01   WS-COUNTS.
             05 WS-UNDATED-COUNT    PIC 9(8) VALUE ZEROES.
             05 WS-STILL-OPEN-COUNT PIC 9(8) VALUE ZEROES.
             05 WS-TOTAL-ARCHIVED   PIC 9(8) VALUE ZEROES.
      *    Record layouts of the five files, so each record read can
      *    be dated and totalled by its own field names.
           COPY COSTLREC.
           COPY RUNHREC.
           COPY AUDITREC.
           COPY SHEETRHREC.
           COPY QHOLDREC.
        01   WS-REPORT-HEADER-1     PIC X(80) VALUE
             "MONTH-END CLOSE CONTROL REPORT".
        01   WS-REPORT-HEADER-2.
             05 FILLER              PIC X(15) VALUE "CLOSING MONTH: ".
             05 WS-HDR-CLOSE-MONTH  PIC 9(6).
             05 FILLER              PIC X(13) VALUE "   RUN DATE: ".
             05 WS-HDR-RUN-DATE     PIC 9(8).
        01   WS-COLUMN-HEADER.
             05 FILLER              PIC X(22) VALUE SPACES.
             05 FILLER              PIC X(8)  VALUE " RECORDS".
             05 FILLER              PIC X(2)  VALUE SPACES.
             05 WS-HDR-AMOUNT-1     PIC X(18) JUSTIFIED RIGHT.
             05 FILLER              PIC X(2)  VALUE SPACES.
             05 WS-HDR-AMOUNT-2     PIC X(18) JUSTIFIED RIGHT.
        01   WS-TOTAL-LINE.
             05 WS-DTL-LABEL        PIC X(22).
             05 WS-DTL-COUNT        PIC ZZZZZZZ9.
             05 FILLER              PIC X(2)  VALUE SPACES.
             05 WS-DTL-AMOUNT-1     PIC X(18).
             05 FILLER              PIC X(2)  VALUE SPACES.
             05 WS-DTL-AMOUNT-2     PIC X(18).
        01   WS-EDIT-AMOUNT         PIC ZZZZZZZZZZZZZZ9.99.
        01   WS-DISPLAY-COUNT       PIC ZZZZZZZ9.

       PROCEDURE DIVISION.

        0000-MAIN-CONTROL.

           PERFORM 0050-INITIALIZE
           IF NOT WS-INIT-ERROR
               PERFORM 0200-CLOSE-ONE-FILE
                   VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > 5 OR WS-CLOSE-ERROR
               PERFORM 0900-TERMINATE
           END-IF
           STOP RUN.

      *    The closing month is the calendar month before the run
      *    date: the close runs early in the new month, after the
      *    last day's work and the month's billing are done.
        0050-INITIALIZE.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           IF WS-RUN-DATE-MM = 1
               COMPUTE WS-CLOSE-YYYY = WS-RUN-DATE-YYYY - 1
               MOVE 12 TO WS-CLOSE-MM
           ELSE
               MOVE WS-RUN-DATE-YYYY TO WS-CLOSE-YYYY
               COMPUTE WS-CLOSE-MM = WS-RUN-DATE-MM - 1
           END-IF.
           PERFORM 0060-READ-CLOSE-STATUS.
           IF NOT WS-INIT-ERROR
               IF WS-CLOSE-MONTH NOT > WS-LAST-CLOSED-MONTH
                   DISPLAY "MONTH " WS-CLOSE-MONTH
                       " IS ALREADY CLOSED - LAST CLOSED MONTH IS "
                       WS-LAST-CLOSED-MONTH "."
                   SET WS-INIT-ERROR TO TRUE
               ELSE
                   OPEN OUTPUT CLOSE-REPORT-FILE
                   IF WS-REPORT-FILE-STATUS NOT = "00"
                       DISPLAY "*** CLOSE REPORT OPEN FAILED - "
                           "STATUS: " WS-REPORT-FILE-STATUS
                       SET WS-INIT-ERROR TO TRUE
                   ELSE
                       MOVE WS-CLOSE-MONTH TO WS-HDR-CLOSE-MONTH
                       MOVE WS-RUN-DATE    TO WS-HDR-RUN-DATE
                       WRITE WS-REPORT-RECORD
                           FROM WS-REPORT-HEADER-1
                       PERFORM 0810-CHECK-REPORT-STATUS
                       WRITE WS-REPORT-RECORD
                           FROM WS-REPORT-HEADER-2
                       PERFORM 0810-CHECK-REPORT-STATUS
                   END-IF
               END-IF
           END-IF.

      *    No close-status file means no month has ever been closed.
        0060-READ-CLOSE-STATUS.

           OPEN INPUT CLOSE-STATUS-FILE.
           IF WS-CLOSE-FILE-STATUS NOT = "35"
               IF WS-CLOSE-FILE-STATUS NOT = "00"
                   DISPLAY "*** CLOSE STATUS FILE OPEN FAILED - "
                       "STATUS: " WS-CLOSE-FILE-STATUS
                   SET WS-INIT-ERROR TO TRUE
               ELSE
                   PERFORM 0070-READ-ONE-CLOSE-STATUS UNTIL WS-EOF
                   CLOSE CLOSE-STATUS-FILE
                   MOVE "N" TO WS-EOF-SWITCH
               END-IF
           END-IF.

        0070-READ-ONE-CLOSE-STATUS.

           READ CLOSE-STATUS-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF CS-CLOSED-MONTH IS NUMERIC AND
                      CS-CLOSED-MONTH > WS-LAST-CLOSED-MONTH
                       MOVE CS-CLOSED-MONTH TO WS-LAST-CLOSED-MONTH
                   END-IF
           END-READ.

      *    One accumulating file: total whatever an earlier, broken
      *    run already put in this month's archive, split the file
      *    into the archive and the carry-forward work file, copy
      *    the carry-forward back over the file, then read both back
      *    to prove nothing was lost or doubled.
        0200-CLOSE-ONE-FILE.

           PERFORM 0210-SET-FILE-NAMES.
           MOVE ZEROES TO WS-BEFORE-TOTALS WS-ARCHIVED-TOTALS
               WS-CARRIED-TOTALS WS-PRIOR-ARCHIVE-TOTALS
               WS-AFTER-OPEN-TOTALS WS-AFTER-ARCHIVE-TOTALS
               WS-UNDATED-COUNT WS-STILL-OPEN-COUNT.
           MOVE "N" TO WS-FILE-MISSING-SWITCH.
           PERFORM 0420-SCAN-ARCHIVE-FILE.
           MOVE WS-SCAN-TOTALS TO WS-PRIOR-ARCHIVE-TOTALS.
           IF NOT WS-CLOSE-ERROR
               PERFORM 0300-SPLIT-OPEN-FILE
           END-IF.
           IF NOT WS-CLOSE-ERROR AND NOT WS-FILE-MISSING
               PERFORM 0350-COPY-BACK-CARRY-FORWARD
           END-IF.
           IF NOT WS-CLOSE-ERROR AND NOT WS-FILE-MISSING
               PERFORM 0400-SCAN-OPEN-FILE
               MOVE WS-SCAN-TOTALS TO WS-AFTER-OPEN-TOTALS
               PERFORM 0420-SCAN-ARCHIVE-FILE
               MOVE WS-SCAN-TOTALS TO WS-AFTER-ARCHIVE-TOTALS
           END-IF.
           IF NOT WS-CLOSE-ERROR
               PERFORM 0600-WRITE-FILE-SECTION
           END-IF.

        0210-SET-FILE-NAMES.

           EVALUATE WS-FILE-SUB
               WHEN 1
                   MOVE "COSTLEDG.DAT"  TO WS-OPEN-FILE-NAME
                   MOVE "COSTLEDG"      TO WS-ARCHIVE-STEM
                   MOVE ".DAT"          TO WS-ARCHIVE-SUFFIX
                   MOVE "MATERIAL COST" TO WS-HDR-AMOUNT-1
                   MOVE "AREA"          TO WS-HDR-AMOUNT-2
               WHEN 2
                   MOVE "RUNHIST.DAT"   TO WS-OPEN-FILE-NAME
                   MOVE "RUNHIST"       TO WS-ARCHIVE-STEM
                   MOVE ".DAT"          TO WS-ARCHIVE-SUFFIX
                   MOVE "GRAND COST"    TO WS-HDR-AMOUNT-1
                   MOVE "AREA"          TO WS-HDR-AMOUNT-2
               WHEN 3
                   MOVE "AUDIT.LOG"     TO WS-OPEN-FILE-NAME
                   MOVE "AUDIT"         TO WS-ARCHIVE-STEM
                   MOVE ".LOG"          TO WS-ARCHIVE-SUFFIX
                   MOVE SPACES          TO WS-HDR-AMOUNT-1
                   MOVE SPACES          TO WS-HDR-AMOUNT-2
               WHEN 4
                   MOVE "SHEETRECH.DAT" TO WS-OPEN-FILE-NAME
                   MOVE "SHEETRECH"     TO WS-ARCHIVE-STEM
                   MOVE ".DAT"          TO WS-ARCHIVE-SUFFIX
                   MOVE "SHEETS PLANNED" TO WS-HDR-AMOUNT-1
                   MOVE "SHEETS ISSUED" TO WS-HDR-AMOUNT-2
               WHEN OTHER
                   MOVE "QUALHOLD.DAT"  TO WS-OPEN-FILE-NAME
                   MOVE "QUALHOLD"      TO WS-ARCHIVE-STEM
                   MOVE ".DAT"          TO WS-ARCHIVE-SUFFIX
                   MOVE "MATERIAL COST" TO WS-HDR-AMOUNT-1
                   MOVE "AREA"          TO WS-HDR-AMOUNT-2
           END-EVALUATE.
           MOVE SPACES TO WS-ARCHIVE-FILE-NAME.
           STRING WS-ARCHIVE-STEM    DELIMITED BY SPACE
                  "-"                DELIMITED BY SIZE
                  WS-CLOSE-MONTH     DELIMITED BY SIZE
                  WS-ARCHIVE-SUFFIX  DELIMITED BY SPACE
               INTO WS-ARCHIVE-FILE-NAME
           END-STRING.

      *    Records dated in or before the closing month go to the
      *    archive - a month left open by mistake is swept into this
      *    generation rather than carried for ever.  Everything else,
      *    including records with no readable date and holds not yet
      *    released or scrapped, is carried.
        0300-SPLIT-OPEN-FILE.

           OPEN INPUT OPEN-PERIOD-FILE.
           IF WS-OPEN-FILE-STATUS = "35"
               SET WS-FILE-MISSING TO TRUE
           ELSE
               IF WS-OPEN-FILE-STATUS NOT = "00"
                   DISPLAY "*** " WS-OPEN-FILE-NAME
                       " OPEN FAILED - STATUS: " WS-OPEN-FILE-STATUS
                   SET WS-CLOSE-ERROR TO TRUE
               ELSE
                   PERFORM 0305-OPEN-SPLIT-OUTPUTS
                   IF WS-CLOSE-ERROR
                       CLOSE OPEN-PERIOD-FILE
                   ELSE
                       PERFORM 0310-SPLIT-ONE-RECORD UNTIL WS-EOF
                       MOVE "N" TO WS-EOF-SWITCH
                       CLOSE OPEN-PERIOD-FILE
                       CLOSE ARCHIVE-FILE
                       CLOSE CARRY-FORWARD-FILE
                   END-IF
               END-IF
           END-IF.

        0305-OPEN-SPLIT-OUTPUTS.

           OPEN EXTEND ARCHIVE-FILE.
           IF WS-ARCHIVE-FILE-STATUS = "35"
               OPEN OUTPUT ARCHIVE-FILE
           END-IF.
           IF WS-ARCHIVE-FILE-STATUS NOT = "00"
               DISPLAY "*** " WS-ARCHIVE-FILE-NAME
                   " OPEN FAILED - STATUS: " WS-ARCHIVE-FILE-STATUS
               SET WS-CLOSE-ERROR TO TRUE
           ELSE
               OPEN OUTPUT CARRY-FORWARD-FILE
               IF WS-CARRY-FILE-STATUS NOT = "00"
                   DISPLAY "*** CARRY-FORWARD WORK FILE OPEN FAILED - "
                       "STATUS: " WS-CARRY-FILE-STATUS
                   CLOSE ARCHIVE-FILE
                   SET WS-CLOSE-ERROR TO TRUE
               END-IF
           END-IF.

        0310-SPLIT-ONE-RECORD.

           READ OPEN-PERIOD-FILE INTO WS-GENERIC-RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   PERFORM 0500-GET-RECORD-FIELDS
                   ADD 1                  TO BF-COUNT
                   ADD WS-RECORD-AMOUNT-1 TO BF-AMOUNT-1
                   ADD WS-RECORD-AMOUNT-2 TO BF-AMOUNT-2
                   IF WS-RECORD-DATE-TEXT IS NUMERIC AND
                      WS-RECORD-MONTH NOT > WS-CLOSE-MONTH AND
                      NOT WS-RECORD-OPEN
                       WRITE ARCHIVE-RECORD FROM WS-GENERIC-RECORD
                       IF WS-ARCHIVE-FILE-STATUS NOT = "00"
                           DISPLAY "*** " WS-ARCHIVE-FILE-NAME
                               " WRITE FAILED - STATUS: "
                               WS-ARCHIVE-FILE-STATUS
                           SET WS-CLOSE-ERROR TO TRUE
                           SET WS-EOF TO TRUE
                       END-IF
                       ADD 1                  TO AR-COUNT
                       ADD WS-RECORD-AMOUNT-1 TO AR-AMOUNT-1
                       ADD WS-RECORD-AMOUNT-2 TO AR-AMOUNT-2
                   ELSE
                       IF WS-RECORD-DATE-TEXT IS NOT NUMERIC
                           ADD 1 TO WS-UNDATED-COUNT
                       ELSE
                           IF WS-RECORD-OPEN AND
                              WS-RECORD-MONTH NOT > WS-CLOSE-MONTH
                               ADD 1 TO WS-STILL-OPEN-COUNT
                           END-IF
                       END-IF
                       WRITE CARRY-FORWARD-RECORD
                           FROM WS-GENERIC-RECORD
                       IF WS-CARRY-FILE-STATUS NOT = "00"
                           DISPLAY "*** CARRY-FORWARD WORK FILE "
                               "WRITE FAILED - STATUS: "
                               WS-CARRY-FILE-STATUS
                           SET WS-CLOSE-ERROR TO TRUE
                           SET WS-EOF TO TRUE
                       END-IF
                       ADD 1                  TO CF-COUNT
                       ADD WS-RECORD-AMOUNT-1 TO CF-AMOUNT-1
                       ADD WS-RECORD-AMOUNT-2 TO CF-AMOUNT-2
                   END-IF
           END-READ.

      *    If this step fails the open-period records are still on
      *    the work file; the operator is told so.
        0350-COPY-BACK-CARRY-FORWARD.

           OPEN INPUT CARRY-FORWARD-FILE.
           IF WS-CARRY-FILE-STATUS NOT = "00"
               DISPLAY "*** CARRY-FORWARD WORK FILE OPEN FAILED - "
                   "STATUS: " WS-CARRY-FILE-STATUS
               SET WS-CLOSE-ERROR TO TRUE
           ELSE
               OPEN OUTPUT OPEN-PERIOD-FILE
               IF WS-OPEN-FILE-STATUS NOT = "00"
                   DISPLAY "*** " WS-OPEN-FILE-NAME
                       " REWRITE FAILED - STATUS: " WS-OPEN-FILE-STATUS
                   SET WS-CLOSE-ERROR TO TRUE
               ELSE
                   PERFORM 0360-COPY-ONE-RECORD UNTIL WS-EOF
                   MOVE "N" TO WS-EOF-SWITCH
                   CLOSE OPEN-PERIOD-FILE
               END-IF
               CLOSE CARRY-FORWARD-FILE
           END-IF.
           IF WS-CLOSE-ERROR
               DISPLAY "*** OPEN-PERIOD RECORDS OF " WS-OPEN-FILE-NAME
                   " ARE ON MTHCLOSE.WRK - RESTORE BEFORE RERUNNING."
           END-IF.

        0360-COPY-ONE-RECORD.

           READ CARRY-FORWARD-FILE INTO WS-GENERIC-RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   WRITE OPEN-PERIOD-RECORD FROM WS-GENERIC-RECORD
                   IF WS-OPEN-FILE-STATUS NOT = "00"
                       DISPLAY "*** " WS-OPEN-FILE-NAME
                           " REWRITE FAILED - STATUS: "
                           WS-OPEN-FILE-STATUS
                       SET WS-CLOSE-ERROR TO TRUE
                       SET WS-EOF TO TRUE
                   END-IF
           END-READ.

        0400-SCAN-OPEN-FILE.

           MOVE ZEROES TO WS-SCAN-TOTALS.
           OPEN INPUT OPEN-PERIOD-FILE.
           IF WS-OPEN-FILE-STATUS NOT = "00"
               DISPLAY "*** " WS-OPEN-FILE-NAME
                   " REOPEN FAILED - STATUS: " WS-OPEN-FILE-STATUS
               SET WS-CLOSE-ERROR TO TRUE
           ELSE
               PERFORM 0410-SCAN-ONE-OPEN-RECORD UNTIL WS-EOF
               MOVE "N" TO WS-EOF-SWITCH
               CLOSE OPEN-PERIOD-FILE
           END-IF.

        0410-SCAN-ONE-OPEN-RECORD.

           READ OPEN-PERIOD-FILE INTO WS-GENERIC-RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   PERFORM 0510-ADD-TO-SCAN-TOTALS
           END-READ.

      *    No archive generation yet is an empty one.
        0420-SCAN-ARCHIVE-FILE.

           MOVE ZEROES TO WS-SCAN-TOTALS.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-FILE-STATUS NOT = "35"
               IF WS-ARCHIVE-FILE-STATUS NOT = "00"
                   DISPLAY "*** " WS-ARCHIVE-FILE-NAME
                       " OPEN FAILED - STATUS: " WS-ARCHIVE-FILE-STATUS
                   SET WS-CLOSE-ERROR TO TRUE
               ELSE
                   PERFORM 0430-SCAN-ONE-ARCHIVE-RECORD UNTIL WS-EOF
                   MOVE "N" TO WS-EOF-SWITCH
                   CLOSE ARCHIVE-FILE
               END-IF
           END-IF.

        0430-SCAN-ONE-ARCHIVE-RECORD.

           READ ARCHIVE-FILE INTO WS-GENERIC-RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   PERFORM 0510-ADD-TO-SCAN-TOTALS
           END-READ.

      *    Dates and totals come from each file's own layout.  The
      *    audit log carries no money or area; the reconciliation
      *    history is totalled in sheets.  A released or scrapped
      *    hold is dated by its disposition, so it goes to the
      *    generation of the month it was billed or written off; a
      *    hold still open keeps the run date of its ledger record.
      *    Unreadable amounts count as zero in every column, before
      *    and after alike.
        0500-GET-RECORD-FIELDS.

           MOVE SPACES TO WS-RECORD-DATE-TEXT.
           MOVE ZEROES TO WS-RECORD-AMOUNT-1 WS-RECORD-AMOUNT-2.
           MOVE "N" TO WS-RECORD-OPEN-SWITCH.
           EVALUATE WS-FILE-SUB
               WHEN 1
                   MOVE WS-GENERIC-RECORD TO COSTED-LEDGER-RECORD
                   MOVE CL-RUN-DATE TO WS-RECORD-DATE-TEXT
                   IF CL-MATERIAL-COST IS NUMERIC
                       MOVE CL-MATERIAL-COST TO WS-RECORD-AMOUNT-1
                   END-IF
                   IF CL-AREA IS NUMERIC
                       MOVE CL-AREA TO WS-RECORD-AMOUNT-2
                   END-IF
               WHEN 2
                   MOVE WS-GENERIC-RECORD TO RUN-HISTORY-RECORD
                   MOVE RH-RUN-DATE TO WS-RECORD-DATE-TEXT
                   IF RH-GRAND-COST IS NUMERIC
                       MOVE RH-GRAND-COST TO WS-RECORD-AMOUNT-1
                   END-IF
                   IF RH-AREA-SUM IS NUMERIC
                       MOVE RH-AREA-SUM TO WS-RECORD-AMOUNT-2
                   END-IF
               WHEN 3
                   MOVE WS-GENERIC-RECORD TO AUDIT-LOG-RECORD
                   MOVE AL-TIMESTAMP(1:8) TO WS-RECORD-DATE-TEXT
               WHEN 4
                   MOVE WS-GENERIC-RECORD TO WS-RECON-HISTORY-RECORD
                   MOVE RC-RECON-DATE TO WS-RECORD-DATE-TEXT
                   IF RC-SHEETS-PLANNED IS NUMERIC
                       MOVE RC-SHEETS-PLANNED TO WS-RECORD-AMOUNT-1
                   END-IF
                   IF RC-SHEETS-ISSUED IS NUMERIC
                       MOVE RC-SHEETS-ISSUED TO WS-RECORD-AMOUNT-2
                   END-IF
               WHEN OTHER
                   MOVE WS-GENERIC-RECORD TO QUALITY-HOLD-RECORD
                   IF QH-ON-HOLD
                       MOVE QH-RUN-DATE TO WS-RECORD-DATE-TEXT
                       SET WS-RECORD-OPEN TO TRUE
                   ELSE
                       MOVE QH-DISPOSITION-DATE TO WS-RECORD-DATE-TEXT
                   END-IF
                   IF QH-MATERIAL-COST IS NUMERIC
                       MOVE QH-MATERIAL-COST TO WS-RECORD-AMOUNT-1
                   END-IF
                   IF QH-AREA IS NUMERIC
                       MOVE QH-AREA TO WS-RECORD-AMOUNT-2
                   END-IF
           END-EVALUATE.

        0510-ADD-TO-SCAN-TOTALS.

           PERFORM 0500-GET-RECORD-FIELDS.
           ADD 1                  TO SC-COUNT.
           ADD WS-RECORD-AMOUNT-1 TO SC-AMOUNT-1.
           ADD WS-RECORD-AMOUNT-2 TO SC-AMOUNT-2.

      *    A file foots when before = archived + carried forward,
      *    the open file read back = carried forward, and the
      *    archive read back = what it held before + archived.
        0600-WRITE-FILE-SECTION.

           MOVE SPACES TO WS-REPORT-RECORD.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "FILE: "              DELIMITED BY SIZE
                  WS-OPEN-FILE-NAME     DELIMITED BY SPACE
                  "   ARCHIVE: "        DELIMITED BY SIZE
                  WS-ARCHIVE-FILE-NAME  DELIMITED BY SPACE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           IF WS-FILE-MISSING
               MOVE "  NOT ON FILE - NOTHING TO CLOSE."
                   TO WS-REPORT-RECORD
               WRITE WS-REPORT-RECORD
               PERFORM 0810-CHECK-REPORT-STATUS
           ELSE
               WRITE WS-REPORT-RECORD FROM WS-COLUMN-HEADER
               PERFORM 0810-CHECK-REPORT-STATUS
               MOVE "  BEFORE CLOSE" TO WS-DTL-LABEL
               MOVE WS-BEFORE-TOTALS TO WS-SCAN-TOTALS
               PERFORM 0610-WRITE-TOTAL-LINE
               MOVE "  ARCHIVED" TO WS-DTL-LABEL
               MOVE WS-ARCHIVED-TOTALS TO WS-SCAN-TOTALS
               PERFORM 0610-WRITE-TOTAL-LINE
               MOVE "  CARRIED FORWARD" TO WS-DTL-LABEL
               MOVE WS-CARRIED-TOTALS TO WS-SCAN-TOTALS
               PERFORM 0610-WRITE-TOTAL-LINE
               IF PA-COUNT > ZEROES
                   MOVE "  ARCHIVE HELD BEFORE" TO WS-DTL-LABEL
                   MOVE WS-PRIOR-ARCHIVE-TOTALS TO WS-SCAN-TOTALS
                   PERFORM 0610-WRITE-TOTAL-LINE
               END-IF
               MOVE "  AFTER - OPEN FILE" TO WS-DTL-LABEL
               MOVE WS-AFTER-OPEN-TOTALS TO WS-SCAN-TOTALS
               PERFORM 0610-WRITE-TOTAL-LINE
               MOVE "  AFTER - ARCHIVE" TO WS-DTL-LABEL
               MOVE WS-AFTER-ARCHIVE-TOTALS TO WS-SCAN-TOTALS
               PERFORM 0610-WRITE-TOTAL-LINE
               IF WS-UNDATED-COUNT > ZEROES
                   MOVE WS-UNDATED-COUNT TO WS-DISPLAY-COUNT
                   MOVE SPACES TO WS-REPORT-RECORD
                   STRING "  UNDATED RECORDS CARRIED FORWARD: "
                                          DELIMITED BY SIZE
                          WS-DISPLAY-COUNT DELIMITED BY SIZE
                       INTO WS-REPORT-RECORD
                   END-STRING
                   WRITE WS-REPORT-RECORD
                   PERFORM 0810-CHECK-REPORT-STATUS
               END-IF
               IF WS-STILL-OPEN-COUNT > ZEROES
                   MOVE WS-STILL-OPEN-COUNT TO WS-DISPLAY-COUNT
                   MOVE SPACES TO WS-REPORT-RECORD
                   STRING "  HOLDS NOT YET CLEARED CARRIED FORWARD: "
                                          DELIMITED BY SIZE
                          WS-DISPLAY-COUNT DELIMITED BY SIZE
                       INTO WS-REPORT-RECORD
                   END-STRING
                   WRITE WS-REPORT-RECORD
                   PERFORM 0810-CHECK-REPORT-STATUS
               END-IF
               PERFORM 0620-CHECK-FILE-FOOTS
               IF WS-FILE-FOOTS
                   MOVE "  FILE FOOTS" TO WS-REPORT-RECORD
               ELSE
                   MOVE "  *** FILE DOES NOT FOOT ***"
                       TO WS-REPORT-RECORD
                   MOVE "N" TO WS-ALL-FOOT-SWITCH
               END-IF
               WRITE WS-REPORT-RECORD
               PERFORM 0810-CHECK-REPORT-STATUS
               ADD AR-COUNT TO WS-TOTAL-ARCHIVED
           END-IF.

        0610-WRITE-TOTAL-LINE.

           MOVE SC-COUNT TO WS-DTL-COUNT.
           MOVE SPACES TO WS-DTL-AMOUNT-1 WS-DTL-AMOUNT-2.
           IF WS-HDR-AMOUNT-1 NOT = SPACES
               MOVE SC-AMOUNT-1 TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-DTL-AMOUNT-1
           END-IF.
           IF WS-HDR-AMOUNT-2 NOT = SPACES
               MOVE SC-AMOUNT-2 TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-DTL-AMOUNT-2
           END-IF.
           WRITE WS-REPORT-RECORD FROM WS-TOTAL-LINE.
           PERFORM 0810-CHECK-REPORT-STATUS.

        0620-CHECK-FILE-FOOTS.

           SET WS-FILE-FOOTS TO TRUE.
           COMPUTE CK-COUNT    = AR-COUNT    + CF-COUNT.
           COMPUTE CK-AMOUNT-1 = AR-AMOUNT-1 + CF-AMOUNT-1.
           COMPUTE CK-AMOUNT-2 = AR-AMOUNT-2 + CF-AMOUNT-2.
           IF WS-CHECK-TOTALS NOT = WS-BEFORE-TOTALS
               MOVE "N" TO WS-FILE-FOOTS-SWITCH
           END-IF.
           IF WS-AFTER-OPEN-TOTALS NOT = WS-CARRIED-TOTALS
               MOVE "N" TO WS-FILE-FOOTS-SWITCH
           END-IF.
           COMPUTE CK-COUNT    = PA-COUNT    + AR-COUNT.
           COMPUTE CK-AMOUNT-1 = PA-AMOUNT-1 + AR-AMOUNT-1.
           COMPUTE CK-AMOUNT-2 = PA-AMOUNT-2 + AR-AMOUNT-2.
           IF WS-CHECK-TOTALS NOT = WS-AFTER-ARCHIVE-TOTALS
               MOVE "N" TO WS-FILE-FOOTS-SWITCH
           END-IF.

        0810-CHECK-REPORT-STATUS.

           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "*** CLOSE REPORT FILE ERROR - STATUS: "
                   WS-REPORT-FILE-STATUS
           END-IF.

      *    The month is recorded as closed only when every file was
      *    processed and every file foots.
        0900-TERMINATE.

           MOVE SPACES TO WS-REPORT-RECORD.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-TOTAL-ARCHIVED TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "TOTAL RECORDS ARCHIVED: " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT           DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           IF WS-CLOSE-ERROR
               MOVE "N" TO WS-ALL-FOOT-SWITCH
           END-IF.
           IF WS-ALL-FOOT
               PERFORM 0910-WRITE-CLOSE-STATUS
           END-IF.
           MOVE SPACES TO WS-REPORT-RECORD.
           IF WS-ALL-FOOT
               STRING "MONTH "            DELIMITED BY SIZE
                      WS-CLOSE-MONTH      DELIMITED BY SIZE
                      " CLOSED - CONTROL TOTALS BALANCE"
                                          DELIMITED BY SIZE
                   INTO WS-REPORT-RECORD
               END-STRING
           ELSE
               STRING "*** MONTH "        DELIMITED BY SIZE
                      WS-CLOSE-MONTH      DELIMITED BY SIZE
                      " NOT CLOSED - CONTROL TOTALS DO NOT BALANCE ***"
                                          DELIMITED BY SIZE
                   INTO WS-REPORT-RECORD
               END-STRING
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           CLOSE CLOSE-REPORT-FILE.

        0910-WRITE-CLOSE-STATUS.

           OPEN EXTEND CLOSE-STATUS-FILE.
           IF WS-CLOSE-FILE-STATUS = "35"
               OPEN OUTPUT CLOSE-STATUS-FILE
           END-IF.
           IF WS-CLOSE-FILE-STATUS NOT = "00"
               DISPLAY "*** CLOSE STATUS FILE ERROR - STATUS: "
                   WS-CLOSE-FILE-STATUS
               MOVE "N" TO WS-ALL-FOOT-SWITCH
           ELSE
               MOVE WS-CLOSE-MONTH    TO CS-CLOSED-MONTH
               MOVE WS-RUN-DATE       TO CS-CLOSE-DATE
               MOVE "MTHCLOSE"        TO CS-CLOSED-BY
               MOVE WS-TOTAL-ARCHIVED TO CS-RECORDS-ARCHIVED
               WRITE CLOSE-STATUS-RECORD
               IF WS-CLOSE-FILE-STATUS NOT = "00"
                   DISPLAY "*** CLOSE STATUS FILE ERROR - STATUS: "
                       WS-CLOSE-FILE-STATUS
                   MOVE "N" TO WS-ALL-FOOT-SWITCH
               END-IF
               CLOSE CLOSE-STATUS-FILE
           END-IF.

       END PROGRAM MONTH-END-CLOSE.
