      **********************************************************************************
      *     Author:      GIANNIS NOUTSIS                                               *
      *     Date:        10/15/2026                                                    *
      *     Purpose:     Daily master-change report from the change journal.           *
      *     This program lists every part master and material price master         *
      *     change journaled today by the two maintenance programs: who made        *
      *     it, when, and what it did, with every field shown before and after     *
      *     and the fields that actually changed marked, so the supervisor can     *
      *     sign off each price and part change made that day.  The journal        *
      *     records read must equal the changes listed plus the records from      *
      *     other days, or the report says so in capitals.                         *
      **********************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-CHANGE-REPORT.


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-JOURNAL-FILE ASSIGN TO "MSTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT CHANGE-REPORT-FILE ASSIGN TO "MSTCHG.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-JOURNAL-FILE.
           COPY MSTJRNREC.

       FD  CHANGE-REPORT-FILE.
       01  WS-REPORT-RECORD           PIC X(100).

       WORKING-STORAGE SECTION.
        01   WS-SWITCHES.
             05 WS-EOF-SWITCH       PIC X VALUE "N".
                88 WS-EOF                VALUE "Y".
             05 WS-INIT-ERROR-SWITCH PIC X VALUE "N".
                88 WS-INIT-ERROR         VALUE "Y".
        01   WS-FILE-STATUSES.
             05 WS-JOURNAL-FILE-STATUS PIC X(2) VALUE SPACES.
             05 WS-REPORT-FILE-STATUS  PIC X(2) VALUE SPACES.
        01   WS-RUN-DATE            PIC 9(8) VALUE ZEROES.
        01   WS-COUNTS.
             05 WS-READ-COUNT       PIC 9(6) VALUE ZEROES.
             05 WS-LISTED-COUNT     PIC 9(6) VALUE ZEROES.
             05 WS-OTHER-DAY-COUNT  PIC 9(6) VALUE ZEROES.
             05 WS-PART-CHANGE-COUNT PIC 9(6) VALUE ZEROES.
             05 WS-PRICE-CHANGE-COUNT PIC 9(6) VALUE ZEROES.
             05 WS-ADD-COUNT        PIC 9(6) VALUE ZEROES.
             05 WS-CHANGE-COUNT     PIC 9(6) VALUE ZEROES.
             05 WS-DELETE-COUNT     PIC 9(6) VALUE ZEROES.
             05 WS-DEACTIVATE-COUNT PIC 9(6) VALUE ZEROES.
        01   WS-ENTRY-FIELDS.
             05 WS-MASTER-TEXT      PIC X(12) VALUE SPACES.
             05 WS-ACTION-TEXT      PIC X(10) VALUE SPACES.
             05 WS-KEY-TEXT         PIC X(15) VALUE SPACES.
             05 WS-BEFORE-VALUE     PIC X(30) VALUE SPACES.
             05 WS-AFTER-VALUE      PIC X(30) VALUE SPACES.
        01   WS-DISPLAY-FIELDS.
             05 WS-DISPLAY-COUNT    PIC ZZZZZ9.
             05 WS-DISPLAY-COST     PIC ZZ9.9999.
             05 WS-DISPLAY-DENSITY  PIC Z9.9999.
             05 WS-DISPLAY-THICK    PIC 9.999.
      *    One line per field of the changed record.  A field whose
      *    before and after values differ on a change or deactivate
      *    carries the "**" marker in the first columns so it stands
      *    out on the printout.
        01   WS-FIELD-LINE.
             05 FL-MARKER           PIC X(3)  VALUE SPACES.
             05 FL-FIELD-NAME       PIC X(13) VALUE SPACES.
             05 FILLER              PIC X(8)  VALUE "BEFORE: ".
             05 FL-BEFORE           PIC X(30) VALUE SPACES.
             05 FILLER              PIC X(8)  VALUE " AFTER: ".
             05 FL-AFTER            PIC X(30) VALUE SPACES.
        01   WS-REPORT-HEADER-1     PIC X(80) VALUE
             "DAILY MASTER CHANGE REPORT - PART AND PRICE MASTERS".
        01   WS-REPORT-HEADER-2.
             05 FILLER              PIC X(11) VALUE "RUN DATE: ".
             05 WS-HDR-DATE         PIC 9(8).
        01   WS-REPORT-HEADER-3     PIC X(80) VALUE
             "FIELDS MARKED ** WERE CHANGED.".

       PROCEDURE DIVISION.

        0000-MAIN-CONTROL.

           PERFORM 0050-INITIALIZE
           IF NOT WS-INIT-ERROR
               PERFORM 0100-PROCESS-ONE-ENTRY UNTIL WS-EOF
               PERFORM 0900-TERMINATE
           END-IF
           STOP RUN.

      *    No journal on file just means nobody has changed a master
      *    yet; the report still prints, empty, so the supervisor
      *    has something to sign.
        0050-INITIALIZE.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           OPEN INPUT MASTER-JOURNAL-FILE.
           IF WS-JOURNAL-FILE-STATUS = "35"
               SET WS-EOF TO TRUE
           ELSE
               IF WS-JOURNAL-FILE-STATUS NOT = "00"
                   DISPLAY "*** CHANGE JOURNAL OPEN FAILED - STATUS: "
                       WS-JOURNAL-FILE-STATUS
                   SET WS-INIT-ERROR TO TRUE
               END-IF
           END-IF.
           IF NOT WS-INIT-ERROR
               OPEN OUTPUT CHANGE-REPORT-FILE
               IF WS-REPORT-FILE-STATUS NOT = "00"
                   DISPLAY "*** CHANGE REPORT OPEN FAILED - STATUS: "
                       WS-REPORT-FILE-STATUS
                   IF NOT WS-EOF
                       CLOSE MASTER-JOURNAL-FILE
                   END-IF
                   SET WS-INIT-ERROR TO TRUE
               ELSE
                   MOVE WS-RUN-DATE TO WS-HDR-DATE
                   WRITE WS-REPORT-RECORD FROM WS-REPORT-HEADER-1
                   PERFORM 0810-CHECK-REPORT-STATUS
                   WRITE WS-REPORT-RECORD FROM WS-REPORT-HEADER-2
                   PERFORM 0810-CHECK-REPORT-STATUS
                   WRITE WS-REPORT-RECORD FROM WS-REPORT-HEADER-3
                   PERFORM 0810-CHECK-REPORT-STATUS
                   MOVE SPACES TO WS-REPORT-RECORD
                   WRITE WS-REPORT-RECORD
                   PERFORM 0810-CHECK-REPORT-STATUS
                   IF NOT WS-EOF
                       PERFORM 0800-READ-NEXT-ENTRY
                   END-IF
               END-IF
           END-IF.

      *    Only today's journal entries are listed; the rest are
      *    counted so the control totals still foot.
        0100-PROCESS-ONE-ENTRY.

           ADD 1 TO WS-READ-COUNT.
           IF MJ-TIMESTAMP(1:8) NOT = WS-RUN-DATE
               ADD 1 TO WS-OTHER-DAY-COUNT
           ELSE
               ADD 1 TO WS-LISTED-COUNT
               PERFORM 0200-WRITE-ONE-CHANGE
           END-IF.
           PERFORM 0800-READ-NEXT-ENTRY.

        0200-WRITE-ONE-CHANGE.

           EVALUATE TRUE
             WHEN MJ-ACTION-ADD
               MOVE "ADD"        TO WS-ACTION-TEXT
               ADD 1 TO WS-ADD-COUNT
             WHEN MJ-ACTION-CHANGE
               MOVE "CHANGE"     TO WS-ACTION-TEXT
               ADD 1 TO WS-CHANGE-COUNT
             WHEN MJ-ACTION-DELETE
               MOVE "DELETE"     TO WS-ACTION-TEXT
               ADD 1 TO WS-DELETE-COUNT
             WHEN MJ-ACTION-DEACTIVATE
               MOVE "DEACTIVATE" TO WS-ACTION-TEXT
               ADD 1 TO WS-DEACTIVATE-COUNT
             WHEN OTHER
               MOVE MJ-ACTION    TO WS-ACTION-TEXT
           END-EVALUATE.
           MOVE SPACES TO WS-KEY-TEXT.
           IF MJ-PART-MASTER
               MOVE "PART MASTER"  TO WS-MASTER-TEXT
               ADD 1 TO WS-PART-CHANGE-COUNT
               IF MJ-ACTION-ADD
                   MOVE MJ-AP-PART-ID TO WS-KEY-TEXT
               ELSE
                   MOVE MJ-BP-PART-ID TO WS-KEY-TEXT
               END-IF
           ELSE
               MOVE "PRICE MASTER" TO WS-MASTER-TEXT
               ADD 1 TO WS-PRICE-CHANGE-COUNT
               IF MJ-ACTION-ADD
                   STRING MJ-AM-MATERIAL-CODE  DELIMITED BY SIZE
                          " "                  DELIMITED BY SIZE
                          MJ-AM-EFFECTIVE-DATE DELIMITED BY SIZE
                       INTO WS-KEY-TEXT
                   END-STRING
               ELSE
                   STRING MJ-BM-MATERIAL-CODE  DELIMITED BY SIZE
                          " "                  DELIMITED BY SIZE
                          MJ-BM-EFFECTIVE-DATE DELIMITED BY SIZE
                       INTO WS-KEY-TEXT
                   END-STRING
               END-IF
           END-IF.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING MJ-TIMESTAMP(9:2)   DELIMITED BY SIZE
                  ":"                 DELIMITED BY SIZE
                  MJ-TIMESTAMP(11:2)  DELIMITED BY SIZE
                  ":"                 DELIMITED BY SIZE
                  MJ-TIMESTAMP(13:2)  DELIMITED BY SIZE
                  " OPERATOR: "       DELIMITED BY SIZE
                  MJ-OPERATOR-ID      DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-MASTER-TEXT      DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-ACTION-TEXT      DELIMITED BY SIZE
                  " KEY: "            DELIMITED BY SIZE
                  WS-KEY-TEXT         DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           IF MJ-PART-MASTER
               PERFORM 0300-WRITE-PART-FIELDS
           ELSE
               PERFORM 0400-WRITE-PRICE-FIELDS
           END-IF.
           MOVE SPACES TO WS-REPORT-RECORD.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.

        0300-WRITE-PART-FIELDS.

           MOVE "PART ID"     TO FL-FIELD-NAME.
           MOVE MJ-BP-PART-ID TO WS-BEFORE-VALUE.
           MOVE MJ-AP-PART-ID TO WS-AFTER-VALUE.
           PERFORM 0500-WRITE-FIELD-LINE.
           MOVE "DESCRIPTION" TO FL-FIELD-NAME.
           MOVE MJ-BP-DESCRIPTION TO WS-BEFORE-VALUE.
           MOVE MJ-AP-DESCRIPTION TO WS-AFTER-VALUE.
           PERFORM 0500-WRITE-FIELD-LINE.
           MOVE "STATUS"      TO FL-FIELD-NAME.
           MOVE MJ-BP-STATUS  TO WS-BEFORE-VALUE.
           MOVE MJ-AP-STATUS  TO WS-AFTER-VALUE.
           PERFORM 0500-WRITE-FIELD-LINE.
           MOVE "MATERIAL"    TO FL-FIELD-NAME.
           MOVE MJ-BP-MATERIAL TO WS-BEFORE-VALUE.
           MOVE MJ-AP-MATERIAL TO WS-AFTER-VALUE.
           PERFORM 0500-WRITE-FIELD-LINE.

      *    The numeric price fields are edited for the printout; the
      *    side of an add or delete that does not exist is spaces on
      *    the journal and is left blank rather than edited.
        0400-WRITE-PRICE-FIELDS.

           MOVE "MATERIAL"    TO FL-FIELD-NAME.
           MOVE MJ-BM-MATERIAL-CODE TO WS-BEFORE-VALUE.
           MOVE MJ-AM-MATERIAL-CODE TO WS-AFTER-VALUE.
           PERFORM 0500-WRITE-FIELD-LINE.
           MOVE "EFFECTIVE"   TO FL-FIELD-NAME.
           MOVE SPACES TO WS-BEFORE-VALUE.
           MOVE SPACES TO WS-AFTER-VALUE.
           IF NOT MJ-ACTION-ADD
               MOVE MJ-BM-EFFECTIVE-DATE TO WS-BEFORE-VALUE
           END-IF.
           IF NOT MJ-ACTION-DELETE
               MOVE MJ-AM-EFFECTIVE-DATE TO WS-AFTER-VALUE
           END-IF.
           PERFORM 0500-WRITE-FIELD-LINE.
           MOVE "DESCRIPTION" TO FL-FIELD-NAME.
           MOVE MJ-BM-DESCRIPTION TO WS-BEFORE-VALUE.
           MOVE MJ-AM-DESCRIPTION TO WS-AFTER-VALUE.
           PERFORM 0500-WRITE-FIELD-LINE.
           MOVE "COST/SQUARE" TO FL-FIELD-NAME.
           MOVE SPACES TO WS-BEFORE-VALUE.
           MOVE SPACES TO WS-AFTER-VALUE.
           IF NOT MJ-ACTION-ADD
               MOVE MJ-BM-COST-PER-SQUARE TO WS-DISPLAY-COST
               MOVE WS-DISPLAY-COST TO WS-BEFORE-VALUE
           END-IF.
           IF NOT MJ-ACTION-DELETE
               MOVE MJ-AM-COST-PER-SQUARE TO WS-DISPLAY-COST
               MOVE WS-DISPLAY-COST TO WS-AFTER-VALUE
           END-IF.
           PERFORM 0500-WRITE-FIELD-LINE.
           MOVE "DENSITY"     TO FL-FIELD-NAME.
           MOVE SPACES TO WS-BEFORE-VALUE.
           MOVE SPACES TO WS-AFTER-VALUE.
           IF NOT MJ-ACTION-ADD
               MOVE MJ-BM-DENSITY TO WS-DISPLAY-DENSITY
               MOVE WS-DISPLAY-DENSITY TO WS-BEFORE-VALUE
           END-IF.
           IF NOT MJ-ACTION-DELETE
               MOVE MJ-AM-DENSITY TO WS-DISPLAY-DENSITY
               MOVE WS-DISPLAY-DENSITY TO WS-AFTER-VALUE
           END-IF.
           PERFORM 0500-WRITE-FIELD-LINE.
           MOVE "THICKNESS"   TO FL-FIELD-NAME.
           MOVE SPACES TO WS-BEFORE-VALUE.
           MOVE SPACES TO WS-AFTER-VALUE.
           IF NOT MJ-ACTION-ADD
               MOVE MJ-BM-SHEET-THICKNESS TO WS-DISPLAY-THICK
               MOVE WS-DISPLAY-THICK TO WS-BEFORE-VALUE
           END-IF.
           IF NOT MJ-ACTION-DELETE
               MOVE MJ-AM-SHEET-THICKNESS TO WS-DISPLAY-THICK
               MOVE WS-DISPLAY-THICK TO WS-AFTER-VALUE
           END-IF.
           PERFORM 0500-WRITE-FIELD-LINE.

      *    An add or a delete changes every field by definition, so
      *    only a change or deactivate marks individual fields.
        0500-WRITE-FIELD-LINE.

           MOVE SPACES TO FL-MARKER.
           IF (MJ-ACTION-CHANGE OR MJ-ACTION-DEACTIVATE) AND
              WS-BEFORE-VALUE NOT = WS-AFTER-VALUE
               MOVE "** " TO FL-MARKER
           END-IF.
           MOVE WS-BEFORE-VALUE TO FL-BEFORE.
           MOVE WS-AFTER-VALUE  TO FL-AFTER.
           WRITE WS-REPORT-RECORD FROM WS-FIELD-LINE.
           PERFORM 0810-CHECK-REPORT-STATUS.

        0800-READ-NEXT-ENTRY.

           READ MASTER-JOURNAL-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

        0810-CHECK-REPORT-STATUS.

           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "*** CHANGE REPORT ERROR - STATUS: "
                   WS-REPORT-FILE-STATUS
           END-IF.

        0900-TERMINATE.

           IF WS-LISTED-COUNT = ZEROES
               MOVE "NO MASTER CHANGES MADE TODAY."
                   TO WS-REPORT-RECORD
               WRITE WS-REPORT-RECORD
               PERFORM 0810-CHECK-REPORT-STATUS
               MOVE SPACES TO WS-REPORT-RECORD
               WRITE WS-REPORT-RECORD
               PERFORM 0810-CHECK-REPORT-STATUS
           END-IF.
           PERFORM 0910-WRITE-SUMMARY.
           PERFORM 0920-WRITE-CONTROL-TOTALS.
           PERFORM 0930-WRITE-SIGN-OFF.
           IF WS-JOURNAL-FILE-STATUS NOT = "35"
               CLOSE MASTER-JOURNAL-FILE
           END-IF.
           CLOSE CHANGE-REPORT-FILE.

        0910-WRITE-SUMMARY.

           MOVE WS-PART-CHANGE-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "PART MASTER CHANGES:  " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT         DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-PRICE-CHANGE-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "PRICE MASTER CHANGES: " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT         DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE SPACES TO WS-REPORT-RECORD.
           MOVE WS-ADD-COUNT TO WS-DISPLAY-COUNT.
           STRING "  ADDS: "          DELIMITED BY SIZE
                  WS-DISPLAY-COUNT    DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           MOVE WS-CHANGE-COUNT TO WS-DISPLAY-COUNT.
           STRING "  CHANGES: "       DELIMITED BY SIZE
                  WS-DISPLAY-COUNT    DELIMITED BY SIZE
               INTO WS-REPORT-RECORD(15:)
           END-STRING.
           MOVE WS-DELETE-COUNT TO WS-DISPLAY-COUNT.
           STRING "  DELETES: "       DELIMITED BY SIZE
                  WS-DISPLAY-COUNT    DELIMITED BY SIZE
               INTO WS-REPORT-RECORD(32:)
           END-STRING.
           MOVE WS-DEACTIVATE-COUNT TO WS-DISPLAY-COUNT.
           STRING "  DEACTIVATES: "   DELIMITED BY SIZE
                  WS-DISPLAY-COUNT    DELIMITED BY SIZE
               INTO WS-REPORT-RECORD(49:)
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.

        0920-WRITE-CONTROL-TOTALS.

           MOVE SPACES TO WS-REPORT-RECORD.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-READ-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "JOURNAL RECORDS READ: " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT         DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-LISTED-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "LISTED TODAY: "   DELIMITED BY SIZE
                  WS-DISPLAY-COUNT   DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-OTHER-DAY-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "FROM OTHER DAYS: " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT    DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           IF WS-READ-COUNT = WS-LISTED-COUNT + WS-OTHER-DAY-COUNT AND
              WS-LISTED-COUNT = WS-PART-CHANGE-COUNT +
                                WS-PRICE-CHANGE-COUNT
               MOVE "CONTROL TOTALS BALANCE" TO WS-REPORT-RECORD
           ELSE
               MOVE "*** CONTROL TOTALS DO NOT BALANCE ***"
                   TO WS-REPORT-RECORD
           END-IF.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.

        0930-WRITE-SIGN-OFF.

           MOVE SPACES TO WS-REPORT-RECORD.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE SPACES TO WS-REPORT-RECORD.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE "REVIEWED AND APPROVED BY: ______________________"
               TO WS-REPORT-RECORD.
           MOVE "DATE: __________" TO WS-REPORT-RECORD(55:16).
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.

       END PROGRAM MASTER-CHANGE-REPORT.
