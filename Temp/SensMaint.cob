      **********************************************************************************
      *     Author:      GIANNIS NOUTSIS                                               *
      *     Date:        10/15/2026                                                    *
      *     Purpose:     Maintenance of the temperature sensor master file.           *
      *     This program lets the quality office add, change, delete, and           *
      *     inquire on the indexed sensor master: where each probe is mounted,      *
      *     the plant it belongs to, the calibration offset found at its last      *
      *     calibration, the date of that calibration, and the calibration         *
      *     interval in days.  The exceptions run adds the offset to every         *
      *     reading before checking limits, so every change made here is also     *
      *     written to the shared audit log with the offset it left in force.     *
      *     Modified:    10/15/2026 - refuse to start when today falls in a    *
      *                  month the month-end close has already closed, so   *
      *                  no audit-log line is dated into it.                 *
      **********************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENSOR-MASTER-MAINTENANCE.


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SENSOR-MASTER-FILE ASSIGN TO "SENSMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-SENSOR-ID
               FILE STATUS IS WS-SENSMAST-FILE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT CLOSE-STATUS-FILE ASSIGN TO "CLOSESTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SENSOR-MASTER-FILE.
           COPY SENSMREC.

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       FD  CLOSE-STATUS-FILE.
           COPY CLOSEREC.

       WORKING-STORAGE SECTION.
        01   WS-SWITCHES.
             05 WS-DONE-SWITCH      PIC X VALUE "N".
                88 WS-DONE               VALUE "Y".
             05 WS-FOUND-SWITCH     PIC X VALUE "N".
                88 WS-SENSOR-FOUND       VALUE "Y".
                88 WS-SENSOR-NOT-FOUND   VALUE "N".
             05 WS-ENTRY-OK-SWITCH  PIC X VALUE "N".
                88 WS-ENTRY-OK           VALUE "Y".
        01   WS-MENU-CHOICE         PIC X VALUE SPACES.
        01   WS-SENSMAST-FILE-STATUS PIC X(2) VALUE SPACES.
        01   WS-AUDIT-FILE-STATUS   PIC X(2) VALUE SPACES.
        01   WS-CLOSE-FILE-STATUS   PIC X(2) VALUE SPACES.
        01   WS-CLOSE-FIELDS.
             05 WS-RUN-DATE         PIC 9(8) VALUE ZEROES.
             05 WS-LAST-CLOSED-MONTH PIC 9(6) VALUE ZEROES.
             05 WS-CLOSE-EOF-SWITCH PIC X VALUE "N".
                88 WS-CLOSE-EOF           VALUE "Y".
        01   WS-ENTRY-FIELDS.
             05 WS-ENTRY-SENSOR-ID  PIC X(8)  VALUE SPACES.
             05 WS-ENTRY-LOCATION   PIC X(20) VALUE SPACES.
             05 WS-ENTRY-PLANT-ID   PIC X(4)  VALUE SPACES.
             05 WS-ENTRY-OFFSET-TEXT.
                10 WS-ENTRY-OFFSET-SIGN PIC X(1).
                10 WS-ENTRY-OFFSET  PIC X(4).
             05 WS-ENTRY-DATE-TEXT  PIC X(8)  VALUE SPACES.
             05 WS-ENTRY-DATE REDEFINES WS-ENTRY-DATE-TEXT
                                    PIC 9(8).
             05 WS-ENTRY-DAYS-TEXT  PIC X(3)  VALUE SPACES.
             05 WS-ENTRY-DAYS REDEFINES WS-ENTRY-DAYS-TEXT
                                    PIC 9(3).
        01   WS-BEFORE-IMAGE        PIC X(48) VALUE SPACES.
        01   WS-AUDIT-FIELDS.
             05 WS-AUDIT-ACTION-TEXT PIC X(12) VALUE SPACES.
             05 WS-DISPLAY-OFFSET   PIC 99.99.

       PROCEDURE DIVISION.

        0000-MAIN-CONTROL.

           PERFORM 0045-CHECK-CLOSED-MONTH
           IF NOT WS-DONE
               PERFORM 0050-OPEN-FILES
           END-IF
           IF NOT WS-DONE
               PERFORM UNTIL WS-DONE
                   PERFORM 0100-PROCESS-MENU
               END-PERFORM
               CLOSE SENSOR-MASTER-FILE
               CLOSE AUDIT-LOG-FILE
           END-IF
           STOP RUN.

      *    A closed month has been archived by the month-end close;
      *    no audit-log line may be dated in it.  No close-status
      *    file means no month has been closed yet.
        0045-CHECK-CLOSED-MONTH.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           OPEN INPUT CLOSE-STATUS-FILE.
           IF WS-CLOSE-FILE-STATUS NOT = "35"
               IF WS-CLOSE-FILE-STATUS NOT = "00"
                   DISPLAY "*** CLOSE STATUS FILE OPEN FAILED - "
                       "STATUS: " WS-CLOSE-FILE-STATUS
                   SET WS-DONE TO TRUE
               ELSE
                   PERFORM 0047-READ-ONE-CLOSE-STATUS
                       UNTIL WS-CLOSE-EOF
                   CLOSE CLOSE-STATUS-FILE
                   IF WS-RUN-DATE(1:6) NOT > WS-LAST-CLOSED-MONTH
                       DISPLAY "*** RUN DATE " WS-RUN-DATE
                           " IS IN A CLOSED MONTH - LAST CLOSED "
                           "MONTH IS " WS-LAST-CLOSED-MONTH "."
                       SET WS-DONE TO TRUE
                   END-IF
               END-IF
           END-IF.

        0047-READ-ONE-CLOSE-STATUS.

           READ CLOSE-STATUS-FILE
               AT END
                   SET WS-CLOSE-EOF TO TRUE
               NOT AT END
                   IF CS-CLOSED-MONTH IS NUMERIC AND
                      CS-CLOSED-MONTH > WS-LAST-CLOSED-MONTH
                       MOVE CS-CLOSED-MONTH TO WS-LAST-CLOSED-MONTH
                   END-IF
           END-READ.

        0050-OPEN-FILES.

      *    A first-ever run has no sensor master on disk yet, so
      *    create an empty one and reopen it for update.
           OPEN I-O SENSOR-MASTER-FILE.
           IF WS-SENSMAST-FILE-STATUS = "35"
               OPEN OUTPUT SENSOR-MASTER-FILE
               CLOSE SENSOR-MASTER-FILE
               OPEN I-O SENSOR-MASTER-FILE
           END-IF.
           IF WS-SENSMAST-FILE-STATUS NOT = "00"
               DISPLAY "*** SENSOR MASTER OPEN FAILED - STATUS: "
                   WS-SENSMAST-FILE-STATUS
               SET WS-DONE TO TRUE
           ELSE
               OPEN EXTEND AUDIT-LOG-FILE
               IF WS-AUDIT-FILE-STATUS = "35"
                   OPEN OUTPUT AUDIT-LOG-FILE
               END-IF
               IF WS-AUDIT-FILE-STATUS NOT = "00"
                   DISPLAY "*** AUDIT LOG OPEN FAILED - STATUS: "
                       WS-AUDIT-FILE-STATUS
                   CLOSE SENSOR-MASTER-FILE
                   SET WS-DONE TO TRUE
               END-IF
           END-IF.

        0100-PROCESS-MENU.

           DISPLAY " ".
           DISPLAY "SENSOR MASTER MAINTENANCE".
           DISPLAY "  A. ADD A SENSOR".
           DISPLAY "  C. CHANGE A SENSOR".
           DISPLAY "  D. DELETE A SENSOR".
           DISPLAY "  I. INQUIRE ON A SENSOR".
           DISPLAY "  E. END".
           ACCEPT WS-MENU-CHOICE.

           EVALUATE WS-MENU-CHOICE
             WHEN "A"
             WHEN "a"
               PERFORM 0200-ADD-SENSOR
             WHEN "C"
             WHEN "c"
               PERFORM 0300-CHANGE-SENSOR
             WHEN "D"
             WHEN "d"
               PERFORM 0400-DELETE-SENSOR
             WHEN "I"
             WHEN "i"
               PERFORM 0500-INQUIRE-SENSOR
             WHEN "E"
             WHEN "e"
               SET WS-DONE TO TRUE
             WHEN OTHER
               DISPLAY "INVALID SELECTION - ENTER A, C, D, I, OR E."
           END-EVALUATE.

        0200-ADD-SENSOR.

           PERFORM 0600-ACCEPT-SENSOR-ID.
           IF WS-ENTRY-SENSOR-ID NOT = SPACES
               PERFORM 0700-READ-SENSOR
               IF WS-SENSOR-FOUND
                   DISPLAY "SENSOR ALREADY ON FILE - USE CHANGE."
               ELSE
                   PERFORM 0620-ACCEPT-SENSOR-FIELDS
                   IF WS-ENTRY-OK
                       MOVE WS-ENTRY-SENSOR-ID   TO SM-SENSOR-ID
                       MOVE WS-ENTRY-LOCATION    TO SM-LOCATION
                       MOVE WS-ENTRY-PLANT-ID    TO SM-PLANT-ID
                       MOVE WS-ENTRY-OFFSET-SIGN TO SM-OFFSET-SIGN
                       MOVE WS-ENTRY-OFFSET      TO SM-CAL-OFFSET
                       MOVE WS-ENTRY-DATE        TO SM-LAST-CAL-DATE
                       MOVE WS-ENTRY-DAYS      TO SM-CAL-INTERVAL-DAYS
                       WRITE SENSOR-MASTER-RECORD
                           INVALID KEY
                               DISPLAY "*** ADD FAILED - STATUS: "
                                   WS-SENSMAST-FILE-STATUS
                           NOT INVALID KEY
                               DISPLAY "SENSOR ADDED."
                               MOVE "ADDED" TO WS-AUDIT-ACTION-TEXT
                               PERFORM 0950-WRITE-AUDIT-LOG
                       END-WRITE
                   END-IF
               END-IF
           END-IF.

        0300-CHANGE-SENSOR.

           PERFORM 0600-ACCEPT-SENSOR-ID.
           IF WS-ENTRY-SENSOR-ID NOT = SPACES
               PERFORM 0700-READ-SENSOR
               IF WS-SENSOR-NOT-FOUND
                   DISPLAY "SENSOR NOT ON FILE."
               ELSE
                   MOVE SENSOR-MASTER-RECORD TO WS-BEFORE-IMAGE
                   PERFORM 0800-DISPLAY-SENSOR
                   MOVE SPACES TO WS-ENTRY-LOCATION
                   DISPLAY "ENTER NEW LOCATION (BLANK TO KEEP):"
                   ACCEPT WS-ENTRY-LOCATION
                   IF WS-ENTRY-LOCATION NOT = SPACES
                       MOVE WS-ENTRY-LOCATION TO SM-LOCATION
                   END-IF
                   MOVE SPACES TO WS-ENTRY-PLANT-ID
                   DISPLAY "ENTER NEW PLANT ID (BLANK TO KEEP):"
                   ACCEPT WS-ENTRY-PLANT-ID
                   IF WS-ENTRY-PLANT-ID NOT = SPACES
                       MOVE WS-ENTRY-PLANT-ID TO SM-PLANT-ID
                   END-IF
                   MOVE SPACES TO WS-ENTRY-OFFSET-TEXT
                   DISPLAY "ENTER NEW OFFSET, SIGN AND 4 DIGITS +9999 "
                       "(BLANK TO KEEP):"
                   ACCEPT WS-ENTRY-OFFSET-TEXT
                   IF WS-ENTRY-OFFSET-TEXT NOT = SPACES
                       PERFORM 0630-CHECK-OFFSET
                       IF WS-ENTRY-OK
                           MOVE WS-ENTRY-OFFSET-SIGN
                               TO SM-OFFSET-SIGN
                           MOVE WS-ENTRY-OFFSET TO SM-CAL-OFFSET
                       ELSE
                           DISPLAY "OFFSET MUST BE +, - OR BLANK AND "
                               "4 DIGITS - NOT CHANGED."
                       END-IF
                   END-IF
                   MOVE SPACES TO WS-ENTRY-DATE-TEXT
                   DISPLAY "ENTER NEW CALIBRATION DATE YYYYMMDD "
                       "(BLANK TO KEEP):"
                   ACCEPT WS-ENTRY-DATE-TEXT
                   IF WS-ENTRY-DATE-TEXT NOT = SPACES
                       IF WS-ENTRY-DATE-TEXT IS NUMERIC AND
                          WS-ENTRY-DATE > ZEROES
                           MOVE WS-ENTRY-DATE TO SM-LAST-CAL-DATE
                       ELSE
                           DISPLAY "CALIBRATION DATE MUST BE "
                               "YYYYMMDD - NOT CHANGED."
                       END-IF
                   END-IF
                   MOVE SPACES TO WS-ENTRY-DAYS-TEXT
                   DISPLAY "ENTER NEW INTERVAL, 3 DIGITS DAYS "
                       "(BLANK TO KEEP):"
                   ACCEPT WS-ENTRY-DAYS-TEXT
                   IF WS-ENTRY-DAYS-TEXT NOT = SPACES
                       IF WS-ENTRY-DAYS-TEXT IS NUMERIC AND
                          WS-ENTRY-DAYS > ZEROES
                           MOVE WS-ENTRY-DAYS
                               TO SM-CAL-INTERVAL-DAYS
                       ELSE
                           DISPLAY "INTERVAL MUST BE 3 DIGITS, NOT "
                               "ZERO - NOT CHANGED."
                       END-IF
                   END-IF
                   IF SENSOR-MASTER-RECORD = WS-BEFORE-IMAGE
                       DISPLAY "NO CHANGES ENTERED - SENSOR NOT "
                           "UPDATED."
                   ELSE
                       REWRITE SENSOR-MASTER-RECORD
                           INVALID KEY
                               DISPLAY "*** REWRITE FAILED - STATUS: "
                                   WS-SENSMAST-FILE-STATUS
                           NOT INVALID KEY
                               DISPLAY "SENSOR UPDATED."
                               MOVE "CHANGED" TO WS-AUDIT-ACTION-TEXT
                               PERFORM 0950-WRITE-AUDIT-LOG
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

        0400-DELETE-SENSOR.

           PERFORM 0600-ACCEPT-SENSOR-ID.
           IF WS-ENTRY-SENSOR-ID NOT = SPACES
               PERFORM 0700-READ-SENSOR
               IF WS-SENSOR-NOT-FOUND
                   DISPLAY "SENSOR NOT ON FILE."
               ELSE
                   DELETE SENSOR-MASTER-FILE
                       INVALID KEY
                           DISPLAY "*** DELETE FAILED - STATUS: "
                               WS-SENSMAST-FILE-STATUS
                       NOT INVALID KEY
                           DISPLAY "SENSOR DELETED."
                           MOVE "DELETED" TO WS-AUDIT-ACTION-TEXT
                           PERFORM 0950-WRITE-AUDIT-LOG
                   END-DELETE
               END-IF
           END-IF.

        0500-INQUIRE-SENSOR.

           PERFORM 0600-ACCEPT-SENSOR-ID.
           IF WS-ENTRY-SENSOR-ID NOT = SPACES
               PERFORM 0700-READ-SENSOR
               IF WS-SENSOR-NOT-FOUND
                   DISPLAY "SENSOR NOT ON FILE."
               ELSE
                   PERFORM 0800-DISPLAY-SENSOR
               END-IF
           END-IF.

        0600-ACCEPT-SENSOR-ID.

           MOVE SPACES TO WS-ENTRY-SENSOR-ID.
           DISPLAY "ENTER SENSOR ID:".
           ACCEPT WS-ENTRY-SENSOR-ID.
           IF WS-ENTRY-SENSOR-ID = SPACES
               DISPLAY "NO SENSOR ID ENTERED."
           END-IF.

        0620-ACCEPT-SENSOR-FIELDS.

           MOVE "N" TO WS-ENTRY-OK-SWITCH.
           MOVE SPACES TO WS-ENTRY-LOCATION.
           DISPLAY "ENTER LOCATION (OVEN OR ROOM):".
           ACCEPT WS-ENTRY-LOCATION.
           MOVE SPACES TO WS-ENTRY-PLANT-ID.
           DISPLAY "ENTER PLANT ID:".
           ACCEPT WS-ENTRY-PLANT-ID.
           IF WS-ENTRY-LOCATION = SPACES OR
              WS-ENTRY-PLANT-ID = SPACES
               DISPLAY "LOCATION AND PLANT ARE REQUIRED - "
                   "SENSOR NOT ADDED."
           ELSE
               MOVE SPACES TO WS-ENTRY-OFFSET-TEXT
               DISPLAY "ENTER OFFSET C, SIGN AND 4 DIGITS +9999:"
               ACCEPT WS-ENTRY-OFFSET-TEXT
               PERFORM 0630-CHECK-OFFSET
               IF NOT WS-ENTRY-OK
                   DISPLAY "OFFSET MUST BE +, - OR BLANK AND "
                       "4 DIGITS - SENSOR NOT ADDED."
               ELSE
                   MOVE "N" TO WS-ENTRY-OK-SWITCH
                   MOVE SPACES TO WS-ENTRY-DATE-TEXT
                   DISPLAY "ENTER LAST CALIBRATION DATE (YYYYMMDD):"
                   ACCEPT WS-ENTRY-DATE-TEXT
                   MOVE SPACES TO WS-ENTRY-DAYS-TEXT
                   DISPLAY "ENTER CALIBRATION INTERVAL, 3 DIGITS DAYS:"
                   ACCEPT WS-ENTRY-DAYS-TEXT
                   IF WS-ENTRY-DATE-TEXT IS NOT NUMERIC OR
                      WS-ENTRY-DATE = ZEROES
                       DISPLAY "CALIBRATION DATE MUST BE YYYYMMDD - "
                           "SENSOR NOT ADDED."
                   ELSE
                       IF WS-ENTRY-DAYS-TEXT IS NOT NUMERIC OR
                          WS-ENTRY-DAYS = ZEROES
                           DISPLAY "INTERVAL MUST BE 3 DIGITS, NOT "
                               "ZERO - SENSOR NOT ADDED."
                       ELSE
                           SET WS-ENTRY-OK TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    A blank sign is taken as plus, the same as on the
      *    readings and limits files.
        0630-CHECK-OFFSET.

           MOVE "N" TO WS-ENTRY-OK-SWITCH.
           IF WS-ENTRY-OFFSET IS NUMERIC
               IF WS-ENTRY-OFFSET-SIGN = SPACE OR "+"
                   MOVE "+" TO WS-ENTRY-OFFSET-SIGN
                   SET WS-ENTRY-OK TO TRUE
               ELSE
                   IF WS-ENTRY-OFFSET-SIGN = "-"
                       SET WS-ENTRY-OK TO TRUE
                   END-IF
               END-IF
           END-IF.

        0700-READ-SENSOR.

           MOVE WS-ENTRY-SENSOR-ID TO SM-SENSOR-ID.
           READ SENSOR-MASTER-FILE
               INVALID KEY
                   SET WS-SENSOR-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-SENSOR-FOUND TO TRUE
           END-READ.

        0800-DISPLAY-SENSOR.

           MOVE SM-CAL-OFFSET-NUM TO WS-DISPLAY-OFFSET.
           DISPLAY "SENSOR:      " SM-SENSOR-ID.
           DISPLAY "LOCATION:    " SM-LOCATION.
           DISPLAY "PLANT:       " SM-PLANT-ID.
           DISPLAY "OFFSET C:    " SM-OFFSET-SIGN WS-DISPLAY-OFFSET.
           DISPLAY "CALIBRATED:  " SM-LAST-CAL-DATE.
           DISPLAY "INTERVAL:    " SM-CAL-INTERVAL-DAYS " DAYS".

      *    The audit line carries the offset left in force, so a
      *    questioned reading can be traced to the offset that
      *    corrected it.
        0950-WRITE-AUDIT-LOG.

           MOVE SM-CAL-OFFSET-NUM TO WS-DISPLAY-OFFSET.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP.
           MOVE "SENSOR-MAINTENANCE" TO AL-PROGRAM-NAME.
           MOVE SM-SENSOR-ID TO AL-INPUT-VALUE.
           STRING WS-AUDIT-ACTION-TEXT DELIMITED BY SPACE
                  " OFFSET="           DELIMITED BY SIZE
                  SM-OFFSET-SIGN       DELIMITED BY SIZE
                  WS-DISPLAY-OFFSET    DELIMITED BY SIZE
               INTO AL-OUTPUT-VALUE
           END-STRING.
           WRITE AUDIT-LOG-RECORD.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "*** AUDIT LOG ERROR - STATUS: "
                   WS-AUDIT-FILE-STATUS
           END-IF.

       END PROGRAM SENSOR-MASTER-MAINTENANCE.
