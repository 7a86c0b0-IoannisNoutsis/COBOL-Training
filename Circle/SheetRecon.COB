      *     reconciliation history file, so whether the area-fill placement        *
      *     model is systematically optimistic becomes a number instead of a       *
      *     gut feel.                                                               *
      *     Modified:    10/15/2026 - refuse to run when the run date falls   *
      *                  in a month the month-end close has already closed,  *
      *                  so no history record is dated into it.              *
      **********************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHEET-RECONCILE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT CLOSE-STATUS-FILE ASSIGN TO "CLOSESTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAN-INTERFACE-FILE.
       01  WS-VARIANCE-RECORD         PIC X(100).

       FD  RECON-HISTORY-FILE.
           COPY SHEETRHREC.

       FD  CLOSE-STATUS-FILE.
           COPY CLOSEREC.

       WORKING-STORAGE SECTION.
        01   WS-SWITCHES.
             05 WS-ACTUALS-FILE-STATUS  PIC X(2) VALUE SPACES.
             05 WS-VARIANCE-FILE-STATUS PIC X(2) VALUE SPACES.
             05 WS-HISTORY-FILE-STATUS  PIC X(2) VALUE SPACES.
             05 WS-CLOSE-FILE-STATUS    PIC X(2) VALUE SPACES.
        01   WS-CLOSE-FIELDS.
             05 WS-LAST-CLOSED-MONTH PIC 9(6) VALUE ZEROES.
             05 WS-CLOSE-EOF-SWITCH PIC X VALUE "N".
                88 WS-CLOSE-EOF           VALUE "Y".
        01   WS-RUN-DATE             PIC 9(8) VALUE ZEROES.
        01   WS-COUNTS.
             05 WS-BAD-ACTUAL-COUNT  PIC 9(4) VALUE ZEROES.
        0050-INITIALIZE.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           PERFORM 0055-CHECK-CLOSED-MONTH.
           IF NOT WS-INIT-ERROR
               PERFORM 0060-LOAD-PLAN-FILE
           END-IF.
           IF NOT WS-INIT-ERROR
               PERFORM 0080-READ-HISTORY-TOTALS
               OPEN INPUT SHEET-ACTUALS-FILE
               END-IF
           END-IF.

      *    A closed month has been archived by the month-end close;
      *    nothing dated in it may be added to the history file.
      *    No close-status file means no month has been closed yet.
        0055-CHECK-CLOSED-MONTH.

           OPEN INPUT CLOSE-STATUS-FILE.
           IF WS-CLOSE-FILE-STATUS NOT = "35"
               IF WS-CLOSE-FILE-STATUS NOT = "00"
                   DISPLAY "*** CLOSE STATUS FILE OPEN FAILED - "
                       "STATUS: " WS-CLOSE-FILE-STATUS
                   SET WS-INIT-ERROR TO TRUE
               ELSE
                   PERFORM 0057-READ-ONE-CLOSE-STATUS
                       UNTIL WS-CLOSE-EOF
                   CLOSE CLOSE-STATUS-FILE
                   IF WS-RUN-DATE(1:6) NOT > WS-LAST-CLOSED-MONTH
                       DISPLAY "*** RUN DATE " WS-RUN-DATE
                           " IS IN A CLOSED MONTH - LAST CLOSED "
                           "MONTH IS " WS-LAST-CLOSED-MONTH "."
                       SET WS-INIT-ERROR TO TRUE
                   END-IF
               END-IF
           END-IF.

        0057-READ-ONE-CLOSE-STATUS.

           READ CLOSE-STATUS-FILE
               AT END
                   SET WS-CLOSE-EOF TO TRUE
               NOT AT END
                   IF CS-CLOSED-MONTH IS NUMERIC AND
                      CS-CLOSED-MONTH > WS-LAST-CLOSED-MONTH
                       MOVE CS-CLOSED-MONTH TO WS-LAST-CLOSED-MONTH
                   END-IF
           END-READ.

        0060-LOAD-PLAN-FILE.

           OPEN INPUT PLAN-INTERFACE-FILE.
