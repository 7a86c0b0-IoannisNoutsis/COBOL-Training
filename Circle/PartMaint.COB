      *     This program lets the office add, change, and deactivate parts           *
      *     on the indexed part master that the shape calculator validates           *
      *     its input against, so nobody has to hand-edit data files.               *
      *     Modified:    10/15/2026 - ask for the operator id at start-up and      *
      *                  write a change-journal record (operator, timestamp,      *
      *                  action, before and after images) plus an audit-log      *
      *                  line for every add, change, and deactivate, so a part  *
      *                  that suddenly rejects as obsolete can be traced to     *
      *                  who changed it and when.                               *
      *     Modified:    10/15/2026 - refuse to start when today falls in a    *
      *                  month the month-end close has already closed, so   *
      *                  no audit-log line is dated into it.                 *
      *     Modified:    10/15/2026 - refuse to start when the audit log    *
      *                  will not open, and report a failed audit write.    *
      **********************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PART-MAINTENANCE.
               RECORD KEY IS PM-PART-ID
               FILE STATUS IS WS-PARTMAST-FILE-STATUS.

           SELECT MASTER-JOURNAL-FILE ASSIGN TO "MSTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT CLOSE-STATUS-FILE ASSIGN TO "CLOSESTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PART-MASTER-FILE.
           COPY PARTMREC.

       FD  MASTER-JOURNAL-FILE.
           COPY MSTJRNREC.

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       FD  CLOSE-STATUS-FILE.
           COPY CLOSEREC.

       WORKING-STORAGE SECTION.
        01   WS-SWITCHES.
             05 WS-DONE-SWITCH      PIC X VALUE "N".
                88 WS-PART-NOT-FOUND     VALUE "N".
        01   WS-MENU-CHOICE         PIC X VALUE SPACES.
        01   WS-PARTMAST-FILE-STATUS PIC X(2) VALUE SPACES.
        01   WS-JOURNAL-FILE-STATUS PIC X(2) VALUE SPACES.
        01   WS-AUDIT-FILE-STATUS   PIC X(2) VALUE SPACES.
        01   WS-CLOSE-FILE-STATUS   PIC X(2) VALUE SPACES.
        01   WS-CLOSE-FIELDS.
             05 WS-RUN-DATE         PIC 9(8) VALUE ZEROES.
             05 WS-LAST-CLOSED-MONTH PIC 9(6) VALUE ZEROES.
             05 WS-CLOSE-EOF-SWITCH PIC X VALUE "N".
                88 WS-CLOSE-EOF           VALUE "Y".
        01   WS-JOURNAL-FIELDS.
             05 WS-OPERATOR-ID      PIC X(8)  VALUE SPACES.
             05 WS-JOURNAL-ACTION   PIC X(1)  VALUE SPACES.
             05 WS-BEFORE-IMAGE     PIC X(50) VALUE SPACES.
             05 WS-AUDIT-ACTION-TEXT PIC X(12) VALUE SPACES.
        01   WS-ENTRY-FIELDS.
             05 WS-ENTRY-PART-ID    PIC X(10) VALUE SPACES.
             05 WS-ENTRY-DESCRIPTION PIC X(30) VALUE SPACES.

        0000-MAIN-CONTROL.

           PERFORM 0040-ACCEPT-OPERATOR-ID
           IF NOT WS-DONE
               PERFORM 0045-CHECK-CLOSED-MONTH
           END-IF
           IF NOT WS-DONE
               PERFORM 0050-OPEN-PART-MASTER
           END-IF
           IF NOT WS-DONE
               PERFORM 0060-OPEN-JOURNAL
               IF WS-DONE
                   CLOSE PART-MASTER-FILE
               END-IF
           END-IF
           IF NOT WS-DONE
               PERFORM UNTIL WS-DONE
                   PERFORM 0100-PROCESS-MENU
               END-PERFORM
               CLOSE PART-MASTER-FILE
               CLOSE MASTER-JOURNAL-FILE
               CLOSE AUDIT-LOG-FILE
           END-IF
           STOP RUN.

      *    Every change is journaled against the operator who made
      *    it, so nobody gets in without one.
        0040-ACCEPT-OPERATOR-ID.

           DISPLAY "ENTER OPERATOR ID:".
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "OPERATOR ID IS REQUIRED - NO CHANGES ALLOWED."
               SET WS-DONE TO TRUE
           END-IF.

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

        0050-OPEN-PART-MASTER.

      *    A first-ever run has no part master on disk yet, so create
               SET WS-DONE TO TRUE
           END-IF.

      *    A master change that cannot be journaled is not made: if
      *    the journal or the audit log will not open, the program
      *    ends before the menu, and the master is closed on the way
      *    out.  The first change ever creates the journal.
        0060-OPEN-JOURNAL.

           OPEN EXTEND MASTER-JOURNAL-FILE.
           IF WS-JOURNAL-FILE-STATUS = "35"
               OPEN OUTPUT MASTER-JOURNAL-FILE
           END-IF.
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "*** CHANGE JOURNAL OPEN FAILED - STATUS: "
                   WS-JOURNAL-FILE-STATUS
               SET WS-DONE TO TRUE
           ELSE
               OPEN EXTEND AUDIT-LOG-FILE
               IF WS-AUDIT-FILE-STATUS = "35"
                   OPEN OUTPUT AUDIT-LOG-FILE
               END-IF
               IF WS-AUDIT-FILE-STATUS NOT = "00"
                   DISPLAY "*** AUDIT LOG OPEN FAILED - STATUS: "
                       WS-AUDIT-FILE-STATUS
                   CLOSE MASTER-JOURNAL-FILE
                   SET WS-DONE TO TRUE
               END-IF
           END-IF.

        0100-PROCESS-MENU.

           DISPLAY " ".
                               WS-PARTMAST-FILE-STATUS
                       NOT INVALID KEY
                           DISPLAY "PART ADDED."
                           MOVE SPACES TO WS-BEFORE-IMAGE
                           MOVE "A" TO WS-JOURNAL-ACTION
                           PERFORM 0950-WRITE-JOURNAL
                   END-WRITE
               END-IF
           END-IF.
               IF WS-PART-NOT-FOUND
                   DISPLAY "PART NOT ON FILE."
               ELSE
                   MOVE PART-MASTER-RECORD TO WS-BEFORE-IMAGE
                   PERFORM 0800-DISPLAY-PART
                   DISPLAY "ENTER NEW DESCRIPTION (BLANK TO KEEP):"
                   ACCEPT WS-ENTRY-DESCRIPTION
                   IF WS-ENTRY-MATERIAL NOT = SPACES
                       MOVE WS-ENTRY-MATERIAL TO PM-DEFAULT-MATERIAL
                   END-IF
                   IF PART-MASTER-RECORD = WS-BEFORE-IMAGE
                       DISPLAY "NO CHANGES ENTERED - PART NOT UPDATED."
                   ELSE
                       MOVE "C" TO WS-JOURNAL-ACTION
                       PERFORM 0900-REWRITE-PART
                   END-IF
               END-IF
           END-IF.

                   IF PM-STATUS-OBSOLETE
                       DISPLAY "PART IS ALREADY OBSOLETE."
                   ELSE
                       MOVE PART-MASTER-RECORD TO WS-BEFORE-IMAGE
                       SET PM-STATUS-OBSOLETE TO TRUE
                       MOVE "X" TO WS-JOURNAL-ACTION
                       PERFORM 0900-REWRITE-PART
                   END-IF
               END-IF
                       WS-PARTMAST-FILE-STATUS
               NOT INVALID KEY
                   DISPLAY "PART UPDATED."
                   PERFORM 0950-WRITE-JOURNAL
           END-REWRITE.

      *    Journals the change just made: the caller leaves the
      *    record as it stood before in WS-BEFORE-IMAGE (spaces for
      *    an add) and the action code in WS-JOURNAL-ACTION; the
      *    after image is the record as written.  The same change
      *    goes on the shared audit log like every other program's
      *    work.
        0950-WRITE-JOURNAL.

           MOVE SPACES TO MASTER-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO MJ-TIMESTAMP.
           MOVE WS-OPERATOR-ID      TO MJ-OPERATOR-ID.
           SET MJ-PART-MASTER       TO TRUE.
           MOVE WS-JOURNAL-ACTION   TO MJ-ACTION.
           MOVE WS-BEFORE-IMAGE     TO MJ-BEFORE-IMAGE.
           MOVE PART-MASTER-RECORD  TO MJ-AFTER-IMAGE.
           WRITE MASTER-JOURNAL-RECORD.
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "*** CHANGE JOURNAL ERROR - STATUS: "
                   WS-JOURNAL-FILE-STATUS
           END-IF.
           EVALUATE TRUE
             WHEN MJ-ACTION-ADD
               MOVE "ADDED"       TO WS-AUDIT-ACTION-TEXT
             WHEN MJ-ACTION-CHANGE
               MOVE "CHANGED"     TO WS-AUDIT-ACTION-TEXT
             WHEN MJ-ACTION-DEACTIVATE
               MOVE "DEACTIVATED" TO WS-AUDIT-ACTION-TEXT
           END-EVALUATE.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE MJ-TIMESTAMP TO AL-TIMESTAMP.
           MOVE "PART-MAINTENANCE" TO AL-PROGRAM-NAME.
           MOVE PM-PART-ID TO AL-INPUT-VALUE.
           STRING WS-AUDIT-ACTION-TEXT DELIMITED BY SPACE
                  " BY "               DELIMITED BY SIZE
                  WS-OPERATOR-ID       DELIMITED BY SIZE
               INTO AL-OUTPUT-VALUE
           END-STRING.
           WRITE AUDIT-LOG-RECORD.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "*** AUDIT LOG ERROR - STATUS: "
                   WS-AUDIT-FILE-STATUS
           END-IF.

       END PROGRAM PART-MAINTENANCE.
