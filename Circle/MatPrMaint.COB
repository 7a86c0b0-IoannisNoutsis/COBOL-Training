      *     record carries an effective date, so next month's announced price      *
      *     increase can be keyed today; the calculator picks whichever price     *
      *     is in effect on its run date.                                          *
      *     Modified:    10/15/2026 - ask for the operator id at start-up and     *
      *                  write a change-journal record (operator, timestamp,     *
      *                  action, before and after images) plus an audit-log     *
      *                  line for every add, change, and delete, so a costed   *
      *                  report that jumps can be traced to the price change   *
      *                  behind it.                                             *
      *     Modified:    10/15/2026 - refuse to start when today falls in a    *
      *                  month the month-end close has already closed, so   *
      *                  no audit-log line is dated into it.                 *
      *     Modified:    10/15/2026 - refuse to start when the audit log    *
      *                  will not open, and report a failed audit write.    *
      **********************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATERIAL-PRICE-MAINTENANCE.
               RECORD KEY IS MP-PRICE-KEY
               FILE STATUS IS WS-MATPRICE-FILE-STATUS.

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
       FD  MATERIAL-PRICE-FILE.
           COPY MATPRREC.

       FD  MASTER-JOURNAL-FILE.
           COPY MSTJRNREC.

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       FD  CLOSE-STATUS-FILE.
           COPY CLOSEREC.

       WORKING-STORAGE SECTION.
        01   WS-SWITCHES.
             05 WS-DONE-SWITCH      PIC X VALUE "N".
                88 WS-ENTRY-OK           VALUE "Y".
        01   WS-MENU-CHOICE         PIC X VALUE SPACES.
        01   WS-MATPRICE-FILE-STATUS PIC X(2) VALUE SPACES.
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
             05 WS-AFTER-IMAGE      PIC X(50) VALUE SPACES.
             05 WS-AUDIT-ACTION-TEXT PIC X(12) VALUE SPACES.
        01   WS-ENTRY-FIELDS.
             05 WS-ENTRY-MATERIAL   PIC X(4)  VALUE SPACES.
             05 WS-ENTRY-DATE-TEXT  PIC X(8)  VALUE SPACES.

        0000-MAIN-CONTROL.

           PERFORM 0040-ACCEPT-OPERATOR-ID
           IF NOT WS-DONE
               PERFORM 0045-CHECK-CLOSED-MONTH
           END-IF
           IF NOT WS-DONE
               PERFORM 0050-OPEN-PRICE-MASTER
           END-IF
           IF NOT WS-DONE
               PERFORM 0060-OPEN-JOURNAL
               IF WS-DONE
                   CLOSE MATERIAL-PRICE-FILE
               END-IF
           END-IF
           IF NOT WS-DONE
               PERFORM UNTIL WS-DONE
                   PERFORM 0100-PROCESS-MENU
               END-PERFORM
               CLOSE MATERIAL-PRICE-FILE
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

        0050-OPEN-PRICE-MASTER.

      *    A first-ever run has no price master on disk yet, so create
               SET WS-DONE TO TRUE
           END-IF.

      *    A price change that cannot be journaled is not made: if
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
                                   WS-MATPRICE-FILE-STATUS
                           NOT INVALID KEY
                               DISPLAY "PRICE ADDED."
                               MOVE SPACES TO WS-BEFORE-IMAGE
                               MOVE MATERIAL-PRICE-RECORD
                                   TO WS-AFTER-IMAGE
                               MOVE "A" TO WS-JOURNAL-ACTION
                               PERFORM 0950-WRITE-JOURNAL
                       END-WRITE
                   END-IF
               END-IF
               IF WS-PRICE-NOT-FOUND
                   DISPLAY "PRICE NOT ON FILE FOR THAT DATE."
               ELSE
                   MOVE MATERIAL-PRICE-RECORD TO WS-BEFORE-IMAGE
                   PERFORM 0800-DISPLAY-PRICE
                   DISPLAY "ENTER NEW DESCRIPTION (BLANK TO KEEP):"
                   ACCEPT WS-ENTRY-DESCRIPTION
                               "KEPT AS WAS."
                       END-IF
                   END-IF
                   IF MATERIAL-PRICE-RECORD = WS-BEFORE-IMAGE
                       DISPLAY "NO CHANGES ENTERED - PRICE NOT UPDATED."
                   ELSE
                       REWRITE MATERIAL-PRICE-RECORD
                           INVALID KEY
                               DISPLAY "*** REWRITE FAILED - STATUS: "
                                   WS-MATPRICE-FILE-STATUS
                           NOT INVALID KEY
                               DISPLAY "PRICE UPDATED."
                               MOVE MATERIAL-PRICE-RECORD
                                   TO WS-AFTER-IMAGE
                               MOVE "C" TO WS-JOURNAL-ACTION
                               PERFORM 0950-WRITE-JOURNAL
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

                   DISPLAY "PRICE NOT ON FILE FOR THAT DATE."
               ELSE
                   PERFORM 0800-DISPLAY-PRICE
                   MOVE MATERIAL-PRICE-RECORD TO WS-BEFORE-IMAGE
                   DELETE MATERIAL-PRICE-FILE
                       INVALID KEY
                           DISPLAY "*** DELETE FAILED - STATUS: "
                               WS-MATPRICE-FILE-STATUS
                       NOT INVALID KEY
                           DISPLAY "PRICE DELETED."
                           MOVE SPACES TO WS-AFTER-IMAGE
                           MOVE "D" TO WS-JOURNAL-ACTION
                           PERFORM 0950-WRITE-JOURNAL
                   END-DELETE
               END-IF
           END-IF.
           DISPLAY "DENSITY:     " WS-DISPLAY-DENSITY.
           DISPLAY "THICKNESS:   " WS-DISPLAY-THICK.

      *    Journals the change just made from the before and after
      *    images the caller saved (spaces for the side that does
      *    not exist - before on an add, after on a delete), and
      *    puts the same change on the shared audit log.
        0950-WRITE-JOURNAL.

           MOVE SPACES TO MASTER-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO MJ-TIMESTAMP.
           MOVE WS-OPERATOR-ID      TO MJ-OPERATOR-ID.
           SET MJ-PRICE-MASTER      TO TRUE.
           MOVE WS-JOURNAL-ACTION   TO MJ-ACTION.
           MOVE WS-BEFORE-IMAGE     TO MJ-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE      TO MJ-AFTER-IMAGE.
           WRITE MASTER-JOURNAL-RECORD.
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "*** CHANGE JOURNAL ERROR - STATUS: "
                   WS-JOURNAL-FILE-STATUS
           END-IF.
           EVALUATE TRUE
             WHEN MJ-ACTION-ADD
               MOVE "ADDED"   TO WS-AUDIT-ACTION-TEXT
             WHEN MJ-ACTION-CHANGE
               MOVE "CHANGED" TO WS-AUDIT-ACTION-TEXT
             WHEN MJ-ACTION-DELETE
               MOVE "DELETED" TO WS-AUDIT-ACTION-TEXT
           END-EVALUATE.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE MJ-TIMESTAMP TO AL-TIMESTAMP.
           MOVE "MATERIAL-PRICE-MAINT" TO AL-PROGRAM-NAME.
           STRING WS-ENTRY-MATERIAL   DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-ENTRY-DATE-TEXT  DELIMITED BY SIZE
               INTO AL-INPUT-VALUE
           END-STRING.
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

       END PROGRAM MATERIAL-PRICE-MAINTENANCE.
