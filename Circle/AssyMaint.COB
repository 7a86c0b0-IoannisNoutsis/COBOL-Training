      **********************************************************************************
      *     Author:      GIANNIS NOUTSIS                                               *
      *     Date:        10/15/2026                                                    *
      *     Purpose:     Office maintenance of the assembly master file.               *
      *     This program lets sales add, change, delete, and inquire on the          *
      *     indexed assembly master: each assembly's description and the            *
      *     component part ids that make it up, with the quantity of each per      *
      *     assembly.  Every component must be an active part on the part          *
      *     master when it is keyed.  The assembly roll-up prices the file, so     *
      *     every change made here is also written to the shared audit log.       *
      **********************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSEMBLY-MAINTENANCE.


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSEMBLY-MASTER-FILE ASSIGN TO "ASSYMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AS-ASSEMBLY-ID
               FILE STATUS IS WS-ASSYMAST-FILE-STATUS.

           SELECT PART-MASTER-FILE ASSIGN TO "PARTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PART-ID
               FILE STATUS IS WS-PARTMAST-FILE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT CLOSE-STATUS-FILE ASSIGN TO "CLOSESTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ASSEMBLY-MASTER-FILE.
           COPY ASSYREC.

       FD  PART-MASTER-FILE.
           COPY PARTMREC.

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       FD  CLOSE-STATUS-FILE.
           COPY CLOSEREC.

       WORKING-STORAGE SECTION.
        01   WS-SWITCHES.
             05 WS-DONE-SWITCH      PIC X VALUE "N".
                88 WS-DONE               VALUE "Y".
             05 WS-FOUND-SWITCH     PIC X VALUE "N".
                88 WS-ASSEMBLY-FOUND     VALUE "Y".
                88 WS-ASSEMBLY-NOT-FOUND VALUE "N".
             05 WS-PART-FOUND-SWITCH PIC X VALUE "N".
                88 WS-PART-FOUND         VALUE "Y".
             05 WS-COMPONENTS-DONE-SWITCH PIC X VALUE "N".
                88 WS-COMPONENTS-DONE    VALUE "Y".
             05 WS-DUPLICATE-SWITCH PIC X VALUE "N".
                88 WS-DUPLICATE-PART     VALUE "Y".
        01   WS-MENU-CHOICE         PIC X VALUE SPACES.
        01   WS-ASSYMAST-FILE-STATUS PIC X(2) VALUE SPACES.
        01   WS-PARTMAST-FILE-STATUS PIC X(2) VALUE SPACES.
        01   WS-AUDIT-FILE-STATUS   PIC X(2) VALUE SPACES.
        01   WS-CLOSE-FILE-STATUS   PIC X(2) VALUE SPACES.
        01   WS-CLOSE-FIELDS.
             05 WS-RUN-DATE         PIC 9(8) VALUE ZEROES.
             05 WS-LAST-CLOSED-MONTH PIC 9(6) VALUE ZEROES.
             05 WS-CLOSE-EOF-SWITCH PIC X VALUE "N".
                88 WS-CLOSE-EOF           VALUE "Y".
        01   WS-ENTRY-FIELDS.
             05 WS-ENTRY-ASSEMBLY-ID PIC X(10) VALUE SPACES.
             05 WS-ENTRY-DESCRIPTION PIC X(30) VALUE SPACES.
             05 WS-ENTRY-PART-ID    PIC X(10) VALUE SPACES.
             05 WS-ENTRY-QTY-TEXT   PIC X(4)  VALUE SPACES.
             05 WS-ENTRY-QTY REDEFINES WS-ENTRY-QTY-TEXT
                                    PIC 9(4).
             05 WS-ENTRY-REPLACE    PIC X     VALUE SPACES.
      *    The component list being keyed, laid out like the list on
      *    the assembly record so it can be moved across whole.
        01   WS-NEW-COMPONENT-LIST.
             05 WS-NEW-COMP-COUNT   PIC 9(2) VALUE ZEROES.
             05 WS-NEW-COMPONENT OCCURS 20 TIMES.
                10 WS-NEW-COMP-PART-ID  PIC X(10).
                10 WS-NEW-COMP-QUANTITY PIC 9(4).
        01   WS-COMP-SUB            PIC 9(2) VALUE ZEROES.
        01   WS-BEFORE-IMAGE        PIC X(322) VALUE SPACES.
        01   WS-AUDIT-FIELDS.
             05 WS-AUDIT-ACTION-TEXT PIC X(12) VALUE SPACES.
             05 WS-DISPLAY-COUNT    PIC Z9.
             05 WS-DISPLAY-QTY      PIC ZZZ9.

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
               CLOSE ASSEMBLY-MASTER-FILE
               CLOSE PART-MASTER-FILE
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

      *    A first-ever run has no assembly master on disk yet, so
      *    create an empty one and reopen it for update.  The part
      *    master must be there: components are checked against it.
           OPEN I-O ASSEMBLY-MASTER-FILE.
           IF WS-ASSYMAST-FILE-STATUS = "35"
               OPEN OUTPUT ASSEMBLY-MASTER-FILE
               CLOSE ASSEMBLY-MASTER-FILE
               OPEN I-O ASSEMBLY-MASTER-FILE
           END-IF.
           IF WS-ASSYMAST-FILE-STATUS NOT = "00"
               DISPLAY "*** ASSEMBLY MASTER OPEN FAILED - STATUS: "
                   WS-ASSYMAST-FILE-STATUS
               SET WS-DONE TO TRUE
           ELSE
               OPEN INPUT PART-MASTER-FILE
               IF WS-PARTMAST-FILE-STATUS NOT = "00"
                   DISPLAY "*** PART MASTER FILE OPEN FAILED - STATUS: "
                       WS-PARTMAST-FILE-STATUS
                   CLOSE ASSEMBLY-MASTER-FILE
                   SET WS-DONE TO TRUE
               ELSE
                   OPEN EXTEND AUDIT-LOG-FILE
                   IF WS-AUDIT-FILE-STATUS = "35"
                       OPEN OUTPUT AUDIT-LOG-FILE
                   END-IF
                   IF WS-AUDIT-FILE-STATUS NOT = "00"
                       DISPLAY "*** AUDIT LOG OPEN FAILED - STATUS: "
                           WS-AUDIT-FILE-STATUS
                       CLOSE ASSEMBLY-MASTER-FILE
                       CLOSE PART-MASTER-FILE
                       SET WS-DONE TO TRUE
                   END-IF
               END-IF
           END-IF.

        0100-PROCESS-MENU.

           DISPLAY " ".
           DISPLAY "ASSEMBLY MASTER MAINTENANCE".
           DISPLAY "  A. ADD AN ASSEMBLY".
           DISPLAY "  C. CHANGE AN ASSEMBLY".
           DISPLAY "  D. DELETE AN ASSEMBLY".
           DISPLAY "  I. INQUIRE ON AN ASSEMBLY".
           DISPLAY "  E. END".
           ACCEPT WS-MENU-CHOICE.

           EVALUATE WS-MENU-CHOICE
             WHEN "A"
             WHEN "a"
               PERFORM 0200-ADD-ASSEMBLY
             WHEN "C"
             WHEN "c"
               PERFORM 0300-CHANGE-ASSEMBLY
             WHEN "D"
             WHEN "d"
               PERFORM 0400-DELETE-ASSEMBLY
             WHEN "I"
             WHEN "i"
               PERFORM 0500-INQUIRE-ASSEMBLY
             WHEN "E"
             WHEN "e"
               SET WS-DONE TO TRUE
             WHEN OTHER
               DISPLAY "INVALID SELECTION - ENTER A, C, D, I, OR E."
           END-EVALUATE.

        0200-ADD-ASSEMBLY.

           PERFORM 0600-ACCEPT-ASSEMBLY-ID.
           IF WS-ENTRY-ASSEMBLY-ID NOT = SPACES
               PERFORM 0700-READ-ASSEMBLY
               IF WS-ASSEMBLY-FOUND
                   DISPLAY "ASSEMBLY ALREADY ON FILE - USE CHANGE."
               ELSE
                   MOVE SPACES TO WS-ENTRY-DESCRIPTION
                   DISPLAY "ENTER DESCRIPTION:"
                   ACCEPT WS-ENTRY-DESCRIPTION
                   IF WS-ENTRY-DESCRIPTION = SPACES
                       DISPLAY "DESCRIPTION IS REQUIRED - "
                           "ASSEMBLY NOT ADDED."
                   ELSE
                       PERFORM 0650-ACCEPT-COMPONENTS
                       IF WS-NEW-COMP-COUNT = ZEROES
                           DISPLAY "AT LEAST ONE COMPONENT IS "
                               "REQUIRED - ASSEMBLY NOT ADDED."
                       ELSE
                           MOVE SPACES TO ASSEMBLY-MASTER-RECORD
                           MOVE WS-ENTRY-ASSEMBLY-ID
                               TO AS-ASSEMBLY-ID
                           MOVE WS-ENTRY-DESCRIPTION
                               TO AS-DESCRIPTION
                           MOVE WS-NEW-COMPONENT-LIST
                               TO AS-COMPONENT-LIST
                           WRITE ASSEMBLY-MASTER-RECORD
                               INVALID KEY
                                   DISPLAY "*** ADD FAILED - STATUS: "
                                       WS-ASSYMAST-FILE-STATUS
                               NOT INVALID KEY
                                   DISPLAY "ASSEMBLY ADDED."
                                   MOVE "ADDED" TO WS-AUDIT-ACTION-TEXT
                                   PERFORM 0950-WRITE-AUDIT-LOG
                           END-WRITE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    The component list is replaced whole, not edited line by
      *    line: the clerk keys the assembly as it now stands.
        0300-CHANGE-ASSEMBLY.

           PERFORM 0600-ACCEPT-ASSEMBLY-ID.
           IF WS-ENTRY-ASSEMBLY-ID NOT = SPACES
               PERFORM 0700-READ-ASSEMBLY
               IF WS-ASSEMBLY-NOT-FOUND
                   DISPLAY "ASSEMBLY NOT ON FILE."
               ELSE
                   MOVE ASSEMBLY-MASTER-RECORD TO WS-BEFORE-IMAGE
                   PERFORM 0800-DISPLAY-ASSEMBLY
                   MOVE SPACES TO WS-ENTRY-DESCRIPTION
                   DISPLAY "ENTER NEW DESCRIPTION (BLANK TO KEEP):"
                   ACCEPT WS-ENTRY-DESCRIPTION
                   IF WS-ENTRY-DESCRIPTION NOT = SPACES
                       MOVE WS-ENTRY-DESCRIPTION TO AS-DESCRIPTION
                   END-IF
                   MOVE SPACES TO WS-ENTRY-REPLACE
                   DISPLAY "REPLACE THE COMPONENT LIST (Y/N):"
                   ACCEPT WS-ENTRY-REPLACE
                   IF WS-ENTRY-REPLACE = "Y" OR "y"
                       PERFORM 0650-ACCEPT-COMPONENTS
                       IF WS-NEW-COMP-COUNT = ZEROES
                           DISPLAY "NO COMPONENTS ENTERED - LIST "
                               "NOT CHANGED."
                       ELSE
                           MOVE WS-NEW-COMPONENT-LIST
                               TO AS-COMPONENT-LIST
                       END-IF
                   END-IF
                   IF ASSEMBLY-MASTER-RECORD = WS-BEFORE-IMAGE
                       DISPLAY "NO CHANGES ENTERED - ASSEMBLY NOT "
                           "UPDATED."
                   ELSE
                       REWRITE ASSEMBLY-MASTER-RECORD
                           INVALID KEY
                               DISPLAY "*** REWRITE FAILED - STATUS: "
                                   WS-ASSYMAST-FILE-STATUS
                           NOT INVALID KEY
                               DISPLAY "ASSEMBLY UPDATED."
                               MOVE "CHANGED" TO WS-AUDIT-ACTION-TEXT
                               PERFORM 0950-WRITE-AUDIT-LOG
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

        0400-DELETE-ASSEMBLY.

           PERFORM 0600-ACCEPT-ASSEMBLY-ID.
           IF WS-ENTRY-ASSEMBLY-ID NOT = SPACES
               PERFORM 0700-READ-ASSEMBLY
               IF WS-ASSEMBLY-NOT-FOUND
                   DISPLAY "ASSEMBLY NOT ON FILE."
               ELSE
                   DELETE ASSEMBLY-MASTER-FILE
                       INVALID KEY
                           DISPLAY "*** DELETE FAILED - STATUS: "
                               WS-ASSYMAST-FILE-STATUS
                       NOT INVALID KEY
                           DISPLAY "ASSEMBLY DELETED."
                           MOVE "DELETED" TO WS-AUDIT-ACTION-TEXT
                           PERFORM 0950-WRITE-AUDIT-LOG
                   END-DELETE
               END-IF
           END-IF.

        0500-INQUIRE-ASSEMBLY.

           PERFORM 0600-ACCEPT-ASSEMBLY-ID.
           IF WS-ENTRY-ASSEMBLY-ID NOT = SPACES
               PERFORM 0700-READ-ASSEMBLY
               IF WS-ASSEMBLY-NOT-FOUND
                   DISPLAY "ASSEMBLY NOT ON FILE."
               ELSE
                   PERFORM 0800-DISPLAY-ASSEMBLY
               END-IF
           END-IF.

        0600-ACCEPT-ASSEMBLY-ID.

           MOVE SPACES TO WS-ENTRY-ASSEMBLY-ID.
           DISPLAY "ENTER ASSEMBLY ID:".
           ACCEPT WS-ENTRY-ASSEMBLY-ID.
           IF WS-ENTRY-ASSEMBLY-ID = SPACES
               DISPLAY "NO ASSEMBLY ID ENTERED."
           END-IF.

        0650-ACCEPT-COMPONENTS.

           MOVE SPACES TO WS-NEW-COMPONENT-LIST.
           MOVE ZEROES TO WS-NEW-COMP-COUNT.
           MOVE "N" TO WS-COMPONENTS-DONE-SWITCH.
           DISPLAY "ENTER THE COMPONENTS - A BLANK PART ID ENDS THE "
               "LIST.".
           PERFORM 0660-ACCEPT-ONE-COMPONENT
               UNTIL WS-COMPONENTS-DONE.

      *    A component must be an active part on the part master and
      *    may appear only once on an assembly; the quantity is how
      *    many of that part go into one assembly.
        0660-ACCEPT-ONE-COMPONENT.

           IF WS-NEW-COMP-COUNT = 20
               DISPLAY "20 COMPONENTS IS THE MOST AN ASSEMBLY CAN "
                   "HOLD."
               SET WS-COMPONENTS-DONE TO TRUE
           ELSE
               MOVE SPACES TO WS-ENTRY-PART-ID
               DISPLAY "ENTER COMPONENT PART ID:"
               ACCEPT WS-ENTRY-PART-ID
               IF WS-ENTRY-PART-ID = SPACES
                   SET WS-COMPONENTS-DONE TO TRUE
               ELSE
                   PERFORM 0670-CHECK-COMPONENT-PART
                   IF WS-PART-FOUND AND NOT WS-DUPLICATE-PART
                       MOVE SPACES TO WS-ENTRY-QTY-TEXT
                       DISPLAY "ENTER QUANTITY PER ASSEMBLY, "
                           "4 DIGITS:"
                       ACCEPT WS-ENTRY-QTY-TEXT
                       IF WS-ENTRY-QTY-TEXT IS NOT NUMERIC OR
                          WS-ENTRY-QTY = ZEROES
                           DISPLAY "QUANTITY MUST BE 4 DIGITS, NOT "
                               "ZERO - COMPONENT NOT ADDED."
                       ELSE
                           ADD 1 TO WS-NEW-COMP-COUNT
                           MOVE WS-ENTRY-PART-ID TO
                               WS-NEW-COMP-PART-ID(WS-NEW-COMP-COUNT)
                           MOVE WS-ENTRY-QTY TO
                               WS-NEW-COMP-QUANTITY(WS-NEW-COMP-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

        0670-CHECK-COMPONENT-PART.

           MOVE "N" TO WS-PART-FOUND-SWITCH.
           MOVE "N" TO WS-DUPLICATE-SWITCH.
           MOVE WS-ENTRY-PART-ID TO PM-PART-ID.
           READ PART-MASTER-FILE
               INVALID KEY
                   DISPLAY "PART NOT ON PART MASTER - "
                       "COMPONENT NOT ADDED."
               NOT INVALID KEY
                   IF PM-STATUS-OBSOLETE
                       DISPLAY "PART IS OBSOLETE - "
                           "COMPONENT NOT ADDED."
                   ELSE
                       SET WS-PART-FOUND TO TRUE
                   END-IF
           END-READ.
           IF WS-PART-FOUND
               PERFORM 0680-CHECK-ONE-DUPLICATE
                   VARYING WS-COMP-SUB FROM 1 BY 1
                   UNTIL WS-COMP-SUB > WS-NEW-COMP-COUNT
               IF WS-DUPLICATE-PART
                   DISPLAY "PART IS ALREADY ON THIS ASSEMBLY - "
                       "COMPONENT NOT ADDED."
               END-IF
           END-IF.

        0680-CHECK-ONE-DUPLICATE.

           IF WS-NEW-COMP-PART-ID(WS-COMP-SUB) = WS-ENTRY-PART-ID
               SET WS-DUPLICATE-PART TO TRUE
           END-IF.

        0700-READ-ASSEMBLY.

           MOVE WS-ENTRY-ASSEMBLY-ID TO AS-ASSEMBLY-ID.
           READ ASSEMBLY-MASTER-FILE
               INVALID KEY
                   SET WS-ASSEMBLY-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-ASSEMBLY-FOUND TO TRUE
           END-READ.

        0800-DISPLAY-ASSEMBLY.

           MOVE AS-COMPONENT-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "ASSEMBLY:    " AS-ASSEMBLY-ID.
           DISPLAY "DESCRIPTION: " AS-DESCRIPTION.
           DISPLAY "COMPONENTS:  " WS-DISPLAY-COUNT.
           PERFORM 0810-DISPLAY-ONE-COMPONENT
               VARYING WS-COMP-SUB FROM 1 BY 1
               UNTIL WS-COMP-SUB > AS-COMPONENT-COUNT.

        0810-DISPLAY-ONE-COMPONENT.

           MOVE AS-COMP-QUANTITY(WS-COMP-SUB) TO WS-DISPLAY-QTY.
           DISPLAY "  PART: " AS-COMP-PART-ID(WS-COMP-SUB)
               "  QTY: " WS-DISPLAY-QTY.

      *    The audit line carries the number of components left on
      *    the assembly, so a price that moves can be traced to the
      *    change behind it.
        0950-WRITE-AUDIT-LOG.

           MOVE AS-COMPONENT-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP.
           MOVE "ASSEMBLY-MAINTENANCE" TO AL-PROGRAM-NAME.
           MOVE AS-ASSEMBLY-ID TO AL-INPUT-VALUE.
           STRING WS-AUDIT-ACTION-TEXT DELIMITED BY SPACE
                  " COMPONENTS="       DELIMITED BY SIZE
                  WS-DISPLAY-COUNT     DELIMITED BY SIZE
               INTO AL-OUTPUT-VALUE
           END-STRING.
           WRITE AUDIT-LOG-RECORD.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "*** AUDIT LOG ERROR - STATUS: "
                   WS-AUDIT-FILE-STATUS
           END-IF.

       END PROGRAM ASSEMBLY-MAINTENANCE.
