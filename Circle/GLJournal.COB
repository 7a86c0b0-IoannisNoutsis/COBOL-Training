      **********************************************************************************
      *     Author:      GIANNIS NOUTSIS                                               *
      *     Date:        10/15/2026                                                    *
      *     Purpose:     General ledger journal interface from the costed ledger.      *
      *     This program posts one month of the costed ledger to the general      *
      *     ledger, so accounts no longer types the billing summary into it.  It  *
      *     selects the month's records exactly as the billing summary does -     *
      *     readable, dated in the period, not on quality hold or scrapped,       *
      *     plus parts QA released from hold in the period - and for each         *
      *     plant/material pair writes a debit to the plant's work-in-process     *
      *     account and a credit of the same amount to the material's             *
      *     raw-material inventory account, taking both accounts from the GL      *
      *     account map.  A record whose plant or material has no account is      *
      *     listed in an exception section and not posted.  The journal proof     *
      *     listing shows debits equal to credits, and posted plus exceptions     *
      *     equal to the billable total, which is the billing summary's grand     *
      *     cost for the month.  The period defaults to the month before the run  *
      *     month, and only a month the month-end close has closed is posted,     *
      *     read from its archive generation, so the whole month goes to the      *
      *     ledger at once.  A period posted in balance goes on the               *
      *     posted-period file and is refused if it is run again.  A journal      *
      *     that does not balance is cleared and the run ends with RETURN-CODE    *
      *     8; a balanced journal with exceptions ends with RETURN-CODE 4, as     *
      *     accounts must journal those by hand.                                  *
      **********************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-JOURNAL-INTERFACE.


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "GLPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETER-FILE-STATUS.

           SELECT POSTED-PERIOD-FILE ASSIGN TO "GLPOSTED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTED-FILE-STATUS.

           SELECT CLOSE-STATUS-FILE ASSIGN TO "CLOSESTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-FILE-STATUS.

           SELECT ACCOUNT-MAP-FILE ASSIGN TO "GLACCTMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-FILE-STATUS.

      *    The open hold file, or a closed month's hold generation.
           SELECT QUALITY-HOLD-FILE
               ASSIGN TO DYNAMIC WS-HOLD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

      *    The open ledger, or a closed month's archive generation.
           SELECT COSTED-LEDGER-FILE
               ASSIGN TO DYNAMIC WS-LEDGER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT PROOF-REPORT-FILE ASSIGN TO "GLPROOF.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE.
       01  WS-PARAMETER-RECORD.
           05  PRM-POST-PERIOD         PIC X(6).
           05  PRM-POST-PERIOD-N
               REDEFINES PRM-POST-PERIOD PIC 9(6).

       FD  POSTED-PERIOD-FILE.
           COPY GLPOSTREC.

       FD  CLOSE-STATUS-FILE.
           COPY CLOSEREC.

       FD  ACCOUNT-MAP-FILE.
           COPY GLMAPREC.

       FD  QUALITY-HOLD-FILE.
           COPY QHOLDREC.

       FD  COSTED-LEDGER-FILE.
           COPY COSTLREC.

       FD  GL-JOURNAL-FILE.
           COPY GLJRNREC.

       FD  PROOF-REPORT-FILE.
       01  WS-REPORT-RECORD           PIC X(100).

       WORKING-STORAGE SECTION.
        01   WS-SWITCHES.
             05 WS-EOF-SWITCH       PIC X VALUE "N".
                88 WS-EOF                VALUE "Y".
             05 WS-INIT-ERROR-SWITCH PIC X VALUE "N".
                88 WS-INIT-ERROR         VALUE "Y".
             05 WS-ACCOUNT-FOUND-SWITCH PIC X VALUE "N".
                88 WS-ACCOUNT-FOUND      VALUE "Y".
             05 WS-PAIR-FOUND-SWITCH PIC X VALUE "N".
                88 WS-PAIR-FOUND         VALUE "Y".
             05 WS-JOURNAL-BALANCED-SWITCH PIC X VALUE "N".
                88 WS-JOURNAL-BALANCED   VALUE "Y".
        01   WS-FILE-STATUSES.
             05 WS-PARAMETER-FILE-STATUS PIC X(2) VALUE SPACES.
             05 WS-POSTED-FILE-STATUS  PIC X(2) VALUE SPACES.
             05 WS-CLOSE-FILE-STATUS   PIC X(2) VALUE SPACES.
             05 WS-MAP-FILE-STATUS     PIC X(2) VALUE SPACES.
             05 WS-HOLD-FILE-STATUS    PIC X(2) VALUE SPACES.
             05 WS-LEDGER-FILE-STATUS  PIC X(2) VALUE SPACES.
             05 WS-JOURNAL-FILE-STATUS PIC X(2) VALUE SPACES.
             05 WS-REPORT-FILE-STATUS  PIC X(2) VALUE SPACES.
        01   WS-RUN-DATE-FIELDS.
             05 WS-RUN-DATE.
                10 WS-RUN-MONTH     PIC 9(6).
                10 WS-RUN-DATE-DD   PIC 9(2).
        01   WS-PERIOD-FIELDS.
             05 WS-POST-PERIOD.
                10 WS-POST-YYYY     PIC 9(4).
                10 WS-POST-MM       PIC 9(2).
             05 WS-LAST-CLOSED-MONTH PIC 9(6) VALUE ZEROES.
             05 WS-LEDGER-FILE-NAME PIC X(30) VALUE SPACES.
             05 WS-HOLD-FILE-NAME   PIC X(30) VALUE SPACES.
             05 WS-HOLD-MONTH.
                10 WS-HOLD-YYYY     PIC 9(4).
                10 WS-HOLD-MM       PIC 9(2).
        01   WS-LEDGER-DATE-FIELDS.
             05 WS-LEDGER-DATE      PIC 9(8) VALUE ZEROES.
             05 WS-LEDGER-DATE-SPLIT REDEFINES WS-LEDGER-DATE.
                10 WS-LEDGER-MONTH  PIC 9(6).
                10 FILLER           PIC 9(2).
        01   WS-DISPOSITION-DATE-FIELDS.
             05 WS-DISPOSITION-DATE PIC 9(8) VALUE ZEROES.
             05 WS-DISPOSITION-DATE-SPLIT REDEFINES WS-DISPOSITION-DATE.
                10 WS-DISPOSITION-MONTH PIC 9(6).
                10 FILLER           PIC 9(2).
        01   WS-COUNTS.
             05 WS-READ-COUNT       PIC 9(6) VALUE ZEROES.
             05 WS-POSTED-COUNT     PIC 9(6) VALUE ZEROES.
             05 WS-EXCEPTION-COUNT  PIC 9(6) VALUE ZEROES.
             05 WS-OUT-OF-PERIOD-COUNT PIC 9(6) VALUE ZEROES.
             05 WS-BAD-RECORD-COUNT PIC 9(6) VALUE ZEROES.
             05 WS-HELD-COUNT       PIC 9(6) VALUE ZEROES.
             05 WS-SCRAPPED-COUNT   PIC 9(6) VALUE ZEROES.
             05 WS-RELEASED-COUNT   PIC 9(6) VALUE ZEROES.
             05 WS-MAP-RECORD-COUNT PIC 9(6) VALUE ZEROES.
             05 WS-JOURNAL-LINE-COUNT PIC 9(6) VALUE ZEROES.
        01   WS-MONEY-TOTALS.
             05 WS-BILLABLE-COST    PIC 9(13)V9(2) VALUE ZEROES.
             05 WS-POSTED-COST      PIC 9(13)V9(2) VALUE ZEROES.
             05 WS-EXCEPTION-COST   PIC 9(13)V9(2) VALUE ZEROES.
             05 WS-HELD-COST        PIC 9(13)V9(2) VALUE ZEROES.
             05 WS-SCRAPPED-COST    PIC 9(13)V9(2) VALUE ZEROES.
             05 WS-TOTAL-DEBITS     PIC 9(13)V9(2) VALUE ZEROES.
             05 WS-TOTAL-CREDITS    PIC 9(13)V9(2) VALUE ZEROES.
        01   WS-CROSS-FOOT-TOTALS.
             05 WS-CROSS-COUNT      PIC 9(6)      VALUE ZEROES.
             05 WS-CROSS-COST       PIC 9(13)V9(2) VALUE ZEROES.
      *    Ledger records of the period on quality hold or written
      *    off to scrap, loaded and claimed the same way the billing
      *    summary does it, so the two programs leave out the same
      *    records, and parts released from hold in the period whose
      *    ledger record is of an earlier period.
        01   WS-HOLD-TABLE.
             05 WS-HOLD-COUNT       PIC 9(4) VALUE ZEROES.
             05 WS-HOLD-SUB         PIC 9(4) VALUE ZEROES.
             05 WS-FOUND-HOLD-SUB   PIC 9(4) VALUE ZEROES.
             05 WS-HOLD-ENTRY OCCURS 1000 TIMES.
                10 HB-HOLD-RECORD   PIC X(164).
                10 HB-CLAIMED-SWITCH PIC X.
                   88 HB-CLAIMED         VALUE "Y".
      *    The GL account map, one table for plants and one for
      *    materials.
        01   WS-ACCOUNT-MAP-TABLES.
             05 WS-LOOKUP-CODE      PIC X(4) VALUE SPACES.
             05 WS-FOUND-ACCOUNT-SUB PIC 9(3) VALUE ZEROES.
             05 WS-PLANT-ACCOUNT-COUNT PIC 9(3) VALUE ZEROES.
             05 WS-PLANT-ACCOUNT-SUB PIC 9(3) VALUE ZEROES.
             05 WS-PLANT-ACCOUNT-ENTRY OCCURS 100 TIMES.
                10 PA-PLANT-ID      PIC X(4).
                10 PA-GL-ACCOUNT    PIC X(10).
             05 WS-MATL-ACCOUNT-COUNT PIC 9(3) VALUE ZEROES.
             05 WS-MATL-ACCOUNT-SUB PIC 9(3) VALUE ZEROES.
             05 WS-MATL-ACCOUNT-ENTRY OCCURS 100 TIMES.
                10 MA-MATERIAL-CODE PIC X(4).
                10 MA-GL-ACCOUNT    PIC X(10).
        01   WS-LEDGER-ACCOUNTS.
             05 WS-WIP-ACCOUNT      PIC X(10) VALUE SPACES.
             05 WS-RM-ACCOUNT       PIC X(10) VALUE SPACES.
             05 WS-EXCEPTION-REASON PIC X(18) VALUE SPACES.
      *    One journal pair per plant/material seen in the period,
      *    in the order first encountered.  Unlike the billing
      *    summary there is no overflow bucket - a mixed bucket has
      *    no account to post to - so a record that finds the table
      *    full is listed as an exception instead.
        01   WS-PAIR-TABLE.
             05 WS-PAIR-COUNT       PIC 9(3) VALUE ZEROES.
             05 WS-PAIR-SUB         PIC 9(3) VALUE ZEROES.
             05 WS-FOUND-PAIR-SUB   PIC 9(3) VALUE ZEROES.
             05 WS-PAIR-ENTRY OCCURS 200 TIMES.
                10 JP-PLANT-ID      PIC X(4).
                10 JP-MATERIAL-CODE PIC X(4).
                10 JP-WIP-ACCOUNT   PIC X(10).
                10 JP-RM-ACCOUNT    PIC X(10).
                10 JP-RECORD-COUNT  PIC 9(6).
                10 JP-COST-SUM      PIC 9(13)V9(2).
        01   WS-DISPLAY-FIELDS.
             05 WS-DISPLAY-COUNT    PIC ZZZZZ9.
             05 WS-DISPLAY-COST     PIC ZZZZZZZZZZZZ9.99.
        01   WS-REPORT-HEADER-1     PIC X(80) VALUE
             "GENERAL LEDGER JOURNAL PROOF - COSTED LEDGER".
        01   WS-REPORT-HEADER-2     PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

        0000-MAIN-CONTROL.

           PERFORM 0050-INITIALIZE
           IF NOT WS-INIT-ERROR
               PERFORM 0100-POST-ONE-RECORD UNTIL WS-EOF
               PERFORM 0170-POST-RELEASED-HOLD
                   VARYING WS-HOLD-SUB FROM 1 BY 1
                   UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
               PERFORM 0900-TERMINATE
           END-IF
           STOP RUN.

        0050-INITIALIZE.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           MOVE WS-RUN-MONTH TO WS-POST-PERIOD.
           IF WS-POST-MM = 1
               SUBTRACT 1 FROM WS-POST-YYYY
               MOVE 12 TO WS-POST-MM
           ELSE
               SUBTRACT 1 FROM WS-POST-MM
           END-IF.
           PERFORM 0052-READ-PARAMETER-FILE.
           IF NOT WS-INIT-ERROR
               PERFORM 0055-CHECK-POSTED-PERIODS
           END-IF.
           IF NOT WS-INIT-ERROR
               PERFORM 0057-READ-CLOSE-STATUS
           END-IF.
           IF NOT WS-INIT-ERROR
               PERFORM 0060-LOAD-ACCOUNT-MAP
           END-IF.
           IF NOT WS-INIT-ERROR
               PERFORM 0065-LOAD-HOLD-FILE
           END-IF.
           IF NOT WS-INIT-ERROR
               PERFORM 0070-OPEN-FILES
           END-IF.

      *    No parameter file posts the month before the run month.  A
      *    period named on it must be a real month no later than the
      *    run month; a bad one stops the run rather than post the
      *    wrong month.
        0052-READ-PARAMETER-FILE.

           OPEN INPUT PARAMETER-FILE.
           IF WS-PARAMETER-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-PARAMETER-FILE-STATUS NOT = "00"
                   DISPLAY "*** PARAMETER FILE OPEN FAILED - STATUS: "
                       WS-PARAMETER-FILE-STATUS
                   SET WS-INIT-ERROR TO TRUE
               ELSE
                   READ PARAMETER-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 0053-APPLY-PARAMETERS
                   END-READ
                   CLOSE PARAMETER-FILE
               END-IF
           END-IF.

        0053-APPLY-PARAMETERS.

           IF PRM-POST-PERIOD NOT = SPACES
               IF PRM-POST-PERIOD IS NUMERIC
                   MOVE PRM-POST-PERIOD-N TO WS-POST-PERIOD
               END-IF
               IF PRM-POST-PERIOD IS NOT NUMERIC OR
                  WS-POST-MM < 1 OR WS-POST-MM > 12 OR
                  WS-POST-PERIOD > WS-RUN-MONTH
                   DISPLAY "*** POSTING PERIOD PARAMETER INVALID: "
                       PRM-POST-PERIOD " - NOTHING POSTED."
                   SET WS-INIT-ERROR TO TRUE
               END-IF
           END-IF.

      *    No posted-period file means no period has been posted.
        0055-CHECK-POSTED-PERIODS.

           OPEN INPUT POSTED-PERIOD-FILE.
           IF WS-POSTED-FILE-STATUS NOT = "35"
               IF WS-POSTED-FILE-STATUS NOT = "00"
                   DISPLAY "*** GL POSTED-PERIOD FILE OPEN FAILED - "
                       "STATUS: " WS-POSTED-FILE-STATUS
                   SET WS-INIT-ERROR TO TRUE
               ELSE
                   PERFORM 0056-READ-ONE-POSTED-PERIOD UNTIL WS-EOF
                   CLOSE POSTED-PERIOD-FILE
                   MOVE "N" TO WS-EOF-SWITCH
               END-IF
           END-IF.

        0056-READ-ONE-POSTED-PERIOD.

           READ POSTED-PERIOD-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF GP-PERIOD = WS-POST-PERIOD
                       DISPLAY "*** PERIOD " WS-POST-PERIOD
                           " WAS POSTED TO THE GENERAL LEDGER ON "
                           GP-POST-DATE " - RUN REFUSED."
                       SET WS-INIT-ERROR TO TRUE
                       SET WS-EOF TO TRUE
                   END-IF
           END-READ.

      *    Only a closed period is posted.  An open one is still
      *    taking ledger records, and once posted it is refused for
      *    good, so anything costed later in the month would never
      *    reach the general ledger.  A closed period's records have
      *    gone to its archive generation.
        0057-READ-CLOSE-STATUS.

           OPEN INPUT CLOSE-STATUS-FILE.
           IF WS-CLOSE-FILE-STATUS NOT = "35"
               IF WS-CLOSE-FILE-STATUS NOT = "00"
                   DISPLAY "*** CLOSE STATUS FILE OPEN FAILED - "
                       "STATUS: " WS-CLOSE-FILE-STATUS
                   SET WS-INIT-ERROR TO TRUE
               ELSE
                   PERFORM 0058-READ-ONE-CLOSE-STATUS UNTIL WS-EOF
                   CLOSE CLOSE-STATUS-FILE
                   MOVE "N" TO WS-EOF-SWITCH
               END-IF
           END-IF.
           IF NOT WS-INIT-ERROR AND
              WS-POST-PERIOD > WS-LAST-CLOSED-MONTH
               DISPLAY "*** PERIOD " WS-POST-PERIOD
                   " IS NOT CLOSED - NOTHING POSTED."
               SET WS-INIT-ERROR TO TRUE
           END-IF.
           MOVE SPACES TO WS-LEDGER-FILE-NAME.
           STRING "COSTLEDG-"        DELIMITED BY SIZE
                  WS-POST-PERIOD     DELIMITED BY SIZE
                  ".DAT"             DELIMITED BY SIZE
               INTO WS-LEDGER-FILE-NAME
           END-STRING.

        0058-READ-ONE-CLOSE-STATUS.

           READ CLOSE-STATUS-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF CS-CLOSED-MONTH IS NUMERIC AND
                      CS-CLOSED-MONTH > WS-LAST-CLOSED-MONTH
                       MOVE CS-CLOSED-MONTH TO WS-LAST-CLOSED-MONTH
                   END-IF
           END-READ.

      *    A record with no type, code or account is ignored, which
      *    leaves its ledger records as exceptions.  A code mapped
      *    twice stops the run: there is no telling which account
      *    accounts meant.
        0060-LOAD-ACCOUNT-MAP.

           OPEN INPUT ACCOUNT-MAP-FILE.
           IF WS-MAP-FILE-STATUS = "35"
               DISPLAY "NO GL ACCOUNT MAP ON FILE - NOTHING POSTED."
               SET WS-INIT-ERROR TO TRUE
           ELSE
               IF WS-MAP-FILE-STATUS NOT = "00"
                   DISPLAY "*** GL ACCOUNT MAP OPEN FAILED - STATUS: "
                       WS-MAP-FILE-STATUS
                   SET WS-INIT-ERROR TO TRUE
               ELSE
                   PERFORM 0062-LOAD-ONE-MAP-RECORD UNTIL WS-EOF
                   CLOSE ACCOUNT-MAP-FILE
                   MOVE "N" TO WS-EOF-SWITCH
               END-IF
           END-IF.

        0062-LOAD-ONE-MAP-RECORD.

           READ ACCOUNT-MAP-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-MAP-RECORD-COUNT
                   MOVE GM-MAP-CODE TO WS-LOOKUP-CODE
                   EVALUATE TRUE
                       WHEN GM-MAP-CODE = SPACES OR
                            GM-GL-ACCOUNT = SPACES
                           MOVE WS-MAP-RECORD-COUNT
                               TO WS-DISPLAY-COUNT
                           DISPLAY "*** GL ACCOUNT MAP RECORD "
                               WS-DISPLAY-COUNT " INCOMPLETE - "
                               "IGNORED."
                       WHEN GM-PLANT-MAP
                           PERFORM 0063-ADD-PLANT-ACCOUNT
                       WHEN GM-MATERIAL-MAP
                           PERFORM 0064-ADD-MATERIAL-ACCOUNT
                       WHEN OTHER
                           MOVE WS-MAP-RECORD-COUNT
                               TO WS-DISPLAY-COUNT
                           DISPLAY "*** GL ACCOUNT MAP RECORD "
                               WS-DISPLAY-COUNT " TYPE NOT P OR M - "
                               "IGNORED."
                   END-EVALUATE
           END-READ.

        0063-ADD-PLANT-ACCOUNT.

           PERFORM 0210-FIND-PLANT-ACCOUNT.
           IF WS-ACCOUNT-FOUND
               DISPLAY "*** PLANT " GM-MAP-CODE " IS MAPPED TWICE ON "
                   "THE GL ACCOUNT MAP - NOTHING POSTED."
               SET WS-INIT-ERROR TO TRUE
               SET WS-EOF TO TRUE
           ELSE
               IF WS-PLANT-ACCOUNT-COUNT >= 100
                   DISPLAY "*** MORE THAN 100 PLANTS ON THE GL "
                       "ACCOUNT MAP - NOTHING POSTED."
                   SET WS-INIT-ERROR TO TRUE
                   SET WS-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-PLANT-ACCOUNT-COUNT
                   MOVE GM-MAP-CODE
                       TO PA-PLANT-ID(WS-PLANT-ACCOUNT-COUNT)
                   MOVE GM-GL-ACCOUNT
                       TO PA-GL-ACCOUNT(WS-PLANT-ACCOUNT-COUNT)
               END-IF
           END-IF.

        0064-ADD-MATERIAL-ACCOUNT.

           PERFORM 0220-FIND-MATERIAL-ACCOUNT.
           IF WS-ACCOUNT-FOUND
               DISPLAY "*** MATERIAL " GM-MAP-CODE " IS MAPPED TWICE "
                   "ON THE GL ACCOUNT MAP - NOTHING POSTED."
               SET WS-INIT-ERROR TO TRUE
               SET WS-EOF TO TRUE
           ELSE
               IF WS-MATL-ACCOUNT-COUNT >= 100
                   DISPLAY "*** MORE THAN 100 MATERIALS ON THE GL "
                       "ACCOUNT MAP - NOTHING POSTED."
                   SET WS-INIT-ERROR TO TRUE
                   SET WS-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-MATL-ACCOUNT-COUNT
                   MOVE GM-MAP-CODE
                       TO MA-MATERIAL-CODE(WS-MATL-ACCOUNT-COUNT)
                   MOVE GM-GL-ACCOUNT
                       TO MA-GL-ACCOUNT(WS-MATL-ACCOUNT-COUNT)
               END-IF
           END-IF.

      *    The period's holds are wherever the month-end close left
      *    them: those still on hold in the open hold file, those
      *    cleared in the period in the period's generation, and
      *    those cleared later in the generation of a later closed
      *    month.  Each is read and only the period's holds kept.
        0065-LOAD-HOLD-FILE.

           MOVE "QUALHOLD.DAT" TO WS-HOLD-FILE-NAME.
           PERFORM 0066-LOAD-ONE-HOLD-FILE.
           MOVE WS-POST-PERIOD TO WS-HOLD-MONTH.
           PERFORM 0068-LOAD-HOLD-GENERATION
               UNTIL WS-HOLD-MONTH > WS-LAST-CLOSED-MONTH
                  OR WS-INIT-ERROR.

      *    No hold file just means nothing was held.  A hold file
      *    that cannot be read stops the run: posting without it
      *    could post parts QA has not cleared.
        0066-LOAD-ONE-HOLD-FILE.

           OPEN INPUT QUALITY-HOLD-FILE.
           IF WS-HOLD-FILE-STATUS NOT = "35"
               IF WS-HOLD-FILE-STATUS NOT = "00"
                   DISPLAY "*** " WS-HOLD-FILE-NAME
                       " OPEN FAILED - STATUS: " WS-HOLD-FILE-STATUS
                   SET WS-INIT-ERROR TO TRUE
               ELSE
                   PERFORM 0067-LOAD-ONE-HOLD UNTIL WS-EOF
                   CLOSE QUALITY-HOLD-FILE
                   MOVE "N" TO WS-EOF-SWITCH
               END-IF
           END-IF.

      *    A part is posted in the period QA released it.  A hold on
      *    the period's ledger is kept out unless it was released
      *    within the period, whatever has happened to it since the
      *    billing summary ran - one released later is posted in the
      *    period it was released.  A released part whose ledger
      *    record is unreadable was never held out, so is not posted.
        0067-LOAD-ONE-HOLD.

           READ QUALITY-HOLD-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE QH-RUN-DATE TO WS-LEDGER-DATE
                   MOVE QH-DISPOSITION-DATE TO WS-DISPOSITION-DATE
                   IF (WS-LEDGER-MONTH = WS-POST-PERIOD AND
                       NOT (QH-RELEASED AND
                            WS-DISPOSITION-MONTH = WS-POST-PERIOD)) OR
                      (QH-RELEASED AND
                       WS-DISPOSITION-MONTH = WS-POST-PERIOD AND
                       WS-LEDGER-MONTH NOT = WS-POST-PERIOD AND
                       QH-AREA IS NUMERIC AND
                       QH-MATERIAL-COST IS NUMERIC AND
                       QH-EST-WEIGHT IS NUMERIC)
                       IF WS-HOLD-COUNT >= 1000
                           DISPLAY "*** MORE THAN 1000 HOLD RECORDS - "
                               "NOTHING POSTED."
                           SET WS-INIT-ERROR TO TRUE
                           SET WS-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-HOLD-COUNT
                           MOVE QUALITY-HOLD-RECORD
                               TO HB-HOLD-RECORD(WS-HOLD-COUNT)
                           MOVE "N"
                               TO HB-CLAIMED-SWITCH(WS-HOLD-COUNT)
                       END-IF
                   END-IF
           END-READ.

        0068-LOAD-HOLD-GENERATION.

           MOVE SPACES TO WS-HOLD-FILE-NAME.
           STRING "QUALHOLD-"        DELIMITED BY SIZE
                  WS-HOLD-MONTH      DELIMITED BY SIZE
                  ".DAT"             DELIMITED BY SIZE
               INTO WS-HOLD-FILE-NAME
           END-STRING.
           PERFORM 0066-LOAD-ONE-HOLD-FILE.
           IF WS-HOLD-MM = 12
               ADD 1 TO WS-HOLD-YYYY
               MOVE 1 TO WS-HOLD-MM
           ELSE
               ADD 1 TO WS-HOLD-MM
           END-IF.

      *    The journal file is only opened once the period is known
      *    to be postable, so a refused run leaves the last journal
      *    where the ledger system can still find it.
        0070-OPEN-FILES.

           OPEN INPUT COSTED-LEDGER-FILE.
           IF WS-LEDGER-FILE-STATUS = "35"
               DISPLAY "NO COSTED LEDGER " WS-LEDGER-FILE-NAME
                   " ON FILE FOR PERIOD " WS-POST-PERIOD "."
               SET WS-INIT-ERROR TO TRUE
           ELSE
               IF WS-LEDGER-FILE-STATUS NOT = "00"
                   DISPLAY "*** COSTED LEDGER OPEN FAILED - STATUS: "
                       WS-LEDGER-FILE-STATUS
                   SET WS-INIT-ERROR TO TRUE
               ELSE
                   OPEN OUTPUT GL-JOURNAL-FILE
                   IF WS-JOURNAL-FILE-STATUS NOT = "00"
                       DISPLAY "*** GL JOURNAL FILE OPEN FAILED - "
                           "STATUS: " WS-JOURNAL-FILE-STATUS
                       CLOSE COSTED-LEDGER-FILE
                       SET WS-INIT-ERROR TO TRUE
                   ELSE
                       OPEN OUTPUT PROOF-REPORT-FILE
                       IF WS-REPORT-FILE-STATUS NOT = "00"
                           DISPLAY "*** JOURNAL PROOF OPEN FAILED - "
                               "STATUS: " WS-REPORT-FILE-STATUS
                           CLOSE COSTED-LEDGER-FILE
                           CLOSE GL-JOURNAL-FILE
                           SET WS-INIT-ERROR TO TRUE
                       ELSE
                           PERFORM 0075-WRITE-HEADERS
                           PERFORM 0800-READ-NEXT-LEDGER
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    Exceptions are listed as they are found, so their section
      *    heads the proof, ahead of the journal lines.
        0075-WRITE-HEADERS.

           STRING "POSTING PERIOD: "    DELIMITED BY SIZE
                  WS-POST-PERIOD        DELIMITED BY SIZE
                  "  LEDGER: "          DELIMITED BY SIZE
                  WS-LEDGER-FILE-NAME   DELIMITED BY SPACE
                  "  RUN DATE: "        DELIMITED BY SIZE
                  WS-RUN-DATE           DELIMITED BY SIZE
               INTO WS-REPORT-HEADER-2
           END-STRING.
           WRITE WS-REPORT-RECORD FROM WS-REPORT-HEADER-1.
           PERFORM 0810-CHECK-REPORT-STATUS.
           WRITE WS-REPORT-RECORD FROM WS-REPORT-HEADER-2.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE SPACES TO WS-REPORT-RECORD.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE "UNMAPPED LEDGER RECORDS - NOT POSTED"
               TO WS-REPORT-RECORD.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.

      *    Records are selected exactly as the billing summary
      *    selects them, so the billable total here is its grand
      *    cost; only then are the accounts looked up.
        0100-POST-ONE-RECORD.

           ADD 1 TO WS-READ-COUNT.
           MOVE CL-RUN-DATE TO WS-LEDGER-DATE.
           EVALUATE TRUE
               WHEN CL-AREA IS NOT NUMERIC OR
                    CL-MATERIAL-COST IS NOT NUMERIC OR
                    CL-EST-WEIGHT IS NOT NUMERIC
                   ADD 1 TO WS-BAD-RECORD-COUNT
               WHEN WS-LEDGER-MONTH NOT = WS-POST-PERIOD
                   ADD 1 TO WS-OUT-OF-PERIOD-COUNT
               WHEN OTHER
                   PERFORM 0150-FIND-HOLD
                   IF WS-FOUND-HOLD-SUB > ZEROES
                       PERFORM 0160-COUNT-HELD-RECORD
                   ELSE
                       ADD CL-MATERIAL-COST TO WS-BILLABLE-COST
                       PERFORM 0200-MAP-LEDGER-RECORD
                   END-IF
           END-EVALUATE.
           PERFORM 0800-READ-NEXT-LEDGER.

        0150-FIND-HOLD.

           MOVE ZEROES TO WS-FOUND-HOLD-SUB.
           PERFORM 0155-CHECK-ONE-HOLD
               VARYING WS-HOLD-SUB FROM 1 BY 1
               UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
                  OR WS-FOUND-HOLD-SUB > ZEROES.

        0155-CHECK-ONE-HOLD.

           IF NOT HB-CLAIMED(WS-HOLD-SUB) AND
              HB-HOLD-RECORD(WS-HOLD-SUB)(1:77) = COSTED-LEDGER-RECORD
               MOVE "Y" TO HB-CLAIMED-SWITCH(WS-HOLD-SUB)
               MOVE WS-HOLD-SUB TO WS-FOUND-HOLD-SUB
           END-IF.

      *    A part released after the period counts as held here; it
      *    is posted with the period it was released in.
        0160-COUNT-HELD-RECORD.

           MOVE HB-HOLD-RECORD(WS-FOUND-HOLD-SUB)
               TO QUALITY-HOLD-RECORD.
           IF QH-SCRAPPED
               ADD 1 TO WS-SCRAPPED-COUNT
               ADD CL-MATERIAL-COST TO WS-SCRAPPED-COST
           ELSE
               ADD 1 TO WS-HELD-COUNT
               ADD CL-MATERIAL-COST TO WS-HELD-COST
           END-IF.

      *    A part released in the period from a hold on an earlier
      *    period's ledger is posted now, from the ledger record the
      *    hold carries, exactly as the billing summary bills it.
        0170-POST-RELEASED-HOLD.

           MOVE HB-HOLD-RECORD(WS-HOLD-SUB) TO QUALITY-HOLD-RECORD.
           MOVE QH-RUN-DATE TO WS-LEDGER-DATE.
           IF QH-RELEASED AND WS-LEDGER-MONTH NOT = WS-POST-PERIOD
               MOVE QH-LEDGER-RECORD TO COSTED-LEDGER-RECORD
               ADD 1 TO WS-RELEASED-COUNT
               ADD CL-MATERIAL-COST TO WS-BILLABLE-COST
               PERFORM 0200-MAP-LEDGER-RECORD
           END-IF.

        0200-MAP-LEDGER-RECORD.

           MOVE SPACES TO WS-EXCEPTION-REASON.
           MOVE CL-PLANT-ID TO WS-LOOKUP-CODE.
           PERFORM 0210-FIND-PLANT-ACCOUNT.
           IF WS-ACCOUNT-FOUND
               MOVE PA-GL-ACCOUNT(WS-FOUND-ACCOUNT-SUB)
                   TO WS-WIP-ACCOUNT
           ELSE
               MOVE "NO PLANT ACCOUNT" TO WS-EXCEPTION-REASON
           END-IF.
           MOVE CL-MATERIAL-CODE TO WS-LOOKUP-CODE.
           PERFORM 0220-FIND-MATERIAL-ACCOUNT.
           IF WS-ACCOUNT-FOUND
               MOVE MA-GL-ACCOUNT(WS-FOUND-ACCOUNT-SUB)
                   TO WS-RM-ACCOUNT
           ELSE
               IF WS-EXCEPTION-REASON = SPACES
                   MOVE "NO MATL ACCOUNT" TO WS-EXCEPTION-REASON
               ELSE
                   MOVE "NO PLANT/MATL ACCT" TO WS-EXCEPTION-REASON
               END-IF
           END-IF.
           IF WS-EXCEPTION-REASON = SPACES
               PERFORM 0250-ADD-TO-PAIR
           END-IF.
           IF WS-EXCEPTION-REASON = SPACES
               ADD 1 TO WS-POSTED-COUNT
               ADD CL-MATERIAL-COST TO WS-POSTED-COST
           ELSE
               PERFORM 0300-WRITE-EXCEPTION
           END-IF.

        0210-FIND-PLANT-ACCOUNT.

           MOVE "N" TO WS-ACCOUNT-FOUND-SWITCH.
           MOVE ZEROES TO WS-FOUND-ACCOUNT-SUB.
           PERFORM 0215-CHECK-ONE-PLANT-ACCOUNT
               VARYING WS-PLANT-ACCOUNT-SUB FROM 1 BY 1
               UNTIL WS-PLANT-ACCOUNT-SUB > WS-PLANT-ACCOUNT-COUNT
                  OR WS-ACCOUNT-FOUND.

        0215-CHECK-ONE-PLANT-ACCOUNT.

           IF PA-PLANT-ID(WS-PLANT-ACCOUNT-SUB) = WS-LOOKUP-CODE
               SET WS-ACCOUNT-FOUND TO TRUE
               MOVE WS-PLANT-ACCOUNT-SUB TO WS-FOUND-ACCOUNT-SUB
           END-IF.

        0220-FIND-MATERIAL-ACCOUNT.

           MOVE "N" TO WS-ACCOUNT-FOUND-SWITCH.
           MOVE ZEROES TO WS-FOUND-ACCOUNT-SUB.
           PERFORM 0225-CHECK-ONE-MATL-ACCOUNT
               VARYING WS-MATL-ACCOUNT-SUB FROM 1 BY 1
               UNTIL WS-MATL-ACCOUNT-SUB > WS-MATL-ACCOUNT-COUNT
                  OR WS-ACCOUNT-FOUND.

        0225-CHECK-ONE-MATL-ACCOUNT.

           IF MA-MATERIAL-CODE(WS-MATL-ACCOUNT-SUB) = WS-LOOKUP-CODE
               SET WS-ACCOUNT-FOUND TO TRUE
               MOVE WS-MATL-ACCOUNT-SUB TO WS-FOUND-ACCOUNT-SUB
           END-IF.

        0250-ADD-TO-PAIR.

           MOVE "N" TO WS-PAIR-FOUND-SWITCH.
           MOVE ZEROES TO WS-FOUND-PAIR-SUB.
           PERFORM 0255-CHECK-ONE-PAIR
               VARYING WS-PAIR-SUB FROM 1 BY 1
               UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
                  OR WS-PAIR-FOUND.
           IF NOT WS-PAIR-FOUND
               IF WS-PAIR-COUNT < 200
                   ADD 1 TO WS-PAIR-COUNT
                   MOVE WS-PAIR-COUNT TO WS-FOUND-PAIR-SUB
                   MOVE CL-PLANT-ID
                       TO JP-PLANT-ID(WS-FOUND-PAIR-SUB)
                   MOVE CL-MATERIAL-CODE
                       TO JP-MATERIAL-CODE(WS-FOUND-PAIR-SUB)
                   MOVE WS-WIP-ACCOUNT
                       TO JP-WIP-ACCOUNT(WS-FOUND-PAIR-SUB)
                   MOVE WS-RM-ACCOUNT
                       TO JP-RM-ACCOUNT(WS-FOUND-PAIR-SUB)
                   MOVE ZEROES
                       TO JP-RECORD-COUNT(WS-FOUND-PAIR-SUB)
                   MOVE ZEROES TO JP-COST-SUM(WS-FOUND-PAIR-SUB)
               ELSE
                   MOVE "PAIR TABLE FULL" TO WS-EXCEPTION-REASON
               END-IF
           END-IF.
           IF WS-FOUND-PAIR-SUB > ZEROES
               ADD 1 TO JP-RECORD-COUNT(WS-FOUND-PAIR-SUB)
               ADD CL-MATERIAL-COST
                   TO JP-COST-SUM(WS-FOUND-PAIR-SUB)
           END-IF.

        0255-CHECK-ONE-PAIR.

           IF JP-PLANT-ID(WS-PAIR-SUB) = CL-PLANT-ID AND
              JP-MATERIAL-CODE(WS-PAIR-SUB) = CL-MATERIAL-CODE
               SET WS-PAIR-FOUND TO TRUE
               MOVE WS-PAIR-SUB TO WS-FOUND-PAIR-SUB
           END-IF.

        0300-WRITE-EXCEPTION.

           ADD 1 TO WS-EXCEPTION-COUNT.
           ADD CL-MATERIAL-COST TO WS-EXCEPTION-COST.
           MOVE CL-MATERIAL-COST TO WS-DISPLAY-COST.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "PART: "           DELIMITED BY SIZE
                  CL-PART-ID         DELIMITED BY SIZE
                  " PLT: "           DELIMITED BY SIZE
                  CL-PLANT-ID        DELIMITED BY SIZE
                  " MAT: "           DELIMITED BY SIZE
                  CL-MATERIAL-CODE   DELIMITED BY SIZE
                  " DATE: "          DELIMITED BY SIZE
                  CL-RUN-DATE        DELIMITED BY SIZE
                  " COST: "          DELIMITED BY SIZE
                  WS-DISPLAY-COST    DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-EXCEPTION-REASON DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.

        0800-READ-NEXT-LEDGER.

           READ COSTED-LEDGER-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

        0810-CHECK-REPORT-STATUS.

           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "*** JOURNAL PROOF ERROR - STATUS: "
                   WS-REPORT-FILE-STATUS
           END-IF.

        0820-CHECK-JOURNAL-STATUS.

           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "*** GL JOURNAL FILE ERROR - STATUS: "
                   WS-JOURNAL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    The journal lines are written as the proof lists them,
      *    and the proof totals are taken from the lines as written.
      *    A journal that does not balance is cleared, so the ledger
      *    system never loads half a posting, and the period is only
      *    recorded as posted when the journal balances.
        0900-TERMINATE.

           IF WS-EXCEPTION-COUNT = ZEROES
               MOVE "NO UNMAPPED LEDGER RECORDS FOR THE PERIOD."
                   TO WS-REPORT-RECORD
               WRITE WS-REPORT-RECORD
               PERFORM 0810-CHECK-REPORT-STATUS
           END-IF.
           MOVE WS-EXCEPTION-COUNT TO WS-DISPLAY-COUNT.
           MOVE WS-EXCEPTION-COST  TO WS-DISPLAY-COST.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "EXCEPTION TOTAL  RECORDS: " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT             DELIMITED BY SIZE
                  " COST: "                    DELIMITED BY SIZE
                  WS-DISPLAY-COST              DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE SPACES TO WS-REPORT-RECORD.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE "JOURNAL LINES" TO WS-REPORT-RECORD.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           IF WS-PAIR-COUNT = ZEROES
               MOVE "NO LEDGER RECORDS TO POST FOR THE PERIOD."
                   TO WS-REPORT-RECORD
               WRITE WS-REPORT-RECORD
               PERFORM 0810-CHECK-REPORT-STATUS
           ELSE
               PERFORM 0910-POST-ONE-PAIR
                   VARYING WS-PAIR-SUB FROM 1 BY 1
                   UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
           END-IF.
           PERFORM 0920-WRITE-PROOF-TOTALS.
           PERFORM 0930-WRITE-CONTROL-TOTALS.
           CLOSE COSTED-LEDGER-FILE.
           CLOSE GL-JOURNAL-FILE.
           IF WS-JOURNAL-BALANCED
               IF WS-PAIR-COUNT > ZEROES
                   PERFORM 0940-RECORD-POSTED-PERIOD
               END-IF
           ELSE
               PERFORM 0950-CLEAR-JOURNAL
           END-IF.
           CLOSE PROOF-REPORT-FILE.
           IF RETURN-CODE = ZEROES AND WS-EXCEPTION-COUNT > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.

        0910-POST-ONE-PAIR.

           ADD JP-RECORD-COUNT(WS-PAIR-SUB) TO WS-CROSS-COUNT.
           ADD JP-COST-SUM(WS-PAIR-SUB)     TO WS-CROSS-COST.
           MOVE JP-RECORD-COUNT(WS-PAIR-SUB) TO WS-DISPLAY-COUNT.
           MOVE JP-COST-SUM(WS-PAIR-SUB)     TO WS-DISPLAY-COST.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "PLANT: "          DELIMITED BY SIZE
                  JP-PLANT-ID(WS-PAIR-SUB) DELIMITED BY SIZE
                  " MATL: "          DELIMITED BY SIZE
                  JP-MATERIAL-CODE(WS-PAIR-SUB) DELIMITED BY SIZE
                  " RECORDS: "       DELIMITED BY SIZE
                  WS-DISPLAY-COUNT   DELIMITED BY SIZE
                  " DR: "            DELIMITED BY SIZE
                  JP-WIP-ACCOUNT(WS-PAIR-SUB) DELIMITED BY SIZE
                  " CR: "            DELIMITED BY SIZE
                  JP-RM-ACCOUNT(WS-PAIR-SUB) DELIMITED BY SIZE
                  " AMT: "           DELIMITED BY SIZE
                  WS-DISPLAY-COST    DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE WS-POST-PERIOD TO GJ-PERIOD.
           MOVE WS-RUN-DATE    TO GJ-JOURNAL-DATE.
           MOVE JP-PLANT-ID(WS-PAIR-SUB) TO GJ-PLANT-ID.
           MOVE JP-MATERIAL-CODE(WS-PAIR-SUB) TO GJ-MATERIAL-CODE.
           MOVE JP-COST-SUM(WS-PAIR-SUB) TO GJ-AMOUNT.
           MOVE "COSTLEDG" TO GJ-SOURCE.
           STRING "MATERIAL COST "   DELIMITED BY SIZE
                  WS-POST-PERIOD     DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  JP-PLANT-ID(WS-PAIR-SUB) DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  JP-MATERIAL-CODE(WS-PAIR-SUB) DELIMITED BY SIZE
               INTO GJ-DESCRIPTION
           END-STRING.
           MOVE JP-WIP-ACCOUNT(WS-PAIR-SUB) TO GJ-GL-ACCOUNT.
           SET GJ-DEBIT TO TRUE.
           PERFORM 0915-WRITE-JOURNAL-LINE.
           MOVE JP-RM-ACCOUNT(WS-PAIR-SUB) TO GJ-GL-ACCOUNT.
           SET GJ-CREDIT TO TRUE.
           PERFORM 0915-WRITE-JOURNAL-LINE.

        0915-WRITE-JOURNAL-LINE.

           ADD 1 TO WS-JOURNAL-LINE-COUNT.
           MOVE WS-JOURNAL-LINE-COUNT TO GJ-LINE-NO.
           WRITE GL-JOURNAL-RECORD.
           PERFORM 0820-CHECK-JOURNAL-STATUS.
           IF WS-JOURNAL-FILE-STATUS = "00"
               IF GJ-DEBIT
                   ADD GJ-AMOUNT TO WS-TOTAL-DEBITS
               ELSE
                   ADD GJ-AMOUNT TO WS-TOTAL-CREDITS
               END-IF
           END-IF.

      *    Debits must equal credits and the ledger records posted;
      *    posted plus exceptions must equal the billable total,
      *    which is the figure the billing summary prints as its
      *    grand cost for the month.
        0920-WRITE-PROOF-TOTALS.

           MOVE SPACES TO WS-REPORT-RECORD.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-TOTAL-DEBITS TO WS-DISPLAY-COST.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "TOTAL DEBITS:                  " DELIMITED BY SIZE
                  WS-DISPLAY-COST                   DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-TOTAL-CREDITS TO WS-DISPLAY-COST.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "TOTAL CREDITS:                 " DELIMITED BY SIZE
                  WS-DISPLAY-COST                   DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-POSTED-COST TO WS-DISPLAY-COST.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "LEDGER COST POSTED:            " DELIMITED BY SIZE
                  WS-DISPLAY-COST                   DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-EXCEPTION-COST TO WS-DISPLAY-COST.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "UNMAPPED - NOT POSTED:         " DELIMITED BY SIZE
                  WS-DISPLAY-COST                   DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-BILLABLE-COST TO WS-DISPLAY-COST.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "BILLING SUMMARY GRAND COST:    " DELIMITED BY SIZE
                  WS-DISPLAY-COST                   DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS AND
              WS-TOTAL-DEBITS = WS-POSTED-COST AND
              WS-CROSS-COST = WS-POSTED-COST AND
              WS-POSTED-COST + WS-EXCEPTION-COST = WS-BILLABLE-COST
               SET WS-JOURNAL-BALANCED TO TRUE
               MOVE "JOURNAL BALANCES - DEBITS EQUAL CREDITS"
                   TO WS-REPORT-RECORD
           ELSE
               MOVE "*** JOURNAL DOES NOT BALANCE - NOT POSTED ***"
                   TO WS-REPORT-RECORD
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.

        0930-WRITE-CONTROL-TOTALS.

           MOVE SPACES TO WS-REPORT-RECORD.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-READ-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "LEDGER RECORDS READ: " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT        DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-POSTED-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "POSTED: "         DELIMITED BY SIZE
                  WS-DISPLAY-COUNT   DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-EXCEPTION-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "UNMAPPED: "       DELIMITED BY SIZE
                  WS-DISPLAY-COUNT   DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-OUT-OF-PERIOD-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "OUTSIDE POSTING PERIOD: " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT           DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           IF WS-BAD-RECORD-COUNT > ZEROES
               MOVE WS-BAD-RECORD-COUNT TO WS-DISPLAY-COUNT
               MOVE SPACES TO WS-REPORT-RECORD
               STRING "UNREADABLE: "    DELIMITED BY SIZE
                      WS-DISPLAY-COUNT  DELIMITED BY SIZE
                   INTO WS-REPORT-RECORD
               END-STRING
               WRITE WS-REPORT-RECORD
               PERFORM 0810-CHECK-REPORT-STATUS
           END-IF.
           MOVE WS-HELD-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "ON QUALITY HOLD: " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT    DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-SCRAPPED-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "SCRAPPED: "        DELIMITED BY SIZE
                  WS-DISPLAY-COUNT    DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-RELEASED-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "RELEASED FROM EARLIER PERIODS: " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT                  DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-JOURNAL-LINE-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "JOURNAL LINES WRITTEN: " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT          DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           IF WS-READ-COUNT + WS-RELEASED-COUNT = WS-POSTED-COUNT +
                              WS-EXCEPTION-COUNT +
                              WS-HELD-COUNT +
                              WS-SCRAPPED-COUNT +
                              WS-OUT-OF-PERIOD-COUNT +
                              WS-BAD-RECORD-COUNT AND
              WS-CROSS-COUNT = WS-POSTED-COUNT AND
              WS-JOURNAL-LINE-COUNT = WS-PAIR-COUNT * 2
               MOVE "CONTROL TOTALS BALANCE" TO WS-REPORT-RECORD
           ELSE
               MOVE "*** CONTROL TOTALS DO NOT BALANCE ***"
                   TO WS-REPORT-RECORD
               MOVE "N" TO WS-JOURNAL-BALANCED-SWITCH
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.

        0940-RECORD-POSTED-PERIOD.

           OPEN EXTEND POSTED-PERIOD-FILE.
           IF WS-POSTED-FILE-STATUS = "35"
               OPEN OUTPUT POSTED-PERIOD-FILE
           END-IF.
           IF WS-POSTED-FILE-STATUS NOT = "00"
               DISPLAY "*** GL POSTED-PERIOD FILE OPEN FAILED - "
                   "STATUS: " WS-POSTED-FILE-STATUS
                   " - PERIOD " WS-POST-PERIOD " NOT RECORDED."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-POST-PERIOD        TO GP-PERIOD
               MOVE WS-RUN-DATE           TO GP-POST-DATE
               MOVE WS-JOURNAL-LINE-COUNT TO GP-JOURNAL-LINES
               MOVE WS-POSTED-COST        TO GP-POSTED-AMOUNT
               MOVE WS-EXCEPTION-COUNT    TO GP-EXCEPTION-COUNT
               MOVE WS-EXCEPTION-COST     TO GP-EXCEPTION-AMOUNT
               WRITE GL-POSTED-PERIOD-RECORD
               IF WS-POSTED-FILE-STATUS NOT = "00"
                   DISPLAY "*** GL POSTED-PERIOD WRITE FAILED - "
                       "STATUS: " WS-POSTED-FILE-STATUS
                       " - PERIOD " WS-POST-PERIOD " NOT RECORDED."
                   MOVE 8 TO RETURN-CODE
               END-IF
               CLOSE POSTED-PERIOD-FILE
           END-IF.

        0950-CLEAR-JOURNAL.

           OPEN OUTPUT GL-JOURNAL-FILE.
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "*** GL JOURNAL FILE COULD NOT BE CLEARED - "
                   "STATUS: " WS-JOURNAL-FILE-STATUS
                   " - DO NOT LOAD IT."
           ELSE
               CLOSE GL-JOURNAL-FILE
           END-IF.

       END PROGRAM GL-JOURNAL-INTERFACE.
