      **********************************************************************************
      *     Author:      GIANNIS NOUTSIS                                               *
      *     Date:        10/15/2026                                                    *
      *     Purpose:     Weekly referential integrity sweep of the masters.            *
      *     Each program checks only what it needs at the moment, so the          *
      *     masters can drift apart without anyone noticing until a record        *
      *     rejects.  This program reads every master and reference file and     *
      *     lists, category by category, each orphan or inconsistency with the  *
      *     keys that identify it: part default materials with no price on the  *
      *     price master, results, suspense records, assembly components and   *
      *     work orders for parts missing from the part master or obsolete,     *
      *     cutting-floor actuals for sheet sizes not on the sheet stock file,  *
      *     and sensor limit records that are unreadable, have the low limit    *
      *     above the high, or name a sensor missing from the sensor master.    *
      *     The run ends with RETURN-CODE 4 when any category has a finding,   *
      *     so the scheduler can route the report to the office before the     *
      *     data causes rejects, and RETURN-CODE 8 when a category could not   *
      *     be checked at all because a master that must exist is missing     *
      *     or unreadable.  Files the maintenance programs create on first    *
      *     use - suspense, floor actuals, sensor, assembly and work-order    *
      *     masters - are reported as not on file when absent, not failed.    *
      **********************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-INTEGRITY-CHECK.


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PART-MASTER-FILE ASSIGN TO "PARTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PART-ID
               FILE STATUS IS WS-PARTMAST-FILE-STATUS.

           SELECT MATERIAL-PRICE-FILE ASSIGN TO "MATPRICE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MP-PRICE-KEY
               FILE STATUS IS WS-MATPRICE-FILE-STATUS.

           SELECT RESULTS-MASTER-FILE ASSIGN TO "SHAPERES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PART-ID
               FILE STATUS IS WS-RESULTS-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SHAPESUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

           SELECT SHEET-STOCK-FILE ASSIGN TO "SHEETSTK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOCK-FILE-STATUS.

           SELECT SHEET-ACTUALS-FILE ASSIGN TO "SHEETACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTUALS-FILE-STATUS.

           SELECT SENSOR-LIMITS-FILE ASSIGN TO "TEMPLIMIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMITS-FILE-STATUS.

           SELECT SENSOR-MASTER-FILE ASSIGN TO "SENSMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-SENSOR-ID
               FILE STATUS IS WS-SENSMAST-FILE-STATUS.

           SELECT ASSEMBLY-MASTER-FILE ASSIGN TO "ASSYMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-ASSEMBLY-ID
               FILE STATUS IS WS-ASSYMAST-FILE-STATUS.

           SELECT WORK-ORDER-FILE ASSIGN TO "WORKORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-WORK-ORDER-ID
               FILE STATUS IS WS-WORKORD-FILE-STATUS.

           SELECT INTEGRITY-REPORT-FILE ASSIGN TO "INTEGCHK.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PART-MASTER-FILE.
           COPY PARTMREC.

       FD  MATERIAL-PRICE-FILE.
           COPY MATPRREC.

       FD  RESULTS-MASTER-FILE.
           COPY RESLREC.

       FD  SUSPENSE-FILE.
           COPY SUSPREC.

       FD  SHEET-STOCK-FILE.
           COPY SHEETREC.

       FD  SHEET-ACTUALS-FILE.
           COPY SHEETACTREC.

       FD  SENSOR-LIMITS-FILE.
           COPY LIMITREC.

       FD  SENSOR-MASTER-FILE.
           COPY SENSMREC.

       FD  ASSEMBLY-MASTER-FILE.
           COPY ASSYREC.

       FD  WORK-ORDER-FILE.
           COPY WORKORDREC.

       FD  INTEGRITY-REPORT-FILE.
       01  WS-REPORT-RECORD           PIC X(100).

       WORKING-STORAGE SECTION.
      *    The suspense record's shape image is unpacked here to get
      *    at the part id, as the revalidation program does.
           COPY SHAPEREC.

        01   WS-SWITCHES.
             05 WS-EOF-SWITCH       PIC X VALUE "N".
                88 WS-EOF                VALUE "Y".
             05 WS-INIT-ERROR-SWITCH PIC X VALUE "N".
                88 WS-INIT-ERROR         VALUE "Y".
             05 WS-SENSMAST-OPEN-SWITCH PIC X VALUE "N".
                88 WS-SENSMAST-OPEN      VALUE "Y".
             05 WS-STOCK-LOADED-SWITCH PIC X VALUE "N".
                88 WS-STOCK-LOADED       VALUE "Y".
        01   WS-FILE-STATUSES.
             05 WS-PARTMAST-FILE-STATUS PIC X(2) VALUE SPACES.
             05 WS-MATPRICE-FILE-STATUS PIC X(2) VALUE SPACES.
             05 WS-RESULTS-FILE-STATUS  PIC X(2) VALUE SPACES.
             05 WS-SUSPENSE-FILE-STATUS PIC X(2) VALUE SPACES.
             05 WS-STOCK-FILE-STATUS    PIC X(2) VALUE SPACES.
             05 WS-ACTUALS-FILE-STATUS  PIC X(2) VALUE SPACES.
             05 WS-LIMITS-FILE-STATUS   PIC X(2) VALUE SPACES.
             05 WS-SENSMAST-FILE-STATUS PIC X(2) VALUE SPACES.
             05 WS-ASSYMAST-FILE-STATUS PIC X(2) VALUE SPACES.
             05 WS-WORKORD-FILE-STATUS  PIC X(2) VALUE SPACES.
             05 WS-REPORT-FILE-STATUS   PIC X(2) VALUE SPACES.
        01   WS-RUN-DATE            PIC 9(8) VALUE ZEROES.
      *    One entry per category, in the order the report prints
      *    them.  A master that must exist but is missing or cannot be
      *    read marks its category not checked, so a missing file
      *    cannot pass for a clean one.  Files whose absence is normal
      *    (suspense, floor actuals, and the sensor, assembly and
      *    work-order masters before first use) are reported as not
      *    on file instead.
        01   WS-CATEGORY-TABLE.
             05 WS-CATEGORY-SUB     PIC 9(2) VALUE ZEROES.
             05 WS-CATEGORY-ENTRY OCCURS 8 TIMES.
                10 CT-CATEGORY-NAME PIC X(60).
                10 CT-READ-NAME     PIC X(20).
                10 CT-READ-COUNT    PIC 9(6).
                10 CT-FINDING-COUNT PIC 9(6).
                10 CT-CHECKED-SWITCH PIC X.
                   88 CT-CHECKED         VALUE "Y".
                   88 CT-NOT-CHECKED     VALUE "N".
        01   WS-TOTAL-FINDINGS      PIC 9(6) VALUE ZEROES.
        01   WS-NOT-CHECKED-COUNT   PIC 9(2) VALUE ZEROES.
      *    Sheet sizes on the sheet stock file; the same table size
      *    the issue and reorder programs use.
        01   WS-STOCK-TABLE.
             05 WS-STOCK-COUNT      PIC 9(3) VALUE ZEROES.
             05 WS-STOCK-SUB        PIC 9(3) VALUE ZEROES.
             05 WS-FOUND-STOCK-SUB  PIC 9(3) VALUE ZEROES.
             05 WS-STOCK-ENTRY OCCURS 50 TIMES.
                10 ST-SHEET-ID      PIC X(8).
        01   WS-CHECK-FIELDS.
             05 WS-CHECK-PART-ID    PIC X(10) VALUE SPACES.
             05 WS-PART-PROBLEM     PIC X(20) VALUE SPACES.
             05 WS-MATERIAL-CODE    PIC X(4) VALUE SPACES.
             05 WS-COMP-SUB         PIC 9(2) VALUE ZEROES.
             05 WS-LOW-LIMIT        PIC S9(4)V9(2) VALUE ZEROES.
             05 WS-HIGH-LIMIT       PIC S9(4)V9(2) VALUE ZEROES.
        01   WS-FINDING-TEXT        PIC X(96) VALUE SPACES.
        01   WS-DISPLAY-FIELDS.
             05 WS-DISPLAY-COUNT    PIC ZZZZZ9.
             05 WS-DISPLAY-COUNT-2  PIC ZZZZZ9.
             05 WS-DISPLAY-LOW      PIC -ZZZ9.99.
             05 WS-DISPLAY-HIGH     PIC -ZZZ9.99.
             05 WS-DISPLAY-CATEGORY PIC 9.
        01   WS-REPORT-HEADER-1     PIC X(80) VALUE
             "MASTER FILE REFERENTIAL INTEGRITY CHECK".
        01   WS-REPORT-HEADER-2.
             05 FILLER              PIC X(10) VALUE "RUN DATE: ".
             05 WS-HDR-RUN-DATE     PIC 9(8).

       PROCEDURE DIVISION.

        0000-MAIN-CONTROL.

           PERFORM 0050-INITIALIZE
           IF NOT WS-INIT-ERROR
               PERFORM 0100-CHECK-DEFAULT-MATERIALS
               PERFORM 0200-CHECK-RESULTS-MASTER
               PERFORM 0300-CHECK-SUSPENSE-FILE
               PERFORM 0400-CHECK-SHEET-ACTUALS
               PERFORM 0500-CHECK-LIMIT-RANGES
               PERFORM 0550-CHECK-LIMIT-SENSORS
               PERFORM 0600-CHECK-ASSEMBLIES
               PERFORM 0700-CHECK-WORK-ORDERS
               PERFORM 0900-TERMINATE
           END-IF
           STOP RUN.

      *    The part master and the price master are what the other
      *    files are checked against; without them the sweep cannot
      *    say anything, and ends with RETURN-CODE 8.  After that, a
      *    missing results, sheet stock or sensor limits file leaves
      *    its category not checked, also RETURN-CODE 8.  Suspense,
      *    floor actuals and the sensor, assembly and work-order
      *    masters are absent until first used, so a missing one is
      *    only noted on the report.
        0050-INITIALIZE.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           PERFORM 0060-SET-UP-CATEGORIES.
           OPEN INPUT PART-MASTER-FILE.
           IF WS-PARTMAST-FILE-STATUS NOT = "00"
               DISPLAY "*** PART MASTER FILE OPEN FAILED - STATUS: "
                   WS-PARTMAST-FILE-STATUS
               SET WS-INIT-ERROR TO TRUE
           ELSE
               OPEN INPUT MATERIAL-PRICE-FILE
               IF WS-MATPRICE-FILE-STATUS NOT = "00"
                   DISPLAY
                       "*** MATERIAL PRICE FILE OPEN FAILED - STATUS: "
                       WS-MATPRICE-FILE-STATUS
                   CLOSE PART-MASTER-FILE
                   SET WS-INIT-ERROR TO TRUE
               ELSE
                   OPEN OUTPUT INTEGRITY-REPORT-FILE
                   IF WS-REPORT-FILE-STATUS NOT = "00"
                       DISPLAY "*** INTEGRITY REPORT OPEN FAILED - "
                           "STATUS: " WS-REPORT-FILE-STATUS
                       CLOSE PART-MASTER-FILE
                       CLOSE MATERIAL-PRICE-FILE
                       SET WS-INIT-ERROR TO TRUE
                   ELSE
                       MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
                       WRITE WS-REPORT-RECORD
                           FROM WS-REPORT-HEADER-1
                       PERFORM 0810-CHECK-REPORT-STATUS
                       WRITE WS-REPORT-RECORD
                           FROM WS-REPORT-HEADER-2
                       PERFORM 0810-CHECK-REPORT-STATUS
                   END-IF
               END-IF
           END-IF.
           IF WS-INIT-ERROR
               MOVE 8 TO RETURN-CODE
           END-IF.

        0060-SET-UP-CATEGORIES.

           MOVE "PART DEFAULT MATERIAL WITH NO PRICE IN EFFECT"
               TO CT-CATEGORY-NAME(1).
           MOVE "PARTS READ:" TO CT-READ-NAME(1).
           MOVE "RESULTS FOR PARTS MISSING OR OBSOLETE"
               TO CT-CATEGORY-NAME(2).
           MOVE "RESULTS READ:" TO CT-READ-NAME(2).
           MOVE "SUSPENSE RECORDS FOR PARTS MISSING OR OBSOLETE"
               TO CT-CATEGORY-NAME(3).
           MOVE "SUSPENSE READ:" TO CT-READ-NAME(3).
           MOVE "SHEET ACTUALS FOR SHEETS NOT ON SHEET STOCK"
               TO CT-CATEGORY-NAME(4).
           MOVE "ACTUALS READ:" TO CT-READ-NAME(4).
           MOVE "SENSOR LIMITS UNREADABLE OR LOW ABOVE HIGH"
               TO CT-CATEGORY-NAME(5).
           MOVE "LIMITS READ:" TO CT-READ-NAME(5).
           MOVE "SENSOR LIMITS FOR SENSORS NOT ON SENSOR MASTER"
               TO CT-CATEGORY-NAME(6).
           MOVE "LIMITS READ:" TO CT-READ-NAME(6).
           MOVE "ASSEMBLY COMPONENTS MISSING OR OBSOLETE"
               TO CT-CATEGORY-NAME(7).
           MOVE "COMPONENTS READ:" TO CT-READ-NAME(7).
           MOVE "WORK ORDERS FOR PARTS MISSING OR OBSOLETE"
               TO CT-CATEGORY-NAME(8).
           MOVE "WORK ORDERS READ:" TO CT-READ-NAME(8).
           PERFORM 0065-CLEAR-ONE-CATEGORY
               VARYING WS-CATEGORY-SUB FROM 1 BY 1
               UNTIL WS-CATEGORY-SUB > 8.

        0065-CLEAR-ONE-CATEGORY.

           MOVE ZEROES TO CT-READ-COUNT(WS-CATEGORY-SUB).
           MOVE ZEROES TO CT-FINDING-COUNT(WS-CATEGORY-SUB).
           SET CT-CHECKED(WS-CATEGORY-SUB) TO TRUE.

      *    A part with no default material must have its material
      *    keyed on every shape record, so it is not a finding; nor
      *    is an obsolete part, which the calculator never prices.
      *    The price master is in material and effective-date order,
      *    so the first record for the code tells whether any price
      *    is in effect today.
        0100-CHECK-DEFAULT-MATERIALS.

           MOVE 1 TO WS-CATEGORY-SUB.
           PERFORM 0800-WRITE-CATEGORY-HEADER.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 0110-CHECK-ONE-PART UNTIL WS-EOF.
           PERFORM 0820-WRITE-CATEGORY-TOTAL.

        0110-CHECK-ONE-PART.

           READ PART-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO CT-READ-COUNT(WS-CATEGORY-SUB)
                   IF PM-DEFAULT-MATERIAL NOT = SPACES AND
                      NOT PM-STATUS-OBSOLETE
                       PERFORM 0120-FIND-FIRST-PRICE
                   END-IF
           END-READ.

        0120-FIND-FIRST-PRICE.

           MOVE PM-DEFAULT-MATERIAL TO WS-MATERIAL-CODE.
           MOVE WS-MATERIAL-CODE TO MP-MATERIAL-CODE.
           MOVE ZEROES TO MP-EFFECTIVE-DATE.
           START MATERIAL-PRICE-FILE KEY NOT LESS THAN MP-PRICE-KEY
               INVALID KEY
                   MOVE SPACES TO MP-MATERIAL-CODE
           END-START.
           IF WS-MATPRICE-FILE-STATUS = "00"
               READ MATERIAL-PRICE-FILE NEXT RECORD
                   AT END
                       MOVE SPACES TO MP-MATERIAL-CODE
               END-READ
           END-IF.
           MOVE SPACES TO WS-FINDING-TEXT.
           IF MP-MATERIAL-CODE NOT = WS-MATERIAL-CODE
               STRING "PART: "             DELIMITED BY SIZE
                      PM-PART-ID           DELIMITED BY SIZE
                      "  MATERIAL: "       DELIMITED BY SIZE
                      WS-MATERIAL-CODE     DELIMITED BY SIZE
                      "  NOT ON PRICE MASTER" DELIMITED BY SIZE
                   INTO WS-FINDING-TEXT
               END-STRING
               PERFORM 0805-WRITE-FINDING
           ELSE
               IF MP-EFFECTIVE-DATE > WS-RUN-DATE
                   STRING "PART: "          DELIMITED BY SIZE
                          PM-PART-ID        DELIMITED BY SIZE
                          "  MATERIAL: "    DELIMITED BY SIZE
                          WS-MATERIAL-CODE  DELIMITED BY SIZE
                          "  FIRST PRICE EFFECTIVE "
                                            DELIMITED BY SIZE
                          MP-EFFECTIVE-DATE DELIMITED BY SIZE
                       INTO WS-FINDING-TEXT
                   END-STRING
                   PERFORM 0805-WRITE-FINDING
               END-IF
           END-IF.

        0200-CHECK-RESULTS-MASTER.

           MOVE 2 TO WS-CATEGORY-SUB.
           PERFORM 0800-WRITE-CATEGORY-HEADER.
           OPEN INPUT RESULTS-MASTER-FILE.
           IF WS-RESULTS-FILE-STATUS = "35"
               MOVE "SHAPERES.DAT NOT ON FILE" TO WS-FINDING-TEXT
               PERFORM 0830-WRITE-NOT-CHECKED
           ELSE
               IF WS-RESULTS-FILE-STATUS NOT = "00"
                   MOVE "CANNOT READ SHAPERES.DAT" TO WS-FINDING-TEXT
                   PERFORM 0830-WRITE-NOT-CHECKED
               ELSE
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM 0210-CHECK-ONE-RESULT UNTIL WS-EOF
                   CLOSE RESULTS-MASTER-FILE
               END-IF
           END-IF.
           PERFORM 0820-WRITE-CATEGORY-TOTAL.

        0210-CHECK-ONE-RESULT.

           READ RESULTS-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO CT-READ-COUNT(WS-CATEGORY-SUB)
                   MOVE PR-PART-ID TO WS-CHECK-PART-ID
                   PERFORM 0750-LOOK-UP-PART
                   IF WS-PART-PROBLEM NOT = SPACES
                       MOVE SPACES TO WS-FINDING-TEXT
                       STRING "PART: "        DELIMITED BY SIZE
                              PR-PART-ID      DELIMITED BY SIZE
                              "  RUN DATE: "  DELIMITED BY SIZE
                              PR-RUN-DATE     DELIMITED BY SIZE
                              "  "            DELIMITED BY SIZE
                              WS-PART-PROBLEM DELIMITED BY SIZE
                           INTO WS-FINDING-TEXT
                       END-STRING
                       PERFORM 0805-WRITE-FINDING
                   END-IF
           END-READ.

      *    Any suspense record for a part that is gone or obsolete
      *    can never be resubmitted clean, whatever reason it was
      *    first rejected for.
        0300-CHECK-SUSPENSE-FILE.

           MOVE 3 TO WS-CATEGORY-SUB.
           PERFORM 0800-WRITE-CATEGORY-HEADER.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-FILE-STATUS = "35"
               MOVE "SHAPESUSP.DAT" TO WS-FINDING-TEXT
               PERFORM 0835-WRITE-NOT-ON-FILE
           ELSE
               IF WS-SUSPENSE-FILE-STATUS NOT = "00"
                   MOVE "CANNOT READ SHAPESUSP.DAT" TO WS-FINDING-TEXT
                   PERFORM 0830-WRITE-NOT-CHECKED
               ELSE
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM 0310-CHECK-ONE-SUSPENSE UNTIL WS-EOF
                   CLOSE SUSPENSE-FILE
               END-IF
           END-IF.
           PERFORM 0820-WRITE-CATEGORY-TOTAL.

        0310-CHECK-ONE-SUSPENSE.

           READ SUSPENSE-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO CT-READ-COUNT(WS-CATEGORY-SUB)
                   MOVE SU-SHAPE-RECORD TO SHAPE-INPUT-RECORD
                   MOVE SI-PART-ID TO WS-CHECK-PART-ID
                   PERFORM 0750-LOOK-UP-PART
                   IF WS-PART-PROBLEM NOT = SPACES
                       MOVE SPACES TO WS-FINDING-TEXT
                       STRING "PART: "         DELIMITED BY SIZE
                              SI-PART-ID       DELIMITED BY SIZE
                              "  REASON: "     DELIMITED BY SIZE
                              SU-REJECT-REASON DELIMITED BY SIZE
                              "  REJECTED: "   DELIMITED BY SIZE
                              SU-RUN-DATE      DELIMITED BY SIZE
                              "  "             DELIMITED BY SIZE
                              WS-PART-PROBLEM  DELIMITED BY SIZE
                           INTO WS-FINDING-TEXT
                       END-STRING
                       PERFORM 0805-WRITE-FINDING
                   END-IF
           END-READ.

      *    Without the sheet stock file, or with more sizes than the
      *    table holds, the category is left unchecked rather than
      *    guessed.  No actuals file just means nothing was cut.
        0400-CHECK-SHEET-ACTUALS.

           MOVE 4 TO WS-CATEGORY-SUB.
           PERFORM 0800-WRITE-CATEGORY-HEADER.
           SET WS-STOCK-LOADED TO TRUE.
           OPEN INPUT SHEET-STOCK-FILE.
           IF WS-STOCK-FILE-STATUS = "35"
               MOVE "SHEETSTK.DAT NOT ON FILE" TO WS-FINDING-TEXT
               PERFORM 0830-WRITE-NOT-CHECKED
               MOVE "N" TO WS-STOCK-LOADED-SWITCH
           ELSE
               IF WS-STOCK-FILE-STATUS NOT = "00"
                   MOVE "CANNOT READ SHEETSTK.DAT" TO WS-FINDING-TEXT
                   PERFORM 0830-WRITE-NOT-CHECKED
                   MOVE "N" TO WS-STOCK-LOADED-SWITCH
               ELSE
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM 0410-LOAD-ONE-SHEET UNTIL WS-EOF
                   CLOSE SHEET-STOCK-FILE
               END-IF
           END-IF.
           IF WS-STOCK-LOADED
               OPEN INPUT SHEET-ACTUALS-FILE
               IF WS-ACTUALS-FILE-STATUS = "35"
                   MOVE "SHEETACT.DAT" TO WS-FINDING-TEXT
                   PERFORM 0835-WRITE-NOT-ON-FILE
               ELSE
                   IF WS-ACTUALS-FILE-STATUS NOT = "00"
                       MOVE "CANNOT READ SHEETACT.DAT"
                           TO WS-FINDING-TEXT
                       PERFORM 0830-WRITE-NOT-CHECKED
                   ELSE
                       MOVE "N" TO WS-EOF-SWITCH
                       PERFORM 0420-CHECK-ONE-ACTUAL UNTIL WS-EOF
                       CLOSE SHEET-ACTUALS-FILE
                   END-IF
               END-IF
           END-IF.
           PERFORM 0820-WRITE-CATEGORY-TOTAL.

        0410-LOAD-ONE-SHEET.

           READ SHEET-STOCK-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-STOCK-COUNT >= 50
                       MOVE "SHEETSTK.DAT HAS MORE THAN 50 SIZES"
                           TO WS-FINDING-TEXT
                       PERFORM 0830-WRITE-NOT-CHECKED
                       MOVE "N" TO WS-STOCK-LOADED-SWITCH
                       SET WS-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-STOCK-COUNT
                       MOVE SS-SHEET-ID TO ST-SHEET-ID(WS-STOCK-COUNT)
                   END-IF
           END-READ.

        0420-CHECK-ONE-ACTUAL.

           READ SHEET-ACTUALS-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO CT-READ-COUNT(WS-CATEGORY-SUB)
                   MOVE ZEROES TO WS-FOUND-STOCK-SUB
                   PERFORM 0425-CHECK-ONE-STOCK-ENTRY
                       VARYING WS-STOCK-SUB FROM 1 BY 1
                       UNTIL WS-STOCK-SUB > WS-STOCK-COUNT
                          OR WS-FOUND-STOCK-SUB > ZEROES
                   IF WS-FOUND-STOCK-SUB = ZEROES
                       MOVE SPACES TO WS-FINDING-TEXT
                       STRING "SHEET: "        DELIMITED BY SIZE
                              SA-SHEET-ID      DELIMITED BY SIZE
                              "  ISSUED: "     DELIMITED BY SIZE
                              SA-SHEETS-ISSUED DELIMITED BY SIZE
                              "  NOT ON SHEET STOCK" DELIMITED BY SIZE
                           INTO WS-FINDING-TEXT
                       END-STRING
                       PERFORM 0805-WRITE-FINDING
                   END-IF
           END-READ.

        0425-CHECK-ONE-STOCK-ENTRY.

           IF ST-SHEET-ID(WS-STOCK-SUB) = SA-SHEET-ID
               MOVE WS-STOCK-SUB TO WS-FOUND-STOCK-SUB
           END-IF.

      *    The exceptions run skips an unreadable limit record and
      *    never compares the two limits, so a sensor with the limits
      *    keyed backwards is flagged on every reading.
        0500-CHECK-LIMIT-RANGES.

           MOVE 5 TO WS-CATEGORY-SUB.
           PERFORM 0800-WRITE-CATEGORY-HEADER.
           OPEN INPUT SENSOR-LIMITS-FILE.
           IF WS-LIMITS-FILE-STATUS = "35"
               MOVE "TEMPLIMIT.DAT NOT ON FILE" TO WS-FINDING-TEXT
               PERFORM 0830-WRITE-NOT-CHECKED
           ELSE
               IF WS-LIMITS-FILE-STATUS NOT = "00"
                   MOVE "CANNOT READ TEMPLIMIT.DAT" TO WS-FINDING-TEXT
                   PERFORM 0830-WRITE-NOT-CHECKED
               ELSE
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM 0510-CHECK-ONE-LIMIT-RANGE UNTIL WS-EOF
                   CLOSE SENSOR-LIMITS-FILE
               END-IF
           END-IF.
           PERFORM 0820-WRITE-CATEGORY-TOTAL.

        0510-CHECK-ONE-LIMIT-RANGE.

           READ SENSOR-LIMITS-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO CT-READ-COUNT(WS-CATEGORY-SUB)
                   MOVE SPACES TO WS-FINDING-TEXT
                   IF SL-LOW-LIMIT IS NOT NUMERIC OR
                      SL-HIGH-LIMIT IS NOT NUMERIC
                       STRING "SENSOR: "     DELIMITED BY SIZE
                              SL-SENSOR-ID   DELIMITED BY SIZE
                              "  LOW: "      DELIMITED BY SIZE
                              SL-LOW-SIGN    DELIMITED BY SIZE
                              SL-LOW-LIMIT   DELIMITED BY SIZE
                              "  HIGH: "     DELIMITED BY SIZE
                              SL-HIGH-SIGN   DELIMITED BY SIZE
                              SL-HIGH-LIMIT  DELIMITED BY SIZE
                              "  LIMIT NOT NUMERIC" DELIMITED BY SIZE
                           INTO WS-FINDING-TEXT
                       END-STRING
                       PERFORM 0805-WRITE-FINDING
                   ELSE
                       PERFORM 0520-COMPARE-LIMITS
                   END-IF
           END-READ.

        0520-COMPARE-LIMITS.

           MOVE SL-LOW-LIMIT-NUM TO WS-LOW-LIMIT.
           IF SL-LOW-SIGN = "-"
               COMPUTE WS-LOW-LIMIT = 0 - SL-LOW-LIMIT-NUM
           END-IF.
           MOVE SL-HIGH-LIMIT-NUM TO WS-HIGH-LIMIT.
           IF SL-HIGH-SIGN = "-"
               COMPUTE WS-HIGH-LIMIT = 0 - SL-HIGH-LIMIT-NUM
           END-IF.
           IF WS-LOW-LIMIT > WS-HIGH-LIMIT
               MOVE WS-LOW-LIMIT  TO WS-DISPLAY-LOW
               MOVE WS-HIGH-LIMIT TO WS-DISPLAY-HIGH
               STRING "SENSOR: "      DELIMITED BY SIZE
                      SL-SENSOR-ID    DELIMITED BY SIZE
                      "  LOW C:"      DELIMITED BY SIZE
                      WS-DISPLAY-LOW  DELIMITED BY SIZE
                      "  HIGH C:"     DELIMITED BY SIZE
                      WS-DISPLAY-HIGH DELIMITED BY SIZE
                      "  LOW LIMIT ABOVE HIGH LIMIT" DELIMITED BY SIZE
                   INTO WS-FINDING-TEXT
               END-STRING
               PERFORM 0805-WRITE-FINDING
           END-IF.

      *    No sensor master at all means no sensor has been set up
      *    yet - the exceptions run converts without offsets - so
      *    that alone is not a finding.
        0550-CHECK-LIMIT-SENSORS.

           MOVE 6 TO WS-CATEGORY-SUB.
           PERFORM 0800-WRITE-CATEGORY-HEADER.
           OPEN INPUT SENSOR-MASTER-FILE.
           IF WS-SENSMAST-FILE-STATUS = "35"
               MOVE "SENSOR MASTER NOT ON FILE - NO SENSORS SET UP."
                   TO WS-REPORT-RECORD
               WRITE WS-REPORT-RECORD
               PERFORM 0810-CHECK-REPORT-STATUS
           ELSE
               IF WS-SENSMAST-FILE-STATUS NOT = "00"
                   MOVE "CANNOT READ SENSMAST.DAT" TO WS-FINDING-TEXT
                   PERFORM 0830-WRITE-NOT-CHECKED
               ELSE
                   SET WS-SENSMAST-OPEN TO TRUE
               END-IF
           END-IF.
           IF WS-SENSMAST-OPEN
               OPEN INPUT SENSOR-LIMITS-FILE
               IF WS-LIMITS-FILE-STATUS = "35"
                   MOVE "TEMPLIMIT.DAT NOT ON FILE" TO WS-FINDING-TEXT
                   PERFORM 0830-WRITE-NOT-CHECKED
               ELSE
                   IF WS-LIMITS-FILE-STATUS NOT = "00"
                       MOVE "CANNOT READ TEMPLIMIT.DAT"
                           TO WS-FINDING-TEXT
                       PERFORM 0830-WRITE-NOT-CHECKED
                   ELSE
                       MOVE "N" TO WS-EOF-SWITCH
                       PERFORM 0560-CHECK-ONE-LIMIT-SENSOR
                           UNTIL WS-EOF
                       CLOSE SENSOR-LIMITS-FILE
                   END-IF
               END-IF
               CLOSE SENSOR-MASTER-FILE
           END-IF.
           PERFORM 0820-WRITE-CATEGORY-TOTAL.

        0560-CHECK-ONE-LIMIT-SENSOR.

           READ SENSOR-LIMITS-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO CT-READ-COUNT(WS-CATEGORY-SUB)
                   MOVE SL-SENSOR-ID TO SM-SENSOR-ID
                   READ SENSOR-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-SENSMAST-FILE-STATUS NOT = "00"
                       MOVE SPACES TO WS-FINDING-TEXT
                       STRING "SENSOR: "     DELIMITED BY SIZE
                              SL-SENSOR-ID   DELIMITED BY SIZE
                              "  NOT ON SENSOR MASTER"
                                             DELIMITED BY SIZE
                           INTO WS-FINDING-TEXT
                       END-STRING
                       PERFORM 0805-WRITE-FINDING
                   END-IF
           END-READ.

      *    No assembly master means no assembly has been set up yet
      *    - the maintenance program creates it on first use.
        0600-CHECK-ASSEMBLIES.

           MOVE 7 TO WS-CATEGORY-SUB.
           PERFORM 0800-WRITE-CATEGORY-HEADER.
           OPEN INPUT ASSEMBLY-MASTER-FILE.
           IF WS-ASSYMAST-FILE-STATUS = "35"
               MOVE "ASSYMAST.DAT" TO WS-FINDING-TEXT
               PERFORM 0835-WRITE-NOT-ON-FILE
           ELSE
               IF WS-ASSYMAST-FILE-STATUS NOT = "00"
                   MOVE "CANNOT READ ASSYMAST.DAT" TO WS-FINDING-TEXT
                   PERFORM 0830-WRITE-NOT-CHECKED
               ELSE
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM 0610-CHECK-ONE-ASSEMBLY UNTIL WS-EOF
                   CLOSE ASSEMBLY-MASTER-FILE
               END-IF
           END-IF.
           PERFORM 0820-WRITE-CATEGORY-TOTAL.

        0610-CHECK-ONE-ASSEMBLY.

           READ ASSEMBLY-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF AS-COMPONENT-COUNT IS NOT NUMERIC OR
                      AS-COMPONENT-COUNT > 20
                       MOVE SPACES TO WS-FINDING-TEXT
                       STRING "ASSEMBLY: "   DELIMITED BY SIZE
                              AS-ASSEMBLY-ID DELIMITED BY SIZE
                              "  COMPONENT COUNT UNREADABLE"
                                             DELIMITED BY SIZE
                           INTO WS-FINDING-TEXT
                       END-STRING
                       PERFORM 0805-WRITE-FINDING
                   ELSE
                       PERFORM 0615-CHECK-ONE-COMPONENT
                           VARYING WS-COMP-SUB FROM 1 BY 1
                           UNTIL WS-COMP-SUB > AS-COMPONENT-COUNT
                   END-IF
           END-READ.

        0615-CHECK-ONE-COMPONENT.

           ADD 1 TO CT-READ-COUNT(WS-CATEGORY-SUB).
           MOVE AS-COMP-PART-ID(WS-COMP-SUB) TO WS-CHECK-PART-ID.
           PERFORM 0750-LOOK-UP-PART.
           IF WS-PART-PROBLEM NOT = SPACES
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "ASSEMBLY: "     DELIMITED BY SIZE
                      AS-ASSEMBLY-ID   DELIMITED BY SIZE
                      "  PART: "       DELIMITED BY SIZE
                      WS-CHECK-PART-ID DELIMITED BY SIZE
                      "  "             DELIMITED BY SIZE
                      WS-PART-PROBLEM  DELIMITED BY SIZE
                   INTO WS-FINDING-TEXT
               END-STRING
               PERFORM 0805-WRITE-FINDING
           END-IF.

      *    No work-order file means no work order has been opened
      *    yet - the maintenance program creates it on first use.
        0700-CHECK-WORK-ORDERS.

           MOVE 8 TO WS-CATEGORY-SUB.
           PERFORM 0800-WRITE-CATEGORY-HEADER.
           OPEN INPUT WORK-ORDER-FILE.
           IF WS-WORKORD-FILE-STATUS = "35"
               MOVE "WORKORD.DAT" TO WS-FINDING-TEXT
               PERFORM 0835-WRITE-NOT-ON-FILE
           ELSE
               IF WS-WORKORD-FILE-STATUS NOT = "00"
                   MOVE "CANNOT READ WORKORD.DAT" TO WS-FINDING-TEXT
                   PERFORM 0830-WRITE-NOT-CHECKED
               ELSE
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM 0710-CHECK-ONE-WORK-ORDER UNTIL WS-EOF
                   CLOSE WORK-ORDER-FILE
               END-IF
           END-IF.
           PERFORM 0820-WRITE-CATEGORY-TOTAL.

        0710-CHECK-ONE-WORK-ORDER.

           READ WORK-ORDER-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO CT-READ-COUNT(WS-CATEGORY-SUB)
                   MOVE WO-PART-ID TO WS-CHECK-PART-ID
                   PERFORM 0750-LOOK-UP-PART
                   IF WS-PART-PROBLEM NOT = SPACES
                       MOVE SPACES TO WS-FINDING-TEXT
                       STRING "WORK ORDER: "   DELIMITED BY SIZE
                              WO-WORK-ORDER-ID DELIMITED BY SIZE
                              "  PART: "       DELIMITED BY SIZE
                              WO-PART-ID       DELIMITED BY SIZE
                              "  DUE: "        DELIMITED BY SIZE
                              WO-DUE-DATE      DELIMITED BY SIZE
                              "  "             DELIMITED BY SIZE
                              WS-PART-PROBLEM  DELIMITED BY SIZE
                           INTO WS-FINDING-TEXT
                       END-STRING
                       PERFORM 0805-WRITE-FINDING
                   END-IF
           END-READ.

      *    Leaves WS-PART-PROBLEM blank when the part is on the part
      *    master and active.
        0750-LOOK-UP-PART.

           MOVE SPACES TO WS-PART-PROBLEM.
           MOVE WS-CHECK-PART-ID TO PM-PART-ID.
           READ PART-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-PARTMAST-FILE-STATUS NOT = "00"
               MOVE "NOT ON PART MASTER" TO WS-PART-PROBLEM
           ELSE
               IF PM-STATUS-OBSOLETE
                   MOVE "PART IS OBSOLETE" TO WS-PART-PROBLEM
               END-IF
           END-IF.

        0800-WRITE-CATEGORY-HEADER.

           MOVE SPACES TO WS-REPORT-RECORD.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-CATEGORY-SUB TO WS-DISPLAY-CATEGORY.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "CATEGORY "         DELIMITED BY SIZE
                  WS-DISPLAY-CATEGORY DELIMITED BY SIZE
                  ": "                DELIMITED BY SIZE
                  CT-CATEGORY-NAME(WS-CATEGORY-SUB)
                                      DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.

        0805-WRITE-FINDING.

           ADD 1 TO CT-FINDING-COUNT(WS-CATEGORY-SUB).
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "  "             DELIMITED BY SIZE
                  WS-FINDING-TEXT  DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.

        0810-CHECK-REPORT-STATUS.

           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "*** INTEGRITY REPORT ERROR - STATUS: "
                   WS-REPORT-FILE-STATUS
           END-IF.

        0820-WRITE-CATEGORY-TOTAL.

           MOVE CT-READ-COUNT(WS-CATEGORY-SUB)    TO WS-DISPLAY-COUNT.
           MOVE CT-FINDING-COUNT(WS-CATEGORY-SUB) TO WS-DISPLAY-COUNT-2.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "  "             DELIMITED BY SIZE
                  CT-READ-NAME(WS-CATEGORY-SUB) DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  "  FINDINGS: "   DELIMITED BY SIZE
                  WS-DISPLAY-COUNT-2 DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.

      *    The file name (and why, where there is more to say) comes
      *    in WS-FINDING-TEXT.
        0830-WRITE-NOT-CHECKED.

           SET CT-NOT-CHECKED(WS-CATEGORY-SUB) TO TRUE.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "  *** NOT CHECKED - " DELIMITED BY SIZE
                  WS-FINDING-TEXT  DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.

      *    A file whose absence is normal is noted on the report so
      *    the reader can see why the category read nothing.
        0835-WRITE-NOT-ON-FILE.

           MOVE SPACES TO WS-REPORT-RECORD.
           STRING WS-FINDING-TEXT DELIMITED BY SPACE
                  " NOT ON FILE - NOTHING TO CHECK." DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.

        0900-TERMINATE.

           MOVE SPACES TO WS-REPORT-RECORD.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE "SUMMARY BY CATEGORY" TO WS-REPORT-RECORD.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           PERFORM 0910-WRITE-ONE-SUMMARY-LINE
               VARYING WS-CATEGORY-SUB FROM 1 BY 1
               UNTIL WS-CATEGORY-SUB > 8.
           MOVE WS-TOTAL-FINDINGS TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "TOTAL FINDINGS: " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT   DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE SPACES TO WS-REPORT-RECORD.
           IF WS-NOT-CHECKED-COUNT > ZEROES
               MOVE "*** SOME CATEGORIES NOT CHECKED ***"
                   TO WS-REPORT-RECORD
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-TOTAL-FINDINGS > ZEROES
                   MOVE "*** MASTER FILES ARE OUT OF STEP ***"
                       TO WS-REPORT-RECORD
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE "MASTER FILES ARE CONSISTENT"
                       TO WS-REPORT-RECORD
               END-IF
           END-IF.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           CLOSE PART-MASTER-FILE.
           CLOSE MATERIAL-PRICE-FILE.
           CLOSE INTEGRITY-REPORT-FILE.

        0910-WRITE-ONE-SUMMARY-LINE.

           ADD CT-FINDING-COUNT(WS-CATEGORY-SUB) TO WS-TOTAL-FINDINGS.
           MOVE WS-CATEGORY-SUB TO WS-DISPLAY-CATEGORY.
           MOVE CT-FINDING-COUNT(WS-CATEGORY-SUB) TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           IF CT-NOT-CHECKED(WS-CATEGORY-SUB)
               ADD 1 TO WS-NOT-CHECKED-COUNT
               STRING "  "                DELIMITED BY SIZE
                      WS-DISPLAY-CATEGORY DELIMITED BY SIZE
                      "  "                DELIMITED BY SIZE
                      CT-CATEGORY-NAME(WS-CATEGORY-SUB)
                                          DELIMITED BY SIZE
                      "NOT CHECKED"       DELIMITED BY SIZE
                   INTO WS-REPORT-RECORD
               END-STRING
           ELSE
               STRING "  "                DELIMITED BY SIZE
                      WS-DISPLAY-CATEGORY DELIMITED BY SIZE
                      "  "                DELIMITED BY SIZE
                      CT-CATEGORY-NAME(WS-CATEGORY-SUB)
                                          DELIMITED BY SIZE
                      WS-DISPLAY-COUNT    DELIMITED BY SIZE
                   INTO WS-REPORT-RECORD
               END-STRING
           END-IF.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.

       END PROGRAM MASTER-INTEGRITY-CHECK.
