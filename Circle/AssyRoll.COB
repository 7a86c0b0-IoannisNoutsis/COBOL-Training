      **********************************************************************************
      *     Author:      GIANNIS NOUTSIS                                               *
      *     Date:        10/15/2026                                                    *
      *     Purpose:     Assembly cost roll-up from the assembly master.               *
      *     This program reads every assembly on the assembly master and prices    *
      *     each component from its latest area on the results master, at the     *
      *     price in effect today for the part's default material on the price    *
      *     master - the same cost and weight arithmetic the costing run uses,    *
      *     extended by the quantity per assembly.  Each assembly gets its total   *
      *     area, material cost and weight.  A component missing from the          *
      *     results master or the part master, obsolete, or with no price in       *
      *     effect is flagged, and its assembly is marked incomplete.  Components  *
      *     read must equal priced plus not priced, or the report says so in      *
      *     capitals.                                                               *
      **********************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSEMBLY-ROLLUP.


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSEMBLY-MASTER-FILE ASSIGN TO "ASSYMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-ASSEMBLY-ID
               FILE STATUS IS WS-ASSYMAST-FILE-STATUS.

           SELECT PART-MASTER-FILE ASSIGN TO "PARTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PART-ID
               FILE STATUS IS WS-PARTMAST-FILE-STATUS.

           SELECT RESULTS-MASTER-FILE ASSIGN TO "SHAPERES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-PART-ID
               FILE STATUS IS WS-RESULTS-FILE-STATUS.

           SELECT MATERIAL-PRICE-FILE ASSIGN TO "MATPRICE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MP-PRICE-KEY
               FILE STATUS IS WS-MATPRICE-FILE-STATUS.

           SELECT ROLLUP-REPORT-FILE ASSIGN TO "ASSYROLL.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ASSEMBLY-MASTER-FILE.
           COPY ASSYREC.

       FD  PART-MASTER-FILE.
           COPY PARTMREC.

       FD  RESULTS-MASTER-FILE.
           COPY RESLREC.

       FD  MATERIAL-PRICE-FILE.
           COPY MATPRREC.

       FD  ROLLUP-REPORT-FILE.
       01  WS-REPORT-RECORD           PIC X(100).

       WORKING-STORAGE SECTION.
        01   WS-SWITCHES.
             05 WS-EOF-SWITCH       PIC X VALUE "N".
                88 WS-EOF                VALUE "Y".
             05 WS-INIT-ERROR-SWITCH PIC X VALUE "N".
                88 WS-INIT-ERROR         VALUE "Y".
             05 WS-ASSYMAST-OPEN-SWITCH PIC X VALUE "N".
                88 WS-ASSYMAST-OPEN      VALUE "Y".
             05 WS-RESULT-FOUND-SWITCH PIC X VALUE "N".
                88 WS-RESULT-FOUND       VALUE "Y".
             05 WS-PART-FOUND-SWITCH PIC X VALUE "N".
                88 WS-PART-FOUND         VALUE "Y".
             05 WS-PRICE-FOUND-SWITCH PIC X VALUE "N".
                88 WS-PRICE-FOUND        VALUE "Y".
             05 WS-PRICE-EOF-SWITCH PIC X VALUE "N".
                88 WS-PRICE-EOF          VALUE "Y".
             05 WS-COMP-FLAGGED-SWITCH PIC X VALUE "N".
                88 WS-COMP-FLAGGED       VALUE "Y".
             05 WS-ASSY-FLAGGED-SWITCH PIC X VALUE "N".
                88 WS-ASSY-FLAGGED       VALUE "Y".
             05 WS-ASSY-PARTIAL-SWITCH PIC X VALUE "N".
                88 WS-ASSY-PARTIAL       VALUE "Y".
        01   WS-FILE-STATUSES.
             05 WS-ASSYMAST-FILE-STATUS PIC X(2) VALUE SPACES.
             05 WS-PARTMAST-FILE-STATUS PIC X(2) VALUE SPACES.
             05 WS-RESULTS-FILE-STATUS  PIC X(2) VALUE SPACES.
             05 WS-MATPRICE-FILE-STATUS PIC X(2) VALUE SPACES.
             05 WS-REPORT-FILE-STATUS   PIC X(2) VALUE SPACES.
        01   WS-RUN-DATE            PIC 9(8) VALUE ZEROES.
        01   WS-COMP-SUB            PIC 9(2) VALUE ZEROES.
        01   WS-PRICE-FIELDS.
             05 WS-MATERIAL-CODE    PIC X(4)      VALUE SPACES.
             05 WS-COST-PER-SQUARE  PIC 9(3)V9(4) VALUE ZEROES.
             05 WS-DENSITY          PIC 9(2)V9(4) VALUE ZEROES.
             05 WS-SHEET-THICKNESS  PIC 9(1)V9(3) VALUE ZEROES.
        01   WS-COMPONENT-FIGURES.
             05 WS-COMP-AREA        PIC 9(11)V99 VALUE ZEROES.
             05 WS-COMP-COST        PIC 9(11)V99 VALUE ZEROES.
             05 WS-COMP-WEIGHT      PIC 9(11)V99 VALUE ZEROES.
        01   WS-ASSEMBLY-TOTALS.
             05 WS-ASSY-AREA        PIC 9(11)V99 VALUE ZEROES.
             05 WS-ASSY-COST        PIC 9(11)V99 VALUE ZEROES.
             05 WS-ASSY-WEIGHT      PIC 9(11)V99 VALUE ZEROES.
             05 WS-ASSY-FLAG-COUNT  PIC 9(2)     VALUE ZEROES.
        01   WS-COUNTS.
             05 WS-ASSY-READ-COUNT  PIC 9(6) VALUE ZEROES.
             05 WS-ASSY-COMPLETE-COUNT PIC 9(6) VALUE ZEROES.
             05 WS-ASSY-FLAGGED-COUNT PIC 9(6) VALUE ZEROES.
             05 WS-COMP-READ-COUNT  PIC 9(6) VALUE ZEROES.
             05 WS-COMP-PRICED-COUNT PIC 9(6) VALUE ZEROES.
             05 WS-COMP-UNPRICED-COUNT PIC 9(6) VALUE ZEROES.
             05 WS-NO-RESULT-COUNT  PIC 9(6) VALUE ZEROES.
             05 WS-NO-PART-COUNT    PIC 9(6) VALUE ZEROES.
             05 WS-OBSOLETE-COUNT   PIC 9(6) VALUE ZEROES.
             05 WS-NO-PRICE-COUNT   PIC 9(6) VALUE ZEROES.
        01   WS-DISPLAY-FIELDS.
             05 WS-DISPLAY-COUNT    PIC ZZZZZ9.
             05 WS-DISPLAY-QTY      PIC ZZZ9.
             05 WS-DISPLAY-FLAGS    PIC Z9.
             05 WS-FLAG-TEXT        PIC X(50) VALUE SPACES.
        01   WS-REPORT-HEADER-1     PIC X(80) VALUE
             "ASSEMBLY COST ROLL-UP - AREA, MATERIAL COST AND WEIGHT".
        01   WS-REPORT-HEADER-2.
             05 FILLER              PIC X(11) VALUE "RUN DATE: ".
             05 WS-HDR-DATE         PIC 9(8).
        01   WS-REPORT-HEADER-3.
             05 FILLER              PIC X(2)  VALUE SPACES.
             05 FILLER              PIC X(10) VALUE "PART".
             05 FILLER              PIC X(6)  VALUE "   QTY".
             05 FILLER              PIC X(5)  VALUE " MATL".
             05 FILLER              PIC X(15) VALUE
                "     TOTAL AREA".
             05 FILLER              PIC X(15) VALUE
                "  MATERIAL COST".
             05 FILLER              PIC X(15) VALUE
                "         WEIGHT".
        01   WS-ASSEMBLY-LINE.
             05 FILLER              PIC X(10) VALUE "ASSEMBLY: ".
             05 WS-AL-ASSEMBLY-ID   PIC X(10).
             05 FILLER              PIC X(2)  VALUE SPACES.
             05 WS-AL-DESCRIPTION   PIC X(30).
        01   WS-COMPONENT-LINE.
             05 FILLER              PIC X(2)  VALUE SPACES.
             05 WS-CL-PART-ID       PIC X(10).
             05 FILLER              PIC X(2)  VALUE SPACES.
             05 WS-CL-QUANTITY      PIC ZZZ9.
             05 FILLER              PIC X(1)  VALUE SPACES.
             05 WS-CL-MATERIAL      PIC X(4).
             05 FILLER              PIC X(1)  VALUE SPACES.
             05 WS-CL-AREA          PIC ZZZZZZZZZZ9.99.
             05 FILLER              PIC X(1)  VALUE SPACES.
             05 WS-CL-COST          PIC ZZZZZZZZZZ9.99.
             05 FILLER              PIC X(1)  VALUE SPACES.
             05 WS-CL-WEIGHT        PIC ZZZZZZZZZZ9.99.
        01   WS-TOTAL-LINE.
             05 FILLER              PIC X(24) VALUE
                "  ASSEMBLY TOTAL".
             05 WS-TL-AREA          PIC ZZZZZZZZZZ9.99.
             05 FILLER              PIC X(1)  VALUE SPACES.
             05 WS-TL-COST          PIC ZZZZZZZZZZ9.99.
             05 FILLER              PIC X(1)  VALUE SPACES.
             05 WS-TL-WEIGHT        PIC ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.

        0000-MAIN-CONTROL.

           PERFORM 0050-INITIALIZE
           IF NOT WS-INIT-ERROR
               PERFORM 0100-PROCESS-ONE-ASSEMBLY UNTIL WS-EOF
               PERFORM 0900-TERMINATE
           END-IF
           STOP RUN.

      *    No assembly master on file just means no assembly has been
      *    set up yet; the report still prints, empty.  The part,
      *    results and price masters must all be there to price one.
        0050-INITIALIZE.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           OPEN INPUT ASSEMBLY-MASTER-FILE.
           IF WS-ASSYMAST-FILE-STATUS = "35"
               SET WS-EOF TO TRUE
           ELSE
               IF WS-ASSYMAST-FILE-STATUS NOT = "00"
                   DISPLAY "*** ASSEMBLY MASTER OPEN FAILED - STATUS: "
                       WS-ASSYMAST-FILE-STATUS
                   SET WS-INIT-ERROR TO TRUE
               ELSE
                   SET WS-ASSYMAST-OPEN TO TRUE
               END-IF
           END-IF.
           IF NOT WS-INIT-ERROR
               OPEN INPUT PART-MASTER-FILE
               IF WS-PARTMAST-FILE-STATUS NOT = "00"
                   DISPLAY "*** PART MASTER FILE OPEN FAILED - STATUS: "
                       WS-PARTMAST-FILE-STATUS
                   SET WS-INIT-ERROR TO TRUE
               ELSE
                   OPEN INPUT RESULTS-MASTER-FILE
                   IF WS-RESULTS-FILE-STATUS NOT = "00"
                       DISPLAY "*** RESULTS MASTER OPEN FAILED - "
                           "STATUS: " WS-RESULTS-FILE-STATUS
                       CLOSE PART-MASTER-FILE
                       SET WS-INIT-ERROR TO TRUE
                   ELSE
                       OPEN INPUT MATERIAL-PRICE-FILE
                       IF WS-MATPRICE-FILE-STATUS NOT = "00"
                           DISPLAY "*** MATERIAL PRICE FILE OPEN "
                               "FAILED - STATUS: "
                               WS-MATPRICE-FILE-STATUS
                           CLOSE PART-MASTER-FILE
                           CLOSE RESULTS-MASTER-FILE
                           SET WS-INIT-ERROR TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF WS-INIT-ERROR AND WS-ASSYMAST-OPEN
                   CLOSE ASSEMBLY-MASTER-FILE
               END-IF
           END-IF.
           IF NOT WS-INIT-ERROR
               OPEN OUTPUT ROLLUP-REPORT-FILE
               IF WS-REPORT-FILE-STATUS NOT = "00"
                   DISPLAY "*** ROLL-UP REPORT OPEN FAILED - "
                       "STATUS: " WS-REPORT-FILE-STATUS
                   IF WS-ASSYMAST-OPEN
                       CLOSE ASSEMBLY-MASTER-FILE
                   END-IF
                   CLOSE PART-MASTER-FILE
                   CLOSE RESULTS-MASTER-FILE
                   CLOSE MATERIAL-PRICE-FILE
                   SET WS-INIT-ERROR TO TRUE
               ELSE
                   MOVE WS-RUN-DATE TO WS-HDR-DATE
                   WRITE WS-REPORT-RECORD FROM WS-REPORT-HEADER-1
                   PERFORM 0810-CHECK-REPORT-STATUS
                   WRITE WS-REPORT-RECORD FROM WS-REPORT-HEADER-2
                   PERFORM 0810-CHECK-REPORT-STATUS
                   MOVE SPACES TO WS-REPORT-RECORD
                   WRITE WS-REPORT-RECORD
                   PERFORM 0810-CHECK-REPORT-STATUS
                   WRITE WS-REPORT-RECORD FROM WS-REPORT-HEADER-3
                   PERFORM 0810-CHECK-REPORT-STATUS
                   IF NOT WS-EOF
                       PERFORM 0800-READ-NEXT-ASSEMBLY
                   END-IF
               END-IF
           END-IF.

      *    An assembly is complete only when every component priced
      *    cleanly.  The totals of an assembly with an unpriced
      *    component are partial and say so.
        0100-PROCESS-ONE-ASSEMBLY.

           ADD 1 TO WS-ASSY-READ-COUNT.
           MOVE ZEROES TO WS-ASSEMBLY-TOTALS.
           MOVE "N" TO WS-ASSY-FLAGGED-SWITCH.
           MOVE "N" TO WS-ASSY-PARTIAL-SWITCH.
           MOVE SPACES TO WS-REPORT-RECORD.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE AS-ASSEMBLY-ID TO WS-AL-ASSEMBLY-ID.
           MOVE AS-DESCRIPTION TO WS-AL-DESCRIPTION.
           WRITE WS-REPORT-RECORD FROM WS-ASSEMBLY-LINE.
           PERFORM 0810-CHECK-REPORT-STATUS.
           IF AS-COMPONENT-COUNT IS NOT NUMERIC OR
              AS-COMPONENT-COUNT > 20
               SET WS-ASSY-FLAGGED TO TRUE
               SET WS-ASSY-PARTIAL TO TRUE
               MOVE "  *** COMPONENT COUNT ON THE ASSEMBLY IS INVALID"
                   TO WS-REPORT-RECORD
               WRITE WS-REPORT-RECORD
               PERFORM 0810-CHECK-REPORT-STATUS
           ELSE
               PERFORM 0200-PRICE-ONE-COMPONENT
                   VARYING WS-COMP-SUB FROM 1 BY 1
                   UNTIL WS-COMP-SUB > AS-COMPONENT-COUNT
           END-IF.
           MOVE WS-ASSY-AREA   TO WS-TL-AREA.
           MOVE WS-ASSY-COST   TO WS-TL-COST.
           MOVE WS-ASSY-WEIGHT TO WS-TL-WEIGHT.
           WRITE WS-REPORT-RECORD FROM WS-TOTAL-LINE.
           PERFORM 0810-CHECK-REPORT-STATUS.
           IF WS-ASSY-FLAGGED
               ADD 1 TO WS-ASSY-FLAGGED-COUNT
               MOVE WS-ASSY-FLAG-COUNT TO WS-DISPLAY-FLAGS
               MOVE SPACES TO WS-REPORT-RECORD
               IF WS-ASSY-PARTIAL
                   STRING "  *** ASSEMBLY INCOMPLETE - "
                                            DELIMITED BY SIZE
                          WS-DISPLAY-FLAGS  DELIMITED BY SIZE
                          " COMPONENT(S) FLAGGED - TOTALS ARE PARTIAL"
                                            DELIMITED BY SIZE
                       INTO WS-REPORT-RECORD
                   END-STRING
               ELSE
                   STRING "  *** ASSEMBLY INCOMPLETE - "
                                            DELIMITED BY SIZE
                          WS-DISPLAY-FLAGS  DELIMITED BY SIZE
                          " COMPONENT(S) FLAGGED"
                                            DELIMITED BY SIZE
                       INTO WS-REPORT-RECORD
                   END-STRING
               END-IF
               WRITE WS-REPORT-RECORD
               PERFORM 0810-CHECK-REPORT-STATUS
           ELSE
               ADD 1 TO WS-ASSY-COMPLETE-COUNT
           END-IF.
           PERFORM 0800-READ-NEXT-ASSEMBLY.

      *    A component is priced when its area is on the results
      *    master and a price is in effect for its default material.
      *    An obsolete part that still prices is costed but flagged,
      *    so the assembly is not quoted on a part no longer made.
        0200-PRICE-ONE-COMPONENT.

           ADD 1 TO WS-COMP-READ-COUNT.
           MOVE "N" TO WS-COMP-FLAGGED-SWITCH.
           MOVE "N" TO WS-RESULT-FOUND-SWITCH.
           MOVE "N" TO WS-PART-FOUND-SWITCH.
           MOVE "N" TO WS-PRICE-FOUND-SWITCH.
           MOVE SPACES TO WS-MATERIAL-CODE.
           MOVE AS-COMP-PART-ID(WS-COMP-SUB) TO PR-PART-ID.
           READ RESULTS-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PR-AREA IS NUMERIC
                       SET WS-RESULT-FOUND TO TRUE
                   END-IF
           END-READ.
           MOVE AS-COMP-PART-ID(WS-COMP-SUB) TO PM-PART-ID.
           READ PART-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-PART-FOUND TO TRUE
                   MOVE PM-DEFAULT-MATERIAL TO WS-MATERIAL-CODE
           END-READ.
           IF WS-MATERIAL-CODE NOT = SPACES
               PERFORM 0250-FIND-EFFECTIVE-PRICE
           END-IF.
           IF AS-COMP-QUANTITY(WS-COMP-SUB) IS NUMERIC
               MOVE AS-COMP-QUANTITY(WS-COMP-SUB) TO WS-DISPLAY-QTY
           ELSE
               MOVE ZEROES TO WS-DISPLAY-QTY
           END-IF.
           IF WS-RESULT-FOUND AND WS-PRICE-FOUND AND
              AS-COMP-QUANTITY(WS-COMP-SUB) IS NUMERIC
               PERFORM 0300-COST-COMPONENT
           ELSE
               ADD 1 TO WS-COMP-UNPRICED-COUNT
               SET WS-ASSY-PARTIAL TO TRUE
               SET WS-COMP-FLAGGED TO TRUE
               MOVE SPACES TO WS-REPORT-RECORD
               STRING "  "                         DELIMITED BY SIZE
                      AS-COMP-PART-ID(WS-COMP-SUB) DELIMITED BY SIZE
                      "  "                         DELIMITED BY SIZE
                      WS-DISPLAY-QTY               DELIMITED BY SIZE
                      " "                          DELIMITED BY SIZE
                      WS-MATERIAL-CODE             DELIMITED BY SIZE
                      "  *** NOT PRICED"           DELIMITED BY SIZE
                   INTO WS-REPORT-RECORD
               END-STRING
               WRITE WS-REPORT-RECORD
               PERFORM 0810-CHECK-REPORT-STATUS
           END-IF.
           PERFORM 0400-FLAG-COMPONENT.
           IF WS-COMP-FLAGGED
               SET WS-ASSY-FLAGGED TO TRUE
               ADD 1 TO WS-ASSY-FLAG-COUNT
           END-IF.

      *    The same arithmetic as the costing run, with the quantity
      *    per assembly standing in for the work-order quantity.
        0300-COST-COMPONENT.

           COMPUTE WS-COMP-AREA ROUNDED =
                   PR-AREA * AS-COMP-QUANTITY(WS-COMP-SUB).
           COMPUTE WS-COMP-COST ROUNDED =
                   PR-AREA * WS-COST-PER-SQUARE
                   * AS-COMP-QUANTITY(WS-COMP-SUB).
           COMPUTE WS-COMP-WEIGHT ROUNDED =
                   PR-AREA * WS-SHEET-THICKNESS * WS-DENSITY
                   * AS-COMP-QUANTITY(WS-COMP-SUB).
           ADD 1 TO WS-COMP-PRICED-COUNT.
           ADD WS-COMP-AREA   TO WS-ASSY-AREA.
           ADD WS-COMP-COST   TO WS-ASSY-COST.
           ADD WS-COMP-WEIGHT TO WS-ASSY-WEIGHT.
           MOVE AS-COMP-PART-ID(WS-COMP-SUB) TO WS-CL-PART-ID.
           MOVE AS-COMP-QUANTITY(WS-COMP-SUB) TO WS-CL-QUANTITY.
           MOVE WS-MATERIAL-CODE TO WS-CL-MATERIAL.
           MOVE WS-COMP-AREA   TO WS-CL-AREA.
           MOVE WS-COMP-COST   TO WS-CL-COST.
           MOVE WS-COMP-WEIGHT TO WS-CL-WEIGHT.
           WRITE WS-REPORT-RECORD FROM WS-COMPONENT-LINE.
           PERFORM 0810-CHECK-REPORT-STATUS.

      *    One line under the component for each thing wrong with it.
      *    A part missing from the part master has no material, so
      *    no separate price flag is raised for it.
        0400-FLAG-COMPONENT.

           IF NOT WS-RESULT-FOUND
               ADD 1 TO WS-NO-RESULT-COUNT
               SET WS-COMP-FLAGGED TO TRUE
               MOVE "NOT ON RESULTS MASTER" TO WS-FLAG-TEXT
               PERFORM 0450-WRITE-FLAG-LINE
           END-IF.
           IF NOT WS-PART-FOUND
               ADD 1 TO WS-NO-PART-COUNT
               SET WS-COMP-FLAGGED TO TRUE
               MOVE "NOT ON PART MASTER" TO WS-FLAG-TEXT
               PERFORM 0450-WRITE-FLAG-LINE
           ELSE
               IF PM-STATUS-OBSOLETE
                   ADD 1 TO WS-OBSOLETE-COUNT
                   SET WS-COMP-FLAGGED TO TRUE
                   MOVE "OBSOLETE ON PART MASTER" TO WS-FLAG-TEXT
                   PERFORM 0450-WRITE-FLAG-LINE
               END-IF
               IF NOT WS-PRICE-FOUND
                   ADD 1 TO WS-NO-PRICE-COUNT
                   SET WS-COMP-FLAGGED TO TRUE
                   MOVE SPACES TO WS-FLAG-TEXT
                   IF WS-MATERIAL-CODE = SPACES
                       MOVE "NO DEFAULT MATERIAL ON PART MASTER"
                           TO WS-FLAG-TEXT
                   ELSE
                       STRING "NO PRICE IN EFFECT FOR MATERIAL "
                                                DELIMITED BY SIZE
                              WS-MATERIAL-CODE  DELIMITED BY SIZE
                           INTO WS-FLAG-TEXT
                       END-STRING
                   END-IF
                   PERFORM 0450-WRITE-FLAG-LINE
               END-IF
           END-IF.
           IF AS-COMP-QUANTITY(WS-COMP-SUB) IS NOT NUMERIC
               SET WS-COMP-FLAGGED TO TRUE
               MOVE "QUANTITY IS NOT NUMERIC" TO WS-FLAG-TEXT
               PERFORM 0450-WRITE-FLAG-LINE
           END-IF.

        0450-WRITE-FLAG-LINE.

           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "      *** "   DELIMITED BY SIZE
                  WS-FLAG-TEXT   DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.

      *    The price master holds one record per material and
      *    effective date.  Reading forward from the material's
      *    first record, the last one dated on or before the run
      *    date is the price in effect.
        0250-FIND-EFFECTIVE-PRICE.

           MOVE "N" TO WS-PRICE-EOF-SWITCH.
           MOVE WS-MATERIAL-CODE TO MP-MATERIAL-CODE.
           MOVE ZEROES TO MP-EFFECTIVE-DATE.
           START MATERIAL-PRICE-FILE KEY NOT LESS THAN MP-PRICE-KEY
               INVALID KEY
                   SET WS-PRICE-EOF TO TRUE
           END-START.
           PERFORM 0260-READ-ONE-PRICE UNTIL WS-PRICE-EOF.

        0260-READ-ONE-PRICE.

           READ MATERIAL-PRICE-FILE NEXT RECORD
               AT END
                   SET WS-PRICE-EOF TO TRUE
               NOT AT END
                   IF MP-MATERIAL-CODE NOT = WS-MATERIAL-CODE OR
                      MP-EFFECTIVE-DATE > WS-RUN-DATE
                       SET WS-PRICE-EOF TO TRUE
                   ELSE
                       SET WS-PRICE-FOUND TO TRUE
                       MOVE MP-COST-PER-SQUARE TO WS-COST-PER-SQUARE
                       MOVE MP-DENSITY         TO WS-DENSITY
                       MOVE MP-SHEET-THICKNESS TO WS-SHEET-THICKNESS
                   END-IF
           END-READ.

        0800-READ-NEXT-ASSEMBLY.

           READ ASSEMBLY-MASTER-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.

        0810-CHECK-REPORT-STATUS.

           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "*** ROLL-UP REPORT ERROR - STATUS: "
                   WS-REPORT-FILE-STATUS
           END-IF.

        0900-TERMINATE.

           MOVE SPACES TO WS-REPORT-RECORD.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-ASSY-READ-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "ASSEMBLIES READ:        " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT           DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-ASSY-COMPLETE-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "ASSEMBLIES COMPLETE:    " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT           DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-ASSY-FLAGGED-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "ASSEMBLIES FLAGGED:     " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT           DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-COMP-READ-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "COMPONENTS READ:        " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT           DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-COMP-PRICED-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "COMPONENTS PRICED:      " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT           DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-COMP-UNPRICED-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "COMPONENTS NOT PRICED:  " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT           DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-NO-RESULT-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "  NOT ON RESULTS MASTER:" DELIMITED BY SIZE
                  WS-DISPLAY-COUNT           DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-NO-PART-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "  NOT ON PART MASTER:   " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT           DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-OBSOLETE-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "  OBSOLETE:             " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT           DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE WS-NO-PRICE-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "  NO PRICE:             " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT           DELIMITED BY SIZE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           MOVE SPACES TO WS-REPORT-RECORD.
           IF WS-COMP-READ-COUNT =
              WS-COMP-PRICED-COUNT + WS-COMP-UNPRICED-COUNT AND
              WS-ASSY-READ-COUNT =
              WS-ASSY-COMPLETE-COUNT + WS-ASSY-FLAGGED-COUNT
               MOVE "CONTROL TOTALS BALANCE" TO WS-REPORT-RECORD
           ELSE
               MOVE "*** CONTROL TOTALS DO NOT BALANCE ***"
                   TO WS-REPORT-RECORD
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE WS-REPORT-RECORD.
           PERFORM 0810-CHECK-REPORT-STATUS.
           IF WS-ASSYMAST-OPEN
               CLOSE ASSEMBLY-MASTER-FILE
           END-IF.
           CLOSE PART-MASTER-FILE.
           CLOSE RESULTS-MASTER-FILE.
           CLOSE MATERIAL-PRICE-FILE.
           CLOSE ROLLUP-REPORT-FILE.

       END PROGRAM ASSEMBLY-ROLLUP.
