      *****************************************************************
      *    Assembly master record layout.  One record per assembly   *
      *    the customers buy, keyed on the assembly id, listing up   *
      *    to twenty component part ids with the quantity of each    *
      *    part that goes into one assembly.  The components are     *
      *    engineering parts on the part master; the roll-up prices  *
      *    them from their latest figures on the results master.     *
      *****************************************************************
       01  ASSEMBLY-MASTER-RECORD.
           05  AS-ASSEMBLY-ID         PIC X(10).
           05  AS-DESCRIPTION         PIC X(30).
           05  AS-COMPONENT-LIST.
               10  AS-COMPONENT-COUNT PIC 9(2).
               10  AS-COMPONENT OCCURS 20 TIMES.
                   15  AS-COMP-PART-ID  PIC X(10).
                   15  AS-COMP-QUANTITY PIC 9(4).
