      ****************************************************************
      * SHARED MAP-PRINT CONTROL AREA - SEE AOC-MAPPRINT.cbl.         *
      * THE CALLER KEEPS ITS OWN FD: IT LOADS THE GRID ONE ROW AT A   *
      * TIME, THEN ASKS FOR PAGES AND WRITES THE MPR-OUT-LINE ENTRIES *
      * EACH CALL RETURNS UNTIL MPR-MAP-DONE.  ONE MAP AT A TIME PER  *
      * PROGRAM - THE GRID ITSELF IS HELD INSIDE THE SERVICE.         *
      *   INIT  SET PROGRAM/TITLE/PARMS/PAGE-SIZE/PAGE-WIDTH AND THE  *
      *         RULER NUMBERING FIRST; CLEARS THE GRID AND LEGEND.    *
      *         A ZERO ROW-STEP NUMBERS ROWS AND COLUMNS FROM 1.      *
      *   LGND  MPR-SYMBOL / MPR-MEANING IN; ONE LEGEND ENTRY.        *
      *   ROW   MPR-ROW / MPR-ROW-LEN IN; THE NEXT GRID ROW.          *
      *   PAGE  RETURNS THE NEXT PRINTED PAGE (INDEX PAGES FIRST,     *
      *         THEN ONE PAGE PER PANEL) IN MPR-OUT-LINE.             *
      ****************************************************************
       01  MPR-CTL.
           05  MPR-OP                           PIC X(4).
               88 MPR-OP-INIT                        VALUE 'INIT'.
               88 MPR-OP-LEGEND                      VALUE 'LGND'.
               88 MPR-OP-ROW                         VALUE 'ROW '.
               88 MPR-OP-PAGE                        VALUE 'PAGE'.
           05  MPR-PROGRAM                      PIC X(24).
           05  MPR-TITLE                        PIC X(40).
           05  MPR-PARMS                        PIC X(60).
           05  MPR-PAGE-SIZE                    PIC 9(3).
           05  MPR-PAGE-WIDTH                   PIC 9(3).
           05  MPR-ROW-START                    PIC 9(5).
           05  MPR-ROW-STEP                     PIC 9(5).
           05  MPR-COL-START                    PIC 9(5).
           05  MPR-SYMBOL                       PIC X(1).
           05  MPR-MEANING                      PIC X(40).
           05  MPR-ROW-LEN                      PIC 9(3).
           05  MPR-ROW                          PIC X(250).
           05  MPR-GRID-ROWS                    PIC 9(3).
           05  MPR-GRID-COLS                    PIC 9(3).
           05  MPR-PANEL-CNT                    PIC 9(3).
           05  MPR-PAGE-NUM                     PIC 9(4).
           05  MPR-STATE                        PIC X(1).
               88 MPR-MAP-MORE                       VALUE 'M'.
               88 MPR-MAP-DONE                       VALUE 'D'.
           05  MPR-OUT-CNT                      PIC 9(2).
           05  MPR-OUT-SUB                      PIC 9(2).
           05  MPR-OUT-LINE OCCURS 66 TIMES     PIC X(132).
