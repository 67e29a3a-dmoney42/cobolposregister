      *> negative count instead of wrapping around
           05 IM-ON-HAND-QTY      PIC S9(05).
           05 IM-REORDER-POINT    PIC 9(05).
      *> what one unit costs us landed - kept current by PURCHORD
      *> receiving and the PRICEIMP supplier file, and stamped onto
      *> each receipt line at sale time for the margin report
           05 IM-UNIT-COST        PIC 9(5)V99.
      *> minimum age to buy the item - tobacco, alcohol, some
      *> aerosols; zero for anything anyone may buy.  The register
      *> makes the cashier check ID on scan when it is set.
           05 IM-MINIMUM-AGE      PIC 9(02).
               88 IM-AGE-RESTRICTED  VALUE 1 THRU 99.
