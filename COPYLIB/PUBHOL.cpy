      ******************************************************************
      * Copybook: PUBHOL
      * Purpose: Shared public-holiday master record layout -- one
      *          line per holiday on PublicHolidays.txt giving the
      *          date, the region it applies to (the branch master's
      *          region code; zero or blank is a holiday in every
      *          region), its name, and the premium multiplier for
      *          hours actually worked on it (blank or zero takes the
      *          payroll's standing premium). Read by EMPLOYEEREPORT
      *          for holiday pay and premium, by TSCHECK to reduce
      *          the expected days, and by COBOLRD2's catch-up to
      *          tell a holiday with no close from a missed close.
      *          Example rows:
      *            2026122500CHRISTMAS DAY                 200
      *            2026031703REGIONAL FOUNDATION DAY
      *          COPY ... REPLACING so each program keeps its own
      *          group and field names while sharing one set of PIC
      *          clauses.
      * Tectonics: cobc -I COPYLIB
      ******************************************************************
       01 PHL-REC-NAME.
           05 PHL-DATE-NAME PIC 9(8).
           05 PHL-REGION-NAME PIC 9(2).
           05 PHL-NAME-NAME PIC X(30).
           05 PHL-PREMIUM-NAME PIC 9V99.
