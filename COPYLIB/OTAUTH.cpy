      ******************************************************************
      * Copybook: OTAUTH
      * Purpose: Overtime pre-authorisation record (OtAuth.txt) -- one
      *          row per approval a manager gives an employee for a
      *          pay period, keyed by the period's pay date, carrying
      *          the overtime hours authorised and the approving
      *          manager. Several rows for the same employee and
      *          period add together. Read by TSCHECK to compare
      *          the timesheet's overtime with what was approved and
      *          by EMPLOYEEREPORT, which pays the premium only on
      *          authorised hours. COPY ... REPLACING so each program
      *          keeps its own group and field names while sharing
      *          one set of PIC clauses.
      * Tectonics: cobc -I COPYLIB
      ******************************************************************
       01 OTA-REC-NAME.
           05 OTA-EMP-NO-NAME PIC X(5).
           05 OTA-PERIOD-NAME PIC 9(8).
           05 OTA-HOURS-NAME PIC 9(3).
           05 OTA-MANAGER-NAME PIC X(10).
