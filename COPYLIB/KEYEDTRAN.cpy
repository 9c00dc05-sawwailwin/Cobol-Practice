      ******************************************************************
      * Copybook: KEYEDTRAN
      * Purpose: Shared keyed-transaction log record layout -- one
      *          line on KeyedTran.txt for every transaction an
      *          operator keys by hand: the business date and time it
      *          was released, the signed-on user id, the program it
      *          was keyed in (TRANENTRY for a clerk's batch entry,
      *          REJREVIEW for a supervisor's correction of a parked
      *          record) and the 39-byte record as keyed, in the
      *          TDYTRAN layout with the unit code as keyed. Read by
      *          SODCHECK to find a user releasing a transaction they
      *          keyed themselves. COPY ... REPLACING so each program
      *          keeps its own group and field names while sharing
      *          one set of PIC clauses.
      * Tectonics: cobc -I COPYLIB
      ******************************************************************
       01 KYT-REC-NAME.
           05 KYT-DATE-NAME PIC 9(8).
           05 KYT-TIME-NAME PIC 9(8).
           05 KYT-USER-ID-NAME PIC X(10).
           05 KYT-PROGRAM-NAME PIC X(10).
           05 KYT-TRAN-NAME PIC X(39).
