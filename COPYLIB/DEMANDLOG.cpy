      ******************************************************************
      * Copybook: DEMANDLOG
      * Purpose: Shared issue-demand trail record layout -- one line
      *          per outcome of an option-1 issue on DemandLog.txt,
      *          appended by COBOLRD2 every run and read by SVCLEVEL
      *          for the customer service-level report. EVENT is I
      *          for an issue filled first time, R for an issue the
      *          balance could not cover that went to the backorder
      *          list, F for a backorder later filled. DATE is the
      *          business date of the event and REF the run's
      *          transaction sequence; RAISED is the date the demand
      *          first failed (on an F line the backorder's own date,
      *          otherwise the same as DATE). A kit issue is one line
      *          under the kit's code, not one per component.
      *          COPY ... REPLACING so each program keeps its own
      *          group and field names while sharing one set of PIC
      *          clauses.
      * Tectonics: cobc -I COPYLIB
      ******************************************************************
       01 DML-REC-NAME.
           05 DML-DATE-NAME PIC 9(8).
           05 DML-REF-NAME PIC 9(7).
           05 DML-EVENT-NAME PIC X(1).
           05 DML-BCODE-NAME PIC 9(3).
           05 DML-PCODE-NAME PIC 9(6).
           05 DML-QTY-NAME PIC 9(7).
           05 DML-RAISED-NAME PIC 9(8).
