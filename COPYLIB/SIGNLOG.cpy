      ******************************************************************
      * Copybook: SIGNLOG
      * Purpose: Shared sign-on log record layout -- one line per
      *          sign-on attempt on SignonLog.txt, appended by the
      *          SIGNON subprogram: date, time, the user id as keyed
      *          and the result ('S' signed on, 'F' refused). Read
      *          by SODCHECK for each id's last activity. COPY ...
      *          REPLACING so each program keeps its own group and
      *          field names while sharing one set of PIC clauses.
      * Tectonics: cobc -I COPYLIB
      ******************************************************************
       01 SGL-REC-NAME.
           05 SGL-DATE-NAME PIC 9(8).
           05 SGL-TIME-NAME PIC 9(8).
           05 SGL-USER-ID-NAME PIC X(10).
           05 SGL-RESULT-NAME PIC X(1).
