      ******************************************************************
      * Copybook: PERIODMST
      * Purpose: Shared accounting-period master record layout -- one
      *          line per fiscal month on AccountPeriods.txt: the
      *          period (YYYYMM), its first and last business dates,
      *          and its status -- 'O' open for posting, 'G' closing
      *          (month-end reporting under way, postings still
      *          accepted but listed), 'C' closed (reported and
      *          signed off; nothing may post into it). The date,
      *          operator and note of the last status change ride on
      *          the line so the master shows who closed or reopened
      *          a period and why. PERIODCLS maintains it; PERIODCHK
      *          answers the posting check for COBOLRD2 and the
      *          pre-edit. COPY ... REPLACING so each program keeps
      *          its own group and field names while sharing one set
      *          of PIC clauses.
      * Tectonics: cobc -I COPYLIB
      ******************************************************************
       01 PRD-REC-NAME.
           05 PRD-ID-NAME PIC 9(6).
           05 PRD-START-NAME PIC 9(8).
           05 PRD-END-NAME PIC 9(8).
           05 PRD-STATUS-NAME PIC X(1).
           05 PRD-CHGDATE-NAME PIC 9(8).
           05 PRD-CHGUSER-NAME PIC X(10).
           05 PRD-NOTE-NAME PIC X(30).
