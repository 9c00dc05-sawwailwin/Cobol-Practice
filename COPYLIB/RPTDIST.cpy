      ******************************************************************
      * Copybook: RPTDIST
      * Purpose: Shared report-distribution master record layout --
      *          one line per report and recipient in
      *          ReportDistribution.txt, saying which nightly report
      *          goes to whom and how to split it. The recipient is
      *          B (each branch manager gets the branch's own
      *          section), R (each region manager gets the sections
      *          of the branches in the region), P (purchasing) or
      *          F (finance) -- P and F receive the whole report.
      *          EXPECTED Y flags the report on the distribution
      *          index when it was not produced that night.
      *          A split report names the key its sections break on:
      *          KEY-TYPE B is a three-digit branch code, R a two-
      *          digit region code, found at KEY-POS on the line that
      *          starts each section. BREAK-TEXT, when not blank,
      *          must also appear at BREAK-POS for a line to start a
      *          section (reports that head each branch with a
      *          "BRANCH nnn" line); left blank, every line carrying
      *          a numeric key at KEY-POS does (reports with the
      *          branch code on each detail line). Lines above the
      *          first section are page headings and head every
      *          recipient's file. END-TEXT, when not blank, marks
      *          the first line at END-POS of the chain-wide totals
      *          that close the report; those go to no branch or
      *          region. PATH is the report's file name.
      *          Example rows (fields shown spaced out):
      *            MOVEREG  B Y B 001 000              000 ...
      *            REORDER  R Y B 008 001 BRANCH       000 ...
      *            STKVAR   B N B 001 000              001   REGION
      *            CLOSESUM F Y   000 000              000 ...
      *          COPY ... REPLACING so each program keeps its own
      *          group and field names while sharing one set of PIC
      *          clauses.
      * Tectonics: cobc -I COPYLIB
      ******************************************************************
       01 RDM-REC-NAME.
           05 RDM-REPORT-NAME PIC X(8).
           05 RDM-RECIPIENT-NAME PIC X(1).
           05 RDM-EXPECTED-NAME PIC X(1).
           05 RDM-KEY-TYPE-NAME PIC X(1).
           05 RDM-KEY-POS-NAME PIC 9(3).
           05 RDM-BREAK-POS-NAME PIC 9(3).
           05 RDM-BREAK-TEXT-NAME PIC X(12).
           05 RDM-END-POS-NAME PIC 9(3).
           05 RDM-END-TEXT-NAME PIC X(12).
           05 RDM-PATH-NAME PIC X(60).
