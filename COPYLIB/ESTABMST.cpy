      ******************************************************************
      * Copybook: ESTABMST
      * Purpose: Establishment master record (EstablishmentMaster.txt)
      *          -- one row per branch and salary grade carrying the
      *          approved headcount and the monthly payroll cost
      *          budget (gross plus employer on-cost) for that grade
      *          at that branch. A blank grade is the ungraded
      *          establishment. The branch's approved headcount is
      *          the sum of its rows. Read by ESTABCHK, which the
      *          maintenance programs call before adding or
      *          reinstating an employee, and by ESTABRPT, the
      *          monthly establishment control report. COPY ...
      *          REPLACING so each program keeps its own group and
      *          field names while sharing one set of PIC clauses.
      * Tectonics: cobc -I COPYLIB
      ******************************************************************
       01 ESM-REC-NAME.
           05 ESM-BRANCH-NAME PIC 9(3).
           05 ESM-GRADE-NAME PIC X(2).
           05 ESM-HEADCOUNT-NAME PIC 9(4).
           05 ESM-BUDGET-NAME PIC 9(9)V99.
