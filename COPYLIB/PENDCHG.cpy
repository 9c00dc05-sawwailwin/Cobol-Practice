      ******************************************************************
      * Copybook: PENDCHG
      * Purpose: Pending employee-change record (PendingChanges.txt)
      *          -- one line per future-dated change to the employee
      *          master, keyed through the maintenance menu by
      *          PENDCHGENTRY and applied on its effective date by
      *          the nightly PENDAPPLY. The field code says what
      *          changes:
      *            S  salary       (new value six digits)
      *            G  grade        (new value the two-byte grade)
      *            B  branch       (new value the three-digit branch,
      *                             on EMPLOYEEDATA.txt)
      *            F  pay frequency (new value W, F or M)
      *          Status is P pending, A applied, F failed (the reason
      *          says why), with the date it was applied or failed.
      *          COPY ... REPLACING so each program keeps its own
      *          group and field names while sharing one set of PIC
      *          clauses.
      * Tectonics: cobc -I COPYLIB
      ******************************************************************
       01 PCH-REC-NAME.
           05 PCH-EMP-NO-NAME PIC X(5).
           05 PCH-FIELD-NAME PIC X(1).
           05 PCH-VALUE-NAME PIC X(6).
           05 PCH-EFF-DATE-NAME PIC 9(8).
           05 PCH-REQ-BY-NAME PIC X(10).
           05 PCH-ENTERED-NAME PIC 9(8).
           05 PCH-STATUS-NAME PIC X(1).
           05 PCH-DONE-DATE-NAME PIC 9(8).
           05 PCH-OLD-VALUE-NAME PIC X(6).
           05 PCH-REASON-NAME PIC X(30).
