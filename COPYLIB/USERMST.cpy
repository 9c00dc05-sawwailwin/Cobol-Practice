      ******************************************************************
      * Copybook: USERMST
      * Purpose: Shared user-master record layout -- one line per
      *          operator id on UserMaster.txt. SIGNON checks the id
      *          and password and hands back the permission level
      *          ('V' view only, 'U' view and update, 'D' full
      *          including deactivate/delete). EMP-NO is the employee
      *          number of the person who holds the id, so a change
      *          to that employee's own record can be recognised;
      *          blank when the id belongs to no employee. ROLES
      *          lists the duties the id is granted, one letter each
      *          in any order, blank-filled:
      *            E keys branch transactions (TRANENTRY)
      *            R releases held or rejected transactions
      *              (HELDREVIEW, REJREVIEW)
      *            M makes reference-data changes (REFDATAMAINT)
      *            A approves reference-data changes (REFAPPROVE)
      *            P maintains employee and salary records
      *            S administers user ids
      *          ADDED is the date the id was set up (YYYYMMDD). Ids
      *          set up before these fields existed read back with a
      *          blank employee number, no roles and no date added.
      *          COPY ... REPLACING so each program keeps its own
      *          group and field names while sharing one set of PIC
      *          clauses.
      * Tectonics: cobc -I COPYLIB
      ******************************************************************
       01 USM-REC-NAME.
           05 USM-ID-NAME PIC X(10).
           05 USM-PASSWORD-NAME PIC X(10).
           05 USM-PERM-NAME PIC X(1).
           05 USM-EMP-NO-NAME PIC X(5).
           05 USM-ROLES-NAME PIC X(6).
           05 USM-ADDED-NAME PIC X(8).
