      ******************************************************************
      * Copybook: CATMST
      * Purpose: Shared product-category master record layout -- one
      *          line per category in CategoryMaster.txt giving its
      *          name and the department it rolls up to, with the
      *          department's name repeated on every one of its
      *          category rows so the two-level hierarchy (department
      *          > category) lives in one file. Each product names its
      *          category on the product master (PRM-CATEGORY-NAME);
      *          the stock reports subtotal by category and department
      *          through the shared CATLOOK subprogram. COPY ...
      *          REPLACING so each program keeps its own group and
      *          field names while sharing one set of PIC clauses.
      * Tectonics: cobc -I COPYLIB
      ******************************************************************
       01 CTM-REC-NAME.
           05 CTM-CODE-NAME PIC X(4).
           05 CTM-NAME-NAME PIC X(20).
           05 CTM-DEPT-NAME PIC X(4).
           05 CTM-DEPTNAME-NAME PIC X(20).
