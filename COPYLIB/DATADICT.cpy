      ******************************************************************
      * Copybook: DATADICT
      * Purpose: Shared data-dictionary record layout -- one line per
      *          elementary field of a COPYLIB record layout on
      *          DataDictionary.txt, written by DICTBUILD from the
      *          copybook members themselves and read by ADHOCRPT to
      *          find a field by name. LAYOUT is the copybook member
      *          name; FIELD is the data name as the copybook spells
      *          it, less the -NAME suffix members written for COPY
      *          ... REPLACING carry, with (n) after the name for
      *          each occurrence of an OCCURS item; START is the
      *          field's byte position in the record (first byte 1)
      *          and LENGTH its size in bytes. TYPE is X for a
      *          character field, 9 for an unsigned zoned number and
      *          S for a number carrying a leading separate sign
      *          (whose LENGTH includes the sign byte); DECIMALS is
      *          the number of implied decimal places of a numeric
      *          field. Group items and FILLER are not listed.
      *          Example rows:
      *            OPENPO    OPO-PONUM                     000100690
      *            OPENPO    OPO-PRICE                     005900792
      *          COPY ... REPLACING so each program keeps its own
      *          group and field names while sharing one set of PIC
      *          clauses.
      * Tectonics: cobc -I COPYLIB
      ******************************************************************
       01 DDC-REC-NAME.
           05 DDC-LAYOUT-NAME PIC X(10).
           05 DDC-FIELD-NAME PIC X(30).
           05 DDC-START-NAME PIC 9(4).
           05 DDC-LENGTH-NAME PIC 9(3).
           05 DDC-TYPE-NAME PIC X(1).
           05 DDC-DECIMALS-NAME PIC 9(1).
