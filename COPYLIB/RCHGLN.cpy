      ******************************************************************
      * Copybook: RCHGLN
      * Purpose: Shared inter-branch recharge line layout -- one line
      *          per branch and counterparty per side, on
      *          RechargeLines.txt. RECHARGE writes them for the month
      *          it settles, dated with its business date; GLJOURNAL
      *          posts each line dated that night under the account
      *          map's inter-branch rows ('I' type, code 'CHG' for
      *          what the branch charged the counterparty, 'PAY' for
      *          what the counterparty charged the branch). Every
      *          CHG line has a PAY line of the same amount on the
      *          counterparty, so each branch pair nets to zero. A
      *          negative amount (reversals outweighing the month's
      *          transfers) posts the reversing entry. COPY ...
      *          REPLACING so each program keeps its own group and
      *          field names while sharing one set of PIC clauses.
      * Tectonics: cobc -I COPYLIB
      ******************************************************************
       01 RCL-REC-NAME.
           05 RCL-DATE-NAME PIC 9(8).
           05 RCL-MONTH-NAME PIC 9(6).
           05 RCL-BCODE-NAME PIC 9(3).
           05 RCL-OTHBR-NAME PIC 9(3).
           05 RCL-SIDE-NAME PIC X(3).
           05 RCL-AMOUNT-NAME PIC S9(11)V99 SIGN LEADING SEPARATE.
