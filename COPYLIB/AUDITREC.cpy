      *          since the audit record is the same shape everywhere
      *          it is written.
      * Tectonics: cobc -I COPYLIB
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Added AUD-ENTRY-CODE at the end of the record:
      *                the reference-data entry a REFDATAMAINT or
      *                REFAPPROVE record is about (a branch code or a
      *                six-digit product code, which no longer fits
      *                the five-byte AUD-EMP-NO). Every other writer
      *                leaves it blank; lines written before this
      *                change read it as blank.
      ******************************************************************
       01 AUD-REC.
           05 AUD-DATE PIC 9(8).
           05 AUD-BEFORE-SAL PIC X(6).
           05 AUD-AFTER-NAME PIC X(10).
           05 AUD-AFTER-SAL PIC X(6).
           05 AUD-ENTRY-CODE PIC X(6).
