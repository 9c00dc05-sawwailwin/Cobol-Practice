      *                being prompted for, so the audit trail carries
      *                the authenticated operator. Run this through
      *                the RELATIVEFILEMENU sign-on, not standalone.
      * 10/15/2026 SWL Audit records now blank the new trailing
      *                AUD-ENTRY-CODE field of the shared AUDITREC
      *                layout.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UPDATERELATIVEFILE.
            MOVE "UPDATERELATIVE" TO AUD-PROGRAM.
            MOVE "UPDATE" TO AUD-ACTION.
            MOVE WS-EMP-NO TO AUD-EMP-NO.
            MOVE SPACES TO AUD-ENTRY-CODE.
            MOVE WS-BEFORE-NAME TO AUD-BEFORE-NAME.
            MOVE WS-BEFORE-SAL TO AUD-BEFORE-SAL.
            MOVE WS-EMP-NAME TO AUD-AFTER-NAME.
