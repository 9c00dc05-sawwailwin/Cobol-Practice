      *                being prompted for, so the audit trail carries
      *                the authenticated operator. Run this through
      *                the RELATIVEFILEMENU sign-on, not standalone.
      * 10/15/2026 SWL Audit records now blank the new trailing
      *                AUD-ENTRY-CODE field of the shared AUDITREC
      *                layout.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELETERELTIVEFILE.
            MOVE "DELETERELATIVE" TO AUD-PROGRAM.
            MOVE "DELETE" TO AUD-ACTION.
            MOVE WS-EMP-NO TO AUD-EMP-NO.
            MOVE SPACES TO AUD-ENTRY-CODE.
            MOVE WS-EMP-NAME TO AUD-BEFORE-NAME.
            MOVE WS-EMP-SAL TO AUD-BEFORE-SAL.
            MOVE SPACES TO AUD-AFTER-NAME.
