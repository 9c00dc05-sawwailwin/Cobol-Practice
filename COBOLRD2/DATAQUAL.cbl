      *                a check runs past ten times its threshold).
      *                RETURN-CODE 0 all checks pass, 4 at least one
      *                failed.
      * 10/15/2026 SWL Product code widened from PIC 9(2) to PIC 9(6) in
      *                the shared record layouts; the working copies of
      *                it here follow, as do the offending-key fields
      *                the checks print.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATAQUAL.
               DEPENDING ON WS-PRODUCT-COUNT
               ASCENDING KEY IS WS-PR-CODE
               INDEXED BY WS-PR-INX.
               10 WS-PR-CODE PIC 9(6).
       77 MAX-PRODUCT-COUNT PIC 9(3) VALUE 500.
       01 WS-PR-MOVE PIC 9(3).
       01 WS-PR-SUB PIC 9(3).
       01 WS-CHECK-PCODE PIC 9(6).
       01 WS-PRODUCT-OK PIC X(1).

       01 WS-REGION-TABLE.
               10 WS-CHK-COUNT PIC 9(7).
               10 WS-CHK-THRESHOLD PIC 9(5).
               10 WS-CHK-OFF-ENTRY OCCURS 10 TIMES.
                   15 WS-CHK-OFF-CODE PIC X(9).
                   15 WS-CHK-OFF-COUNT PIC 9(7).
               10 WS-CHK-OFF-N PIC 9(2).
       01 WS-CHK-IDX PIC 9(1).
       01 WS-OFF-IDX PIC 9(2).
       01 WS-OFF-HIT PIC 9(2).
       01 WS-OFF-CODE PIC X(9).
       01 WS-OFF-BEST PIC 9(2).
       01 WS-CHECK-NAME PIC X(40).
       01 WS-FAILED-COUNT PIC 9(1) VALUE ZERO.
                        IF WS-PRODUCT-OK = 'N'
                            MOVE 2 TO WS-CHK-IDX
                            MOVE SPACES TO WS-OFF-CODE
                            MOVE NEW-PCODE TO WS-OFF-CODE(1:6)
                            PERFORM COUNT-HIT-PARA
                        END-IF
                END-READ
                            MOVE 4 TO WS-CHK-IDX
                            MOVE SPACES TO WS-OFF-CODE
                            MOVE BH-BCODE TO WS-OFF-CODE(1:3)
                            MOVE BH-PCODE TO WS-OFF-CODE(4:6)
                            PERFORM COUNT-HIT-PARA
                        END-IF
                END-READ
