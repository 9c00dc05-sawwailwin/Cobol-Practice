      *                left behind by a crashed run can be inspected
      *                and cleared by hand, the same way a stuck
      *                RunControl.txt entry is.
      * 10/15/2026 SWL Added 'RECLM': claims the resource like 'SET  '
      *                but also succeeds when the caller already holds
      *                it, so a checkpointed run restarting after a
      *                crash takes back the lock the crashed run left
      *                instead of being refused by it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILELOCK.
           05 LK-FUNC PIC X(5).
           05 LK-RESOURCE PIC X(12).
           05 LK-HOLDER PIC X(8).
      *    '0' DONE / RESOURCE FREE, '1' RESOURCE HELD (SET OR RECLM
      *    REFUSED, OR CHECK FOUND A HOLDER).
           05 LK-RESULT PIC X(1).

       PROCEDURE DIVISION USING LK-FILELOCK.
                    PERFORM SET-LOCK-PARA
                WHEN 'CLEAR'
                    PERFORM CLEAR-LOCK-PARA
                WHEN 'RECLM'
                    IF WS-LK-HIT > ZERO AND
                        WS-LK-HOLDER(WS-LK-HIT) = LK-HOLDER
                        MOVE '0' TO LK-RESULT
                    ELSE
                        PERFORM SET-LOCK-PARA
                    END-IF
                WHEN OTHER
                    DISPLAY "FILELOCK - UNKNOWN FUNCTION '"
                        LK-FUNC "'"
