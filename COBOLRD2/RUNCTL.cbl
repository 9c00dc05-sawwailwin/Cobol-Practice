      *                need. The real cure is the new RUNCTL entry on
      *                the housekeeping sweep, which archives old
      *                dates out of the file.
      * 10/15/2026 SWL Added a restart-pending status 'K' for a job
      *                that checkpoints. 'CKPT ' marks the entry 'K'
      *                once the job has written its first checkpoint,
      *                and 'START' refuses with 'K' while it stands, so
      *                a fresh run cannot start over a run that still
      *                has to be restarted. 'RSTRT' is the restart's
      *                own check-in: it refuses with 'C' when the job
      *                already completed for the date, and otherwise
      *                leaves the entry 'K' until 'END  '. 'RESET'
      *                puts a 'K' entry back to running when a
      *                supervisor abandons the restart.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNCTL.
           05 LK-JOB PIC X(8).
           05 LK-PRED PIC X(8).
      *    RESULT: '0' OK, 'C' REFUSED (JOB ALREADY COMPLETE FOR THE
      *    DATE), 'P' REFUSED (PREDECESSOR NOT COMPLETE FOR THE DATE),
      *    'K' REFUSED (A RESTART IS PENDING FOR THE DATE).
           05 LK-RESULT PIC X(1).

       PROCEDURE DIVISION USING LK-REQUEST.
                PERFORM END-PARA
            ELSE IF LK-FUNC = 'RESET'
                PERFORM RESET-PARA
            ELSE IF LK-FUNC = 'CKPT'
                PERFORM CKPT-PARA
            ELSE IF LK-FUNC = 'RSTRT'
                PERFORM RESTART-PARA
            END-IF END-IF END-IF END-IF END-IF.
            GOBACK.

       START-PARA.
            IF WS-RC-HIT > ZERO AND
                WS-RCT-STATUS(WS-RC-HIT) = 'C'
                MOVE 'C' TO LK-RESULT
            ELSE IF WS-RC-HIT > ZERO AND
                WS-RCT-STATUS(WS-RC-HIT) = 'K'
                MOVE 'K' TO LK-RESULT
            ELSE
                IF LK-PRED NOT = SPACES
                    PERFORM CHECK-PRED-PARA
                    MOVE WS-NOW-TIME TO WS-RCT-TIME(WS-RC-HIT)
                    PERFORM SAVE-REGISTRY-PARA
                END-IF
            END-IF END-IF.

       END-PARA.
            PERFORM UPSERT-PARA.
            MOVE WS-NOW-TIME TO WS-RCT-TIME(WS-RC-HIT).
            PERFORM SAVE-REGISTRY-PARA.

       CKPT-PARA.
            PERFORM UPSERT-PARA.
            MOVE 'K' TO WS-RCT-STATUS(WS-RC-HIT).
            MOVE WS-NOW-TIME TO WS-RCT-TIME(WS-RC-HIT).
            PERFORM SAVE-REGISTRY-PARA.

       RESTART-PARA.
      *     A RESTART NEEDS NO PREDECESSOR CHECK -- THE RUN IT
      *     RESUMES ALREADY PASSED ONE.
            PERFORM FIND-JOB-PARA.
            IF WS-RC-HIT > ZERO AND
                WS-RCT-STATUS(WS-RC-HIT) = 'C'
                MOVE 'C' TO LK-RESULT
            ELSE
                PERFORM CKPT-PARA
            END-IF.

       CHECK-PRED-PARA.
            MOVE 'P' TO LK-RESULT.
            PERFORM VARYING WS-RC-IDX FROM 1 BY 1
