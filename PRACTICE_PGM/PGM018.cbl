      *                goes. Rebuild mode (R) loads a fresh indexed
      *                master from that unload, reporting any
      *                duplicate or out-of-sequence key it refuses.
      * 10/15/2026 SWL The master now carries an alternate key on
      *                EMP-NAME (WITH DUPLICATES). Verify walks the
      *                name index as well once the prime walk has read
      *                through: its record count must agree with the
      *                prime walk and the names must not descend,
      *                otherwise the name index is damaged and a
      *                rebuild is needed (RC 8). Rebuild builds the
      *                name index as it writes. A master built before
      *                the key was added is unloaded with the old
      *                IDXCHECK and rebuilt with this one.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDXCHECK.
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS EMP-NO
            ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
            FILE STATUS IS WS-IDX-STATUS.
            SELECT UNLOAD-FILE ASSIGN TO DYNAMIC WS-UNLOAD-PATH
            ORGANIZATION IS LINE SEQUENTIAL
       01 WS-READ-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ERROR-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LOADED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PRIOR-NAME PIC X(10) VALUE LOW-VALUES.
       01 WS-NAME-COUNT PIC 9(5) VALUE ZERO.

       01 WS-RECORD-FILE-PATH PIC X(60).
       01 WS-UNLOAD-PATH PIC X(60).
                    END-IF
                END-PERFORM
                CLOSE RECORD-FILE UNLOAD-FILE
                IF WS-RETURN-CODE < 8
                    PERFORM VERIFY-NAME-INDEX
                END-IF
                PERFORM WRITE-VERIFY-TOTALS
            END-IF.

       VERIFY-NAME-INDEX.
            OPEN INPUT RECORD-FILE.
            MOVE 'N' TO WS-EOF.
            MOVE LOW-VALUES TO EMP-NAME.
            START RECORD-FILE KEY IS NOT LESS THAN EMP-NAME
                INVALID KEY MOVE 'Y' TO WS-EOF
            END-START.
            PERFORM UNTIL WS-EOF = 'Y'
                READ RECORD-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM CHECK-NAME-PARA
                END-READ
                IF WS-EOF NOT = 'Y' AND
                    WS-IDX-STATUS NOT = '00' AND
                    WS-IDX-STATUS NOT = '02'
                    PERFORM REPORT-READ-FAIL
                    MOVE 'Y' TO WS-EOF
                END-IF
            END-PERFORM.
            CLOSE RECORD-FILE.
            IF WS-NAME-COUNT NOT = WS-READ-COUNT
                MOVE SPACES TO REPORT-LINE
                STRING 'NAME INDEX HOLDS ' DELIMITED BY SIZE
                    WS-NAME-COUNT DELIMITED BY SIZE
                    ' RECORDS, PRIME KEY ' DELIMITED BY SIZE
                    WS-READ-COUNT DELIMITED BY SIZE
                    ' - REBUILD NEEDED' DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING
                WRITE REPORT-LINE
                DISPLAY REPORT-LINE
                MOVE 8 TO WS-RETURN-CODE
            END-IF.

       CHECK-NAME-PARA.
            ADD 1 TO WS-NAME-COUNT.
            IF EMP-NAME < WS-PRIOR-NAME
                PERFORM REPORT-FINDING-PARA
                MOVE "NAME INDEX OUT OF SEQUENCE - REBUILD NEEDED"
                    TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE 8 TO WS-RETURN-CODE
            END-IF.
            MOVE EMP-NAME TO WS-PRIOR-NAME.

       CHECK-ONE-PARA.
            ADD 1 TO WS-READ-COUNT.
            IF EMP-NO NOT > WS-PRIOR-NO
