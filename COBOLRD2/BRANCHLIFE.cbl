      *                edits. RETURN-CODE 0 done, 4 close generated
      *                transfers and must be rerun, 12 bad
      *                parameters or an unusable master.
      * 10/15/2026 SWL The branch master now carries delivery-address
      *                lines; the load and save carry them through so
      *                an open or close no longer blanks them. A new
      *                branch is opened with the address from
      *                BRANCH_ADDR1 .. BRANCH_ADDR3 (blank if unset).
      * 10/15/2026 SWL The closing-transfer records written in the
      *                TDYTRAN layout carry a blank unit code
      *                (eaches) and a zero lot expiry date, now
      *                that the shared layout includes both.
      * 10/15/2026 SWL Audit records now blank the new trailing
      *                AUD-ENTRY-CODE field of the shared AUDITREC
      *                layout.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRANCHLIFE.
                                     BRM-BNAME-NAME BY BM-BRANCH-NAME
                                     BRM-STATUS-NAME BY BM-BRANCH-STAT
                                     BRM-REGION-NAME
                                         BY BM-BRANCH-REGION
                                     BRM-ADDR1-NAME BY BM-BRANCH-ADDR1
                                     BRM-ADDR2-NAME BY BM-BRANCH-ADDR2
                                     BRM-ADDR3-NAME BY BM-BRANCH-ADDR3.

       FD PROFILE-MASTER.
           COPY STOCKPROF REPLACING SPF-REC-NAME BY PROFILE-MASTER-REC
       01 BALMASTER-REC.
           05 BAL-KEY.
               10 BAL-BCODE PIC 9(3).
               10 BAL-PCODE PIC 9(6).
           05 BAL-QUANTITY PIC 9(7).

       FD CLOSE-TRAN.
                                   TDN-QTY-NAME BY CLT-QTY
                                   TDN-TOBR-NAME BY CLT-TOBR
                                   TDN-REASON-NAME BY CLT-REASON
                                   TDN-LOT-NAME BY CLT-LOT
                                   TDN-UNIT-NAME BY CLT-UNIT
                                   TDN-EXPIRY-NAME BY CLT-EXPIRY.

       FD AUDIT-FILE.
           COPY AUDITREC.
               10 WS-BR-NAME PIC X(20).
               10 WS-BR-STAT PIC X(1).
               10 WS-BR-REGION PIC 9(2).
               10 WS-BR-ADDR1 PIC X(30).
               10 WS-BR-ADDR2 PIC X(30).
               10 WS-BR-ADDR3 PIC X(30).
       01 WS-BRANCH-COUNT PIC 9(4) VALUE ZERO.
       01 WS-IN-ADDR1 PIC X(30).
       01 WS-IN-ADDR2 PIC X(30).
       01 WS-IN-ADDR3 PIC X(30).
       77 MAX-BRANCH-COUNT PIC 9(4) VALUE 2000.
       01 WS-BR-IDX PIC 9(4).
       01 WS-HIT-IDX PIC 9(4) VALUE ZERO.
                    MOVE 'A' TO WS-BR-STAT(WS-BRANCH-COUNT)
                    MOVE WS-IN-REGION
                        TO WS-BR-REGION(WS-BRANCH-COUNT)
                    MOVE WS-IN-ADDR1 TO WS-BR-ADDR1(WS-BRANCH-COUNT)
                    MOVE WS-IN-ADDR2 TO WS-BR-ADDR2(WS-BRANCH-COUNT)
                    MOVE WS-IN-ADDR3 TO WS-BR-ADDR3(WS-BRANCH-COUNT)
                    PERFORM SAVE-BRANCH-MASTER
                    MOVE 'BROPEN' TO WS-AUDIT-ACTION
                    PERFORM LOG-AUDIT-PARA
            MOVE WS-IN-TOBR TO CLT-TOBR.
            MOVE SPACES TO CLT-REASON.
            MOVE SPACES TO CLT-LOT.
            MOVE SPACES TO CLT-UNIT.
            MOVE ZERO TO CLT-EXPIRY.
            WRITE CLOSE-TRAN-REC.
            ADD 1 TO WS-XFER-COUNT.
            ADD BAL-QUANTITY TO WS-XFER-QTY.
            MOVE WS-AUDIT-ACTION TO AUD-ACTION.
            MOVE SPACES TO AUD-EMP-NO.
            MOVE WS-IN-BCODE TO AUD-EMP-NO(1:3).
            MOVE SPACES TO AUD-ENTRY-CODE.
            MOVE WS-IN-BNAME TO AUD-BEFORE-NAME.
            MOVE SPACES TO AUD-BEFORE-SAL.
            MOVE SPACES TO WS-AUDIT-NOTE.
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE SPACES TO WS-IN-ADDR1.
            ACCEPT WS-IN-ADDR1 FROM ENVIRONMENT 'BRANCH_ADDR1'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE SPACES TO WS-IN-ADDR2.
            ACCEPT WS-IN-ADDR2 FROM ENVIRONMENT 'BRANCH_ADDR2'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE SPACES TO WS-IN-ADDR3.
            ACCEPT WS-IN-ADDR3 FROM ENVIRONMENT 'BRANCH_ADDR3'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE SPACES TO WS-IN-TOBR-X.
            ACCEPT WS-IN-TOBR-X FROM ENVIRONMENT 'RECEIVING_BRANCH'
                ON EXCEPTION
                                TO WS-BR-NAME(WS-BRANCH-COUNT)
                            MOVE BM-BRANCH-STAT
                                TO WS-BR-STAT(WS-BRANCH-COUNT)
                            MOVE BM-BRANCH-ADDR1
                                TO WS-BR-ADDR1(WS-BRANCH-COUNT)
                            MOVE BM-BRANCH-ADDR2
                                TO WS-BR-ADDR2(WS-BRANCH-COUNT)
                            MOVE BM-BRANCH-ADDR3
                                TO WS-BR-ADDR3(WS-BRANCH-COUNT)
                            IF BM-BRANCH-REGION IS NUMERIC
                                MOVE BM-BRANCH-REGION
                                    TO WS-BR-REGION(WS-BRANCH-COUNT)
                MOVE WS-BR-NAME(WS-BR-IDX) TO BM-BRANCH-NAME
                MOVE WS-BR-STAT(WS-BR-IDX) TO BM-BRANCH-STAT
                MOVE WS-BR-REGION(WS-BR-IDX) TO BM-BRANCH-REGION
                MOVE WS-BR-ADDR1(WS-BR-IDX) TO BM-BRANCH-ADDR1
                MOVE WS-BR-ADDR2(WS-BR-IDX) TO BM-BRANCH-ADDR2
                MOVE WS-BR-ADDR3(WS-BR-IDX) TO BM-BRANCH-ADDR3
                WRITE BRANCH-MASTER-REC
            END-PERFORM.
            CLOSE BRANCH-MASTER.
