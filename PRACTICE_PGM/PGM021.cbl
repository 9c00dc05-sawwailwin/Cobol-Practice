      *                including deactivate/delete -- so the menus can
      *                refuse options the user lacks and every
      *                AUDITREC carries a real operator id.
      * 10/15/2026 SWL The user-master record now comes from the
      *                shared USERMST copybook (employee number,
      *                duty roles and date added follow the
      *                permission byte), and every attempt -- signed
      *                on or refused -- is appended to SignonLog.txt
      *                (SIGNLOG layout) so an id's last activity can
      *                be told. A log that cannot be opened does not
      *                stop the sign-on.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGNON.
            SELECT USER-MASTER ASSIGN TO DYNAMIC WS-USER-MASTER-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-USR-STATUS.
            SELECT SIGNON-LOG ASSIGN TO DYNAMIC WS-SIGNON-LOG-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SGL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD USER-MASTER.
           COPY USERMST REPLACING USM-REC-NAME BY USER-MASTER-REC
                                   USM-ID-NAME BY USR-ID
                                   USM-PASSWORD-NAME BY USR-PASSWORD
                                   USM-PERM-NAME BY USR-PERM
                                   USM-EMP-NO-NAME BY USR-EMP-NO
                                   USM-ROLES-NAME BY USR-ROLES
                                   USM-ADDED-NAME BY USR-ADDED.

       FD SIGNON-LOG.
           COPY SIGNLOG REPLACING SGL-REC-NAME BY SIGNON-LOG-REC
                                   SGL-DATE-NAME BY SGL-DATE
                                   SGL-TIME-NAME BY SGL-TIME
                                   SGL-USER-ID-NAME BY SGL-USER-ID
                                   SGL-RESULT-NAME BY SGL-RESULT.

       WORKING-STORAGE SECTION.
       01 WS-USR-STATUS PIC X(2).
       01 WS-SGL-STATUS PIC X(2).
       01 WS-EOF PIC A(1).
       01 WS-TRY-COUNT PIC 9(1) VALUE ZERO.
       01 WS-IN-USER PIC X(10).
       01 WS-IN-PASSWORD PIC X(10).
       01 WS-FOUND PIC X(1).
       01 WS-USER-MASTER-PATH PIC X(60).
       01 WS-SIGNON-LOG-PATH PIC X(60).

       LINKAGE SECTION.
       01 LK-SIGNON.
                MOVE WS-IN-USER TO LK-USER-ID
                DISPLAY "SIGNED ON AS " LK-USER-ID
                    " PERMISSION " LK-PERM
                MOVE 'S' TO SGL-RESULT
            ELSE
                DISPLAY "USER ID OR PASSWORD NOT RECOGNIZED"
                MOVE 'F' TO SGL-RESULT
            END-IF.
            PERFORM LOG-ATTEMPT-PARA.

       LOG-ATTEMPT-PARA.
            ACCEPT SGL-DATE FROM DATE YYYYMMDD.
            ACCEPT SGL-TIME FROM TIME.
            MOVE WS-IN-USER TO SGL-USER-ID.
            OPEN EXTEND SIGNON-LOG.
            IF WS-SGL-STATUS = '35'
                OPEN OUTPUT SIGNON-LOG
            END-IF.
            IF WS-SGL-STATUS = '00'
                WRITE SIGNON-LOG-REC
                CLOSE SIGNON-LOG
            END-IF.

       CHECK-USER-PARA.
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\SignonLog.txt'
                TO WS-SIGNON-LOG-PATH
            ACCEPT WS-SIGNON-LOG-PATH FROM ENVIRONMENT 'SIGNON_LOG'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.

       END PROGRAM SIGNON.
