           SELECT ACCOUNTS-FILE ASSIGN TO "accounts.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNTS-STATUS.
      *> INDEXED NOW -- SEE THE MAIN PROGRAM'S FD
           SELECT CONNECTIONS-FILE ASSIGN TO "connections.doc"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-KEY
               ALTERNATE RECORD KEY IS CN-USER-TWO WITH DUPLICATES
               FILE STATUS IS WS-CONNECTION-STATUS.
           SELECT REPORT-FILE ASSIGN TO "network.rpt"
               ORGANIZATION IS LINE SEQUENTIAL

       FD CONNECTIONS-FILE.
       01 CONNECTION-RECORD.
           05 CN-KEY.
               10 CN-USER-ONE PIC X(20).
               10 CN-USER-TWO PIC X(20).
           05 CN-DATE     PIC 9(8).

       FD REPORT-FILE.
               MOVE "Y" TO WS-CONNECTION-EOF
           END-IF
           PERFORM UNTIL WS-CONNECTION-EOF = "Y"
               READ CONNECTIONS-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-CONNECTION-EOF
                   NOT AT END
                       ADD 1 TO WS-TOTAL-CONNECTIONS
