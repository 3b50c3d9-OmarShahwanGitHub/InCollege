      *> file is not duplicated, an update of a missing key becomes an
      *> insert, a delete of a missing row is a no-op -- so replaying a
      *> journal that was already partly applied is safe.
      *> Account merges journal one "REKEY" entry per sequential file
      *> they re-key, carrying the retiring/surviving usernames and the
      *> file's column spec; replaying it re-runs the same pass, which
      *> finds nothing left to move the second time round.
      *> The journal's check-value chain is walked first: a row that has
      *> been edited, dropped or slipped in stops the job before anything
      *> is replayed, since rolling the files forward from a doctored
      *> journal would write the doctoring into the live data.
      *> The journal is left in place afterwards; ops clears journal.doc
      *> by hand once the recovered files are confirmed good, the same
      *> way session.ckpt is cleared.
           SELECT ACCOUNTS-TEMP-FILE ASSIGN TO "accounts.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNTS-TEMP-STATUS.
      *> INDEXED NOW -- REPLAYS GO STRAIGHT IN BY SENDER AND RECEIVER
           SELECT CONNECTION-REQUESTS-FILE ASSIGN TO "connection_requests.doc"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRR-KEY
               ALTERNATE RECORD KEY IS CRR-RECEIVER WITH DUPLICATES
               FILE STATUS IS WS-CONN-REQ-STATUS.
      *> INDEXED NOW -- REPLAYS GO STRAIGHT IN BY THE PAIR
           SELECT CONNECTIONS-FILE ASSIGN TO "connections.doc"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNR-KEY
               ALTERNATE RECORD KEY IS CNR-USER-TWO WITH DUPLICATES
               FILE STATUS IS WS-CONNECTION-STATUS.
      *> INDEXED NOW -- REPLAYS GO STRAIGHT IN BY USERNAME AND JOB
           SELECT APPLICATIONS-FILE ASSIGN TO "applications.doc"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APR-KEY
               ALTERNATE RECORD KEY IS APR-JOB-ID WITH DUPLICATES
               FILE STATUS IS WS-APPLICATIONS-STATUS.
      *> INDEXED NOW -- REPLAYS GO STRAIGHT IN BY MESSAGE ID AND
      *> DELETES HAPPEN IN PLACE
           SELECT MESSAGES-FILE ASSIGN TO "messages.doc"
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRR-ID
               FILE STATUS IS WS-JOBS-FILE-STATUS.
      *> GENERIC PAIR FOR REKEY ENTRIES -- THE NAME COMES FROM THE SPEC
           SELECT DATA-FILE ASSIGN TO WS-DATA-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.
           SELECT DATA-TEMP-FILE ASSIGN TO "merge_work.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-TEMP-STATUS.
           SELECT REPORT-FILE ASSIGN TO "recover.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           05 JL-ACTION    PIC X(01).
           05 JL-KEY       PIC X(44).
           05 JL-IMAGE     PIC X(3100).
      *> TAMPER-EVIDENT CHAIN -- SAME FIELDS AS audit.doc: "R" ROW,
      *> "S" DAY SEAL, "X" REDACTION ENTRY, "P" ROW EMPTIED BY
      *> InCollege-Purge.cob, SPACE BEFORE THE CHAIN STARTED
           05 JL-SEAL-TYPE PIC X(01).
           05 JL-SEAL-SEQ  PIC 9(9).
           05 JL-SEAL-CHECK PIC 9(10).

      *> THE LIVE FILES ARE HANDLED AS FLAT IMAGES -- THE JOURNAL
      *> CARRIES FULL AFTER-IMAGES, SO RECOVERY NEVER NEEDS THE FIELD
       01 ACCOUNT-TEMP-RECORD PIC X(46).

       FD CONNECTION-REQUESTS-FILE.
       01 CONNECTION-REQUEST-RECORD.
           05 CRR-KEY.
               10 CRR-SENDER   PIC X(20).
               10 CRR-RECEIVER PIC X(20).
           05 CRR-REST         PIC X(20).

       FD CONNECTIONS-FILE.
       01 CONNECTION-RECORD.
           05 CNR-KEY.
               10 CNR-USER-ONE PIC X(20).
               10 CNR-USER-TWO PIC X(20).
           05 CNR-REST         PIC X(8).

       FD APPLICATIONS-FILE.
       01 APPLICATION-IMAGE-RECORD.
           05 APR-KEY.
               10 APR-USERNAME PIC X(20).
               10 APR-JOB-ID   PIC 9(4).
           05 APR-REST         PIC X(465).


       FD MESSAGES-FILE.
       01 MESSAGE-IMAGE-RECORD.
       FD JOBS-FILE.
       01 JOBS-IMAGE-RECORD.
           05 JRR-ID   PIC X(4).
           05 JRR-REST PIC X(335).

       FD DATA-FILE.
       01 DATA-RECORD      PIC X(500).

       FD DATA-TEMP-FILE.
       01 DATA-TEMP-RECORD PIC X(500).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(100).
       77  WS-ACCOUNTS-STATUS      PIC XX.
       77  WS-ACCOUNTS-TEMP-STATUS PIC XX.
       77  WS-CONN-REQ-STATUS      PIC XX.
       77  WS-CONNECTION-STATUS    PIC XX.
       77  WS-APPLICATIONS-STATUS  PIC XX.
       77  WS-MESSAGES-STATUS      PIC XX.
       77  WS-PROFILE-STATUS       PIC XX.
       77  WS-JOBS-FILE-STATUS     PIC XX.
       77  WS-REPORT-STATUS        PIC XX.
       77  WS-DATA-STATUS          PIC XX.
       77  WS-DATA-TEMP-STATUS     PIC XX.

       77  WS-JOURNAL-EOF     PIC X VALUE "N".
       77  WS-FILE-EOF        PIC X VALUE "N".
       77  WS-ENTRIES-SKIPPED PIC 9(6) VALUE 0.
       77  WS-COUNT-DISPLAY   PIC ZZZ,ZZ9.

      *> CHAIN WALK BEFORE THE REPLAY -- SEE VERIFY-JOURNAL-CHAIN
       77  WS-CHAIN-STARTED   PIC X VALUE "N".
       77  WS-CHAIN-BROKEN    PIC X VALUE "N".
       77  WS-CHAIN-SEQ       PIC 9(9) VALUE 0.
       77  WS-CHAIN-CHECK     PIC 9(10) VALUE 0.
       77  WS-CHAIN-SEQ-DISPLAY PIC Z(8)9.
       77  WS-SEAL-BUFFER     PIC X(3181).
       77  WS-SEAL-LENGTH     PIC 9(4) VALUE 0.
       77  WS-SEAL-I          PIC 9(4) VALUE 0.
       77  WS-SEAL-HASH       PIC 9(12) VALUE 0.

      *> THE ENTRY BEING APPLIED, COPIED OUT OF THE FD SO THE JOURNAL
      *> FILE CAN STAY OPEN WHILE THE TARGET FILES ARE WORKED ON
       77  WS-APPLY-FILE-ID   PIC X(12).
       77  WS-APPLY-KEY-ONE   PIC X(20).
       77  WS-APPLY-KEY-TWO   PIC X(20).
       77  WS-RECORD-PRESENT  PIC X VALUE "N".

      *> REKEY REPLAY -- SAME LAYOUT AS InCollege-AccountMerge.cob'S
      *> WS-REKEY-SPEC, WHICH IS WHAT THE JOURNAL IMAGE CARRIES
       77  WS-DATA-FILE-NAME  PIC X(30).
       01  WS-REKEY-SPEC.
           05  RK-FILE-NAME    PIC X(30).
           05  RK-POS-ONE      PIC 9(3).
           05  RK-POS-TWO      PIC 9(3).
           05  RK-KEY-1-START  PIC 9(3).
           05  RK-KEY-1-LEN    PIC 9(3).
           05  RK-KEY-2-START  PIC 9(3).
           05  RK-KEY-2-LEN    PIC 9(3).
           05  RK-MODE         PIC X(01).
           05  RK-UNORDERED    PIC X(01).
           05  RK-DROP-SELF    PIC X(01).
       77  WS-REKEY-RETIRING  PIC X(20).
       77  WS-REKEY-SURVIVING PIC X(20).
       77  WS-REKEY-MOVES     PIC 9(6) VALUE 0.
       77  WS-ROW             PIC X(500).
       77  WS-ROW-HAS-RETIRING PIC X VALUE "N".
       77  WS-ROW-HAS-SURVIVOR PIC X VALUE "N".
       77  WS-ROW-KEEP        PIC X VALUE "Y".
       77  WS-ROW-KEY         PIC X(100).
       77  WS-ROW-KEY-SWAPPED PIC X(100).
       77  WS-KEY-FOUND       PIC X VALUE "N".
       77  WS-KEY-COUNT       PIC 9(4) VALUE 0.
       77  WS-KEY-I           PIC 9(4) VALUE 0.
       01  WS-KEY-TABLE OCCURS 2000 TIMES.
           05  WS-KEY-ENTRY   PIC X(100).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
               CLOSE REPORT-FILE
               STOP RUN
           END-IF
           PERFORM VERIFY-JOURNAL-CHAIN
           IF WS-CHAIN-BROKEN = "Y"
               MOVE WS-CHAIN-SEQ TO WS-CHAIN-SEQ-DISPLAY
               MOVE SPACES TO REPORT-RECORD
               STRING "journal.doc chain broken after sequence "
                   FUNCTION TRIM(WS-CHAIN-SEQ-DISPLAY)
                   " - nothing replayed."
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               DISPLAY FUNCTION TRIM(REPORT-RECORD)
               WRITE REPORT-RECORD
               MOVE "Run SEALVERIFY and check seal-verify.rpt before recovering."
                   TO REPORT-RECORD
               DISPLAY FUNCTION TRIM(REPORT-RECORD)
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
               STOP RUN
           END-IF
           OPEN INPUT JOURNAL-FILE

           MOVE "N" TO WS-JOURNAL-EOF
           PERFORM UNTIL WS-JOURNAL-EOF = "Y"
           CLOSE REPORT-FILE
           STOP RUN.

      *> ONE PASS OVER THE JOURNAL RECOMPUTING EVERY CHECK VALUE. ROWS
      *> FROM BEFORE THE CHAIN STARTED ARE TAKEN AS THEY ARE; A ROW
      *> PURGE EMPTIED KEEPS ITS ORIGINAL CHECK VALUE, WHICH IS CARRIED
      *> FORWARD (THE NIGHTLY VERIFICATION BALANCES THOSE AGAINST THE
      *> REDACTION ENTRIES). LEAVES THE JOURNAL CLOSED; WS-CHAIN-SEQ IS
      *> THE LAST GOOD SEQUENCE NUMBER WHEN WS-CHAIN-BROKEN IS "Y"
       VERIFY-JOURNAL-CHAIN.
           MOVE "N" TO WS-JOURNAL-EOF
           PERFORM UNTIL WS-JOURNAL-EOF = "Y" OR WS-CHAIN-BROKEN = "Y"
               READ JOURNAL-FILE INTO JOURNAL-RECORD
                   AT END MOVE "Y" TO WS-JOURNAL-EOF
                   NOT AT END PERFORM VERIFY-JOURNAL-LINK
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           .

       VERIFY-JOURNAL-LINK.
           IF JL-SEAL-TYPE = SPACE
               IF WS-CHAIN-STARTED = "Y"
                   MOVE "Y" TO WS-CHAIN-BROKEN
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF JL-SEAL-SEQ NOT = WS-CHAIN-SEQ + 1
               MOVE "Y" TO WS-CHAIN-BROKEN
               EXIT PARAGRAPH
           END-IF
           IF JL-SEAL-TYPE NOT = "P"
               MOVE JOURNAL-RECORD (1:3181) TO WS-SEAL-BUFFER
               MOVE 3181 TO WS-SEAL-LENGTH
               MOVE WS-CHAIN-CHECK TO WS-SEAL-HASH
               PERFORM COMPUTE-SEAL-CHECK
               IF WS-SEAL-HASH NOT = JL-SEAL-CHECK
                   MOVE "Y" TO WS-CHAIN-BROKEN
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "Y" TO WS-CHAIN-STARTED
           MOVE JL-SEAL-SEQ TO WS-CHAIN-SEQ
           MOVE JL-SEAL-CHECK TO WS-CHAIN-CHECK
           .

      *> SAME FOLD AS THE WRITERS' -- SEE InCollegewithEpic7.cob
      *> WS-SEAL-HASH ARRIVES HOLDING THE PREVIOUS ROW'S CHECK VALUE AND
      *> LEAVES HOLDING THIS ONE'S: EVERY BYTE OF WS-SEAL-BUFFER UP TO
      *> WS-SEAL-LENGTH IS FOLDED IN, SO CHANGING, DROPPING OR
      *> REORDERING ANY ROW CHANGES EVERY CHECK VALUE AFTER IT
       COMPUTE-SEAL-CHECK.
           PERFORM VARYING WS-SEAL-I FROM 1 BY 1
                   UNTIL WS-SEAL-I > WS-SEAL-LENGTH
               COMPUTE WS-SEAL-HASH = FUNCTION MOD(WS-SEAL-HASH * 31
                   + FUNCTION ORD(WS-SEAL-BUFFER (WS-SEAL-I:1)),
                   9999999967)
           END-PERFORM
           .

       APPLY-JOURNAL-ENTRY.
           EVALUATE FUNCTION TRIM(WS-APPLY-FILE-ID)
               WHEN "ACCOUNTS"
                   PERFORM APPLY-TO-PROFILES
               WHEN "JOBS"
                   PERFORM APPLY-TO-JOBS
               WHEN "REKEY"
                   PERFORM APPLY-REKEY
               WHEN OTHER
                   ADD 1 TO WS-ENTRIES-SKIPPED
           END-EVALUATE
           ADD 1 TO WS-ENTRIES-APPLIED
           .

      *> --- CONNECTION REQUESTS: INDEXED ON SENDER 1-20 PLUS
      *> RECEIVER 21-40 ---
      *> A BLANK SECOND KEY HALF ON "D" MEANS EVERY ROW THE USER IS ON
      *> EITHER SIDE OF (ACCOUNT DELETION)
       APPLY-TO-CONN-REQUESTS.
               WHEN "A"
                   PERFORM APPEND-CONN-REQUEST
               WHEN "D"
                   PERFORM DELETE-CONN-REQUESTS
               WHEN OTHER
                   ADD 1 TO WS-ENTRIES-SKIPPED
           END-EVALUATE
           .

      *> A REQUEST ALREADY ON FILE IS NOT DUPLICATED BY A SECOND REPLAY
       APPEND-CONN-REQUEST.
           OPEN I-O CONNECTION-REQUESTS-FILE
           IF WS-CONN-REQ-STATUS NOT = "00"
               OPEN OUTPUT CONNECTION-REQUESTS-FILE
               CLOSE CONNECTION-REQUESTS-FILE
               OPEN I-O CONNECTION-REQUESTS-FILE
           END-IF
           MOVE WS-APPLY-IMAGE(1:60) TO CONNECTION-REQUEST-RECORD
           WRITE CONNECTION-REQUEST-RECORD
               INVALID KEY ADD 1 TO WS-ENTRIES-SKIPPED
               NOT INVALID KEY ADD 1 TO WS-ENTRIES-APPLIED
           END-WRITE
           CLOSE CONNECTION-REQUESTS-FILE
           .

       DELETE-CONN-REQUESTS.
           OPEN I-O CONNECTION-REQUESTS-FILE
           IF WS-CONN-REQ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF WS-APPLY-KEY-TWO NOT = SPACES
               MOVE WS-APPLY-KEY-ONE TO CRR-SENDER
               MOVE WS-APPLY-KEY-TWO TO CRR-RECEIVER
               DELETE CONNECTION-REQUESTS-FILE RECORD
                   INVALID KEY CONTINUE
               END-DELETE
           ELSE
      *> THE USER'S RUN OF THE PRIME KEY, THEN THE RECEIVER KEY'S RUN
               MOVE WS-APPLY-KEY-ONE TO CRR-SENDER
               MOVE LOW-VALUES TO CRR-RECEIVER
               MOVE "N" TO WS-FILE-EOF
               START CONNECTION-REQUESTS-FILE KEY >= CRR-KEY
                   INVALID KEY MOVE "Y" TO WS-FILE-EOF
               END-START
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ CONNECTION-REQUESTS-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           IF CRR-SENDER NOT = WS-APPLY-KEY-ONE
                               MOVE "Y" TO WS-FILE-EOF
                           ELSE
                               DELETE CONNECTION-REQUESTS-FILE RECORD
                           END-IF
                   END-READ
               END-PERFORM
               MOVE WS-APPLY-KEY-ONE TO CRR-RECEIVER
               MOVE "N" TO WS-FILE-EOF
               START CONNECTION-REQUESTS-FILE KEY = CRR-RECEIVER
                   INVALID KEY MOVE "Y" TO WS-FILE-EOF
               END-START
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ CONNECTION-REQUESTS-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           IF CRR-RECEIVER NOT = WS-APPLY-KEY-ONE
                               MOVE "Y" TO WS-FILE-EOF
                           ELSE
                               DELETE CONNECTION-REQUESTS-FILE RECORD
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CONNECTION-REQUESTS-FILE
           ADD 1 TO WS-ENTRIES-APPLIED
           .

      *> --- CONNECTIONS: INDEXED ON USER-ONE 1-20 PLUS USER-TWO 21-40,
      *> A PAIR FILED IN EITHER ORDER ---
       APPLY-TO-CONNECTIONS.
           EVALUATE WS-APPLY-ACTION
               WHEN "A"
                   PERFORM APPEND-CONNECTION
               WHEN "D"
                   PERFORM DELETE-CONNECTIONS
               WHEN OTHER
                   ADD 1 TO WS-ENTRIES-SKIPPED
           END-EVALUATE
           .

       APPEND-CONNECTION.
           OPEN I-O CONNECTIONS-FILE
           IF WS-CONNECTION-STATUS NOT = "00"
               OPEN OUTPUT CONNECTIONS-FILE
               CLOSE CONNECTIONS-FILE
               OPEN I-O CONNECTIONS-FILE
           END-IF
           MOVE WS-APPLY-IMAGE(1:48) TO CONNECTION-RECORD
           WRITE CONNECTION-RECORD
               INVALID KEY ADD 1 TO WS-ENTRIES-SKIPPED
               NOT INVALID KEY ADD 1 TO WS-ENTRIES-APPLIED
           END-WRITE
           CLOSE CONNECTIONS-FILE
           .

       DELETE-CONNECTIONS.
           OPEN I-O CONNECTIONS-FILE
           IF WS-CONNECTION-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF WS-APPLY-KEY-TWO NOT = SPACES
               MOVE WS-APPLY-KEY-ONE TO CNR-USER-ONE
               MOVE WS-APPLY-KEY-TWO TO CNR-USER-TWO
               DELETE CONNECTIONS-FILE RECORD
                   INVALID KEY
                       MOVE WS-APPLY-KEY-TWO TO CNR-USER-ONE
                       MOVE WS-APPLY-KEY-ONE TO CNR-USER-TWO
                       DELETE CONNECTIONS-FILE RECORD
                           INVALID KEY CONTINUE
                       END-DELETE
               END-DELETE
           ELSE
               MOVE WS-APPLY-KEY-ONE TO CNR-USER-ONE
               MOVE LOW-VALUES TO CNR-USER-TWO
               MOVE "N" TO WS-FILE-EOF
               START CONNECTIONS-FILE KEY >= CNR-KEY
                   INVALID KEY MOVE "Y" TO WS-FILE-EOF
               END-START
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ CONNECTIONS-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           IF CNR-USER-ONE NOT = WS-APPLY-KEY-ONE
                               MOVE "Y" TO WS-FILE-EOF
                           ELSE
                               DELETE CONNECTIONS-FILE RECORD
                           END-IF
                   END-READ
               END-PERFORM
               MOVE WS-APPLY-KEY-ONE TO CNR-USER-TWO
               MOVE "N" TO WS-FILE-EOF
               START CONNECTIONS-FILE KEY = CNR-USER-TWO
                   INVALID KEY MOVE "Y" TO WS-FILE-EOF
               END-START
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ CONNECTIONS-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           IF CNR-USER-TWO NOT = WS-APPLY-KEY-ONE
                               MOVE "Y" TO WS-FILE-EOF
                           ELSE
                               DELETE CONNECTIONS-FILE RECORD
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CONNECTIONS-FILE
           ADD 1 TO WS-ENTRIES-APPLIED
           .

      *> --- APPLICATIONS: INDEXED ON USERNAME 1-20 PLUS JOB ID 21-24 ---
       APPLY-TO-APPLICATIONS.
           EVALUATE WS-APPLY-ACTION
               WHEN "A"
                   PERFORM APPEND-APPLICATION
               WHEN "U"
                   PERFORM REWRITE-APPLICATION
               WHEN "D"
                   PERFORM DELETE-APPLICATIONS
               WHEN OTHER
                   ADD 1 TO WS-ENTRIES-SKIPPED
           END-EVALUATE
           .

      *> AN APPLICATION ALREADY ON FILE IS NOT DUPLICATED BY A SECOND
      *> REPLAY
       APPEND-APPLICATION.
           OPEN I-O APPLICATIONS-FILE
           IF WS-APPLICATIONS-STATUS NOT = "00"
               OPEN OUTPUT APPLICATIONS-FILE
               CLOSE APPLICATIONS-FILE
               OPEN I-O APPLICATIONS-FILE
           END-IF
           MOVE WS-APPLY-IMAGE(1:489) TO APPLICATION-IMAGE-RECORD
           WRITE APPLICATION-IMAGE-RECORD
               INVALID KEY ADD 1 TO WS-ENTRIES-SKIPPED
               NOT INVALID KEY ADD 1 TO WS-ENTRIES-APPLIED
           END-WRITE
           CLOSE APPLICATIONS-FILE
           .

      *> A STATUS CHANGE; A MISSING APPLICATION IS PUT BACK IN FULL
       REWRITE-APPLICATION.
           OPEN I-O APPLICATIONS-FILE
           IF WS-APPLICATIONS-STATUS NOT = "00"
               OPEN OUTPUT APPLICATIONS-FILE
               CLOSE APPLICATIONS-FILE
               OPEN I-O APPLICATIONS-FILE
           END-IF
           MOVE WS-APPLY-IMAGE(1:489) TO APPLICATION-IMAGE-RECORD
           REWRITE APPLICATION-IMAGE-RECORD
               INVALID KEY
                   WRITE APPLICATION-IMAGE-RECORD
                   END-WRITE
           END-REWRITE
           CLOSE APPLICATIONS-FILE
           ADD 1 TO WS-ENTRIES-APPLIED
           .

      *> A KEY WITH NO JOB ID TAKES EVERY APPLICATION THE USER HOLDS
       DELETE-APPLICATIONS.
           OPEN I-O APPLICATIONS-FILE
           IF WS-APPLICATIONS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF WS-APPLY-KEY(21:4) NOT = SPACES
               MOVE WS-APPLY-KEY(1:24) TO APR-KEY
               DELETE APPLICATIONS-FILE RECORD
                   INVALID KEY CONTINUE
               END-DELETE
           ELSE
               MOVE WS-APPLY-KEY-ONE TO APR-USERNAME
               MOVE 0 TO APR-JOB-ID
               MOVE "N" TO WS-FILE-EOF
               START APPLICATIONS-FILE KEY >= APR-KEY
                   INVALID KEY MOVE "Y" TO WS-FILE-EOF
               END-START
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ APPLICATIONS-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           IF APR-USERNAME NOT = WS-APPLY-KEY-ONE
                               MOVE "Y" TO WS-FILE-EOF
                           ELSE
                               DELETE APPLICATIONS-FILE RECORD
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE APPLICATIONS-FILE
           ADD 1 TO WS-ENTRIES-APPLIED
           .

           EVALUATE WS-APPLY-ACTION
               WHEN "A"
                   PERFORM APPEND-MESSAGE
               WHEN "U"
                   PERFORM REWRITE-MESSAGE
               WHEN "D"
                   PERFORM FILTER-MESSAGES
               WHEN OTHER
           CLOSE MESSAGES-FILE
           .

      *> A RE-ADDRESSED MESSAGE (ACCOUNT MERGE); A MISSING ID IS PUT
      *> BACK IN FULL
       REWRITE-MESSAGE.
           OPEN I-O MESSAGES-FILE
           IF WS-MESSAGES-STATUS NOT = "00"
               OPEN OUTPUT MESSAGES-FILE
               CLOSE MESSAGES-FILE
               OPEN I-O MESSAGES-FILE
           END-IF
           MOVE WS-APPLY-IMAGE(1:273) TO MESSAGE-IMAGE-RECORD
           REWRITE MESSAGE-IMAGE-RECORD
               INVALID KEY
                   WRITE MESSAGE-IMAGE-RECORD
                   END-WRITE
           END-REWRITE
           CLOSE MESSAGES-FILE
           ADD 1 TO WS-ENTRIES-APPLIED
           .

       FILTER-MESSAGES.
           OPEN I-O MESSAGES-FILE
           IF WS-MESSAGES-STATUS NOT = "00"
           CLOSE JOBS-FILE
           .

      *> --- REKEY: ONE SEQUENTIAL FILE MOVED FROM A RETIRING USERNAME
      *> TO A SURVIVING ONE. KEY = RETIRING 1-20, SURVIVING 21-40;
      *> IMAGE = THE FILE SPEC. SAME RULES AS THE MERGE JOB: THE
      *> SURVIVOR'S OWN ROW WINS A DUPLICATE, SELF-PAIRS GO, "D" MODE
      *> JUST DROPS THE RETIRING ROWS ---
       APPLY-REKEY.
           MOVE WS-APPLY-IMAGE(1:51) TO WS-REKEY-SPEC
           MOVE WS-APPLY-KEY-ONE TO WS-REKEY-RETIRING
           MOVE WS-APPLY-KEY-TWO TO WS-REKEY-SURVIVING
           MOVE RK-FILE-NAME TO WS-DATA-FILE-NAME
           IF WS-REKEY-RETIRING = SPACES OR RK-POS-ONE = 0
               ADD 1 TO WS-ENTRIES-SKIPPED
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-KEY-COUNT
           MOVE 0 TO WS-REKEY-MOVES

           OPEN INPUT DATA-FILE
           IF WS-DATA-STATUS NOT = "00"
               ADD 1 TO WS-ENTRIES-SKIPPED
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ DATA-FILE
                   AT END MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       MOVE DATA-RECORD TO WS-ROW
                       PERFORM CLASSIFY-REKEY-ROW
                       IF WS-ROW-HAS-RETIRING = "Y"
                           ADD 1 TO WS-REKEY-MOVES
                       ELSE
                           IF WS-ROW-HAS-SURVIVOR = "Y"
                               AND RK-KEY-1-LEN > 0
                               PERFORM BUILD-REKEY-ROW-KEY
                               PERFORM REMEMBER-REKEY-ROW-KEY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DATA-FILE
      *> ALREADY APPLIED
           IF WS-REKEY-MOVES = 0
               ADD 1 TO WS-ENTRIES-SKIPPED
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT DATA-FILE
           OPEN OUTPUT DATA-TEMP-FILE
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ DATA-FILE
                   AT END MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       MOVE DATA-RECORD TO WS-ROW
                       PERFORM CLASSIFY-REKEY-ROW
                       MOVE "Y" TO WS-ROW-KEEP
                       IF WS-ROW-HAS-RETIRING = "Y"
                           PERFORM REKEY-ONE-ROW
                       END-IF
                       IF WS-ROW-KEEP = "Y"
                           MOVE WS-ROW TO DATA-TEMP-RECORD
                           WRITE DATA-TEMP-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DATA-FILE
           CLOSE DATA-TEMP-FILE

           OPEN OUTPUT DATA-FILE
           OPEN INPUT DATA-TEMP-FILE
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ DATA-TEMP-FILE
                   AT END MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       MOVE DATA-TEMP-RECORD TO DATA-RECORD
                       WRITE DATA-RECORD
               END-READ
           END-PERFORM
           CLOSE DATA-FILE
           CLOSE DATA-TEMP-FILE
           OPEN OUTPUT DATA-TEMP-FILE
           CLOSE DATA-TEMP-FILE
           ADD 1 TO WS-ENTRIES-APPLIED
           .

       CLASSIFY-REKEY-ROW.
           MOVE "N" TO WS-ROW-HAS-RETIRING
           MOVE "N" TO WS-ROW-HAS-SURVIVOR
           IF WS-ROW(RK-POS-ONE:20) = WS-REKEY-RETIRING
               MOVE "Y" TO WS-ROW-HAS-RETIRING
           END-IF
           IF WS-ROW(RK-POS-ONE:20) = WS-REKEY-SURVIVING
               MOVE "Y" TO WS-ROW-HAS-SURVIVOR
           END-IF
           IF RK-POS-TWO > 0
               IF WS-ROW(RK-POS-TWO:20) = WS-REKEY-RETIRING
                   MOVE "Y" TO WS-ROW-HAS-RETIRING
               END-IF
               IF WS-ROW(RK-POS-TWO:20) = WS-REKEY-SURVIVING
                   MOVE "Y" TO WS-ROW-HAS-SURVIVOR
               END-IF
           END-IF
           .

       REKEY-ONE-ROW.
           IF RK-MODE = "D"
               MOVE "N" TO WS-ROW-KEEP
               EXIT PARAGRAPH
           END-IF
           IF WS-ROW(RK-POS-ONE:20) = WS-REKEY-RETIRING
               MOVE WS-REKEY-SURVIVING TO WS-ROW(RK-POS-ONE:20)
           END-IF
           IF RK-POS-TWO > 0
               IF WS-ROW(RK-POS-TWO:20) = WS-REKEY-RETIRING
                   MOVE WS-REKEY-SURVIVING TO WS-ROW(RK-POS-TWO:20)
               END-IF
               IF RK-DROP-SELF = "Y"
                   AND WS-ROW(RK-POS-ONE:20) = WS-ROW(RK-POS-TWO:20)
                   MOVE "N" TO WS-ROW-KEEP
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF RK-KEY-1-LEN > 0
               PERFORM BUILD-REKEY-ROW-KEY
               MOVE "N" TO WS-KEY-FOUND
               PERFORM VARYING WS-KEY-I FROM 1 BY 1
                   UNTIL WS-KEY-I > WS-KEY-COUNT OR WS-KEY-FOUND = "Y"
                   IF WS-KEY-ENTRY (WS-KEY-I) = WS-ROW-KEY
                      OR WS-KEY-ENTRY (WS-KEY-I) = WS-ROW-KEY-SWAPPED
                       MOVE "Y" TO WS-KEY-FOUND
                   END-IF
               END-PERFORM
               IF WS-KEY-FOUND = "Y"
                   MOVE "N" TO WS-ROW-KEEP
                   EXIT PARAGRAPH
               END-IF
               PERFORM REMEMBER-REKEY-ROW-KEY
           END-IF
           .

       BUILD-REKEY-ROW-KEY.
           MOVE SPACES TO WS-ROW-KEY
           MOVE WS-ROW(RK-KEY-1-START:RK-KEY-1-LEN)
               TO WS-ROW-KEY(1:RK-KEY-1-LEN)
           IF RK-KEY-2-LEN > 0
               MOVE WS-ROW(RK-KEY-2-START:RK-KEY-2-LEN)
                   TO WS-ROW-KEY(RK-KEY-1-LEN + 1:RK-KEY-2-LEN)
           END-IF
           MOVE WS-ROW-KEY TO WS-ROW-KEY-SWAPPED
           IF RK-UNORDERED = "Y"
               MOVE WS-ROW(RK-POS-TWO:20) TO WS-ROW-KEY-SWAPPED(1:20)
               MOVE WS-ROW(RK-POS-ONE:20) TO WS-ROW-KEY-SWAPPED(21:20)
           END-IF
           .

       REMEMBER-REKEY-ROW-KEY.
           IF WS-KEY-COUNT < 2000
               ADD 1 TO WS-KEY-COUNT
               MOVE WS-ROW-KEY TO WS-KEY-ENTRY (WS-KEY-COUNT)
           END-IF
           .

       WRITE-RECOVERY-SUMMARY.
           MOVE WS-ENTRIES-READ TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
