      *> === INCOLLEGE GENERATION BACKUP / RESTORE JOB ===
      *> Copies every data file data_catalog.doc marks for backup into a
      *> dated, numbered generation set and can put a chosen generation
      *> back. One bad
      *> rewrite of accounts.tmp over accounts.doc used to be the end of
      *> the site; with this job scheduled nightly the worst case is one
      *> day of data.
      *> With no control file on disk the job defaults to BACKUP keeping
      *> three generations, so simply scheduling it is safe.
      *>
      *> The catalog is the list of files: a new data file is covered
      *> once it is catalogued, and with no catalog the job refuses to
      *> run rather than cut a partial generation.
      *> The sequential files are copied byte-for-byte; the indexed
      *> files (profiles.doc, jobs.doc, messages.doc, applications.doc,
      *> connections.doc, connection_requests.doc) are unloaded in key
      *> order into
      *> flat generation files and rebuilt record-by-record on restore,
      *> then re-opened to prove the rebuilt files open cleanly. Every
      *> copy is verified by record count before it is trusted.
      *> Generation files are named backup.NNNN.<file>.
      *> A backup first balances the live files against the chain's
      *> control totals -- a generation is never cut from files already
      *> out of balance -- and a restore records the restored
      *> generation's totals as the new position to balance against.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCOLLEGE-BACKUP.

           SELECT MESSAGES-BAK-FILE ASSIGN TO WS-MESSAGES-BAK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MESSAGES-BAK-STATUS.
      *> applications.doc FOLLOWED messages.doc TO INDEXED -- SAME
      *> UNLOAD/RELOAD, AND IT LEFT THE GENERIC COPY TABLE
           SELECT APPLICATIONS-FILE ASSIGN TO "applications.doc"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APP-KEY
               ALTERNATE RECORD KEY IS APP-JOB-ID WITH DUPLICATES
               FILE STATUS IS WS-APPLICATIONS-STATUS.
           SELECT APPLICATIONS-BAK-FILE ASSIGN TO WS-APPLICATIONS-BAK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPLICATIONS-BAK-STATUS.
      *> connections.doc AND connection_requests.doc WENT THE SAME WAY.
      *> A GENERATION CUT BY THE OLD BYTE COPY IS ALREADY A FLAT FILE OF
      *> THE SAME LAYOUT, SO RELOAD TAKES EITHER
           SELECT CONNECTIONS-FILE ASSIGN TO "connections.doc"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-KEY
               ALTERNATE RECORD KEY IS CN-USER-TWO WITH DUPLICATES
               FILE STATUS IS WS-CONNECTIONS-STATUS.
           SELECT CONNECTIONS-BAK-FILE ASSIGN TO WS-CONNECTIONS-BAK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONNECTIONS-BAK-STATUS.
           SELECT CONN-REQ-FILE ASSIGN TO "connection_requests.doc"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-KEY
               ALTERNATE RECORD KEY IS CR-RECEIVER WITH DUPLICATES
               FILE STATUS IS WS-CONN-REQ-STATUS.
           SELECT CONN-REQ-BAK-FILE ASSIGN TO WS-CONN-REQ-BAK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONN-REQ-BAK-STATUS.
      *> CONTROL TOTALS EACH STEP OF THE NIGHTLY CHAIN LEAVES FOR THE
      *> NEXT ONE TO BALANCE AGAINST -- SEE CHECK-OPENING-BALANCE
           SELECT CONTROL-TOTALS-FILE ASSIGN TO "control_totals.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-TOTALS-STATUS.
      *> NIGHTLY RUN-CONTROL LOG -- THIS JOB ONLY WRITES A HALT ROW
      *> THERE WHEN ITS CONTROL TOTALS DO NOT BALANCE
           SELECT JOBLOG-FILE ASSIGN TO "joblog.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.
      *> BUSINESS-DATE CONTROL RECORD -- SEE LOAD-BUSINESS-DATE
           SELECT BUSINESS-DATE-FILE ASSIGN TO "business_date.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
      *> OPERATOR ALERTS LAND IN THE OPERATORS' NOTIFICATIONS, THE
      *> SAME WAY InCollege-BatchJobs.cob RAISES THEM
           SELECT OPERATORS-FILE ASSIGN TO "operators.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATORS-STATUS.
           SELECT NOTIFICATIONS-FILE ASSIGN TO "notifications.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.
      *> THE DATA-FILE CATALOG -- SEE InCollege-Reconcile.cob
           SELECT DATA-CATALOG-FILE ASSIGN TO "data_catalog.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-CATALOG-STATUS.
           SELECT REPORT-FILE ASSIGN TO "backup.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           05 JR-CATEGORY        PIC X(20).
      *> HEADCOUNT ON THE REQUISITION -- SEE THE MAIN PROGRAM'S FD
           05 JR-OPENINGS        PIC 9(3).
      *> SPONSORSHIP FLAG ON THE LISTING -- SEE THE MAIN PROGRAM'S FD
           05 JR-SPONSORSHIP     PIC X(01).
      *> PARTNER-BOARD SYNDICATION OPT-OUT -- SEE THE MAIN PROGRAM'S FD
           05 JR-SYNDICATE       PIC X(01).

       FD JOBS-BAK-FILE.
      *> FLAT UNLOAD IMAGE -- SAME LENGTH AS JOBS-FILE-RECORD
       01 JOBS-BAK-RECORD PIC X(339).

       FD MESSAGES-FILE.
       01 MESSAGE-RECORD.
       FD MESSAGES-BAK-FILE.
       01 MESSAGES-BAK-RECORD PIC X(273).

      *> ONLY THE KEY AND STATUS ARE NAMED -- SEE THE MAIN PROGRAM'S FD
       FD APPLICATIONS-FILE.
       01 APPLICATION-RECORD.
           05 APP-KEY.
               10 APP-USERNAME   PIC X(20).
               10 APP-JOB-ID     PIC 9(4).
           05 APP-STATUS         PIC X(01).
           05 FILLER             PIC X(464).

       FD APPLICATIONS-BAK-FILE.
      *> FLAT UNLOAD IMAGE -- SAME LENGTH AS APPLICATION-RECORD
       01 APPLICATIONS-BAK-RECORD PIC X(489).

      *> ONLY THE KEYS ARE NAMED -- SEE THE MAIN PROGRAM'S FD
       FD CONNECTIONS-FILE.
       01 CONNECTION-RECORD.
           05 CN-KEY.
               10 CN-USER-ONE    PIC X(20).
               10 CN-USER-TWO    PIC X(20).
           05 FILLER             PIC X(8).

       FD CONNECTIONS-BAK-FILE.
       01 CONNECTIONS-BAK-RECORD PIC X(48).

       FD CONN-REQ-FILE.
       01 CONNECTION-REQUEST-RECORD.
           05 CR-KEY.
               10 CR-SENDER      PIC X(20).
               10 CR-RECEIVER    PIC X(20).
           05 FILLER             PIC X(20).

       FD CONN-REQ-BAK-FILE.
       01 CONN-REQ-BAK-RECORD PIC X(60).

      *> ONE ROW PER TOTAL; THE ROWS ONE STEP WRITES TOGETHER SHARE
      *> DATE, TIME AND STEP AND FORM THAT STEP'S SET. PRIOR VALUE PLUS
      *> ADJUSTMENT IS THE CLOSING VALUE -- THE ADJUSTMENT IS A
      *> DIFFERENCE THE STEP MADE ON PURPOSE (ROWS MOVED TO THE .arc
      *> FILES, PURGED, A GENERATION RESTORED)
       FD CONTROL-TOTALS-FILE.
       01 CONTROL-TOTAL-RECORD.
           05 CT-DATE         PIC 9(8).
           05 CT-TIME         PIC X(6).
           05 CT-STEP         PIC X(16).
           05 CT-FILE-NAME    PIC X(24).
           05 CT-TOTAL-NAME   PIC X(12).
           05 CT-VALUE        PIC 9(12).
           05 CT-PRIOR-VALUE  PIC 9(12).
           05 CT-ADJUSTMENT   PIC S9(12) SIGN IS LEADING SEPARATE.
           05 CT-REASON       PIC X(20).

       FD JOBLOG-FILE.
       01 JOBLOG-RECORD.
           05 JG-DATE          PIC 9(8).
           05 JG-TIME          PIC X(6).
           05 JG-JOB-NAME      PIC X(12).
      *> "START", "END" OR "HALT"
           05 JG-EVENT         PIC X(5).
           05 JG-RETURN-STATUS PIC X(4).
      *> THE DATE THE RUN PROCESSED AS OF -- JG-DATE IS WHEN IT RAN
           05 JG-BUSINESS-DATE PIC 9(8).

      *> ONE RECORD: THE DATE THE NIGHTLY BATCH PROCESSES AS OF
       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BD-DATE          PIC 9(8).

       FD OPERATORS-FILE.
       01 OPERATOR-RECORD.
           05 OP-NAME          PIC X(20).
           05 OP-PASSWORD-HASH PIC X(12).
           05 OP-LEVEL         PIC X(01).

       FD NOTIFICATIONS-FILE.
       01 NOTIFICATION-RECORD.
           05 NT-USERNAME  PIC X(20).
           05 NT-TIMESTAMP PIC X(14).
           05 NT-TEXT      PIC X(100).

      *> SEE InCollege-Reconcile.cob FOR THE FULL DESCRIPTION -- LOADED
      *> STRAIGHT INTO WS-DC-TABLE, WHICH HAS THE SAME LAYOUT
       FD DATA-CATALOG-FILE.
       01 DATA-CATALOG-RECORD PIC X(107).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(100).

       77  WS-JOBS-BAK-STATUS    PIC XX.
       77  WS-MESSAGES-STATUS    PIC XX.
       77  WS-MESSAGES-BAK-STATUS PIC XX.
       77  WS-APPLICATIONS-STATUS PIC XX.
       77  WS-APPLICATIONS-BAK-STATUS PIC XX.
       77  WS-CONNECTIONS-STATUS  PIC XX.
       77  WS-CONNECTIONS-BAK-STATUS PIC XX.
       77  WS-CONN-REQ-STATUS     PIC XX.
       77  WS-CONN-REQ-BAK-STATUS PIC XX.
       77  WS-REPORT-STATUS      PIC XX.
       77  WS-DATA-CATALOG-STATUS PIC XX.
       77  WS-THIS-JOB-NAME      PIC X(12) VALUE "BACKUP".
       77  WS-JOBLOG-STATUS      PIC XX.
       77  WS-BUSINESS-DATE-STATUS PIC XX.
      *> THE DATE THIS RUN PROCESSES AS OF, AND THE REAL ONE
       77  WS-BUSINESS-DATE      PIC 9(8) VALUE 0.
       77  WS-CLOCK-DATE         PIC 9(8) VALUE 0.
       77  WS-OPERATORS-STATUS   PIC XX.
       77  WS-OPERATORS-EOF      PIC X VALUE "N".
       77  WS-NOTIFY-STATUS      PIC XX.
       77  WS-OPS-NOTIFIED       PIC X VALUE "N".
       77  WS-ALERT-TEXT         PIC X(100).

      *> === CONTROL-TOTALS WORKING STORAGE ===
      *> ONE SLOT PER FILE/TOTAL THIS STEP DERIVES: WHAT IS ON FILE
      *> NOW, THE OPENING POSITION, TONIGHT'S LATEST SET FOR IT AND
      *> ANY DIFFERENCE THIS STEP EXPLAINS
       77  WS-CTL-TOTALS-STATUS  PIC XX.
       77  WS-CTL-TOTALS-EOF     PIC X VALUE "N".
       77  WS-CT-EOF             PIC X VALUE "N".
       77  WS-CT-TODAY           PIC 9(8) VALUE 0.
       77  WS-CT-NOW             PIC X(6).
       77  WS-CT-STEP-NAME       PIC X(16).
       77  WS-CT-FILE-NAME       PIC X(24).
       77  WS-CT-TOTAL-NAME      PIC X(12).
       77  WS-CT-VALUE           PIC 9(12).
       77  WS-CT-ADJUST          PIC S9(12).
       77  WS-CT-BALANCE         PIC S9(13).
       77  WS-CT-REASON          PIC X(20).
       77  WS-CT-RESTORING       PIC X VALUE "N".
       77  WS-CT-STAMP           PIC X(30).
       77  WS-CT-FILE-KNOWN      PIC X VALUE "N".
       77  WS-CT-OUT-OF-BALANCE  PIC X VALUE "N".
       77  WS-CT-FIRST-FILE      PIC X(24).
       77  WS-CT-FIRST-TOTAL     PIC X(12).
       77  WS-CT-SHOW-VALUE      PIC Z(11)9.
       77  WS-CT-SHOW-EXPECT     PIC -(12)9.
       77  WS-CT-SHOW-STEP       PIC X(16).
       77  WS-CT-MESSAGE         PIC X(100).
       77  WS-CT-COUNT           PIC 9(2) VALUE 0.
       77  WS-CT-PICK            PIC 9(2) VALUE 0.
       77  WS-CT-I               PIC 9(2) VALUE 0.
       77  WS-CT-J               PIC 9(2) VALUE 0.
       01  WS-CT-TABLE OCCURS 60 TIMES.
           05  WS-CT-FILE         PIC X(24).
           05  WS-CT-TOTAL        PIC X(12).
           05  WS-CT-CURRENT      PIC 9(12).
           05  WS-CT-OPENING      PIC 9(12).
           05  WS-CT-EXPECTED     PIC 9(12).
           05  WS-CT-HAS-EXPECT   PIC X(01).
           05  WS-CT-SET-STAMP    PIC X(30).
           05  WS-CT-ADJUSTMENT   PIC S9(12).
           05  WS-CT-REASON-TEXT  PIC X(20).

       77  WS-RUN-MODE           PIC X(8) VALUE "BACKUP".
       77  WS-KEEP-GENERATIONS   PIC 9(2) VALUE 3.
       77  WS-PROFILE-BAK-NAME   PIC X(64).
       77  WS-JOBS-BAK-NAME      PIC X(64).
       77  WS-MESSAGES-BAK-NAME  PIC X(64).
       77  WS-APPLICATIONS-BAK-NAME PIC X(64).
       77  WS-CONNECTIONS-BAK-NAME PIC X(64).
       77  WS-CONN-REQ-BAK-NAME  PIC X(64).
       77  WS-DELETE-NAME        PIC X(64).
       77  WS-BASE-NAME          PIC X(30).
       77  WS-EOF-FLAG           PIC X VALUE "N".
       77  WS-COUNT-DISPLAY      PIC ZZZ,ZZ9.
       77  WS-DELETE-RESULT      PIC 9(4) COMP VALUE 0.

      *> THE FILES TO COVER, FROM data_catalog.doc. SEQUENTIAL ENTRIES
      *> GO THROUGH THE GENERIC COPY; INDEXED ONES NEED THEIR OWN
      *> UNLOAD/RELOAD BELOW, AND ONE WITHOUT IS REPORTED AS A FAILURE
       77  WS-DATA-CATALOG-EOF     PIC X VALUE "N".
       77  WS-DC-COUNT             PIC 9(3) VALUE 0.
       01  WS-DC-TABLE.
           05 WS-DC-ENTRY OCCURS 150 TIMES
               INDEXED BY WS-DC-IDX.
               10 WS-DC-FILE-NAME       PIC X(30).
               10 WS-DC-ORGANIZATION    PIC X(01).
               10 WS-DC-RECORD-LENGTH   PIC 9(05).
               10 WS-DC-KEY-FIELDS      PIC X(30).
               10 WS-DC-USER-FIELD OCCURS 4 TIMES.
                   15 WS-DC-USER-POS    PIC 9(04).
                   15 WS-DC-USER-LEN    PIC 9(02).
                   15 WS-DC-USER-KIND   PIC X(01).
               10 WS-DC-PERSONAL        PIC X(01).
               10 WS-DC-TEXT-POS        PIC 9(04).
               10 WS-DC-TEXT-LEN        PIC 9(04).
               10 WS-DC-BACKUP          PIC X(01).
               10 WS-DC-PURGE-RULE      PIC X(01).
               10 WS-DC-TEST-COPY       PIC X(01).
               10 WS-DC-BALANCED        PIC X(01).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM INITIALIZE-BACKUP
           PERFORM LOAD-DATA-CATALOG
           MOVE WS-THIS-JOB-NAME TO WS-CT-STEP-NAME
           PERFORM DERIVE-CONTROL-TOTALS
           IF WS-RUN-MODE = "RESTORE"
               MOVE "RESTORE" TO WS-CT-STEP-NAME
               PERFORM TAKE-OPENING-TOTALS
               PERFORM RUN-RESTORE
               PERFORM DERIVE-CONTROL-TOTALS
               PERFORM CHECK-CLOSING-BALANCE
               IF WS-CT-OUT-OF-BALANCE = "Y"
                   PERFORM HALT-OUT-OF-BALANCE
               ELSE
                   PERFORM WRITE-CONTROL-TOTALS
               END-IF
           ELSE
               PERFORM LOAD-EXPECTED-TOTALS
               PERFORM CHECK-OPENING-BALANCE
               IF WS-CT-OUT-OF-BALANCE = "Y"
                   PERFORM HALT-OUT-OF-BALANCE
                   CLOSE REPORT-FILE
                   STOP RUN
               END-IF
               PERFORM RUN-BACKUP
               PERFORM DERIVE-CONTROL-TOTALS
               PERFORM CHECK-CLOSING-BALANCE
               IF WS-CT-OUT-OF-BALANCE = "Y"
                   PERFORM HALT-OUT-OF-BALANCE
               ELSE
                   PERFORM WRITE-CONTROL-TOTALS
               END-IF
           END-IF
           PERFORM WRITE-BACKUP-SUMMARY
           CLOSE REPORT-FILE
           DISPLAY FUNCTION TRIM(REPORT-RECORD)
           WRITE REPORT-RECORD

           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                   UNTIL WS-DC-IDX > WS-DC-COUNT
               IF WS-DC-BACKUP (WS-DC-IDX) = "Y"
                   PERFORM BACKUP-CATALOGUED-FILE
               END-IF
           END-PERFORM
           PERFORM PRUNE-OLD-GENERATIONS
           .

      *> ONE CATALOG ENTRY INTO THE NEW GENERATION
       BACKUP-CATALOGUED-FILE.
           MOVE WS-DC-FILE-NAME (WS-DC-IDX) TO WS-BASE-NAME
           IF WS-DC-ORGANIZATION (WS-DC-IDX) = "I"
               EVALUATE WS-BASE-NAME
                   WHEN "profiles.doc"
                       PERFORM UNLOAD-PROFILES
                   WHEN "jobs.doc"
                       PERFORM UNLOAD-JOBS
                   WHEN "messages.doc"
                       PERFORM UNLOAD-MESSAGES
                   WHEN "applications.doc"
                       PERFORM UNLOAD-APPLICATIONS
                   WHEN "connections.doc"
                       PERFORM UNLOAD-CONNECTIONS
                   WHEN "connection_requests.doc"
                       PERFORM UNLOAD-CONN-REQUESTS
                   WHEN OTHER
                       PERFORM REPORT-NO-INDEXED-ROUTINE
               END-EVALUATE
               EXIT PARAGRAPH
           END-IF
           IF WS-DC-RECORD-LENGTH (WS-DC-IDX) > 4000
               PERFORM REPORT-RECORD-TOO-LONG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BASE-NAME TO WS-COPY-IN-NAME
           PERFORM BUILD-GENERATION-NAME
           MOVE WS-DELETE-NAME TO WS-COPY-OUT-NAME
           PERFORM COPY-AND-VERIFY-ONE-FILE
           .

      *> AN INDEXED FILE CATALOGUED FOR BACKUP THAT THIS JOB HAS NO
      *> UNLOAD/RELOAD FOR -- IT CANNOT BE BYTE-COPIED, SO IT COUNTS
      *> AGAINST THE RUN UNTIL ONE IS WRITTEN
       REPORT-NO-INDEXED-ROUTINE.
           MOVE SPACES TO REPORT-RECORD
           STRING "NOT COPIED " FUNCTION TRIM(WS-BASE-NAME TRAILING)
               " - no unload/reload routine for this indexed file"
               INTO REPORT-RECORD
           DISPLAY FUNCTION TRIM(REPORT-RECORD)
           WRITE REPORT-RECORD
           ADD 1 TO WS-VERIFY-FAILURES
           .

       REPORT-RECORD-TOO-LONG.
           MOVE SPACES TO REPORT-RECORD
           STRING "NOT COPIED " FUNCTION TRIM(WS-BASE-NAME TRAILING)
               " - record longer than the 4000-byte copy area"
               INTO REPORT-RECORD
           DISPLAY FUNCTION TRIM(REPORT-RECORD)
           WRITE REPORT-RECORD
           ADD 1 TO WS-VERIFY-FAILURES
           .

      *> BUILDS "backup.NNNN.<WS-BASE-NAME>" IN WS-DELETE-NAME FOR THE
      *> GENERATION IN WS-GEN-DISPLAY
       BUILD-GENERATION-NAME.
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           IF WS-CT-RESTORING = "Y"
               MOVE WS-BASE-NAME TO WS-CT-FILE-NAME
               PERFORM EXPLAIN-RESTORE-START
           END-IF
           OPEN OUTPUT COPY-OUT-FILE
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
                       ADD 1 TO WS-SOURCE-COUNT
                       MOVE COPY-IN-RECORD TO COPY-OUT-RECORD
                       WRITE COPY-OUT-RECORD
                       IF WS-CT-RESTORING = "Y"
                           PERFORM EXPLAIN-RESTORED-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COPY-IN-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PRUNE-GENERATION TO WS-GEN-DISPLAY
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                   UNTIL WS-DC-IDX > WS-DC-COUNT
               IF WS-DC-BACKUP (WS-DC-IDX) = "Y"
                   MOVE WS-DC-FILE-NAME (WS-DC-IDX) TO WS-BASE-NAME
                   PERFORM BUILD-GENERATION-NAME
                   PERFORM DELETE-GENERATION-FILE
               END-IF
           END-PERFORM
      *> PUT THE CURRENT GENERATION NUMBER BACK FOR ANY LATER NAMING
           MOVE WS-THIS-GENERATION TO WS-GEN-DISPLAY
           .
               INTO REPORT-RECORD
           DISPLAY FUNCTION TRIM(REPORT-RECORD)
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-CT-REASON
           STRING "RESTORED GEN " WS-GEN-DISPLAY DELIMITED BY SIZE
               INTO WS-CT-REASON
           END-STRING

           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                   UNTIL WS-DC-IDX > WS-DC-COUNT
               IF WS-DC-BACKUP (WS-DC-IDX) = "Y"
                   PERFORM RESTORE-CATALOGUED-FILE
               END-IF
           END-PERFORM
           .

      *> ONE CATALOG ENTRY BACK FROM THE CHOSEN GENERATION. A FILE THE
      *> GENERATION DOES NOT HOLD (CATALOGUED SINCE IT WAS CUT) IS
      *> REPORTED AND LEFT AS IT IS
       RESTORE-CATALOGUED-FILE.
           MOVE WS-DC-FILE-NAME (WS-DC-IDX) TO WS-BASE-NAME
           IF WS-DC-ORGANIZATION (WS-DC-IDX) = "I"
               EVALUATE WS-BASE-NAME
                   WHEN "profiles.doc"
                       PERFORM RELOAD-PROFILES
                   WHEN "jobs.doc"
                       PERFORM RELOAD-JOBS
                   WHEN "messages.doc"
                       PERFORM RELOAD-MESSAGES
                   WHEN "applications.doc"
                       PERFORM RELOAD-APPLICATIONS
                   WHEN "connections.doc"
                       PERFORM RELOAD-CONNECTIONS
                   WHEN "connection_requests.doc"
                       PERFORM RELOAD-CONN-REQUESTS
                   WHEN OTHER
                       PERFORM REPORT-NO-INDEXED-ROUTINE
               END-EVALUATE
               EXIT PARAGRAPH
           END-IF
           IF WS-DC-RECORD-LENGTH (WS-DC-IDX) > 4000
               PERFORM REPORT-RECORD-TOO-LONG
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-GENERATION-NAME
           MOVE WS-DELETE-NAME TO WS-COPY-IN-NAME
           MOVE WS-BASE-NAME TO WS-COPY-OUT-NAME
           MOVE WS-DC-BALANCED (WS-DC-IDX) TO WS-CT-RESTORING
           PERFORM COPY-AND-VERIFY-ONE-FILE
           MOVE "N" TO WS-CT-RESTORING
           .

       RELOAD-PROFILES.
               ADD 1 TO WS-VERIFY-FAILURES
               EXIT PARAGRAPH
           END-IF
           MOVE "profiles.doc" TO WS-CT-FILE-NAME
           PERFORM EXPLAIN-RESTORE-START
      *> REBUILD FRESH -- THE UNLOAD WAS IN KEY ORDER SO A STRAIGHT
      *> SEQUENCE OF WRITES RECREATES THE INDEX CLEANLY
           OPEN OUTPUT PROFILE-FILE
                       ADD 1 TO WS-SOURCE-COUNT
                       MOVE PROFILE-BAK-RECORD TO PROFILE-RECORD
                       WRITE PROFILE-RECORD
                       PERFORM EXPLAIN-RESTORED-ROW
               END-READ
           END-PERFORM
           CLOSE PROFILE-BAK-FILE
               ADD 1 TO WS-VERIFY-FAILURES
               EXIT PARAGRAPH
           END-IF
           MOVE "jobs.doc" TO WS-CT-FILE-NAME
           PERFORM EXPLAIN-RESTORE-START
           OPEN OUTPUT JOBS-FILE
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
                       ADD 1 TO WS-SOURCE-COUNT
                       MOVE JOBS-BAK-RECORD TO JOBS-FILE-RECORD
                       WRITE JOBS-FILE-RECORD
                       PERFORM EXPLAIN-RESTORED-ROW
               END-READ
           END-PERFORM
           CLOSE JOBS-BAK-FILE
               ADD 1 TO WS-VERIFY-FAILURES
               EXIT PARAGRAPH
           END-IF
           MOVE "messages.doc" TO WS-CT-FILE-NAME
           PERFORM EXPLAIN-RESTORE-START
           OPEN OUTPUT MESSAGES-FILE
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
                       ADD 1 TO WS-SOURCE-COUNT
                       MOVE MESSAGES-BAK-RECORD TO MESSAGE-RECORD
                       WRITE MESSAGE-RECORD
                       PERFORM EXPLAIN-RESTORED-ROW
               END-READ
           END-PERFORM
           CLOSE MESSAGES-BAK-FILE
           PERFORM REPORT-COPY-RESULT
           .

      *> SAME SHAPE AGAIN -- APPLICANT PLUS JOB IS THE PRIME KEY, SO
      *> THE FLAT FILE COMES OUT IN APPLICANT ORDER
       UNLOAD-APPLICATIONS.
           MOVE "applications.doc" TO WS-BASE-NAME
           PERFORM BUILD-GENERATION-NAME
           MOVE WS-DELETE-NAME TO WS-APPLICATIONS-BAK-NAME
           MOVE 0 TO WS-SOURCE-COUNT
           MOVE 0 TO WS-TARGET-COUNT
           OPEN INPUT APPLICATIONS-FILE
           IF WS-APPLICATIONS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT APPLICATIONS-BAK-FILE
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ APPLICATIONS-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SOURCE-COUNT
                       MOVE APPLICATION-RECORD TO APPLICATIONS-BAK-RECORD
                       WRITE APPLICATIONS-BAK-RECORD
               END-READ
           END-PERFORM
           CLOSE APPLICATIONS-FILE
           CLOSE APPLICATIONS-BAK-FILE

           OPEN INPUT APPLICATIONS-BAK-FILE
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ APPLICATIONS-BAK-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END ADD 1 TO WS-TARGET-COUNT
               END-READ
           END-PERFORM
           CLOSE APPLICATIONS-BAK-FILE
           MOVE WS-APPLICATIONS-BAK-NAME TO WS-COPY-OUT-NAME
           PERFORM REPORT-COPY-RESULT
           .

      *> A GENERATION CUT BEFORE THE FILE WENT INDEXED CAN HOLD A
      *> DUPLICATE APPLICANT/JOB PAIR -- THE FIRST ROW IS KEPT AND THE
      *> DROPPED ONE SHOWS AS A VERIFY FAILURE
       RELOAD-APPLICATIONS.
           MOVE "applications.doc" TO WS-BASE-NAME
           PERFORM BUILD-GENERATION-NAME
           MOVE WS-DELETE-NAME TO WS-APPLICATIONS-BAK-NAME
           MOVE 0 TO WS-SOURCE-COUNT
           MOVE 0 TO WS-TARGET-COUNT
           OPEN INPUT APPLICATIONS-BAK-FILE
           IF WS-APPLICATIONS-BAK-STATUS NOT = "00"
               MOVE "Applications generation file missing - applications not restored." TO REPORT-RECORD
               DISPLAY FUNCTION TRIM(REPORT-RECORD)
               WRITE REPORT-RECORD
               ADD 1 TO WS-VERIFY-FAILURES
               EXIT PARAGRAPH
           END-IF
           MOVE "applications.doc" TO WS-CT-FILE-NAME
           PERFORM EXPLAIN-RESTORE-START
           OPEN OUTPUT APPLICATIONS-FILE
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ APPLICATIONS-BAK-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SOURCE-COUNT
                       MOVE APPLICATIONS-BAK-RECORD TO APPLICATION-RECORD
                       WRITE APPLICATION-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               PERFORM EXPLAIN-RESTORED-ROW
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE APPLICATIONS-BAK-FILE
           CLOSE APPLICATIONS-FILE

           OPEN INPUT APPLICATIONS-FILE
           IF WS-APPLICATIONS-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ APPLICATIONS-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END ADD 1 TO WS-TARGET-COUNT
                   END-READ
               END-PERFORM
               CLOSE APPLICATIONS-FILE
           END-IF
           MOVE "applications.doc (rebuilt)" TO WS-COPY-OUT-NAME
           PERFORM REPORT-COPY-RESULT
           .

      *> THE TWO CONNECTION FILES: SAME UNLOAD/RELOAD AGAIN. A PAIR
      *> OR REQUEST DUPLICATED IN A PRE-INDEX GENERATION KEEPS THE
      *> FIRST ROW AND THE DROPPED ONE SHOWS AS A VERIFY FAILURE
       UNLOAD-CONNECTIONS.
           MOVE "connections.doc" TO WS-BASE-NAME
           PERFORM BUILD-GENERATION-NAME
           MOVE WS-DELETE-NAME TO WS-CONNECTIONS-BAK-NAME
           MOVE 0 TO WS-SOURCE-COUNT
           MOVE 0 TO WS-TARGET-COUNT
           OPEN INPUT CONNECTIONS-FILE
           IF WS-CONNECTIONS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CONNECTIONS-BAK-FILE
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ CONNECTIONS-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SOURCE-COUNT
                       MOVE CONNECTION-RECORD TO CONNECTIONS-BAK-RECORD
                       WRITE CONNECTIONS-BAK-RECORD
               END-READ
           END-PERFORM
           CLOSE CONNECTIONS-FILE
           CLOSE CONNECTIONS-BAK-FILE

           OPEN INPUT CONNECTIONS-BAK-FILE
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ CONNECTIONS-BAK-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END ADD 1 TO WS-TARGET-COUNT
               END-READ
           END-PERFORM
           CLOSE CONNECTIONS-BAK-FILE
           MOVE WS-CONNECTIONS-BAK-NAME TO WS-COPY-OUT-NAME
           PERFORM REPORT-COPY-RESULT
           .

       RELOAD-CONNECTIONS.
           MOVE "connections.doc" TO WS-BASE-NAME
           PERFORM BUILD-GENERATION-NAME
           MOVE WS-DELETE-NAME TO WS-CONNECTIONS-BAK-NAME
           MOVE 0 TO WS-SOURCE-COUNT
           MOVE 0 TO WS-TARGET-COUNT
           OPEN INPUT CONNECTIONS-BAK-FILE
           IF WS-CONNECTIONS-BAK-STATUS NOT = "00"
               MOVE "Connections generation file missing - connections not restored." TO REPORT-RECORD
               DISPLAY FUNCTION TRIM(REPORT-RECORD)
               WRITE REPORT-RECORD
               ADD 1 TO WS-VERIFY-FAILURES
               EXIT PARAGRAPH
           END-IF
           MOVE "connections.doc" TO WS-CT-FILE-NAME
           PERFORM EXPLAIN-RESTORE-START
           OPEN OUTPUT CONNECTIONS-FILE
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ CONNECTIONS-BAK-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SOURCE-COUNT
                       MOVE CONNECTIONS-BAK-RECORD TO CONNECTION-RECORD
                       WRITE CONNECTION-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               PERFORM EXPLAIN-RESTORED-ROW
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE CONNECTIONS-BAK-FILE
           CLOSE CONNECTIONS-FILE

           OPEN INPUT CONNECTIONS-FILE
           IF WS-CONNECTIONS-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CONNECTIONS-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END ADD 1 TO WS-TARGET-COUNT
                   END-READ
               END-PERFORM
               CLOSE CONNECTIONS-FILE
           END-IF
           MOVE "connections.doc (rebuilt)" TO WS-COPY-OUT-NAME
           PERFORM REPORT-COPY-RESULT
           .

       UNLOAD-CONN-REQUESTS.
           MOVE "connection_requests.doc" TO WS-BASE-NAME
           PERFORM BUILD-GENERATION-NAME
           MOVE WS-DELETE-NAME TO WS-CONN-REQ-BAK-NAME
           MOVE 0 TO WS-SOURCE-COUNT
           MOVE 0 TO WS-TARGET-COUNT
           OPEN INPUT CONN-REQ-FILE
           IF WS-CONN-REQ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CONN-REQ-BAK-FILE
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ CONN-REQ-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SOURCE-COUNT
                       MOVE CONNECTION-REQUEST-RECORD TO CONN-REQ-BAK-RECORD
                       WRITE CONN-REQ-BAK-RECORD
               END-READ
           END-PERFORM
           CLOSE CONN-REQ-FILE
           CLOSE CONN-REQ-BAK-FILE

           OPEN INPUT CONN-REQ-BAK-FILE
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ CONN-REQ-BAK-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END ADD 1 TO WS-TARGET-COUNT
               END-READ
           END-PERFORM
           CLOSE CONN-REQ-BAK-FILE
           MOVE WS-CONN-REQ-BAK-NAME TO WS-COPY-OUT-NAME
           PERFORM REPORT-COPY-RESULT
           .

       RELOAD-CONN-REQUESTS.
           MOVE "connection_requests.doc" TO WS-BASE-NAME
           PERFORM BUILD-GENERATION-NAME
           MOVE WS-DELETE-NAME TO WS-CONN-REQ-BAK-NAME
           MOVE 0 TO WS-SOURCE-COUNT
           MOVE 0 TO WS-TARGET-COUNT
           OPEN INPUT CONN-REQ-BAK-FILE
           IF WS-CONN-REQ-BAK-STATUS NOT = "00"
               MOVE "Connection request generation file missing - requests not restored." TO REPORT-RECORD
               DISPLAY FUNCTION TRIM(REPORT-RECORD)
               WRITE REPORT-RECORD
               ADD 1 TO WS-VERIFY-FAILURES
               EXIT PARAGRAPH
           END-IF
           MOVE "connection_requests.doc" TO WS-CT-FILE-NAME
           PERFORM EXPLAIN-RESTORE-START
           OPEN OUTPUT CONN-REQ-FILE
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ CONN-REQ-BAK-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SOURCE-COUNT
                       MOVE CONN-REQ-BAK-RECORD TO CONNECTION-REQUEST-RECORD
                       WRITE CONNECTION-REQUEST-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               PERFORM EXPLAIN-RESTORED-ROW
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE CONN-REQ-BAK-FILE
           CLOSE CONN-REQ-FILE

           OPEN INPUT CONN-REQ-FILE
           IF WS-CONN-REQ-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CONN-REQ-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END ADD 1 TO WS-TARGET-COUNT
                   END-READ
               END-PERFORM
               CLOSE CONN-REQ-FILE
           END-IF
           MOVE "connection_requests.doc (rebuilt)" TO WS-COPY-OUT-NAME
           PERFORM REPORT-COPY-RESULT
           .

       WRITE-BACKUP-SUMMARY.
           MOVE WS-FILES-COPIED TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           DISPLAY FUNCTION TRIM(REPORT-RECORD)
           WRITE REPORT-RECORD
           .

      *> EVERY FILE THE GENERATION COVERS THAT THE CHAIN KEEPS CONTROL
      *> TOTALS FOR -- THE SEQUENTIAL ONES AS THE CATALOG LISTS THEM,
      *> THE INDEXED ONES BY THEIR OWN FDs
       DERIVE-CONTROL-TOTALS.
           PERFORM CLEAR-CONTROL-TOTALS
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                   UNTIL WS-DC-IDX > WS-DC-COUNT
               IF WS-DC-ORGANIZATION (WS-DC-IDX) = "S"
                   AND WS-DC-BALANCED (WS-DC-IDX) = "Y"
                   AND WS-DC-BACKUP (WS-DC-IDX) = "Y"
                   MOVE WS-DC-FILE-NAME (WS-DC-IDX) TO WS-COPY-IN-NAME
                   PERFORM DERIVE-SEQUENTIAL-TOTALS
               END-IF
           END-PERFORM
           MOVE "profiles.doc" TO WS-CT-FILE-NAME
           MOVE 0 TO WS-CT-VALUE
           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
           PERFORM ADD-CONTROL-TOTAL
           MOVE "N" TO WS-CT-EOF
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS = "00"
               PERFORM UNTIL WS-CT-EOF = "Y"
                   READ PROFILE-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-CT-EOF
                       NOT AT END
                           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
                           MOVE 1 TO WS-CT-VALUE
                           PERFORM ADD-CONTROL-TOTAL
                   END-READ
               END-PERFORM
               CLOSE PROFILE-FILE
           END-IF
           MOVE "jobs.doc" TO WS-CT-FILE-NAME
           MOVE 0 TO WS-CT-VALUE
           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
           PERFORM ADD-CONTROL-TOTAL
           MOVE "JR-ID SUM" TO WS-CT-TOTAL-NAME
           PERFORM ADD-CONTROL-TOTAL
           MOVE "N" TO WS-CT-EOF
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-FILE-STATUS = "00"
               PERFORM UNTIL WS-CT-EOF = "Y"
                   READ JOBS-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-CT-EOF
                       NOT AT END
                           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
                           MOVE 1 TO WS-CT-VALUE
                           PERFORM ADD-CONTROL-TOTAL
                           MOVE "JR-ID SUM" TO WS-CT-TOTAL-NAME
                           MOVE JR-ID TO WS-CT-VALUE
                           PERFORM ADD-CONTROL-TOTAL
                   END-READ
               END-PERFORM
               CLOSE JOBS-FILE
           END-IF
           MOVE "messages.doc" TO WS-CT-FILE-NAME
           MOVE 0 TO WS-CT-VALUE
           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
           PERFORM ADD-CONTROL-TOTAL
           MOVE "MS-ID SUM" TO WS-CT-TOTAL-NAME
           PERFORM ADD-CONTROL-TOTAL
           MOVE "N" TO WS-CT-EOF
           OPEN INPUT MESSAGES-FILE
           IF WS-MESSAGES-STATUS = "00"
               PERFORM UNTIL WS-CT-EOF = "Y"
                   READ MESSAGES-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-CT-EOF
                       NOT AT END
                           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
                           MOVE 1 TO WS-CT-VALUE
                           PERFORM ADD-CONTROL-TOTAL
                           MOVE "MS-ID SUM" TO WS-CT-TOTAL-NAME
                           MOVE MS-ID TO WS-CT-VALUE
                           PERFORM ADD-CONTROL-TOTAL
                   END-READ
               END-PERFORM
               CLOSE MESSAGES-FILE
           END-IF
      *> applications.doc ALSO CARRIES ITS APP-JOB-ID HASH AND ITS
      *> APP-STATUS COUNTS
           MOVE "applications.doc" TO WS-CT-FILE-NAME
           MOVE 0 TO WS-CT-VALUE
           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
           PERFORM ADD-CONTROL-TOTAL
           MOVE "JOB-ID SUM" TO WS-CT-TOTAL-NAME
           PERFORM ADD-CONTROL-TOTAL
           MOVE "N" TO WS-CT-EOF
           OPEN INPUT APPLICATIONS-FILE
           IF WS-APPLICATIONS-STATUS = "00"
               PERFORM UNTIL WS-CT-EOF = "Y"
                   READ APPLICATIONS-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-CT-EOF
                       NOT AT END
                           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
                           MOVE 1 TO WS-CT-VALUE
                           PERFORM ADD-CONTROL-TOTAL
                           MOVE "JOB-ID SUM" TO WS-CT-TOTAL-NAME
                           MOVE APP-JOB-ID TO WS-CT-VALUE
                           PERFORM ADD-CONTROL-TOTAL
                           MOVE "STATUS" TO WS-CT-TOTAL-NAME
                           MOVE APP-STATUS TO WS-CT-TOTAL-NAME(8:1)
                           MOVE 1 TO WS-CT-VALUE
                           PERFORM ADD-CONTROL-TOTAL
                   END-READ
               END-PERFORM
               CLOSE APPLICATIONS-FILE
           END-IF
           MOVE "connections.doc" TO WS-CT-FILE-NAME
           MOVE 0 TO WS-CT-VALUE
           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
           PERFORM ADD-CONTROL-TOTAL
           MOVE "N" TO WS-CT-EOF
           OPEN INPUT CONNECTIONS-FILE
           IF WS-CONNECTIONS-STATUS = "00"
               PERFORM UNTIL WS-CT-EOF = "Y"
                   READ CONNECTIONS-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-CT-EOF
                       NOT AT END
                           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
                           MOVE 1 TO WS-CT-VALUE
                           PERFORM ADD-CONTROL-TOTAL
                   END-READ
               END-PERFORM
               CLOSE CONNECTIONS-FILE
           END-IF
           MOVE "connection_requests.doc" TO WS-CT-FILE-NAME
           MOVE 0 TO WS-CT-VALUE
           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
           PERFORM ADD-CONTROL-TOTAL
           MOVE "N" TO WS-CT-EOF
           OPEN INPUT CONN-REQ-FILE
           IF WS-CONN-REQ-STATUS = "00"
               PERFORM UNTIL WS-CT-EOF = "Y"
                   READ CONN-REQ-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-CT-EOF
                       NOT AT END
                           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
                           MOVE 1 TO WS-CT-VALUE
                           PERFORM ADD-CONTROL-TOTAL
                   END-READ
               END-PERFORM
               CLOSE CONN-REQ-FILE
           END-IF
           .

      *> ONE OF THE FLAT FILES, READ THROUGH THE GENERIC COPY-IN FILE.
      *> applications.arc ALSO CARRIES THE JOB-ID HASH THE ARCHIVE AND
      *> PURGE STEPS KEEP FOR IT (APPA-JOB-ID, BYTES 21-24)
       DERIVE-SEQUENTIAL-TOTALS.
           MOVE WS-COPY-IN-NAME TO WS-CT-FILE-NAME
           MOVE 0 TO WS-CT-VALUE
           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
           PERFORM ADD-CONTROL-TOTAL
           IF WS-CT-FILE-NAME = "applications.arc"
               MOVE "JOB-ID SUM" TO WS-CT-TOTAL-NAME
               PERFORM ADD-CONTROL-TOTAL
           END-IF
           MOVE "N" TO WS-CT-EOF
           OPEN INPUT COPY-IN-FILE
           IF WS-COPY-IN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CT-EOF = "Y"
               READ COPY-IN-FILE
                   AT END MOVE "Y" TO WS-CT-EOF
                   NOT AT END
                       MOVE "RECORDS" TO WS-CT-TOTAL-NAME
                       MOVE 1 TO WS-CT-VALUE
                       PERFORM ADD-CONTROL-TOTAL
                       IF WS-CT-FILE-NAME = "applications.arc"
                           AND COPY-IN-RECORD (21:4) IS NUMERIC
                           MOVE "JOB-ID SUM" TO WS-CT-TOTAL-NAME
                           MOVE COPY-IN-RECORD (21:4) TO WS-CT-VALUE
                           PERFORM ADD-CONTROL-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COPY-IN-FILE
           .

      *> A RESTORE REPLACES A FILE WHOLESALE: WHAT WAS ON FILE GOES
      *> (BACKED OUT HERE ONCE THE GENERATION FILE HAS OPENED) AND EACH
      *> ROW PUT BACK COMES IN (EXPLAIN-RESTORED-ROW), SO THE CLOSING
      *> CHECK PROVES THE LIVE FILE NOW HOLDS WHAT THE GENERATION DID.
      *> WS-CT-FILE-NAME IS THE LIVE FILE
       EXPLAIN-RESTORE-START.
           PERFORM VARYING WS-CT-J FROM 1 BY 1
               UNTIL WS-CT-J > WS-CT-COUNT
               IF WS-CT-FILE (WS-CT-J) = WS-CT-FILE-NAME
                   MOVE WS-CT-TOTAL (WS-CT-J) TO WS-CT-TOTAL-NAME
                   COMPUTE WS-CT-ADJUST = 0 - WS-CT-OPENING (WS-CT-J)
                   PERFORM EXPLAIN-CONTROL-DIFFERENCE
               END-IF
           END-PERFORM
           .

      *> ONE ROW PUT BACK, COUNTED THE WAY DERIVE-CONTROL-TOTALS AND
      *> DERIVE-SEQUENTIAL-TOTALS COUNT IT
       EXPLAIN-RESTORED-ROW.
           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
           MOVE 1 TO WS-CT-ADJUST
           PERFORM EXPLAIN-CONTROL-DIFFERENCE
           EVALUATE WS-CT-FILE-NAME
               WHEN "jobs.doc"
                   MOVE "JR-ID SUM" TO WS-CT-TOTAL-NAME
                   MOVE JR-ID TO WS-CT-ADJUST
                   PERFORM EXPLAIN-CONTROL-DIFFERENCE
               WHEN "messages.doc"
                   MOVE "MS-ID SUM" TO WS-CT-TOTAL-NAME
                   MOVE MS-ID TO WS-CT-ADJUST
                   PERFORM EXPLAIN-CONTROL-DIFFERENCE
               WHEN "applications.doc"
                   MOVE "JOB-ID SUM" TO WS-CT-TOTAL-NAME
                   MOVE APP-JOB-ID TO WS-CT-ADJUST
                   PERFORM EXPLAIN-CONTROL-DIFFERENCE
                   MOVE "STATUS" TO WS-CT-TOTAL-NAME
                   MOVE APP-STATUS TO WS-CT-TOTAL-NAME(8:1)
                   MOVE 1 TO WS-CT-ADJUST
                   PERFORM EXPLAIN-CONTROL-DIFFERENCE
               WHEN "applications.arc"
                   IF COPY-IN-RECORD (21:4) IS NUMERIC
                       MOVE "JOB-ID SUM" TO WS-CT-TOTAL-NAME
                       MOVE COPY-IN-RECORD (21:4) TO WS-CT-ADJUST
                       PERFORM EXPLAIN-CONTROL-DIFFERENCE
                   END-IF
           END-EVALUATE
           .

       EMIT-CONTROL-LINE.
           MOVE WS-CT-MESSAGE TO REPORT-RECORD
           DISPLAY FUNCTION TRIM(REPORT-RECORD)
           WRITE REPORT-RECORD
           .

      *> === CONTROL TOTALS ===
      *> EVERY STEP OF THE NIGHTLY CHAIN LEAVES A SET OF CONTROL TOTALS
      *> IN control_totals.doc FOR THE FILES IT TOUCHES -- RECORD
      *> COUNTS AND HASH TOTALS OF KEY FIELDS. THE NEXT STEP RE-DERIVES
      *> THEM BEFORE IT STARTS AND MUST MATCH TONIGHT'S LATEST SET; A
      *> STEP THAT MOVES OR REMOVES ROWS ON PURPOSE EXPLAINS THE
      *> DIFFERENCE AND MUST BALANCE OPENING + EXPLAINED = CLOSING
      *> BEFORE IT WRITES ITS OWN SET. OUT OF BALANCE HALTS THE CHAIN.
       CLEAR-CONTROL-TOTALS.
           PERFORM VARYING WS-CT-I FROM 1 BY 1
               UNTIL WS-CT-I > WS-CT-COUNT
               MOVE 0 TO WS-CT-CURRENT (WS-CT-I)
           END-PERFORM
           .

      *> SLOT FOR WS-CT-FILE-NAME / WS-CT-TOTAL-NAME IN WS-CT-PICK,
      *> ADDED IF NEW; 0 ONLY WHEN THE TABLE IS FULL
       FIND-CONTROL-TOTAL.
           MOVE 0 TO WS-CT-PICK
           PERFORM VARYING WS-CT-I FROM 1 BY 1
               UNTIL WS-CT-I > WS-CT-COUNT OR WS-CT-PICK > 0
               IF WS-CT-FILE (WS-CT-I) = WS-CT-FILE-NAME
                   AND WS-CT-TOTAL (WS-CT-I) = WS-CT-TOTAL-NAME
                   MOVE WS-CT-I TO WS-CT-PICK
               END-IF
           END-PERFORM
           IF WS-CT-PICK = 0 AND WS-CT-COUNT < 60
               ADD 1 TO WS-CT-COUNT
               MOVE WS-CT-COUNT TO WS-CT-PICK
               MOVE WS-CT-FILE-NAME TO WS-CT-FILE (WS-CT-PICK)
               MOVE WS-CT-TOTAL-NAME TO WS-CT-TOTAL (WS-CT-PICK)
               MOVE 0 TO WS-CT-CURRENT (WS-CT-PICK)
               MOVE 0 TO WS-CT-OPENING (WS-CT-PICK)
               MOVE 0 TO WS-CT-EXPECTED (WS-CT-PICK)
               MOVE "N" TO WS-CT-HAS-EXPECT (WS-CT-PICK)
               MOVE SPACES TO WS-CT-SET-STAMP (WS-CT-PICK)
               MOVE 0 TO WS-CT-ADJUSTMENT (WS-CT-PICK)
               MOVE SPACES TO WS-CT-REASON-TEXT (WS-CT-PICK)
           END-IF
           .

       ADD-CONTROL-TOTAL.
           PERFORM FIND-CONTROL-TOTAL
           IF WS-CT-PICK > 0
               ADD WS-CT-VALUE TO WS-CT-CURRENT (WS-CT-PICK)
           END-IF
           .

      *> A DIFFERENCE THIS STEP MAKES ON PURPOSE; WS-CT-ADJUST IS
      *> SIGNED (ROWS LEAVING A FILE ARE NEGATIVE)
       EXPLAIN-CONTROL-DIFFERENCE.
           IF WS-CT-ADJUST = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-CONTROL-TOTAL
           IF WS-CT-PICK > 0
               ADD WS-CT-ADJUST TO WS-CT-ADJUSTMENT (WS-CT-PICK)
               MOVE WS-CT-REASON TO WS-CT-REASON-TEXT (WS-CT-PICK)
           END-IF
           .

      *> TONIGHT'S LATEST SET FOR EACH FILE THIS STEP DERIVED. A NEWER
      *> SET REPLACES AN OLDER ONE WHOLE, AND A TOTAL THE SET DOES NOT
      *> LIST (NO ROWS OF THAT STATUS, SAY) COUNTS AS ZERO. DERIVE
      *> FIRST, SO EVERY FILE THIS STEP CARES ABOUT HAS ITS SLOTS
       LOAD-EXPECTED-TOTALS.
           PERFORM VARYING WS-CT-I FROM 1 BY 1
               UNTIL WS-CT-I > WS-CT-COUNT
               MOVE "N" TO WS-CT-HAS-EXPECT (WS-CT-I)
               MOVE 0 TO WS-CT-EXPECTED (WS-CT-I)
               MOVE SPACES TO WS-CT-SET-STAMP (WS-CT-I)
           END-PERFORM
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CT-TODAY
           MOVE "N" TO WS-CTL-TOTALS-EOF
           OPEN INPUT CONTROL-TOTALS-FILE
           IF WS-CTL-TOTALS-STATUS NOT = "00"
               MOVE "Y" TO WS-CTL-TOTALS-EOF
           END-IF
           PERFORM UNTIL WS-CTL-TOTALS-EOF = "Y"
               READ CONTROL-TOTALS-FILE
                   AT END MOVE "Y" TO WS-CTL-TOTALS-EOF
                   NOT AT END
                       IF CT-DATE = WS-CT-TODAY
                           PERFORM NOTE-EXPECTED-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CTL-TOTALS-STATUS NOT = "35"
               CLOSE CONTROL-TOTALS-FILE
           END-IF
           .

       NOTE-EXPECTED-TOTAL.
           MOVE SPACES TO WS-CT-STAMP
           STRING CT-DATE CT-TIME CT-STEP DELIMITED BY SIZE
               INTO WS-CT-STAMP
           END-STRING
           MOVE "N" TO WS-CT-FILE-KNOWN
           PERFORM VARYING WS-CT-I FROM 1 BY 1
               UNTIL WS-CT-I > WS-CT-COUNT
               IF WS-CT-FILE (WS-CT-I) = CT-FILE-NAME
                   MOVE "Y" TO WS-CT-FILE-KNOWN
                   IF WS-CT-SET-STAMP (WS-CT-I) NOT = WS-CT-STAMP
                       MOVE WS-CT-STAMP TO WS-CT-SET-STAMP (WS-CT-I)
                       MOVE 0 TO WS-CT-EXPECTED (WS-CT-I)
                       MOVE "Y" TO WS-CT-HAS-EXPECT (WS-CT-I)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CT-FILE-KNOWN = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE CT-FILE-NAME TO WS-CT-FILE-NAME
           MOVE CT-TOTAL-NAME TO WS-CT-TOTAL-NAME
           PERFORM FIND-CONTROL-TOTAL
           IF WS-CT-PICK > 0
               MOVE WS-CT-STAMP TO WS-CT-SET-STAMP (WS-CT-PICK)
               MOVE "Y" TO WS-CT-HAS-EXPECT (WS-CT-PICK)
               MOVE CT-VALUE TO WS-CT-EXPECTED (WS-CT-PICK)
           END-IF
           .

      *> RE-DERIVED TOTALS AGAINST TONIGHT'S LATEST SET, THEN TAKEN AS
      *> THIS STEP'S OPENING POSITION
       CHECK-OPENING-BALANCE.
           MOVE "N" TO WS-CT-OUT-OF-BALANCE
           MOVE SPACES TO WS-CT-FIRST-FILE
           MOVE SPACES TO WS-CT-FIRST-TOTAL
           PERFORM VARYING WS-CT-J FROM 1 BY 1
               UNTIL WS-CT-J > WS-CT-COUNT
               IF WS-CT-HAS-EXPECT (WS-CT-J) = "Y"
                   AND WS-CT-CURRENT (WS-CT-J)
                       NOT = WS-CT-EXPECTED (WS-CT-J)
                   MOVE WS-CT-EXPECTED (WS-CT-J) TO WS-CT-SHOW-EXPECT
                   MOVE WS-CT-SET-STAMP (WS-CT-J) (15:16)
                       TO WS-CT-SHOW-STEP
                   PERFORM REPORT-CONTROL-MISMATCH
               END-IF
           END-PERFORM
           PERFORM TAKE-OPENING-TOTALS
           .

       TAKE-OPENING-TOTALS.
           PERFORM VARYING WS-CT-J FROM 1 BY 1
               UNTIL WS-CT-J > WS-CT-COUNT
               MOVE WS-CT-CURRENT (WS-CT-J) TO WS-CT-OPENING (WS-CT-J)
               MOVE 0 TO WS-CT-ADJUSTMENT (WS-CT-J)
               MOVE SPACES TO WS-CT-REASON-TEXT (WS-CT-J)
           END-PERFORM
           .

      *> AFTER THE STEP: OPENING PLUS THE EXPLAINED DIFFERENCE MUST BE
      *> WHAT IS ON FILE NOW
       CHECK-CLOSING-BALANCE.
           MOVE "N" TO WS-CT-OUT-OF-BALANCE
           MOVE SPACES TO WS-CT-FIRST-FILE
           MOVE SPACES TO WS-CT-FIRST-TOTAL
           PERFORM VARYING WS-CT-J FROM 1 BY 1
               UNTIL WS-CT-J > WS-CT-COUNT
               COMPUTE WS-CT-BALANCE = WS-CT-OPENING (WS-CT-J)
                   + WS-CT-ADJUSTMENT (WS-CT-J)
               IF WS-CT-CURRENT (WS-CT-J) NOT = WS-CT-BALANCE
                   MOVE WS-CT-BALANCE TO WS-CT-SHOW-EXPECT
                   MOVE WS-CT-STEP-NAME TO WS-CT-SHOW-STEP
                   PERFORM REPORT-CONTROL-MISMATCH
               END-IF
           END-PERFORM
           .

       REPORT-CONTROL-MISMATCH.
           MOVE "Y" TO WS-CT-OUT-OF-BALANCE
           IF WS-CT-FIRST-FILE = SPACES
               MOVE WS-CT-FILE (WS-CT-J) TO WS-CT-FIRST-FILE
               MOVE WS-CT-TOTAL (WS-CT-J) TO WS-CT-FIRST-TOTAL
           END-IF
           MOVE WS-CT-CURRENT (WS-CT-J) TO WS-CT-SHOW-VALUE
           MOVE SPACES TO WS-CT-MESSAGE
           STRING "OUT OF BALANCE: "
               FUNCTION TRIM(WS-CT-FILE (WS-CT-J) TRAILING) " "
               FUNCTION TRIM(WS-CT-TOTAL (WS-CT-J) TRAILING) " is "
               FUNCTION TRIM(WS-CT-SHOW-VALUE) ", expected "
               FUNCTION TRIM(WS-CT-SHOW-EXPECT) " ("
               FUNCTION TRIM(WS-CT-SHOW-STEP TRAILING) ")"
               INTO WS-CT-MESSAGE
           END-STRING
           PERFORM EMIT-CONTROL-LINE
           .

      *> APPENDS THIS STEP'S SET -- ONE ROW PER SLOT, ALL STAMPED ALIKE
       WRITE-CONTROL-TOTALS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CT-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CT-NOW
           OPEN EXTEND CONTROL-TOTALS-FILE
           IF WS-CTL-TOTALS-STATUS NOT = "00"
               OPEN OUTPUT CONTROL-TOTALS-FILE
           END-IF
           PERFORM VARYING WS-CT-J FROM 1 BY 1
               UNTIL WS-CT-J > WS-CT-COUNT
               MOVE WS-CT-TODAY TO CT-DATE
               MOVE WS-CT-NOW TO CT-TIME
               MOVE WS-CT-STEP-NAME TO CT-STEP
               MOVE WS-CT-FILE (WS-CT-J) TO CT-FILE-NAME
               MOVE WS-CT-TOTAL (WS-CT-J) TO CT-TOTAL-NAME
               MOVE WS-CT-CURRENT (WS-CT-J) TO CT-VALUE
               MOVE WS-CT-OPENING (WS-CT-J) TO CT-PRIOR-VALUE
               MOVE WS-CT-ADJUSTMENT (WS-CT-J) TO CT-ADJUSTMENT
               MOVE WS-CT-REASON-TEXT (WS-CT-J) TO CT-REASON
               WRITE CONTROL-TOTAL-RECORD
           END-PERFORM
           CLOSE CONTROL-TOTALS-FILE
           .

      *> RECORDS THE HALT IN joblog.doc -- A HALT IS NOT AN END, SO THE
      *> NEXT JOB'S PREREQUISITE CHECK REFUSES TO START -- AND PAGES OPS
       HALT-OUT-OF-BALANCE.
           OPEN EXTEND JOBLOG-FILE
           IF WS-JOBLOG-STATUS NOT = "00"
               OPEN OUTPUT JOBLOG-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO JG-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO JG-TIME
           MOVE WS-BUSINESS-DATE TO JG-BUSINESS-DATE
           MOVE WS-THIS-JOB-NAME TO JG-JOB-NAME
           MOVE "HALT" TO JG-EVENT
           MOVE "OOB" TO JG-RETURN-STATUS
           WRITE JOBLOG-RECORD
           CLOSE JOBLOG-FILE

           MOVE SPACES TO WS-ALERT-TEXT
           STRING "BATCH ALERT: "
               FUNCTION TRIM(WS-CT-STEP-NAME TRAILING)
               " halted - control totals out of balance on "
               FUNCTION TRIM(WS-CT-FIRST-FILE TRAILING) " "
               FUNCTION TRIM(WS-CT-FIRST-TOTAL TRAILING) "."
               INTO WS-ALERT-TEXT
           END-STRING
           PERFORM SEND-OPERATOR-ALERT
           MOVE "Chain halted - control totals out of balance." TO WS-CT-MESSAGE
           PERFORM EMIT-CONTROL-LINE
           .

      *> LOADS data_catalog.doc. WITHOUT IT THERE IS NO LIST OF FILES TO
      *> COVER, AND A GENERATION OF WHATEVER THIS JOB HAPPENED TO KNOW
      *> ABOUT WOULD LOOK LIKE A GOOD BACKUP -- SO THE RUN HALTS AND
      *> PAGES OPS INSTEAD
       LOAD-DATA-CATALOG.
           MOVE 0 TO WS-DC-COUNT
           OPEN INPUT DATA-CATALOG-FILE
           IF WS-DATA-CATALOG-STATUS = "00"
               MOVE "N" TO WS-DATA-CATALOG-EOF
               PERFORM UNTIL WS-DATA-CATALOG-EOF = "Y"
                   READ DATA-CATALOG-FILE
                       AT END MOVE "Y" TO WS-DATA-CATALOG-EOF
                       NOT AT END
                           IF DATA-CATALOG-RECORD (1:30) NOT = SPACES
                               AND WS-DC-COUNT < 150
                               ADD 1 TO WS-DC-COUNT
                               MOVE DATA-CATALOG-RECORD
                                   TO WS-DC-ENTRY (WS-DC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DATA-CATALOG-FILE
           END-IF
           IF WS-DC-COUNT > 0
               EXIT PARAGRAPH
           END-IF
           MOVE "Data catalog data_catalog.doc missing or empty - nothing copied." TO REPORT-RECORD
           DISPLAY FUNCTION TRIM(REPORT-RECORD)
           WRITE REPORT-RECORD
           OPEN EXTEND JOBLOG-FILE
           IF WS-JOBLOG-STATUS NOT = "00"
               OPEN OUTPUT JOBLOG-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO JG-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO JG-TIME
           MOVE WS-BUSINESS-DATE TO JG-BUSINESS-DATE
           MOVE WS-THIS-JOB-NAME TO JG-JOB-NAME
           MOVE "HALT" TO JG-EVENT
           MOVE "CAT" TO JG-RETURN-STATUS
           WRITE JOBLOG-RECORD
           CLOSE JOBLOG-FILE
           MOVE SPACES TO WS-ALERT-TEXT
           STRING "BATCH ALERT: " FUNCTION TRIM(WS-RUN-MODE TRAILING)
               " halted - data_catalog.doc is missing or empty."
               INTO WS-ALERT-TEXT
           END-STRING
           PERFORM SEND-OPERATOR-ALERT
           CLOSE REPORT-FILE
           STOP RUN
           .

      *> THE ALERT GOES TO EVERY NAMED OPERATOR, OR TO THE SHARED
      *> "admin" INBOX WHILE operators.doc IS EMPTY
       SEND-OPERATOR-ALERT.
           MOVE "N" TO WS-OPS-NOTIFIED
           MOVE "N" TO WS-OPERATORS-EOF
           OPEN INPUT OPERATORS-FILE
           IF WS-OPERATORS-STATUS NOT = "00"
               MOVE "Y" TO WS-OPERATORS-EOF
           END-IF
           PERFORM UNTIL WS-OPERATORS-EOF = "Y"
               READ OPERATORS-FILE
                   AT END MOVE "Y" TO WS-OPERATORS-EOF
                   NOT AT END
                       IF OP-NAME NOT = SPACES
                           MOVE "Y" TO WS-OPS-NOTIFIED
                           OPEN EXTEND NOTIFICATIONS-FILE
                           IF WS-NOTIFY-STATUS NOT = "00"
                               OPEN OUTPUT NOTIFICATIONS-FILE
                           END-IF
                           MOVE OP-NAME TO NT-USERNAME
                           MOVE FUNCTION CURRENT-DATE(1:14) TO NT-TIMESTAMP
                           MOVE WS-ALERT-TEXT TO NT-TEXT
                           WRITE NOTIFICATION-RECORD
                           CLOSE NOTIFICATIONS-FILE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OPERATORS-STATUS NOT = "35"
               CLOSE OPERATORS-FILE
           END-IF
           IF WS-OPS-NOTIFIED = "N"
               OPEN EXTEND NOTIFICATIONS-FILE
               IF WS-NOTIFY-STATUS NOT = "00"
                   OPEN OUTPUT NOTIFICATIONS-FILE
               END-IF
               MOVE "admin" TO NT-USERNAME
               MOVE FUNCTION CURRENT-DATE(1:14) TO NT-TIMESTAMP
               MOVE WS-ALERT-TEXT TO NT-TEXT
               WRITE NOTIFICATION-RECORD
               CLOSE NOTIFICATIONS-FILE
           END-IF
           .

      *> THE DATE THIS RUN PROCESSES AS OF. business_date.doc IS THE
      *> BUSINESS-DATE CONTROL RECORD: MISSING, EMPTY OR ZERO MEANS THE
      *> SYSTEM DATE, AS IT ALWAYS WAS. OPS SETS IT TO REPLAY A MISSED
      *> NIGHT AND ZEROES IT AGAIN ONCE THE REPLAY IS THROUGH. A VALUE
      *> THAT IS NOT A REAL DATE, OR LIES IN THE FUTURE, IS IGNORED
       LOAD-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CLOCK-DATE
           MOVE WS-CLOCK-DATE TO WS-BUSINESS-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BUSINESS-DATE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ BUSINESS-DATE-FILE
               AT END CONTINUE
               NOT AT END
                   IF BD-DATE NUMERIC AND BD-DATE > 0
                       IF FUNCTION TEST-DATE-YYYYMMDD(BD-DATE) = 0
                           AND BD-DATE <= WS-CLOCK-DATE
                           MOVE BD-DATE TO WS-BUSINESS-DATE
                       END-IF
                   END-IF
           END-READ
           CLOSE BUSINESS-DATE-FILE
           .
