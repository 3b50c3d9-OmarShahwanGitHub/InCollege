      *> === INCOLLEGE TRUE-PURGE UTILITY ===
      *> DELETE-MY-ACCOUNT scrubs the live files, but a person's data
      *> lives on in messages.arc, applications.arc, journal.doc
      *> after-images, audit.doc, login_history.doc, app_history.doc,
      *> profile_views.arc and feed.arc. When a former student
      *> demanded full erasure we had no honest answer -- this job is
      *> the honest answer.
      *>
      *>   - targets come from purge-request.doc, one username per
      *>     line, written by ops;
      *>   - a username also present on legal_hold.doc is NOT purged
      *>     (open investigation) and the refusal is certified;
      *>   - archive, journal, login, application-history and
      *>     profile-view rows (as viewer or viewed) for the user
      *>     are removed outright; audit.doc rows are BLANKED
      *>     (actor and key overwritten with a purge marker) so the
      *>     shape of the trail survives without the identity;
      *>   - audit.doc and journal.doc are check-value chains, so a
      *>     chained row is never taken out: it is emptied in place,
      *>     keeping its timestamp, sequence number and check value,
      *>     and marked "P", and one sealed redaction entry per file
      *>     saying how many rows were emptied is appended to the
      *>     chain -- the nightly verification balances the two;
      *>   - every other file data_catalog.doc lists with a purge rule
      *>     is swept too: rule "D" files lose the rows naming the
      *>     user in any of their catalogued username fields, rule "B"
      *>     files keep the row with the name and free text overwritten
      *>     by the purge marker (companies, groups, reviews, tickets
      *>     outlive the person who created them);
      *>   - purge-certificate.rpt lists, per user, what was removed
      *>     from where, with a sign-off line for the registrar;
      *>   - the archive and history files are balanced against the
      *>     chain's control totals before anything is removed, and
      *>     the rows removed must account for the whole difference.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCOLLEGE-PURGE.

           SELECT AUDIT-FILE ASSIGN TO "audit.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      *> RUNNING CHECK-VALUE STATE FOR THE audit.doc AND journal.doc
      *> CHAINS -- SEE CHAIN-AUDIT-ROW
           SELECT SEAL-STATE-FILE ASSIGN TO "seal_state.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEAL-STATE-STATUS.
           SELECT LOGIN-HISTORY-FILE ASSIGN TO "login_history.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOGIN-HIST-STATUS.
           SELECT APP-HISTORY-TEMP ASSIGN TO "app_history.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APP-HIST-TEMP-STATUS.
           SELECT PROFILE-VIEWS-FILE ASSIGN TO "profile_views.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIEWS-STATUS.
           SELECT PROFILE-VIEWS-TEMP ASSIGN TO "profile_views.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIEWS-TEMP-STATUS.
           SELECT PROFILE-VIEWS-ARCHIVE-FILE ASSIGN TO "profile_views.arc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIEWS-ARC-STATUS.
           SELECT PROFILE-VIEWS-ARCHIVE-TEMP ASSIGN TO "profile_views.arc.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIEWS-ARC-TEMP-STATUS.
           SELECT FEED-FILE ASSIGN TO "feed.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT FEED-TEMP ASSIGN TO "feed.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-TEMP-STATUS.
           SELECT FEED-ARCHIVE-FILE ASSIGN TO "feed.arc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-ARC-STATUS.
           SELECT FEED-ARCHIVE-TEMP ASSIGN TO "feed.arc.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-ARC-TEMP-STATUS.
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
      *> WHICHEVER CATALOGUED FILE IS BEING SWEPT, AND ITS .tmp
           SELECT CATALOG-DATA-FILE ASSIGN TO WS-CATALOG-DATA-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-DATA-STATUS.
           SELECT CATALOG-TEMP-FILE ASSIGN TO WS-CATALOG-TEMP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-TEMP-STATUS.
           SELECT CERTIFICATE-FILE ASSIGN TO "purge-certificate.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.
           05 JL-ACTION    PIC X(01).
           05 JL-KEY       PIC X(44).
           05 JL-IMAGE     PIC X(3100).
      *> TAMPER-EVIDENT CHAIN -- SAME FIELDS AS audit.doc: "R" ROW,
      *> "S" DAY SEAL, "X" REDACTION ENTRY, "P" ROW EMPTIED BY
      *> InCollege-Purge.cob, SPACE BEFORE THE CHAIN STARTED
           05 JL-SEAL-TYPE PIC X(01).
           05 JL-SEAL-SEQ  PIC 9(9).
           05 JL-SEAL-CHECK PIC 9(10).

       FD JOURNAL-TEMP-FILE.
       01 JOURNAL-TEMP-RECORD PIC X(3191).

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           05 AU-USERNAME  PIC X(20).
           05 AU-ACTION    PIC X(12).
           05 AU-KEY       PIC X(24).
      *> TAMPER-EVIDENT CHAIN: "R" ROW, "S" DAY SEAL, "X" REDACTION
      *> ENTRY, "P" ROW BLANKED BY InCollege-Purge.cob; SPACE ON ROWS
      *> WRITTEN BEFORE THE CHAIN STARTED. THE CHECK VALUE COVERS
      *> EVERYTHING ABOVE IT PLUS THE PREVIOUS ROW'S CHECK VALUE
           05 AU-SEAL-TYPE PIC X(01).
           05 AU-SEAL-SEQ  PIC 9(9).
           05 AU-SEAL-CHECK PIC 9(10).

      *> ONE ROW PER CHAINED FILE: THE LAST SEQUENCE NUMBER AND CHECK
      *> VALUE WRITTEN, AND THE DAY STILL OPEN WITH ITS ROW COUNT SO FAR
       FD SEAL-STATE-FILE.
       01 SEAL-STATE-RECORD.
           05 SS-FILE-NAME     PIC X(12).
           05 SS-LAST-SEQ      PIC 9(9).
           05 SS-LAST-CHECK    PIC 9(10).
           05 SS-OPEN-DATE     PIC 9(8).
           05 SS-OPEN-ROWS     PIC 9(9).

       FD LOGIN-HISTORY-FILE.
       01 LOGIN-HISTORY-RECORD.
       FD APP-HISTORY-TEMP.
       01 APP-HISTORY-TEMP-RECORD PIC X(40).

      *> SEE THE MAIN PROGRAM'S FD. THE .arc ROWS ARE THE SAME LAYOUT
       FD PROFILE-VIEWS-FILE.
       01 PROFILE-VIEW-RECORD.
           05 PV-VIEWER     PIC X(20).
           05 PV-VIEWED     PIC X(20).
           05 PV-DATE       PIC 9(8).
           05 PV-SOURCE     PIC X(01).
           05 PV-COMPANY    PIC X(30).

       FD PROFILE-VIEWS-TEMP.
       01 PROFILE-VIEW-TEMP-RECORD PIC X(79).

       FD PROFILE-VIEWS-ARCHIVE-FILE.
       01 PROFILE-VIEW-ARCHIVE-RECORD.
           05 PVA-VIEWER    PIC X(20).
           05 PVA-VIEWED    PIC X(20).
           05 FILLER        PIC X(39).

       FD PROFILE-VIEWS-ARCHIVE-TEMP.
       01 PROFILE-VIEW-ARCHIVE-TEMP-RECORD PIC X(79).

      *> SEE THE MAIN PROGRAM'S FD. THE .arc ROWS ARE THE SAME LAYOUT
       FD FEED-FILE.
       01 FEED-RECORD.
           05 FE-USERNAME   PIC X(20).
           05 FE-TIMESTAMP  PIC X(14).
           05 FE-TYPE       PIC X(01).
           05 FE-TEXT       PIC X(100).

       FD FEED-TEMP.
       01 FEED-TEMP-RECORD PIC X(135).

       FD FEED-ARCHIVE-FILE.
       01 FEED-ARCHIVE-RECORD.
           05 FEA-USERNAME  PIC X(20).
           05 FILLER        PIC X(115).

       FD FEED-ARCHIVE-TEMP.
       01 FEED-ARCHIVE-TEMP-RECORD PIC X(135).

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

       FD CATALOG-DATA-FILE.
       01 CATALOG-DATA-RECORD PIC X(4000).

       FD CATALOG-TEMP-FILE.
       01 CATALOG-TEMP-RECORD PIC X(4000).

       FD CERTIFICATE-FILE.
       01 CERTIFICATE-RECORD PIC X(120).

       77  WS-LOGIN-HIST-TEMP-STATUS PIC XX.
       77  WS-APP-HIST-STATUS       PIC XX.
       77  WS-APP-HIST-TEMP-STATUS  PIC XX.
       77  WS-VIEWS-STATUS          PIC XX.
       77  WS-VIEWS-TEMP-STATUS     PIC XX.
       77  WS-VIEWS-ARC-STATUS      PIC XX.
       77  WS-VIEWS-ARC-TEMP-STATUS PIC XX.
       77  WS-FEED-STATUS           PIC XX.
       77  WS-FEED-TEMP-STATUS      PIC XX.
       77  WS-FEED-ARC-STATUS       PIC XX.
       77  WS-FEED-ARC-TEMP-STATUS  PIC XX.
       77  WS-CERT-STATUS           PIC XX.
       77  WS-DATA-CATALOG-STATUS   PIC XX.
       77  WS-CATALOG-DATA-STATUS   PIC XX.
       77  WS-CATALOG-TEMP-STATUS   PIC XX.
       77  WS-THIS-JOB-NAME         PIC X(12) VALUE "PURGE".
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
       01  WS-CT-TABLE OCCURS 40 TIMES.
           05  WS-CT-FILE         PIC X(24).
           05  WS-CT-TOTAL        PIC X(12).
           05  WS-CT-CURRENT      PIC 9(12).
           05  WS-CT-OPENING      PIC 9(12).
           05  WS-CT-EXPECTED     PIC 9(12).
           05  WS-CT-HAS-EXPECT   PIC X(01).
           05  WS-CT-SET-STAMP    PIC X(30).
           05  WS-CT-ADJUSTMENT   PIC S9(12).
           05  WS-CT-REASON-TEXT  PIC X(20).

       77  WS-REQUEST-EOF           PIC X VALUE "N".
       77  WS-FILE-EOF              PIC X VALUE "N".
       77  WS-CNT-APP-ARC           PIC 9(6) VALUE 0.
       77  WS-CNT-JOURNAL           PIC 9(6) VALUE 0.
       77  WS-CNT-AUDIT             PIC 9(6) VALUE 0.
      *> OF THOSE, THE CHAINED ROWS EMPTIED IN PLACE -- EACH FILE'S
      *> REDACTION ENTRY CARRIES ITS COUNT
       77  WS-CNT-JOURNAL-SEALED    PIC 9(6) VALUE 0.
       77  WS-CNT-AUDIT-SEALED      PIC 9(6) VALUE 0.
       77  WS-CNT-LOGIN             PIC 9(6) VALUE 0.
       77  WS-CNT-APP-HIST          PIC 9(6) VALUE 0.
       77  WS-CNT-VIEWS             PIC 9(6) VALUE 0.
       77  WS-CNT-VIEWS-ARC         PIC 9(6) VALUE 0.
       77  WS-CNT-FEED              PIC 9(6) VALUE 0.
       77  WS-CNT-FEED-ARC          PIC 9(6) VALUE 0.
       77  WS-COUNT-DISPLAY         PIC ZZZ,ZZ9.

      *> === AUDIT / JOURNAL CHAIN WORKING STORAGE ===
      *> seal_state.doc LOADED BY LOAD-SEAL-STATE: SLOT 1 IS audit.doc,
      *> SLOT 2 journal.doc, SAME LAYOUT AS SEAL-STATE-RECORD
       77  WS-SEAL-STATE-STATUS PIC XX.
       77  WS-SEAL-STATE-EOF    PIC X VALUE "N".
       01  WS-SEAL-STATE-TABLE.
           05 WS-SEAL-STATE OCCURS 2 TIMES.
               10 WS-SEAL-FILE-NAME  PIC X(12).
               10 WS-SEAL-LAST-SEQ   PIC 9(9).
               10 WS-SEAL-LAST-CHECK PIC 9(10).
               10 WS-SEAL-OPEN-DATE  PIC 9(8).
               10 WS-SEAL-OPEN-ROWS  PIC 9(9).
       77  WS-SEAL-SLOT         PIC 9 VALUE 0.
       77  WS-SEAL-TODAY        PIC 9(8) VALUE 0.
       77  WS-SEAL-ROW-DATE     PIC 9(8) VALUE 0.
       77  WS-SEAL-TYPE         PIC X VALUE SPACE.
      *> THE BYTES A CHECK VALUE COVERS, AND THE RUNNING VALUE ITSELF
       77  WS-SEAL-BUFFER       PIC X(3181).
       77  WS-SEAL-LENGTH       PIC 9(4) VALUE 0.
       77  WS-SEAL-I            PIC 9(4) VALUE 0.
       77  WS-SEAL-HASH         PIC 9(12) VALUE 0.
      *> "Y" WHEN THE WRITER HAD TO CREATE THE FILE -- A DELETED
      *> journal.doc (CLEARED AFTER A RECOVERY) STARTS A FRESH CHAIN
       77  WS-SEAL-NEW-FILE     PIC X VALUE "N".
      *> A CALLER'S HALF-BUILT ROW, PARKED WHILE A DAY SEAL GOES OUT
       77  WS-SEAL-HOLD         PIC X(3191).
       77  WS-SEAL-COUNT-TEXT   PIC 9(9).

      *> SCRATCH FOR THE GREEDY NAME MATCH AGAINST AUDIT KEYS
       77  WS-KEY-TALLY             PIC 9(4) VALUE 0.

      *> THE DATA-FILE CATALOG, SAME LAYOUT AS ITS RECORD, WITH THE
      *> CURRENT USER'S REMOVAL COUNT PER ENTRY ALONGSIDE
       77  WS-DATA-CATALOG-EOF      PIC X VALUE "N".
       77  WS-DC-COUNT              PIC 9(3) VALUE 0.
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
       01  WS-DC-PURGED-TABLE.
           05 WS-DC-PURGED OCCURS 150 TIMES PIC 9(6).
       77  WS-DC-U                  PIC 9 VALUE 0.
       77  WS-DC-FILES-SWEPT        PIC 9(4) VALUE 0.
       77  WS-ROW-NAMES-USER        PIC X VALUE "N".
       77  WS-CATALOG-DATA-NAME     PIC X(30).
       77  WS-CATALOG-TEMP-NAME     PIC X(40).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-BUSINESS-DATE
           OPEN OUTPUT CERTIFICATE-FILE
           MOVE "=== InCollege Purge Certificate ===" TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
               CLOSE CERTIFICATE-FILE
               STOP RUN
           END-IF
           PERFORM LOAD-DATA-CATALOG

           MOVE WS-THIS-JOB-NAME TO WS-CT-STEP-NAME
           PERFORM DERIVE-CONTROL-TOTALS
           PERFORM LOAD-EXPECTED-TOTALS
           PERFORM CHECK-OPENING-BALANCE
           IF WS-CT-OUT-OF-BALANCE = "Y"
               PERFORM HALT-OUT-OF-BALANCE
               CLOSE PURGE-REQUEST-FILE
               CLOSE CERTIFICATE-FILE
               STOP RUN
           END-IF

           MOVE "N" TO WS-REQUEST-EOF
           PERFORM UNTIL WS-REQUEST-EOF = "Y"
           END-PERFORM
           CLOSE PURGE-REQUEST-FILE

           PERFORM DERIVE-CONTROL-TOTALS
           PERFORM CHECK-CLOSING-BALANCE
           IF WS-CT-OUT-OF-BALANCE = "Y"
               PERFORM HALT-OUT-OF-BALANCE
           ELSE
               PERFORM WRITE-CONTROL-TOTALS
           END-IF

           MOVE SPACES TO CERTIFICATE-RECORD
           STRING "Users purged: " WS-USERS-PURGED
               "   Users under legal hold: " WS-USERS-HELD
           MOVE 0 TO WS-CNT-APP-ARC
           MOVE 0 TO WS-CNT-JOURNAL
           MOVE 0 TO WS-CNT-AUDIT
           MOVE 0 TO WS-CNT-JOURNAL-SEALED
           MOVE 0 TO WS-CNT-AUDIT-SEALED
           MOVE 0 TO WS-CNT-LOGIN
           MOVE 0 TO WS-CNT-APP-HIST
           MOVE 0 TO WS-CNT-VIEWS
           MOVE 0 TO WS-CNT-VIEWS-ARC
           MOVE 0 TO WS-CNT-FEED
           MOVE 0 TO WS-CNT-FEED-ARC

           PERFORM PURGE-MESSAGE-ARCHIVE
           PERFORM PURGE-APPLICATION-ARCHIVE
           PERFORM PURGE-JOURNAL
           PERFORM BLANK-AUDIT-ROWS
           PERFORM WRITE-REDACTION-ENTRIES
           PERFORM PURGE-LOGIN-HISTORY
           PERFORM PURGE-APP-HISTORY
           PERFORM PURGE-PROFILE-VIEWS
           PERFORM PURGE-PROFILE-VIEW-ARCHIVE
           PERFORM PURGE-FEED
           PERFORM PURGE-FEED-ARCHIVE
           PERFORM PURGE-CATALOGUED-FILES
           PERFORM EXPLAIN-PURGED-ROWS

           ADD 1 TO WS-USERS-PURGED
           MOVE SPACES TO CERTIFICATE-RECORD
           STRING "  app_history.doc rows removed:   " WS-COUNT-DISPLAY
               INTO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE WS-CNT-VIEWS TO WS-COUNT-DISPLAY
           MOVE SPACES TO CERTIFICATE-RECORD
           STRING "  profile_views.doc rows removed: " WS-COUNT-DISPLAY
               INTO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE WS-CNT-VIEWS-ARC TO WS-COUNT-DISPLAY
           MOVE SPACES TO CERTIFICATE-RECORD
           STRING "  profile_views.arc rows removed: " WS-COUNT-DISPLAY
               INTO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE WS-CNT-FEED TO WS-COUNT-DISPLAY
           MOVE SPACES TO CERTIFICATE-RECORD
           STRING "  feed.doc rows removed:          " WS-COUNT-DISPLAY
               INTO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE WS-CNT-FEED-ARC TO WS-COUNT-DISPLAY
           MOVE SPACES TO CERTIFICATE-RECORD
           STRING "  feed.arc rows removed:          " WS-COUNT-DISPLAY
               INTO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           PERFORM CERTIFY-CATALOGUED-FILES
           MOVE "---" TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           .
                   NOT AT END
                       IF APPA-USERNAME = WS-PURGE-USER
                           ADD 1 TO WS-CNT-APP-ARC
                           MOVE "applications.arc" TO WS-CT-FILE-NAME
                           MOVE "JOB-ID SUM" TO WS-CT-TOTAL-NAME
                           MOVE "PURGED" TO WS-CT-REASON
                           COMPUTE WS-CT-ADJUST = 0 - APPA-JOB-ID
                           PERFORM EXPLAIN-CONTROL-DIFFERENCE
                       ELSE
                           MOVE APPLICATION-ARCHIVE-RECORD
                               TO APPLICATION-ARCHIVE-TEMP-RECORD
      *> POSITIONS, SO COMPARE THOSE FIELDS EXACTLY -- A SUBSTRING
      *> MATCH WOULD ALSO SWEEP UP "bobby" WHEN PURGING "bob" AND
      *> CORRUPT ANOTHER USER'S FORWARD-RECOVERY DATA
      *> A CHAINED ROW IS EMPTIED RATHER THAN DROPPED -- SEE THE HEADER
                       IF (JL-KEY(1:20) = WS-PURGE-USER
                          OR JL-KEY(21:20) = WS-PURGE-USER)
                          AND JL-SEAL-TYPE NOT = "S"
                          AND JL-SEAL-TYPE NOT = "X"
                           ADD 1 TO WS-CNT-JOURNAL
                           IF JL-SEAL-TYPE NOT = SPACE
                               ADD 1 TO WS-CNT-JOURNAL-SEALED
                               MOVE "[purged]" TO JL-FILE-ID
                               MOVE SPACE TO JL-ACTION
                               MOVE SPACES TO JL-KEY
                               MOVE SPACES TO JL-IMAGE
                               MOVE "P" TO JL-SEAL-TYPE
                               MOVE JOURNAL-RECORD TO JOURNAL-TEMP-RECORD
                               WRITE JOURNAL-TEMP-RECORD
                           END-IF
                       ELSE
                           MOVE JOURNAL-RECORD TO JOURNAL-TEMP-RECORD
                           WRITE JOURNAL-TEMP-RECORD
                       MOVE 0 TO WS-KEY-TALLY
                       INSPECT AU-KEY TALLYING WS-KEY-TALLY
                           FOR ALL FUNCTION TRIM(WS-PURGE-USER TRAILING)
                       IF (AU-USERNAME = WS-PURGE-USER
                          OR WS-KEY-TALLY > 0)
                          AND AU-SEAL-TYPE NOT = "S"
                          AND AU-SEAL-TYPE NOT = "X"
                           IF AU-USERNAME = WS-PURGE-USER
                               MOVE "[purged]" TO AU-USERNAME
                           END-IF
                           MOVE "[purged]" TO AU-KEY
                           IF AU-SEAL-TYPE NOT = SPACE
                               AND AU-SEAL-TYPE NOT = "P"
                               MOVE "P" TO AU-SEAL-TYPE
                               ADD 1 TO WS-CNT-AUDIT-SEALED
                           END-IF
                           REWRITE AUDIT-RECORD
                           ADD 1 TO WS-CNT-AUDIT
                       END-IF
           CLOSE AUDIT-FILE
           .

      *> ONE SEALED REDACTION ENTRY PER CHAIN THIS USER'S PURGE TOUCHED,
      *> CARRYING THE NUMBER OF ROWS EMPTIED AND NOTHING ABOUT WHOSE
      *> THEY WERE. WRITTEN THROUGH THE SAME CHAIN PARAGRAPHS AS EVERY
      *> OTHER ROW, SO THE ENTRY ITSELF CANNOT BE ALTERED UNNOTICED
       WRITE-REDACTION-ENTRIES.
           IF WS-CNT-AUDIT-SEALED > 0
               MOVE "N" TO WS-SEAL-NEW-FILE
               OPEN EXTEND AUDIT-FILE
               IF WS-AUDIT-STATUS = "00"
                   PERFORM LOAD-SEAL-STATE
                   PERFORM SEAL-AUDIT-DAY
                   MOVE SPACES TO AUDIT-RECORD
                   MOVE FUNCTION CURRENT-DATE(1:14) TO AU-TIMESTAMP
                   MOVE "REDACTION" TO AU-ACTION
                   MOVE WS-CNT-AUDIT-SEALED TO WS-SEAL-COUNT-TEXT
                   STRING WS-SEAL-COUNT-TEXT " rows purged"
                       DELIMITED BY SIZE INTO AU-KEY
                   END-STRING
                   MOVE "X" TO AU-SEAL-TYPE
                   PERFORM CHAIN-AUDIT-ROW
                   WRITE AUDIT-RECORD
                   CLOSE AUDIT-FILE
                   PERFORM SAVE-SEAL-STATE
               END-IF
           END-IF
           IF WS-CNT-JOURNAL-SEALED > 0
               MOVE "N" TO WS-SEAL-NEW-FILE
               OPEN EXTEND JOURNAL-FILE
               IF WS-JOURNAL-STATUS = "00"
                   PERFORM LOAD-SEAL-STATE
                   PERFORM SEAL-JOURNAL-DAY
                   MOVE SPACES TO JOURNAL-RECORD
                   MOVE FUNCTION CURRENT-DATE(1:14) TO JL-TIMESTAMP
                   MOVE "REDACTION" TO JL-FILE-ID
                   MOVE "X" TO JL-ACTION
                   MOVE WS-CNT-JOURNAL-SEALED TO WS-SEAL-COUNT-TEXT
                   STRING WS-SEAL-COUNT-TEXT " rows purged"
                       DELIMITED BY SIZE INTO JL-KEY
                   END-STRING
                   MOVE "X" TO JL-SEAL-TYPE
                   PERFORM CHAIN-JOURNAL-ROW
                   WRITE JOURNAL-RECORD
                   CLOSE JOURNAL-FILE
                   PERFORM SAVE-SEAL-STATE
               END-IF
           END-IF
           .

      *> THE CHAIN PARAGRAPHS BELOW ARE THE SAME AS THE MAIN PROGRAM'S
      *> -- SEE InCollegewithEpic7.cob
      *> seal_state.doc CARRIES EACH CHAIN FROM ONE WRITE TO THE NEXT.
      *> A MISSING FILE STARTS BOTH CHAINS AGAIN FROM ZERO, WHICH THE
      *> NIGHTLY VERIFICATION THEN REPORTS AS A BROKEN LINK
       LOAD-SEAL-STATE.
           PERFORM VARYING WS-SEAL-SLOT FROM 1 BY 1 UNTIL WS-SEAL-SLOT > 2
               MOVE 0 TO WS-SEAL-LAST-SEQ (WS-SEAL-SLOT)
               MOVE 0 TO WS-SEAL-LAST-CHECK (WS-SEAL-SLOT)
               MOVE 0 TO WS-SEAL-OPEN-DATE (WS-SEAL-SLOT)
               MOVE 0 TO WS-SEAL-OPEN-ROWS (WS-SEAL-SLOT)
           END-PERFORM
           MOVE "audit.doc" TO WS-SEAL-FILE-NAME (1)
           MOVE "journal.doc" TO WS-SEAL-FILE-NAME (2)
           OPEN INPUT SEAL-STATE-FILE
           IF WS-SEAL-STATE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SEAL-STATE-EOF
           PERFORM UNTIL WS-SEAL-STATE-EOF = "Y"
               READ SEAL-STATE-FILE
                   AT END MOVE "Y" TO WS-SEAL-STATE-EOF
                   NOT AT END
                       IF SS-FILE-NAME = "audit.doc"
                           MOVE SEAL-STATE-RECORD TO WS-SEAL-STATE (1)
                       END-IF
                       IF SS-FILE-NAME = "journal.doc"
                           MOVE SEAL-STATE-RECORD TO WS-SEAL-STATE (2)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SEAL-STATE-FILE
           .

       SAVE-SEAL-STATE.
           OPEN OUTPUT SEAL-STATE-FILE
           IF WS-SEAL-STATE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SEAL-SLOT FROM 1 BY 1 UNTIL WS-SEAL-SLOT > 2
               MOVE WS-SEAL-STATE (WS-SEAL-SLOT) TO SEAL-STATE-RECORD
               WRITE SEAL-STATE-RECORD
           END-PERFORM
           CLOSE SEAL-STATE-FILE
           .

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

      *> A DAY SEAL CLOSES THE OPEN DAY AND STARTS A FRESH COUNT; ANY
      *> OTHER ROW OPENS ITS DAY IF NONE IS OPEN AND COUNTS INTO IT
       ADVANCE-SEAL-STATE.
           IF WS-SEAL-TYPE = "S"
               MOVE 0 TO WS-SEAL-OPEN-DATE (WS-SEAL-SLOT)
               MOVE 0 TO WS-SEAL-OPEN-ROWS (WS-SEAL-SLOT)
           ELSE
               IF WS-SEAL-OPEN-DATE (WS-SEAL-SLOT) = 0
                   MOVE WS-SEAL-ROW-DATE TO WS-SEAL-OPEN-DATE (WS-SEAL-SLOT)
               END-IF
               ADD 1 TO WS-SEAL-OPEN-ROWS (WS-SEAL-SLOT)
           END-IF
           .

      *> STAMPS THE NEXT SEQUENCE NUMBER AND CHECK VALUE ON THE ROW IN
      *> AUDIT-RECORD (AU-SEAL-TYPE ALREADY SET) AND MOVES THE audit.doc
      *> CHAIN ON. THE CALLER WRITES THE ROW AND SAVES THE STATE
       CHAIN-AUDIT-ROW.
           MOVE 1 TO WS-SEAL-SLOT
           ADD 1 TO WS-SEAL-LAST-SEQ (1)
           MOVE WS-SEAL-LAST-SEQ (1) TO AU-SEAL-SEQ
           MOVE AUDIT-RECORD (1:80) TO WS-SEAL-BUFFER
           MOVE 80 TO WS-SEAL-LENGTH
           MOVE WS-SEAL-LAST-CHECK (1) TO WS-SEAL-HASH
           PERFORM COMPUTE-SEAL-CHECK
           MOVE WS-SEAL-HASH TO AU-SEAL-CHECK
           MOVE WS-SEAL-HASH TO WS-SEAL-LAST-CHECK (1)
           MOVE AU-SEAL-TYPE TO WS-SEAL-TYPE
           MOVE AU-TIMESTAMP (1:8) TO WS-SEAL-ROW-DATE
           PERFORM ADVANCE-SEAL-STATE
           .

      *> THE FIRST audit.doc WRITE OF A NEW DAY FIRST CLOSES THE DAY
      *> BEFORE IT: A SEAL ROW STAMPED 23:59:59 ON THAT DAY CARRYING THE
      *> DAY AND ITS ROW COUNT. audit.doc IS ALREADY OPEN EXTEND AND
      *> THE STATE LOADED
       SEAL-AUDIT-DAY.
           IF WS-SEAL-NEW-FILE = "Y"
               MOVE 0 TO WS-SEAL-LAST-SEQ (1)
               MOVE 0 TO WS-SEAL-LAST-CHECK (1)
               MOVE 0 TO WS-SEAL-OPEN-DATE (1)
               MOVE 0 TO WS-SEAL-OPEN-ROWS (1)
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SEAL-TODAY
           IF WS-SEAL-OPEN-DATE (1) = 0
               OR WS-SEAL-OPEN-DATE (1) >= WS-SEAL-TODAY
               EXIT PARAGRAPH
           END-IF
           MOVE AUDIT-RECORD TO WS-SEAL-HOLD
           MOVE SPACES TO AUDIT-RECORD
           STRING WS-SEAL-OPEN-DATE (1) "235959"
               DELIMITED BY SIZE INTO AU-TIMESTAMP
           END-STRING
           MOVE "DAY-SEAL" TO AU-ACTION
           MOVE WS-SEAL-OPEN-ROWS (1) TO WS-SEAL-COUNT-TEXT
           STRING WS-SEAL-OPEN-DATE (1) " " WS-SEAL-COUNT-TEXT
               DELIMITED BY SIZE INTO AU-KEY
           END-STRING
           MOVE "S" TO AU-SEAL-TYPE
           PERFORM CHAIN-AUDIT-ROW
           WRITE AUDIT-RECORD
           MOVE WS-SEAL-HOLD TO AUDIT-RECORD
           .

      *> THE SAME FOR journal.doc -- THE CHECK VALUE COVERS THE WHOLE
      *> ROW, AFTER-IMAGE INCLUDED
       CHAIN-JOURNAL-ROW.
           MOVE 2 TO WS-SEAL-SLOT
           ADD 1 TO WS-SEAL-LAST-SEQ (2)
           MOVE WS-SEAL-LAST-SEQ (2) TO JL-SEAL-SEQ
           MOVE JOURNAL-RECORD (1:3181) TO WS-SEAL-BUFFER
           MOVE 3181 TO WS-SEAL-LENGTH
           MOVE WS-SEAL-LAST-CHECK (2) TO WS-SEAL-HASH
           PERFORM COMPUTE-SEAL-CHECK
           MOVE WS-SEAL-HASH TO JL-SEAL-CHECK
           MOVE WS-SEAL-HASH TO WS-SEAL-LAST-CHECK (2)
           MOVE JL-SEAL-TYPE TO WS-SEAL-TYPE
           MOVE JL-TIMESTAMP (1:8) TO WS-SEAL-ROW-DATE
           PERFORM ADVANCE-SEAL-STATE
           .

       SEAL-JOURNAL-DAY.
           IF WS-SEAL-NEW-FILE = "Y"
               MOVE 0 TO WS-SEAL-LAST-SEQ (2)
               MOVE 0 TO WS-SEAL-LAST-CHECK (2)
               MOVE 0 TO WS-SEAL-OPEN-DATE (2)
               MOVE 0 TO WS-SEAL-OPEN-ROWS (2)
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SEAL-TODAY
           IF WS-SEAL-OPEN-DATE (2) = 0
               OR WS-SEAL-OPEN-DATE (2) >= WS-SEAL-TODAY
               EXIT PARAGRAPH
           END-IF
           MOVE JOURNAL-RECORD TO WS-SEAL-HOLD
           MOVE SPACES TO JOURNAL-RECORD
           STRING WS-SEAL-OPEN-DATE (2) "235959"
               DELIMITED BY SIZE INTO JL-TIMESTAMP
           END-STRING
           MOVE "DAY-SEAL" TO JL-FILE-ID
           MOVE "S" TO JL-ACTION
           MOVE WS-SEAL-OPEN-ROWS (2) TO WS-SEAL-COUNT-TEXT
           STRING WS-SEAL-OPEN-DATE (2) " " WS-SEAL-COUNT-TEXT
               DELIMITED BY SIZE INTO JL-KEY
           END-STRING
           MOVE "S" TO JL-SEAL-TYPE
           PERFORM CHAIN-JOURNAL-ROW
           WRITE JOURNAL-RECORD
           MOVE WS-SEAL-HOLD TO JOURNAL-RECORD
           .

       PURGE-LOGIN-HISTORY.
           OPEN INPUT LOGIN-HISTORY-FILE
           IF WS-LOGIN-HIST-STATUS NOT = "00"
           CLOSE APP-HISTORY-FILE
           CLOSE APP-HISTORY-TEMP
           .

      *> A VIEW NAMES TWO PEOPLE -- IT GOES WHICHEVER SIDE IS PURGED
       PURGE-PROFILE-VIEWS.
           OPEN INPUT PROFILE-VIEWS-FILE
           IF WS-VIEWS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PROFILE-VIEWS-TEMP
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ PROFILE-VIEWS-FILE INTO PROFILE-VIEW-RECORD
                   AT END MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF PV-VIEWER = WS-PURGE-USER
                          OR PV-VIEWED = WS-PURGE-USER
                           ADD 1 TO WS-CNT-VIEWS
                       ELSE
                           MOVE PROFILE-VIEW-RECORD
                               TO PROFILE-VIEW-TEMP-RECORD
                           WRITE PROFILE-VIEW-TEMP-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROFILE-VIEWS-FILE
           CLOSE PROFILE-VIEWS-TEMP

           OPEN OUTPUT PROFILE-VIEWS-FILE
           OPEN INPUT PROFILE-VIEWS-TEMP
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ PROFILE-VIEWS-TEMP INTO PROFILE-VIEW-TEMP-RECORD
                   AT END MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       MOVE PROFILE-VIEW-TEMP-RECORD
                           TO PROFILE-VIEW-RECORD
                       WRITE PROFILE-VIEW-RECORD
               END-READ
           END-PERFORM
           CLOSE PROFILE-VIEWS-FILE
           CLOSE PROFILE-VIEWS-TEMP
           .

       PURGE-PROFILE-VIEW-ARCHIVE.
           OPEN INPUT PROFILE-VIEWS-ARCHIVE-FILE
           IF WS-VIEWS-ARC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PROFILE-VIEWS-ARCHIVE-TEMP
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ PROFILE-VIEWS-ARCHIVE-FILE
                   INTO PROFILE-VIEW-ARCHIVE-RECORD
                   AT END MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF PVA-VIEWER = WS-PURGE-USER
                          OR PVA-VIEWED = WS-PURGE-USER
                           ADD 1 TO WS-CNT-VIEWS-ARC
                       ELSE
                           MOVE PROFILE-VIEW-ARCHIVE-RECORD
                               TO PROFILE-VIEW-ARCHIVE-TEMP-RECORD
                           WRITE PROFILE-VIEW-ARCHIVE-TEMP-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROFILE-VIEWS-ARCHIVE-FILE
           CLOSE PROFILE-VIEWS-ARCHIVE-TEMP

           OPEN OUTPUT PROFILE-VIEWS-ARCHIVE-FILE
           OPEN INPUT PROFILE-VIEWS-ARCHIVE-TEMP
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ PROFILE-VIEWS-ARCHIVE-TEMP
                   INTO PROFILE-VIEW-ARCHIVE-TEMP-RECORD
                   AT END MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       MOVE PROFILE-VIEW-ARCHIVE-TEMP-RECORD
                           TO PROFILE-VIEW-ARCHIVE-RECORD
                       WRITE PROFILE-VIEW-ARCHIVE-RECORD
               END-READ
           END-PERFORM
           CLOSE PROFILE-VIEWS-ARCHIVE-FILE
           CLOSE PROFILE-VIEWS-ARCHIVE-TEMP
           .

      *> THE PURGED USER'S OWN UPDATES AND MILESTONES
       PURGE-FEED.
           OPEN INPUT FEED-FILE
           IF WS-FEED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FEED-TEMP
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ FEED-FILE INTO FEED-RECORD
                   AT END MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF FE-USERNAME = WS-PURGE-USER
                           ADD 1 TO WS-CNT-FEED
                       ELSE
                           MOVE FEED-RECORD TO FEED-TEMP-RECORD
                           WRITE FEED-TEMP-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEED-FILE
           CLOSE FEED-TEMP

           OPEN OUTPUT FEED-FILE
           OPEN INPUT FEED-TEMP
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ FEED-TEMP INTO FEED-TEMP-RECORD
                   AT END MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       MOVE FEED-TEMP-RECORD TO FEED-RECORD
                       WRITE FEED-RECORD
               END-READ
           END-PERFORM
           CLOSE FEED-FILE
           CLOSE FEED-TEMP
           .

       PURGE-FEED-ARCHIVE.
           OPEN INPUT FEED-ARCHIVE-FILE
           IF WS-FEED-ARC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FEED-ARCHIVE-TEMP
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ FEED-ARCHIVE-FILE INTO FEED-ARCHIVE-RECORD
                   AT END MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF FEA-USERNAME = WS-PURGE-USER
                           ADD 1 TO WS-CNT-FEED-ARC
                       ELSE
                           MOVE FEED-ARCHIVE-RECORD
                               TO FEED-ARCHIVE-TEMP-RECORD
                           WRITE FEED-ARCHIVE-TEMP-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEED-ARCHIVE-FILE
           CLOSE FEED-ARCHIVE-TEMP

           OPEN OUTPUT FEED-ARCHIVE-FILE
           OPEN INPUT FEED-ARCHIVE-TEMP
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ FEED-ARCHIVE-TEMP INTO FEED-ARCHIVE-TEMP-RECORD
                   AT END MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       MOVE FEED-ARCHIVE-TEMP-RECORD
                           TO FEED-ARCHIVE-RECORD
                       WRITE FEED-ARCHIVE-RECORD
               END-READ
           END-PERFORM
           CLOSE FEED-ARCHIVE-FILE
           CLOSE FEED-ARCHIVE-TEMP
           .

      *> THE STORES THIS JOB REMOVES ROWS FROM OUTRIGHT. journal.doc
      *> AND audit.doc ARE NOT CARRIED -- EVERY INTERACTIVE SESSION
      *> WRITES TO THEM
       DERIVE-CONTROL-TOTALS.
           PERFORM CLEAR-CONTROL-TOTALS
           MOVE "messages.arc" TO WS-CT-FILE-NAME
           MOVE 0 TO WS-CT-VALUE
           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
           PERFORM ADD-CONTROL-TOTAL
           MOVE "N" TO WS-CT-EOF
           OPEN INPUT MESSAGES-ARCHIVE-FILE
           IF WS-MSG-ARC-STATUS = "00"
               PERFORM UNTIL WS-CT-EOF = "Y"
                   READ MESSAGES-ARCHIVE-FILE
                       AT END MOVE "Y" TO WS-CT-EOF
                       NOT AT END
                           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
                           MOVE 1 TO WS-CT-VALUE
                           PERFORM ADD-CONTROL-TOTAL
                   END-READ
               END-PERFORM
               CLOSE MESSAGES-ARCHIVE-FILE
           END-IF
           MOVE "applications.arc" TO WS-CT-FILE-NAME
           MOVE 0 TO WS-CT-VALUE
           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
           PERFORM ADD-CONTROL-TOTAL
           MOVE "JOB-ID SUM" TO WS-CT-TOTAL-NAME
           PERFORM ADD-CONTROL-TOTAL
           MOVE "N" TO WS-CT-EOF
           OPEN INPUT APPLICATIONS-ARCHIVE-FILE
           IF WS-APP-ARC-STATUS = "00"
               PERFORM UNTIL WS-CT-EOF = "Y"
                   READ APPLICATIONS-ARCHIVE-FILE
                       AT END MOVE "Y" TO WS-CT-EOF
                       NOT AT END
                           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
                           MOVE 1 TO WS-CT-VALUE
                           PERFORM ADD-CONTROL-TOTAL
                           MOVE "JOB-ID SUM" TO WS-CT-TOTAL-NAME
                           MOVE APPA-JOB-ID TO WS-CT-VALUE
                           PERFORM ADD-CONTROL-TOTAL
                   END-READ
               END-PERFORM
               CLOSE APPLICATIONS-ARCHIVE-FILE
           END-IF
           MOVE "login_history.doc" TO WS-CT-FILE-NAME
           MOVE 0 TO WS-CT-VALUE
           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
           PERFORM ADD-CONTROL-TOTAL
           MOVE "N" TO WS-CT-EOF
           OPEN INPUT LOGIN-HISTORY-FILE
           IF WS-LOGIN-HIST-STATUS = "00"
               PERFORM UNTIL WS-CT-EOF = "Y"
                   READ LOGIN-HISTORY-FILE
                       AT END MOVE "Y" TO WS-CT-EOF
                       NOT AT END
                           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
                           MOVE 1 TO WS-CT-VALUE
                           PERFORM ADD-CONTROL-TOTAL
                   END-READ
               END-PERFORM
               CLOSE LOGIN-HISTORY-FILE
           END-IF
           MOVE "app_history.doc" TO WS-CT-FILE-NAME
           MOVE 0 TO WS-CT-VALUE
           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
           PERFORM ADD-CONTROL-TOTAL
           MOVE "N" TO WS-CT-EOF
           OPEN INPUT APP-HISTORY-FILE
           IF WS-APP-HIST-STATUS = "00"
               PERFORM UNTIL WS-CT-EOF = "Y"
                   READ APP-HISTORY-FILE
                       AT END MOVE "Y" TO WS-CT-EOF
                       NOT AT END
                           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
                           MOVE 1 TO WS-CT-VALUE
                           PERFORM ADD-CONTROL-TOTAL
                   END-READ
               END-PERFORM
               CLOSE APP-HISTORY-FILE
           END-IF
           MOVE "profile_views.doc" TO WS-CT-FILE-NAME
           MOVE 0 TO WS-CT-VALUE
           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
           PERFORM ADD-CONTROL-TOTAL
           MOVE "N" TO WS-CT-EOF
           OPEN INPUT PROFILE-VIEWS-FILE
           IF WS-VIEWS-STATUS = "00"
               PERFORM UNTIL WS-CT-EOF = "Y"
                   READ PROFILE-VIEWS-FILE
                       AT END MOVE "Y" TO WS-CT-EOF
                       NOT AT END
                           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
                           MOVE 1 TO WS-CT-VALUE
                           PERFORM ADD-CONTROL-TOTAL
                   END-READ
               END-PERFORM
               CLOSE PROFILE-VIEWS-FILE
           END-IF
           MOVE "profile_views.arc" TO WS-CT-FILE-NAME
           MOVE 0 TO WS-CT-VALUE
           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
           PERFORM ADD-CONTROL-TOTAL
           MOVE "N" TO WS-CT-EOF
           OPEN INPUT PROFILE-VIEWS-ARCHIVE-FILE
           IF WS-VIEWS-ARC-STATUS = "00"
               PERFORM UNTIL WS-CT-EOF = "Y"
                   READ PROFILE-VIEWS-ARCHIVE-FILE
                       AT END MOVE "Y" TO WS-CT-EOF
                       NOT AT END
                           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
                           MOVE 1 TO WS-CT-VALUE
                           PERFORM ADD-CONTROL-TOTAL
                   END-READ
               END-PERFORM
               CLOSE PROFILE-VIEWS-ARCHIVE-FILE
           END-IF
           MOVE "feed.doc" TO WS-CT-FILE-NAME
           MOVE 0 TO WS-CT-VALUE
           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
           PERFORM ADD-CONTROL-TOTAL
           MOVE "N" TO WS-CT-EOF
           OPEN INPUT FEED-FILE
           IF WS-FEED-STATUS = "00"
               PERFORM UNTIL WS-CT-EOF = "Y"
                   READ FEED-FILE
                       AT END MOVE "Y" TO WS-CT-EOF
                       NOT AT END
                           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
                           MOVE 1 TO WS-CT-VALUE
                           PERFORM ADD-CONTROL-TOTAL
                   END-READ
               END-PERFORM
               CLOSE FEED-FILE
           END-IF
           MOVE "feed.arc" TO WS-CT-FILE-NAME
           MOVE 0 TO WS-CT-VALUE
           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
           PERFORM ADD-CONTROL-TOTAL
           MOVE "N" TO WS-CT-EOF
           OPEN INPUT FEED-ARCHIVE-FILE
           IF WS-FEED-ARC-STATUS = "00"
               PERFORM UNTIL WS-CT-EOF = "Y"
                   READ FEED-ARCHIVE-FILE
                       AT END MOVE "Y" TO WS-CT-EOF
                       NOT AT END
                           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
                           MOVE 1 TO WS-CT-VALUE
                           PERFORM ADD-CONTROL-TOTAL
                   END-READ
               END-PERFORM
               CLOSE FEED-ARCHIVE-FILE
           END-IF
      *> PLUS ANY CATALOGUED FILE THE CHAIN BALANCES THAT THE GENERIC
      *> SWEEP DELETES ROWS FROM (connection_requests.arc)
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                   UNTIL WS-DC-IDX > WS-DC-COUNT
               IF WS-DC-PURGE-RULE (WS-DC-IDX) = "D"
                   AND WS-DC-BALANCED (WS-DC-IDX) = "Y"
                   AND WS-DC-ORGANIZATION (WS-DC-IDX) = "S"
                   PERFORM DERIVE-CATALOGUED-TOTALS
               END-IF
           END-PERFORM
           .

       DERIVE-CATALOGUED-TOTALS.
           MOVE WS-DC-FILE-NAME (WS-DC-IDX) TO WS-CT-FILE-NAME
           MOVE 0 TO WS-CT-VALUE
           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
           PERFORM ADD-CONTROL-TOTAL
           MOVE WS-DC-FILE-NAME (WS-DC-IDX) TO WS-CATALOG-DATA-NAME
           MOVE "N" TO WS-CT-EOF
           OPEN INPUT CATALOG-DATA-FILE
           IF WS-CATALOG-DATA-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CT-EOF = "Y"
               READ CATALOG-DATA-FILE
                   AT END MOVE "Y" TO WS-CT-EOF
                   NOT AT END
                       MOVE "RECORDS" TO WS-CT-TOTAL-NAME
                       MOVE 1 TO WS-CT-VALUE
                       PERFORM ADD-CONTROL-TOTAL
               END-READ
           END-PERFORM
           CLOSE CATALOG-DATA-FILE
           .

      *> ONE USER'S REMOVALS, CARRIED AS THE EXPLAINED DIFFERENCE
       EXPLAIN-PURGED-ROWS.
           MOVE "PURGED" TO WS-CT-REASON
           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
           MOVE "messages.arc" TO WS-CT-FILE-NAME
           COMPUTE WS-CT-ADJUST = 0 - WS-CNT-MSG-ARC
           PERFORM EXPLAIN-CONTROL-DIFFERENCE
           MOVE "applications.arc" TO WS-CT-FILE-NAME
           COMPUTE WS-CT-ADJUST = 0 - WS-CNT-APP-ARC
           PERFORM EXPLAIN-CONTROL-DIFFERENCE
           MOVE "login_history.doc" TO WS-CT-FILE-NAME
           COMPUTE WS-CT-ADJUST = 0 - WS-CNT-LOGIN
           PERFORM EXPLAIN-CONTROL-DIFFERENCE
           MOVE "app_history.doc" TO WS-CT-FILE-NAME
           COMPUTE WS-CT-ADJUST = 0 - WS-CNT-APP-HIST
           PERFORM EXPLAIN-CONTROL-DIFFERENCE
           MOVE "profile_views.doc" TO WS-CT-FILE-NAME
           COMPUTE WS-CT-ADJUST = 0 - WS-CNT-VIEWS
           PERFORM EXPLAIN-CONTROL-DIFFERENCE
           MOVE "profile_views.arc" TO WS-CT-FILE-NAME
           COMPUTE WS-CT-ADJUST = 0 - WS-CNT-VIEWS-ARC
           PERFORM EXPLAIN-CONTROL-DIFFERENCE
           MOVE "feed.doc" TO WS-CT-FILE-NAME
           COMPUTE WS-CT-ADJUST = 0 - WS-CNT-FEED
           PERFORM EXPLAIN-CONTROL-DIFFERENCE
           MOVE "feed.arc" TO WS-CT-FILE-NAME
           COMPUTE WS-CT-ADJUST = 0 - WS-CNT-FEED-ARC
           PERFORM EXPLAIN-CONTROL-DIFFERENCE
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                   UNTIL WS-DC-IDX > WS-DC-COUNT
               IF WS-DC-PURGE-RULE (WS-DC-IDX) = "D"
                   AND WS-DC-BALANCED (WS-DC-IDX) = "Y"
                   AND WS-DC-ORGANIZATION (WS-DC-IDX) = "S"
                   MOVE WS-DC-FILE-NAME (WS-DC-IDX) TO WS-CT-FILE-NAME
                   MOVE "RECORDS" TO WS-CT-TOTAL-NAME
                   COMPUTE WS-CT-ADJUST = 0 - WS-DC-PURGED (WS-DC-IDX)
                   PERFORM EXPLAIN-CONTROL-DIFFERENCE
               END-IF
           END-PERFORM
           .

      *> LOADS data_catalog.doc. WITHOUT IT THE ARCHIVE AND HISTORY
      *> STORES ABOVE ARE STILL PURGED, AND THE CERTIFICATE SAYS THAT
      *> NOTHING ELSE WAS
       LOAD-DATA-CATALOG.
           MOVE 0 TO WS-DC-COUNT
           OPEN INPUT DATA-CATALOG-FILE
           IF WS-DATA-CATALOG-STATUS NOT = "00"
               MOVE "data_catalog.doc not found - only the archive and history stores were purged." TO CERTIFICATE-RECORD
               DISPLAY FUNCTION TRIM(CERTIFICATE-RECORD)
               WRITE CERTIFICATE-RECORD
               MOVE SPACES TO CERTIFICATE-RECORD
               WRITE CERTIFICATE-RECORD
               EXIT PARAGRAPH
           END-IF
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
           .

      *> EVERY LINE SEQUENTIAL FILE THE CATALOG GIVES A "D" OR "B" RULE.
      *> FILES WITH RULE "R" ARE THE ONES THIS JOB'S OWN PARAGRAPHS
      *> ABOVE ALREADY HANDLE
       PURGE-CATALOGUED-FILES.
           MOVE 0 TO WS-DC-FILES-SWEPT
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                   UNTIL WS-DC-IDX > WS-DC-COUNT
               MOVE 0 TO WS-DC-PURGED (WS-DC-IDX)
               IF (WS-DC-PURGE-RULE (WS-DC-IDX) = "D"
                   OR WS-DC-PURGE-RULE (WS-DC-IDX) = "B")
                   AND WS-DC-ORGANIZATION (WS-DC-IDX) = "S"
                   AND WS-DC-RECORD-LENGTH (WS-DC-IDX) <= 4000
                   PERFORM PURGE-ONE-CATALOGUED-FILE
               END-IF
           END-PERFORM
           .

      *> SAME TEMP-FILE REWRITE AS THE ARCHIVE PARAGRAPHS: KEPT AND
      *> BLANKED ROWS GO TO <file>.tmp, WHICH IS THEN COPIED BACK
       PURGE-ONE-CATALOGUED-FILE.
           MOVE WS-DC-FILE-NAME (WS-DC-IDX) TO WS-CATALOG-DATA-NAME
           MOVE SPACES TO WS-CATALOG-TEMP-NAME
           STRING FUNCTION TRIM(WS-CATALOG-DATA-NAME) ".tmp"
               DELIMITED BY SIZE INTO WS-CATALOG-TEMP-NAME
           END-STRING
           OPEN INPUT CATALOG-DATA-FILE
           IF WS-CATALOG-DATA-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DC-FILES-SWEPT
           OPEN OUTPUT CATALOG-TEMP-FILE
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ CATALOG-DATA-FILE
                   AT END MOVE "Y" TO WS-FILE-EOF
                   NOT AT END PERFORM PURGE-CATALOGUED-ROW
               END-READ
           END-PERFORM
           CLOSE CATALOG-DATA-FILE
           CLOSE CATALOG-TEMP-FILE
           IF WS-DC-PURGED (WS-DC-IDX) = 0
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT CATALOG-DATA-FILE
           OPEN INPUT CATALOG-TEMP-FILE
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ CATALOG-TEMP-FILE
                   AT END MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       MOVE CATALOG-TEMP-RECORD TO CATALOG-DATA-RECORD
                       WRITE CATALOG-DATA-RECORD
               END-READ
           END-PERFORM
           CLOSE CATALOG-DATA-FILE
           CLOSE CATALOG-TEMP-FILE
           .

      *> A ROW NAMES THE USER IF ANY CATALOGUED USERNAME FIELD HOLDS
      *> EXACTLY THAT NAME -- THE SAME FIXED-FIELD MATCH PURGE-JOURNAL
      *> USES, SO "bob" NEVER SWEEPS UP "bobby"
       PURGE-CATALOGUED-ROW.
           MOVE CATALOG-DATA-RECORD TO CATALOG-TEMP-RECORD
           MOVE "N" TO WS-ROW-NAMES-USER
           PERFORM VARYING WS-DC-U FROM 1 BY 1 UNTIL WS-DC-U > 4
               IF WS-DC-USER-POS (WS-DC-IDX, WS-DC-U) > 0
                   IF CATALOG-TEMP-RECORD
                       (WS-DC-USER-POS (WS-DC-IDX, WS-DC-U):
                        WS-DC-USER-LEN (WS-DC-IDX, WS-DC-U))
                       = WS-PURGE-USER
                       MOVE "Y" TO WS-ROW-NAMES-USER
                       MOVE "[purged]" TO CATALOG-TEMP-RECORD
                           (WS-DC-USER-POS (WS-DC-IDX, WS-DC-U):
                            WS-DC-USER-LEN (WS-DC-IDX, WS-DC-U))
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ROW-NAMES-USER NOT = "Y"
               WRITE CATALOG-TEMP-RECORD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DC-PURGED (WS-DC-IDX)
           IF WS-DC-PURGE-RULE (WS-DC-IDX) = "D"
               EXIT PARAGRAPH
           END-IF
           IF WS-DC-TEXT-POS (WS-DC-IDX) > 0
               MOVE "[purged]" TO CATALOG-TEMP-RECORD
                   (WS-DC-TEXT-POS (WS-DC-IDX):
                    WS-DC-TEXT-LEN (WS-DC-IDX))
           END-IF
           WRITE CATALOG-TEMP-RECORD
           .

      *> ONLY THE CATALOGUED FILES THAT HELD SOMETHING ARE LISTED, THEN
      *> HOW MANY WERE CHECKED, SO A CLEAN SWEEP STILL SHOWS ON THE
      *> CERTIFICATE
       CERTIFY-CATALOGUED-FILES.
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                   UNTIL WS-DC-IDX > WS-DC-COUNT
               IF WS-DC-PURGED (WS-DC-IDX) > 0
                   MOVE WS-DC-PURGED (WS-DC-IDX) TO WS-COUNT-DISPLAY
                   MOVE SPACES TO CERTIFICATE-RECORD
                   IF WS-DC-PURGE-RULE (WS-DC-IDX) = "B"
                       STRING "  "
                           FUNCTION TRIM(WS-DC-FILE-NAME (WS-DC-IDX))
                           " rows blanked: " WS-COUNT-DISPLAY
                           DELIMITED BY SIZE INTO CERTIFICATE-RECORD
                       END-STRING
                   ELSE
                       STRING "  "
                           FUNCTION TRIM(WS-DC-FILE-NAME (WS-DC-IDX))
                           " rows removed: " WS-COUNT-DISPLAY
                           DELIMITED BY SIZE INTO CERTIFICATE-RECORD
                       END-STRING
                   END-IF
                   WRITE CERTIFICATE-RECORD
               END-IF
           END-PERFORM
           MOVE WS-DC-FILES-SWEPT TO WS-COUNT-DISPLAY
           MOVE SPACES TO CERTIFICATE-RECORD
           STRING "  other catalogued files checked: " WS-COUNT-DISPLAY
               INTO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           .

       EMIT-CONTROL-LINE.
           MOVE WS-CT-MESSAGE TO CERTIFICATE-RECORD
           DISPLAY FUNCTION TRIM(CERTIFICATE-RECORD)
           WRITE CERTIFICATE-RECORD
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
           IF WS-CT-PICK = 0 AND WS-CT-COUNT < 40
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
