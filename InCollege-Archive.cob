      *> === INCOLLEGE DATA RETENTION / ARCHIVAL BATCH JOB ===
      *> Standalone housekeeping job: moves inactive records out of the
      *> live messages/applications/connection-requests/profile-views
      *> and network-feed files into matching .arc archive files, so
      *> the live files stay lean for the interactive program while
      *> history is preserved for the reconciliation and reporting
      *> jobs to read later if needed.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCOLLEGE-ARCHIVE.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MESSAGES-ARCHIVE-STATUS.

      *> INDEXED NOW -- SEE THE MAIN PROGRAM'S FD
           SELECT APPLICATIONS-FILE ASSIGN TO "applications.doc"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APP-KEY
               ALTERNATE RECORD KEY IS APP-JOB-ID WITH DUPLICATES
               FILE STATUS IS WS-APPLICATIONS-FILE-STATUS.

           SELECT APPLICATIONS-ARCHIVE-FILE ASSIGN TO "applications.arc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPLICATIONS-ARCHIVE-STATUS.

      *> INDEXED NOW -- SEE THE MAIN PROGRAM'S FD
           SELECT CONNECTION-REQUESTS-FILE ASSIGN TO "connection_requests.doc"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-KEY
               ALTERNATE RECORD KEY IS CR-RECEIVER WITH DUPLICATES
               FILE STATUS IS WS-CONN-REQ-FILE-STATUS.

           SELECT CONNECTION-REQUESTS-ARCHIVE-FILE ASSIGN TO "connection_requests.arc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONN-REQ-ARCHIVE-STATUS.

           SELECT PROFILE-VIEWS-FILE ASSIGN TO "profile_views.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-VIEWS-STATUS.

           SELECT PROFILE-VIEWS-TEMP-FILE ASSIGN TO "profile_views.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-VIEWS-TEMP-STATUS.

           SELECT PROFILE-VIEWS-ARCHIVE-FILE ASSIGN TO "profile_views.arc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-VIEWS-ARCHIVE-STATUS.

           SELECT FEED-FILE ASSIGN TO "feed.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT FEED-TEMP-FILE ASSIGN TO "feed.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-TEMP-STATUS.

           SELECT FEED-ARCHIVE-FILE ASSIGN TO "feed.arc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-ARCHIVE-STATUS.

      *> NIGHTLY RUN-CONTROL LOG SHARED BY ALL FOUR BATCH JOBS -- EACH
      *> WRITES START/END RECORDS AND REFUSES TO START IF ITS
      *> PREREQUISITE HASN'T COMPLETED TONIGHT OR ANOTHER BATCH JOB IS
           SELECT JOBLOG-FILE ASSIGN TO "joblog.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.
      *> BUSINESS-DATE CONTROL RECORD -- SEE LOAD-BUSINESS-DATE
           SELECT BUSINESS-DATE-FILE ASSIGN TO "business_date.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
      *> CONTROL TOTALS EACH STEP OF THE NIGHTLY CHAIN LEAVES FOR THE
      *> NEXT ONE TO BALANCE AGAINST -- SEE CHECK-CLOSING-BALANCE
           SELECT CONTROL-TOTALS-FILE ASSIGN TO "control_totals.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-TOTALS-STATUS.
      *> OPERATOR ALERTS LAND IN THE OPERATORS' NOTIFICATIONS, THE
      *> SAME WAY InCollege-BatchJobs.cob RAISES THEM
           SELECT OPERATORS-FILE ASSIGN TO "operators.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATORS-STATUS.
           SELECT NOTIFICATIONS-FILE ASSIGN TO "notifications.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.
           SELECT REPORT-FILE ASSIGN TO "archive.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       FD APPLICATIONS-FILE.
       01 APPLICATION-RECORD.
           05 APP-KEY.
               10 APP-USERNAME   PIC X(20).
               10 APP-JOB-ID     PIC 9(4).
           05 APP-STATUS     PIC X(01) VALUE "A".
           05 APP-COVER-NOTE  PIC X(200).
           05 APP-NAME        PIC X(40).
           05 APP-EXP-SUMMARY PIC X(60).
           05 APP-RESUME-LINK PIC X(100).

       FD APPLICATIONS-ARCHIVE-FILE.
       01 APPLICATION-ARCHIVE-RECORD.
           05 APPA-USERNAME   PIC X(20).

       FD CONNECTION-REQUESTS-FILE.
       01 CONNECTION-REQUEST-RECORD.
           05 CR-KEY.
               10 CR-SENDER PIC X(20).
               10 CR-RECEIVER PIC X(20).
           05 CR-TIMESTAMP PIC X(20).

       FD CONNECTION-REQUESTS-ARCHIVE-FILE.
       01 CONNECTION-REQUEST-ARCHIVE-RECORD.
           05 CRA-SENDER    PIC X(20).
           05 CRA-RECEIVER  PIC X(20).
           05 CRA-TIMESTAMP PIC X(20).

      *> SEE THE MAIN PROGRAM'S FD -- ONE ROW PER PROFILE VIEW
       FD PROFILE-VIEWS-FILE.
       01 PROFILE-VIEW-RECORD.
           05 PV-VIEWER     PIC X(20).
           05 PV-VIEWED     PIC X(20).
           05 PV-DATE       PIC 9(8).
           05 PV-SOURCE     PIC X(01).
           05 PV-COMPANY    PIC X(30).

       FD PROFILE-VIEWS-TEMP-FILE.
       01 PROFILE-VIEW-TEMP-RECORD PIC X(79).

       FD PROFILE-VIEWS-ARCHIVE-FILE.
       01 PROFILE-VIEW-ARCHIVE-RECORD PIC X(79).

      *> SEE THE MAIN PROGRAM'S FD -- ONE ROW PER UPDATE OR MILESTONE
      *> IN THE NETWORK ACTIVITY FEED
       FD FEED-FILE.
       01 FEED-RECORD.
           05 FE-USERNAME   PIC X(20).
           05 FE-TIMESTAMP  PIC X(14).
           05 FE-TYPE       PIC X(01).
           05 FE-TEXT       PIC X(100).

       FD FEED-TEMP-FILE.
       01 FEED-TEMP-RECORD PIC X(135).

       FD FEED-ARCHIVE-FILE.
       01 FEED-ARCHIVE-RECORD PIC X(135).

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

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(100).
      *> HAS APPEARED IN joblog.doc AT LEAST ONCE, SO A SITE THAT RUNS
      *> ONLY SOME OF THE JOBS IS NOT BLOCKED
       77  WS-JOBLOG-STATUS      PIC XX.
       77  WS-BUSINESS-DATE-STATUS PIC XX.
      *> THE DATE THIS RUN PROCESSES AS OF, AND THE REAL ONE
       77  WS-BUSINESS-DATE      PIC 9(8) VALUE 0.
       77  WS-CLOCK-DATE         PIC 9(8) VALUE 0.
       77  WS-JOBLOG-EOF         PIC X VALUE "N".
       77  WS-RUN-CONTROL-OK     PIC X VALUE "Y".
       77  WS-JOBLOG-TODAY       PIC 9(8) VALUE 0.
       77  WS-JOBLOG-ROW-BDATE   PIC 9(8) VALUE 0.
       77  WS-THIS-JOB-NAME      PIC X(12) VALUE "ARCHIVE".
       77  WS-PREREQ-JOB-NAME    PIC X(12) VALUE SPACES.
       77  WS-PREREQ-DONE-TODAY  PIC X VALUE "N".
       77  WS-MESSAGES-FILE-STATUS        PIC XX.
       77  WS-MESSAGES-ARCHIVE-STATUS     PIC XX.
       77  WS-APPLICATIONS-FILE-STATUS    PIC XX.
       77  WS-APPLICATIONS-ARCHIVE-STATUS PIC XX.
       77  WS-CONN-REQ-FILE-STATUS        PIC XX.
       77  WS-CONN-REQ-ARCHIVE-STATUS     PIC XX.
       77  WS-PROFILE-VIEWS-STATUS        PIC XX.
       77  WS-PROFILE-VIEWS-TEMP-STATUS   PIC XX.
       77  WS-PROFILE-VIEWS-ARCHIVE-STATUS PIC XX.
       77  WS-FEED-STATUS                 PIC XX.
       77  WS-FEED-TEMP-STATUS            PIC XX.
       77  WS-FEED-ARCHIVE-STATUS         PIC XX.
       77  WS-REPORT-STATUS                PIC XX.

       77  WS-EOF-FLAG             PIC X VALUE "N".
      *> Retention windows, in days, for each file's inactive records.
       77  WS-MESSAGE-RETENTION-DAYS     PIC 9(4) VALUE 90.
       77  WS-CONN-REQ-RETENTION-DAYS    PIC 9(4) VALUE 90.
       77  WS-PROFILE-VIEW-RETENTION-DAYS PIC 9(4) VALUE 90.
       77  WS-FEED-RETENTION-DAYS        PIC 9(4) VALUE 90.

       77  WS-TODAY-NUM             PIC 9(8).
       77  WS-TODAY-INTEGER         PIC S9(9) COMP.
       77  WS-CUTOFF-INTEGER        PIC S9(9) COMP.
       77  WS-MESSAGE-CUTOFF-DATE   PIC 9(8).
       77  WS-CONN-REQ-CUTOFF-DATE PIC 9(8).
       77  WS-PROFILE-VIEW-CUTOFF-DATE PIC 9(8).
       77  WS-FEED-CUTOFF-DATE      PIC 9(8).
       77  WS-RECORD-DATE           PIC 9(8).

       77  WS-MESSAGES-ARCHIVED     PIC 9(6) VALUE 0.
       77  WS-APPLICATIONS-KEPT     PIC 9(6) VALUE 0.
       77  WS-CONN-REQ-ARCHIVED     PIC 9(6) VALUE 0.
       77  WS-CONN-REQ-KEPT         PIC 9(6) VALUE 0.
       77  WS-PROFILE-VIEWS-ARCHIVED PIC 9(6) VALUE 0.
       77  WS-PROFILE-VIEWS-KEPT    PIC 9(6) VALUE 0.
       77  WS-FEED-ARCHIVED         PIC 9(6) VALUE 0.
       77  WS-FEED-KEPT             PIC 9(6) VALUE 0.

      *> === CONTROL-TOTALS WORKING STORAGE ===
      *> ONE SLOT PER FILE/TOTAL THIS STEP DERIVES: WHAT IS ON FILE
      *> NOW, THE OPENING POSITION AND ANY DIFFERENCE THIS STEP
      *> EXPLAINS
       77  WS-CTL-TOTALS-STATUS  PIC XX.
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
           05  WS-CT-ADJUSTMENT   PIC S9(12).
           05  WS-CT-REASON-TEXT  PIC X(20).

       77  WS-OPERATORS-STATUS   PIC XX.
       77  WS-OPERATORS-EOF      PIC X VALUE "N".
       77  WS-NOTIFY-STATUS      PIC XX.
       77  WS-OPS-NOTIFIED       PIC X VALUE "N".
       77  WS-ALERT-TEXT         PIC X(100).

       77  WS-REPORT-LABEL  PIC X(40).
       77  WS-REPORT-VALUE  PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM CHECK-RUN-CONTROL
           IF WS-RUN-CONTROL-OK NOT = "Y"
               STOP RUN
           END-IF
           PERFORM WRITE-JOBLOG-START
           PERFORM INITIALIZE-ARCHIVE
      *> ARCHIVE HEADS THE CHAIN, SO ITS OPENING TOTALS ARE SIMPLY WHAT
      *> THE DAY'S INTERACTIVE WORK LEFT ON FILE
           MOVE WS-THIS-JOB-NAME TO WS-CT-STEP-NAME
           PERFORM DERIVE-CONTROL-TOTALS
           PERFORM TAKE-OPENING-TOTALS
           PERFORM ARCHIVE-MESSAGES
           PERFORM ARCHIVE-APPLICATIONS
           PERFORM ARCHIVE-CONNECTION-REQUESTS
           PERFORM ARCHIVE-PROFILE-VIEWS
           PERFORM ARCHIVE-FEED
           PERFORM DERIVE-CONTROL-TOTALS
           PERFORM CHECK-CLOSING-BALANCE
           PERFORM WRITE-ARCHIVE-REPORT
           IF WS-CT-OUT-OF-BALANCE = "Y"
               PERFORM HALT-OUT-OF-BALANCE
               PERFORM CLEANUP-ARCHIVE
               STOP RUN
           END-IF
           PERFORM WRITE-CONTROL-TOTALS
           PERFORM CLEANUP-ARCHIVE
           PERFORM WRITE-JOBLOG-END
           STOP RUN
           .

       INITIALIZE-ARCHIVE.
           MOVE WS-BUSINESS-DATE TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)

           COMPUTE WS-CUTOFF-INTEGER =
           COMPUTE WS-CONN-REQ-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)

           COMPUTE WS-CUTOFF-INTEGER =
               WS-TODAY-INTEGER - WS-PROFILE-VIEW-RETENTION-DAYS
           COMPUTE WS-PROFILE-VIEW-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)

           COMPUTE WS-CUTOFF-INTEGER =
               WS-TODAY-INTEGER - WS-FEED-RETENTION-DAYS
           COMPUTE WS-FEED-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)

           OPEN OUTPUT REPORT-FILE
           MOVE "==== InCollege Archive Run ====" TO REPORT-RECORD
           WRITE REPORT-RECORD
                               WRITE MESSAGE-ARCHIVE-RECORD
                               DELETE MESSAGES-FILE RECORD
                               ADD 1 TO WS-MESSAGES-ARCHIVED
                               PERFORM NOTE-ARCHIVED-MESSAGE
                           ELSE
                               ADD 1 TO WS-MESSAGES-KEPT
                           END-IF
      *> applications.arc. Applications have no date field to weigh
      *> against an age window, so status alone is the retention rule.
       ARCHIVE-APPLICATIONS.
      *> applications.doc IS INDEXED NOW TOO: ARCHIVED ROWS ARE COPIED
      *> TO THE ARCHIVE AND DELETED IN PLACE, THE SAME AS MESSAGES
           OPEN I-O APPLICATIONS-FILE
           IF WS-APPLICATIONS-FILE-STATUS = "00"
               OPEN EXTEND APPLICATIONS-ARCHIVE-FILE
               IF WS-APPLICATIONS-ARCHIVE-STATUS NOT = "00"
                   CLOSE APPLICATIONS-ARCHIVE-FILE

               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ APPLICATIONS-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF APP-STATUS = "H" OR APP-STATUS = "R"
                               MOVE APP-EXP-SUMMARY TO APPA-EXP-SUMMARY
                               MOVE APP-RESUME-LINK TO APPA-RESUME-LINK
                               WRITE APPLICATION-ARCHIVE-RECORD
                               DELETE APPLICATIONS-FILE RECORD
                               ADD 1 TO WS-APPLICATIONS-ARCHIVED
                               PERFORM NOTE-ARCHIVED-APPLICATION
                           ELSE
                               ADD 1 TO WS-APPLICATIONS-KEPT
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE APPLICATIONS-FILE
               CLOSE APPLICATIONS-ARCHIVE-FILE
           ELSE
               CLOSE APPLICATIONS-FILE
           END-IF
      *> the retention window is treated as stale and auto-expired into
      *> connection_requests.arc, the same way job postings auto-expire.
       ARCHIVE-CONNECTION-REQUESTS.
      *> connection_requests.doc IS INDEXED NOW AS WELL: EXPIRED
      *> REQUESTS ARE COPIED TO THE ARCHIVE AND DELETED IN PLACE
           OPEN I-O CONNECTION-REQUESTS-FILE
           IF WS-CONN-REQ-FILE-STATUS = "00"
               OPEN EXTEND CONNECTION-REQUESTS-ARCHIVE-FILE
               IF WS-CONN-REQ-ARCHIVE-STATUS NOT = "00"
                   CLOSE CONNECTION-REQUESTS-ARCHIVE-FILE

               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CONNECTION-REQUESTS-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE 0 TO WS-RECORD-DATE
                               MOVE CR-RECEIVER TO CRA-RECEIVER
                               MOVE CR-TIMESTAMP TO CRA-TIMESTAMP
                               WRITE CONNECTION-REQUEST-ARCHIVE-RECORD
                               DELETE CONNECTION-REQUESTS-FILE RECORD
                               ADD 1 TO WS-CONN-REQ-ARCHIVED
                               PERFORM NOTE-ARCHIVED-CONN-REQ
                           ELSE
                               ADD 1 TO WS-CONN-REQ-KEPT
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE CONNECTION-REQUESTS-FILE
               CLOSE CONNECTION-REQUESTS-ARCHIVE-FILE
           ELSE
               CLOSE CONNECTION-REQUESTS-FILE
           END-IF
           .

      *> Profile views only matter to "Who Viewed My Profile" for 30
      *> days and to the weekly login count for 7; past the retention
      *> window they age out into profile_views.arc like the others.
       ARCHIVE-PROFILE-VIEWS.
           OPEN INPUT PROFILE-VIEWS-FILE
           IF WS-PROFILE-VIEWS-STATUS = "00"
               OPEN OUTPUT PROFILE-VIEWS-TEMP-FILE
               OPEN EXTEND PROFILE-VIEWS-ARCHIVE-FILE
               IF WS-PROFILE-VIEWS-ARCHIVE-STATUS NOT = "00"
                   CLOSE PROFILE-VIEWS-ARCHIVE-FILE
                   OPEN OUTPUT PROFILE-VIEWS-ARCHIVE-FILE
               END-IF

               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ PROFILE-VIEWS-FILE INTO PROFILE-VIEW-RECORD
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE 0 TO WS-RECORD-DATE
                           IF PV-DATE IS NUMERIC
                               MOVE PV-DATE TO WS-RECORD-DATE
                           END-IF
                           IF WS-RECORD-DATE > 0
                               AND WS-RECORD-DATE < WS-PROFILE-VIEW-CUTOFF-DATE
                               MOVE PROFILE-VIEW-RECORD
                                   TO PROFILE-VIEW-ARCHIVE-RECORD
                               WRITE PROFILE-VIEW-ARCHIVE-RECORD
                               ADD 1 TO WS-PROFILE-VIEWS-ARCHIVED
                               PERFORM NOTE-ARCHIVED-PROFILE-VIEW
                           ELSE
                               MOVE PROFILE-VIEW-RECORD
                                   TO PROFILE-VIEW-TEMP-RECORD
                               WRITE PROFILE-VIEW-TEMP-RECORD
                               ADD 1 TO WS-PROFILE-VIEWS-KEPT
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE PROFILE-VIEWS-FILE
               CLOSE PROFILE-VIEWS-TEMP-FILE
               CLOSE PROFILE-VIEWS-ARCHIVE-FILE

               OPEN INPUT PROFILE-VIEWS-TEMP-FILE
               OPEN OUTPUT PROFILE-VIEWS-FILE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ PROFILE-VIEWS-TEMP-FILE
                       INTO PROFILE-VIEW-TEMP-RECORD
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE PROFILE-VIEW-TEMP-RECORD
                               TO PROFILE-VIEW-RECORD
                           WRITE PROFILE-VIEW-RECORD
                   END-READ
               END-PERFORM
               CLOSE PROFILE-VIEWS-TEMP-FILE
               CLOSE PROFILE-VIEWS-FILE
           ELSE
               CLOSE PROFILE-VIEWS-FILE
           END-IF
           .

      *> The network feed only ever shows a member's latest 50 items;
      *> updates and milestones past the retention window age out into
      *> feed.arc like the others.
       ARCHIVE-FEED.
           OPEN INPUT FEED-FILE
           IF WS-FEED-STATUS = "00"
               OPEN OUTPUT FEED-TEMP-FILE
               OPEN EXTEND FEED-ARCHIVE-FILE
               IF WS-FEED-ARCHIVE-STATUS NOT = "00"
                   CLOSE FEED-ARCHIVE-FILE
                   OPEN OUTPUT FEED-ARCHIVE-FILE
               END-IF

               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ FEED-FILE INTO FEED-RECORD
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE 0 TO WS-RECORD-DATE
                           IF FE-TIMESTAMP(1:8) IS NUMERIC
                               MOVE FE-TIMESTAMP(1:8) TO WS-RECORD-DATE
                           END-IF
                           IF WS-RECORD-DATE > 0
                               AND WS-RECORD-DATE < WS-FEED-CUTOFF-DATE
                               MOVE FEED-RECORD TO FEED-ARCHIVE-RECORD
                               WRITE FEED-ARCHIVE-RECORD
                               ADD 1 TO WS-FEED-ARCHIVED
                               PERFORM NOTE-ARCHIVED-FEED-ROW
                           ELSE
                               MOVE FEED-RECORD TO FEED-TEMP-RECORD
                               WRITE FEED-TEMP-RECORD
                               ADD 1 TO WS-FEED-KEPT
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FEED-FILE
               CLOSE FEED-TEMP-FILE
               CLOSE FEED-ARCHIVE-FILE

               OPEN INPUT FEED-TEMP-FILE
               OPEN OUTPUT FEED-FILE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ FEED-TEMP-FILE INTO FEED-TEMP-RECORD
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE FEED-TEMP-RECORD TO FEED-RECORD
                           WRITE FEED-RECORD
                   END-READ
               END-PERFORM
               CLOSE FEED-TEMP-FILE
               CLOSE FEED-FILE
           ELSE
               CLOSE FEED-FILE
           END-IF
           .

           MOVE "Connection requests kept" TO WS-REPORT-LABEL
           MOVE WS-CONN-REQ-KEPT TO WS-REPORT-VALUE
           PERFORM WRITE-REPORT-LINE

           MOVE "Profile views archived" TO WS-REPORT-LABEL
           MOVE WS-PROFILE-VIEWS-ARCHIVED TO WS-REPORT-VALUE
           PERFORM WRITE-REPORT-LINE

           MOVE "Profile views kept" TO WS-REPORT-LABEL
           MOVE WS-PROFILE-VIEWS-KEPT TO WS-REPORT-VALUE
           PERFORM WRITE-REPORT-LINE

           MOVE "Feed items archived" TO WS-REPORT-LABEL
           MOVE WS-FEED-ARCHIVED TO WS-REPORT-VALUE
           PERFORM WRITE-REPORT-LINE

           MOVE "Feed items kept" TO WS-REPORT-LABEL
           MOVE WS-FEED-KEPT TO WS-REPORT-VALUE
           PERFORM WRITE-REPORT-LINE
           .

       WRITE-REPORT-LINE.
      *> READS TONIGHT'S joblog.doc ENTRIES AND DECIDES WHETHER THIS
      *> JOB MAY START: NO OTHER BATCH JOB MID-FLIGHT, AND THE
      *> PREREQUISITE (IF THE SITE RUNS IT AT ALL) COMPLETED TONIGHT
      *> ARCHIVE'S FILES: EACH LIVE FILE AND THE .arc IT FEEDS
       DERIVE-CONTROL-TOTALS.
           PERFORM CLEAR-CONTROL-TOTALS
           MOVE "messages.doc" TO WS-CT-FILE-NAME
           MOVE 0 TO WS-CT-VALUE
           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
           PERFORM ADD-CONTROL-TOTAL
           MOVE "MS-ID SUM" TO WS-CT-TOTAL-NAME
           PERFORM ADD-CONTROL-TOTAL
           MOVE "N" TO WS-CT-EOF
           OPEN INPUT MESSAGES-FILE
           IF WS-MESSAGES-FILE-STATUS = "00"
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
           MOVE "messages.arc" TO WS-CT-FILE-NAME
           MOVE 0 TO WS-CT-VALUE
           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
           PERFORM ADD-CONTROL-TOTAL
           MOVE "N" TO WS-CT-EOF
           OPEN INPUT MESSAGES-ARCHIVE-FILE
           IF WS-MESSAGES-ARCHIVE-STATUS = "00"
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
           MOVE "applications.doc" TO WS-CT-FILE-NAME
           MOVE 0 TO WS-CT-VALUE
           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
           PERFORM ADD-CONTROL-TOTAL
           MOVE "JOB-ID SUM" TO WS-CT-TOTAL-NAME
           PERFORM ADD-CONTROL-TOTAL
           MOVE "N" TO WS-CT-EOF
           OPEN INPUT APPLICATIONS-FILE
           IF WS-APPLICATIONS-FILE-STATUS = "00"
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
           MOVE "applications.arc" TO WS-CT-FILE-NAME
           MOVE 0 TO WS-CT-VALUE
           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
           PERFORM ADD-CONTROL-TOTAL
           MOVE "JOB-ID SUM" TO WS-CT-TOTAL-NAME
           PERFORM ADD-CONTROL-TOTAL
           MOVE "N" TO WS-CT-EOF
           OPEN INPUT APPLICATIONS-ARCHIVE-FILE
           IF WS-APPLICATIONS-ARCHIVE-STATUS = "00"
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
           MOVE "connection_requests.doc" TO WS-CT-FILE-NAME
           MOVE 0 TO WS-CT-VALUE
           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
           PERFORM ADD-CONTROL-TOTAL
           MOVE "N" TO WS-CT-EOF
           OPEN INPUT CONNECTION-REQUESTS-FILE
           IF WS-CONN-REQ-FILE-STATUS = "00"
               PERFORM UNTIL WS-CT-EOF = "Y"
                   READ CONNECTION-REQUESTS-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-CT-EOF
                       NOT AT END
                           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
                           MOVE 1 TO WS-CT-VALUE
                           PERFORM ADD-CONTROL-TOTAL
                   END-READ
               END-PERFORM
               CLOSE CONNECTION-REQUESTS-FILE
           END-IF
           MOVE "connection_requests.arc" TO WS-CT-FILE-NAME
           MOVE 0 TO WS-CT-VALUE
           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
           PERFORM ADD-CONTROL-TOTAL
           MOVE "N" TO WS-CT-EOF
           OPEN INPUT CONNECTION-REQUESTS-ARCHIVE-FILE
           IF WS-CONN-REQ-ARCHIVE-STATUS = "00"
               PERFORM UNTIL WS-CT-EOF = "Y"
                   READ CONNECTION-REQUESTS-ARCHIVE-FILE
                       AT END MOVE "Y" TO WS-CT-EOF
                       NOT AT END
                           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
                           MOVE 1 TO WS-CT-VALUE
                           PERFORM ADD-CONTROL-TOTAL
                   END-READ
               END-PERFORM
               CLOSE CONNECTION-REQUESTS-ARCHIVE-FILE
           END-IF
           MOVE "profile_views.doc" TO WS-CT-FILE-NAME
           MOVE 0 TO WS-CT-VALUE
           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
           PERFORM ADD-CONTROL-TOTAL
           MOVE "N" TO WS-CT-EOF
           OPEN INPUT PROFILE-VIEWS-FILE
           IF WS-PROFILE-VIEWS-STATUS = "00"
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
           IF WS-PROFILE-VIEWS-ARCHIVE-STATUS = "00"
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
           IF WS-FEED-ARCHIVE-STATUS = "00"
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
           .

      *> A ROW MOVED TO AN .arc FILE LEAVES THE LIVE FILE'S TOTALS AND
      *> JOINS THE ARCHIVE'S -- THE DIFFERENCE ARCHIVE EXPLAINS
       NOTE-ARCHIVED-MESSAGE.
           MOVE "ARCHIVED" TO WS-CT-REASON
           MOVE "messages.doc" TO WS-CT-FILE-NAME
           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
           MOVE -1 TO WS-CT-ADJUST
           PERFORM EXPLAIN-CONTROL-DIFFERENCE
           MOVE "MS-ID SUM" TO WS-CT-TOTAL-NAME
           COMPUTE WS-CT-ADJUST = 0 - MS-ID
           PERFORM EXPLAIN-CONTROL-DIFFERENCE
           MOVE "messages.arc" TO WS-CT-FILE-NAME
           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
           MOVE 1 TO WS-CT-ADJUST
           PERFORM EXPLAIN-CONTROL-DIFFERENCE
           .

       NOTE-ARCHIVED-APPLICATION.
           MOVE "ARCHIVED" TO WS-CT-REASON
           MOVE "applications.doc" TO WS-CT-FILE-NAME
           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
           MOVE -1 TO WS-CT-ADJUST
           PERFORM EXPLAIN-CONTROL-DIFFERENCE
           MOVE "STATUS" TO WS-CT-TOTAL-NAME
           MOVE APP-STATUS TO WS-CT-TOTAL-NAME(8:1)
           PERFORM EXPLAIN-CONTROL-DIFFERENCE
           MOVE "JOB-ID SUM" TO WS-CT-TOTAL-NAME
           COMPUTE WS-CT-ADJUST = 0 - APP-JOB-ID
           PERFORM EXPLAIN-CONTROL-DIFFERENCE
           MOVE "applications.arc" TO WS-CT-FILE-NAME
           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
           MOVE 1 TO WS-CT-ADJUST
           PERFORM EXPLAIN-CONTROL-DIFFERENCE
           MOVE "JOB-ID SUM" TO WS-CT-TOTAL-NAME
           MOVE APP-JOB-ID TO WS-CT-ADJUST
           PERFORM EXPLAIN-CONTROL-DIFFERENCE
           .

       NOTE-ARCHIVED-CONN-REQ.
           MOVE "ARCHIVED" TO WS-CT-REASON
           MOVE "connection_requests.doc" TO WS-CT-FILE-NAME
           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
           MOVE -1 TO WS-CT-ADJUST
           PERFORM EXPLAIN-CONTROL-DIFFERENCE
           MOVE "connection_requests.arc" TO WS-CT-FILE-NAME
           MOVE 1 TO WS-CT-ADJUST
           PERFORM EXPLAIN-CONTROL-DIFFERENCE
           .

       NOTE-ARCHIVED-PROFILE-VIEW.
           MOVE "ARCHIVED" TO WS-CT-REASON
           MOVE "profile_views.doc" TO WS-CT-FILE-NAME
           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
           MOVE -1 TO WS-CT-ADJUST
           PERFORM EXPLAIN-CONTROL-DIFFERENCE
           MOVE "profile_views.arc" TO WS-CT-FILE-NAME
           MOVE 1 TO WS-CT-ADJUST
           PERFORM EXPLAIN-CONTROL-DIFFERENCE
           .

       NOTE-ARCHIVED-FEED-ROW.
           MOVE "ARCHIVED" TO WS-CT-REASON
           MOVE "feed.doc" TO WS-CT-FILE-NAME
           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
           MOVE -1 TO WS-CT-ADJUST
           PERFORM EXPLAIN-CONTROL-DIFFERENCE
           MOVE "feed.arc" TO WS-CT-FILE-NAME
           MOVE 1 TO WS-CT-ADJUST
           PERFORM EXPLAIN-CONTROL-DIFFERENCE
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
           IF WS-CT-PICK = 0 AND WS-CT-COUNT < 40
               ADD 1 TO WS-CT-COUNT
               MOVE WS-CT-COUNT TO WS-CT-PICK
               MOVE WS-CT-FILE-NAME TO WS-CT-FILE (WS-CT-PICK)
               MOVE WS-CT-TOTAL-NAME TO WS-CT-TOTAL (WS-CT-PICK)
               MOVE 0 TO WS-CT-CURRENT (WS-CT-PICK)
               MOVE 0 TO WS-CT-OPENING (WS-CT-PICK)
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

       CHECK-RUN-CONTROL.
           MOVE "Y" TO WS-RUN-CONTROL-OK
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-JOBLOG-TODAY
                       IF JG-DATE = WS-JOBLOG-TODAY
                           PERFORM NOTE-JOBLOG-EVENT
                       END-IF
      *> THE PREREQUISITE HAS TO HAVE FINISHED FOR THIS RUN'S BUSINESS
      *> DATE -- ROWS FROM BEFORE THE BUSINESS DATE WAS LOGGED COUNT
      *> AS OF THE DAY THEY RAN
                       MOVE JG-DATE TO WS-JOBLOG-ROW-BDATE
                       IF JG-BUSINESS-DATE NUMERIC
                           AND JG-BUSINESS-DATE > 0
                           MOVE JG-BUSINESS-DATE TO WS-JOBLOG-ROW-BDATE
                       END-IF
                       IF JG-JOB-NAME = WS-PREREQ-JOB-NAME
                           AND WS-JOBLOG-ROW-BDATE = WS-BUSINESS-DATE
                           IF JG-EVENT = "END"
                               MOVE "Y" TO WS-PREREQ-DONE-TODAY
                           ELSE
                               MOVE "N" TO WS-PREREQ-DONE-TODAY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-JOBLOG-STATUS NOT = "35"
                   MOVE WS-JOBLOG-SLOT-JOB(WS-JOBLOG-SLOT-IDX)
                       TO WS-INFLIGHT-JOB
               END-IF
               SET WS-JOBLOG-SLOT-IDX UP BY 1
           END-PERFORM

               MOVE "N" TO WS-RUN-CONTROL-OK
               DISPLAY "Run refused: prerequisite "
                   FUNCTION TRIM(WS-PREREQ-JOB-NAME)
                   " has not completed for business date "
                   WS-BUSINESS-DATE
           END-IF
           .

           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO JG-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO JG-TIME
           MOVE WS-BUSINESS-DATE TO JG-BUSINESS-DATE
           MOVE WS-THIS-JOB-NAME TO JG-JOB-NAME
           MOVE "START" TO JG-EVENT
           MOVE SPACES TO JG-RETURN-STATUS
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO JG-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO JG-TIME
           MOVE WS-BUSINESS-DATE TO JG-BUSINESS-DATE
           MOVE WS-THIS-JOB-NAME TO JG-JOB-NAME
           MOVE "END" TO JG-EVENT
           MOVE "OK" TO JG-RETURN-STATUS
           CLOSE JOBLOG-FILE
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
