               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PR-USERNAME
               FILE STATUS IS WS-PROFILE-STATUS.
      *> INDEXED NOW -- SEE THE MAIN PROGRAM'S FD
           SELECT CONNECTION-REQUESTS-FILE ASSIGN TO "connection_requests.doc"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-KEY
               ALTERNATE RECORD KEY IS CR-RECEIVER WITH DUPLICATES
               FILE STATUS IS WS-CONN-REQ-STATUS.
      *> INDEXED NOW -- SEE THE MAIN PROGRAM'S FD
           SELECT CONNECTIONS-FILE ASSIGN TO "connections.doc"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-KEY
               ALTERNATE RECORD KEY IS CN-USER-TWO WITH DUPLICATES
               FILE STATUS IS WS-CONNECTION-STATUS.
           SELECT JOBS-FILE ASSIGN TO "jobs.doc"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JR-ID
               FILE STATUS IS WS-JOBS-FILE-STATUS.
      *> INDEXED NOW -- SEE THE MAIN PROGRAM'S FD
           SELECT APPLICATIONS-FILE ASSIGN TO "applications.doc"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APP-KEY
               ALTERNATE RECORD KEY IS APP-JOB-ID WITH DUPLICATES
               FILE STATUS IS WS-APPLICATIONS-STATUS.
      *> INDEXED NOW -- SEE THE MAIN PROGRAM'S FD
           SELECT MESSAGES-FILE ASSIGN TO "messages.doc"
           SELECT JOBLOG-FILE ASSIGN TO "joblog.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.
      *> BUSINESS-DATE CONTROL RECORD -- SEE LOAD-BUSINESS-DATE
           SELECT BUSINESS-DATE-FILE ASSIGN TO "business_date.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "reconcile.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "reconcile.ckpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.
      *> THE DATA-FILE CATALOG -- ONE RECORD PER DATA FILE THE SYSTEM
      *> KEEPS. BACKUP, TESTCOPY, PURGE, REORG AND THE CONVERSION STEPS
      *> ALL WORK FROM IT; THIS JOB SEEDS IT WHEN IT IS MISSING
           SELECT DATA-CATALOG-FILE ASSIGN TO "data_catalog.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-CATALOG-STATUS.
      *> WHICHEVER CATALOGUED FILE IS BEING CHECKED, READ AS PLAIN ROWS
           SELECT CATALOG-DATA-FILE ASSIGN TO WS-CATALOG-DATA-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-DATA-STATUS.
      *> DIRECTORY LISTING OF THE DATA FILES ACTUALLY ON DISK
           SELECT DATA-FILE-LIST ASSIGN TO "data_files.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-FILE-LIST-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CONNECTION-REQUESTS-FILE.
       01 CONNECTION-REQUEST-RECORD.
           05 CR-KEY.
               10 CR-SENDER PIC X(20).
               10 CR-RECEIVER PIC X(20).
           05 CR-TIMESTAMP PIC X(20).

       FD CONNECTIONS-FILE.
       01 CONNECTION-RECORD.
           05 CN-KEY.
               10 CN-USER-ONE PIC X(20).
               10 CN-USER-TWO PIC X(20).
           05 CN-DATE     PIC 9(8).

       FD JOBS-FILE.
           05 JR-CATEGORY        PIC X(20).
      *> HEADCOUNT ON THE REQUISITION -- SEE THE MAIN PROGRAM'S FD
           05 JR-OPENINGS        PIC 9(3).
      *> SPONSORSHIP FLAG ON THE LISTING -- SEE THE MAIN PROGRAM'S FD
           05 JR-SPONSORSHIP     PIC X(01).
      *> PARTNER-BOARD SYNDICATION OPT-OUT -- SEE THE MAIN PROGRAM'S FD
           05 JR-SYNDICATE       PIC X(01).

       FD APPLICATIONS-FILE.
       01 APPLICATION-RECORD.
           05 APP-KEY.
               10 APP-USERNAME   PIC X(20).
               10 APP-JOB-ID     PIC 9(4).
           05 APP-STATUS     PIC X(01) VALUE "A".
           05 APP-COVER-NOTE  PIC X(200).
           05 APP-NAME        PIC X(40).
      *> "START" OR "END"
           05 JG-EVENT         PIC X(5).
           05 JG-RETURN-STATUS PIC X(4).
      *> THE DATE THE RUN PROCESSED AS OF -- JG-DATE IS WHEN IT RAN
           05 JG-BUSINESS-DATE PIC 9(8).

      *> ONE RECORD: THE DATE THE NIGHTLY BATCH PROCESSES AS OF
       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BD-DATE          PIC 9(8).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(100).
           05 CKPT-ORPHAN-APPLICATION-COUNT   PIC 9(6).
           05 CKPT-ORPHAN-JOB-REF-COUNT       PIC 9(6).
           05 CKPT-ORPHAN-MESSAGE-COUNT       PIC 9(6).
           05 CKPT-ORPHAN-CATALOG-COUNT       PIC 9(6).
           05 CKPT-UNCATALOGUED-COUNT         PIC 9(6).

      *> ONE RECORD PER DATA FILE. USER FIELDS ARE WHERE A USERNAME SITS
      *> IN THE ROW; THE KIND SAYS WHAT MAY LEGITIMATELY BE THERE
       FD DATA-CATALOG-FILE.
       01 DATA-CATALOG-RECORD.
           05 DC-FILE-NAME       PIC X(30).
      *> "S" LINE SEQUENTIAL, "I" INDEXED
           05 DC-ORGANIZATION    PIC X(01).
           05 DC-RECORD-LENGTH   PIC 9(05).
      *> DESCRIPTIVE ONLY -- THE KEY OR NATURAL ORDER OF THE ROWS
           05 DC-KEY-FIELDS      PIC X(30).
           05 DC-USER-FIELD OCCURS 4 TIMES.
               10 DC-USER-POS    PIC 9(04).
               10 DC-USER-LEN    PIC 9(02).
      *> "U" MUST NAME A LIVE ACCOUNT, "H" HISTORY -- MAY NAME A REMOVED
      *> ACCOUNT, "O" MAY ALSO HOLD OPERATOR NAMES OR OTHER MARKERS
               10 DC-USER-KIND   PIC X(01).
      *> "Y" IF THE ROWS HOLD PERSONAL DATA ABOUT A MEMBER
           05 DC-PERSONAL        PIC X(01).
      *> FREE TEXT WRITTEN BY OR ABOUT THE MEMBER, ZERO IF NONE
           05 DC-TEXT-POS        PIC 9(04).
           05 DC-TEXT-LEN        PIC 9(04).
      *> "Y" IF THE NIGHTLY BACKUP TAKES A GENERATION OF IT
           05 DC-BACKUP          PIC X(01).
      *> ON AN ERASURE: "D" DELETE THE MEMBER'S ROWS, "B" BLANK THE
      *> MEMBER'S NAME AND THE TEXT BUT KEEP THE ROW, "R" THE PURGE JOB'S
      *> OWN ROUTINE, "N" LEAVE ALONE
           05 DC-PURGE-RULE      PIC X(01).
      *> IN THE TEST COPY: "Y" ANONYMISED COPY, "R" THE TESTCOPY JOB'S
      *> OWN ROUTINE, "N" LEFT OUT
           05 DC-TEST-COPY       PIC X(01).
      *> "Y" IF THE CHAIN KEEPS CONTROL TOTALS FOR IT
           05 DC-BALANCED        PIC X(01).

       FD CATALOG-DATA-FILE.
       01 CATALOG-DATA-RECORD PIC X(4000).

       FD DATA-FILE-LIST.
       01 DATA-FILE-LIST-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
      *> === RUN-CONTROL WORKING STORAGE ===
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
       77  WS-THIS-JOB-NAME      PIC X(12) VALUE "RECONCILE".
       77  WS-PREREQ-JOB-NAME    PIC X(12) VALUE "ARCHIVE".
       77  WS-PREREQ-DONE-TODAY  PIC X VALUE "N".
       77  WS-MESSAGES-STATUS     PIC XX.
       77  WS-REPORT-STATUS       PIC XX.
       77  WS-CHECKPOINT-STATUS   PIC XX.
       77  WS-DATA-CATALOG-STATUS PIC XX.
       77  WS-CATALOG-DATA-STATUS PIC XX.
       77  WS-DATA-FILE-LIST-STATUS PIC XX.

      *> STEP NUMBERS USED BY THE CHECKPOINT/RESTART LOGIC: 1=PROFILES,
      *> 2=CONNECTIONS, 3=CONNECTION REQUESTS, 4=APPLICATIONS, 5=MESSAGES,
      *> 6=THE OTHER CATALOGUED FILES, 7=DATA FILES MISSING FROM THE CATALOG
       77  WS-RESUME-FROM-STEP    PIC 9 VALUE 0.
       77  WS-LAST-COMPLETED-STEP PIC 9 VALUE 0.
       77  WS-RESUMED-RUN         PIC X VALUE "N".
       77  WS-ORPHAN-APPLICATION-COUNT PIC 9(6) VALUE 0.
       77  WS-ORPHAN-JOB-REF-COUNT     PIC 9(6) VALUE 0.
       77  WS-ORPHAN-MESSAGE-COUNT     PIC 9(6) VALUE 0.
       77  WS-ORPHAN-CATALOG-COUNT     PIC 9(6) VALUE 0.
       77  WS-UNCATALOGUED-COUNT       PIC 9(6) VALUE 0.
       77  WS-TOTAL-ORPHAN-COUNT       PIC 9(6) VALUE 0.

       77  WS-REPORT-DATE          PIC 9(8) VALUE 0.
       77  WS-REPORT-VALUE         PIC 9(6) VALUE 0.
       77  WS-COUNT-DISPLAY        PIC ZZZ,ZZ9.

      *> THE CATALOG, LOADED ONCE. SAME LAYOUT AS DATA-CATALOG-RECORD
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
       77  WS-DC-U                 PIC 9 VALUE 0.
       77  WS-DC-HAS-LIVE-FIELD    PIC X VALUE "N".
       77  WS-DC-SEED-IDX          PIC 9(3) VALUE 0.
       77  WS-CATALOG-DATA-NAME    PIC X(30).
       77  WS-CATALOG-DATA-EOF     PIC X VALUE "N".
       77  WS-DATA-FILE-LIST-EOF   PIC X VALUE "N".
       77  WS-DISK-FILE-NAME       PIC X(100).
       77  WS-DISK-FILE-FOUND      PIC X VALUE "N".
       77  WS-LIST-DELETE-RESULT   PIC 9(4) COMP VALUE 0.

      *> THE STANDARD CATALOG, WRITTEN TO data_catalog.doc THE FIRST
      *> TIME THIS JOB FINDS IT MISSING. EACH ENTRY IS TWO FILLERS: NAME,
      *> ORGANIZATION, LENGTH AND KEY; THEN FOUR USER FIELDS (POSITION,
      *> LENGTH, KIND), PERSONAL FLAG, TEXT POSITION AND LENGTH, BACKUP,
      *> PURGE RULE, TEST COPY AND BALANCED FLAGS
       01  WS-DC-DEFAULT-VALUES.
           05 FILLER PIC X(66) VALUE
              "abuse_reports.doc             S00154REPORTER+OFFENDER             ".
           05 FILLER PIC X(41) VALUE
              "000120U002120U000000 000000 Y00410100YDYN".
           05 FILLER PIC X(66) VALUE
              "accounts.doc                  S00046USERNAME                      ".
           05 FILLER PIC X(41) VALUE
              "000120U000000 000000 000000 Y00000000YNRY".
           05 FILLER PIC X(66) VALUE
              "alumni.doc                    S00028USERNAME                      ".
           05 FILLER PIC X(41) VALUE
              "000120U000000 000000 000000 Y00000000YDYN".
           05 FILLER PIC X(66) VALUE
              "announcement_acks.doc         S00024USERNAME+ANNOUNCE-ID          ".
           05 FILLER PIC X(41) VALUE
              "000120U000000 000000 000000 Y00000000YDYN".
           05 FILLER PIC X(66) VALUE
              "announcements.doc             S00112ANNOUNCE-ID                   ".
           05 FILLER PIC X(41) VALUE
              "000000 000000 000000 000000 N00000000YNYN".
           05 FILLER PIC X(66) VALUE
              "app_history.doc               S00040USERNAME+JOB-ID+TIMESTAMP     ".
           05 FILLER PIC X(41) VALUE
              "000120H000000 000000 000000 Y00000000YRYY".
           05 FILLER PIC X(66) VALUE
              "applications.arc              S00489USERNAME+JOB-ID               ".
           05 FILLER PIC X(41) VALUE
              "000120H000000 000000 000000 Y00260200YRNY".
           05 FILLER PIC X(66) VALUE
              "applications.doc              I00489APP-KEY (USERNAME+JOB-ID)     ".
           05 FILLER PIC X(41) VALUE
              "000120U000000 000000 000000 Y00260200YNRY".
           05 FILLER PIC X(66) VALUE
              "assessments.doc               S00071SKILL                         ".
           05 FILLER PIC X(41) VALUE
              "000000 000000 000000 000000 N00000000YNYN".
           05 FILLER PIC X(66) VALUE
              "audit.doc                     S00090TIMESTAMP                     ".
           05 FILLER PIC X(41) VALUE
              "001520O000000 000000 000000 Y00000000YRNN".
           05 FILLER PIC X(66) VALUE
              "backup-control.doc            S00014(ONE RECORD)                  ".
           05 FILLER PIC X(41) VALUE
              "000000 000000 000000 000000 N00000000NNNN".
           05 FILLER PIC X(66) VALUE
              "batch-queue.doc               S00040(QUEUE ORDER)                 ".
           05 FILLER PIC X(41) VALUE
              "000000 000000 000000 000000 N00000000NNNN".
           05 FILLER PIC X(66) VALUE
              "batch_expectations.doc        S00022JOB-NAME                      ".
           05 FILLER PIC X(41) VALUE
              "000000 000000 000000 000000 N00000000YNYN".
           05 FILLER PIC X(66) VALUE
              "blocks.doc                    S00040OWNER+BLOCKED                 ".
           05 FILLER PIC X(41) VALUE
              "000120U002120U000000 000000 Y00000000YDYN".
           05 FILLER PIC X(66) VALUE
              "business_date.doc             S00008(ONE RECORD)                  ".
           05 FILLER PIC X(41) VALUE
              "000000 000000 000000 000000 N00000000NNNN".
           05 FILLER PIC X(66) VALUE
              "calendar_state.doc            S00039USERNAME                      ".
           05 FILLER PIC X(41) VALUE
              "000120U000000 000000 000000 Y00000000YDYN".
           05 FILLER PIC X(66) VALUE
              "cand_subscriptions.doc        S00139USERNAME+NAME                 ".
           05 FILLER PIC X(41) VALUE
              "000120U000000 000000 000000 Y00000000YDYN".
           05 FILLER PIC X(66) VALUE
              "capacity.doc                  S00102DATE+TIME+ITEM                ".
           05 FILLER PIC X(41) VALUE
              "000000 000000 000000 000000 N00000000YNNN".
           05 FILLER PIC X(66) VALUE
              "categories.doc                S00020NAME                          ".
           05 FILLER PIC X(41) VALUE
              "000000 000000 000000 000000 N00000000YNYN".
           05 FILLER PIC X(66) VALUE
              "companies.doc                 S00270COMPANY-NAME                  ".
           05 FILLER PIC X(41) VALUE
              "025120U000000 000000 000000 N00000000YBYN".
           05 FILLER PIC X(66) VALUE
              "company_holds.doc             S00225HOLD-ID                       ".
           05 FILLER PIC X(41) VALUE
              "010420O013820O017220O019220ON00360060YNYN".
           05 FILLER PIC X(66) VALUE
              "company_reviews.doc           S00259COMPANY+AUTHOR                ".
           05 FILLER PIC X(41) VALUE
              "003120U000000 000000 000000 Y00520200YBYN".
           05 FILLER PIC X(66) VALUE
              "company_seats.doc             S00079COMPANY+USERNAME              ".
           05 FILLER PIC X(41) VALUE
              "003120U005220O000000 000000 Y00000000YDYN".
           05 FILLER PIC X(66) VALUE
              "connection_requests.arc       S00060SENDER+RECEIVER               ".
           05 FILLER PIC X(41) VALUE
              "000120H002120H000000 000000 Y00000000YDNY".
           05 FILLER PIC X(66) VALUE
              "connection_requests.doc       I00060CR-KEY (SENDER+RECEIVER)      ".
           05 FILLER PIC X(41) VALUE
              "000120U002120U000000 000000 Y00000000YNRY".
           05 FILLER PIC X(66) VALUE
              "connections.doc               I00048CN-KEY (USER-ONE+USER-TWO)    ".
           05 FILLER PIC X(41) VALUE
              "000120U002120U000000 000000 Y00000000YNRY".
           05 FILLER PIC X(66) VALUE
              "consent.doc                   S00032USERNAME+VERSION              ".
           05 FILLER PIC X(41) VALUE
              "000120U000000 000000 000000 Y00000000YDYN".
           05 FILLER PIC X(66) VALUE
              "content_hits.doc              S00079TIMESTAMP+RULE-ID             ".
           05 FILLER PIC X(41) VALUE
              "001920H000000 000000 000000 Y00000000YBYN".
           05 FILLER PIC X(66) VALUE
              "content_rules.doc             S00072RULE-ID                       ".
           05 FILLER PIC X(41) VALUE
              "000000 000000 000000 000000 N00000000YNYN".
           05 FILLER PIC X(66) VALUE
              "control.doc                   S00040(ONE RECORD)                  ".
           05 FILLER PIC X(41) VALUE
              "000000 000000 000000 000000 N00000000YNNY".
           05 FILLER PIC X(66) VALUE
              "control_totals.doc            S00122DATE+TIME+STEP+FILE+TOTAL     ".
           05 FILLER PIC X(41) VALUE
              "000000 000000 000000 000000 N00000000NNNN".
           05 FILLER PIC X(66) VALUE
              "data_catalog.doc              S00107FILE-NAME                     ".
           05 FILLER PIC X(41) VALUE
              "000000 000000 000000 000000 N00000000YNNN".
           05 FILLER PIC X(66) VALUE
              "dead_letter.doc               S00132TIMESTAMP+CODE                ".
           05 FILLER PIC X(41) VALUE
              "000000 000000 000000 000000 N00000000NNNN".
           05 FILLER PIC X(66) VALUE
              "delta-control.doc             S00014(ONE RECORD)                  ".
           05 FILLER PIC X(41) VALUE
              "000000 000000 000000 000000 N00000000YNNN".
           05 FILLER PIC X(66) VALUE
              "destinations.doc              S00060USERNAME                      ".
           05 FILLER PIC X(41) VALUE
              "000120U000000 000000 000000 Y00000000YDYN".
           05 FILLER PIC X(66) VALUE
              "digest_pending.doc            S00134USERNAME+TIMESTAMP            ".
           05 FILLER PIC X(41) VALUE
              "000120U000000 000000 000000 Y00350100YDYN".
           05 FILLER PIC X(66) VALUE
              "disposition_templates.doc     S00249EMPLOYER+NAME                 ".
           05 FILLER PIC X(41) VALUE
              "000120U000000 000000 000000 Y00420200YDYN".
           05 FILLER PIC X(66) VALUE
              "documents.doc                 S00219USERNAME+DOC-NAME             ".
           05 FILLER PIC X(41) VALUE
              "000120U000000 000000 000000 Y00510160YDYN".
           05 FILLER PIC X(66) VALUE
              "dormancy-control.doc          S00011(ONE RECORD)                  ".
           05 FILLER PIC X(41) VALUE
              "000000 000000 000000 000000 N00000000YNNN".
           05 FILLER PIC X(66) VALUE
              "dormancy.doc                  S00061USERNAME                      ".
           05 FILLER PIC X(41) VALUE
              "000120H000000 000000 000000 Y00000000YNYN".
           05 FILLER PIC X(66) VALUE
              "eeo-control.doc               S00003(ONE RECORD)                  ".
           05 FILLER PIC X(41) VALUE
              "000000 000000 000000 000000 N00000000YNNN".
           05 FILLER PIC X(66) VALUE
              "eeo_selfid.doc                S00032USERNAME                      ".
           05 FILLER PIC X(41) VALUE
              "000120U000000 000000 000000 Y00000000YDYN".
           05 FILLER PIC X(66) VALUE
              "endorsements.doc              S00070OWNER+SKILL+ENDORSER          ".
           05 FILLER PIC X(41) VALUE
              "000120U005120U000000 000000 Y00000000YDYN".
           05 FILLER PIC X(66) VALUE
              "enrollment_verify.doc         S00064USERNAME                      ".
           05 FILLER PIC X(41) VALUE
              "000120U000000 000000 000000 Y00000000YDYN".
           05 FILLER PIC X(66) VALUE
              "event_rsvps.doc               S00024EVENT-ID+USERNAME             ".
           05 FILLER PIC X(41) VALUE
              "000520U000000 000000 000000 Y00000000YDYN".
           05 FILLER PIC X(66) VALUE
              "events.doc                    S00282EVENT-ID                      ".
           05 FILLER PIC X(41) VALUE
              "026320U000000 000000 000000 N00000000YBYN".
           05 FILLER PIC X(66) VALUE
              "feed.arc                      S00135USERNAME+TIMESTAMP            ".
           05 FILLER PIC X(41) VALUE
              "000120H000000 000000 000000 Y00360100YRNY".
           05 FILLER PIC X(66) VALUE
              "feed.doc                      S00135USERNAME+TIMESTAMP            ".
           05 FILLER PIC X(41) VALUE
              "000120U000000 000000 000000 Y00360100YRYY".
           05 FILLER PIC X(66) VALUE
              "feed_share.doc                S00021USERNAME                      ".
           05 FILLER PIC X(41) VALUE
              "000120U000000 000000 000000 Y00000000YDYN".
           05 FILLER PIC X(66) VALUE
              "group_members.doc             S00032GROUP-ID+USERNAME             ".
           05 FILLER PIC X(41) VALUE
              "000520U000000 000000 000000 Y00000000YDYN".
           05 FILLER PIC X(66) VALUE
              "group_posts.doc               S00238GROUP-ID+TIMESTAMP            ".
           05 FILLER PIC X(41) VALUE
              "000520U000000 000000 000000 Y00250200YDYN".
           05 FILLER PIC X(66) VALUE
              "groups.doc                    S00192GROUP-ID                      ".
           05 FILLER PIC X(41) VALUE
              "016520U000000 000000 000000 N00000000YBYN".
           05 FILLER PIC X(66) VALUE
              "internship-term.doc           S00036(ONE RECORD)                  ".
           05 FILLER PIC X(41) VALUE
              "000000 000000 000000 000000 N00000000YNYN".
           05 FILLER PIC X(66) VALUE
              "internship_credit.doc         S00087USERNAME+JOB-ID               ".
           05 FILLER PIC X(41) VALUE
              "000120U006020O000000 000000 Y00000000YDYN".
           05 FILLER PIC X(66) VALUE
              "internship_hours.doc          S00072USERNAME+JOB-ID+WEEK-START    ".
           05 FILLER PIC X(41) VALUE
              "000120U003620U000000 000000 Y00000000YDYN".
           05 FILLER PIC X(66) VALUE
              "interviews.doc                S00122USERNAME+JOB-ID               ".
           05 FILLER PIC X(41) VALUE
              "000120U010320U000000 000000 Y00000000YDYN".
           05 FILLER PIC X(66) VALUE
              "invitations.doc               S00052USERNAME+JOB-ID               ".
           05 FILLER PIC X(41) VALUE
              "000120U002520U000000 000000 Y00000000YDYN".
           05 FILLER PIC X(66) VALUE
              "job_dupes.doc                 S00053GROUP+JOB-ID                  ".
           05 FILLER PIC X(41) VALUE
              "002620O000000 000000 000000 N00000000YNYN".
           05 FILLER PIC X(66) VALUE
              "job_index.doc                 S00045TOKEN+JOB-ID                  ".
           05 FILLER PIC X(41) VALUE
              "000000 000000 000000 000000 N00000000YNYN".
           05 FILLER PIC X(66) VALUE
              "job_recs.doc                  S00035USERNAME+JOB-ID               ".
           05 FILLER PIC X(41) VALUE
              "000120U000000 000000 000000 Y00000000YDYN".
           05 FILLER PIC X(66) VALUE
              "joblog.doc                    S00043DATE+TIME+JOB-NAME            ".
           05 FILLER PIC X(41) VALUE
              "000000 000000 000000 000000 N00000000NNNN".
           05 FILLER PIC X(66) VALUE
              "jobs.doc                      I00339JR-ID                         ".
           05 FILLER PIC X(41) VALUE
              "028520U000000 000000 000000 N00000000YNRY".
           05 FILLER PIC X(66) VALUE
              "journal.doc                   S03191TIMESTAMP+FILE-ID+KEY         ".
           05 FILLER PIC X(41) VALUE
              "000000 000000 000000 000000 Y00723100YRNN".
           05 FILLER PIC X(66) VALUE
              "legal_hold.doc                S00020USERNAME                      ".
           05 FILLER PIC X(41) VALUE
              "000120O000000 000000 000000 Y00000000YNNN".
           05 FILLER PIC X(66) VALUE
              "login_history.doc             S00035USERNAME+TIMESTAMP            ".
           05 FILLER PIC X(41) VALUE
              "000120H000000 000000 000000 Y00000000YRYY".
           05 FILLER PIC X(66) VALUE
              "majors.doc                    S00030NAME                          ".
           05 FILLER PIC X(41) VALUE
              "000000 000000 000000 000000 N00000000YNYN".
           05 FILLER PIC X(66) VALUE
              "mentor_optins.doc             S00029USERNAME                      ".
           05 FILLER PIC X(41) VALUE
              "000120U000000 000000 000000 Y00000000YDYN".
           05 FILLER PIC X(66) VALUE
              "mentor_pairs.doc              S00051MENTOR+MENTEE                 ".
           05 FILLER PIC X(41) VALUE
              "000120U002120U000000 000000 Y00000000YDYN".
           05 FILLER PIC X(66) VALUE
              "merge_requests.doc            S00040RETIRING+SURVIVING            ".
           05 FILLER PIC X(41) VALUE
              "000120H002120U000000 000000 Y00000000YDNN".
           05 FILLER PIC X(66) VALUE
              "messages.arc                  S00265SENDER+RECIPIENT+TIMESTAMP    ".
           05 FILLER PIC X(41) VALUE
              "000120H002120H000000 000000 Y00410200YRNY".
           05 FILLER PIC X(66) VALUE
              "messages.doc                  I00273MS-ID                         ".
           05 FILLER PIC X(41) VALUE
              "000920U002920U000000 000000 Y00490200YNRY".
           05 FILLER PIC X(66) VALUE
              "notif_prefs.doc               S00026USERNAME                      ".
           05 FILLER PIC X(41) VALUE
              "000120U000000 000000 000000 Y00000000YDYN".
           05 FILLER PIC X(66) VALUE
              "notifications.doc             S00134USERNAME+TIMESTAMP            ".
           05 FILLER PIC X(41) VALUE
              "000120O000000 000000 000000 Y00350100YDYN".
           05 FILLER PIC X(66) VALUE
              "offers.doc                    S00065USERNAME+JOB-ID               ".
           05 FILLER PIC X(41) VALUE
              "000120U000000 000000 000000 Y00000000YDYN".
           05 FILLER PIC X(66) VALUE
              "operators.doc                 S00033OPERATOR-NAME                 ".
           05 FILLER PIC X(41) VALUE
              "000000 000000 000000 000000 N00000000YNNN".
           05 FILLER PIC X(66) VALUE
              "ops_queue.doc                 S00098DATE+TIME+QUEUE               ".
           05 FILLER PIC X(41) VALUE
              "000000 000000 000000 000000 Y00680030YNNN".
           05 FILLER PIC X(66) VALUE
              "outreach_contacts.doc         S00122USERNAME+CONTACT-DATE         ".
           05 FILLER PIC X(41) VALUE
              "000120U002920O000000 000000 Y00490060YDYN".
           05 FILLER PIC X(66) VALUE
              "outreach_list.doc             S00154UNIVERSITY+USERNAME           ".
           05 FILLER PIC X(41) VALUE
              "003120U000000 000000 000000 Y00000000YDYN".
           05 FILLER PIC X(66) VALUE
              "param_history.doc             S00104PARAM+EFFECTIVE-DATE          ".
           05 FILLER PIC X(41) VALUE
              "003720O007120O000000 000000 N00000000YNYN".
           05 FILLER PIC X(66) VALUE
              "pending_approvals.doc         S00078TIMESTAMP+ACTION              ".
           05 FILLER PIC X(41) VALUE
              "004720O000000 000000 000000 N00000000YBNN".
           05 FILLER PIC X(66) VALUE
              "profile_scores.doc            S00101USERNAME                      ".
           05 FILLER PIC X(41) VALUE
              "000120U000000 000000 000000 Y00000000YDYN".
           05 FILLER PIC X(66) VALUE
              "profile_views.arc             S00079VIEWER+VIEWED+DATE            ".
           05 FILLER PIC X(41) VALUE
              "000120H002120H000000 000000 Y00000000YRNY".
           05 FILLER PIC X(66) VALUE
              "profile_views.doc             S00079VIEWER+VIEWED+DATE            ".
           05 FILLER PIC X(41) VALUE
              "000120U002120U000000 000000 Y00000000YRYY".
           05 FILLER PIC X(66) VALUE
              "profiles.doc                  I03082PR-USERNAME                   ".
           05 FILLER PIC X(41) VALUE
              "000120U000000 000000 000000 Y01250200YNRY".
           05 FILLER PIC X(66) VALUE
              "purge-request.doc             S00020USERNAME                      ".
           05 FILLER PIC X(41) VALUE
              "000120O000000 000000 000000 Y00000000NNNN".
           05 FILLER PIC X(66) VALUE
              "pwd_history.doc               S00040USERNAME+SET-DATE             ".
           05 FILLER PIC X(41) VALUE
              "000120U000000 000000 000000 Y00210012YDNN".
           05 FILLER PIC X(66) VALUE
              "recommendations.doc           S00249OWNER+AUTHOR                  ".
           05 FILLER PIC X(41) VALUE
              "000120U002120U000000 000000 Y00410200YDYN".
           05 FILLER PIC X(66) VALUE
              "referrals.doc                 S00153REFERRER+CANDIDATE+JOB-ID     ".
           05 FILLER PIC X(41) VALUE
              "000120U002120U000000 000000 Y00450100YDYN".
           05 FILLER PIC X(66) VALUE
              "report_catalog.doc            S00086REPORT-NAME                   ".
           05 FILLER PIC X(41) VALUE
              "000000 000000 000000 000000 N00000000YNNN".
           05 FILLER PIC X(66) VALUE
              "report_distlist.doc           S00061AUDIENCE+ADDRESS              ".
           05 FILLER PIC X(41) VALUE
              "000000 000000 000000 000000 Y00000000YNNN".
           05 FILLER PIC X(66) VALUE
              "report_generations.doc        S00122REPORT-NAME+DATE              ".
           05 FILLER PIC X(41) VALUE
              "000000 000000 000000 000000 N00000000NNNN".
           05 FILLER PIC X(66) VALUE
              "report_manifest.doc           S00203BUSINESS-DATE+AUDIENCE        ".
           05 FILLER PIC X(41) VALUE
              "000000 000000 000000 000000 N00000000NNNN".
           05 FILLER PIC X(66) VALUE
              "resume_book_log.doc           S00118DATE+EMPLOYER+USERNAME        ".
           05 FILLER PIC X(41) VALUE
              "000920U002920U000000 000000 Y00000000YDYN".
           05 FILLER PIC X(66) VALUE
              "resume_book_requests.doc      S00238EMPLOYER                      ".
           05 FILLER PIC X(41) VALUE
              "000120U000000 000000 000000 N00000000YDYN".
           05 FILLER PIC X(66) VALUE
              "salary_benchmarks.doc         S00148KIND+KEY                      ".
           05 FILLER PIC X(41) VALUE
              "000000 000000 000000 000000 N00000000YNYN".
           05 FILLER PIC X(66) VALUE
              "saved_jobs.doc                S00024USERNAME+JOB-ID               ".
           05 FILLER PIC X(41) VALUE
              "000120U000000 000000 000000 Y00000000YDYN".
           05 FILLER PIC X(66) VALUE
              "scorecards.doc                S00254USERNAME+JOB-ID+AUTHOR        ".
           05 FILLER PIC X(41) VALUE
              "000120U023520U000000 000000 Y00270200YDYN".
           05 FILLER PIC X(66) VALUE
              "seal_state.doc                S00048FILE-NAME                     ".
           05 FILLER PIC X(41) VALUE
              "000000 000000 000000 000000 N00000000YNNN".
           05 FILLER PIC X(66) VALUE
              "search_index.doc              S00061TOKEN+USERNAME                ".
           05 FILLER PIC X(41) VALUE
              "004220U000000 000000 000000 Y00000000YDRN".
           05 FILLER PIC X(66) VALUE
              "service_levels.doc            S00015QUEUE                         ".
           05 FILLER PIC X(41) VALUE
              "000000 000000 000000 000000 N00000000YNNN".
           05 FILLER PIC X(66) VALUE
              "skill_attempts.doc            S00079USERNAME+SKILL+TIMESTAMP      ".
           05 FILLER PIC X(41) VALUE
              "000120U000000 000000 000000 Y00000000YDYN".
           05 FILLER PIC X(66) VALUE
              "skill_badges.doc              S00061USERNAME+SKILL                ".
           05 FILLER PIC X(41) VALUE
              "000120U000000 000000 000000 Y00000000YDYN".
           05 FILLER PIC X(66) VALUE
              "sponsored_listings.doc        S00075JOB-ID+START                  ".
           05 FILLER PIC X(41) VALUE
              "000520U004820O000000 000000 Y00000000YBYN".
           05 FILLER PIC X(66) VALUE
              "sponsored_meter.doc           S00030JOB-ID+MONTH                  ".
           05 FILLER PIC X(41) VALUE
              "000000 000000 000000 000000 N00000000YNYN".
           05 FILLER PIC X(66) VALUE
              "stats_history.doc             S00044DATE                          ".
           05 FILLER PIC X(41) VALUE
              "000000 000000 000000 000000 N00000000YNYN".
           05 FILLER PIC X(66) VALUE
              "subscriptions.doc             S00098USERNAME+NAME                 ".
           05 FILLER PIC X(41) VALUE
              "000120U000000 000000 000000 Y00000000YDYN".
           05 FILLER PIC X(66) VALUE
              "syndication-control.doc       S00008(ONE RECORD)                  ".
           05 FILLER PIC X(41) VALUE
              "000000 000000 000000 000000 N00000000YNNN".
           05 FILLER PIC X(66) VALUE
              "syndication_state.doc         S00548JOB-ID                        ".
           05 FILLER PIC X(41) VALUE
              "000000 000000 000000 000000 N00000000YNNN".
           05 FILLER PIC X(66) VALUE
              "terms_versions.doc            S00091VERSION                       ".
           05 FILLER PIC X(41) VALUE
              "000000 000000 000000 000000 N00000000YNYN".
           05 FILLER PIC X(66) VALUE
              "ticket_notes.doc              S00241TICKET-ID+TIMESTAMP           ".
           05 FILLER PIC X(41) VALUE
              "002220O000000 000000 000000 Y00420200YBYN".
           05 FILLER PIC X(66) VALUE
              "tickets.doc                   S00290TICKET-ID                     ".
           05 FILLER PIC X(41) VALUE
              "000720U002920O000000 000000 Y00910200YBYN".
           05 FILLER PIC X(66) VALUE
              "universities.doc              S00030NAME                          ".
           05 FILLER PIC X(41) VALUE
              "000000 000000 000000 000000 N00000000YNYN".
           05 FILLER PIC X(66) VALUE
              "usage_meter.doc               S00050USERNAME+MONTH                ".
           05 FILLER PIC X(41) VALUE
              "000120U000000 000000 000000 Y00000000YDYN".
           05 FILLER PIC X(66) VALUE
              "work_auth.doc                 S00029USERNAME                      ".
           05 FILLER PIC X(41) VALUE
              "000120U000000 000000 000000 Y00000000YDYN".
       01  WS-DC-DEFAULT-TABLE REDEFINES WS-DC-DEFAULT-VALUES.
           05 WS-DC-DEFAULT-ENTRY PIC X(107) OCCURS 114 TIMES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM CHECK-RUN-CONTROL
           IF WS-RUN-CONTROL-OK NOT = "Y"
               STOP RUN
           PERFORM INITIALIZE-RECONCILE
           PERFORM LOAD-CHECKPOINT
           PERFORM LOAD-ACCOUNT-TABLE
           PERFORM LOAD-DATA-CATALOG
           IF WS-RESUME-FROM-STEP < 1
               PERFORM CHECK-PROFILES
               MOVE 1 TO WS-LAST-COMPLETED-STEP
               MOVE 5 TO WS-LAST-COMPLETED-STEP
               PERFORM SAVE-CHECKPOINT
           END-IF
           IF WS-RESUME-FROM-STEP < 6
               PERFORM CHECK-CATALOGUED-FILES
               MOVE 6 TO WS-LAST-COMPLETED-STEP
               PERFORM SAVE-CHECKPOINT
           END-IF
           IF WS-RESUME-FROM-STEP < 7
               PERFORM CHECK-FILES-ON-DISK
               MOVE 7 TO WS-LAST-COMPLETED-STEP
               PERFORM SAVE-CHECKPOINT
           END-IF
           PERFORM WRITE-RECONCILE-SUMMARY
           PERFORM DELETE-CHECKPOINT
           PERFORM CLEANUP-RECONCILE
           STOP RUN.

       INITIALIZE-RECONCILE.
           MOVE WS-BUSINESS-DATE TO WS-REPORT-DATE
           OPEN OUTPUT REPORT-FILE
           .

                           TO WS-ORPHAN-JOB-REF-COUNT
                       MOVE CKPT-ORPHAN-MESSAGE-COUNT
                           TO WS-ORPHAN-MESSAGE-COUNT
                       MOVE CKPT-ORPHAN-CATALOG-COUNT
                           TO WS-ORPHAN-CATALOG-COUNT
                       MOVE CKPT-UNCATALOGUED-COUNT
                           TO WS-UNCATALOGUED-COUNT
                       MOVE "Y" TO WS-RESUMED-RUN
               END-READ
               CLOSE CHECKPOINT-FILE
           MOVE WS-ORPHAN-APPLICATION-COUNT TO CKPT-ORPHAN-APPLICATION-COUNT
           MOVE WS-ORPHAN-JOB-REF-COUNT TO CKPT-ORPHAN-JOB-REF-COUNT
           MOVE WS-ORPHAN-MESSAGE-COUNT TO CKPT-ORPHAN-MESSAGE-COUNT
           MOVE WS-ORPHAN-CATALOG-COUNT TO CKPT-ORPHAN-CATALOG-COUNT
           MOVE WS-UNCATALOGUED-COUNT TO CKPT-UNCATALOGUED-COUNT
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE
           .
           IF WS-CONNECTION-STATUS = "00"
               MOVE "N" TO WS-CONNECTION-EOF
               PERFORM UNTIL WS-CONNECTION-EOF = "Y"
                   READ CONNECTIONS-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-CONNECTION-EOF
                       NOT AT END
                           MOVE CN-USER-ONE TO WS-LOOKUP-USERNAME
           IF WS-CONN-REQ-STATUS = "00"
               MOVE "N" TO WS-CONN-REQ-EOF
               PERFORM UNTIL WS-CONN-REQ-EOF = "Y"
                   READ CONNECTION-REQUESTS-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-CONN-REQ-EOF
                       NOT AT END
                           MOVE CR-SENDER TO WS-LOOKUP-USERNAME
           IF WS-APPLICATIONS-STATUS = "00"
               MOVE "N" TO WS-APPLICATIONS-EOF
               PERFORM UNTIL WS-APPLICATIONS-EOF = "Y"
                   READ APPLICATIONS-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-APPLICATIONS-EOF
                       NOT AT END
                           MOVE APP-USERNAME TO WS-LOOKUP-USERNAME
           WRITE REPORT-RECORD
           .

      *> LOADS data_catalog.doc INTO WS-DC-TABLE, WRITING THE STANDARD
      *> CATALOG FIRST IF THERE IS NONE YET. OPS MAINTAINS IT FROM THEN
      *> ON -- A NEW DATA FILE IS ADDED HERE, NOT IN EACH JOB
       LOAD-DATA-CATALOG.
           MOVE 0 TO WS-DC-COUNT
           OPEN INPUT DATA-CATALOG-FILE
           IF WS-DATA-CATALOG-STATUS = "35"
               PERFORM SEED-DATA-CATALOG
               OPEN INPUT DATA-CATALOG-FILE
           END-IF
           IF WS-DATA-CATALOG-STATUS NOT = "00"
               MOVE SPACES TO REPORT-RECORD
               STRING "Data catalog could not be opened (status "
                   WS-DATA-CATALOG-STATUS
                   ") - catalogued files not checked" INTO REPORT-RECORD
               DISPLAY FUNCTION TRIM(REPORT-RECORD)
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-DATA-CATALOG-EOF
           PERFORM UNTIL WS-DATA-CATALOG-EOF = "Y"
               READ DATA-CATALOG-FILE
                   AT END MOVE "Y" TO WS-DATA-CATALOG-EOF
                   NOT AT END
                       IF DC-FILE-NAME NOT = SPACES AND WS-DC-COUNT < 150
                           ADD 1 TO WS-DC-COUNT
                           MOVE DATA-CATALOG-RECORD
                               TO WS-DC-ENTRY (WS-DC-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DATA-CATALOG-FILE
           .

       SEED-DATA-CATALOG.
           OPEN OUTPUT DATA-CATALOG-FILE
           IF WS-DATA-CATALOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DC-SEED-IDX FROM 1 BY 1
                   UNTIL WS-DC-SEED-IDX > 114
               MOVE WS-DC-DEFAULT-ENTRY (WS-DC-SEED-IDX)
                   TO DATA-CATALOG-RECORD
               WRITE DATA-CATALOG-RECORD
           END-PERFORM
           CLOSE DATA-CATALOG-FILE
           MOVE "Data catalog created with the standard entries"
               TO REPORT-RECORD
           DISPLAY FUNCTION TRIM(REPORT-RECORD)
           WRITE REPORT-RECORD
           .

      *> EVERY LINE SEQUENTIAL FILE IN THE CATALOG WITH A "U" USER FIELD
      *> IS CHECKED AGAINST accounts.doc THE SAME WAY STEPS 1-5 CHECK
      *> THE INDEXED FILES. accounts.doc ITSELF IS THE TABLE CHECKED
      *> AGAINST, SO IT IS SKIPPED
       CHECK-CATALOGUED-FILES.
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                   UNTIL WS-DC-IDX > WS-DC-COUNT
               IF WS-DC-ORGANIZATION (WS-DC-IDX) = "S"
                   AND WS-DC-FILE-NAME (WS-DC-IDX) NOT = "accounts.doc"
                   AND WS-DC-RECORD-LENGTH (WS-DC-IDX) <= 4000
                   PERFORM CHECK-ONE-CATALOGUED-FILE
               END-IF
           END-PERFORM
           .

       CHECK-ONE-CATALOGUED-FILE.
           MOVE "N" TO WS-DC-HAS-LIVE-FIELD
           PERFORM VARYING WS-DC-U FROM 1 BY 1 UNTIL WS-DC-U > 4
               IF WS-DC-USER-KIND (WS-DC-IDX, WS-DC-U) = "U"
                   AND WS-DC-USER-POS (WS-DC-IDX, WS-DC-U) > 0
                   MOVE "Y" TO WS-DC-HAS-LIVE-FIELD
               END-IF
           END-PERFORM
           IF WS-DC-HAS-LIVE-FIELD NOT = "Y"
               EXIT PARAGRAPH
           END-IF
      *> A FILE THAT HAS NOT BEEN CREATED YET HAS NOTHING TO CHECK
           MOVE WS-DC-FILE-NAME (WS-DC-IDX) TO WS-CATALOG-DATA-NAME
           OPEN INPUT CATALOG-DATA-FILE
           IF WS-CATALOG-DATA-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CATALOG-DATA-EOF
           PERFORM UNTIL WS-CATALOG-DATA-EOF = "Y"
               READ CATALOG-DATA-FILE
                   AT END MOVE "Y" TO WS-CATALOG-DATA-EOF
                   NOT AT END PERFORM CHECK-CATALOGUED-ROW
               END-READ
           END-PERFORM
           CLOSE CATALOG-DATA-FILE
           .

      *> A BLANK FIELD, OR ONE THE PURGE JOB HAS ALREADY BLANKED, IS NOT
      *> AN ORPHAN
       CHECK-CATALOGUED-ROW.
           PERFORM VARYING WS-DC-U FROM 1 BY 1 UNTIL WS-DC-U > 4
               IF WS-DC-USER-KIND (WS-DC-IDX, WS-DC-U) = "U"
                   AND WS-DC-USER-POS (WS-DC-IDX, WS-DC-U) > 0
                   MOVE CATALOG-DATA-RECORD
                       (WS-DC-USER-POS (WS-DC-IDX, WS-DC-U):
                        WS-DC-USER-LEN (WS-DC-IDX, WS-DC-U))
                       TO WS-LOOKUP-USERNAME
                   IF WS-LOOKUP-USERNAME NOT = SPACES
                       AND WS-LOOKUP-USERNAME NOT = "[purged]"
                       PERFORM LOOKUP-ACCOUNT
                       IF WS-LOOKUP-FOUND NOT = "Y"
                           ADD 1 TO WS-ORPHAN-CATALOG-COUNT
                           MOVE SPACES TO REPORT-RECORD
                           STRING "Orphan reference in "
                               FUNCTION TRIM(WS-CATALOG-DATA-NAME)
                               ": " FUNCTION TRIM(WS-LOOKUP-USERNAME)
                               INTO REPORT-RECORD
                           DISPLAY FUNCTION TRIM(REPORT-RECORD)
                           WRITE REPORT-RECORD
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

      *> FLAGS ANY DATA FILE ON DISK THAT THE CATALOG DOES NOT KNOW --
      *> SUCH A FILE IS NOT BACKED UP, PURGED OR CHECKED BY ANYTHING.
      *> BACKUP GENERATIONS AND TEST-COPY OUTPUT ARE DERIVED FILES AND
      *> ARE NOT EXPECTED IN THE CATALOG
       CHECK-FILES-ON-DISK.
           IF WS-DC-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           CALL "SYSTEM" USING
               "ls -1 *.doc *.arc > data_files.lst 2>/dev/null"
           OPEN INPUT DATA-FILE-LIST
           IF WS-DATA-FILE-LIST-STATUS NOT = "00"
               MOVE "Data files on disk could not be listed"
                   TO REPORT-RECORD
               DISPLAY FUNCTION TRIM(REPORT-RECORD)
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-DATA-FILE-LIST-EOF
           PERFORM UNTIL WS-DATA-FILE-LIST-EOF = "Y"
               READ DATA-FILE-LIST
                   AT END MOVE "Y" TO WS-DATA-FILE-LIST-EOF
                   NOT AT END
                       MOVE DATA-FILE-LIST-RECORD TO WS-DISK-FILE-NAME
                       IF WS-DISK-FILE-NAME (1:7) NOT = "backup."
                           AND WS-DISK-FILE-NAME (1:9) NOT = "testcopy-"
                           PERFORM CHECK-ONE-DISK-FILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DATA-FILE-LIST
           CALL "CBL_DELETE_FILE" USING "data_files.lst"
               RETURNING WS-LIST-DELETE-RESULT
           .

       CHECK-ONE-DISK-FILE.
           MOVE "N" TO WS-DISK-FILE-FOUND
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                   UNTIL WS-DC-IDX > WS-DC-COUNT
                   OR WS-DISK-FILE-FOUND = "Y"
               IF WS-DC-FILE-NAME (WS-DC-IDX) = WS-DISK-FILE-NAME
                   MOVE "Y" TO WS-DISK-FILE-FOUND
               END-IF
           END-PERFORM
           IF WS-DISK-FILE-FOUND NOT = "Y"
               ADD 1 TO WS-UNCATALOGUED-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "Data file not in data_catalog.doc: "
                   FUNCTION TRIM(WS-DISK-FILE-NAME) INTO REPORT-RECORD
               DISPLAY FUNCTION TRIM(REPORT-RECORD)
               WRITE REPORT-RECORD
           END-IF
           .

       WRITE-RECONCILE-SUMMARY.
           COMPUTE WS-TOTAL-ORPHAN-COUNT =
               WS-ORPHAN-PROFILE-COUNT + WS-ORPHAN-CONNECTION-COUNT
               + WS-ORPHAN-CONN-REQ-COUNT + WS-ORPHAN-APPLICATION-COUNT
               + WS-ORPHAN-JOB-REF-COUNT + WS-ORPHAN-MESSAGE-COUNT
               + WS-ORPHAN-CATALOG-COUNT
           STRING WS-REPORT-DATE (5:4) "-" WS-REPORT-DATE (1:2) "-"
               WS-REPORT-DATE (3:2) INTO WS-REPORT-DATE-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           MOVE "Orphan Messages:          " TO WS-REPORT-LABEL
           MOVE WS-ORPHAN-MESSAGE-COUNT TO WS-REPORT-VALUE
           PERFORM WRITE-RECONCILE-LINE
           MOVE "Orphans In Other Files:   " TO WS-REPORT-LABEL
           MOVE WS-ORPHAN-CATALOG-COUNT TO WS-REPORT-VALUE
           PERFORM WRITE-RECONCILE-LINE
           MOVE "Total Orphan Records:     " TO WS-REPORT-LABEL
           MOVE WS-TOTAL-ORPHAN-COUNT TO WS-REPORT-VALUE
           PERFORM WRITE-RECONCILE-LINE
           MOVE "Files Not In Catalog:     " TO WS-REPORT-LABEL
           MOVE WS-UNCATALOGUED-COUNT TO WS-REPORT-VALUE
           PERFORM WRITE-RECONCILE-LINE
           .

       WRITE-RECONCILE-LINE.
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
