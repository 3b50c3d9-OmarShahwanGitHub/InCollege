           SELECT JOBLOG-FILE ASSIGN TO "joblog.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.
      *> BUSINESS-DATE CONTROL RECORD -- SEE LOAD-BUSINESS-DATE
           SELECT BUSINESS-DATE-FILE ASSIGN TO "business_date.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
      *> CONTROL TOTALS EACH STEP OF THE NIGHTLY CHAIN LEAVES FOR THE
      *> NEXT ONE TO BALANCE AGAINST -- SEE CHECK-OPENING-BALANCE
           SELECT CONTROL-TOTALS-FILE ASSIGN TO "control_totals.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-TOTALS-STATUS.
      *> MONTHLY PER-EMPLOYER ACTIVITY STATEMENTS, BUILT FROM THE
      *> usage_meter.doc COUNTERS THE INTERACTIVE PROGRAM MAINTAINS --
      *> THE USAGESTMT TRANSACTION WRITES ONE SECTION PER EMPLOYER SO
           SELECT CAND-SUBSCRIPTIONS-FILE ASSIGN TO "cand_subscriptions.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAND-SUBS-STATUS.
      *> READ-ONLY HERE: VERIFIED SKILL BADGES EARNED BY PASSING AN
      *> ASSESSMENT, FOR SAVED SEARCHES THAT ONLY WANT VERIFIED SKILLS
           SELECT SKILL-BADGES-FILE ASSIGN TO "skill_badges.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SKILL-BADGES-STATUS.
      *> READ-ONLY HERE: THE AFTER-IMAGE JOURNAL THE INTERACTIVE
      *> PROGRAM APPENDS TO -- THE KEYED "PROFILES" ROWS SAY WHICH
      *> PROFILES CHANGED AND WHEN
           SELECT STATEMENT-FILE ASSIGN TO "employer-statements.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.
      *> PAID LISTING PLACEMENTS OPS ENTERS FROM THE ADMIN CONSOLE AND
      *> THE PER-MONTH COUNTS THE INTERACTIVE PROGRAM KEEPS AGAINST
      *> THEM. USAGESTMT BILLS THEM ON sponsorship-statements.rpt AND
      *> JOBRECS WEIGHTS AN ACTIVE ONE
           SELECT SPONSORED-LISTINGS-FILE
               ASSIGN TO "sponsored_listings.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPL-STATUS.
           SELECT SPONSORED-METER-FILE ASSIGN TO "sponsored_meter.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPM-STATUS.
           SELECT SPONSOR-STATEMENT-FILE
               ASSIGN TO "sponsorship-statements.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPS-STATUS.
      *> MONTHLY SKILLS-GAP ANALYTICS: WHAT EMPLOYERS POST FOR VERSUS
      *> WHAT STUDENTS LIST. QUEUE THE SKILLSGAP TRANSACTION AFTER
      *> CANONNAMES SO THE UNIVERSITY/MAJOR NAMES ARE CLEAN FIRST
               FILE STATUS IS WS-FUNNEL-STATUS.
      *> PER-JOB RUNTIME REPORT OVER joblog.doc -- NOBODY WAS LOOKING
      *> AT THE LOG UNTIL SOMETHING WAS VISIBLY BROKEN
      *> KEY-SPACE AND FILE-GROWTH CAPACITY -- THE CAPACITY TRANSACTION
      *> MEASURES EVERY FIXED-WIDTH SEQUENCE AND BIG FILE, KEEPS ONE
      *> HISTORY ROW PER ITEM PER NIGHT (ITS OWN BURN-RATE BASELINE, AND
      *> WHAT THE OPS BATCH-CHAIN SCREEN SHOWS) AND PRINTS THE PROJECTION
           SELECT CAPACITY-FILE ASSIGN TO "capacity.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPACITY-STATUS.
           SELECT CAPACITY-REPORT-FILE ASSIGN TO "capacity.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPACITY-RPT-STATUS.
      *> ANY OF THE FLAT FILES BEING MEASURED, NAMED AT RUN TIME
           SELECT CAP-DATA-FILE ASSIGN TO WS-CP-DATA-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CP-DATA-STATUS.
      *> NIGHTLY RECORD COUNTS THE DAILY REPORT APPENDS -- A SECOND,
      *> LONGER-LIVED BASELINE FOR THE FILE-GROWTH RATES
           SELECT STATS-HISTORY-FILE ASSIGN TO "stats_history.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATS-HIST-STATUS.
      *> OPS-EDITABLE REPORT CATALOG: ONE LINE PER .rpt THE CHAIN
      *> WRITES -- ITS PRODUCING JOB, WHO READS IT, HOW MANY DATED
      *> GENERATIONS TO KEEP AND THE LOWEST CONSOLE LEVEL ALLOWED TO
      *> VIEW IT. SEEDED WITH THE STARTER LIST THE FIRST TIME IT IS
      *> MISSING, THE WAY THE MAIN PROGRAM SEEDS ITS CATEGORY LIST
           SELECT REPORT-CATALOG-FILE ASSIGN TO "report_catalog.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-CATALOG-STATUS.
      *> EVERY DATED COPY STILL KEPT IN report-archive/ -- THE OPS
      *> CONSOLE'S REPORTS SCREEN PAGES THROUGH THESE
           SELECT REPORT-GENERATIONS-FILE ASSIGN TO "report_generations.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-GEN-STATUS.
           SELECT REPORT-GENERATIONS-TEMP-FILE ASSIGN TO "report_generations.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-GEN-TEMP-STATUS.
      *> OPS-EDITABLE DISTRIBUTION LIST: AUDIENCE CODE AND ONE MAIL
      *> ADDRESS PER LINE, AS MANY LINES PER AUDIENCE AS NEEDED
           SELECT REPORT-DISTLIST-FILE ASSIGN TO "report_distlist.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-DISTLIST-STATUS.
      *> TONIGHT'S MAIL HAND-OFF: ONE ROW PER RECIPIENT PER REPORT
      *> FILED, REWRITTEN EACH RUN FOR THE MAIL SCRIPT TO SEND
           SELECT REPORT-MANIFEST-FILE ASSIGN TO "report_manifest.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-MANIFEST-STATUS.
      *> THE .rpt BEING FILED AND ITS DATED COPY, NAMED AT RUN TIME
           SELECT RPT-SOURCE-FILE ASSIGN TO WS-RG-SOURCE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-SOURCE-STATUS.
           SELECT RPT-COPY-FILE ASSIGN TO WS-RG-COPY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-COPY-STATUS.
           SELECT JOBLOG-REPORT-FILE ASSIGN TO "joblog-runtimes.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-RPT-STATUS.
               ALTERNATE RECORD KEY IS MS-SENDER WITH DUPLICATES
               FILE STATUS IS WS-MESSAGES-STATUS.
      *> READ BY THE EXPIRATION PASS SO APPLICANTS OF AN EXPIRING
      *> LISTING CAN BE NOTIFIED. INDEXED NOW -- SEE THE MAIN
      *> PROGRAM'S FD
           SELECT APPLICATIONS-FILE ASSIGN TO "applications.doc"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APP-KEY
               ALTERNATE RECORD KEY IS APP-JOB-ID WITH DUPLICATES
               FILE STATUS IS WS-APPLICATIONS-FILE-STATUS.
      *> THE OLD LINE-SEQUENTIAL applications.doc, RENAMED OUT OF THE
      *> WAY AT CUTOVER FOR THE APPCONVERT STEP TO LOAD
           SELECT APPLICATIONS-SEQ-FILE ASSIGN TO "applications.seq"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPLICATIONS-SEQ-STATUS.
      *> PENDING REQUESTS FOR THE DIGEST COME OFF THE RECEIVER KEY.
      *> INDEXED NOW -- SEE THE MAIN PROGRAM'S FD
           SELECT CONNECTION-REQUESTS-FILE ASSIGN TO "connection_requests.doc"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-KEY
               ALTERNATE RECORD KEY IS CR-RECEIVER WITH DUPLICATES
               FILE STATUS IS WS-CONN-REQ-STATUS.
      *> ONLY OPENED BY THE CONNCONVERT STEP. INDEXED NOW -- SEE THE
      *> MAIN PROGRAM'S FD
           SELECT CONNECTIONS-FILE ASSIGN TO "connections.doc"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-KEY
               ALTERNATE RECORD KEY IS CN-USER-TWO WITH DUPLICATES
               FILE STATUS IS WS-CONNECTIONS-STATUS.
      *> THE OLD LINE-SEQUENTIAL CONNECTION FILES, RENAMED OUT OF THE
      *> WAY AT CUTOVER FOR THE CONNCONVERT STEP TO LOAD
           SELECT CONNECTIONS-SEQ-FILE ASSIGN TO "connections.seq"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONNECTIONS-SEQ-STATUS.
           SELECT CONN-REQ-SEQ-FILE ASSIGN TO "connection_requests.seq"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONN-REQ-SEQ-STATUS.
           SELECT LOGIN-HISTORY-FILE ASSIGN TO "login_history.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOGIN-HIST-STATUS.
           SELECT DIGEST-FILE ASSIGN TO WS-DIGEST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIGEST-STATUS.
      *> INTERVIEWS AND EVENTS FOR THE CALENDAR THAT RIDES ALONG WITH
      *> THE DIGEST -- SAME FILES AS THE MAIN PROGRAM'S
           SELECT INTERVIEWS-FILE ASSIGN TO "interviews.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERVIEWS-STATUS.
           SELECT EVENTS-FILE ASSIGN TO "events.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENTS-STATUS.
           SELECT EVENT-RSVPS-FILE ASSIGN TO "event_rsvps.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-RSVPS-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO WS-CALENDAR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
      *> ONE ROW PER USER WITH A CALENDAR: ENTRY COUNT AND FINGERPRINT
      *> AS OF THE LAST DIGEST, SO THE NEXT ONE KNOWS WHETHER IT CHANGED
           SELECT CALENDAR-STATE-FILE ASSIGN TO "calendar_state.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATE-STATUS.
           SELECT CALENDAR-STATE-TEMP-FILE ASSIGN TO "calendar_state.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATE-TEMP-STATUS.
      *> REFERENCE TABLES FOR THE CANONNAMES PASS, WHICH MAPS FREE-TYPED
      *> PR-UNIVERSITY / PR-MAJOR VALUES ONTO THE OPS-APPROVED SPELLINGS
           SELECT UNIVERSITIES-FILE ASSIGN TO "universities.doc"
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-USERNAME
               FILE STATUS IS WS-PROFILE-STATUS.
      *> NIGHTLY PROFILE COMPLETENESS: PROFSCORE REBUILDS
      *> profile_scores.doc (SCORE AND TOP MISSING ITEMS PER USER, FOR
      *> PROFILE-VIEW), NUDGES THE LOW SCORERS AND WRITES THE CAREER
      *> CENTER'S BREAKDOWN BY UNIVERSITY, MAJOR AND GRAD YEAR
           SELECT PROFILE-SCORES-FILE ASSIGN TO "profile_scores.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PC-STATUS.
           SELECT PROFILE-SCORES-TEMP-FILE ASSIGN TO "profile_scores.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PC-TEMP-STATUS.
           SELECT DOCUMENTS-FILE ASSIGN TO "documents.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOCUMENTS-STATUS.
           SELECT COMPLETENESS-REPORT-FILE
               ASSIGN TO "profile-completeness.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PC-REPORT-STATUS.
           SELECT PC-SORT-FILE ASSIGN TO "profile_scores_sort.tmp".
      *> CTLPARAMS BRINGS control.doc'S TUNABLES TO THE VALUES IN FORCE
      *> ON THE BUSINESS DATE PER param_history.doc (THE APPROVED,
      *> EFFECTIVE-DATED CHANGES FROM THE OPS CONSOLE) AND LISTS EVERY
      *> CHANGE WITH ITS REQUESTER AND APPROVER
           SELECT CONTROL-FILE ASSIGN TO "control.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-PRM-CONTROL-STATUS.
           SELECT PARAM-HISTORY-FILE ASSIGN TO "param_history.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PH-STATUS.
           SELECT PARAM-REPORT-FILE ASSIGN TO "control-parameters.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-REPORT-STATUS.
      *> WEEKLY AT-RISK SENIOR OUTREACH: OUTREACH REBUILDS
      *> outreach_list.doc (THE STUDENTS CLOSE TO GRADUATION SHOWING
      *> LITTLE OR NO USE OF THE SYSTEM, WITH THE REASONS) FOR THE
      *> CAREER-CENTER SCREENS, AND PRINTS IT BY UNIVERSITY. THE
      *> ADVISERS' "CONTACTED" MARKS COME BACK IN outreach_contacts.doc
           SELECT SAVED-JOBS-FILE ASSIGN TO "saved_jobs.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OR-SAVED-STATUS.
           SELECT OUTREACH-CONTACTS-FILE
               ASSIGN TO "outreach_contacts.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OR-CONTACTS-STATUS.
           SELECT OUTREACH-LIST-FILE ASSIGN TO "outreach_list.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OR-LIST-STATUS.
           SELECT OUTREACH-REPORT-FILE ASSIGN TO "at-risk-outreach.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OR-REPORT-STATUS.
           SELECT OR-SORT-FILE ASSIGN TO "outreach_sort.tmp".
      *> COMPANY COMPLIANCE HOLDS -- A HELD COMPANY'S LISTINGS STAY OUT
      *> OF JOBALERTS AND JOBRECS UNTIL THE HOLD ENDS
           SELECT COMPANY-HOLDS-FILE ASSIGN TO "company_holds.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT SEARCH-INDEX-FILE ASSIGN TO "search_index.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEARCH-INDEX-STATUS.
           SELECT JOB-INDEX-FILE ASSIGN TO "job_index.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-INDEX-STATUS.
      *> SIDE-CAR WORK-AUTHORIZATION ANSWERS FROM CREATE-EDIT-PROFILE --
      *> JOBALERTS AND JOBRECS NEVER PUT A LISTING THAT WILL NOT
      *> SPONSOR IN FRONT OF A STUDENT WHO SAID THEY NEED SPONSORSHIP
           SELECT WORK-AUTH-FILE ASSIGN TO "work_auth.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-AUTH-STATUS.
      *> TERMS-OF-USE VERSIONS AND THE CONSENT RECORD WRITTEN AT LOGIN
      *> -- CANDALERTS NEVER PUTS A STUDENT WHO DECLINED EMPLOYER
      *> SHARING IN FRONT OF AN EMPLOYER
           SELECT TERMS-VERSIONS-FILE ASSIGN TO "terms_versions.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMS-STATUS.
           SELECT CONSENT-FILE ASSIGN TO "consent.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSENT-STATUS.
      *> THE DATA-FILE CATALOG -- SEE InCollege-Reconcile.cob
           SELECT DATA-CATALOG-FILE ASSIGN TO "data_catalog.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-CATALOG-STATUS.
      *> OPS WORK-QUEUE BACKLOG -- THE OPSQUEUE TRANSACTION AGES EVERY
      *> CONSOLE QUEUE AGAINST THE TARGETS IN service_levels.doc AND
      *> KEEPS ONE ops_queue.doc ROW PER QUEUE PER NIGHT (WHAT THE OPS
      *> BATCH-CHAIN SCREEN SHOWS). THE QUEUES' OWN FILES ARE THE MAIN
      *> PROGRAM'S, READ ONLY
           SELECT OPS-QUEUE-FILE ASSIGN TO "ops_queue.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OQ-STATUS.
           SELECT OPS-QUEUE-REPORT-FILE ASSIGN TO "opsqueue.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OQ-RPT-STATUS.
           SELECT SERVICE-LEVELS-FILE ASSIGN TO "service_levels.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SL-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "audit.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT PENDING-APPROVALS-FILE ASSIGN TO "pending_approvals.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-APPR-STATUS.
           SELECT ABUSE-REPORTS-FILE ASSIGN TO "abuse_reports.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABUSE-STATUS.
           SELECT OFFERS-FILE ASSIGN TO "offers.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFFERS-STATUS.
      *> SUSPECTED DUPLICATE LISTINGS -- THE JOBDUPES TRANSACTION
      *> REPLACES THE UNDECIDED GROUPS EVERY NIGHT AND THE OPS
      *> CONSOLE'S DUPLICATE LISTINGS SCREEN RECORDS EACH DECISION
           SELECT JOB-DUPES-FILE ASSIGN TO "job_dupes.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JD-STATUS.
           SELECT JOB-DUPES-TEMP-FILE ASSIGN TO "job_dupes.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JD-TEMP-STATUS.
           SELECT JOB-DUPES-REPORT-FILE ASSIGN TO "jobdupes.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JD-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 JR-CATEGORY        PIC X(20).
      *> HEADCOUNT ON THE REQUISITION -- SEE THE MAIN PROGRAM'S FD
           05 JR-OPENINGS        PIC 9(3).
      *> SPONSORSHIP FLAG ON THE LISTING -- SEE THE MAIN PROGRAM'S FD
           05 JR-SPONSORSHIP     PIC X(01).
      *> PARTNER-BOARD SYNDICATION OPT-OUT -- SEE THE MAIN PROGRAM'S FD
           05 JR-SYNDICATE       PIC X(01).

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

       FD CAND-SUBSCRIPTIONS-FILE.
       01 CAND-SUBSCRIPTION-RECORD.
           05 ES-YEAR-FROM  PIC 9(4).
           05 ES-YEAR-TO    PIC 9(4).
           05 ES-SKILL      PIC X(30).
      *> "Y" = ES-SKILL MUST BE A VERIFIED BADGE (ANY BADGE WHEN
      *> ES-SKILL IS BLANK); SPACE ON SEARCHES SAVED BEFORE THE FIELD
           05 ES-SKILL-VERIFIED PIC X(01).

      *> SEE THE MAIN PROGRAM'S FD
       FD SKILL-BADGES-FILE.
       01 SKILL-BADGE-RECORD.
           05 VB-USERNAME      PIC X(20).
           05 VB-SKILL         PIC X(30).
           05 VB-SCORE         PIC 9(3).
           05 VB-DATE          PIC 9(8).

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           05 JL-ACTION    PIC X(01).
           05 JL-KEY       PIC X(44).
           05 JL-IMAGE     PIC X(3100).
      *> CHAIN FIELDS -- SEE InCollegewithEpic7.cob
           05 JL-SEAL-TYPE PIC X(01).
           05 JL-SEAL-SEQ  PIC 9(9).
           05 JL-SEAL-CHECK PIC 9(10).

       FD ALUMNI-FILE.
       01 ALUMNI-RECORD.
           05 AL-USERNAME  PIC X(20).
           05 AL-FLAG-DATE PIC 9(8).

       FD WORK-AUTH-FILE.
       01 WORK-AUTH-RECORD.
           05 WA-USERNAME PIC X(20).
           05 WA-STATUS   PIC X(01).
           05 WA-DATE     PIC 9(8).

       FD TERMS-VERSIONS-FILE.
       01 TERMS-VERSION-RECORD.
           05 TV-VERSION        PIC 9(3).
           05 TV-EFFECTIVE-DATE PIC 9(8).
           05 TV-SUMMARY        PIC X(60).
           05 TV-ADDED-BY       PIC X(20).

       FD CONSENT-FILE.
       01 CONSENT-RECORD.
           05 TC-USERNAME PIC X(20).
           05 TC-VERSION  PIC 9(3).
           05 TC-SHARE    PIC X(01).
           05 TC-DATE     PIC 9(8).

       FD JOB-RECS-FILE.
       01 JOB-REC-RECORD.
           05 JRC-USERNAME PIC X(20).
       FD STATEMENT-FILE.
       01 STATEMENT-RECORD PIC X(100).

      *> SEE THE MAIN PROGRAM'S FD
       FD SPONSORED-LISTINGS-FILE.
       01 SPONSORED-LISTING-RECORD.
           05 SPL-JOB-ID        PIC 9(4).
           05 SPL-EMPLOYER      PIC X(20).
           05 SPL-START-DATE    PIC 9(8).
           05 SPL-END-DATE      PIC 9(8).
           05 SPL-RATE          PIC 9(5)V99.
           05 SPL-ADDED-BY      PIC X(20).
           05 SPL-DATE          PIC 9(8).

      *> SEE THE MAIN PROGRAM'S FD
       FD SPONSORED-METER-FILE.
       01 SPONSORED-METER-RECORD.
           05 SPM-JOB-ID        PIC 9(4).
           05 SPM-MONTH         PIC 9(6).
           05 SPM-IMPRESSIONS   PIC 9(7).
           05 SPM-VIEWS         PIC 9(7).
           05 SPM-APPLICATIONS  PIC 9(6).

       FD SPONSOR-STATEMENT-FILE.
       01 SPONSOR-STATEMENT-RECORD PIC X(100).

       FD SKILLS-GAP-FILE.
       01 SKILLS-GAP-RECORD PIC X(120).

       FD FUNNEL-FILE.
       01 FUNNEL-RECORD PIC X(130).

       FD CAPACITY-FILE.
       01 CAPACITY-RECORD.
           05 CP-DATE         PIC 9(8).
           05 CP-TIME         PIC X(6).
           05 CP-ITEM         PIC X(24).
      *> "K" KEY SEQUENCE (HIGH-WATER MARK), "F" FILE (RECORD COUNT)
           05 CP-KIND         PIC X(01).
           05 CP-VALUE        PIC 9(12).
           05 CP-LIMIT        PIC 9(12).
           05 CP-REMAINING    PIC 9(12).
           05 CP-BURN-30      PIC 9(12).
      *> 999999 WHEN NOTHING WAS CONSUMED IN THE WINDOW
           05 CP-DAYS-LEFT    PIC 9(6).
           05 CP-EXHAUST-DATE PIC 9(8).
           05 CP-ALERT        PIC X(01).

       FD CAPACITY-REPORT-FILE.
       01 CAPACITY-REPORT-RECORD PIC X(120).

       FD CAP-DATA-FILE.
       01 CAP-DATA-RECORD PIC X(3200).

       FD REPORT-CATALOG-FILE.
       01 REPORT-CATALOG-RECORD.
           05 RC-REPORT-NAME  PIC X(30).
      *> TRANSACTION CODE, OR THE CHAIN JOB'S joblog.doc NAME
           05 RC-JOB-NAME     PIC X(12).
      *> "O" OPS, "C" CAREER CENTER, "S" SECURITY
           05 RC-AUDIENCE     PIC X(01).
           05 RC-KEEP         PIC 9(2).
      *> "R" ANY OPERATOR, "F" FULL-ACCESS OPERATORS ONLY
           05 RC-VIEW-LEVEL   PIC X(01).
           05 RC-TITLE        PIC X(40).

       FD REPORT-GENERATIONS-FILE.
       01 REPORT-GENERATION-RECORD.
           05 RG-REPORT-NAME  PIC X(30).
      *> BUSINESS DATE THE COPY WAS FILED AS OF
           05 RG-DATE         PIC 9(8).
           05 RG-FILE-NAME    PIC X(64).
           05 RG-LINES        PIC 9(6).
           05 RG-FILED-AT     PIC X(14).

       FD REPORT-GENERATIONS-TEMP-FILE.
       01 REPORT-GENERATION-TEMP-RECORD PIC X(122).

       FD REPORT-DISTLIST-FILE.
       01 REPORT-DISTLIST-RECORD.
           05 RD-AUDIENCE     PIC X(01).
           05 RD-ADDRESS      PIC X(60).

       FD REPORT-MANIFEST-FILE.
       01 REPORT-MANIFEST-RECORD.
           05 RM-BUSINESS-DATE PIC 9(8).
           05 RM-AUDIENCE      PIC X(01).
      *> SPACES WHEN THE DISTRIBUTION LIST HAS NOBODY FOR THE AUDIENCE
           05 RM-ADDRESS       PIC X(60).
           05 RM-REPORT-NAME   PIC X(30).
           05 RM-FILE-NAME     PIC X(64).
           05 RM-TITLE         PIC X(40).

      *> WIDE ENOUGH FOR THE WIDEST CATALOGUED REPORT LINE
       FD RPT-SOURCE-FILE.
       01 RPT-SOURCE-RECORD PIC X(160).

       FD RPT-COPY-FILE.
       01 RPT-COPY-RECORD PIC X(160).

       FD STATS-HISTORY-FILE.
       01 STATS-HISTORY-RECORD.
           05 SH-DATE         PIC 9(8).
           05 SH-ACCOUNTS     PIC 9(6).
           05 SH-PROFILES     PIC 9(6).
           05 SH-CONNECTIONS  PIC 9(6).
           05 SH-JOBS         PIC 9(6).
           05 SH-APPLICATIONS PIC 9(6).
           05 SH-MESSAGES     PIC 9(6).
       01 STATS-HISTORY-COUNTS.
           05 FILLER          PIC 9(8).
           05 SH-COUNT        PIC 9(6) OCCURS 6 TIMES.

       FD JOBLOG-REPORT-FILE.
       01 JOBLOG-REPORT-RECORD PIC X(100).

      *> "unknown transaction" OR "in-flight at abend" -- WHATEVER
      *> PUT THE ENTRY HERE
           05 DL-REASON    PIC X(30).
      *> THE AS-OF DATE THE QUEUE LINE CARRIED, SO A REQUEUE KEEPS IT
           05 DL-AS-OF     PIC X(8).
      *> WHICH INPUT ROW, FOR ENTRIES WRITTEN BY A FEED PROGRAM (THE
      *> ATS STATUS FEED); SPACES ON DISPATCHER ENTRIES
           05 DL-DETAIL    PIC X(60).

       FD DEAD-LETTER-TEMP-FILE.
       01 DEAD-LETTER-TEMP-RECORD.
           05 DLT-TIMESTAMP PIC X(14).
           05 DLT-CODE      PIC X(20).
           05 DLT-REASON    PIC X(30).
           05 DLT-AS-OF     PIC X(8).
           05 DLT-DETAIL    PIC X(60).

       FD NOTIF-PREFS-FILE.
       01 NOTIF-PREFS-RECORD.
       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(100).

      *> A TRANSACTION CODE, OPTIONALLY FOLLOWED BY A SPACE AND THE
      *> YYYYMMDD BUSINESS DATE TO RUN IT AS OF
       FD TRANSACTION-QUEUE-FILE.
       01 TRANSACTION-QUEUE-RECORD PIC X(40).

       FD SUBSCRIPTIONS-FILE.
       01 SUBSCRIPTION-RECORD.

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

      *> SAME 489-BYTE LAYOUT -- ONLY WHAT THE CONTROL TOTALS NEED IS
      *> NAMED
       FD APPLICATIONS-SEQ-FILE.
       01 APPLICATIONS-SEQ-RECORD.
           05 APS-USERNAME   PIC X(20).
           05 APS-JOB-ID     PIC X(4).
           05 APS-STATUS     PIC X(01).
           05 FILLER         PIC X(464).

       FD CONNECTION-REQUESTS-FILE.
       01 CONNECTION-REQUEST-RECORD.
           05 CR-KEY.
               10 CR-SENDER    PIC X(20).
               10 CR-RECEIVER  PIC X(20).
           05 CR-TIMESTAMP PIC X(20).

       FD CONNECTIONS-FILE.
       01 CONNECTION-RECORD.
           05 CN-KEY.
               10 CN-USER-ONE  PIC X(20).
               10 CN-USER-TWO  PIC X(20).
           05 CN-CONNECTED-DATE PIC X(8).

       FD CONNECTIONS-SEQ-FILE.
       01 CONNECTIONS-SEQ-RECORD PIC X(48).

       FD CONN-REQ-SEQ-FILE.
       01 CONN-REQ-SEQ-RECORD PIC X(60).

       FD LOGIN-HISTORY-FILE.
       01 LOGIN-HISTORY-RECORD.
           05 LH-USERNAME  PIC X(20).
       FD DIGEST-FILE.
       01 DIGEST-RECORD PIC X(120).

      *> SEE THE MAIN PROGRAM'S FDS FOR THESE THREE
       FD INTERVIEWS-FILE.
       01 INTERVIEW-RECORD.
           05 IV-USERNAME       PIC X(20).
           05 IV-JOB-ID         PIC 9(4).
           05 IV-SLOT-1         PIC X(20).
           05 IV-SLOT-2         PIC X(20).
           05 IV-SLOT-3         PIC X(20).
           05 IV-STATUS         PIC X(01).
           05 IV-CHOSEN-SLOT    PIC 9(01).
           05 IV-PROPOSED-DATE  PIC 9(8).
           05 IV-CONFIRMED-DATE PIC 9(8).
           05 IV-EMPLOYER       PIC X(20).

       FD EVENTS-FILE.
       01 EVENT-RECORD.
           05 EV-ID       PIC 9(4).
           05 EV-TITLE    PIC X(30).
           05 EV-DESC     PIC X(200).
           05 EV-LOCATION PIC X(20).
           05 EV-DATE     PIC 9(8).
           05 EV-POSTER   PIC X(20).

       FD EVENT-RSVPS-FILE.
       01 EVENT-RSVP-RECORD.
           05 ER-EVENT-ID PIC 9(4).
           05 ER-USERNAME PIC X(20).

       FD CALENDAR-FILE.
       01 CALENDAR-RECORD PIC X(80).

       FD CALENDAR-STATE-FILE.
       01 CALENDAR-STATE-RECORD.
           05 CS-USERNAME PIC X(20).
           05 CS-COUNT    PIC 9(4).
           05 CS-HASH     PIC 9(15).

       FD CALENDAR-STATE-TEMP-FILE.
       01 CALENDAR-STATE-TEMP-RECORD PIC X(39).

       FD UNIVERSITIES-FILE.
       01 UNIVERSITY-RECORD.
           05 UN-NAME PIC X(30).
               INDEXED BY PR-SKILL-IDX.
               10 PR-SKILL-NAME   PIC X(30).

      *> ONE ROW PER PROFILE, REBUILT WHOLESALE EVERY PROFSCORE RUN IN
      *> PROFILE KEY ORDER. PS-MISSING HOLDS THE HEAVIEST-WEIGHTED
      *> CHECKLIST ITEMS THE PROFILE LACKS, WORST FIRST
       FD PROFILE-SCORES-FILE.
       01 PROFILE-SCORE-RECORD.
           05 PS-USERNAME       PIC X(20).
           05 PS-SCORE          PIC 9(3).
           05 PS-MISSING-COUNT  PIC 9(2).
           05 PS-MISSING        PIC X(20) OCCURS 3 TIMES.
           05 PS-DATE           PIC 9(8).
      *> LAST DAY A LOW-SCORE NUDGE WENT OUT, CARRIED FORWARD ACROSS
      *> REBUILDS SO A STUDENT IS NUDGED AT MOST ONCE A WEEK
           05 PS-NUDGE-DATE     PIC 9(8).

       FD PROFILE-SCORES-TEMP-FILE.
       01 PROFILE-SCORE-TEMP-RECORD PIC X(101).

      *> SEE THE MAIN PROGRAM'S FD
       FD DOCUMENTS-FILE.
       01 DOCUMENT-RECORD.
           05 DOC-USERNAME PIC X(20).
           05 DOC-NAME     PIC X(30).
           05 DOC-LINK     PIC X(100).
           05 DOC-NOTE     PIC X(60).
           05 DOC-DATE     PIC 9(8).
           05 DOC-BOOK     PIC X(01).

       FD COMPLETENESS-REPORT-FILE.
       01 COMPLETENESS-REPORT-RECORD PIC X(100).

      *> ONE RECORD PER SCORED PROFILE, SORTED INTO REPORT ORDER
       SD PC-SORT-FILE.
       01 PC-SORT-RECORD.
           05 PCS-UNIVERSITY    PIC X(30).
           05 PCS-MAJOR         PIC X(30).
           05 PCS-GRAD-YEAR     PIC 9(4).
           05 PCS-SCORE         PIC 9(3).

      *> SEE THE MAIN PROGRAM'S FD
       FD CONTROL-FILE.
       01 CONTROL-RECORD.
           05 CTL-MAX-ACCOUNTS        PIC 9(4).
           05 CTL-ADMIN-PASSWORD-HASH PIC X(12).
           05 CTL-NEXT-JOB-ID         PIC 9(4).
           05 CTL-MAX-LOGIN-FAILURES  PIC 9(2).
           05 CTL-MAX-PASSWORD-AGE    PIC 9(3).
           05 CTL-MAX-MSGS-PER-DAY    PIC 9(3).
           05 CTL-MAX-CONNREQ-PER-DAY PIC 9(3).
           05 CTL-NEXT-MSG-ID         PIC 9(8).
           05 CTL-DRY-RUN             PIC X(01).

      *> SEE THE MAIN PROGRAM'S FD
       FD PARAM-HISTORY-FILE.
       01 PARAM-HISTORY-RECORD.
           05 PH-PARAM          PIC X(20).
           05 PH-OLD-VALUE      PIC 9(4).
           05 PH-NEW-VALUE      PIC 9(4).
           05 PH-EFFECTIVE-DATE PIC 9(8).
           05 PH-REQUESTED-BY   PIC X(20).
           05 PH-REQUESTED-TS   PIC X(14).
           05 PH-APPROVED-BY    PIC X(20).
           05 PH-APPROVED-TS    PIC X(14).

       FD PARAM-REPORT-FILE.
       01 PARAM-REPORT-RECORD PIC X(132).

      *> SEE THE MAIN PROGRAM'S FD
       FD SAVED-JOBS-FILE.
       01 SAVED-JOB-RECORD.
           05 SJ-USERNAME PIC X(20).
           05 SJ-JOB-ID   PIC 9(4).

      *> SEE THE MAIN PROGRAM'S FD
       FD OUTREACH-CONTACTS-FILE.
       01 OUTREACH-CONTACT-RECORD.
           05 OC-USERNAME       PIC X(20).
           05 OC-CONTACT-DATE   PIC 9(8).
           05 OC-CONTACTED-BY   PIC X(20).
           05 OC-NOTE           PIC X(60).
           05 OC-RECORDED-TS    PIC X(14).

      *> ONE ROW PER FLAGGED SENIOR, REBUILT WHOLESALE EVERY OUTREACH
      *> RUN IN UNIVERSITY ORDER, NOT-YET-CONTACTED FIRST. EACH "Y"
      *> FLAG IS ONE REASON THE STUDENT IS ON THE LIST
       FD OUTREACH-LIST-FILE.
       01 OUTREACH-LIST-RECORD.
           05 OL-UNIVERSITY     PIC X(30).
           05 OL-USERNAME       PIC X(20).
           05 OL-FIRST-NAME     PIC X(20).
           05 OL-LAST-NAME      PIC X(20).
           05 OL-GRAD-YEAR      PIC 9(4).
           05 OL-NO-LOGIN       PIC X(01).
           05 OL-NO-APPS        PIC X(01).
           05 OL-FEW-CONN       PIC X(01).
           05 OL-THIN-PROFILE   PIC X(01).
      *> LAST SUCCESSFUL LOGIN, ZERO FOR NEVER
           05 OL-LAST-LOGIN     PIC 9(8).
           05 OL-CONNECTIONS    PIC 9(3).
      *> PROFSCORE'S COMPLETENESS SCORE, 999 WHEN NOT YET SCORED
           05 OL-SCORE          PIC 9(3).
           05 OL-SAVED-JOBS     PIC 9(3).
           05 OL-RSVPS          PIC 9(3).
      *> LATEST ADVISER CONTACT ON FILE, ZERO FOR STILL UNTOUCHED
           05 OL-CONTACT-DATE   PIC 9(8).
           05 OL-CONTACTED-BY   PIC X(20).
           05 OL-LIST-DATE      PIC 9(8).

       FD OUTREACH-REPORT-FILE.
       01 OUTREACH-REPORT-RECORD PIC X(100).

      *> SAME LAYOUT AS OUTREACH-LIST-RECORD
       SD OR-SORT-FILE.
       01 OR-SORT-RECORD.
           05 ORS-UNIVERSITY    PIC X(30).
           05 ORS-USERNAME      PIC X(20).
           05 ORS-FIRST-NAME    PIC X(20).
           05 ORS-LAST-NAME     PIC X(20).
           05 FILLER            PIC X(28).
           05 ORS-CONTACT-DATE  PIC 9(8).
           05 FILLER            PIC X(28).

      *> SEE THE MAIN PROGRAM'S FD
       FD COMPANY-HOLDS-FILE.
       01 COMPANY-HOLD-RECORD.
           05 CH-HOLD-ID          PIC 9(4).
           05 CH-COMPANY          PIC X(30).
           05 CH-STATUS           PIC X(01).
           05 CH-REASON           PIC X(60).
           05 CH-LIFT-DATE        PIC 9(8).
           05 CH-PLACED-BY        PIC X(20).
           05 CH-PLACED-TS        PIC X(14).
           05 CH-APPROVED-BY      PIC X(20).
           05 CH-APPROVED-TS      PIC X(14).
           05 CH-LIFTED-BY        PIC X(20).
           05 CH-LIFT-APPROVED-BY PIC X(20).
           05 CH-LIFTED-TS        PIC X(14).

       FD SEARCH-INDEX-FILE.
       01 SEARCH-INDEX-RECORD.
           05 SX-TOKEN    PIC X(41).
           05 JX-TOKEN  PIC X(41).
           05 JX-JOB-ID PIC 9(4).

      *> SEE InCollege-Reconcile.cob FOR THE FULL DESCRIPTION -- ONLY
      *> WHAT THE CONVERSIONS CHECK IS NAMED
       FD DATA-CATALOG-FILE.
       01 DATA-CATALOG-RECORD.
           05 DC-FILE-NAME      PIC X(30).
           05 DC-ORGANIZATION   PIC X(01).
           05 DC-RECORD-LENGTH  PIC 9(05).
           05 FILLER            PIC X(71).

       FD OPS-QUEUE-FILE.
       01 OPS-QUEUE-RECORD.
           05 OQ-DATE          PIC 9(8).
           05 OQ-TIME          PIC X(6).
           05 OQ-QUEUE         PIC X(12).
           05 OQ-LABEL         PIC X(18).
      *> TARGET TURNAROUND IN DAYS IN FORCE FOR THE RUN
           05 OQ-TARGET        PIC 9(3).
           05 OQ-OPEN          PIC 9(5).
           05 OQ-UNDATED       PIC 9(5).
      *> ITEMS OLDER THAN THE TARGET; ANY AT ALL SETS OQ-BREACH "Y"
           05 OQ-LATE          PIC 9(5).
           05 OQ-OLDEST-AGE    PIC 9(5).
           05 OQ-OLDEST-ITEM   PIC X(30).
           05 OQ-BREACH        PIC X(01).

       FD OPS-QUEUE-REPORT-FILE.
       01 OPS-QUEUE-REPORT-RECORD PIC X(120).

      *> ONE ROW PER QUEUE CODE (JOBREVIEW, VETTING, DEADLETTER,
      *> APPROVALS, ABUSE, IVOFFER) -- SEE WS-OQ-SPEC-TABLE
       FD SERVICE-LEVELS-FILE.
       01 SERVICE-LEVEL-RECORD.
           05 SL-QUEUE         PIC X(12).
           05 SL-TARGET-DAYS   PIC 9(3).

      *> SEE THE MAIN PROGRAM'S FD
       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           05 AU-TIMESTAMP  PIC X(14).
           05 AU-USERNAME   PIC X(20).
           05 AU-ACTION     PIC X(12).
           05 AU-KEY        PIC X(24).
           05 AU-SEAL-TYPE  PIC X(01).
           05 AU-SEAL-SEQ   PIC 9(9).
           05 AU-SEAL-CHECK PIC 9(10).

      *> SEE THE MAIN PROGRAM'S FD
       FD PENDING-APPROVALS-FILE.
       01 PENDING-APPROVAL-RECORD.
           05 PA-TIMESTAMP    PIC X(14).
           05 PA-REQUESTED-BY PIC X(20).
           05 PA-ACTION       PIC X(12).
           05 PA-TARGET       PIC X(20).
           05 PA-DATA         PIC X(12).

      *> SEE THE MAIN PROGRAM'S FD
       FD ABUSE-REPORTS-FILE.
       01 ABUSE-REPORT-RECORD.
           05 AB-REPORTER  PIC X(20).
           05 AB-OFFENDER  PIC X(20).
           05 AB-TEXT      PIC X(100).
           05 AB-TIMESTAMP PIC X(14).

      *> SEE THE MAIN PROGRAM'S FD
       FD OFFERS-FILE.
       01 OFFER-RECORD.
           05 OF-USERNAME      PIC X(20).
           05 OF-JOB-ID        PIC 9(4).
           05 OF-SALARY        PIC 9(8).
           05 OF-START-DATE    PIC 9(8).
           05 OF-DEADLINE      PIC 9(8).
           05 OF-STATUS        PIC X(01).
           05 OF-OFFER-DATE    PIC 9(8).
           05 OF-DECISION-DATE PIC 9(8).

      *> ONE ROW PER LISTING PER SUSPECTED DUPLICATE GROUP
       FD JOB-DUPES-FILE.
       01 JOB-DUPE-RECORD.
           05 JD-GROUP         PIC 9(5).
           05 JD-JOB-ID        PIC 9(4).
           05 JD-FOUND-DATE    PIC 9(8).
      *> BEST SCORE (OUT OF 100) AGAINST ANOTHER LISTING IN THE GROUP
           05 JD-SCORE         PIC 9(3).
      *> "P" AWAITING AN OPERATOR; "S" KEPT AS THE SURVIVOR; "M" MERGED
      *> INTO JD-SURVIVOR AND CLOSED; "N" RULED NOT A DUPLICATE
           05 JD-STATUS        PIC X(01).
           05 JD-SURVIVOR      PIC 9(4).
           05 JD-DECIDED-BY    PIC X(20).
           05 JD-DECIDED-DATE  PIC 9(8).

       FD JOB-DUPES-TEMP-FILE.
       01 JOB-DUPE-TEMP-RECORD PIC X(53).

       FD JOB-DUPES-REPORT-FILE.
       01 JOB-DUPES-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
      *> === RUN-CONTROL WORKING STORAGE ===
      *> THE NIGHTLY CHAIN ORDER IS ARCHIVE -> RECONCILE -> DAILYREPORT
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
       77  WS-THIS-JOB-NAME      PIC X(12) VALUE "BATCHJOBS".
      *> RECONCILE, NOT DAILYREPORT: THE DAILY REPORT USUALLY RUNS AS A
      *> QUEUED TRANSACTION INSIDE THIS VERY JOB, SO REQUIRING IT FIRST
           05  WS-JOBLOG-SLOT-JOB   PIC X(12).
           05  WS-JOBLOG-SLOT-EVENT PIC X(5).

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

      *> WHEN THE CURRENT QUEUED STEP WAS DISPATCHED -- A HALT ROW A
      *> CHAINED JOB WRITES AFTER THIS STOPS THE REST OF THE QUEUE
       77  WS-CT-STEP-STARTED    PIC X(14).
       77  WS-CT-HALTED-BY       PIC X(12).

       77  WS-JOBS-FILE-STATUS    PIC XX.
       77  WS-REPORT-STATUS       PIC XX.
       77  WS-JOBS-FILE-EOF       PIC X VALUE "N".
       77  WS-QUEUE-STATUS        PIC XX.
       77  WS-QUEUE-EOF           PIC X VALUE "N".
       77  WS-TRANSACTION-CODE    PIC X(20).
       77  WS-QUEUE-LINE          PIC X(40).
       77  WS-QUEUE-AS-OF         PIC X(8).
       77  WS-QUEUE-AS-OF-OK      PIC X VALUE "Y".
       77  WS-QUEUE-AS-OF-DATE    PIC 9(8) VALUE 0.
      *> THE BUSINESS DATE THE WHOLE RUN STARTED WITH -- EACH AS-OF
      *> QUEUE ENTRY PUTS IT BACK WHEN IT FINISHES
       77  WS-RUN-BUSINESS-DATE   PIC 9(8) VALUE 0.
      *> SCRATCH LINE BUFFER FOR RE-ASSEMBLING REPORT LINES IN PLACE
       77  WS-TRANSACTION-CODE-LONG PIC X(100).

       77  WS-DIGEST-STATUS      PIC XX.
       77  WS-APPLICATIONS-FILE-STATUS PIC XX.
       77  WS-APP-NOTIFY-EOF     PIC X VALUE "N".
       77  WS-APPLICATIONS-SEQ-STATUS PIC XX.
       77  WS-APPCONV-EOF        PIC X VALUE "N".
       77  WS-APPCONV-RUN        PIC X VALUE "N".
       77  WS-APPCONV-LOADED     PIC 9(6) VALUE 0.
       77  WS-APPCONV-DUPLICATES PIC 9(6) VALUE 0.
       77  WS-CONNECTIONS-STATUS PIC XX.
       77  WS-CONNECTIONS-SEQ-STATUS PIC XX.
       77  WS-CONN-REQ-SEQ-STATUS PIC XX.
       77  WS-CONNCONV-EOF       PIC X VALUE "N".
       77  WS-CONNCONV-RUN       PIC X VALUE "N".
       77  WS-CONNCONV-CONN-LOADED PIC 9(6) VALUE 0.
       77  WS-CONNCONV-CONN-DUPS PIC 9(6) VALUE 0.
       77  WS-CONNCONV-REQ-LOADED PIC 9(6) VALUE 0.
       77  WS-CONNCONV-REQ-DUPS  PIC 9(6) VALUE 0.
      *> +1 WHEN A LOADED ROW IS THE CONTROL-TOTAL DIFFERENCE, -1 WHEN
      *> A DROPPED ONE IS -- SEE EXPLAIN-CONVERTED-APPLICATION
       77  WS-CONV-ROW-SIGN      PIC S9 VALUE 1.
      *> THE FILE A CONVERSION IS ABOUT TO LOAD AND THE RECORD LENGTH
      *> THIS PROGRAM HOLDS FOR IT -- SEE CHECK-CONVERSION-LAYOUT
       77  WS-DATA-CATALOG-STATUS PIC XX.
       77  WS-DATA-CATALOG-EOF   PIC X VALUE "N".
       77  WS-CONV-FILE-NAME     PIC X(30).
       77  WS-CONV-LENGTH        PIC 9(5) VALUE 0.
       77  WS-CONV-LAYOUT-OK     PIC X VALUE "N".
       77  WS-CONV-REASON        PIC X(60).
       77  WS-ACCOUNTS-EOF       PIC X VALUE "N".
       77  WS-MESSAGES-EOF       PIC X VALUE "N".
       77  WS-CONN-REQ-EOF       PIC X VALUE "N".
       77  WS-DIGEST-WRITTEN     PIC 9(6) VALUE 0.
       77  WS-DIGEST-JOB-TALLY   PIC 9(4) VALUE 0.
       77  WS-DIGEST-JOB-TEXT    PIC X(220).
       77  WS-INTERVIEWS-STATUS  PIC XX.
       77  WS-EVENTS-STATUS      PIC XX.
       77  WS-EVENT-RSVPS-STATUS PIC XX.
       77  WS-CALENDAR-STATUS    PIC XX.
       77  WS-CAL-STATE-STATUS   PIC XX.
       77  WS-CAL-STATE-TEMP-STATUS PIC XX.
       77  WS-CAL-STATE-EOF      PIC X VALUE "N".
       77  WS-CALENDAR-FILE-NAME PIC X(64).
       77  WS-CAL-PRIOR-COUNT    PIC 9(4) VALUE 0.
       77  WS-CAL-PRIOR-HASH     PIC 9(15) VALUE 0.
       77  WS-DIGEST-CALENDARS   PIC 9(6) VALUE 0.
      *> === CALENDAR EXPORT WORKING STORAGE ===
      *> ONE ROW PER CALENDAR ENTRY FOR WS-CAL-USERNAME: KIND "I" IS AN
      *> INTERVIEW SLOT, "E" AN (ALL-DAY) CAREER EVENT
       77  WS-CAL-USERNAME       PIC X(20).
       77  WS-CAL-EMPLOYER       PIC X VALUE "N".
       77  WS-CAL-EOF            PIC X VALUE "N".
       77  WS-CAL-HIT            PIC X VALUE "N".
       77  WS-CAL-COUNT          PIC 9(4) VALUE 0.
       77  WS-CAL-I              PIC 9(4) VALUE 0.
       77  WS-CAL-J              PIC 9(4) VALUE 0.
       77  WS-CAL-HASH           PIC 9(15) VALUE 0.
       77  WS-CAL-SLOT-TEXT      PIC X(20).
       77  WS-CAL-SLOT-STATUS    PIC X(9).
       77  WS-CAL-STAMP          PIC X(15).
       77  WS-CAL-LINE           PIC X(400).
       77  WS-CAL-LINE-LEN       PIC 9(4) VALUE 0.
       77  WS-CAL-POS            PIC 9(4) VALUE 0.
       77  WS-CAL-CHUNK          PIC 9(4) VALUE 0.
       77  WS-CAL-OUT            PIC X(80).
       77  WS-CAL-ESC-IN         PIC X(200).
       77  WS-CAL-ESC-OUT        PIC X(400).
       77  WS-CAL-ESC-LEN        PIC 9(4) VALUE 0.
       77  WS-CAL-ESC-K          PIC 9(4) VALUE 0.
       77  WS-CAL-RSVP-COUNT     PIC 9(4) VALUE 0.
       01  WS-CAL-RSVP-TABLE OCCURS 100 TIMES.
           05  WS-CAL-RSVP-ID    PIC 9(4).
       01  WS-CAL-TABLE OCCURS 100 TIMES.
           05  WS-CAL-KIND       PIC X(01).
           05  WS-CAL-DATE       PIC 9(8).
           05  WS-CAL-TIME       PIC 9(4).
           05  WS-CAL-REF        PIC 9(4).
           05  WS-CAL-STUDENT    PIC X(20).
           05  WS-CAL-WITH       PIC X(20).
           05  WS-CAL-STATUS     PIC X(9).
           05  WS-CAL-TITLE      PIC X(30).
           05  WS-CAL-PLACE      PIC X(20).
           05  WS-CAL-DESC       PIC X(200).

      *> === TIME-TO-HIRE WORKING STORAGE ===
      *> ONE SLOT PER APPLICANT/JOB PAIR SEEN IN app_history.doc,
       77  WS-NP-WANT-ALERTS          PIC X VALUE "Y".
       77  WS-NP-WANT-SOCIAL          PIC X VALUE "Y".
       77  WS-NP-WANT-APPSTAT         PIC X VALUE "Y".
       77  WS-NP-WANT-SYSTEM          PIC X VALUE "Y".
       77  WS-NP-DIGEST-ONLY          PIC X VALUE "N".
      *> WHOSE PREFERENCES TO LOOK UP -- SET BEFORE PERFORMING
      *> LOOKUP-NOTIFY-PREFS
           05  WS-REC-JOB-ID       PIC 9(4).
           05  WS-REC-JOB-TEXT     PIC X(241).
           05  WS-REC-JOB-LOCATION PIC X(20).
           05  WS-REC-JOB-SPONSOR  PIC X(01).
      *> "Y" WHILE THE LISTING IS A PAID, ACTIVE SPONSORED PLACEMENT
           05  WS-REC-JOB-FEATURED PIC X(01).
      *> THE TOP THREE FOR THE PROFILE CURRENTLY BEING SCORED
       01  WS-REC-TOP-TABLE OCCURS 3 TIMES.
           05  WS-REC-TOP-ID    PIC 9(4).
           05  WS-REC-TOP-SCORE PIC 9(3).
      *> === PROFILE COMPLETENESS WORKING STORAGE ===
       77  WS-PC-STATUS            PIC XX.
       77  WS-PC-TEMP-STATUS       PIC XX.
       77  WS-PC-REPORT-STATUS     PIC XX.
       77  WS-DOCUMENTS-STATUS     PIC XX.
       77  WS-PC-EOF               PIC X VALUE "N".
       77  WS-PC-OLD-EOF           PIC X VALUE "N".
       77  WS-PC-SORT-EOF          PIC X VALUE "N".
       77  WS-PC-SCORE             PIC 9(3) VALUE 0.
       77  WS-PC-HAS-DOC           PIC X VALUE "N".
       77  WS-PC-HAS-CONN          PIC X VALUE "N".
       77  WS-PC-NUDGE-DATE        PIC 9(8) VALUE 0.
       77  WS-PC-I                 PIC 9(4) VALUE 0.
       77  WS-PC-PROFILES          PIC 9(6) VALUE 0.
       77  WS-PC-NUDGES            PIC 9(6) VALUE 0.
      *> BELOW THIS SCORE A STUDENT IS NUDGED, AND COUNTED AS LOW ON
      *> THE REPORT; A NUDGE IS NOT REPEATED INSIDE WS-PC-NUDGE-DAYS
       77  WS-PC-LOW-SCORE         PIC 9(3) VALUE 60.
       77  WS-PC-NUDGE-DAYS        PIC 9(3) VALUE 7.
       77  WS-PC-MISSING-TEXT      PIC X(100).
       77  WS-PC-CONN-OPEN         PIC X VALUE "N".
      *> THE ROW BEING BUILT FOR profile_scores.tmp -- SAME LAYOUT AS
      *> PROFILE-SCORE-RECORD, WHICH HOLDS THE OLD FILE'S LOOK-AHEAD
       01  WS-PC-ROW.
           05 WS-PC-USERNAME       PIC X(20).
           05 WS-PC-ROW-SCORE      PIC 9(3).
           05 WS-PC-MISSING-COUNT  PIC 9(2).
           05 WS-PC-MISSING        PIC X(20) OCCURS 3 TIMES.
           05 WS-PC-DATE           PIC 9(8).
           05 WS-PC-ROW-NUDGE      PIC 9(8).
      *> EVERY ACCOUNT WITH AT LEAST ONE LOCKER DOCUMENT
       77  WS-PC-DOC-COUNT         PIC 9(4) VALUE 0.
       01  WS-PC-DOC-TABLE.
           05 WS-PC-DOC-USER       PIC X(20) OCCURS 2000 TIMES.
      *> REPORT CONTROL BREAKS AND ACCUMULATORS
       77  WS-PC-CUR-UNIVERSITY    PIC X(30).
       77  WS-PC-CUR-MAJOR         PIC X(30).
       77  WS-PC-CUR-YEAR          PIC 9(4) VALUE 0.
       77  WS-PC-GRP-COUNT         PIC 9(4) VALUE 0.
       77  WS-PC-GRP-TOTAL         PIC 9(7) VALUE 0.
       77  WS-PC-GRP-LOW           PIC 9(4) VALUE 0.
       77  WS-PC-UNI-COUNT         PIC 9(5) VALUE 0.
       77  WS-PC-UNI-TOTAL         PIC 9(8) VALUE 0.
       77  WS-PC-UNI-LOW           PIC 9(5) VALUE 0.
       77  WS-PC-ALL-COUNT         PIC 9(6) VALUE 0.
       77  WS-PC-ALL-TOTAL         PIC 9(9) VALUE 0.
       77  WS-PC-ALL-LOW           PIC 9(6) VALUE 0.
       77  WS-PC-AVERAGE           PIC 9(3) VALUE 0.
       01  WS-PC-DETAIL-LINE.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-PCD-MAJOR         PIC X(30).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-PCD-YEAR          PIC X(4).
           05 FILLER               PIC X(3) VALUE SPACES.
           05 WS-PCD-COUNT         PIC ZZZZ9.
           05 FILLER               PIC X(6) VALUE SPACES.
           05 WS-PCD-AVERAGE       PIC ZZ9.
           05 FILLER               PIC X(8) VALUE SPACES.
           05 WS-PCD-LOW           PIC ZZZZ9.
      *> === AT-RISK OUTREACH WORKING STORAGE ===
       77  WS-OR-SAVED-STATUS      PIC XX.
       77  WS-OR-CONTACTS-STATUS   PIC XX.
       77  WS-OR-LIST-STATUS       PIC XX.
       77  WS-OR-REPORT-STATUS     PIC XX.
       77  WS-OR-EOF               PIC X VALUE "N".
       77  WS-OR-SORT-EOF          PIC X VALUE "N".
       77  WS-OR-APPS-OPEN         PIC X VALUE "N".
       77  WS-OR-CONN-OPEN         PIC X VALUE "N".
       77  WS-OR-COUNT             PIC 9(4) VALUE 0.
       77  WS-OR-I                 PIC 9(4) VALUE 0.
       77  WS-OR-FOUND             PIC 9(4) VALUE 0.
       77  WS-OR-USER              PIC X(20).
       77  WS-OR-DATE              PIC 9(8) VALUE 0.
      *> A SENIOR IS WITHIN TWO TERMS OF GRADUATION: CLASS OF THIS
      *> YEAR, OR OF NEXT YEAR ONCE THE FALL TERM HAS STARTED
       77  WS-OR-THIS-YEAR         PIC 9(4) VALUE 0.
       77  WS-OR-FALL-MONTH        PIC 9(2) VALUE 08.
       77  WS-OR-LOGIN-DAYS        PIC 9(3) VALUE 30.
       77  WS-OR-LOGIN-CUTOFF      PIC 9(8) VALUE 0.
       77  WS-OR-MIN-CONNECTIONS   PIC 9(3) VALUE 3.
      *> "MOSTLY EMPTY" -- BELOW THIS PROFSCORE COMPLETENESS SCORE
       77  WS-OR-THIN-SCORE        PIC 9(3) VALUE 40.
       77  WS-OR-FLAGGED           PIC 9(5) VALUE 0.
       77  WS-OR-UNTOUCHED         PIC 9(5) VALUE 0.
       77  WS-OR-UNI-FLAGGED       PIC 9(5) VALUE 0.
       77  WS-OR-UNI-UNTOUCHED     PIC 9(5) VALUE 0.
       77  WS-OR-CUR-UNIVERSITY    PIC X(30).
       77  WS-OR-REASONS           PIC X(100).
       77  WS-OR-PTR               PIC 9(3) VALUE 1.
       77  WS-OR-COUNT-OUT         PIC ZZ9.
       77  WS-OR-COUNT-OUT-2       PIC ZZ9.
      *> EVERY SENIOR STUDENT, WITH THE SIGNALS GATHERED FOR EACH
       01  WS-OR-TABLE OCCURS 2000 TIMES.
           05 WS-OR-STUDENT        PIC X(01).
           05 WS-OR-ROW.
               10 WS-OR-UNIVERSITY   PIC X(30).
               10 WS-OR-USERNAME     PIC X(20).
               10 WS-OR-FIRST-NAME   PIC X(20).
               10 WS-OR-LAST-NAME    PIC X(20).
               10 WS-OR-GRAD-YEAR    PIC 9(4).
               10 WS-OR-NO-LOGIN     PIC X(01).
               10 WS-OR-NO-APPS      PIC X(01).
               10 WS-OR-FEW-CONN     PIC X(01).
               10 WS-OR-THIN-PROFILE PIC X(01).
               10 WS-OR-LAST-LOGIN   PIC 9(8).
               10 WS-OR-CONNECTIONS  PIC 9(3).
               10 WS-OR-SCORE        PIC 9(3).
               10 WS-OR-SAVED-JOBS   PIC 9(3).
               10 WS-OR-RSVPS        PIC 9(3).
               10 WS-OR-CONTACT-DATE PIC 9(8).
               10 WS-OR-CONTACTED-BY PIC X(20).
               10 WS-OR-LIST-DATE    PIC 9(8).
      *> === CONTROL PARAMETER WORKING STORAGE ===
       77  WS-PRM-CONTROL-STATUS   PIC XX.
       77  WS-PH-STATUS            PIC XX.
       77  WS-PH-EOF               PIC X VALUE "N".
       77  WS-PRM-REPORT-STATUS    PIC XX.
       77  WS-PRM-I                PIC 9 VALUE 0.
       77  WS-PRM-ROW              PIC 9(5) VALUE 0.
       77  WS-PRM-CHANGED          PIC 9 VALUE 0.
       77  WS-PRM-HAVE-CONTROL     PIC X VALUE "N".
       77  WS-PRM-VALUE-OUT        PIC ZZZ9.
      *> THE TUNABLES BY THEIR param_history.doc NAMES, IN THE MAIN
      *> PROGRAM'S ORDER
       01  WS-PRM-NAMES-INIT.
           05 FILLER PIC X(20) VALUE "MAX-ACCOUNTS".
           05 FILLER PIC X(20) VALUE "MAX-LOGIN-FAILURES".
           05 FILLER PIC X(20) VALUE "MAX-PASSWORD-AGE".
           05 FILLER PIC X(20) VALUE "MAX-MSGS-PER-DAY".
           05 FILLER PIC X(20) VALUE "MAX-CONNREQ-PER-DAY".
       01  WS-PRM-NAMES REDEFINES WS-PRM-NAMES-INIT.
           05 WS-PRM-NAME          PIC X(20) OCCURS 5 TIMES.
       01  WS-PRM-IN-FORCE OCCURS 5 TIMES.
           05 WS-PRM-VALUE         PIC 9(4).
      *> EFFECTIVE DATE AND param_history.doc ROW NUMBER OF THE CHANGE
      *> IN FORCE -- BOTH ZERO WHILE THE control.doc VALUE STANDS
           05 WS-PRM-FROM          PIC 9(8).
           05 WS-PRM-FROM-ROW      PIC 9(5).
       01  WS-PRM-DETAIL-LINE.
           05 WS-PRMD-PARAM        PIC X(20).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-PRMD-OLD          PIC ZZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-PRMD-NEW          PIC ZZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-PRMD-EFFECTIVE    PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-PRMD-REQUESTED-BY PIC X(20).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-PRMD-APPROVED-BY  PIC X(20).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-PRMD-APPROVED-ON  PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-PRMD-STATE        PIC X(10).
      *> === ALUMNI FLAG WORKING STORAGE ===
       77  WS-ALUMNI-STATUS        PIC XX.
       77  WS-ALUMNI-EOF           PIC X VALUE "N".
       77  WS-CAND-TALLY           PIC 9(4) VALUE 0.
       77  WS-CAND-FIELD-UPPER     PIC X(30).
       77  WS-CAND-SKILL-IDX       PIC 99 VALUE 0.
       77  WS-SKILL-BADGES-STATUS  PIC XX.
       77  WS-SKILL-BADGES-EOF     PIC X VALUE "N".
       77  WS-BADGE-FOUND          PIC X VALUE "N".
      *> DISTINCT USERNAMES WHOSE PROFILE ROWS WERE ADDED OR UPDATED
      *> SINCE THE WATERMARK -- THE ONLY PROFILES WORTH RE-MATCHING
       77  WS-CHANGED-COUNT        PIC 9(4) VALUE 0.
       77  WS-USAGE-METER-EOF      PIC X VALUE "N".
       77  WS-STMT-MONTH           PIC 9(6) VALUE 0.
       77  WS-STMT-COUNT           PIC 9(6) VALUE 0.
      *> === SPONSORSHIP STATEMENT WORKING STORAGE ===
       77  WS-SPL-STATUS           PIC XX.
       77  WS-SPL-EOF              PIC X VALUE "N".
       77  WS-SPM-STATUS           PIC XX.
       77  WS-SPM-EOF              PIC X VALUE "N".
       77  WS-SPS-STATUS           PIC XX.
       77  WS-SPS-MONTH-START      PIC 9(8) VALUE 0.
       77  WS-SPS-MONTH-END        PIC 9(8) VALUE 0.
       77  WS-SPS-NEXT-MONTH       PIC 9(8) VALUE 0.
       77  WS-SPS-FROM             PIC 9(8) VALUE 0.
       77  WS-SPS-TO               PIC 9(8) VALUE 0.
       77  WS-SPS-COUNT            PIC 9(3) VALUE 0.
       77  WS-SPS-METER-COUNT      PIC 9(3) VALUE 0.
       77  WS-SPS-I                PIC 9(3) VALUE 0.
       77  WS-SPS-J                PIC 9(3) VALUE 0.
       77  WS-SPS-K                PIC 9(3) VALUE 0.
       77  WS-SPS-EMPLOYERS        PIC 9(4) VALUE 0.
       77  WS-SPS-EMP-IMPRESSIONS  PIC 9(8) VALUE 0.
       77  WS-SPS-EMP-VIEWS        PIC 9(8) VALUE 0.
       77  WS-SPS-EMP-APPLICATIONS PIC 9(7) VALUE 0.
       77  WS-SPS-EMP-AMOUNT       PIC 9(7)V99 VALUE 0.
       77  WS-SPS-GRAND-AMOUNT     PIC 9(8)V99 VALUE 0.
       77  WS-SPS-RATE-OUT         PIC ZZ,ZZ9.99.
       77  WS-SPS-AMOUNT-OUT       PIC Z,ZZZ,ZZ9.99.
       77  WS-SPS-GRAND-OUT        PIC ZZ,ZZZ,ZZ9.99.
      *> THE CONTRACTS WHOSE WINDOW TOUCHES THE STATEMENT MONTH. ONLY
      *> THE FIRST CONTRACT FOR A LISTING CARRIES ITS METER COUNTS, SO
      *> A RENEWAL WITHIN THE MONTH DOES NOT REPORT THEM TWICE
       01  WS-SPS-TABLE OCCURS 200 TIMES.
           05  WS-SPS-JOB-ID       PIC 9(4).
           05  WS-SPS-EMPLOYER     PIC X(20).
           05  WS-SPS-START        PIC 9(8).
           05  WS-SPS-END          PIC 9(8).
           05  WS-SPS-RATE         PIC 9(5)V99.
           05  WS-SPS-DAYS         PIC 9(3).
           05  WS-SPS-AMOUNT       PIC 9(7)V99.
           05  WS-SPS-FIRST        PIC X(01).
           05  WS-SPS-DONE         PIC X(01).
      *> THE STATEMENT MONTH'S sponsored_meter.doc ROWS
       01  WS-SPS-METER-TABLE OCCURS 200 TIMES.
           05  WS-SPS-M-JOB-ID       PIC 9(4).
           05  WS-SPS-M-IMPRESSIONS  PIC 9(7).
           05  WS-SPS-M-VIEWS        PIC 9(7).
           05  WS-SPS-M-APPLICATIONS PIC 9(6).
      *> LISTINGS WHOSE SPONSORSHIP WINDOW COVERS TODAY, FOR JOBRECS
       77  WS-SPL-ACTIVE-COUNT     PIC 9(2) VALUE 0.
       77  WS-SPL-I                PIC 9(2) VALUE 0.
       01  WS-SPL-ACTIVE-TABLE.
           05  WS-SPL-ACTIVE-ID    PIC 9(4) OCCURS 50 TIMES.
      *> COMPANIES ON A COMPLIANCE HOLD ON THE BUSINESS DATE, AS
      *> UPPER-CASED JR-EMPLOYER-WIDTH NAMES
       77  WS-HOLD-STATUS          PIC XX.
       77  WS-HOLD-EOF             PIC X VALUE "N".
       77  WS-HOLD-IS-ACTIVE       PIC X VALUE "N".
       77  WS-HOLD-I               PIC 9(2) VALUE 0.
       77  WS-HOLD-MATCH-NAME      PIC X(20).
       77  WS-HOLD-ACTIVE-COUNT    PIC 9(2) VALUE 0.
       01  WS-HOLD-ACTIVE-TABLE.
           05  WS-HOLD-ACTIVE-NAME PIC X(20) OCCURS 50 TIMES.
      *> ACCOUNTS InCollege-Dormancy.cob HAS MADE DORMANT ("D"), LEFT
      *> OUT OF CANDALERTS AND JOBRECS. CTL-MAX-ACCOUNTS CAPS THE FILE
      *> AT 9999, SO THE TABLE CANNOT OVERFLOW
       77  WS-DORMANT-COUNT        PIC 9(5) VALUE 0.
       77  WS-DORMANT-I            PIC 9(5) VALUE 0.
       77  WS-DORMANT-FOUND        PIC X VALUE "N".
       77  WS-DORMANT-MATCH        PIC X(20).
       01  WS-DORMANT-TABLE.
           05  WS-DORMANT-NAME     PIC X(20) OCCURS 9999 TIMES.
      *> === OPS WORK-QUEUE WORKING STORAGE ===
      *> ONE ENTRY PER OPS QUEUE: CODE, NAME AND THE DEFAULT TARGET
      *> TURNAROUND IN DAYS. A service_levels.doc ROW FOR THE CODE
      *> OVERRIDES THE TARGET
       77  WS-OQ-STATUS            PIC XX.
       77  WS-OQ-EOF               PIC X VALUE "N".
       77  WS-OQ-RPT-STATUS        PIC XX.
       77  WS-SL-STATUS            PIC XX.
       77  WS-SL-EOF               PIC X VALUE "N".
       77  WS-AUDIT-STATUS         PIC XX.
       77  WS-AUDIT-EOF            PIC X VALUE "N".
       77  WS-PEND-APPR-STATUS     PIC XX.
       77  WS-PEND-APPR-EOF        PIC X VALUE "N".
       77  WS-ABUSE-STATUS         PIC XX.
       77  WS-ABUSE-EOF            PIC X VALUE "N".
       77  WS-OFFERS-STATUS        PIC XX.
       77  WS-OFFERS-EOF           PIC X VALUE "N".
       77  WS-OQ-IV-EOF            PIC X VALUE "N".
       77  WS-OQ-COUNT             PIC 9 VALUE 6.
       77  WS-OQ-Q                 PIC 9 VALUE 0.
       77  WS-OQ-B                 PIC 9 VALUE 0.
       77  WS-OQ-BREACHES          PIC 9 VALUE 0.
       77  WS-OQ-NOW               PIC X(6).
       77  WS-OQ-TODAY-INT         PIC 9(8) VALUE 0.
       77  WS-OQ-WEEK-START        PIC 9(8) VALUE 0.
       77  WS-OQ-ITEM-DATE         PIC 9(8) VALUE 0.
       77  WS-OQ-ITEM-NAME         PIC X(30).
       77  WS-OQ-AGE               PIC 9(5) VALUE 0.
       77  WS-OQ-SHOW-AGE          PIC Z(4)9.
       77  WS-OQ-SHOW-LATE         PIC Z(4)9.
       77  WS-OQ-SHOW-TARGET       PIC ZZ9.
       77  WS-OQ-SHOW-DATE         PIC X(10).
       01  WS-OQ-SPEC-TABLE.
           05 FILLER PIC X(33) VALUE "JOBREVIEW   Job review        002".
           05 FILLER PIC X(33) VALUE "VETTING     Employer vetting  003".
           05 FILLER PIC X(33) VALUE "DEADLETTER  Dead letters      001".
           05 FILLER PIC X(33) VALUE "APPROVALS   Pending approvals 002".
           05 FILLER PIC X(33) VALUE "ABUSE       Abuse reports     002".
           05 FILLER PIC X(33) VALUE "IVOFFER     Interviews/offers 007".
       01  WS-OQ-SPEC-LIST REDEFINES WS-OQ-SPEC-TABLE.
           05  WS-OQ-SPEC OCCURS 6 TIMES.
               10  WS-OQ-SPEC-CODE    PIC X(12).
               10  WS-OQ-SPEC-LABEL   PIC X(18).
               10  WS-OQ-SPEC-TARGET  PIC 9(3).
      *> UPPER EDGE OF EACH AGE BUCKET IN DAYS -- THE LAST TAKES THE REST
       01  WS-OQ-BUCKET-TABLE.
           05 FILLER PIC X(25) VALUE "0000100003000070001499999".
       01  WS-OQ-BUCKET-LIST REDEFINES WS-OQ-BUCKET-TABLE.
           05  WS-OQ-BUCKET-TOP    PIC 9(5) OCCURS 5 TIMES.
       01  WS-OQ-RESULT-TABLE OCCURS 6 TIMES.
           05  WS-OQ-TARGET        PIC 9(3).
           05  WS-OQ-OPEN          PIC 9(5).
      *> NO USABLE DATE -- COUNTED, BUT NOT AGED
           05  WS-OQ-UNDATED       PIC 9(5).
           05  WS-OQ-LATE          PIC 9(5).
           05  WS-OQ-BUCKET        PIC 9(5) OCCURS 5 TIMES.
           05  WS-OQ-OLDEST-DATE   PIC 9(8).
           05  WS-OQ-OLDEST-AGE    PIC 9(5).
           05  WS-OQ-OLDEST-ITEM   PIC X(30).
           05  WS-OQ-BREACH        PIC X(01).
      *> PENDING EMPLOYERS, DATED FROM THEIR "REGISTER" audit.doc ROW
       77  WS-OQ-VET-COUNT         PIC 9(3) VALUE 0.
       77  WS-OQ-VET-I             PIC 9(3) VALUE 0.
       01  WS-OQ-VET-TABLE OCCURS 500 TIMES.
           05  WS-OQ-VET-NAME      PIC X(20).
           05  WS-OQ-VET-DATE      PIC 9(8).
      *> ONE ROW PER OPERATOR: ITEMS CLOSED IN THE WEEK PER QUEUE
      *> (REVIEW, VETTING, DEAD LETTERS, APPROVALS, ABUSE), THEN EVERY
      *> OTHER AUDITED ACTION
       77  WS-OT-COUNT             PIC 9(2) VALUE 0.
       77  WS-OT-I                 PIC 9(2) VALUE 0.
       77  WS-OT-J                 PIC 9(2) VALUE 0.
       77  WS-OT-COL               PIC 9 VALUE 0.
       77  WS-OT-CLOSED-SUM        PIC 9(6) VALUE 0.
       77  WS-OT-ACTIVE            PIC 9(2) VALUE 0.
       01  WS-OT-TABLE OCCURS 50 TIMES.
           05  WS-OT-NAME          PIC X(20).
           05  WS-OT-CLOSED        PIC 9(5) OCCURS 5 TIMES.
           05  WS-OT-OTHER         PIC 9(5).
       01  WS-OQ-LINE.
           05  WS-OQL-LABEL        PIC X(18).
           05  WS-OQL-TARGET       PIC ZZ9.
           05  FILLER              PIC X(01) VALUE "d".
           05  WS-OQL-OPEN         PIC Z(5)9.
           05  WS-OQL-BUCKET       PIC Z(5)9 OCCURS 5 TIMES.
           05  WS-OQL-UNDATED      PIC Z(7)9.
           05  WS-OQL-LATE         PIC Z(5)9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-OQL-FLAG         PIC X(06).
       01  WS-OT-LINE.
           05  WS-OTL-NAME         PIC X(20).
           05  WS-OTL-CLOSED       PIC Z(10)9 OCCURS 5 TIMES.
           05  WS-OTL-TOTAL        PIC Z(10)9.
           05  WS-OTL-OTHER        PIC Z(10)9.
      *> === DUPLICATE LISTING WORKING STORAGE ===
      *> EVERY OPEN LISTING, NORMALIZED FOR THE JOBDUPES COMPARISON:
      *> UPPER-CASED, PUNCTUATION BLANKED, ONE-LETTER WORDS DROPPED AND
      *> EACH WORD KEPT ONCE
       77  WS-JD-STATUS            PIC XX.
       77  WS-JD-EOF               PIC X VALUE "N".
       77  WS-JD-TEMP-STATUS       PIC XX.
       77  WS-JD-RPT-STATUS        PIC XX.
       77  WS-JD-APP-EOF           PIC X VALUE "N".
      *> A PAIR SCORING AT OR ABOVE THIS (OUT OF 100) IS A SUSPECT
       77  WS-JD-THRESHOLD         PIC 9(3) VALUE 85.
       77  WS-JD-COUNT             PIC 9(4) VALUE 0.
       77  WS-JD-SKIPPED           PIC 9(4) VALUE 0.
       77  WS-JD-I                 PIC 9(4) VALUE 0.
       77  WS-JD-J                 PIC 9(4) VALUE 0.
       77  WS-JD-K                 PIC 9(4) VALUE 0.
       77  WS-JD-T                 PIC 9(3) VALUE 0.
       77  WS-JD-U                 PIC 9(3) VALUE 0.
       77  WS-JD-SHARED            PIC 9(3) VALUE 0.
       77  WS-JD-TITLE-SIM         PIC 9(3) VALUE 0.
       77  WS-JD-DESC-SIM          PIC 9(3) VALUE 0.
       77  WS-JD-LOC-SIM           PIC 9(3) VALUE 0.
       77  WS-JD-CAT-SIM           PIC 9(3) VALUE 0.
       77  WS-JD-SCORE             PIC 9(3) VALUE 0.
       77  WS-JD-SUPPRESSED        PIC X VALUE "N".
       77  WS-JD-HEADED            PIC X VALUE "N".
       77  WS-JD-NEXT-GROUP        PIC 9(5) VALUE 0.
       77  WS-JD-FIRST-GROUP       PIC 9(5) VALUE 0.
       77  WS-JD-GROUP             PIC 9(5) VALUE 0.
       77  WS-JD-OLD-GROUP         PIC 9(5) VALUE 0.
       77  WS-JD-GROUPS            PIC 9(5) VALUE 0.
       77  WS-JD-MEMBERS           PIC 9(5) VALUE 0.
       77  WS-JD-APPLICANTS        PIC 9(5) VALUE 0.
       77  WS-JD-WORK-TEXT         PIC X(200).
       77  WS-JD-WORD              PIC X(20).
       77  WS-JD-PTR               PIC 9(3) VALUE 1.
       77  WS-JD-NORM              PIC X(40).
       77  WS-JD-NORM-PTR          PIC 9(3) VALUE 1.
      *> TOKENIZER OUTPUT -- SEE TOKENIZE-DUPE-TEXT
       77  WS-JD-TOK-N             PIC 9(3) VALUE 0.
       01  WS-JD-TOK-TABLE.
           05  WS-JD-TOK           PIC X(20) OCCURS 50 TIMES.
       01  WS-JD-TABLE OCCURS 1000 TIMES.
           05  WS-JD-ID            PIC 9(4).
           05  WS-JD-EMPLOYER      PIC X(20).
           05  WS-JD-LOCATION      PIC X(40).
           05  WS-JD-CATEGORY      PIC X(40).
      *> THIS RUN'S GROUP NUMBER, ZERO WHILE THE LISTING MATCHES NOTHING
           05  WS-JD-GROUP-OF      PIC 9(5).
           05  WS-JD-BEST          PIC 9(3).
           05  WS-JD-TITLE-N       PIC 9(2).
           05  WS-JD-TITLE-TOK     PIC X(20) OCCURS 10 TIMES.
           05  WS-JD-DESC-N        PIC 9(2).
           05  WS-JD-DESC-TOK      PIC X(20) OCCURS 50 TIMES.
      *> GROUPS AN OPERATOR ALREADY RULED NOT TO BE DUPLICATES -- A PAIR
      *> FROM THE SAME ONE IS NEVER RAISED AGAIN
       77  WS-JD-DIS-COUNT         PIC 9(4) VALUE 0.
       77  WS-JD-DIS-I             PIC 9(4) VALUE 0.
       77  WS-JD-DIS-J             PIC 9(4) VALUE 0.
       01  WS-JD-DIS-TABLE OCCURS 2000 TIMES.
           05  WS-JD-DIS-GROUP     PIC 9(5).
           05  WS-JD-DIS-JOB       PIC 9(4).
       01  WS-JD-LINE.
           05  FILLER              PIC X(06) VALUE "  Job ".
           05  WS-JDL-ID           PIC 9(4).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-JDL-TITLE        PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-JDL-LOCATION     PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-JDL-CATEGORY     PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-JDL-POSTED       PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-JDL-AUTHOR       PIC X(20).
           05  WS-JDL-APPS         PIC Z(4)9.
           05  WS-JDL-SCORE        PIC Z(5)9.
      *> === JOB KEYWORD INDEX WORKING STORAGE ===
       77  WS-JOB-INDEX-STATUS     PIC XX.
       77  WS-JOB-INDEX-EOF        PIC X VALUE "N".
       77  WS-SALARY-PARSE-IDX     PIC 99 VALUE 0.
       77  WS-SALARY-PARSE-OUT-IDX PIC 99 VALUE 0.

      *> === WORK AUTHORIZATION WORKING STORAGE ===
       77  WS-WORK-AUTH-STATUS     PIC XX.
       77  WS-WORK-AUTH-EOF        PIC X VALUE "N".
       77  WS-WORK-AUTH-COUNT      PIC 9(4) VALUE 0.
       77  WS-WORK-AUTH-I          PIC 9(4) VALUE 0.
       77  WS-WORK-AUTH-USERNAME   PIC X(20).
       77  WS-NEEDS-SPONSOR        PIC X VALUE "N".
      *> ONLY THE USERS WHO NEED SPONSORSHIP -- NOBODY ELSE IS FILTERED
       01  WS-SPONSOR-USER-TABLE OCCURS 500 TIMES.
           05  WS-SPONSOR-USERNAME PIC X(20).

      *> === TERMS AND CONSENT WORKING STORAGE ===
       77  WS-TERMS-STATUS         PIC XX.
       77  WS-TERMS-EOF            PIC X VALUE "N".
       77  WS-TERMS-CURRENT-VERSION PIC 9(3) VALUE 0.
       77  WS-CONSENT-STATUS       PIC XX.
       77  WS-CONSENT-EOF          PIC X VALUE "N".
       77  WS-CONSENT-KEEP-COUNT   PIC 9(4) VALUE 0.
      *> LATEST TC-SHARE FOR EACH CHANGED PROFILE, PARALLEL TO
      *> WS-CHANGED-TABLE
       01  WS-CONSENT-SHARE-TABLE OCCURS 500 TIMES.
           05  WS-CONSENT-SHARE    PIC X(01).

      *> === CAPACITY WORKING STORAGE ===
      *> ONE ENTRY PER MEASURED ITEM: NAME, FILE, KIND, KEY POSITION AND
      *> LENGTH IN THE FLAT RECORD, THE CEILING (A PIC 9(4) KEY STOPS AT
      *> 9999; RECORD COUNTS AT THE 9(6) COUNTERS THE REPORTS AND
      *> stats_history.doc CARRY), THE journal.doc FILE-ID WHOSE ADDS
      *> CONSUME IT, AND ITS stats_history.doc COLUMN (0 = NONE)
       77  WS-CAPACITY-STATUS      PIC XX.
       77  WS-CAPACITY-EOF         PIC X VALUE "N".
       77  WS-CAPACITY-RPT-STATUS  PIC XX.
       77  WS-CP-DATA-STATUS       PIC XX.
       77  WS-CP-DATA-NAME         PIC X(64).
       77  WS-CP-DATA-EOF          PIC X VALUE "N".
       77  WS-STATS-HIST-STATUS    PIC XX.
       77  WS-STATS-HIST-EOF       PIC X VALUE "N".
       77  WS-CP-ALERT-DAYS        PIC 9(6) VALUE 180.
       77  WS-CP-WINDOW-DAYS       PIC 9(3) VALUE 30.
       77  WS-CP-ITEM-COUNT        PIC 9(2) VALUE 19.
       77  WS-CP-I                 PIC 9(2) VALUE 0.
       77  WS-CP-J                 PIC 9(2) VALUE 0.
       77  WS-CP-TODAY-INT         PIC 9(8) VALUE 0.
       77  WS-CP-WINDOW-START      PIC 9(8) VALUE 0.
       77  WS-CP-NOW               PIC X(6).
       77  WS-CP-VALUE             PIC 9(12) VALUE 0.
       77  WS-CP-KEY-VALUE         PIC 9(12) VALUE 0.
       77  WS-CP-BASE-DATE         PIC 9(8) VALUE 0.
       77  WS-CP-BASE-VALUE        PIC 9(12) VALUE 0.
       77  WS-CP-SPAN-DAYS         PIC 9(6) VALUE 0.
       77  WS-CP-BURN              PIC 9(12) VALUE 0.
       77  WS-CP-DAYS              PIC 9(12) VALUE 0.
       77  WS-CP-ALERTS            PIC 9(3) VALUE 0.
       77  WS-CP-SHOW-VALUE        PIC Z(11)9.
       77  WS-CP-SHOW-LEFT         PIC Z(11)9.
       77  WS-CP-SHOW-BURN         PIC Z(11)9.
       77  WS-CP-SHOW-DAYS         PIC Z(5)9.
       77  WS-CP-SHOW-DATE         PIC X(10).
       01  WS-CP-SPEC-TABLE.
           05 FILLER PIC X(80) VALUE
               "JR-ID                   jobs.doc                K000104000000009999JOBS        0".
           05 FILLER PIC X(80) VALUE
               "APP-JOB-ID              applications.doc        K002104000000009999            0".
           05 FILLER PIC X(80) VALUE
               "EV-ID                   events.doc              K000104000000009999            0".
           05 FILLER PIC X(80) VALUE
               "GR-ID                   groups.doc              K000104000000009999            0".
           05 FILLER PIC X(80) VALUE
               "AN-ID                   announcements.doc       K000104000000009999            0".
           05 FILLER PIC X(80) VALUE
               "CTL-NEXT-JOB-ID         control.doc             K001704000000009999JOBS        0".
           05 FILLER PIC X(80) VALUE
               "CTL-NEXT-MSG-ID         control.doc             K003208000099999999MESSAGES    0".
           05 FILLER PIC X(80) VALUE
               "accounts.doc            accounts.doc            F000000000000999999ACCOUNTS    1".
           05 FILLER PIC X(80) VALUE
               "profiles.doc            profiles.doc            F000000000000999999PROFILES    2".
           05 FILLER PIC X(80) VALUE
               "connections.doc         connections.doc         F000000000000999999CONNECTIONS 3".
           05 FILLER PIC X(80) VALUE
               "jobs.doc                jobs.doc                F000000000000999999JOBS        4".
           05 FILLER PIC X(80) VALUE
               "applications.doc        applications.doc        F000000000000999999APPLICATIONS5".
           05 FILLER PIC X(80) VALUE
               "messages.doc            messages.doc            F000000000000999999MESSAGES    6".
           05 FILLER PIC X(80) VALUE
               "connection_requests.doc connection_requests.doc F000000000000999999CONNREQ     0".
           05 FILLER PIC X(80) VALUE
               "notifications.doc       notifications.doc       F000000000000999999            0".
           05 FILLER PIC X(80) VALUE
               "login_history.doc       login_history.doc       F000000000000999999            0".
           05 FILLER PIC X(80) VALUE
               "app_history.doc         app_history.doc         F000000000000999999            0".
           05 FILLER PIC X(80) VALUE
               "audit.doc               audit.doc               F000000000000999999            0".
           05 FILLER PIC X(80) VALUE
               "journal.doc             journal.doc             F000000000000999999            0".
       01  WS-CP-SPEC-LIST REDEFINES WS-CP-SPEC-TABLE.
           05  WS-CP-SPEC OCCURS 19 TIMES.
               10  WS-CP-SPEC-ITEM     PIC X(24).
               10  WS-CP-SPEC-FILE     PIC X(24).
               10  WS-CP-SPEC-KIND     PIC X(01).
               10  WS-CP-SPEC-POS      PIC 9(4).
               10  WS-CP-SPEC-LEN      PIC 9(2).
               10  WS-CP-SPEC-LIMIT    PIC 9(12).
               10  WS-CP-SPEC-JOURNAL  PIC X(12).
               10  WS-CP-SPEC-STATS    PIC 9(1).
      *> TONIGHT'S FIGURES, HELD UNTIL EVERY ITEM IS MEASURED SO THE
      *> HISTORY FILE IS NOT APPENDED TO WHILE IT IS BEING READ
       01  WS-CP-RESULT OCCURS 19 TIMES.
           05  WS-CP-RES-VALUE       PIC 9(12).
           05  WS-CP-RES-REMAINING   PIC 9(12).
           05  WS-CP-RES-BURN        PIC 9(12).
           05  WS-CP-RES-DAYS        PIC 9(6).
           05  WS-CP-RES-EXHAUST     PIC 9(8).
           05  WS-CP-RES-ALERT       PIC X(01).
      *> journal.doc ADDS IN THE WINDOW, PER FILE-ID
       77  WS-CP-JRNL-COUNT        PIC 9(2) VALUE 0.
       01  WS-CP-JRNL-TABLE OCCURS 10 TIMES.
           05  WS-CP-JRNL-FILE-ID    PIC X(12).
           05  WS-CP-JRNL-ADDS       PIC 9(12).

      *> === REPORT CATALOG WORKING STORAGE ===
       77  WS-RPT-CATALOG-STATUS   PIC XX.
       77  WS-RPT-GEN-STATUS       PIC XX.
       77  WS-RPT-GEN-TEMP-STATUS  PIC XX.
       77  WS-RPT-DISTLIST-STATUS  PIC XX.
       77  WS-RPT-MANIFEST-STATUS  PIC XX.
       77  WS-RPT-SOURCE-STATUS    PIC XX.
       77  WS-RPT-COPY-STATUS      PIC XX.
       77  WS-RPT-EOF              PIC X VALUE "N".
       77  WS-RG-SOURCE-NAME       PIC X(64).
       77  WS-RG-COPY-NAME         PIC X(64).
       77  WS-RG-JOB-NAME          PIC X(12).
       77  WS-RG-DATE              PIC 9(8) VALUE 0.
       77  WS-RG-LINES             PIC 9(6) VALUE 0.
       77  WS-RG-KEPT              PIC 9(3) VALUE 0.
       77  WS-RG-OLDEST-DATE       PIC 9(8) VALUE 0.
       77  WS-RG-DROP-NAME         PIC X(30).
       77  WS-RG-DROP-DATE         PIC 9(8) VALUE 0.
       77  WS-RG-DROPPED           PIC 9(3) VALUE 0.
       77  WS-RG-DELETE-NAME       PIC X(64).
       77  WS-RG-DELETE-RESULT     PIC 9(4) COMP VALUE 0.
       77  WS-RG-ADDRESSED         PIC X VALUE "N".
       77  WS-RG-FILED-COUNT       PIC 9(4) VALUE 0.
       77  WS-RG-PRUNED-COUNT      PIC 9(4) VALUE 0.
       77  WS-RG-MANIFEST-COUNT    PIC 9(4) VALUE 0.
       77  WS-RG-UNADDRESSED-COUNT PIC 9(4) VALUE 0.
       77  WS-RC-COUNT             PIC 9(2) VALUE 0.
       77  WS-RC-I                 PIC 9(2) VALUE 0.
       77  WS-RC-J                 PIC 9(2) VALUE 0.
       77  WS-RC-JOB-ENDED         PIC X VALUE "N".
       77  WS-RC-ENDED-COUNT       PIC 9(2) VALUE 0.
       77  WS-RD-COUNT             PIC 9(2) VALUE 0.
       77  WS-RD-I                 PIC 9(2) VALUE 0.
      *> THE STARTER CATALOG -- SAME LAYOUT AS REPORT-CATALOG-RECORD
       77  WS-RC-DEFAULT-COUNT     PIC 9(2) VALUE 36.
       01  WS-RC-DEFAULT-TABLE.
           05 FILLER PIC X(86) VALUE
               "daily-activity.rpt            DAILYREPORT O14RDaily activity summary                  ".
           05 FILLER PIC X(86) VALUE
               "reconcile.rpt                 RECONCILE   O14RNightly file reconciliation             ".
           05 FILLER PIC X(86) VALUE
               "archive.rpt                   ARCHIVE     O14RArchive pass                            ".
           05 FILLER PIC X(86) VALUE
               "batch-jobs.rpt                BATCHJOBS   O14RBatch dispatcher run                    ".
           05 FILLER PIC X(86) VALUE
               "backup.rpt                    BACKUP      O14FBackup generation                       ".
           05 FILLER PIC X(86) VALUE
               "reorg.rpt                     REORG       O07RIndexed file reorganisation             ".
           05 FILLER PIC X(86) VALUE
               "purge-certificate.rpt         PURGE       S30FTrue-purge certificate                  ".
           05 FILLER PIC X(86) VALUE
               "security-anomaly.rpt          SECANOMALY  S30FSecurity anomalies                      ".
           05 FILLER PIC X(86) VALUE
               "content-hits.rpt              CONTENTHITS S12FProhibited-content hits                 ".
           05 FILLER PIC X(86) VALUE
               "merge.rpt                     ACCTMERGE   O10FDuplicate account merges                ".
           05 FILLER PIC X(86) VALUE
               "capacity.rpt                  CAPACITY    O14RCapacity projection                     ".
           05 FILLER PIC X(86) VALUE
               "joblog-runtimes.rpt           JOBLOGRPT   O14RBatch job runtimes                      ".
           05 FILLER PIC X(86) VALUE
               "canonicalize.rpt              CANONNAMES  O05RUniversity/major mapping                ".
           05 FILLER PIC X(86) VALUE
               "enroll-exceptions.rpt         ENROLLVERIFYO06FEnrollment verification exceptions      ".
           05 FILLER PIC X(86) VALUE
               "ticket-aging.rpt              TICKETAGING O14RSupport ticket aging                    ".
           05 FILLER PIC X(86) VALUE
               "job-syndication.rpt           JOBSYNDICATEO14RPartner job-board feed                  ".
           05 FILLER PIC X(86) VALUE
               "ats-status.rpt                ATSSTATUS   O14REmployer ATS status feed                ".
           05 FILLER PIC X(86) VALUE
               "seal-verify.rpt               SEALVERIFY  S30FAudit/journal seal verification         ".
           05 FILLER PIC X(86) VALUE
               "close-out.rpt                 CLOSEOUT    O14RListing close-out sweep                 ".
           05 FILLER PIC X(86) VALUE
               "funnel.rpt                    FUNNEL      C12RApplication funnel                      ".
           05 FILLER PIC X(86) VALUE
               "skills-gap.rpt                SKILLSGAP   C12RSkills gap                              ".
           05 FILLER PIC X(86) VALUE
               "trend.rpt                     TRENDS      C12RActivity trends                         ".
           05 FILLER PIC X(86) VALUE
               "placement.rpt                 PLACEMENT   C12RPlacement outcomes                      ".
           05 FILLER PIC X(86) VALUE
               "network.rpt                   NETWORK     C12RNetwork statistics                      ".
           05 FILLER PIC X(86) VALUE
               "time-to-hire.rpt              TIMETOHIRE  C12RTime to hire                            ".
           05 FILLER PIC X(86) VALUE
               "internship.rpt                INTERNCREDITC06RInternship credit                       ".
           05 FILLER PIC X(86) VALUE
               "eeo.rpt                       EEOREPORT   C06FEEO applicant flow                      ".
           05 FILLER PIC X(86) VALUE
               "salary-benchmark.rpt          SALARYBENCH C06RSalary benchmarks                       ".
           05 FILLER PIC X(86) VALUE
               "employer-statements.rpt       USAGESTMT   C12REmployer activity statements            ".
           05 FILLER PIC X(86) VALUE
               "sponsorship-statements.rpt    USAGESTMT   C12RSponsored listing statements            ".
           05 FILLER PIC X(86) VALUE
               "profile-completeness.rpt      PROFSCORE   C12RProfile completeness                    ".
           05 FILLER PIC X(86) VALUE
               "control-parameters.rpt        CTLPARAMS   S30RControl parameter changes               ".
           05 FILLER PIC X(86) VALUE
               "at-risk-outreach.rpt          OUTREACH    C12RAt-risk senior outreach                 ".
           05 FILLER PIC X(86) VALUE
               "dormancy.rpt                  DORMANCY    O12RDormant-account lifecycle               ".
           05 FILLER PIC X(86) VALUE
               "opsqueue.rpt                  OPSQUEUE    O14ROps work-queue backlog                  ".
           05 FILLER PIC X(86) VALUE
               "jobdupes.rpt                  JOBDUPES    O14RSuspected duplicate listings            ".
       01  WS-RC-DEFAULT-LIST REDEFINES WS-RC-DEFAULT-TABLE.
           05  WS-RC-DEFAULT PIC X(86) OCCURS 36 TIMES.
      *> THE CATALOG AS LOADED FOR THIS RUN, AND WHICH REPORTS HAVE
      *> BEEN FILED SO FAR
       01  WS-RC-TABLE OCCURS 40 TIMES.
           05  WS-RC-REPORT-NAME   PIC X(30).
           05  WS-RC-JOB-NAME      PIC X(12).
           05  WS-RC-AUDIENCE      PIC X(01).
           05  WS-RC-KEEP          PIC 9(2).
           05  WS-RC-TITLE         PIC X(40).
           05  WS-RC-FILED         PIC X(01).
       01  WS-RD-TABLE OCCURS 50 TIMES.
           05  WS-RD-AUDIENCE      PIC X(01).
           05  WS-RD-ADDRESS       PIC X(60).
      *> CHAIN JOBS THAT LOGGED AN END FOR THIS BUSINESS DATE
       01  WS-RC-ENDED-TABLE OCCURS 20 TIMES.
           05  WS-RC-ENDED-JOB     PIC X(12).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM CHECK-RUN-CONTROL
           IF WS-RUN-CONTROL-OK NOT = "Y"
               STOP RUN
      *> TWICE THIS YEAR A REPORT SILENTLY DIDN'T AND A DEAN FOUND
      *> OUT BEFORE OPS DID
           PERFORM CHECK-BATCH-CHAIN-HEALTH
      *> THE FILES MUST STILL BALANCE TO WHAT THE EARLIER STEPS LEFT
      *> BEFORE ANY QUEUED WORK TOUCHES THEM
           MOVE WS-THIS-JOB-NAME TO WS-CT-STEP-NAME
           PERFORM BALANCE-BEFORE-STEP
           IF WS-CT-OUT-OF-BALANCE NOT = "Y"
               PERFORM WRITE-CONTROL-TOTALS
           END-IF
           PERFORM PROCESS-TRANSACTION-QUEUE
           IF WS-CT-OUT-OF-BALANCE NOT = "Y"
               MOVE WS-THIS-JOB-NAME TO WS-CT-STEP-NAME
               PERFORM BALANCE-BEFORE-STEP
           END-IF
           PERFORM FILE-CHAIN-REPORTS
           PERFORM WRITE-BATCH-REPORT
           PERFORM CLEANUP-BATCH
      *> THIS JOB'S OWN REPORT CAN ONLY BE FILED ONCE IT IS CLOSED
           MOVE WS-THIS-JOB-NAME TO WS-RG-JOB-NAME
           PERFORM FILE-STEP-REPORTS
           PERFORM WRITE-JOBLOG-END
           STOP RUN.

      *> RUN) SO OFF-HOURS HOUSEKEEPING HAPPENS WITHOUT A USER HAPPENING
      *> TO OPEN AN INTERACTIVE MENU
       INITIALIZE-BATCH.
           MOVE WS-BUSINESS-DATE TO WS-RUN-BUSINESS-DATE
           PERFORM SET-TODAY-FROM-BUSINESS-DATE
           OPEN OUTPUT REPORT-FILE
           PERFORM LOAD-REPORT-CATALOG
           .

      *> "TODAY" FOR EVERY PASS IN THIS PROGRAM IS THE BUSINESS DATE,
      *> NEVER THE CLOCK -- SO AN AS-OF RERUN EXPIRES, ALERTS AND
      *> STATEMENTS EXACTLY AS THE SCHEDULED RUN WOULD HAVE
       SET-TODAY-FROM-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           MOVE SPACES TO WS-TODAY-DISPLAY
           STRING WS-TODAY-DATE (5:4) "-" WS-TODAY-DATE (1:2) "-"
               WS-TODAY-DATE (3:2) INTO WS-TODAY-DISPLAY
           .

      *> DRIVES THIS RUN FROM batch-queue.doc IF THE SCHEDULER LEFT ONE
       PROCESS-TRANSACTION-QUEUE.
           OPEN INPUT TRANSACTION-QUEUE-FILE
           IF WS-QUEUE-STATUS NOT = "00"
               IF WS-CT-OUT-OF-BALANCE NOT = "Y"
                   PERFORM EXPIRE-OLD-JOB-LISTINGS
                   ADD 1 TO WS-TRANSACTIONS-RUN
                   MOVE "EXPIREJOBS" TO WS-CT-STEP-NAME
                   MOVE "EXPIREJOBS" TO WS-TRANSACTION-CODE
                   PERFORM BALANCE-AFTER-STEP
               END-IF
           ELSE
               MOVE "N" TO WS-QUEUE-EOF
               PERFORM READ-NEXT-TRANSACTION UNTIL WS-QUEUE-EOF = "Y"
           .

       READ-NEXT-TRANSACTION.
           READ TRANSACTION-QUEUE-FILE INTO WS-QUEUE-LINE
               AT END MOVE "Y" TO WS-QUEUE-EOF
               NOT AT END
                   MOVE SPACES TO WS-TRANSACTION-CODE
                   MOVE SPACES TO WS-QUEUE-AS-OF
                   UNSTRING WS-QUEUE-LINE DELIMITED BY ALL SPACES
                       INTO WS-TRANSACTION-CODE WS-QUEUE-AS-OF
                   END-UNSTRING
                   IF WS-TRANSACTION-CODE NOT = SPACES
                       PERFORM RUN-QUEUED-TRANSACTION
                   END-IF
           END-READ
           .

      *> BRACKET EVERY DISPATCH WITH AN IN-FLIGHT DEAD-LETTER ROW --
      *> IF THE TRANSACTION ABENDS, THE ROW SURVIVES AS THE RECORD OF
      *> WHAT WAS RUNNING. A CLEAN FINISH REMOVES IT AGAIN
      *> ONCE THE CHAIN IS OUT OF BALANCE NOTHING MORE RUNS: THE REST
      *> OF THE QUEUE IS HELD IN THE DEAD-LETTER FILE FOR OPS TO
      *> RE-QUEUE AFTER THE DIFFERENCE IS FOUND
       RUN-QUEUED-TRANSACTION.
           PERFORM APPLY-QUEUE-AS-OF
           IF WS-QUEUE-AS-OF-OK NOT = "Y"
               MOVE "bad as-of date" TO WS-DL-REASON
               PERFORM WRITE-DEAD-LETTER-ROW
               EXIT PARAGRAPH
           END-IF
           IF WS-CT-OUT-OF-BALANCE NOT = "Y"
               MOVE WS-TRANSACTION-CODE TO WS-CT-STEP-NAME
               PERFORM BALANCE-BEFORE-STEP
           END-IF
           IF WS-CT-OUT-OF-BALANCE = "Y"
               MOVE "held - out of balance" TO WS-DL-REASON
               PERFORM WRITE-DEAD-LETTER-ROW
           ELSE
               MOVE "in-flight at abend" TO WS-DL-REASON
               PERFORM WRITE-DEAD-LETTER-ROW
               MOVE DL-TIMESTAMP TO WS-DL-INFLIGHT-TS
               MOVE FUNCTION CURRENT-DATE(1:14)
                   TO WS-CT-STEP-STARTED
               PERFORM DISPATCH-TRANSACTION
               PERFORM BALANCE-AFTER-STEP
               MOVE WS-TRANSACTION-CODE TO WS-RG-JOB-NAME
               PERFORM FILE-STEP-REPORTS
               PERFORM CLEAR-INFLIGHT-DEAD-LETTER
           END-IF
           PERFORM RESTORE-RUN-BUSINESS-DATE
           .

      *> "CODE YYYYMMDD" ON A QUEUE LINE RUNS THAT ONE TRANSACTION AS
      *> OF THE GIVEN BUSINESS DATE -- HOW OPS REPLAYS A MISSED NIGHT,
      *> ONE DATE AT A TIME IN ORDER. THE DATE IS ALSO LEFT IN
      *> business_date.doc FOR THE LENGTH OF THE DISPATCH SO A CHAINED
      *> PROGRAM (DAILYREPORT, PURGE, ...) RUNS AS OF IT TOO. A DATE
      *> THAT IS NOT REAL OR LIES IN THE FUTURE IS DEAD-LETTERED
       APPLY-QUEUE-AS-OF.
           MOVE "Y" TO WS-QUEUE-AS-OF-OK
           IF WS-QUEUE-AS-OF = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-QUEUE-AS-OF NOT NUMERIC
               MOVE "N" TO WS-QUEUE-AS-OF-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-QUEUE-AS-OF TO WS-QUEUE-AS-OF-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-QUEUE-AS-OF-DATE) NOT = 0
               OR WS-QUEUE-AS-OF-DATE > WS-CLOCK-DATE
               MOVE "N" TO WS-QUEUE-AS-OF-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-QUEUE-AS-OF-DATE TO WS-BUSINESS-DATE
           PERFORM SET-TODAY-FROM-BUSINESS-DATE
           PERFORM SAVE-BUSINESS-DATE-RECORD
           .

      *> BACK TO THE RUN'S OWN BUSINESS DATE AFTER AN AS-OF ENTRY. A
      *> RUN ON THE CLOCK LEAVES A ZERO RECORD, WHICH READS AS "USE
      *> THE SYSTEM DATE" -- THE SAME AS NO FILE AT ALL
       RESTORE-RUN-BUSINESS-DATE.
           IF WS-QUEUE-AS-OF = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-BUSINESS-DATE TO WS-BUSINESS-DATE
           PERFORM SET-TODAY-FROM-BUSINESS-DATE
           IF WS-RUN-BUSINESS-DATE = WS-CLOCK-DATE
               MOVE 0 TO WS-QUEUE-AS-OF-DATE
           ELSE
               MOVE WS-RUN-BUSINESS-DATE TO WS-QUEUE-AS-OF-DATE
           END-IF
           PERFORM SAVE-BUSINESS-DATE-RECORD
           .

      *> business_date.doc REWRITTEN TO HOLD WS-QUEUE-AS-OF-DATE
       SAVE-BUSINESS-DATE-RECORD.
           OPEN OUTPUT BUSINESS-DATE-FILE
           IF WS-BUSINESS-DATE-STATUS = "00"
               MOVE WS-QUEUE-AS-OF-DATE TO BD-DATE
               WRITE BUSINESS-DATE-RECORD
               CLOSE BUSINESS-DATE-FILE
           END-IF
           .

       WRITE-DEAD-LETTER-ROW.
           OPEN EXTEND DEAD-LETTER-FILE
           IF WS-DEAD-LETTER-STATUS NOT = "00"
           MOVE FUNCTION CURRENT-DATE(1:14) TO DL-TIMESTAMP
           MOVE WS-TRANSACTION-CODE TO DL-CODE
           MOVE WS-DL-REASON TO DL-REASON
           MOVE WS-QUEUE-AS-OF TO DL-AS-OF
           MOVE SPACES TO DL-DETAIL
           WRITE DEAD-LETTER-RECORD
           CLOSE DEAD-LETTER-FILE
           .
               WHEN "JOBRECS"
                   PERFORM BUILD-JOB-RECOMMENDATIONS
                   ADD 1 TO WS-TRANSACTIONS-RUN
               WHEN "PROFSCORE"
                   PERFORM SCORE-PROFILE-COMPLETENESS
                   ADD 1 TO WS-TRANSACTIONS-RUN
               WHEN "CTLPARAMS"
                   PERFORM APPLY-CONTROL-PARAMETERS
                   ADD 1 TO WS-TRANSACTIONS-RUN
               WHEN "OUTREACH"
                   PERFORM BUILD-OUTREACH-LIST
                   ADD 1 TO WS-TRANSACTIONS-RUN
      *> BACKUP AND RESTORE CHAIN TO THE STANDALONE GENERATION-BACKUP
      *> JOB (InCollege-Backup.cob) THE SAME WAY DAILYREPORT CHAINS --
      *> ITS MODE AND GENERATION COME FROM backup-control.doc
               WHEN "CANONNAMES"
                   PERFORM CANONICALIZE-PROFILE-NAMES
                   ADD 1 TO WS-TRANSACTIONS-RUN
               WHEN "INTERNCREDIT"
                   PERFORM RUN-INTERNSHIP-REPORT
                   ADD 1 TO WS-TRANSACTIONS-RUN
               WHEN "EEOREPORT"
                   PERFORM RUN-EEO-REPORT
                   ADD 1 TO WS-TRANSACTIONS-RUN
               WHEN "ENROLLVERIFY"
                   PERFORM RUN-ENROLL-VERIFY
                   ADD 1 TO WS-TRANSACTIONS-RUN
               WHEN "ACCTMERGE"
                   PERFORM RUN-ACCOUNT-MERGE
                   ADD 1 TO WS-TRANSACTIONS-RUN
               WHEN "CAPACITY"
                   PERFORM WRITE-CAPACITY-REPORT
                   ADD 1 TO WS-TRANSACTIONS-RUN
               WHEN "OPSQUEUE"
                   PERFORM WRITE-OPS-QUEUE-REPORT
                   ADD 1 TO WS-TRANSACTIONS-RUN
               WHEN "JOBDUPES"
                   PERFORM WRITE-DUPLICATE-LISTINGS
                   ADD 1 TO WS-TRANSACTIONS-RUN
               WHEN "CONTENTHITS"
                   PERFORM RUN-CONTENT-REPORT
                   ADD 1 TO WS-TRANSACTIONS-RUN
               WHEN "SALARYBENCH"
                   PERFORM RUN-SALARY-REPORT
                   ADD 1 TO WS-TRANSACTIONS-RUN
               WHEN "TICKETAGING"
                   PERFORM RUN-TICKET-AGING-REPORT
                   ADD 1 TO WS-TRANSACTIONS-RUN
               WHEN "JOBSYNDICATE"
                   PERFORM RUN-JOB-SYNDICATION
                   ADD 1 TO WS-TRANSACTIONS-RUN
               WHEN "ATSSTATUS"
                   PERFORM RUN-ATS-STATUS-FEED
                   ADD 1 TO WS-TRANSACTIONS-RUN
               WHEN "SEALVERIFY"
                   PERFORM RUN-SEAL-VERIFY
                   ADD 1 TO WS-TRANSACTIONS-RUN
               WHEN "CLOSEOUT"
                   PERFORM RUN-CLOSE-OUT
                   ADD 1 TO WS-TRANSACTIONS-RUN
               WHEN "DORMANCY"
                   PERFORM RUN-DORMANCY-JOB
                   ADD 1 TO WS-TRANSACTIONS-RUN
               WHEN "APPCONVERT"
                   PERFORM CONVERT-APPLICATIONS-FILE
                   ADD 1 TO WS-TRANSACTIONS-RUN
               WHEN "CONNCONVERT"
                   PERFORM CONVERT-CONNECTION-FILES
                   ADD 1 TO WS-TRANSACTIONS-RUN
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
           END-EVALUATE
           .

      *> EXPIRING A LISTING ONLY CHANGES ITS JR-STATUS, WHICH NO STEP
      *> KEEPS A TOTAL FOR -- THERE IS NO DIFFERENCE TO EXPLAIN, AND
      *> BALANCE-AFTER-STEP HOLDS THE PASS TO THAT
       EXPIRE-OLD-JOB-LISTINGS.
           OPEN I-O JOBS-FILE
           IF WS-JOBS-FILE-STATUS = "00"
           IF WS-APPLICATIONS-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-APP-NOTIFY-EOF
           END-IF
           IF WS-APP-NOTIFY-EOF = "N"
               MOVE JR-ID TO APP-JOB-ID
               START APPLICATIONS-FILE KEY = APP-JOB-ID
                   INVALID KEY MOVE "Y" TO WS-APP-NOTIFY-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-APP-NOTIFY-EOF = "Y"
               READ APPLICATIONS-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-APP-NOTIFY-EOF
                   NOT AT END
                       IF APP-JOB-ID NOT = JR-ID
                           MOVE "Y" TO WS-APP-NOTIFY-EOF
                       END-IF
                       IF APP-JOB-ID = JR-ID
                           AND APP-STATUS NOT = "R" AND APP-STATUS NOT = "H"
                           AND APP-STATUS NOT = "D"
           END-IF
           .

      *> ONE-TIME (RERUNNABLE) LOAD OF THE OLD LINE-SEQUENTIAL
      *> APPLICATIONS INTO THE INDEXED applications.doc. AT CUTOVER, WITH
      *> THE INTERACTIVE SYSTEM DOWN, OPS RENAMES THE OLD FILE TO
      *> applications.seq AND QUEUES APPCONVERT AHEAD OF THE REST OF THE
      *> NIGHT. ROWS ALREADY ON THE INDEXED FILE ARE LEFT ALONE, SO A
      *> RERUN ADDS NOTHING; A SECOND ROW FOR THE SAME APPLICANT AND JOB
      *> (WHICH THE FLAT FILE COULD HOLD) KEEPS THE FIRST AND IS COUNTED
       CONVERT-APPLICATIONS-FILE.
           MOVE "Y" TO WS-APPCONV-RUN
           MOVE "applications.doc" TO WS-CONV-FILE-NAME
           MOVE FUNCTION LENGTH(APPLICATION-RECORD) TO WS-CONV-LENGTH
           PERFORM CHECK-CONVERSION-LAYOUT
           IF WS-CONV-LAYOUT-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT APPLICATIONS-SEQ-FILE
           IF WS-APPLICATIONS-SEQ-STATUS NOT = "00"
               DISPLAY "APPCONVERT: no applications.seq on file - "
                   "nothing to load."
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-CONV-ROW-SIGN
           OPEN I-O APPLICATIONS-FILE
           IF WS-APPLICATIONS-FILE-STATUS = "35"
               OPEN OUTPUT APPLICATIONS-FILE
               MOVE -1 TO WS-CONV-ROW-SIGN
           END-IF
           MOVE "N" TO WS-APPCONV-EOF
           PERFORM UNTIL WS-APPCONV-EOF = "Y"
               READ APPLICATIONS-SEQ-FILE
                   AT END MOVE "Y" TO WS-APPCONV-EOF
                   NOT AT END
                       MOVE APPLICATIONS-SEQ-RECORD TO APPLICATION-RECORD
                       WRITE APPLICATION-RECORD
                           INVALID KEY
                               ADD 1 TO WS-APPCONV-DUPLICATES
                               IF WS-CONV-ROW-SIGN < 0
                                   PERFORM EXPLAIN-CONVERTED-APPLICATION
                               END-IF
                           NOT INVALID KEY
                               ADD 1 TO WS-APPCONV-LOADED
                               IF WS-CONV-ROW-SIGN > 0
                                   PERFORM EXPLAIN-CONVERTED-APPLICATION
                               END-IF
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE APPLICATIONS-SEQ-FILE
           CLOSE APPLICATIONS-FILE
           .

      *> THE SAME ONE-TIME (RERUNNABLE) LOAD FOR THE TWO CONNECTION
      *> FILES, FROM connections.seq AND connection_requests.seq. A PAIR
      *> IS KEYED IN THE ORDER IT WAS STORED, SO A FLAT FILE HOLDING THE
      *> SAME PAIR BOTH WAYS ROUND LOADS BOTH ROWS -- ONLY AN EXACT
      *> REPEAT IS DROPPED AND COUNTED
       CONVERT-CONNECTION-FILES.
           MOVE "Y" TO WS-CONNCONV-RUN
           MOVE "connections.doc" TO WS-CONV-FILE-NAME
           MOVE FUNCTION LENGTH(CONNECTION-RECORD) TO WS-CONV-LENGTH
           PERFORM CHECK-CONVERSION-LAYOUT
           IF WS-CONV-LAYOUT-OK = "Y"
               OPEN INPUT CONNECTIONS-SEQ-FILE
               IF WS-CONNECTIONS-SEQ-STATUS NOT = "00"
                   DISPLAY "CONNCONVERT: no connections.seq on file - "
                       "connections not loaded."
               ELSE
                   OPEN I-O CONNECTIONS-FILE
                   IF WS-CONNECTIONS-STATUS = "35"
                       OPEN OUTPUT CONNECTIONS-FILE
                   END-IF
                   MOVE "N" TO WS-CONNCONV-EOF
                   PERFORM UNTIL WS-CONNCONV-EOF = "Y"
                       READ CONNECTIONS-SEQ-FILE
                           AT END MOVE "Y" TO WS-CONNCONV-EOF
                           NOT AT END
                               MOVE CONNECTIONS-SEQ-RECORD TO CONNECTION-RECORD
                               WRITE CONNECTION-RECORD
                                   INVALID KEY
                                       ADD 1 TO WS-CONNCONV-CONN-DUPS
                                   NOT INVALID KEY
                                       ADD 1 TO WS-CONNCONV-CONN-LOADED
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE CONNECTIONS-SEQ-FILE
                   CLOSE CONNECTIONS-FILE
               END-IF
           END-IF

           MOVE "connection_requests.doc" TO WS-CONV-FILE-NAME
           MOVE FUNCTION LENGTH(CONNECTION-REQUEST-RECORD)
               TO WS-CONV-LENGTH
           PERFORM CHECK-CONVERSION-LAYOUT
           IF WS-CONV-LAYOUT-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT CONN-REQ-SEQ-FILE
           IF WS-CONN-REQ-SEQ-STATUS NOT = "00"
               DISPLAY "CONNCONVERT: no connection_requests.seq on file - "
                   "requests not loaded."
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-CONV-ROW-SIGN
           OPEN I-O CONNECTION-REQUESTS-FILE
           IF WS-CONN-REQ-STATUS = "35"
               OPEN OUTPUT CONNECTION-REQUESTS-FILE
               MOVE -1 TO WS-CONV-ROW-SIGN
           END-IF
           MOVE "N" TO WS-CONNCONV-EOF
           PERFORM UNTIL WS-CONNCONV-EOF = "Y"
               READ CONN-REQ-SEQ-FILE
                   AT END MOVE "Y" TO WS-CONNCONV-EOF
                   NOT AT END
                       MOVE CONN-REQ-SEQ-RECORD TO CONNECTION-REQUEST-RECORD
                       WRITE CONNECTION-REQUEST-RECORD
                           INVALID KEY
                               ADD 1 TO WS-CONNCONV-REQ-DUPS
                               IF WS-CONV-ROW-SIGN < 0
                                   PERFORM EXPLAIN-CONVERTED-REQUEST
                               END-IF
                           NOT INVALID KEY
                               ADD 1 TO WS-CONNCONV-REQ-LOADED
                               IF WS-CONV-ROW-SIGN > 0
                                   PERFORM EXPLAIN-CONVERTED-REQUEST
                               END-IF
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE CONN-REQ-SEQ-FILE
           CLOSE CONNECTION-REQUESTS-FILE
           .

      *> WHAT A CONVERSION CHANGES IN THE CONTROL TOTALS DEPENDS ON WHERE
      *> THE OPENING POSITION WAS COUNTED. WITH NO INDEXED FILE YET IT
      *> WAS THE WHOLE FLAT FILE, SO ONLY A DROPPED REPEAT IS A
      *> DIFFERENCE (WS-CONV-ROW-SIGN -1); ON A RERUN IT WAS THE INDEXED
      *> FILE, SO EVERY ROW LOADED NOW IS ONE (+1). THE ROW IS COUNTED
      *> THE WAY DERIVE-CONTROL-TOTALS COUNTS THE FLAT FILE
       EXPLAIN-CONVERTED-APPLICATION.
           MOVE "APPCONVERT" TO WS-CT-REASON
           MOVE "applications.doc" TO WS-CT-FILE-NAME
           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
           MOVE WS-CONV-ROW-SIGN TO WS-CT-ADJUST
           PERFORM EXPLAIN-CONTROL-DIFFERENCE
           IF APS-JOB-ID IS NUMERIC
               MOVE "JOB-ID SUM" TO WS-CT-TOTAL-NAME
               MOVE APS-JOB-ID TO WS-CT-ADJUST
               MULTIPLY WS-CONV-ROW-SIGN BY WS-CT-ADJUST
               PERFORM EXPLAIN-CONTROL-DIFFERENCE
           END-IF
           MOVE "STATUS" TO WS-CT-TOTAL-NAME
           MOVE APS-STATUS TO WS-CT-TOTAL-NAME(8:1)
           MOVE WS-CONV-ROW-SIGN TO WS-CT-ADJUST
           PERFORM EXPLAIN-CONTROL-DIFFERENCE
           .

       EXPLAIN-CONVERTED-REQUEST.
           MOVE "CONNCONVERT" TO WS-CT-REASON
           MOVE "connection_requests.doc" TO WS-CT-FILE-NAME
           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
           MOVE WS-CONV-ROW-SIGN TO WS-CT-ADJUST
           PERFORM EXPLAIN-CONTROL-DIFFERENCE
           .

      *> A CONVERSION ONLY LOADS A FILE data_catalog.doc DESCRIBES AS
      *> INDEXED, AT THE RECORD LENGTH THIS PROGRAM'S FD HOLDS -- A FILE
      *> THE CATALOG DOES NOT KNOW, OR A LAYOUT THAT HAS MOVED ON SINCE,
      *> IS REFUSED RATHER THAN LOADED SHORT. WS-CONV-FILE-NAME AND
      *> WS-CONV-LENGTH ARRIVE SET; WS-CONV-LAYOUT-OK COMES BACK "Y"
      *> WHEN THE LOAD MAY GO AHEAD
       CHECK-CONVERSION-LAYOUT.
           MOVE "N" TO WS-CONV-LAYOUT-OK
           MOVE "not in data_catalog.doc" TO WS-CONV-REASON
           OPEN INPUT DATA-CATALOG-FILE
           IF WS-DATA-CATALOG-STATUS NOT = "00"
               MOVE "no data_catalog.doc on file" TO WS-CONV-REASON
           ELSE
               MOVE "N" TO WS-DATA-CATALOG-EOF
               PERFORM UNTIL WS-DATA-CATALOG-EOF = "Y"
                   READ DATA-CATALOG-FILE
                       AT END MOVE "Y" TO WS-DATA-CATALOG-EOF
                       NOT AT END
                           IF DC-FILE-NAME = WS-CONV-FILE-NAME
                               MOVE "Y" TO WS-DATA-CATALOG-EOF
                               EVALUATE TRUE
                                   WHEN DC-ORGANIZATION NOT = "I"
                                       MOVE "not catalogued as indexed"
                                           TO WS-CONV-REASON
                                   WHEN DC-RECORD-LENGTH NOT = WS-CONV-LENGTH
                                       MOVE "catalogued record length differs from this layout"
                                           TO WS-CONV-REASON
                                   WHEN OTHER
                                       MOVE "Y" TO WS-CONV-LAYOUT-OK
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DATA-CATALOG-FILE
           END-IF
           IF WS-CONV-LAYOUT-OK NOT = "Y"
               DISPLAY "CONVERT: " FUNCTION TRIM(WS-CONV-FILE-NAME)
                   " not loaded - " FUNCTION TRIM(WS-CONV-REASON) "."
           END-IF
           .

      *> ONE-TIME (RERUNNABLE) PASS MAPPING EXISTING FREE-TEXT
      *> PR-UNIVERSITY / PR-MAJOR VALUES ONTO THE CANONICAL REFERENCE
      *> ENTRIES. A CASE-BLIND EXACT MATCH IS REWRITTEN IN PLACE WITH
      *> THE APPROVED SPELLING; ANYTHING THAT CANNOT BE MATCHED IS
      *> REPORTED IN canonicalize.rpt FOR OPS TO SORT OUT BY HAND.
      *> PROFILES ARE ONLY REWRITTEN, NEVER ADDED OR REMOVED, SO THE
      *> PASS EXPLAINS NO DIFFERENCE AND MUST BALANCE AS IT STANDS
       CANONICALIZE-PROFILE-NAMES.
           PERFORM LOAD-CANON-REF-TABLES
           OPEN OUTPUT CANON-REPORT-FILE
           IF WS-ACCOUNTS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CALENDAR-STATE-TEMP-FILE
           PERFORM UNTIL WS-ACCOUNTS-EOF = "Y"
               READ ACCOUNTS-FILE INTO ACCOUNT-RECORD
                   AT END MOVE "Y" TO WS-ACCOUNTS-EOF
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           CLOSE CALENDAR-STATE-TEMP-FILE

      *> THE FINGERPRINTS TAKEN THIS RUN BECOME THE BASELINE FOR THE
      *> NEXT ONE
           OPEN OUTPUT CALENDAR-STATE-FILE
           OPEN INPUT CALENDAR-STATE-TEMP-FILE
           MOVE "N" TO WS-CAL-STATE-EOF
           PERFORM UNTIL WS-CAL-STATE-EOF = "Y"
               READ CALENDAR-STATE-TEMP-FILE
                   AT END MOVE "Y" TO WS-CAL-STATE-EOF
                   NOT AT END
                       MOVE CALENDAR-STATE-TEMP-RECORD
                           TO CALENDAR-STATE-RECORD
                       WRITE CALENDAR-STATE-RECORD
               END-READ
           END-PERFORM
           CLOSE CALENDAR-STATE-FILE
           CLOSE CALENDAR-STATE-TEMP-FILE
           OPEN OUTPUT CALENDAR-STATE-TEMP-FILE
           CLOSE CALENDAR-STATE-TEMP-FILE
           .

       BUILD-ONE-DIGEST.
           IF WS-CONN-REQ-STATUS NOT = "00"
               MOVE "Y" TO WS-CONN-REQ-EOF
           END-IF
           IF WS-CONN-REQ-EOF = "N"
               MOVE WS-DIGEST-USERNAME TO CR-RECEIVER
               START CONNECTION-REQUESTS-FILE KEY = CR-RECEIVER
                   INVALID KEY MOVE "Y" TO WS-CONN-REQ-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-CONN-REQ-EOF = "Y"
               READ CONNECTION-REQUESTS-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-CONN-REQ-EOF
                   NOT AT END
                       IF CR-RECEIVER NOT = WS-DIGEST-USERNAME
                           MOVE "Y" TO WS-CONN-REQ-EOF
                       ELSE
                           ADD 1 TO WS-DIGEST-PENDING
                           ADD 1 TO WS-DIGEST-ITEMS
                           MOVE SPACES TO DIGEST-RECORD
      *> LONGER DROWNS IN FORTY, BUT IT IS NEVER LOST EITHER
           PERFORM FOLD-PENDING-DIGEST

           PERFORM REFRESH-DIGEST-CALENDAR

           IF WS-DIGEST-ITEMS = 0
               MOVE "  Nothing new since your last visit." TO DIGEST-RECORD
               WRITE DIGEST-RECORD
           ADD 1 TO WS-DIGEST-WRITTEN
           .

      *> A CALENDAR THAT CHANGED SINCE THE LAST DIGEST RIDES ALONG AS
      *> digest-spool/<username>.ics NEXT TO THE DIGEST, SO CALENDAR
      *> APPS PICK UP NEW, MOVED AND CANCELLED INTERVIEWS AND EVENTS
      *> WITHOUT THE USER HAVING TO EXPORT AGAIN. NEITHER RSVPS NOR
      *> EVENTS CARRY A CHANGE DATE, SO "CHANGED" MEANS THE ENTRY COUNT
      *> OR FINGERPRINT DIFFERS FROM THE ONE calendar_state.doc KEPT
       REFRESH-DIGEST-CALENDAR.
           MOVE WS-DIGEST-USERNAME TO WS-CAL-USERNAME
           IF ACCOUNT-TYPE = "E"
               MOVE "Y" TO WS-CAL-EMPLOYER
           ELSE
               MOVE "N" TO WS-CAL-EMPLOYER
           END-IF
           PERFORM COLLECT-CALENDAR-ENTRIES

           MOVE 0 TO WS-CAL-PRIOR-COUNT
           MOVE 0 TO WS-CAL-PRIOR-HASH
           MOVE "N" TO WS-CAL-STATE-EOF
           OPEN INPUT CALENDAR-STATE-FILE
           IF WS-CAL-STATE-STATUS NOT = "00"
               MOVE "Y" TO WS-CAL-STATE-EOF
           END-IF
           PERFORM UNTIL WS-CAL-STATE-EOF = "Y"
               READ CALENDAR-STATE-FILE INTO CALENDAR-STATE-RECORD
                   AT END MOVE "Y" TO WS-CAL-STATE-EOF
                   NOT AT END
                       IF CS-USERNAME = WS-DIGEST-USERNAME
                           MOVE CS-COUNT TO WS-CAL-PRIOR-COUNT
                           MOVE CS-HASH TO WS-CAL-PRIOR-HASH
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CAL-STATE-STATUS NOT = "35"
               CLOSE CALENDAR-STATE-FILE
           END-IF

           IF WS-CAL-COUNT > 0
               MOVE WS-DIGEST-USERNAME TO CS-USERNAME
               MOVE WS-CAL-COUNT TO CS-COUNT
               MOVE WS-CAL-HASH TO CS-HASH
               MOVE CALENDAR-STATE-RECORD TO CALENDAR-STATE-TEMP-RECORD
               WRITE CALENDAR-STATE-TEMP-RECORD
           END-IF

           IF WS-CAL-COUNT = WS-CAL-PRIOR-COUNT
               AND WS-CAL-HASH = WS-CAL-PRIOR-HASH
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CALENDAR-FILE-NAME
           STRING "digest-spool/"
               FUNCTION TRIM(WS-DIGEST-USERNAME TRAILING) ".ics"
               INTO WS-CALENDAR-FILE-NAME
           END-STRING
           OPEN OUTPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-CALENDAR-ENTRIES
           CLOSE CALENDAR-FILE
           ADD 1 TO WS-DIGEST-CALENDARS

           ADD 1 TO WS-DIGEST-ITEMS
           MOVE SPACES TO DIGEST-RECORD
           STRING "  Your calendar changed - the refreshed calendar is attached ("
               FUNCTION TRIM(WS-DIGEST-USERNAME TRAILING) ".ics)."
               INTO DIGEST-RECORD
           END-STRING
           WRITE DIGEST-RECORD
           .

       WRITE-CALENDAR-RECORD.
           MOVE WS-CAL-OUT TO CALENDAR-RECORD
           WRITE CALENDAR-RECORD
           .

      *> GATHERS WS-CAL-USERNAME'S CALENDAR INTO WS-CAL-TABLE. A STUDENT
      *> GETS THEIR CONFIRMED INTERVIEWS AND THE EVENTS THEY RSVPED TO.
      *> AN EMPLOYER (WS-CAL-EMPLOYER = "Y") GETS WHAT THEIR INTERVIEW
      *> DAY SCHEDULE SHOWS -- CONFIRMED SLOTS, PLUS ALL THREE SLOTS OF
      *> AN OFFER STILL PROPOSED, AS TENTATIVE -- AND THE EVENTS THEY
      *> POSTED. WS-CAL-HASH SUMS THE ENTRIES SO A CHANGED CALENDAR CAN
      *> BE SPOTTED WITHOUT KEEPING A COPY OF THE OLD ONE
       COLLECT-CALENDAR-ENTRIES.
           MOVE 0 TO WS-CAL-COUNT
           MOVE 0 TO WS-CAL-HASH
           MOVE 0 TO WS-CAL-RSVP-COUNT

           MOVE "N" TO WS-CAL-EOF
           OPEN INPUT INTERVIEWS-FILE
           IF WS-INTERVIEWS-STATUS NOT = "00"
               MOVE "Y" TO WS-CAL-EOF
           END-IF
           PERFORM UNTIL WS-CAL-EOF = "Y"
               READ INTERVIEWS-FILE INTO INTERVIEW-RECORD
                   AT END MOVE "Y" TO WS-CAL-EOF
                   NOT AT END PERFORM NOTE-CALENDAR-INTERVIEW
               END-READ
           END-PERFORM
           IF WS-INTERVIEWS-STATUS NOT = "35"
               CLOSE INTERVIEWS-FILE
           END-IF

           IF WS-CAL-EMPLOYER NOT = "Y"
               MOVE "N" TO WS-CAL-EOF
               OPEN INPUT EVENT-RSVPS-FILE
               IF WS-EVENT-RSVPS-STATUS NOT = "00"
                   MOVE "Y" TO WS-CAL-EOF
               END-IF
               PERFORM UNTIL WS-CAL-EOF = "Y"
                   READ EVENT-RSVPS-FILE INTO EVENT-RSVP-RECORD
                       AT END MOVE "Y" TO WS-CAL-EOF
                       NOT AT END
                           IF ER-USERNAME = WS-CAL-USERNAME
                               AND WS-CAL-RSVP-COUNT < 100
                               ADD 1 TO WS-CAL-RSVP-COUNT
                               MOVE ER-EVENT-ID
                                   TO WS-CAL-RSVP-ID (WS-CAL-RSVP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-EVENT-RSVPS-STATUS NOT = "35"
                   CLOSE EVENT-RSVPS-FILE
               END-IF
           END-IF

           MOVE "N" TO WS-CAL-EOF
           OPEN INPUT EVENTS-FILE
           IF WS-EVENTS-STATUS NOT = "00"
               MOVE "Y" TO WS-CAL-EOF
           END-IF
           PERFORM UNTIL WS-CAL-EOF = "Y"
               READ EVENTS-FILE INTO EVENT-RECORD
                   AT END MOVE "Y" TO WS-CAL-EOF
                   NOT AT END PERFORM NOTE-CALENDAR-EVENT
               END-READ
           END-PERFORM
           IF WS-EVENTS-STATUS NOT = "35"
               CLOSE EVENTS-FILE
           END-IF

           PERFORM ADD-CALENDAR-JOB-DETAILS
           .

       NOTE-CALENDAR-INTERVIEW.
           IF WS-CAL-EMPLOYER = "Y"
               IF IV-EMPLOYER NOT = WS-CAL-USERNAME
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF IV-USERNAME NOT = WS-CAL-USERNAME
                   OR IV-STATUS NOT = "C"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF IV-STATUS = "C"
               MOVE SPACES TO WS-CAL-SLOT-TEXT
               EVALUATE IV-CHOSEN-SLOT
                   WHEN 1 MOVE IV-SLOT-1 TO WS-CAL-SLOT-TEXT
                   WHEN 2 MOVE IV-SLOT-2 TO WS-CAL-SLOT-TEXT
                   WHEN 3 MOVE IV-SLOT-3 TO WS-CAL-SLOT-TEXT
               END-EVALUATE
               MOVE "CONFIRMED" TO WS-CAL-SLOT-STATUS
               PERFORM ADD-CALENDAR-INTERVIEW
           END-IF
           IF IV-STATUS = "P"
               MOVE "TENTATIVE" TO WS-CAL-SLOT-STATUS
               MOVE IV-SLOT-1 TO WS-CAL-SLOT-TEXT
               PERFORM ADD-CALENDAR-INTERVIEW
               MOVE IV-SLOT-2 TO WS-CAL-SLOT-TEXT
               PERFORM ADD-CALENDAR-INTERVIEW
               MOVE IV-SLOT-3 TO WS-CAL-SLOT-TEXT
               PERFORM ADD-CALENDAR-INTERVIEW
           END-IF
           .

      *> SLOTS ARE "YYYYMMDD HHMM" -- SEE VALIDATE-INTERVIEW-SLOT IN
      *> THE MAIN PROGRAM. ANYTHING ELSE IS LEFT OFF THE CALENDAR
       ADD-CALENDAR-INTERVIEW.
           IF WS-CAL-SLOT-TEXT(1:8) NOT NUMERIC
               OR WS-CAL-SLOT-TEXT(9:1) NOT = SPACE
               OR WS-CAL-SLOT-TEXT(10:4) NOT NUMERIC
               OR WS-CAL-COUNT >= 100
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CAL-COUNT
           MOVE "I" TO WS-CAL-KIND (WS-CAL-COUNT)
           MOVE WS-CAL-SLOT-TEXT(1:8) TO WS-CAL-DATE (WS-CAL-COUNT)
           MOVE WS-CAL-SLOT-TEXT(10:4) TO WS-CAL-TIME (WS-CAL-COUNT)
           MOVE IV-JOB-ID TO WS-CAL-REF (WS-CAL-COUNT)
           MOVE IV-USERNAME TO WS-CAL-STUDENT (WS-CAL-COUNT)
           IF WS-CAL-EMPLOYER = "Y"
               MOVE IV-USERNAME TO WS-CAL-WITH (WS-CAL-COUNT)
           ELSE
               MOVE IV-EMPLOYER TO WS-CAL-WITH (WS-CAL-COUNT)
           END-IF
           MOVE WS-CAL-SLOT-STATUS TO WS-CAL-STATUS (WS-CAL-COUNT)
           MOVE SPACES TO WS-CAL-TITLE (WS-CAL-COUNT)
           MOVE SPACES TO WS-CAL-PLACE (WS-CAL-COUNT)
           MOVE SPACES TO WS-CAL-DESC (WS-CAL-COUNT)
           COMPUTE WS-CAL-HASH = WS-CAL-HASH
               + WS-CAL-DATE (WS-CAL-COUNT) * 10000
               + WS-CAL-TIME (WS-CAL-COUNT)
               + WS-CAL-REF (WS-CAL-COUNT) * 7
           IF WS-CAL-SLOT-STATUS = "TENTATIVE"
               ADD 1 TO WS-CAL-HASH
           END-IF
           .

       NOTE-CALENDAR-EVENT.
           IF EV-DATE NOT NUMERIC OR WS-CAL-COUNT >= 100
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CAL-HIT
           IF WS-CAL-EMPLOYER = "Y"
               IF EV-POSTER = WS-CAL-USERNAME
                   MOVE "Y" TO WS-CAL-HIT
               END-IF
           ELSE
               PERFORM VARYING WS-CAL-J FROM 1 BY 1
                   UNTIL WS-CAL-J > WS-CAL-RSVP-COUNT
                   IF WS-CAL-RSVP-ID (WS-CAL-J) = EV-ID
                       MOVE "Y" TO WS-CAL-HIT
                   END-IF
               END-PERFORM
           END-IF
           IF WS-CAL-HIT NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CAL-COUNT
           MOVE "E" TO WS-CAL-KIND (WS-CAL-COUNT)
           MOVE EV-DATE TO WS-CAL-DATE (WS-CAL-COUNT)
           MOVE 0 TO WS-CAL-TIME (WS-CAL-COUNT)
           MOVE EV-ID TO WS-CAL-REF (WS-CAL-COUNT)
           MOVE SPACES TO WS-CAL-STUDENT (WS-CAL-COUNT)
           MOVE EV-POSTER TO WS-CAL-WITH (WS-CAL-COUNT)
           MOVE "CONFIRMED" TO WS-CAL-STATUS (WS-CAL-COUNT)
           MOVE EV-TITLE TO WS-CAL-TITLE (WS-CAL-COUNT)
           MOVE EV-LOCATION TO WS-CAL-PLACE (WS-CAL-COUNT)
           MOVE EV-DESC TO WS-CAL-DESC (WS-CAL-COUNT)
           COMPUTE WS-CAL-HASH = WS-CAL-HASH
               + EV-DATE * 10000 + EV-ID * 7 + 3
           .

      *> TITLE, LOCATION AND EMPLOYER OF EACH INTERVIEW'S LISTING
       ADD-CALENDAR-JOB-DETAILS.
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CAL-I FROM 1 BY 1
               UNTIL WS-CAL-I > WS-CAL-COUNT
               IF WS-CAL-KIND (WS-CAL-I) = "I"
                   MOVE WS-CAL-REF (WS-CAL-I) TO JR-ID
                   READ JOBS-FILE KEY IS JR-ID
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE JR-TITLE TO WS-CAL-TITLE (WS-CAL-I)
                           MOVE JR-LOCATION TO WS-CAL-PLACE (WS-CAL-I)
                           STRING "Job " JR-ID " at "
                               FUNCTION TRIM(JR-EMPLOYER TRAILING)
                               " with "
                               FUNCTION TRIM(WS-CAL-WITH (WS-CAL-I)
                                   TRAILING)
                               INTO WS-CAL-DESC (WS-CAL-I)
                           END-STRING
                   END-READ
               END-IF
           END-PERFORM
           CLOSE JOBS-FILE
           .

      *> WS-CAL-TABLE AS AN iCALENDAR (RFC 5545) DOCUMENT, ONE LINE AT
      *> A TIME THROUGH EMIT-CALENDAR-LINE. TIMES ARE FLOATING LOCAL
      *> TIME, THE SAME WAY THE SLOTS WERE TYPED IN; AN INTERVIEW IS
      *> BOOKED FOR AN HOUR AND AN EVENT FOR ITS WHOLE DAY
       WRITE-CALENDAR-ENTRIES.
           MOVE SPACES TO WS-CAL-STAMP
           STRING FUNCTION CURRENT-DATE(1:8) "T"
               FUNCTION CURRENT-DATE(9:6) INTO WS-CAL-STAMP
           END-STRING
           MOVE "BEGIN:VCALENDAR" TO WS-CAL-LINE
           PERFORM EMIT-CALENDAR-LINE
           MOVE "VERSION:2.0" TO WS-CAL-LINE
           PERFORM EMIT-CALENDAR-LINE
           MOVE "PRODID:-//InCollege//Calendar Export//EN" TO WS-CAL-LINE
           PERFORM EMIT-CALENDAR-LINE
           MOVE "CALSCALE:GREGORIAN" TO WS-CAL-LINE
           PERFORM EMIT-CALENDAR-LINE
           MOVE "METHOD:PUBLISH" TO WS-CAL-LINE
           PERFORM EMIT-CALENDAR-LINE
           PERFORM VARYING WS-CAL-I FROM 1 BY 1
               UNTIL WS-CAL-I > WS-CAL-COUNT
               PERFORM WRITE-CALENDAR-EVENT
           END-PERFORM
           MOVE "END:VCALENDAR" TO WS-CAL-LINE
           PERFORM EMIT-CALENDAR-LINE
           .

       WRITE-CALENDAR-EVENT.
           MOVE "BEGIN:VEVENT" TO WS-CAL-LINE
           PERFORM EMIT-CALENDAR-LINE
           IF WS-CAL-KIND (WS-CAL-I) = "I"
               STRING "UID:INTERVIEW-" WS-CAL-REF (WS-CAL-I) "-"
                   FUNCTION TRIM(WS-CAL-STUDENT (WS-CAL-I) TRAILING)
                   "-" WS-CAL-DATE (WS-CAL-I) WS-CAL-TIME (WS-CAL-I)
                   "@incollege" INTO WS-CAL-LINE
               END-STRING
           ELSE
               STRING "UID:EVENT-" WS-CAL-REF (WS-CAL-I) "@incollege"
                   INTO WS-CAL-LINE
               END-STRING
           END-IF
           PERFORM EMIT-CALENDAR-LINE
           STRING "DTSTAMP:" WS-CAL-STAMP INTO WS-CAL-LINE
           PERFORM EMIT-CALENDAR-LINE
           IF WS-CAL-KIND (WS-CAL-I) = "I"
               STRING "DTSTART:" WS-CAL-DATE (WS-CAL-I) "T"
                   WS-CAL-TIME (WS-CAL-I) "00" INTO WS-CAL-LINE
               END-STRING
               PERFORM EMIT-CALENDAR-LINE
               MOVE "DURATION:PT1H" TO WS-CAL-LINE
               PERFORM EMIT-CALENDAR-LINE
               MOVE SPACES TO WS-CAL-ESC-IN
               IF WS-CAL-TITLE (WS-CAL-I) = SPACES
                   STRING "Interview for job " WS-CAL-REF (WS-CAL-I)
                       INTO WS-CAL-ESC-IN
                   END-STRING
               ELSE
                   STRING "Interview: "
                       FUNCTION TRIM(WS-CAL-TITLE (WS-CAL-I) TRAILING)
                       INTO WS-CAL-ESC-IN
                   END-STRING
               END-IF
           ELSE
               STRING "DTSTART;VALUE=DATE:" WS-CAL-DATE (WS-CAL-I)
                   INTO WS-CAL-LINE
               END-STRING
               PERFORM EMIT-CALENDAR-LINE
               MOVE WS-CAL-TITLE (WS-CAL-I) TO WS-CAL-ESC-IN
           END-IF
           PERFORM ESCAPE-CALENDAR-TEXT
           IF WS-CAL-ESC-K > 0
               STRING "SUMMARY:" WS-CAL-ESC-OUT (1:WS-CAL-ESC-K)
                   INTO WS-CAL-LINE
               END-STRING
               PERFORM EMIT-CALENDAR-LINE
           END-IF
           MOVE WS-CAL-PLACE (WS-CAL-I) TO WS-CAL-ESC-IN
           PERFORM ESCAPE-CALENDAR-TEXT
           IF WS-CAL-ESC-K > 0
               STRING "LOCATION:" WS-CAL-ESC-OUT (1:WS-CAL-ESC-K)
                   INTO WS-CAL-LINE
               END-STRING
               PERFORM EMIT-CALENDAR-LINE
           END-IF
           MOVE WS-CAL-DESC (WS-CAL-I) TO WS-CAL-ESC-IN
           PERFORM ESCAPE-CALENDAR-TEXT
           IF WS-CAL-ESC-K > 0
               STRING "DESCRIPTION:" WS-CAL-ESC-OUT (1:WS-CAL-ESC-K)
                   INTO WS-CAL-LINE
               END-STRING
               PERFORM EMIT-CALENDAR-LINE
           END-IF
           STRING "STATUS:" WS-CAL-STATUS (WS-CAL-I) INTO WS-CAL-LINE
           PERFORM EMIT-CALENDAR-LINE
           MOVE "END:VEVENT" TO WS-CAL-LINE
           PERFORM EMIT-CALENDAR-LINE
           .

      *> BACKSLASH-ESCAPES THE CHARACTERS iCALENDAR TEXT RESERVES
      *> (, ; AND \) FROM WS-CAL-ESC-IN INTO WS-CAL-ESC-OUT, LENGTH IN
      *> WS-CAL-ESC-K -- ZERO WHEN THERE IS NOTHING TO WRITE
       ESCAPE-CALENDAR-TEXT.
           MOVE SPACES TO WS-CAL-ESC-OUT
           MOVE 0 TO WS-CAL-ESC-K
           IF WS-CAL-ESC-IN = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CAL-ESC-IN TRAILING))
               TO WS-CAL-ESC-LEN
           PERFORM VARYING WS-CAL-J FROM 1 BY 1
               UNTIL WS-CAL-J > WS-CAL-ESC-LEN
               IF WS-CAL-ESC-IN (WS-CAL-J:1) = ","
                   OR WS-CAL-ESC-IN (WS-CAL-J:1) = ";"
                   OR WS-CAL-ESC-IN (WS-CAL-J:1) = "\"
                   ADD 1 TO WS-CAL-ESC-K
                   MOVE "\" TO WS-CAL-ESC-OUT (WS-CAL-ESC-K:1)
               END-IF
               ADD 1 TO WS-CAL-ESC-K
               MOVE WS-CAL-ESC-IN (WS-CAL-J:1)
                   TO WS-CAL-ESC-OUT (WS-CAL-ESC-K:1)
           END-PERFORM
           .

      *> WRITES WS-CAL-LINE, FOLDED THE RFC 5545 WAY: NO PHYSICAL LINE
      *> OVER 75 CHARACTERS, EACH CONTINUATION STARTING WITH ONE SPACE.
      *> A FOLD NEVER LANDS JUST AFTER A SPACE, SINCE THE RECORD WRITE
      *> WOULD DROP IT AS TRAILING -- IT CARRIES OVER TO THE NEXT LINE
       EMIT-CALENDAR-LINE.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CAL-LINE TRAILING))
               TO WS-CAL-LINE-LEN
           MOVE 1 TO WS-CAL-POS
           MOVE 75 TO WS-CAL-CHUNK
           PERFORM UNTIL WS-CAL-POS > WS-CAL-LINE-LEN
               IF WS-CAL-POS + WS-CAL-CHUNK - 1 >= WS-CAL-LINE-LEN
                   COMPUTE WS-CAL-CHUNK = WS-CAL-LINE-LEN - WS-CAL-POS + 1
               ELSE
                   PERFORM UNTIL WS-CAL-CHUNK = 1
                       OR WS-CAL-LINE (WS-CAL-POS + WS-CAL-CHUNK - 1:1)
                           NOT = SPACE
                       SUBTRACT 1 FROM WS-CAL-CHUNK
                   END-PERFORM
               END-IF
               MOVE SPACES TO WS-CAL-OUT
               IF WS-CAL-POS = 1
                   MOVE WS-CAL-LINE (WS-CAL-POS:WS-CAL-CHUNK)
                       TO WS-CAL-OUT
               ELSE
                   MOVE WS-CAL-LINE (WS-CAL-POS:WS-CAL-CHUNK)
                       TO WS-CAL-OUT (2:)
               END-IF
               PERFORM WRITE-CALENDAR-RECORD
               ADD WS-CAL-CHUNK TO WS-CAL-POS
               MOVE 74 TO WS-CAL-CHUNK
           END-PERFORM
           MOVE SPACES TO WS-CAL-LINE
           .

       FOLD-PENDING-DIGEST.
           MOVE 0 TO WS-DIGEST-HELD-COUNT
           MOVE "N" TO WS-DIGEST-PEND-EOF
           OPEN INPUT DIGEST-PENDING-FILE
           IF WS-DIGEST-PEND-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
      *> EACH HELD EVENT GOES INTO THE DIGEST FILE VERBATIM -- THE
      *> CALLER STILL HAS IT OPEN. HOLDING FOR THE DIGEST MUST NEVER
      *> MEAN LOSING THE TEXT
           PERFORM UNTIL WS-DIGEST-PEND-EOF = "Y"
               READ DIGEST-PENDING-FILE INTO DIGEST-PENDING-RECORD
                   AT END MOVE "Y" TO WS-DIGEST-PEND-EOF
                   NOT AT END
                       IF DP-USERNAME = WS-DIGEST-USERNAME
                           ADD 1 TO WS-DIGEST-HELD-COUNT
                           ADD 1 TO WS-DIGEST-ITEMS
                           MOVE SPACES TO DIGEST-RECORD
                           STRING "  " FUNCTION TRIM(DP-TEXT TRAILING)
                               INTO DIGEST-RECORD
                           END-STRING
                           WRITE DIGEST-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DIGEST-PENDING-FILE

           IF WS-DIGEST-HELD-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND NOTIFICATIONS-FILE
           IF WS-NOTIFY-STATUS NOT = "00"
               OPEN OUTPUT NOTIFICATIONS-FILE
           END-IF
           MOVE WS-DIGEST-USERNAME TO NT-USERNAME
           MOVE FUNCTION CURRENT-DATE(1:14) TO NT-TIMESTAMP
           MOVE SPACES TO NT-TEXT
           STRING "Daily digest: " WS-DIGEST-HELD-COUNT
               " update(s) held for you - see your digest file."
               INTO NT-TEXT
           END-STRING
           WRITE NOTIFICATION-RECORD
           CLOSE NOTIFICATIONS-FILE

      *> CLEAR THE USER'S HELD ROWS
           OPEN INPUT DIGEST-PENDING-FILE
           OPEN OUTPUT DIGEST-PENDING-TEMP-FILE
           MOVE "N" TO WS-DIGEST-PEND-EOF
           PERFORM UNTIL WS-DIGEST-PEND-EOF = "Y"
               READ DIGEST-PENDING-FILE INTO DIGEST-PENDING-RECORD
                   AT END MOVE "Y" TO WS-DIGEST-PEND-EOF
                   NOT AT END
                       IF DP-USERNAME NOT = WS-DIGEST-USERNAME
                           MOVE DIGEST-PENDING-RECORD
                               TO DIGEST-PENDING-TEMP-RECORD
                           WRITE DIGEST-PENDING-TEMP-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DIGEST-PENDING-FILE
           CLOSE DIGEST-PENDING-TEMP-FILE

           OPEN OUTPUT DIGEST-PENDING-FILE
           OPEN INPUT DIGEST-PENDING-TEMP-FILE
           MOVE "N" TO WS-DIGEST-PEND-EOF
           PERFORM UNTIL WS-DIGEST-PEND-EOF = "Y"
               READ DIGEST-PENDING-TEMP-FILE
                   INTO DIGEST-PENDING-TEMP-RECORD
      *> CAN MATCH TWICE, WHICH IS WHY QUEUE-JOB-ALERT ALSO SKIPS AN
      *> ALERT ALREADY SITTING IN THE INBOX
           PERFORM FIND-LAST-JOBALERTS-RUN
           PERFORM LOAD-SPONSOR-USER-TABLE
           PERFORM LOAD-COMPANY-HOLDS

           OPEN INPUT SUBSCRIPTIONS-FILE
           IF WS-SUBSCRIPTIONS-STATUS NOT = "00"
           PERFORM WRITE-JOBALERTS-MARKER
           .

      *> LATEST JOBALERTS END (BY BUSINESS DATE, UP TO THE ONE BEING
      *> RUN -- SO A REPLAYED NIGHT SEES THE WATERMARK ITS SCHEDULED
      *> RUN WOULD HAVE SEEN) IN joblog.doc; A SITE THAT HAS
      *> NEVER RUN THE TRANSACTION FALLS BACK TO THE HISTORICAL
      *> ONE-DAY WINDOW
       FIND-LAST-JOBALERTS-RUN.
               READ JOBLOG-FILE INTO JOBLOG-RECORD
                   AT END MOVE "Y" TO WS-JOBLOG-EOF
                   NOT AT END
                       MOVE JG-DATE TO WS-JOBLOG-ROW-BDATE
                       IF JG-BUSINESS-DATE NUMERIC
                           AND JG-BUSINESS-DATE > 0
                           MOVE JG-BUSINESS-DATE TO WS-JOBLOG-ROW-BDATE
                       END-IF
                       IF JG-JOB-NAME = "JOBALERTS"
                           AND JG-EVENT = "END"
                           AND JG-DATE NUMERIC
                           AND WS-JOBLOG-ROW-BDATE > WS-ALERT-CUTOFF-DATE
                           AND WS-JOBLOG-ROW-BDATE <= WS-TODAY-DATE
                           MOVE WS-JOBLOG-ROW-BDATE TO WS-ALERT-CUTOFF-DATE
                       END-IF
               END-READ
           END-PERFORM
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO JG-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO JG-TIME
           MOVE WS-BUSINESS-DATE TO JG-BUSINESS-DATE
           MOVE "JOBALERTS" TO JG-JOB-NAME
           MOVE "END" TO JG-EVENT
           MOVE "OK" TO JG-RETURN-STATUS
       MATCH-ONE-SUBSCRIPTION.
           MOVE FUNCTION UPPER-CASE(SB-KEYWORD) TO WS-ALERT-KEYWORD-UPPER
           MOVE FUNCTION UPPER-CASE(SB-LOCATION) TO WS-ALERT-LOCATION-UPPER
           MOVE SB-USERNAME TO WS-WORK-AUTH-USERNAME
           PERFORM CHECK-NEEDS-SPONSOR
      *> WITH A KEYWORD ON THE SUBSCRIPTION, NOMINATE CANDIDATES FROM
      *> job_index.doc FIRST SO THE LISTING LOOP BELOW ONLY
      *> MEMBERSHIP-TESTS INSTEAD OF INSPECTING EVERY FULL TEXT --
      *> QUEUE-JOB-ALERT KEEPS THE BOUNDARY DAY FROM ALERTING TWICE
                           IF JR-STATUS = "O"
                               AND JR-POSTED-DATE >= WS-ALERT-CUTOFF-DATE
                               AND JR-POSTED-DATE <= WS-TODAY-DATE
                               PERFORM CHECK-JOB-AGAINST-SUBSCRIPTION
                               IF WS-ALERT-MATCHES = "Y"
                                   PERFORM QUEUE-JOB-ALERT
               MOVE "N" TO WS-ALERT-MATCHES
           END-IF

      *> NOR DOES A LISTING FROM A COMPANY UNDER A COMPLIANCE HOLD
           PERFORM CHECK-LISTING-ON-HOLD
           IF WS-HOLD-IS-ACTIVE = "Y"
               MOVE "N" TO WS-ALERT-MATCHES
           END-IF

           IF WS-ALERT-KEYWORD-UPPER NOT = SPACES
               IF WS-JOBX-USABLE = "Y"
                   PERFORM CHECK-JOB-IN-CAND-TABLE
                   MOVE "N" TO WS-ALERT-MATCHES
               END-IF
           END-IF

      *> SAME RULE AS THE INTERACTIVE BROWSE FILTER: ONLY AN EXPLICIT
      *> "WILL NOT SPONSOR" IS HELD BACK FROM A STUDENT NEEDING IT
           IF WS-ALERT-MATCHES = "Y" AND WS-NEEDS-SPONSOR = "Y"
               AND JR-SPONSORSHIP = "N"
               MOVE "N" TO WS-ALERT-MATCHES
           END-IF
           .

      *> PULLS THE "S" (NEEDS SPONSORSHIP) ROWS OF work_auth.doc INTO
      *> MEMORY -- A MISSING FILE JUST MEANS NOBODY IS FILTERED
       LOAD-SPONSOR-USER-TABLE.
           MOVE 0 TO WS-WORK-AUTH-COUNT
           MOVE "N" TO WS-WORK-AUTH-EOF
           OPEN INPUT WORK-AUTH-FILE
           IF WS-WORK-AUTH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-WORK-AUTH-EOF = "Y"
               READ WORK-AUTH-FILE INTO WORK-AUTH-RECORD
                   AT END MOVE "Y" TO WS-WORK-AUTH-EOF
                   NOT AT END
                       IF WA-STATUS = "S" AND WS-WORK-AUTH-COUNT < 500
                           ADD 1 TO WS-WORK-AUTH-COUNT
                           MOVE WA-USERNAME
                               TO WS-SPONSOR-USERNAME (WS-WORK-AUTH-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORK-AUTH-FILE
           .

       CHECK-NEEDS-SPONSOR.
           MOVE "N" TO WS-NEEDS-SPONSOR
           PERFORM VARYING WS-WORK-AUTH-I FROM 1 BY 1
               UNTIL WS-WORK-AUTH-I > WS-WORK-AUTH-COUNT
               IF WS-SPONSOR-USERNAME (WS-WORK-AUTH-I) = WS-WORK-AUTH-USERNAME
                   MOVE "Y" TO WS-NEEDS-SPONSOR
               END-IF
           END-PERFORM
           .

      *> LOADS THE LOOKUP USER'S PREFERENCE ROW (ALL-ON DEFAULTS WHEN
           MOVE "Y" TO WS-NP-WANT-ALERTS
           MOVE "Y" TO WS-NP-WANT-SOCIAL
           MOVE "Y" TO WS-NP-WANT-APPSTAT
           MOVE "Y" TO WS-NP-WANT-SYSTEM
           MOVE "N" TO WS-NP-DIGEST-ONLY
           MOVE "N" TO WS-NOTIF-PREFS-EOF
           OPEN INPUT NOTIF-PREFS-FILE
                           IF NP-APP-STATUS = "N"
                               MOVE "N" TO WS-NP-WANT-APPSTAT
                           END-IF
                           IF NP-SYSTEM = "N"
                               MOVE "N" TO WS-NP-WANT-SYSTEM
                           END-IF
                           IF NP-DIGEST-ONLY = "Y"
                               MOVE "Y" TO WS-NP-DIGEST-ONLY
                           END-IF
      *> RATHER THAN A FULL PROFILE SCAN
       MATCH-CANDIDATE-ALERTS.
           PERFORM FIND-LAST-CANDALERTS-RUN
           PERFORM LOAD-DORMANT-ACCOUNTS
           PERFORM LOAD-CHANGED-PROFILES
           PERFORM DROP-UNSHARED-PROFILES
           IF WS-CHANGED-COUNT = 0
               PERFORM WRITE-CANDALERTS-MARKER
               EXIT PARAGRAPH
               READ JOBLOG-FILE INTO JOBLOG-RECORD
                   AT END MOVE "Y" TO WS-JOBLOG-EOF
                   NOT AT END
                       MOVE JG-DATE TO WS-JOBLOG-ROW-BDATE
                       IF JG-BUSINESS-DATE NUMERIC
                           AND JG-BUSINESS-DATE > 0
                           MOVE JG-BUSINESS-DATE TO WS-JOBLOG-ROW-BDATE
                       END-IF
                       IF JG-JOB-NAME = "CANDALERTS"
                           AND JG-EVENT = "END"
                           AND JG-DATE NUMERIC
                           AND WS-JOBLOG-ROW-BDATE > WS-CANDAL-CUTOFF-DATE
                           AND WS-JOBLOG-ROW-BDATE <= WS-TODAY-DATE
                           MOVE WS-JOBLOG-ROW-BDATE TO WS-CANDAL-CUTOFF-DATE
                       END-IF
               END-READ
           END-PERFORM
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO JG-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO JG-TIME
           MOVE WS-BUSINESS-DATE TO JG-BUSINESS-DATE
           MOVE "CANDALERTS" TO JG-JOB-NAME
           MOVE "END" TO JG-EVENT
           MOVE "OK" TO JG-RETURN-STATUS
                           AND JL-TIMESTAMP(1:8) IS NUMERIC
                           AND FUNCTION NUMVAL(JL-TIMESTAMP(1:8))
                               >= WS-CANDAL-CUTOFF-DATE
                           AND FUNCTION NUMVAL(JL-TIMESTAMP(1:8))
                               <= WS-TODAY-DATE
                           PERFORM ADD-CHANGED-PROFILE
                       END-IF
               END-READ
           END-IF
           .

      *> ONCE A TERMS-OF-USE VERSION IS IN FORCE, A CHANGED PROFILE
      *> STAYS IN WS-CHANGED-TABLE ONLY IF ITS OWNER'S LATEST consent.doc
      *> ROW SAYS "Y" (STUDENT AGREED) OR "-" (NON-STUDENT, NOT ASKED).
      *> SAME RULE AS THE INTERACTIVE CANDIDATE-SEARCH
       DROP-UNSHARED-PROFILES.
           IF WS-CHANGED-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TERMS-CURRENT-VERSION
           MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           MOVE "N" TO WS-TERMS-EOF
           OPEN INPUT TERMS-VERSIONS-FILE
           IF WS-TERMS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TERMS-EOF = "Y"
               READ TERMS-VERSIONS-FILE INTO TERMS-VERSION-RECORD
                   AT END MOVE "Y" TO WS-TERMS-EOF
                   NOT AT END
                       IF TV-VERSION NUMERIC
                           AND TV-EFFECTIVE-DATE NUMERIC
                           AND TV-EFFECTIVE-DATE <= WS-TODAY-DATE
                           AND TV-VERSION > WS-TERMS-CURRENT-VERSION
                           MOVE TV-VERSION TO WS-TERMS-CURRENT-VERSION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERMS-VERSIONS-FILE
           IF WS-TERMS-CURRENT-VERSION = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-CHANGED-I FROM 1 BY 1
               UNTIL WS-CHANGED-I > WS-CHANGED-COUNT
               MOVE SPACE TO WS-CONSENT-SHARE (WS-CHANGED-I)
           END-PERFORM
           MOVE "N" TO WS-CONSENT-EOF
           OPEN INPUT CONSENT-FILE
           IF WS-CONSENT-STATUS NOT = "00"
               MOVE "Y" TO WS-CONSENT-EOF
           END-IF
           PERFORM UNTIL WS-CONSENT-EOF = "Y"
               READ CONSENT-FILE INTO CONSENT-RECORD
                   AT END MOVE "Y" TO WS-CONSENT-EOF
                   NOT AT END
                       PERFORM VARYING WS-CHANGED-I FROM 1 BY 1
                           UNTIL WS-CHANGED-I > WS-CHANGED-COUNT
                           IF WS-CHANGED-USERNAME (WS-CHANGED-I) = TC-USERNAME
                               MOVE TC-SHARE TO WS-CONSENT-SHARE (WS-CHANGED-I)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           IF WS-CONSENT-STATUS NOT = "35"
               CLOSE CONSENT-FILE
           END-IF

           MOVE 0 TO WS-CONSENT-KEEP-COUNT
           PERFORM VARYING WS-CHANGED-I FROM 1 BY 1
               UNTIL WS-CHANGED-I > WS-CHANGED-COUNT
               IF WS-CONSENT-SHARE (WS-CHANGED-I) = "Y"
                   OR WS-CONSENT-SHARE (WS-CHANGED-I) = "-"
                   ADD 1 TO WS-CONSENT-KEEP-COUNT
                   MOVE WS-CHANGED-USERNAME (WS-CHANGED-I)
                       TO WS-CHANGED-USERNAME (WS-CONSENT-KEEP-COUNT)
               END-IF
           END-PERFORM
           MOVE WS-CONSENT-KEEP-COUNT TO WS-CHANGED-COUNT
           .

      *> READS EACH CHANGED PROFILE BY KEY AND APPLIES THE SAVED
      *> SEARCH'S CRITERIA -- SAME TESTS AS THE INTERACTIVE PROGRAM'S
      *> CHECK-CANDIDATE-MATCH, DRIVEN FROM THE ES- FIELDS
               MOVE "N" TO WS-CAND-MATCHES
               EXIT PARAGRAPH
           END-IF
      *> AS DO DORMANT ACCOUNTS, UNTIL THEIR OWNER LOGS IN AGAIN
           MOVE PR-USERNAME TO WS-DORMANT-MATCH
           PERFORM CHECK-USER-DORMANT
           IF WS-DORMANT-FOUND = "Y"
               MOVE "N" TO WS-CAND-MATCHES
               EXIT PARAGRAPH
           END-IF

           IF ES-MAJOR NOT = SPACES
               MOVE FUNCTION UPPER-CASE(PR-MAJOR) TO WS-CAND-FIELD-UPPER
                   END-PERFORM
               END-IF
           END-IF

           IF WS-CAND-MATCHES = "Y" AND ES-SKILL-VERIFIED = "Y"
               PERFORM FIND-VERIFIED-SKILL-BADGE
               IF WS-BADGE-FOUND = "N"
                   MOVE "N" TO WS-CAND-MATCHES
               END-IF
           END-IF
           .

      *> SAME TEST AS THE INTERACTIVE MATCH-VERIFIED-SKILL: A BADGE OF
      *> PR-USERNAME'S WHOSE SKILL CONTAINS ES-SKILL, OR ANY BADGE WHEN
      *> ES-SKILL IS BLANK
       FIND-VERIFIED-SKILL-BADGE.
           MOVE "N" TO WS-BADGE-FOUND
           MOVE "N" TO WS-SKILL-BADGES-EOF
           OPEN INPUT SKILL-BADGES-FILE
           IF WS-SKILL-BADGES-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SKILL-BADGES-EOF = "Y" OR WS-BADGE-FOUND = "Y"
               READ SKILL-BADGES-FILE INTO SKILL-BADGE-RECORD
                   AT END MOVE "Y" TO WS-SKILL-BADGES-EOF
                   NOT AT END
                       IF VB-USERNAME = PR-USERNAME
                           IF ES-SKILL = SPACES
                               MOVE "Y" TO WS-BADGE-FOUND
                           ELSE
                               MOVE FUNCTION UPPER-CASE(VB-SKILL)
                                   TO WS-CAND-FIELD-UPPER
                               MOVE 0 TO WS-CAND-TALLY
                               INSPECT WS-CAND-FIELD-UPPER
                                   TALLYING WS-CAND-TALLY FOR ALL
                                   FUNCTION TRIM(FUNCTION UPPER-CASE(ES-SKILL))
                               IF WS-CAND-TALLY > 0
                                   MOVE "Y" TO WS-BADGE-FOUND
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SKILL-BADGES-FILE
           .

      *> SAME INBOX DEDUP AS QUEUE-JOB-ALERT -- A BOUNDARY-DAY PROFILE
               MOVE "Y" TO WS-FN-APPS-EOF
           END-IF
           PERFORM UNTIL WS-FN-APPS-EOF = "Y"
               READ APPLICATIONS-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-FN-APPS-EOF
                   NOT AT END PERFORM FUNNEL-ONE-APPLICATION
               END-READ
      *> THEMSELVES
       BUILD-JOB-RECOMMENDATIONS.
           PERFORM LOAD-REC-JOB-TABLE
           PERFORM LOAD-SPONSOR-USER-TABLE
           PERFORM LOAD-DORMANT-ACCOUNTS
           OPEN OUTPUT JOB-RECS-FILE
           IF WS-REC-JOB-COUNT = 0
               CLOSE JOB-RECS-FILE
      *> SAME VISIBILITY RULE BROWSE-JOBS APPLIES
       LOAD-REC-JOB-TABLE.
           MOVE 0 TO WS-REC-JOB-COUNT
           PERFORM LOAD-ACTIVE-SPONSORSHIPS
           PERFORM LOAD-COMPANY-HOLDS
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
               READ JOBS-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-JOBS-FILE-EOF
                   NOT AT END
                       PERFORM CHECK-LISTING-ON-HOLD
                       IF JR-STATUS = "O"
                           AND JR-VERIFIED NOT = "N"
                           AND JR-VERIFIED NOT = "R"
                           AND WS-HOLD-IS-ACTIVE = "N"
                           AND WS-REC-JOB-COUNT < 200
                           ADD 1 TO WS-REC-JOB-COUNT
                           MOVE JR-ID
                           END-STRING
                           MOVE FUNCTION UPPER-CASE(JR-LOCATION)
                               TO WS-REC-JOB-LOCATION (WS-REC-JOB-COUNT)
                           MOVE JR-SPONSORSHIP
                               TO WS-REC-JOB-SPONSOR (WS-REC-JOB-COUNT)
                           MOVE "N"
                               TO WS-REC-JOB-FEATURED (WS-REC-JOB-COUNT)
                           PERFORM VARYING WS-SPL-I FROM 1 BY 1
                               UNTIL WS-SPL-I > WS-SPL-ACTIVE-COUNT
                               IF WS-SPL-ACTIVE-ID (WS-SPL-I) = JR-ID
                                   MOVE "Y" TO WS-REC-JOB-FEATURED
                                       (WS-REC-JOB-COUNT)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           .

       SCORE-ONE-PROFILE.
      *> NOBODY IS SIGNING IN TO A DORMANT ACCOUNT TO SEE THEM
           MOVE PR-USERNAME TO WS-DORMANT-MATCH
           PERFORM CHECK-USER-DORMANT
           IF WS-DORMANT-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE PR-USERNAME TO WS-WORK-AUTH-USERNAME
           PERFORM CHECK-NEEDS-SPONSOR
           PERFORM VARYING WS-REC-J FROM 1 BY 1 UNTIL WS-REC-J > 3
               MOVE 0 TO WS-REC-TOP-ID (WS-REC-J)
               MOVE 0 TO WS-REC-TOP-SCORE (WS-REC-J)
       SCORE-ONE-LISTING.
           MOVE 0 TO WS-REC-SCORE

      *> A LISTING THAT WILL NOT SPONSOR IS NEVER RECOMMENDED TO A
      *> STUDENT WHO NEEDS SPONSORSHIP, HOWEVER WELL IT SCORES
           IF WS-NEEDS-SPONSOR = "Y"
               AND WS-REC-JOB-SPONSOR (WS-REC-I) = "N"
               EXIT PARAGRAPH
           END-IF

           IF PR-MAJOR NOT = SPACES
               MOVE 0 TO WS-REC-TALLY
               INSPECT WS-REC-JOB-TEXT (WS-REC-I)
                   ADD 1 TO WS-REC-SCORE
               END-IF
           END-IF

      *> A SPONSORED PLACEMENT IS WORTH TWO MORE POINTS -- BUT ONLY ON
      *> A LISTING THAT ALREADY MATCHED THE PROFILE SOMEWHERE. PAYING
      *> BUYS RANK, NOT A SLOT IN FRONT OF STUDENTS IT DOES NOT FIT
           IF WS-REC-SCORE > 0
               AND WS-REC-JOB-FEATURED (WS-REC-I) = "Y"
               ADD 2 TO WS-REC-SCORE
           END-IF
           .

      *> NIGHTLY PROFILE COMPLETENESS. EVERY PROFILE IS SCORED
      *> AGAINST THE WEIGHTED CHECKLIST IN SCORE-ONE-COMPLETENESS,
      *> profile_scores.doc IS REBUILT FROM THE RESULTS, LOW SCORERS
      *> ARE NUDGED, AND THE SCORES ARE SORTED INTO THE CAREER CENTER'S
      *> profile-completeness.rpt
       SCORE-PROFILE-COMPLETENESS.
           MOVE 0 TO WS-PC-PROFILES
           MOVE 0 TO WS-PC-NUDGES
           MOVE "N" TO WS-PC-EOF
           PERFORM LOAD-DOCUMENT-OWNERS
           SORT PC-SORT-FILE
               ON ASCENDING KEY PCS-UNIVERSITY PCS-MAJOR PCS-GRAD-YEAR
               INPUT PROCEDURE IS SCORE-ALL-PROFILES
               OUTPUT PROCEDURE IS WRITE-COMPLETENESS-REPORT
      *> WS-PC-EOF IS LEFT "Y" ONLY WHEN THE SCORING PASS RAN TO THE
      *> END, SO A MISSING profiles.doc NEVER EMPTIES THE OLD SCORES
           IF WS-PC-EOF = "Y"
               PERFORM REPLACE-PROFILE-SCORES
           END-IF
           .

      *> ACCOUNTS WITH AT LEAST ONE LOCKER DOCUMENT -- A LOCKER RESUME
      *> COUNTS THE SAME AS THE OLD SINGLE RESUME LINK
       LOAD-DOCUMENT-OWNERS.
           MOVE 0 TO WS-PC-DOC-COUNT
           MOVE "N" TO WS-PC-SORT-EOF
           OPEN INPUT DOCUMENTS-FILE
           IF WS-DOCUMENTS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PC-SORT-EOF = "Y"
               READ DOCUMENTS-FILE INTO DOCUMENT-RECORD
                   AT END MOVE "Y" TO WS-PC-SORT-EOF
                   NOT AT END
                       MOVE DOC-USERNAME TO WS-PC-USERNAME
                       PERFORM CHECK-PROFILE-DOCUMENT
                       IF WS-PC-HAS-DOC = "N"
                           AND WS-PC-DOC-COUNT < 2000
                           ADD 1 TO WS-PC-DOC-COUNT
                           MOVE DOC-USERNAME
                               TO WS-PC-DOC-USER (WS-PC-DOC-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DOCUMENTS-FILE
           .

      *> SORT INPUT PROCEDURE: SCORES EACH PROFILE IN KEY ORDER, WRITES
      *> ITS profile_scores.tmp ROW AND RELEASES IT TO THE REPORT SORT.
      *> THE OLD profile_scores.doc IS READ ALONGSIDE (SAME KEY ORDER)
      *> ONLY TO CARRY EACH STUDENT'S LAST NUDGE DATE FORWARD
       SCORE-ALL-PROFILES.
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PROFILE-SCORES-TEMP-FILE
           MOVE "N" TO WS-PC-CONN-OPEN
           OPEN INPUT CONNECTIONS-FILE
           IF WS-CONNECTIONS-STATUS = "00"
               MOVE "Y" TO WS-PC-CONN-OPEN
           END-IF
           MOVE "N" TO WS-PC-OLD-EOF
           OPEN INPUT PROFILE-SCORES-FILE
           IF WS-PC-STATUS NOT = "00"
               MOVE "Y" TO WS-PC-OLD-EOF
           ELSE
               PERFORM READ-OLD-PROFILE-SCORE
           END-IF

           MOVE "N" TO WS-PROFILE-EOF
           PERFORM UNTIL WS-PROFILE-EOF = "Y"
               READ PROFILE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-PROFILE-EOF
                   NOT AT END PERFORM SCORE-ONE-COMPLETENESS
               END-READ
           END-PERFORM

           CLOSE PROFILE-FILE
           CLOSE PROFILE-SCORES-TEMP-FILE
           IF WS-PC-CONN-OPEN = "Y"
               CLOSE CONNECTIONS-FILE
           END-IF
           IF WS-PC-STATUS NOT = "35"
               CLOSE PROFILE-SCORES-FILE
           END-IF
           MOVE "Y" TO WS-PC-EOF
           .

       READ-OLD-PROFILE-SCORE.
           READ PROFILE-SCORES-FILE INTO PROFILE-SCORE-RECORD
               AT END MOVE "Y" TO WS-PC-OLD-EOF
           END-READ
           .

      *> THE CHECKLIST, HEAVIEST ITEMS FIRST SO THE FIRST THREE MISSES
      *> ARE THE THREE THAT WOULD RAISE THE SCORE MOST. THE WEIGHTS
      *> ADD UP TO 100
       SCORE-ONE-COMPLETENESS.
           ADD 1 TO WS-PC-PROFILES
           MOVE SPACES TO WS-PC-ROW
           MOVE PR-USERNAME TO WS-PC-USERNAME
           MOVE 0 TO WS-PC-SCORE
           MOVE 0 TO WS-PC-MISSING-COUNT
           MOVE WS-TODAY-DATE TO WS-PC-DATE
           PERFORM CHECK-PROFILE-DOCUMENT
           PERFORM CHECK-PROFILE-CONNECTION

           IF PR-ABOUT-ME NOT = SPACES
               ADD 15 TO WS-PC-SCORE
           ELSE
               MOVE "About me" TO WS-PC-MISSING-TEXT
               PERFORM NOTE-MISSING-ITEM
           END-IF
           IF PR-EXP-COUNT NUMERIC AND PR-EXP-COUNT > 0
               ADD 15 TO WS-PC-SCORE
           ELSE
               MOVE "Experience" TO WS-PC-MISSING-TEXT
               PERFORM NOTE-MISSING-ITEM
           END-IF
           IF PR-SKILL-COUNT NUMERIC AND PR-SKILL-COUNT >= 3
               ADD 15 TO WS-PC-SCORE
           ELSE
               MOVE "3+ skills" TO WS-PC-MISSING-TEXT
               PERFORM NOTE-MISSING-ITEM
           END-IF
           IF PR-FIRST-NAME NOT = SPACES AND PR-LAST-NAME NOT = SPACES
               ADD 10 TO WS-PC-SCORE
           ELSE
               MOVE "Full name" TO WS-PC-MISSING-TEXT
               PERFORM NOTE-MISSING-ITEM
           END-IF
           IF PR-EDU-COUNT NUMERIC AND PR-EDU-COUNT > 0
               ADD 10 TO WS-PC-SCORE
           ELSE
               MOVE "Education" TO WS-PC-MISSING-TEXT
               PERFORM NOTE-MISSING-ITEM
           END-IF
           IF PR-RESUME-LINK NOT = SPACES OR WS-PC-HAS-DOC = "Y"
               ADD 10 TO WS-PC-SCORE
           ELSE
               MOVE "Resume or document" TO WS-PC-MISSING-TEXT
               PERFORM NOTE-MISSING-ITEM
           END-IF
           IF WS-PC-HAS-CONN = "Y"
               ADD 10 TO WS-PC-SCORE
           ELSE
               MOVE "A connection" TO WS-PC-MISSING-TEXT
               PERFORM NOTE-MISSING-ITEM
           END-IF
           IF PR-UNIVERSITY NOT = SPACES
               ADD 5 TO WS-PC-SCORE
           ELSE
               MOVE "University" TO WS-PC-MISSING-TEXT
               PERFORM NOTE-MISSING-ITEM
           END-IF
           IF PR-MAJOR NOT = SPACES
               ADD 5 TO WS-PC-SCORE
           ELSE
               MOVE "Major" TO WS-PC-MISSING-TEXT
               PERFORM NOTE-MISSING-ITEM
           END-IF
           IF PR-GRAD-YEAR NUMERIC AND PR-GRAD-YEAR > 0
               ADD 5 TO WS-PC-SCORE
           ELSE
               MOVE "Graduation year" TO WS-PC-MISSING-TEXT
               PERFORM NOTE-MISSING-ITEM
           END-IF
           MOVE WS-PC-SCORE TO WS-PC-ROW-SCORE

           MOVE 0 TO WS-PC-ROW-NUDGE
           PERFORM READ-OLD-PROFILE-SCORE
               UNTIL WS-PC-OLD-EOF = "Y" OR PS-USERNAME >= PR-USERNAME
           IF WS-PC-OLD-EOF = "N" AND PS-USERNAME = PR-USERNAME
               AND PS-NUDGE-DATE NUMERIC
               MOVE PS-NUDGE-DATE TO WS-PC-ROW-NUDGE
           END-IF
           IF WS-PC-SCORE < WS-PC-LOW-SCORE
               PERFORM NUDGE-LOW-PROFILE
           END-IF

           MOVE WS-PC-ROW TO PROFILE-SCORE-TEMP-RECORD
           WRITE PROFILE-SCORE-TEMP-RECORD

           MOVE PR-UNIVERSITY TO PCS-UNIVERSITY
           MOVE PR-MAJOR TO PCS-MAJOR
           MOVE 0 TO PCS-GRAD-YEAR
           IF PR-GRAD-YEAR NUMERIC
               MOVE PR-GRAD-YEAR TO PCS-GRAD-YEAR
           END-IF
           MOVE WS-PC-SCORE TO PCS-SCORE
           RELEASE PC-SORT-RECORD
           .

      *> KEEPS THE FIRST THREE MISSES AND COUNTS THE REST
       NOTE-MISSING-ITEM.
           ADD 1 TO WS-PC-MISSING-COUNT
           IF WS-PC-MISSING-COUNT <= 3
               MOVE WS-PC-MISSING-TEXT
                   TO WS-PC-MISSING (WS-PC-MISSING-COUNT)
           END-IF
           .

      *> LEAVES WS-PC-HAS-DOC = "Y" WHEN WS-PC-USERNAME OWNS A LOCKER
      *> DOCUMENT (LOAD-DOCUMENT-OWNERS ALSO USES IT TO DE-DUPLICATE)
       CHECK-PROFILE-DOCUMENT.
           MOVE "N" TO WS-PC-HAS-DOC
           PERFORM VARYING WS-PC-I FROM 1 BY 1
               UNTIL WS-PC-I > WS-PC-DOC-COUNT
                   OR WS-PC-HAS-DOC = "Y"
               IF WS-PC-DOC-USER (WS-PC-I) = WS-PC-USERNAME
                   MOVE "Y" TO WS-PC-HAS-DOC
               END-IF
           END-PERFORM
           .

      *> A CONNECTION IS STORED ONCE, UNDER EITHER USER -- TRY THE
      *> PRIMARY KEY AS USER ONE, THEN THE ALTERNATE KEY AS USER TWO
       CHECK-PROFILE-CONNECTION.
           MOVE "N" TO WS-PC-HAS-CONN
           IF WS-PC-CONN-OPEN = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE PR-USERNAME TO CN-USER-ONE
           MOVE LOW-VALUES TO CN-USER-TWO
           START CONNECTIONS-FILE KEY >= CN-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   READ CONNECTIONS-FILE NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           IF CN-USER-ONE = PR-USERNAME
                               MOVE "Y" TO WS-PC-HAS-CONN
                           END-IF
                   END-READ
           END-START
           IF WS-PC-HAS-CONN = "N"
               MOVE PR-USERNAME TO CN-USER-TWO
               START CONNECTIONS-FILE KEY = CN-USER-TWO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO WS-PC-HAS-CONN
               END-START
           END-IF
           .

      *> ONE SYSTEM NOTICE NAMING THE TOP MISSING ITEMS, NO MORE OFTEN
      *> THAN EVERY WS-PC-NUDGE-DAYS, AND NEVER TO A STUDENT WHO HAS
      *> MUTED SYSTEM NOTICES
       NUDGE-LOW-PROFILE.
           IF WS-PC-ROW-NUDGE > 0
               IF FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-PC-ROW-NUDGE)
                   < WS-PC-NUDGE-DAYS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE PR-USERNAME TO WS-NP-LOOKUP-USER
           PERFORM LOOKUP-NOTIFY-PREFS
           IF WS-NP-WANT-SYSTEM = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PC-SCORE TO WS-PCD-AVERAGE
           MOVE SPACES TO WS-ALERT-TEXT
           STRING "Your profile is " FUNCTION TRIM(WS-PCD-AVERAGE)
               "% complete. Add: "
               FUNCTION TRIM(WS-PC-MISSING (1) TRAILING)
               INTO WS-ALERT-TEXT
           END-STRING
           IF WS-PC-MISSING (2) NOT = SPACES
               MOVE WS-ALERT-TEXT TO WS-PC-MISSING-TEXT
               MOVE SPACES TO WS-ALERT-TEXT
               STRING FUNCTION TRIM(WS-PC-MISSING-TEXT TRAILING) ", "
                   FUNCTION TRIM(WS-PC-MISSING (2) TRAILING)
                   INTO WS-ALERT-TEXT
               END-STRING
           END-IF
           IF WS-PC-MISSING (3) NOT = SPACES
               MOVE WS-ALERT-TEXT TO WS-PC-MISSING-TEXT
               MOVE SPACES TO WS-ALERT-TEXT
               STRING FUNCTION TRIM(WS-PC-MISSING-TEXT TRAILING) ", "
                   FUNCTION TRIM(WS-PC-MISSING (3) TRAILING)
                   INTO WS-ALERT-TEXT
               END-STRING
           END-IF

           IF WS-NP-DIGEST-ONLY = "Y"
               PERFORM HOLD-FOR-DIGEST
           ELSE
               PERFORM DELIVER-ALERT-NOTICE
           END-IF
           MOVE WS-TODAY-DATE TO WS-PC-ROW-NUDGE
           ADD 1 TO WS-PC-NUDGES
           .

      *> SAME TEMP-FILE COPY-BACK AS THE OTHER WHOLESALE REBUILDS
       REPLACE-PROFILE-SCORES.
           OPEN OUTPUT PROFILE-SCORES-FILE
           OPEN INPUT PROFILE-SCORES-TEMP-FILE
           MOVE "N" TO WS-PC-OLD-EOF
           PERFORM UNTIL WS-PC-OLD-EOF = "Y"
               READ PROFILE-SCORES-TEMP-FILE
                   AT END MOVE "Y" TO WS-PC-OLD-EOF
                   NOT AT END
                       MOVE PROFILE-SCORE-TEMP-RECORD
                           TO PROFILE-SCORE-RECORD
                       WRITE PROFILE-SCORE-RECORD
               END-READ
           END-PERFORM
           CLOSE PROFILE-SCORES-FILE
           CLOSE PROFILE-SCORES-TEMP-FILE
           OPEN OUTPUT PROFILE-SCORES-TEMP-FILE
           CLOSE PROFILE-SCORES-TEMP-FILE
           .

      *> SORT OUTPUT PROCEDURE: ONE SECTION PER UNIVERSITY, ONE LINE
      *> PER MAJOR AND GRAD YEAR WITH THE HEAD COUNT, AVERAGE SCORE
      *> AND HOW MANY FALL BELOW WS-PC-LOW-SCORE
       WRITE-COMPLETENESS-REPORT.
           MOVE 0 TO WS-PC-ALL-COUNT
           MOVE 0 TO WS-PC-ALL-TOTAL
           MOVE 0 TO WS-PC-ALL-LOW
           OPEN OUTPUT COMPLETENESS-REPORT-FILE
           MOVE SPACES TO COMPLETENESS-REPORT-RECORD
           STRING "=== PROFILE COMPLETENESS AS OF " WS-TODAY-DATE
               " ===" INTO COMPLETENESS-REPORT-RECORD
           END-STRING
           WRITE COMPLETENESS-REPORT-RECORD
           MOVE SPACES TO COMPLETENESS-REPORT-RECORD
           STRING "Scores out of 100; low = below " WS-PC-LOW-SCORE
               INTO COMPLETENESS-REPORT-RECORD
           END-STRING
           WRITE COMPLETENESS-REPORT-RECORD

           MOVE "N" TO WS-PC-SORT-EOF
           PERFORM RETURN-COMPLETENESS-SORT
           PERFORM WRITE-COMPLETENESS-UNIVERSITY
               UNTIL WS-PC-SORT-EOF = "Y"

           IF WS-PC-ALL-COUNT > 0
               DIVIDE WS-PC-ALL-TOTAL BY WS-PC-ALL-COUNT
                   GIVING WS-PC-AVERAGE ROUNDED
           ELSE
               MOVE 0 TO WS-PC-AVERAGE
           END-IF
           MOVE SPACES TO COMPLETENESS-REPORT-RECORD
           STRING "All universities: " WS-PC-ALL-COUNT " profiles, "
               "average " WS-PC-AVERAGE ", low " WS-PC-ALL-LOW
               INTO COMPLETENESS-REPORT-RECORD
           END-STRING
           WRITE COMPLETENESS-REPORT-RECORD
           MOVE SPACES TO COMPLETENESS-REPORT-RECORD
           STRING "Nudges sent this run: " WS-PC-NUDGES
               INTO COMPLETENESS-REPORT-RECORD
           END-STRING
           WRITE COMPLETENESS-REPORT-RECORD
           CLOSE COMPLETENESS-REPORT-FILE
           .

       RETURN-COMPLETENESS-SORT.
           RETURN PC-SORT-FILE
               AT END MOVE "Y" TO WS-PC-SORT-EOF
           END-RETURN
           .

       WRITE-COMPLETENESS-UNIVERSITY.
           MOVE PCS-UNIVERSITY TO WS-PC-CUR-UNIVERSITY
           MOVE 0 TO WS-PC-UNI-COUNT
           MOVE 0 TO WS-PC-UNI-TOTAL
           MOVE 0 TO WS-PC-UNI-LOW
           MOVE SPACES TO COMPLETENESS-REPORT-RECORD
           IF WS-PC-CUR-UNIVERSITY = SPACES
               MOVE "University: (none given)"
                   TO COMPLETENESS-REPORT-RECORD
           ELSE
               STRING "University: "
                   FUNCTION TRIM(WS-PC-CUR-UNIVERSITY TRAILING)
                   INTO COMPLETENESS-REPORT-RECORD
               END-STRING
           END-IF
           WRITE COMPLETENESS-REPORT-RECORD
           MOVE "  Major                          Year  Profiles  Avg score  Low"
               TO COMPLETENESS-REPORT-RECORD
           WRITE COMPLETENESS-REPORT-RECORD

           PERFORM WRITE-COMPLETENESS-GROUP
               UNTIL WS-PC-SORT-EOF = "Y"
                   OR PCS-UNIVERSITY NOT = WS-PC-CUR-UNIVERSITY

           IF WS-PC-UNI-COUNT > 0
               DIVIDE WS-PC-UNI-TOTAL BY WS-PC-UNI-COUNT
                   GIVING WS-PC-AVERAGE ROUNDED
           END-IF
           MOVE SPACES TO COMPLETENESS-REPORT-RECORD
           STRING "  University total: " WS-PC-UNI-COUNT " profiles, "
               "average " WS-PC-AVERAGE ", low " WS-PC-UNI-LOW
               INTO COMPLETENESS-REPORT-RECORD
           END-STRING
           WRITE COMPLETENESS-REPORT-RECORD
           MOVE "---" TO COMPLETENESS-REPORT-RECORD
           WRITE COMPLETENESS-REPORT-RECORD
           ADD WS-PC-UNI-COUNT TO WS-PC-ALL-COUNT
           ADD WS-PC-UNI-TOTAL TO WS-PC-ALL-TOTAL
           ADD WS-PC-UNI-LOW TO WS-PC-ALL-LOW
           .

       WRITE-COMPLETENESS-GROUP.
           MOVE PCS-MAJOR TO WS-PC-CUR-MAJOR
           MOVE PCS-GRAD-YEAR TO WS-PC-CUR-YEAR
           MOVE 0 TO WS-PC-GRP-COUNT
           MOVE 0 TO WS-PC-GRP-TOTAL
           MOVE 0 TO WS-PC-GRP-LOW
           PERFORM UNTIL WS-PC-SORT-EOF = "Y"
                   OR PCS-UNIVERSITY NOT = WS-PC-CUR-UNIVERSITY
                   OR PCS-MAJOR NOT = WS-PC-CUR-MAJOR
                   OR PCS-GRAD-YEAR NOT = WS-PC-CUR-YEAR
               ADD 1 TO WS-PC-GRP-COUNT
               ADD PCS-SCORE TO WS-PC-GRP-TOTAL
               IF PCS-SCORE < WS-PC-LOW-SCORE
                   ADD 1 TO WS-PC-GRP-LOW
               END-IF
               PERFORM RETURN-COMPLETENESS-SORT
           END-PERFORM

           MOVE WS-PC-CUR-MAJOR TO WS-PCD-MAJOR
           IF WS-PC-CUR-MAJOR = SPACES
               MOVE "(none given)" TO WS-PCD-MAJOR
           END-IF
           IF WS-PC-CUR-YEAR = 0
               MOVE "----" TO WS-PCD-YEAR
           ELSE
               MOVE WS-PC-CUR-YEAR TO WS-PCD-YEAR
           END-IF
           MOVE WS-PC-GRP-COUNT TO WS-PCD-COUNT
           DIVIDE WS-PC-GRP-TOTAL BY WS-PC-GRP-COUNT
               GIVING WS-PC-AVERAGE ROUNDED
           MOVE WS-PC-AVERAGE TO WS-PCD-AVERAGE
           MOVE WS-PC-GRP-LOW TO WS-PCD-LOW
           MOVE WS-PC-DETAIL-LINE TO COMPLETENESS-REPORT-RECORD
           WRITE COMPLETENESS-REPORT-RECORD
           ADD WS-PC-GRP-COUNT TO WS-PC-UNI-COUNT
           ADD WS-PC-GRP-TOTAL TO WS-PC-UNI-TOTAL
           ADD WS-PC-GRP-LOW TO WS-PC-UNI-LOW
           .

      *> CTLPARAMS: THE VALUE IN FORCE FOR EACH TUNABLE ON THE BUSINESS
      *> DATE IS THE LATEST APPROVED CHANGE EFFECTIVE ON OR BEFORE IT
      *> (THE LATER-APPROVED OF TWO FOR THE SAME DAY), ELSE WHATEVER
      *> control.doc ALREADY HOLDS -- THE SAME RULE THE MAIN PROGRAM'S
      *> APPLY-PARAMETER-HISTORY USES AGAINST THE CLOCK. ANY VALUE THAT
      *> DIFFERS IS WRITTEN THROUGH TO control.doc SO EVERY PROGRAM
      *> READING IT SEES THE SAME LIMITS, THEN EVERY CHANGE ON FILE IS
      *> REPORTED WITH WHO ASKED FOR IT AND WHO APPROVED IT
       APPLY-CONTROL-PARAMETERS.
           MOVE "N" TO WS-PRM-HAVE-CONTROL
           MOVE 0 TO WS-PRM-CHANGED
           PERFORM VARYING WS-PRM-I FROM 1 BY 1 UNTIL WS-PRM-I > 5
               MOVE 0 TO WS-PRM-VALUE (WS-PRM-I)
               MOVE 0 TO WS-PRM-FROM (WS-PRM-I)
               MOVE 0 TO WS-PRM-FROM-ROW (WS-PRM-I)
           END-PERFORM

           OPEN INPUT CONTROL-FILE
           IF WS-PRM-CONTROL-STATUS = "00"
               READ CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE "Y" TO WS-PRM-HAVE-CONTROL
                       IF CTL-MAX-ACCOUNTS NUMERIC
                           MOVE CTL-MAX-ACCOUNTS TO WS-PRM-VALUE (1)
                       END-IF
                       IF CTL-MAX-LOGIN-FAILURES NUMERIC
                           MOVE CTL-MAX-LOGIN-FAILURES TO WS-PRM-VALUE (2)
                       END-IF
                       IF CTL-MAX-PASSWORD-AGE NUMERIC
                           MOVE CTL-MAX-PASSWORD-AGE TO WS-PRM-VALUE (3)
                       END-IF
                       IF CTL-MAX-MSGS-PER-DAY NUMERIC
                           MOVE CTL-MAX-MSGS-PER-DAY TO WS-PRM-VALUE (4)
                       END-IF
                       IF CTL-MAX-CONNREQ-PER-DAY NUMERIC
                           MOVE CTL-MAX-CONNREQ-PER-DAY
                               TO WS-PRM-VALUE (5)
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF

           MOVE 0 TO WS-PRM-ROW
           MOVE "N" TO WS-PH-EOF
           OPEN INPUT PARAM-HISTORY-FILE
           IF WS-PH-STATUS NOT = "00"
               MOVE "Y" TO WS-PH-EOF
           END-IF
           PERFORM UNTIL WS-PH-EOF = "Y"
               READ PARAM-HISTORY-FILE
                   AT END MOVE "Y" TO WS-PH-EOF
                   NOT AT END
                       ADD 1 TO WS-PRM-ROW
                       PERFORM RESOLVE-PARAM-HISTORY-ROW
               END-READ
           END-PERFORM
           IF WS-PH-STATUS NOT = "35"
               CLOSE PARAM-HISTORY-FILE
           END-IF

      *> A MISSING control.doc IS LEFT FOR THE MAIN PROGRAM TO CREATE
      *> WITH ITS DEFAULTS -- THIS STEP NEVER INVENTS ONE
           IF WS-PRM-HAVE-CONTROL = "Y"
               IF CTL-MAX-ACCOUNTS NOT = WS-PRM-VALUE (1)
                   OR CTL-MAX-LOGIN-FAILURES NOT = WS-PRM-VALUE (2)
                   OR CTL-MAX-PASSWORD-AGE NOT = WS-PRM-VALUE (3)
                   OR CTL-MAX-MSGS-PER-DAY NOT = WS-PRM-VALUE (4)
                   OR CTL-MAX-CONNREQ-PER-DAY NOT = WS-PRM-VALUE (5)
                   MOVE 1 TO WS-PRM-CHANGED
                   MOVE WS-PRM-VALUE (1) TO CTL-MAX-ACCOUNTS
                   MOVE WS-PRM-VALUE (2) TO CTL-MAX-LOGIN-FAILURES
                   MOVE WS-PRM-VALUE (3) TO CTL-MAX-PASSWORD-AGE
                   MOVE WS-PRM-VALUE (4) TO CTL-MAX-MSGS-PER-DAY
                   MOVE WS-PRM-VALUE (5) TO CTL-MAX-CONNREQ-PER-DAY
                   OPEN OUTPUT CONTROL-FILE
                   WRITE CONTROL-RECORD
                   CLOSE CONTROL-FILE
               END-IF
           END-IF

           PERFORM WRITE-PARAMETER-REPORT
           .

       RESOLVE-PARAM-HISTORY-ROW.
           PERFORM VARYING WS-PRM-I FROM 1 BY 1
                   UNTIL WS-PRM-I > 5
                   OR WS-PRM-NAME (WS-PRM-I) = PH-PARAM
               CONTINUE
           END-PERFORM
           IF WS-PRM-I > 5
               OR PH-NEW-VALUE NOT NUMERIC
               OR PH-EFFECTIVE-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF PH-EFFECTIVE-DATE <= WS-TODAY-DATE
               AND PH-EFFECTIVE-DATE >= WS-PRM-FROM (WS-PRM-I)
               MOVE PH-NEW-VALUE TO WS-PRM-VALUE (WS-PRM-I)
               MOVE PH-EFFECTIVE-DATE TO WS-PRM-FROM (WS-PRM-I)
               MOVE WS-PRM-ROW TO WS-PRM-FROM-ROW (WS-PRM-I)
           END-IF
           .

      *> control-parameters.rpt: THE VALUES IN FORCE, THEN EVERY
      *> APPROVED CHANGE IN THE ORDER IT WAS APPROVED -- IN FORCE,
      *> SUPERSEDED BY A LATER ONE, OR STILL TO COME
       WRITE-PARAMETER-REPORT.
           OPEN OUTPUT PARAM-REPORT-FILE
           MOVE SPACES TO PARAM-REPORT-RECORD
           STRING "=== CONTROL PARAMETERS AS OF " WS-TODAY-DATE
               " ===" INTO PARAM-REPORT-RECORD
           END-STRING
           WRITE PARAM-REPORT-RECORD
           IF WS-PRM-HAVE-CONTROL = "N"
               MOVE "control.doc not found - nothing applied." TO PARAM-REPORT-RECORD
               WRITE PARAM-REPORT-RECORD
           ELSE
               IF WS-PRM-CHANGED = 1
                   MOVE "control.doc updated to the values in force." TO PARAM-REPORT-RECORD
               ELSE
                   MOVE "control.doc already held the values in force." TO PARAM-REPORT-RECORD
               END-IF
               WRITE PARAM-REPORT-RECORD
           END-IF
           MOVE SPACES TO PARAM-REPORT-RECORD
           WRITE PARAM-REPORT-RECORD
           PERFORM VARYING WS-PRM-I FROM 1 BY 1 UNTIL WS-PRM-I > 5
               MOVE WS-PRM-VALUE (WS-PRM-I) TO WS-PRM-VALUE-OUT
               MOVE SPACES TO PARAM-REPORT-RECORD
               IF WS-PRM-FROM (WS-PRM-I) = 0
                   STRING WS-PRM-NAME (WS-PRM-I) " " WS-PRM-VALUE-OUT
                       "  (control.doc)" INTO PARAM-REPORT-RECORD
                   END-STRING
               ELSE
                   STRING WS-PRM-NAME (WS-PRM-I) " " WS-PRM-VALUE-OUT
                       "  (since " WS-PRM-FROM (WS-PRM-I) ")"
                       INTO PARAM-REPORT-RECORD
                   END-STRING
               END-IF
               WRITE PARAM-REPORT-RECORD
           END-PERFORM

           MOVE SPACES TO PARAM-REPORT-RECORD
           WRITE PARAM-REPORT-RECORD
           MOVE "PARAMETER             OLD   NEW  EFFECTIVE REQUESTED BY         APPROVED BY          APPROVED  STATUS" TO PARAM-REPORT-RECORD
           WRITE PARAM-REPORT-RECORD

           MOVE 0 TO WS-PRM-ROW
           MOVE "N" TO WS-PH-EOF
           OPEN INPUT PARAM-HISTORY-FILE
           IF WS-PH-STATUS NOT = "00"
               MOVE "Y" TO WS-PH-EOF
           END-IF
           PERFORM UNTIL WS-PH-EOF = "Y"
               READ PARAM-HISTORY-FILE
                   AT END MOVE "Y" TO WS-PH-EOF
                   NOT AT END
                       ADD 1 TO WS-PRM-ROW
                       PERFORM WRITE-PARAMETER-CHANGE
               END-READ
           END-PERFORM
           IF WS-PH-STATUS NOT = "35"
               CLOSE PARAM-HISTORY-FILE
           END-IF

           MOVE SPACES TO PARAM-REPORT-RECORD
           WRITE PARAM-REPORT-RECORD
           MOVE SPACES TO PARAM-REPORT-RECORD
           STRING "Changes on file: " WS-PRM-ROW
               INTO PARAM-REPORT-RECORD
           END-STRING
           WRITE PARAM-REPORT-RECORD
           CLOSE PARAM-REPORT-FILE
           .

       WRITE-PARAMETER-CHANGE.
           MOVE PH-PARAM TO WS-PRMD-PARAM
           MOVE PH-OLD-VALUE TO WS-PRMD-OLD
           MOVE PH-NEW-VALUE TO WS-PRMD-NEW
           MOVE PH-EFFECTIVE-DATE TO WS-PRMD-EFFECTIVE
           MOVE PH-REQUESTED-BY TO WS-PRMD-REQUESTED-BY
           MOVE PH-APPROVED-BY TO WS-PRMD-APPROVED-BY
           MOVE PH-APPROVED-TS (1:8) TO WS-PRMD-APPROVED-ON
           PERFORM VARYING WS-PRM-I FROM 1 BY 1
                   UNTIL WS-PRM-I > 5
                   OR WS-PRM-NAME (WS-PRM-I) = PH-PARAM
               CONTINUE
           END-PERFORM
           EVALUATE TRUE
               WHEN PH-EFFECTIVE-DATE > WS-TODAY-DATE
                   MOVE "PENDING" TO WS-PRMD-STATE
               WHEN WS-PRM-I <= 5
                   AND WS-PRM-FROM-ROW (WS-PRM-I) = WS-PRM-ROW
                   MOVE "IN FORCE" TO WS-PRMD-STATE
               WHEN OTHER
                   MOVE "SUPERSEDED" TO WS-PRMD-STATE
           END-EVALUATE
           MOVE WS-PRM-DETAIL-LINE TO PARAM-REPORT-RECORD
           WRITE PARAM-REPORT-RECORD
           .

      *> OUTREACH, QUEUED ONCE A WEEK: EVERY STUDENT WITHIN TWO TERMS
      *> OF GRADUATION WHO HAS NOT LOGGED IN FOR WS-OR-LOGIN-DAYS, HAS
      *> NO APPLICATIONS, HAS FEWER THAN WS-OR-MIN-CONNECTIONS OR A
      *> MOSTLY EMPTY PROFILE GOES ON outreach_list.doc WITH THE
      *> REASONS, SO THE CAREER CENTER HEARS ABOUT THEM BEFORE THE
      *> FIRST-DESTINATION SURVEY DOES. SAVED JOBS AND EVENT RSVPS
      *> RIDE ALONG AS CONTEXT FOR THE ADVISER, AS DOES THE LATEST
      *> "CONTACTED" MARK ON FILE -- THE LIST SORTS THE UNTOUCHED
      *> STUDENTS OF EACH UNIVERSITY FIRST
       BUILD-OUTREACH-LIST.
           MOVE 0 TO WS-OR-COUNT
           MOVE 0 TO WS-OR-FLAGGED
           MOVE 0 TO WS-OR-UNTOUCHED
           MOVE WS-TODAY-DATE (1:4) TO WS-OR-THIS-YEAR
           COMPUTE WS-OR-LOGIN-CUTOFF = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               - WS-OR-LOGIN-DAYS)

           PERFORM LOAD-OUTREACH-SENIORS
           PERFORM MARK-OUTREACH-STUDENTS
           PERFORM LOAD-OUTREACH-LOGINS
           PERFORM LOAD-OUTREACH-SAVED-JOBS
           PERFORM LOAD-OUTREACH-RSVPS
           PERFORM LOAD-OUTREACH-SCORES
           PERFORM LOAD-OUTREACH-CONTACTS
           PERFORM CHECK-OUTREACH-ACTIVITY

           SORT OR-SORT-FILE
               ON ASCENDING KEY ORS-UNIVERSITY ORS-CONTACT-DATE
                   ORS-LAST-NAME ORS-USERNAME
               INPUT PROCEDURE IS RELEASE-OUTREACH-ROWS
               OUTPUT PROCEDURE IS WRITE-OUTREACH-LIST
           .

      *> THE SENIORS, FROM THE PROFILES -- ALUMNI (CLASS YEAR BEHIND
      *> US) AND PROFILES WITH NO CLASS YEAR NEVER QUALIFY
       LOAD-OUTREACH-SENIORS.
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PROFILE-EOF
           PERFORM UNTIL WS-PROFILE-EOF = "Y"
               READ PROFILE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-PROFILE-EOF
                   NOT AT END
                       IF PR-GRAD-YEAR NUMERIC
                           AND (PR-GRAD-YEAR = WS-OR-THIS-YEAR
                           OR (PR-GRAD-YEAR = WS-OR-THIS-YEAR + 1
                           AND WS-TODAY-DATE (5:2) >= WS-OR-FALL-MONTH))
                           AND WS-OR-COUNT < 2000
                           ADD 1 TO WS-OR-COUNT
                           MOVE "N" TO WS-OR-STUDENT (WS-OR-COUNT)
                           MOVE PR-UNIVERSITY
                               TO WS-OR-UNIVERSITY (WS-OR-COUNT)
                           MOVE PR-USERNAME
                               TO WS-OR-USERNAME (WS-OR-COUNT)
                           MOVE PR-FIRST-NAME
                               TO WS-OR-FIRST-NAME (WS-OR-COUNT)
                           MOVE PR-LAST-NAME
                               TO WS-OR-LAST-NAME (WS-OR-COUNT)
                           MOVE PR-GRAD-YEAR
                               TO WS-OR-GRAD-YEAR (WS-OR-COUNT)
                           MOVE "N" TO WS-OR-NO-LOGIN (WS-OR-COUNT)
                           MOVE "N" TO WS-OR-NO-APPS (WS-OR-COUNT)
                           MOVE "N" TO WS-OR-FEW-CONN (WS-OR-COUNT)
                           MOVE "N" TO WS-OR-THIN-PROFILE (WS-OR-COUNT)
                           MOVE 0 TO WS-OR-LAST-LOGIN (WS-OR-COUNT)
                           MOVE 0 TO WS-OR-CONNECTIONS (WS-OR-COUNT)
                           MOVE 999 TO WS-OR-SCORE (WS-OR-COUNT)
                           MOVE 0 TO WS-OR-SAVED-JOBS (WS-OR-COUNT)
                           MOVE 0 TO WS-OR-RSVPS (WS-OR-COUNT)
                           MOVE 0 TO WS-OR-CONTACT-DATE (WS-OR-COUNT)
                           MOVE SPACES
                               TO WS-OR-CONTACTED-BY (WS-OR-COUNT)
                           MOVE WS-TODAY-DATE
                               TO WS-OR-LIST-DATE (WS-OR-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROFILE-FILE
           .

      *> SETS WS-OR-FOUND TO WS-OR-USER'S ROW, ZERO WHEN NOT A SENIOR
       FIND-OUTREACH-SENIOR.
           MOVE 0 TO WS-OR-FOUND
           PERFORM VARYING WS-OR-I FROM 1 BY 1
                   UNTIL WS-OR-I > WS-OR-COUNT OR WS-OR-FOUND > 0
               IF WS-OR-USERNAME (WS-OR-I) = WS-OR-USER
                   MOVE WS-OR-I TO WS-OR-FOUND
               END-IF
           END-PERFORM
           .

      *> STAFF AND EMPLOYERS KEEP PROFILES TOO -- ONLY STUDENT
      *> ACCOUNTS ARE ADVISED
       MARK-OUTREACH-STUDENTS.
           OPEN INPUT ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ACCOUNTS-EOF
           PERFORM UNTIL WS-ACCOUNTS-EOF = "Y"
               READ ACCOUNTS-FILE
                   AT END MOVE "Y" TO WS-ACCOUNTS-EOF
                   NOT AT END
                       IF ACCOUNT-TYPE = "S"
                           MOVE ACCOUNT-USERNAME TO WS-OR-USER
                           PERFORM FIND-OUTREACH-SENIOR
                           IF WS-OR-FOUND > 0
                               MOVE "Y" TO WS-OR-STUDENT (WS-OR-FOUND)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           .

      *> LATEST SUCCESSFUL LOGIN ON OR BEFORE THE BUSINESS DATE
       LOAD-OUTREACH-LOGINS.
           OPEN INPUT LOGIN-HISTORY-FILE
           IF WS-LOGIN-HIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LOGIN-HIST-EOF
           PERFORM UNTIL WS-LOGIN-HIST-EOF = "Y"
               READ LOGIN-HISTORY-FILE
                   AT END MOVE "Y" TO WS-LOGIN-HIST-EOF
                   NOT AT END
                       IF LH-RESULT = "S"
                           AND LH-TIMESTAMP (1:8) IS NUMERIC
                           MOVE LH-TIMESTAMP (1:8) TO WS-OR-DATE
                           IF WS-OR-DATE <= WS-TODAY-DATE
                               MOVE LH-USERNAME TO WS-OR-USER
                               PERFORM FIND-OUTREACH-SENIOR
                               IF WS-OR-FOUND > 0
                                   AND WS-OR-DATE
                                   > WS-OR-LAST-LOGIN (WS-OR-FOUND)
                                   MOVE WS-OR-DATE
                                       TO WS-OR-LAST-LOGIN (WS-OR-FOUND)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOGIN-HISTORY-FILE
           .

       LOAD-OUTREACH-SAVED-JOBS.
           OPEN INPUT SAVED-JOBS-FILE
           IF WS-OR-SAVED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-OR-EOF
           PERFORM UNTIL WS-OR-EOF = "Y"
               READ SAVED-JOBS-FILE
                   AT END MOVE "Y" TO WS-OR-EOF
                   NOT AT END
                       MOVE SJ-USERNAME TO WS-OR-USER
                       PERFORM FIND-OUTREACH-SENIOR
                       IF WS-OR-FOUND > 0
                           AND WS-OR-SAVED-JOBS (WS-OR-FOUND) < 999
                           ADD 1 TO WS-OR-SAVED-JOBS (WS-OR-FOUND)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SAVED-JOBS-FILE
           .

       LOAD-OUTREACH-RSVPS.
           OPEN INPUT EVENT-RSVPS-FILE
           IF WS-EVENT-RSVPS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-OR-EOF
           PERFORM UNTIL WS-OR-EOF = "Y"
               READ EVENT-RSVPS-FILE
                   AT END MOVE "Y" TO WS-OR-EOF
                   NOT AT END
                       MOVE ER-USERNAME TO WS-OR-USER
                       PERFORM FIND-OUTREACH-SENIOR
                       IF WS-OR-FOUND > 0
                           AND WS-OR-RSVPS (WS-OR-FOUND) < 999
                           ADD 1 TO WS-OR-RSVPS (WS-OR-FOUND)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EVENT-RSVPS-FILE
           .

      *> THE COMPLETENESS SCORE AS PROFSCORE LAST LEFT IT
       LOAD-OUTREACH-SCORES.
           OPEN INPUT PROFILE-SCORES-FILE
           IF WS-PC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-OR-EOF
           PERFORM UNTIL WS-OR-EOF = "Y"
               READ PROFILE-SCORES-FILE
                   AT END MOVE "Y" TO WS-OR-EOF
                   NOT AT END
                       MOVE PS-USERNAME TO WS-OR-USER
                       PERFORM FIND-OUTREACH-SENIOR
                       IF WS-OR-FOUND > 0 AND PS-SCORE NUMERIC
                           MOVE PS-SCORE TO WS-OR-SCORE (WS-OR-FOUND)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROFILE-SCORES-FILE
           .

      *> THE LATEST CONTACT DATE ON FILE WINS; A MARK DATED AFTER THE
      *> BUSINESS DATE HAD NOT HAPPENED YET AS OF THIS RUN
       LOAD-OUTREACH-CONTACTS.
           OPEN INPUT OUTREACH-CONTACTS-FILE
           IF WS-OR-CONTACTS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-OR-EOF
           PERFORM UNTIL WS-OR-EOF = "Y"
               READ OUTREACH-CONTACTS-FILE
                   AT END MOVE "Y" TO WS-OR-EOF
                   NOT AT END
                       IF OC-CONTACT-DATE NUMERIC
                           AND OC-CONTACT-DATE <= WS-TODAY-DATE
                           MOVE OC-USERNAME TO WS-OR-USER
                           PERFORM FIND-OUTREACH-SENIOR
                           IF WS-OR-FOUND > 0
                               AND OC-CONTACT-DATE
                               >= WS-OR-CONTACT-DATE (WS-OR-FOUND)
                               MOVE OC-CONTACT-DATE
                                   TO WS-OR-CONTACT-DATE (WS-OR-FOUND)
                               MOVE OC-CONTACTED-BY
                                   TO WS-OR-CONTACTED-BY (WS-OR-FOUND)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OUTREACH-CONTACTS-FILE
           .

      *> APPLICATIONS AND CONNECTIONS ARE INDEXED, SO EACH SENIOR IS
      *> LOOKED UP BY KEY RATHER THAN SWEEPING EITHER FILE. THE FLAGS
      *> ARE SET HERE ONCE EVERY SIGNAL IS IN
       CHECK-OUTREACH-ACTIVITY.
           MOVE "N" TO WS-OR-APPS-OPEN
           OPEN INPUT APPLICATIONS-FILE
           IF WS-APPLICATIONS-FILE-STATUS = "00"
               MOVE "Y" TO WS-OR-APPS-OPEN
           END-IF
           MOVE "N" TO WS-OR-CONN-OPEN
           OPEN INPUT CONNECTIONS-FILE
           IF WS-CONNECTIONS-STATUS = "00"
               MOVE "Y" TO WS-OR-CONN-OPEN
           END-IF

           PERFORM CHECK-ONE-OUTREACH-SENIOR
               VARYING WS-OR-I FROM 1 BY 1 UNTIL WS-OR-I > WS-OR-COUNT

           IF WS-OR-APPS-OPEN = "Y"
               CLOSE APPLICATIONS-FILE
           END-IF
           IF WS-OR-CONN-OPEN = "Y"
               CLOSE CONNECTIONS-FILE
           END-IF
           .

       CHECK-ONE-OUTREACH-SENIOR.
           MOVE "Y" TO WS-OR-NO-APPS (WS-OR-I)
           IF WS-OR-APPS-OPEN = "Y"
               MOVE WS-OR-USERNAME (WS-OR-I) TO APP-USERNAME
               MOVE 0 TO APP-JOB-ID
               START APPLICATIONS-FILE KEY >= APP-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       READ APPLICATIONS-FILE NEXT RECORD
                           AT END CONTINUE
                           NOT AT END
                               IF APP-USERNAME = WS-OR-USERNAME (WS-OR-I)
                                   MOVE "N" TO WS-OR-NO-APPS (WS-OR-I)
                               END-IF
                       END-READ
               END-START
           END-IF

           IF WS-OR-CONN-OPEN = "Y"
               MOVE WS-OR-USERNAME (WS-OR-I) TO CN-USER-ONE
               MOVE LOW-VALUES TO CN-USER-TWO
               MOVE "N" TO WS-OR-EOF
               START CONNECTIONS-FILE KEY >= CN-KEY
                   INVALID KEY MOVE "Y" TO WS-OR-EOF
               END-START
               PERFORM UNTIL WS-OR-EOF = "Y"
                   READ CONNECTIONS-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-OR-EOF
                       NOT AT END
                           IF CN-USER-ONE = WS-OR-USERNAME (WS-OR-I)
                               ADD 1 TO WS-OR-CONNECTIONS (WS-OR-I)
                           ELSE
                               MOVE "Y" TO WS-OR-EOF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE WS-OR-USERNAME (WS-OR-I) TO CN-USER-TWO
               MOVE "N" TO WS-OR-EOF
               START CONNECTIONS-FILE KEY = CN-USER-TWO
                   INVALID KEY MOVE "Y" TO WS-OR-EOF
               END-START
               PERFORM UNTIL WS-OR-EOF = "Y"
                   READ CONNECTIONS-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-OR-EOF
                       NOT AT END
                           IF CN-USER-TWO = WS-OR-USERNAME (WS-OR-I)
                               ADD 1 TO WS-OR-CONNECTIONS (WS-OR-I)
                           ELSE
                               MOVE "Y" TO WS-OR-EOF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           IF WS-OR-LAST-LOGIN (WS-OR-I) < WS-OR-LOGIN-CUTOFF
               MOVE "Y" TO WS-OR-NO-LOGIN (WS-OR-I)
           END-IF
           IF WS-OR-CONNECTIONS (WS-OR-I) < WS-OR-MIN-CONNECTIONS
               MOVE "Y" TO WS-OR-FEW-CONN (WS-OR-I)
           END-IF
           IF WS-OR-SCORE (WS-OR-I) < WS-OR-THIN-SCORE
               MOVE "Y" TO WS-OR-THIN-PROFILE (WS-OR-I)
           END-IF
           .

       RELEASE-OUTREACH-ROWS.
           PERFORM VARYING WS-OR-I FROM 1 BY 1 UNTIL WS-OR-I > WS-OR-COUNT
               IF WS-OR-STUDENT (WS-OR-I) = "Y"
                   AND (WS-OR-NO-LOGIN (WS-OR-I) = "Y"
                   OR WS-OR-NO-APPS (WS-OR-I) = "Y"
                   OR WS-OR-FEW-CONN (WS-OR-I) = "Y"
                   OR WS-OR-THIN-PROFILE (WS-OR-I) = "Y")
                   MOVE WS-OR-ROW (WS-OR-I) TO OR-SORT-RECORD
                   RELEASE OR-SORT-RECORD
               END-IF
           END-PERFORM
           .

      *> outreach_list.doc FOR THE CAREER-CENTER SCREENS, AND
      *> at-risk-outreach.rpt WITH ONE SECTION PER UNIVERSITY
       WRITE-OUTREACH-LIST.
           OPEN OUTPUT OUTREACH-LIST-FILE
           OPEN OUTPUT OUTREACH-REPORT-FILE
           MOVE SPACES TO OUTREACH-REPORT-RECORD
           STRING "=== AT-RISK SENIOR OUTREACH AS OF " WS-TODAY-DATE
               " ===" INTO OUTREACH-REPORT-RECORD
           END-STRING
           WRITE OUTREACH-REPORT-RECORD
           MOVE SPACES TO OUTREACH-REPORT-RECORD
           STRING "Seniors graduating within two terms with no login in "
               WS-OR-LOGIN-DAYS " days, no applications, fewer than "
               WS-OR-MIN-CONNECTIONS " connections or a profile under "
               WS-OR-THIN-SCORE "% complete"
               INTO OUTREACH-REPORT-RECORD
           END-STRING
           WRITE OUTREACH-REPORT-RECORD

           MOVE SPACES TO WS-OR-CUR-UNIVERSITY
           MOVE 0 TO WS-OR-UNI-FLAGGED
           MOVE 0 TO WS-OR-UNI-UNTOUCHED
           MOVE "N" TO WS-OR-SORT-EOF
           PERFORM RETURN-OUTREACH-SORT
           PERFORM WRITE-OUTREACH-STUDENT UNTIL WS-OR-SORT-EOF = "Y"
           IF WS-OR-FLAGGED > 0
               PERFORM WRITE-OUTREACH-UNI-TOTAL
           END-IF

           MOVE SPACES TO OUTREACH-REPORT-RECORD
           WRITE OUTREACH-REPORT-RECORD
           MOVE SPACES TO OUTREACH-REPORT-RECORD
           STRING "Seniors flagged: " WS-OR-FLAGGED
               "  not yet contacted: " WS-OR-UNTOUCHED
               INTO OUTREACH-REPORT-RECORD
           END-STRING
           WRITE OUTREACH-REPORT-RECORD
           CLOSE OUTREACH-REPORT-FILE
           CLOSE OUTREACH-LIST-FILE
           .

       RETURN-OUTREACH-SORT.
           RETURN OR-SORT-FILE INTO OUTREACH-LIST-RECORD
               AT END MOVE "Y" TO WS-OR-SORT-EOF
           END-RETURN
           .

       WRITE-OUTREACH-STUDENT.
           IF WS-OR-FLAGGED = 0
               OR OL-UNIVERSITY NOT = WS-OR-CUR-UNIVERSITY
               IF WS-OR-FLAGGED > 0
                   PERFORM WRITE-OUTREACH-UNI-TOTAL
               END-IF
               MOVE OL-UNIVERSITY TO WS-OR-CUR-UNIVERSITY
               MOVE 0 TO WS-OR-UNI-FLAGGED
               MOVE 0 TO WS-OR-UNI-UNTOUCHED
               MOVE SPACES TO OUTREACH-REPORT-RECORD
               WRITE OUTREACH-REPORT-RECORD
               MOVE SPACES TO OUTREACH-REPORT-RECORD
               IF OL-UNIVERSITY = SPACES
                   MOVE "--- (no university given) ---"
                       TO OUTREACH-REPORT-RECORD
               ELSE
                   STRING "--- " FUNCTION TRIM(OL-UNIVERSITY TRAILING)
                       " ---" INTO OUTREACH-REPORT-RECORD
                   END-STRING
               END-IF
               WRITE OUTREACH-REPORT-RECORD
           END-IF

           WRITE OUTREACH-LIST-RECORD
           ADD 1 TO WS-OR-FLAGGED
           ADD 1 TO WS-OR-UNI-FLAGGED

           MOVE SPACES TO OUTREACH-REPORT-RECORD
           STRING FUNCTION TRIM(OL-USERNAME TRAILING) " - "
               FUNCTION TRIM(OL-FIRST-NAME TRAILING) " "
               FUNCTION TRIM(OL-LAST-NAME TRAILING)
               " (Class of " OL-GRAD-YEAR ")"
               INTO OUTREACH-REPORT-RECORD
           END-STRING
           WRITE OUTREACH-REPORT-RECORD
           PERFORM BUILD-OUTREACH-REASONS
           MOVE SPACES TO OUTREACH-REPORT-RECORD
           STRING "   Reasons: " FUNCTION TRIM(WS-OR-REASONS)
               INTO OUTREACH-REPORT-RECORD
           END-STRING
           WRITE OUTREACH-REPORT-RECORD
           MOVE OL-SAVED-JOBS TO WS-OR-COUNT-OUT
           MOVE OL-RSVPS TO WS-OR-COUNT-OUT-2
           MOVE SPACES TO OUTREACH-REPORT-RECORD
           STRING "   Saved jobs: " FUNCTION TRIM(WS-OR-COUNT-OUT)
               "  Event RSVPs: " FUNCTION TRIM(WS-OR-COUNT-OUT-2)
               INTO OUTREACH-REPORT-RECORD
           END-STRING
           WRITE OUTREACH-REPORT-RECORD
           MOVE SPACES TO OUTREACH-REPORT-RECORD
           IF OL-CONTACT-DATE = 0
               ADD 1 TO WS-OR-UNTOUCHED
               ADD 1 TO WS-OR-UNI-UNTOUCHED
               MOVE "   NOT YET CONTACTED" TO OUTREACH-REPORT-RECORD
           ELSE
               STRING "   Contacted " OL-CONTACT-DATE " by "
                   FUNCTION TRIM(OL-CONTACTED-BY TRAILING)
                   INTO OUTREACH-REPORT-RECORD
               END-STRING
           END-IF
           WRITE OUTREACH-REPORT-RECORD

           PERFORM RETURN-OUTREACH-SORT
           .

       WRITE-OUTREACH-UNI-TOTAL.
           MOVE SPACES TO OUTREACH-REPORT-RECORD
           STRING "   " WS-OR-UNI-FLAGGED " flagged, "
               WS-OR-UNI-UNTOUCHED " not yet contacted"
               INTO OUTREACH-REPORT-RECORD
           END-STRING
           WRITE OUTREACH-REPORT-RECORD
           .

      *> THE FLAGS ON OUTREACH-LIST-RECORD AS ONE LINE OF TEXT -- THE
      *> MAIN PROGRAM'S CC-BUILD-OUTREACH-REASONS READS THE SAME WAY
       BUILD-OUTREACH-REASONS.
           MOVE SPACES TO WS-OR-REASONS
           MOVE 1 TO WS-OR-PTR
           IF OL-NO-LOGIN = "Y"
               IF OL-LAST-LOGIN = 0
                   STRING "never logged in; " DELIMITED BY SIZE
                       INTO WS-OR-REASONS WITH POINTER WS-OR-PTR
                   END-STRING
               ELSE
                   STRING "no login since " OL-LAST-LOGIN "; "
                       DELIMITED BY SIZE
                       INTO WS-OR-REASONS WITH POINTER WS-OR-PTR
                   END-STRING
               END-IF
           END-IF
           IF OL-NO-APPS = "Y"
               STRING "no applications; " DELIMITED BY SIZE
                   INTO WS-OR-REASONS WITH POINTER WS-OR-PTR
               END-STRING
           END-IF
           IF OL-FEW-CONN = "Y"
               MOVE OL-CONNECTIONS TO WS-OR-COUNT-OUT
               STRING FUNCTION TRIM(WS-OR-COUNT-OUT) " connection(s); "
                   DELIMITED BY SIZE
                   INTO WS-OR-REASONS WITH POINTER WS-OR-PTR
               END-STRING
           END-IF
           IF OL-THIN-PROFILE = "Y"
               MOVE OL-SCORE TO WS-OR-COUNT-OUT
               STRING "profile " FUNCTION TRIM(WS-OR-COUNT-OUT)
                   "% complete" DELIMITED BY SIZE
                   INTO WS-OR-REASONS WITH POINTER WS-OR-PTR
               END-STRING
           END-IF
           .

      *> SIMPLE THREE-SLOT INSERT: THE WEAKEST SLOT GIVES WAY WHEN
      *> THE NEW SCORE BEATS IT
       KEEP-TOP-RECOMMENDATION.
           MOVE 1 TO WS-REC-MIN-SLOT
           PERFORM VARYING WS-REC-J FROM 2 BY 1 UNTIL WS-REC-J > 3
               IF WS-REC-TOP-SCORE (WS-REC-J)
                   < WS-REC-TOP-SCORE (WS-REC-MIN-SLOT)
                   MOVE WS-REC-J TO WS-REC-MIN-SLOT
               END-IF
           END-PERFORM
           IF WS-REC-SCORE > WS-REC-TOP-SCORE (WS-REC-MIN-SLOT)
               MOVE WS-REC-JOB-ID (WS-REC-I)
                   TO WS-REC-TOP-ID (WS-REC-MIN-SLOT)
               MOVE WS-REC-SCORE
                   TO WS-REC-TOP-SCORE (WS-REC-MIN-SLOT)
           END-IF
           .

      *> YEARLY LIFECYCLE PASS: EVERY PROFILE WHOSE GRADUATION YEAR
      *> IS NOW BEHIND US GOES ONTO alumni.doc (ONCE). CANDIDATE
      *> SEARCH AND THE REPORTS READ THE LIST TO STOP DRESSING
      *> GRADUATES UP AS CURRENT STUDENTS; NOTHING ABOUT THE ACCOUNT
      *> ITSELF CHANGES -- ALUMNI KEEP THEIR NETWORK AND MESSAGES
       FLAG-ALUMNI-ACCOUNTS.
           MOVE WS-TODAY-DATE(1:4) TO WS-ALUM-CURRENT-YEAR

      *> EXISTING LIST FIRST, SO RE-RUNS ARE IDEMPOTENT
           MOVE 0 TO WS-ALUM-COUNT
           MOVE "N" TO WS-ALUMNI-EOF
           OPEN INPUT ALUMNI-FILE
           IF WS-ALUMNI-STATUS NOT = "00"
               MOVE "Y" TO WS-ALUMNI-EOF
           END-IF
           PERFORM UNTIL WS-ALUMNI-EOF = "Y"
               READ ALUMNI-FILE INTO ALUMNI-RECORD
                   AT END MOVE "Y" TO WS-ALUMNI-EOF
                   NOT AT END
                       IF WS-ALUM-COUNT < 500
                           ADD 1 TO WS-ALUM-COUNT
                           MOVE AL-USERNAME
                               TO WS-ALUM-USERNAME (WS-ALUM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ALUMNI-STATUS = "00"
               CLOSE ALUMNI-FILE
           END-IF

           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PROFILE-EOF
           PERFORM UNTIL WS-PROFILE-EOF = "Y"
               READ PROFILE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-PROFILE-EOF
                   NOT AT END
                       IF PR-GRAD-YEAR NUMERIC
                           AND PR-GRAD-YEAR > 0
                           AND PR-GRAD-YEAR < WS-ALUM-CURRENT-YEAR
                           PERFORM FLAG-ONE-ALUMNUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROFILE-FILE
           .

       FLAG-ONE-ALUMNUS.
           MOVE "N" TO WS-ALUM-ALREADY
           PERFORM VARYING WS-ALUM-I FROM 1 BY 1
               UNTIL WS-ALUM-I > WS-ALUM-COUNT
               IF WS-ALUM-USERNAME (WS-ALUM-I) = PR-USERNAME
                   MOVE "Y" TO WS-ALUM-ALREADY
               END-IF
           END-PERFORM
           IF WS-ALUM-ALREADY = "Y"
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND ALUMNI-FILE
           IF WS-ALUMNI-STATUS NOT = "00"
               OPEN OUTPUT ALUMNI-FILE
           END-IF
           MOVE PR-USERNAME TO AL-USERNAME
           MOVE WS-TODAY-DATE TO AL-FLAG-DATE
           WRITE ALUMNI-RECORD
           CLOSE ALUMNI-FILE
           ADD 1 TO WS-ALUM-FLAGGED-COUNT
           IF WS-ALUM-COUNT < 500
               ADD 1 TO WS-ALUM-COUNT
               MOVE PR-USERNAME TO WS-ALUM-USERNAME (WS-ALUM-COUNT)
           END-IF
           .

      *> PAIRS UNMATCHED MENTEES WITH UNMATCHED MENTORS WHO SHARE A
      *> UNIVERSITY AND MAJOR, WRITING "P" PROPOSALS BOTH SIDES MUST
      *> ACCEPT INTERACTIVELY. USERS ALREADY IN A PROPOSED OR ACTIVE
      *> PAIRING SIT OUT; A PAIR DECLINED BEFORE ("D" ROW) IS NEVER
      *> RE-PROPOSED
       MATCH-MENTOR-PAIRS.
           PERFORM LOAD-MENTOR-PAIR-STATE
           PERFORM LOAD-MENTOR-OPTINS
           IF WS-MM-MENTEE-COUNT = 0 OR WS-MM-MENTOR-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-MM-I FROM 1 BY 1
               UNTIL WS-MM-I > WS-MM-MENTEE-COUNT
               MOVE WS-MM-MENTEE-NAME (WS-MM-I) TO PR-USERNAME
               READ PROFILE-FILE KEY IS PR-USERNAME
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE PR-UNIVERSITY TO WS-MM-MENTEE-UNIV
                       MOVE PR-MAJOR TO WS-MM-MENTEE-MAJOR
                       PERFORM FIND-MENTOR-FOR-MENTEE
               END-READ
           END-PERFORM
           CLOSE PROFILE-FILE
           .

      *> LIVE PAIRINGS TAKE THEIR PARTIES OUT OF THE POOL; DECLINED
      *> PAIRS GO ON THE NEVER-AGAIN LIST
       LOAD-MENTOR-PAIR-STATE.
           MOVE 0 TO WS-MM-LIVE-COUNT
           MOVE 0 TO WS-MM-DEAD-COUNT
           MOVE "N" TO WS-MENTOR-PAIRS-EOF
           OPEN INPUT MENTOR-PAIRS-FILE
           IF WS-MENTOR-PAIRS-STATUS NOT = "00"
               MOVE "Y" TO WS-MENTOR-PAIRS-EOF
           END-IF
           PERFORM UNTIL WS-MENTOR-PAIRS-EOF = "Y"
               READ MENTOR-PAIRS-FILE INTO MENTOR-PAIR-RECORD
                   AT END MOVE "Y" TO WS-MENTOR-PAIRS-EOF
                   NOT AT END
                       IF MP-STATUS = "D"
                           IF WS-MM-DEAD-COUNT < 100
                               ADD 1 TO WS-MM-DEAD-COUNT
                               MOVE MP-MENTOR
                                   TO WS-MM-DEAD-MENTOR (WS-MM-DEAD-COUNT)
                               MOVE MP-MENTEE
                                   TO WS-MM-DEAD-MENTEE (WS-MM-DEAD-COUNT)
                           END-IF
                       ELSE
                           IF WS-MM-LIVE-COUNT < 199
                               ADD 1 TO WS-MM-LIVE-COUNT
                               MOVE MP-MENTOR
                                   TO WS-MM-LIVE-NAME (WS-MM-LIVE-COUNT)
                               ADD 1 TO WS-MM-LIVE-COUNT
                               MOVE MP-MENTEE
                                   TO WS-MM-LIVE-NAME (WS-MM-LIVE-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MENTOR-PAIRS-STATUS = "00"
               CLOSE MENTOR-PAIRS-FILE
           END-IF
           .

       LOAD-MENTOR-OPTINS.
           MOVE 0 TO WS-MM-MENTOR-COUNT
           MOVE 0 TO WS-MM-MENTEE-COUNT
           MOVE "N" TO WS-MENTOR-OPTINS-EOF
           OPEN INPUT MENTOR-OPTINS-FILE
           IF WS-MENTOR-OPTINS-STATUS NOT = "00"
               MOVE "Y" TO WS-MENTOR-OPTINS-EOF
           END-IF
           PERFORM UNTIL WS-MENTOR-OPTINS-EOF = "Y"
               READ MENTOR-OPTINS-FILE INTO MENTOR-OPTIN-RECORD
                   AT END MOVE "Y" TO WS-MENTOR-OPTINS-EOF
                   NOT AT END
                       MOVE "N" TO WS-MM-IN-LIVE
                       PERFORM VARYING WS-MM-K FROM 1 BY 1
                           UNTIL WS-MM-K > WS-MM-LIVE-COUNT
                           IF WS-MM-LIVE-NAME (WS-MM-K) = MT-USERNAME
                               MOVE "Y" TO WS-MM-IN-LIVE
                           END-IF
                       END-PERFORM
                       IF WS-MM-IN-LIVE = "N"
                           IF MT-ROLE = "M"
                               AND WS-MM-MENTOR-COUNT < 100
                               ADD 1 TO WS-MM-MENTOR-COUNT
                               MOVE MT-USERNAME TO
                                   WS-MM-MENTOR-NAME (WS-MM-MENTOR-COUNT)
                               MOVE "N" TO
                                   WS-MM-MENTOR-USED (WS-MM-MENTOR-COUNT)
                           END-IF
                           IF MT-ROLE = "E"
                               AND WS-MM-MENTEE-COUNT < 100
                               ADD 1 TO WS-MM-MENTEE-COUNT
                               MOVE MT-USERNAME TO
                                   WS-MM-MENTEE-NAME (WS-MM-MENTEE-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MENTOR-OPTINS-STATUS = "00"
               CLOSE MENTOR-OPTINS-FILE
           END-IF
           .

      *> FIRST FREE MENTOR SHARING THE MENTEE'S UNIVERSITY AND MAJOR
      *> WINS. PROFILE-FILE IS OPEN IN THE CALLER; THE MENTEE'S OWN
      *> FIELDS WERE SAVED BEFORE THE MENTOR READS CLOBBER THE RECORD
       FIND-MENTOR-FOR-MENTEE.
           MOVE "N" TO WS-MM-MATCHED
           PERFORM VARYING WS-MM-J FROM 1 BY 1
               UNTIL WS-MM-J > WS-MM-MENTOR-COUNT
                   OR WS-MM-MATCHED = "Y"
               IF WS-MM-MENTOR-USED (WS-MM-J) = "N"
                   AND WS-MM-MENTOR-NAME (WS-MM-J)
                       NOT = WS-MM-MENTEE-NAME (WS-MM-I)
                   MOVE "N" TO WS-MM-IS-DEAD
                   PERFORM VARYING WS-MM-K FROM 1 BY 1
                       UNTIL WS-MM-K > WS-MM-DEAD-COUNT
                       IF WS-MM-DEAD-MENTOR (WS-MM-K)
                           = WS-MM-MENTOR-NAME (WS-MM-J)
                           AND WS-MM-DEAD-MENTEE (WS-MM-K)
                               = WS-MM-MENTEE-NAME (WS-MM-I)
                           MOVE "Y" TO WS-MM-IS-DEAD
                       END-IF
                   END-PERFORM
                   IF WS-MM-IS-DEAD = "N"
                       MOVE WS-MM-MENTOR-NAME (WS-MM-J) TO PR-USERNAME
                       READ PROFILE-FILE KEY IS PR-USERNAME
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               IF PR-UNIVERSITY = WS-MM-MENTEE-UNIV
                                   AND PR-MAJOR = WS-MM-MENTEE-MAJOR
                                   MOVE "Y" TO WS-MM-MATCHED
                                   MOVE "Y" TO WS-MM-MENTOR-USED (WS-MM-J)
                                   PERFORM PROPOSE-MENTOR-PAIRING
                               END-IF
                       END-READ
                   END-IF
               END-IF
           END-PERFORM
           .

       PROPOSE-MENTOR-PAIRING.
           OPEN EXTEND MENTOR-PAIRS-FILE
           IF WS-MENTOR-PAIRS-STATUS NOT = "00"
               OPEN OUTPUT MENTOR-PAIRS-FILE
           END-IF
           MOVE WS-MM-MENTOR-NAME (WS-MM-J) TO MP-MENTOR
           MOVE WS-MM-MENTEE-NAME (WS-MM-I) TO MP-MENTEE
           MOVE "P" TO MP-STATUS
           MOVE "N" TO MP-MENTOR-ACK
           MOVE "N" TO MP-MENTEE-ACK
           MOVE WS-TODAY-DATE TO MP-DATE
           WRITE MENTOR-PAIR-RECORD
           CLOSE MENTOR-PAIRS-FILE
           ADD 1 TO WS-MM-PAIRS-PROPOSED

      *> BOTH SIDES HEAR ABOUT THE PROPOSAL THROUGH THE SAME SOCIAL-
      *> CATEGORY PREFERENCE GATE EVERY OTHER NOTICE USES
           MOVE SPACES TO WS-ALERT-TEXT
           STRING "Mentorship pairing proposed with "
               FUNCTION TRIM(MP-MENTEE TRAILING)
               " - accept it under Mentorship Program."
               INTO WS-ALERT-TEXT
           END-STRING
           MOVE MP-MENTOR TO WS-NP-LOOKUP-USER
           PERFORM QUEUE-SOCIAL-NOTICE

           MOVE SPACES TO WS-ALERT-TEXT
           STRING "Mentorship pairing proposed with "
               FUNCTION TRIM(MP-MENTOR TRAILING)
               " - accept it under Mentorship Program."
               INTO WS-ALERT-TEXT
           END-STRING
           MOVE MP-MENTEE TO WS-NP-LOOKUP-USER
           PERFORM QUEUE-SOCIAL-NOTICE
           .

      *> DELIVERS WS-ALERT-TEXT TO WS-NP-LOOKUP-USER UNDER THE SOCIAL
      *> CATEGORY: MUTED MEANS DROPPED, DIGEST-ONLY MEANS HELD
       QUEUE-SOCIAL-NOTICE.
           PERFORM LOOKUP-NOTIFY-PREFS
           IF WS-NP-WANT-SOCIAL = "N"
               EXIT PARAGRAPH
           END-IF
           IF WS-NP-DIGEST-ONLY = "Y"
               PERFORM HOLD-FOR-DIGEST
               EXIT PARAGRAPH
           END-IF
           PERFORM DELIVER-ALERT-NOTICE
           .

      *> STRAIGHT DELIVERY OF WS-ALERT-TEXT TO WS-NP-LOOKUP-USER --
      *> THE NON-DIGEST LEG SHARED BY THE BATCH ALERT WRITERS
       DELIVER-ALERT-NOTICE.
           OPEN EXTEND NOTIFICATIONS-FILE
           IF WS-NOTIFY-STATUS NOT = "00"
               OPEN OUTPUT NOTIFICATIONS-FILE
           END-IF
           MOVE WS-NP-LOOKUP-USER TO NT-USERNAME
           MOVE FUNCTION CURRENT-DATE(1:14) TO NT-TIMESTAMP
           MOVE WS-ALERT-TEXT TO NT-TEXT
           WRITE NOTIFICATION-RECORD
           CLOSE NOTIFICATIONS-FILE
           .

      *> TURNS THE CURRENT MONTH'S usage_meter.doc ROWS INTO
      *> employer-statements.rpt, ONE SECTION PER EMPLOYER -- QUEUE
      *> THE USAGESTMT TRANSACTION ON THE LAST NIGHT OF THE MONTH AND
      *> THE STATEMENTS LAND IN THE MORNING REPORT STACK ALONGSIDE
      *> daily-activity.rpt. THE MONTH'S SPONSORSHIP BILLING IS WRITTEN
      *> IN THE SAME STEP
       WRITE-USAGE-STATEMENTS.
           MOVE WS-TODAY-DATE (1:6) TO WS-STMT-MONTH
           MOVE 0 TO WS-STMT-COUNT
           OPEN OUTPUT STATEMENT-FILE

           MOVE SPACES TO STATEMENT-RECORD
           STRING "=== EMPLOYER ACTIVITY STATEMENTS FOR " WS-STMT-MONTH
               " ===" INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE "N" TO WS-USAGE-METER-EOF
           OPEN INPUT USAGE-METER-FILE
           IF WS-USAGE-METER-STATUS NOT = "00"
               MOVE "Y" TO WS-USAGE-METER-EOF
           END-IF
           PERFORM UNTIL WS-USAGE-METER-EOF = "Y"
               READ USAGE-METER-FILE INTO USAGE-METER-RECORD
                   AT END MOVE "Y" TO WS-USAGE-METER-EOF
                   NOT AT END
                       IF UM-MONTH = WS-STMT-MONTH
                           ADD 1 TO WS-STMT-COUNT
                           MOVE SPACES TO STATEMENT-RECORD
                           STRING "Employer: "
                               FUNCTION TRIM(UM-USERNAME TRAILING)
                               INTO STATEMENT-RECORD
                           WRITE STATEMENT-RECORD
                           MOVE SPACES TO STATEMENT-RECORD
                           STRING "  Postings created:    " UM-POSTINGS
                               INTO STATEMENT-RECORD
                           WRITE STATEMENT-RECORD
                           MOVE SPACES TO STATEMENT-RECORD
                           STRING "  Candidate searches:  " UM-SEARCHES
                               INTO STATEMENT-RECORD
                           WRITE STATEMENT-RECORD
                           MOVE SPACES TO STATEMENT-RECORD
                           STRING "  Invites sent:        " UM-INVITES
                               INTO STATEMENT-RECORD
                           WRITE STATEMENT-RECORD
                           MOVE SPACES TO STATEMENT-RECORD
                           STRING "  Applicants processed:" UM-APPLICANTS
                               INTO STATEMENT-RECORD
                           WRITE STATEMENT-RECORD
                           MOVE "---" TO STATEMENT-RECORD
                           WRITE STATEMENT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-USAGE-METER-STATUS = "00"
               CLOSE USAGE-METER-FILE
           END-IF

           MOVE SPACES TO STATEMENT-RECORD
           STRING "Employers on statement: " WS-STMT-COUNT
               INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           CLOSE STATEMENT-FILE

           PERFORM WRITE-SPONSORSHIP-STATEMENTS
           .

      *> JOB IDS WHOSE SPONSORSHIP WINDOW COVERS TODAY -- SAME TEST THE
      *> INTERACTIVE BROWSE USES TO FLOAT THEM TO THE TOP
       LOAD-ACTIVE-SPONSORSHIPS.
           MOVE 0 TO WS-SPL-ACTIVE-COUNT
           MOVE "N" TO WS-SPL-EOF
           OPEN INPUT SPONSORED-LISTINGS-FILE
           IF WS-SPL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SPL-EOF = "Y"
               READ SPONSORED-LISTINGS-FILE INTO SPONSORED-LISTING-RECORD
                   AT END MOVE "Y" TO WS-SPL-EOF
                   NOT AT END
                       IF SPL-START-DATE <= WS-TODAY-DATE
                           AND SPL-END-DATE >= WS-TODAY-DATE
                           AND WS-SPL-ACTIVE-COUNT < 50
                           ADD 1 TO WS-SPL-ACTIVE-COUNT
                           MOVE SPL-JOB-ID
                               TO WS-SPL-ACTIVE-ID (WS-SPL-ACTIVE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SPONSORED-LISTINGS-FILE
           .

      *> COMPANIES WHOSE COMPLIANCE HOLD IS IN FORCE ON THE BUSINESS
      *> DATE -- APPROVED ("A") AND NOT YET AT ITS LIFT DATE. THE SAME
      *> TEST THE MAIN PROGRAM'S LOAD-COMPANY-HOLDS MAKES AGAINST THE
      *> CLOCK
       LOAD-COMPANY-HOLDS.
           MOVE 0 TO WS-HOLD-ACTIVE-COUNT
           MOVE "N" TO WS-HOLD-EOF
           OPEN INPUT COMPANY-HOLDS-FILE
           IF WS-HOLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HOLD-EOF = "Y"
               READ COMPANY-HOLDS-FILE
                   AT END MOVE "Y" TO WS-HOLD-EOF
                   NOT AT END
                       IF CH-STATUS = "A"
                           AND (CH-LIFT-DATE NOT NUMERIC
                                OR CH-LIFT-DATE = 0
                                OR CH-LIFT-DATE > WS-TODAY-DATE)
                           AND WS-HOLD-ACTIVE-COUNT < 50
                           ADD 1 TO WS-HOLD-ACTIVE-COUNT
                           MOVE FUNCTION UPPER-CASE(CH-COMPANY(1:20))
                               TO WS-HOLD-ACTIVE-NAME
                                   (WS-HOLD-ACTIVE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMPANY-HOLDS-FILE
           .

      *> WS-HOLD-IS-ACTIVE = "Y" WHEN THE LISTING IN JOBS-FILE-RECORD
      *> BELONGS TO A COMPANY LOAD-COMPANY-HOLDS FOUND ON HOLD
       CHECK-LISTING-ON-HOLD.
           MOVE "N" TO WS-HOLD-IS-ACTIVE
           IF JR-EMPLOYER = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(JR-EMPLOYER) TO WS-HOLD-MATCH-NAME
           PERFORM VARYING WS-HOLD-I FROM 1 BY 1
               UNTIL WS-HOLD-I > WS-HOLD-ACTIVE-COUNT
                   OR WS-HOLD-IS-ACTIVE = "Y"
               IF WS-HOLD-ACTIVE-NAME (WS-HOLD-I) = WS-HOLD-MATCH-NAME
                   MOVE "Y" TO WS-HOLD-IS-ACTIVE
               END-IF
           END-PERFORM
           .

      *> EVERY ACCOUNT WHOSE ACCOUNT-STATUS IS "D" -- THE INTERACTIVE
      *> PROGRAM PUTS IT BACK TO ACTIVE AT THE OWNER'S NEXT LOGIN, SO
      *> THE TABLE IS READ FRESH EACH TIME
       LOAD-DORMANT-ACCOUNTS.
           MOVE 0 TO WS-DORMANT-COUNT
           OPEN INPUT ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ACCOUNTS-EOF
           PERFORM UNTIL WS-ACCOUNTS-EOF = "Y"
               READ ACCOUNTS-FILE INTO ACCOUNT-RECORD
                   AT END MOVE "Y" TO WS-ACCOUNTS-EOF
                   NOT AT END
                       IF ACCOUNT-STATUS = "D"
                           AND WS-DORMANT-COUNT < 9999
                           ADD 1 TO WS-DORMANT-COUNT
                           MOVE ACCOUNT-USERNAME
                               TO WS-DORMANT-NAME (WS-DORMANT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           .

      *> WS-DORMANT-FOUND "Y" WHEN WS-DORMANT-MATCH IS A DORMANT ACCOUNT
       CHECK-USER-DORMANT.
           MOVE "N" TO WS-DORMANT-FOUND
           PERFORM VARYING WS-DORMANT-I FROM 1 BY 1
               UNTIL WS-DORMANT-I > WS-DORMANT-COUNT
                   OR WS-DORMANT-FOUND = "Y"
               IF WS-DORMANT-NAME (WS-DORMANT-I) = WS-DORMANT-MATCH
                   MOVE "Y" TO WS-DORMANT-FOUND
               END-IF
           END-PERFORM
           .

      *> sponsorship-statements.rpt: ONE SECTION PER BILLED EMPLOYER
      *> WITH A LINE PER CONTRACT THAT RAN DURING WS-STMT-MONTH. THE
      *> AMOUNT DUE IS THE CONTRACTED DAILY RATE TIMES THE DAYS OF THE
      *> WINDOW THAT FALL INSIDE THE MONTH, SO A CONTRACT SPANNING A
      *> MONTH END IS SPLIT ACROSS THE TWO STATEMENTS
       WRITE-SPONSORSHIP-STATEMENTS.
           COMPUTE WS-SPS-MONTH-START = WS-STMT-MONTH * 100 + 1
           IF WS-STMT-MONTH (5:2) = "12"
               COMPUTE WS-SPS-NEXT-MONTH =
                   (WS-STMT-MONTH + 89) * 100 + 1
           ELSE
               COMPUTE WS-SPS-NEXT-MONTH = (WS-STMT-MONTH + 1) * 100 + 1
           END-IF
           COMPUTE WS-SPS-MONTH-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-SPS-NEXT-MONTH) - 1)

           PERFORM LOAD-SPONSORSHIP-CONTRACTS
           PERFORM LOAD-SPONSORSHIP-METER

           MOVE 0 TO WS-SPS-EMPLOYERS
           MOVE 0 TO WS-SPS-GRAND-AMOUNT
           OPEN OUTPUT SPONSOR-STATEMENT-FILE
           MOVE SPACES TO SPONSOR-STATEMENT-RECORD
           STRING "=== SPONSORED LISTING STATEMENTS FOR " WS-STMT-MONTH
               " ===" INTO SPONSOR-STATEMENT-RECORD
           WRITE SPONSOR-STATEMENT-RECORD

           PERFORM VARYING WS-SPS-I FROM 1 BY 1
               UNTIL WS-SPS-I > WS-SPS-COUNT
               IF WS-SPS-DONE (WS-SPS-I) = "N"
                   PERFORM WRITE-ONE-SPONSOR-SECTION
               END-IF
           END-PERFORM

           MOVE SPACES TO SPONSOR-STATEMENT-RECORD
           STRING "Employers on statement: " WS-SPS-EMPLOYERS
               INTO SPONSOR-STATEMENT-RECORD
           WRITE SPONSOR-STATEMENT-RECORD
           MOVE WS-SPS-GRAND-AMOUNT TO WS-SPS-GRAND-OUT
           MOVE SPACES TO SPONSOR-STATEMENT-RECORD
           STRING "Total billed:           " WS-SPS-GRAND-OUT
               INTO SPONSOR-STATEMENT-RECORD
           WRITE SPONSOR-STATEMENT-RECORD
           CLOSE SPONSOR-STATEMENT-FILE
           .

      *> EVERY CONTRACT OVERLAPPING THE MONTH, WITH ITS BILLABLE DAYS
      *> AND AMOUNT WORKED OUT ON THE WAY IN
       LOAD-SPONSORSHIP-CONTRACTS.
           MOVE 0 TO WS-SPS-COUNT
           MOVE "N" TO WS-SPL-EOF
           OPEN INPUT SPONSORED-LISTINGS-FILE
           IF WS-SPL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SPL-EOF = "Y"
               READ SPONSORED-LISTINGS-FILE INTO SPONSORED-LISTING-RECORD
                   AT END MOVE "Y" TO WS-SPL-EOF
                   NOT AT END
                       IF SPL-START-DATE NUMERIC
                           AND SPL-END-DATE NUMERIC
                           AND SPL-START-DATE <= WS-SPS-MONTH-END
                           AND SPL-END-DATE >= WS-SPS-MONTH-START
                           AND SPL-END-DATE >= SPL-START-DATE
                           AND WS-SPS-COUNT < 200
                           PERFORM ADD-SPONSORSHIP-CONTRACT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SPONSORED-LISTINGS-FILE
           .

       ADD-SPONSORSHIP-CONTRACT.
           ADD 1 TO WS-SPS-COUNT
           MOVE SPL-JOB-ID TO WS-SPS-JOB-ID (WS-SPS-COUNT)
           MOVE SPL-EMPLOYER TO WS-SPS-EMPLOYER (WS-SPS-COUNT)
           MOVE SPL-START-DATE TO WS-SPS-START (WS-SPS-COUNT)
           MOVE SPL-END-DATE TO WS-SPS-END (WS-SPS-COUNT)
           MOVE SPL-RATE TO WS-SPS-RATE (WS-SPS-COUNT)
           MOVE "N" TO WS-SPS-DONE (WS-SPS-COUNT)

           MOVE SPL-START-DATE TO WS-SPS-FROM
           IF WS-SPS-FROM < WS-SPS-MONTH-START
               MOVE WS-SPS-MONTH-START TO WS-SPS-FROM
           END-IF
           MOVE SPL-END-DATE TO WS-SPS-TO
           IF WS-SPS-TO > WS-SPS-MONTH-END
               MOVE WS-SPS-MONTH-END TO WS-SPS-TO
           END-IF
           COMPUTE WS-SPS-DAYS (WS-SPS-COUNT) =
               FUNCTION INTEGER-OF-DATE(WS-SPS-TO)
               - FUNCTION INTEGER-OF-DATE(WS-SPS-FROM) + 1
           COMPUTE WS-SPS-AMOUNT (WS-SPS-COUNT) ROUNDED =
               WS-SPS-DAYS (WS-SPS-COUNT) * SPL-RATE

           MOVE "Y" TO WS-SPS-FIRST (WS-SPS-COUNT)
           PERFORM VARYING WS-SPS-K FROM 1 BY 1
               UNTIL WS-SPS-K >= WS-SPS-COUNT
               IF WS-SPS-JOB-ID (WS-SPS-K) = SPL-JOB-ID
                   MOVE "N" TO WS-SPS-FIRST (WS-SPS-COUNT)
               END-IF
           END-PERFORM
           .

       LOAD-SPONSORSHIP-METER.
           MOVE 0 TO WS-SPS-METER-COUNT
           MOVE "N" TO WS-SPM-EOF
           OPEN INPUT SPONSORED-METER-FILE
           IF WS-SPM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SPM-EOF = "Y"
               READ SPONSORED-METER-FILE INTO SPONSORED-METER-RECORD
                   AT END MOVE "Y" TO WS-SPM-EOF
                   NOT AT END
                       IF SPM-MONTH = WS-STMT-MONTH
                           AND WS-SPS-METER-COUNT < 200
                           ADD 1 TO WS-SPS-METER-COUNT
                           MOVE SPM-JOB-ID
                               TO WS-SPS-M-JOB-ID (WS-SPS-METER-COUNT)
                           MOVE SPM-IMPRESSIONS
                               TO WS-SPS-M-IMPRESSIONS (WS-SPS-METER-COUNT)
                           MOVE SPM-VIEWS
                               TO WS-SPS-M-VIEWS (WS-SPS-METER-COUNT)
                           MOVE SPM-APPLICATIONS
                               TO WS-SPS-M-APPLICATIONS (WS-SPS-METER-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SPONSORED-METER-FILE
           .

      *> THE EMPLOYER OF CONTRACT WS-SPS-I AND EVERY LATER CONTRACT
      *> BILLED TO THE SAME ACCOUNT, THEN THAT ACCOUNT'S TOTALS
       WRITE-ONE-SPONSOR-SECTION.
           ADD 1 TO WS-SPS-EMPLOYERS
           MOVE 0 TO WS-SPS-EMP-IMPRESSIONS
           MOVE 0 TO WS-SPS-EMP-VIEWS
           MOVE 0 TO WS-SPS-EMP-APPLICATIONS
           MOVE 0 TO WS-SPS-EMP-AMOUNT
           MOVE SPACES TO SPONSOR-STATEMENT-RECORD
           STRING "Employer: "
               FUNCTION TRIM(WS-SPS-EMPLOYER (WS-SPS-I) TRAILING)
               INTO SPONSOR-STATEMENT-RECORD
           WRITE SPONSOR-STATEMENT-RECORD

           PERFORM VARYING WS-SPS-J FROM WS-SPS-I BY 1
               UNTIL WS-SPS-J > WS-SPS-COUNT
               IF WS-SPS-DONE (WS-SPS-J) = "N"
                   AND WS-SPS-EMPLOYER (WS-SPS-J)
                       = WS-SPS-EMPLOYER (WS-SPS-I)
                   PERFORM WRITE-ONE-SPONSOR-CONTRACT
               END-IF
           END-PERFORM

           MOVE SPACES TO SPONSOR-STATEMENT-RECORD
           STRING "  Impressions:         " WS-SPS-EMP-IMPRESSIONS
               INTO SPONSOR-STATEMENT-RECORD
           WRITE SPONSOR-STATEMENT-RECORD
           MOVE SPACES TO SPONSOR-STATEMENT-RECORD
           STRING "  Detail views:        " WS-SPS-EMP-VIEWS
               INTO SPONSOR-STATEMENT-RECORD
           WRITE SPONSOR-STATEMENT-RECORD
           MOVE SPACES TO SPONSOR-STATEMENT-RECORD
           STRING "  Applications:        " WS-SPS-EMP-APPLICATIONS
               INTO SPONSOR-STATEMENT-RECORD
           WRITE SPONSOR-STATEMENT-RECORD
           MOVE WS-SPS-EMP-AMOUNT TO WS-SPS-AMOUNT-OUT
           MOVE SPACES TO SPONSOR-STATEMENT-RECORD
           STRING "  Amount due:          " WS-SPS-AMOUNT-OUT
               INTO SPONSOR-STATEMENT-RECORD
           WRITE SPONSOR-STATEMENT-RECORD
           MOVE "---" TO SPONSOR-STATEMENT-RECORD
           WRITE SPONSOR-STATEMENT-RECORD
           ADD WS-SPS-EMP-AMOUNT TO WS-SPS-GRAND-AMOUNT
           .

      *> ONE CONTRACT LINE, PLUS THE LISTING'S METER COUNTS WHEN THIS
      *> IS ITS FIRST CONTRACT OF THE MONTH
       WRITE-ONE-SPONSOR-CONTRACT.
           MOVE "Y" TO WS-SPS-DONE (WS-SPS-J)
           MOVE WS-SPS-RATE (WS-SPS-J) TO WS-SPS-RATE-OUT
           MOVE WS-SPS-AMOUNT (WS-SPS-J) TO WS-SPS-AMOUNT-OUT
           MOVE SPACES TO SPONSOR-STATEMENT-RECORD
           STRING "  Job " WS-SPS-JOB-ID (WS-SPS-J) "  "
               WS-SPS-START (WS-SPS-J) "-" WS-SPS-END (WS-SPS-J) "  "
               WS-SPS-DAYS (WS-SPS-J) " days @" WS-SPS-RATE-OUT
               " =" WS-SPS-AMOUNT-OUT
               INTO SPONSOR-STATEMENT-RECORD
           END-STRING
           WRITE SPONSOR-STATEMENT-RECORD
           ADD WS-SPS-AMOUNT (WS-SPS-J) TO WS-SPS-EMP-AMOUNT

           IF WS-SPS-FIRST (WS-SPS-J) = "Y"
               PERFORM VARYING WS-SPS-K FROM 1 BY 1
                   UNTIL WS-SPS-K > WS-SPS-METER-COUNT
                   IF WS-SPS-M-JOB-ID (WS-SPS-K) = WS-SPS-JOB-ID (WS-SPS-J)
                       MOVE SPACES TO SPONSOR-STATEMENT-RECORD
                       STRING "      impressions " WS-SPS-M-IMPRESSIONS (WS-SPS-K)
                           "  views " WS-SPS-M-VIEWS (WS-SPS-K)
                           "  applications "
                           WS-SPS-M-APPLICATIONS (WS-SPS-K)
                           INTO SPONSOR-STATEMENT-RECORD
                       END-STRING
                       WRITE SPONSOR-STATEMENT-RECORD
                       ADD WS-SPS-M-IMPRESSIONS (WS-SPS-K)
                           TO WS-SPS-EMP-IMPRESSIONS
                       ADD WS-SPS-M-VIEWS (WS-SPS-K) TO WS-SPS-EMP-VIEWS
                       ADD WS-SPS-M-APPLICATIONS (WS-SPS-K)
                           TO WS-SPS-EMP-APPLICATIONS
                   END-IF
               END-PERFORM
           END-IF
           .

      *> RUNS THE DAILY ACTIVITY REPORT. THIS JOB HAS NO COPYBOOKS TO
      *> SHARE REPORT LOGIC WITH InCollege-DailyReport.cob, SO IT CHAINS
      *> TO THAT STANDALONE PROGRAM'S COMPILED EXECUTABLE THE SAME WAY
      *> AN OPERATOR WOULD STRING JOB STEPS TOGETHER IN JCL/CRON.
      *> ASSUMES InCollege-DailyReport.cob HAS BEEN COMPILED TO
      *> "incollege-daily-report" AND PLACED ON THE PATH
       RUN-DAILY-REPORT.
           CALL "SYSTEM" USING "incollege-daily-report"
           ADD 1 TO WS-DAILY-REPORT-RUNS
           .

      *> CHAINS TO THE COMPILED InCollege-Backup.cob EXECUTABLE, WHICH
      *> READS ITS OWN backup-control.doc TO DECIDE BACKUP VS RESTORE
      *> CHAINS TO THE STANDALONE TREND REPORT OVER stats_history.doc,
      *> THE SAME WAY DAILYREPORT CHAINS
       RUN-TREND-REPORT.
           CALL "SYSTEM" USING "incollege-trend-report"
           .

      *> CHAINS TO THE STANDALONE JOURNAL-DRIVEN WAREHOUSE EXTRACT
       RUN-DELTA-EXTRACT.
           CALL "SYSTEM" USING "incollege-delta-extract"
           .

      *> CHAINS TO THE STANDALONE SECURITY ANOMALY DETECTOR
       RUN-SECURITY-REPORT.
           CALL "SYSTEM" USING "incollege-security-report"
           .

      *> CHAINS TO THE STANDALONE TRUE-PURGE UTILITY, DRIVEN BY
      *> purge-request.doc AND GUARDED BY legal_hold.doc
       RUN-PURGE-JOB.
           CALL "SYSTEM" USING "incollege-purge"
           .

       RUN-BACKUP-JOB.
           CALL "SYSTEM" USING "incollege-backup"
           .

      *> CHAINS TO THE COMPILED InCollege-Reorg.cob EXECUTABLE, WHICH
      *> COMPACTS AND VERIFIES THE TWO INDEXED FILES OFFLINE
       RUN-REORG-JOB.
           CALL "SYSTEM" USING "incollege-reorg"
           .

      *> CHAINS TO THE COMPILED InCollege-PlacementReport.cob
      *> EXECUTABLE, THE COHORT/HIRE OUTCOMES REPORT
       RUN-PLACEMENT-REPORT.
           CALL "SYSTEM" USING "incollege-placement-report"
           .

      *> CHAINS TO THE COMPILED InCollege-NetworkReport.cob EXECUTABLE
       RUN-NETWORK-REPORT.
           CALL "SYSTEM" USING "incollege-network-report"
           .

      *> CHAINS TO THE COMPILED InCollege-InternshipReport.cob
      *> EXECUTABLE, THE TERM-END INTERNSHIP CREDIT LISTING
       RUN-INTERNSHIP-REPORT.
           CALL "SYSTEM" USING "incollege-internship-report"
           .

      *> CHAINS TO THE COMPILED InCollege-EeoReport.cob EXECUTABLE,
      *> THE AGGREGATE-ONLY EEO APPLICANT-FLOW REPORT
       RUN-EEO-REPORT.
           CALL "SYSTEM" USING "incollege-eeo-report"
           .

      *> CHAINS TO THE COMPILED InCollege-EnrollVerify.cob EXECUTABLE,
      *> THE TERMLY REGISTRAR ENROLLMENT CHECK -- QUEUED WHEN THE
      *> REGISTRAR'S enrollment.csv ARRIVES
       RUN-ENROLL-VERIFY.
           CALL "SYSTEM" USING "incollege-enroll-verify"
           .

      *> CHAINS TO THE COMPILED InCollege-AccountMerge.cob EXECUTABLE,
      *> FOLDING DUPLICATE ACCOUNTS LISTED IN merge_requests.doc INTO
      *> THEIR SURVIVORS -- QUEUED BY OPS FOR A QUIET WINDOW
       RUN-ACCOUNT-MERGE.
           CALL "SYSTEM" USING "incollege-account-merge"
           .

      *> CHAINS TO THE COMPILED InCollege-ContentReport.cob EXECUTABLE,
      *> THE WEEKLY PROHIBITED-CONTENT HIT COUNTS -- QUEUED ONCE A WEEK
       RUN-CONTENT-REPORT.
           CALL "SYSTEM" USING "incollege-content-report"
           .

      *> CHAINS TO THE COMPILED InCollege-SalaryReport.cob EXECUTABLE,
      *> THE OFFER SALARY BENCHMARKS -- QUEUED ONCE A TERM, AND ALSO
      *> REFRESHES THE PER-MAJOR FIGURES STUDENTS SEE ON THE JOB MENU
       RUN-SALARY-REPORT.
           CALL "SYSTEM" USING "incollege-salary-report"
           .

      *> CHAINS TO THE COMPILED InCollege-TicketAging.cob EXECUTABLE,
      *> THE HELP-DESK QUEUE BY CATEGORY AND AGE, FLAGGING TICKETS PAST
      *> THE RESPONSE TARGET -- QUEUED NIGHTLY
       RUN-TICKET-AGING-REPORT.
           CALL "SYSTEM" USING "incollege-ticket-aging"
           .

      *> CHAINS TO THE COMPILED InCollege-JobSyndication.cob EXECUTABLE,
      *> THE PARTNER JOB-BOARD FEED AND ITS NIGHTLY ADD/CHANGE/WITHDRAW
      *> DELTA -- QUEUED AFTER THE EXPIRATION PASS
       RUN-JOB-SYNDICATION.
           CALL "SYSTEM" USING "incollege-job-syndication"
           .

      *> CHAINS TO THE COMPILED InCollege-AtsStatus.cob EXECUTABLE, WHICH
      *> APPLIES THE EMPLOYERS' ATS STATUS EXTRACT TO applications.doc.
      *> ROWS IT CANNOT APPLY LAND IN dead_letter.doc UNDER ATSSTATUS, SO
      *> A REQUEUE AFTER THE EMPLOYER FIXES THE FILE RERUNS THE FEED
       RUN-ATS-STATUS-FEED.
           CALL "SYSTEM" USING "incollege-ats-status"
           .

      *> CHAINS TO THE COMPILED InCollege-SealVerify.cob EXECUTABLE, WHICH
      *> RE-WALKS THE audit.doc AND journal.doc CHAINS, REPORTS ANY BREAK
      *> IN seal-verify.rpt AND SEALS A DAY LEFT OPEN FROM BEFORE TODAY
       RUN-SEAL-VERIFY.
           CALL "SYSTEM" USING "incollege-seal-verify"
           .

      *> CHAINS TO THE COMPILED InCollege-CloseOut.cob EXECUTABLE, WHICH
      *> CLOSES OUT THE APPLICANTS LEFT ON EXPIRED AND FILLED LISTINGS
      *> WITH EACH AUTHOR'S DEFAULT LETTER. QUEUE IT AFTER THE EXPIRY
      *> STEP SO TONIGHT'S EXPIRED LISTINGS ARE SWEPT TONIGHT
       RUN-CLOSE-OUT.
           CALL "SYSTEM" USING "incollege-close-out"
           .

      *> CHAINS TO THE COMPILED InCollege-Dormancy.cob EXECUTABLE, WHICH
      *> WARNS, MAKES DORMANT AND QUEUES FOR DELETION THE ACCOUNTS WITH
      *> NO SUCCESSFUL LOGIN IN login_history.doc FOR TOO LONG --
      *> QUEUED ONCE A MONTH
       RUN-DORMANCY-JOB.
           CALL "SYSTEM" USING "incollege-dormancy"
           .

      *> NIGHTLY CAPACITY PROJECTION. FOR EVERY FIXED-WIDTH KEY
      *> SEQUENCE AND EVERY BIG FILE: WHERE IT STANDS, HOW MUCH ROOM IS
      *> LEFT, HOW FAST THE LAST 30 DAYS USED IT UP, AND THE DATE IT
      *> RUNS OUT AT THAT RATE. ANYTHING DUE TO RUN OUT INSIDE
      *> WS-CP-ALERT-DAYS PAGES OPS
       WRITE-CAPACITY-REPORT.
           COMPUTE WS-CP-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           COMPUTE WS-CP-WINDOW-START = FUNCTION DATE-OF-INTEGER(
               WS-CP-TODAY-INT - WS-CP-WINDOW-DAYS)
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CP-NOW
           MOVE 0 TO WS-CP-ALERTS
           PERFORM LOAD-CAPACITY-JOURNAL-ADDS

           OPEN OUTPUT CAPACITY-REPORT-FILE
           MOVE "=== InCollege Key-Space and File-Growth Capacity ===" TO CAPACITY-REPORT-RECORD
           WRITE CAPACITY-REPORT-RECORD
           MOVE SPACES TO CAPACITY-REPORT-RECORD
           STRING "Run Date: " WS-TODAY-DISPLAY
               "   Burn window: " WS-CP-WINDOW-DAYS " days"
               "   Alert inside: " WS-CP-ALERT-DAYS " days"
               INTO CAPACITY-REPORT-RECORD
           WRITE CAPACITY-REPORT-RECORD
           MOVE SPACES TO CAPACITY-REPORT-RECORD
           WRITE CAPACITY-REPORT-RECORD

           PERFORM VARYING WS-CP-I FROM 1 BY 1
               UNTIL WS-CP-I > WS-CP-ITEM-COUNT
               PERFORM MEASURE-CAPACITY-ITEM
               PERFORM PROJECT-CAPACITY-ITEM
               PERFORM PRINT-CAPACITY-ITEM
           END-PERFORM

           MOVE SPACES TO CAPACITY-REPORT-RECORD
           WRITE CAPACITY-REPORT-RECORD
           MOVE SPACES TO CAPACITY-REPORT-RECORD
           STRING "Items projected to run out within " WS-CP-ALERT-DAYS
               " days: " WS-CP-ALERTS
               INTO CAPACITY-REPORT-RECORD
           WRITE CAPACITY-REPORT-RECORD
           CLOSE CAPACITY-REPORT-FILE

           PERFORM APPEND-CAPACITY-HISTORY
           .

      *> journal.doc "A" ROWS STAMPED INSIDE THE WINDOW, PER FILE-ID --
      *> EVERY ADD TO jobs.doc USES UP A JR-ID, EVERY MESSAGE AN MS-ID
       LOAD-CAPACITY-JOURNAL-ADDS.
           MOVE 0 TO WS-CP-JRNL-COUNT
           MOVE "N" TO WS-JOURNAL-EOF
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-JOURNAL-EOF = "Y"
               READ JOURNAL-FILE
                   AT END MOVE "Y" TO WS-JOURNAL-EOF
                   NOT AT END
                       IF JL-ACTION = "A"
                           AND JL-TIMESTAMP(1:8) IS NUMERIC
                           AND JL-TIMESTAMP(1:8) >= WS-CP-WINDOW-START
                           PERFORM TALLY-CAPACITY-JOURNAL-ADD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           .

       TALLY-CAPACITY-JOURNAL-ADD.
           MOVE 0 TO WS-CP-J
           PERFORM VARYING WS-CP-I FROM 1 BY 1
               UNTIL WS-CP-I > WS-CP-JRNL-COUNT OR WS-CP-J > 0
               IF WS-CP-JRNL-FILE-ID (WS-CP-I) = JL-FILE-ID
                   MOVE WS-CP-I TO WS-CP-J
               END-IF
           END-PERFORM
           IF WS-CP-J = 0
               IF WS-CP-JRNL-COUNT >= 10
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CP-JRNL-COUNT
               MOVE WS-CP-JRNL-COUNT TO WS-CP-J
               MOVE JL-FILE-ID TO WS-CP-JRNL-FILE-ID (WS-CP-J)
               MOVE 0 TO WS-CP-JRNL-ADDS (WS-CP-J)
           END-IF
           ADD 1 TO WS-CP-JRNL-ADDS (WS-CP-J)
           .

      *> WS-CP-VALUE: THE HIGH-WATER MARK OF A KEY, OR A FILE'S RECORD
      *> COUNT. THE INDEXED FILES ARE READ THROUGH THEIR OWN FDS
       MEASURE-CAPACITY-ITEM.
           MOVE 0 TO WS-CP-VALUE
           EVALUATE WS-CP-SPEC-FILE (WS-CP-I)
               WHEN "jobs.doc"
                   MOVE "N" TO WS-CP-DATA-EOF
                   OPEN INPUT JOBS-FILE
                   IF WS-JOBS-FILE-STATUS NOT = "00"
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM UNTIL WS-CP-DATA-EOF = "Y"
                       READ JOBS-FILE NEXT RECORD
                           AT END MOVE "Y" TO WS-CP-DATA-EOF
                           NOT AT END
                               IF WS-CP-SPEC-KIND (WS-CP-I) = "F"
                                   ADD 1 TO WS-CP-VALUE
                               ELSE
                                   IF JR-ID > WS-CP-VALUE
                                       MOVE JR-ID TO WS-CP-VALUE
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE JOBS-FILE
               WHEN "profiles.doc"
                   MOVE "N" TO WS-CP-DATA-EOF
                   OPEN INPUT PROFILE-FILE
                   IF WS-PROFILE-STATUS NOT = "00"
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM UNTIL WS-CP-DATA-EOF = "Y"
                       READ PROFILE-FILE NEXT RECORD
                           AT END MOVE "Y" TO WS-CP-DATA-EOF
                           NOT AT END ADD 1 TO WS-CP-VALUE
                       END-READ
                   END-PERFORM
                   CLOSE PROFILE-FILE
               WHEN "messages.doc"
                   MOVE "N" TO WS-CP-DATA-EOF
                   OPEN INPUT MESSAGES-FILE
                   IF WS-MESSAGES-STATUS NOT = "00"
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM UNTIL WS-CP-DATA-EOF = "Y"
                       READ MESSAGES-FILE NEXT RECORD
                           AT END MOVE "Y" TO WS-CP-DATA-EOF
                           NOT AT END ADD 1 TO WS-CP-VALUE
                       END-READ
                   END-PERFORM
                   CLOSE MESSAGES-FILE
               WHEN "applications.doc"
                   MOVE "N" TO WS-CP-DATA-EOF
                   OPEN INPUT APPLICATIONS-FILE
                   IF WS-APPLICATIONS-FILE-STATUS NOT = "00"
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM UNTIL WS-CP-DATA-EOF = "Y"
                       READ APPLICATIONS-FILE NEXT RECORD
                           AT END MOVE "Y" TO WS-CP-DATA-EOF
                           NOT AT END
                               IF WS-CP-SPEC-KIND (WS-CP-I) = "F"
                                   ADD 1 TO WS-CP-VALUE
                               ELSE
                                   IF APP-JOB-ID > WS-CP-VALUE
                                       MOVE APP-JOB-ID TO WS-CP-VALUE
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE APPLICATIONS-FILE
               WHEN "connections.doc"
                   MOVE "N" TO WS-CP-DATA-EOF
                   OPEN INPUT CONNECTIONS-FILE
                   IF WS-CONNECTIONS-STATUS NOT = "00"
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM UNTIL WS-CP-DATA-EOF = "Y"
                       READ CONNECTIONS-FILE NEXT RECORD
                           AT END MOVE "Y" TO WS-CP-DATA-EOF
                           NOT AT END ADD 1 TO WS-CP-VALUE
                       END-READ
                   END-PERFORM
                   CLOSE CONNECTIONS-FILE
               WHEN "connection_requests.doc"
                   MOVE "N" TO WS-CP-DATA-EOF
                   OPEN INPUT CONNECTION-REQUESTS-FILE
                   IF WS-CONN-REQ-STATUS NOT = "00"
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM UNTIL WS-CP-DATA-EOF = "Y"
                       READ CONNECTION-REQUESTS-FILE NEXT RECORD
                           AT END MOVE "Y" TO WS-CP-DATA-EOF
                           NOT AT END ADD 1 TO WS-CP-VALUE
                       END-READ
                   END-PERFORM
                   CLOSE CONNECTION-REQUESTS-FILE
               WHEN OTHER
                   PERFORM MEASURE-CAPACITY-FLAT-FILE
           END-EVALUATE
           .

       MEASURE-CAPACITY-FLAT-FILE.
           MOVE WS-CP-SPEC-FILE (WS-CP-I) TO WS-CP-DATA-NAME
           MOVE "N" TO WS-CP-DATA-EOF
           OPEN INPUT CAP-DATA-FILE
           IF WS-CP-DATA-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CP-DATA-EOF = "Y"
               READ CAP-DATA-FILE
                   AT END MOVE "Y" TO WS-CP-DATA-EOF
                   NOT AT END
                       IF WS-CP-SPEC-KIND (WS-CP-I) = "F"
                           ADD 1 TO WS-CP-VALUE
                       ELSE
                           IF CAP-DATA-RECORD (WS-CP-SPEC-POS (WS-CP-I) :
                               WS-CP-SPEC-LEN (WS-CP-I)) IS NUMERIC
                               MOVE FUNCTION NUMVAL(CAP-DATA-RECORD
                                   (WS-CP-SPEC-POS (WS-CP-I) :
                                    WS-CP-SPEC-LEN (WS-CP-I)))
                                   TO WS-CP-KEY-VALUE
                               IF WS-CP-KEY-VALUE > WS-CP-VALUE
                                   MOVE WS-CP-KEY-VALUE TO WS-CP-VALUE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAP-DATA-FILE
           .

      *> ROOM LEFT, 30-DAY BURN AND EXHAUSTION DATE. THE BURN IS THE
      *> GROWTH SINCE THE OLDEST MEASUREMENT INSIDE THE WINDOW (OUR OWN
      *> capacity.doc HISTORY, OR stats_history.doc FOR THE FILES IT
      *> COUNTS) SCALED TO 30 DAYS, OR THE journal.doc ADDS IN THE
      *> WINDOW IF THAT IS HIGHER -- DELETES HIDE GROWTH IN A COUNT, BUT
      *> A KEY ONCE ISSUED IS NEVER GIVEN BACK
       PROJECT-CAPACITY-ITEM.
           MOVE WS-CP-VALUE TO WS-CP-RES-VALUE (WS-CP-I)
           IF WS-CP-VALUE >= WS-CP-SPEC-LIMIT (WS-CP-I)
               MOVE 0 TO WS-CP-RES-REMAINING (WS-CP-I)
           ELSE
               COMPUTE WS-CP-RES-REMAINING (WS-CP-I) =
                   WS-CP-SPEC-LIMIT (WS-CP-I) - WS-CP-VALUE
           END-IF

           MOVE 0 TO WS-CP-BASE-DATE
           MOVE 0 TO WS-CP-BASE-VALUE
           PERFORM FIND-CAPACITY-BASELINE
           IF WS-CP-SPEC-STATS (WS-CP-I) > 0
               PERFORM FIND-STATS-BASELINE
           END-IF
           MOVE 0 TO WS-CP-BURN
           IF WS-CP-BASE-DATE > 0 AND WS-CP-VALUE > WS-CP-BASE-VALUE
               COMPUTE WS-CP-SPAN-DAYS = WS-CP-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(WS-CP-BASE-DATE)
               IF WS-CP-SPAN-DAYS > 0
                   COMPUTE WS-CP-BURN = (WS-CP-VALUE - WS-CP-BASE-VALUE)
                       * WS-CP-WINDOW-DAYS / WS-CP-SPAN-DAYS
               END-IF
           END-IF
           IF WS-CP-SPEC-JOURNAL (WS-CP-I) NOT = SPACES
               PERFORM VARYING WS-CP-J FROM 1 BY 1
                   UNTIL WS-CP-J > WS-CP-JRNL-COUNT
                   IF WS-CP-JRNL-FILE-ID (WS-CP-J)
                       = WS-CP-SPEC-JOURNAL (WS-CP-I)
                       AND WS-CP-JRNL-ADDS (WS-CP-J) > WS-CP-BURN
                       MOVE WS-CP-JRNL-ADDS (WS-CP-J) TO WS-CP-BURN
                   END-IF
               END-PERFORM
           END-IF
           MOVE WS-CP-BURN TO WS-CP-RES-BURN (WS-CP-I)

           MOVE 0 TO WS-CP-RES-EXHAUST (WS-CP-I)
           MOVE "N" TO WS-CP-RES-ALERT (WS-CP-I)
           EVALUATE TRUE
               WHEN WS-CP-RES-REMAINING (WS-CP-I) = 0
                   MOVE 0 TO WS-CP-DAYS
               WHEN WS-CP-BURN = 0
                   MOVE 999999 TO WS-CP-DAYS
               WHEN OTHER
                   COMPUTE WS-CP-DAYS = WS-CP-RES-REMAINING (WS-CP-I)
                       * WS-CP-WINDOW-DAYS / WS-CP-BURN
                   IF WS-CP-DAYS > 999998
                       MOVE 999999 TO WS-CP-DAYS
                   END-IF
           END-EVALUATE
           MOVE WS-CP-DAYS TO WS-CP-RES-DAYS (WS-CP-I)
           IF WS-CP-DAYS < 999999
               COMPUTE WS-CP-RES-EXHAUST (WS-CP-I) =
                   FUNCTION DATE-OF-INTEGER(WS-CP-TODAY-INT + WS-CP-DAYS)
           END-IF
           IF WS-CP-DAYS < WS-CP-ALERT-DAYS
               MOVE "Y" TO WS-CP-RES-ALERT (WS-CP-I)
               ADD 1 TO WS-CP-ALERTS
               PERFORM RAISE-CAPACITY-ALERT
           END-IF
           .

      *> OLDEST OF OUR OWN NIGHTLY ROWS FOR THIS ITEM INSIDE THE WINDOW
       FIND-CAPACITY-BASELINE.
           MOVE "N" TO WS-CAPACITY-EOF
           OPEN INPUT CAPACITY-FILE
           IF WS-CAPACITY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CAPACITY-EOF = "Y"
               READ CAPACITY-FILE
                   AT END MOVE "Y" TO WS-CAPACITY-EOF
                   NOT AT END
                       IF CP-ITEM = WS-CP-SPEC-ITEM (WS-CP-I)
                           AND CP-DATE >= WS-CP-WINDOW-START
                           AND CP-DATE < WS-TODAY-DATE
                           AND (WS-CP-BASE-DATE = 0
                                OR CP-DATE < WS-CP-BASE-DATE)
                           MOVE CP-DATE TO WS-CP-BASE-DATE
                           MOVE CP-VALUE TO WS-CP-BASE-VALUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAPACITY-FILE
           .

      *> THE DAILY REPORT'S SNAPSHOTS REACH BACK FURTHER THAN OURS ON A
      *> SITE THAT HAS ONLY JUST STARTED RUNNING THIS STEP
       FIND-STATS-BASELINE.
           MOVE "N" TO WS-STATS-HIST-EOF
           OPEN INPUT STATS-HISTORY-FILE
           IF WS-STATS-HIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-STATS-HIST-EOF = "Y"
               READ STATS-HISTORY-FILE
                   AT END MOVE "Y" TO WS-STATS-HIST-EOF
                   NOT AT END
                       IF SH-DATE IS NUMERIC
                           AND SH-DATE >= WS-CP-WINDOW-START
                           AND SH-DATE < WS-TODAY-DATE
                           AND (WS-CP-BASE-DATE = 0
                                OR SH-DATE < WS-CP-BASE-DATE)
                           AND SH-COUNT (WS-CP-SPEC-STATS (WS-CP-I))
                               IS NUMERIC
                           MOVE SH-DATE TO WS-CP-BASE-DATE
                           MOVE SH-COUNT (WS-CP-SPEC-STATS (WS-CP-I))
                               TO WS-CP-BASE-VALUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STATS-HISTORY-FILE
           .

       RAISE-CAPACITY-ALERT.
           MOVE WS-CP-RES-REMAINING (WS-CP-I) TO WS-CP-SHOW-LEFT
           MOVE WS-CP-DAYS TO WS-CP-SHOW-DAYS
           MOVE SPACES TO WS-BH-ALERT-TEXT
           IF WS-CP-DAYS = 0
               STRING "CAPACITY ALERT: "
                   FUNCTION TRIM(WS-CP-SPEC-ITEM (WS-CP-I) TRAILING)
                   " has run out."
                   INTO WS-BH-ALERT-TEXT
               END-STRING
           ELSE
               STRING "CAPACITY ALERT: "
                   FUNCTION TRIM(WS-CP-SPEC-ITEM (WS-CP-I) TRAILING)
                   " runs out in " FUNCTION TRIM(WS-CP-SHOW-DAYS)
                   " days (" WS-CP-RES-EXHAUST (WS-CP-I) "), "
                   FUNCTION TRIM(WS-CP-SHOW-LEFT) " left."
                   INTO WS-BH-ALERT-TEXT
               END-STRING
           END-IF
           PERFORM SEND-OPERATOR-ALERT
           .

       PRINT-CAPACITY-ITEM.
           MOVE WS-CP-RES-VALUE (WS-CP-I) TO WS-CP-SHOW-VALUE
           MOVE WS-CP-RES-REMAINING (WS-CP-I) TO WS-CP-SHOW-LEFT
           MOVE WS-CP-RES-BURN (WS-CP-I) TO WS-CP-SHOW-BURN
           MOVE WS-CP-RES-DAYS (WS-CP-I) TO WS-CP-SHOW-DAYS
           IF WS-CP-RES-DAYS (WS-CP-I) = 999999
               MOVE "never" TO WS-CP-SHOW-DATE
           ELSE
               MOVE SPACES TO WS-CP-SHOW-DATE
               STRING WS-CP-RES-EXHAUST (WS-CP-I) (1:4) "-"
                   WS-CP-RES-EXHAUST (WS-CP-I) (5:2) "-"
                   WS-CP-RES-EXHAUST (WS-CP-I) (7:2)
                   INTO WS-CP-SHOW-DATE
               END-STRING
           END-IF
           MOVE SPACES TO CAPACITY-REPORT-RECORD
           IF WS-CP-SPEC-KIND (WS-CP-I) = "K"
               STRING WS-CP-SPEC-ITEM (WS-CP-I)
                   " high-water " WS-CP-SHOW-VALUE
                   " left " WS-CP-SHOW-LEFT
                   " burn/30d " WS-CP-SHOW-BURN
                   " out " WS-CP-SHOW-DATE
                   INTO CAPACITY-REPORT-RECORD
               END-STRING
           ELSE
               STRING WS-CP-SPEC-ITEM (WS-CP-I)
                   " records    " WS-CP-SHOW-VALUE
                   " left " WS-CP-SHOW-LEFT
                   " grew/30d " WS-CP-SHOW-BURN
                   " out " WS-CP-SHOW-DATE
                   INTO CAPACITY-REPORT-RECORD
               END-STRING
           END-IF
           WRITE CAPACITY-REPORT-RECORD
           IF WS-CP-RES-ALERT (WS-CP-I) = "Y"
               MOVE SPACES TO CAPACITY-REPORT-RECORD
               STRING "    *** WITHIN " WS-CP-ALERT-DAYS
                   " DAYS - " FUNCTION TRIM(WS-CP-SHOW-DAYS)
                   " DAYS LEFT AT THE CURRENT RATE ***"
                   INTO CAPACITY-REPORT-RECORD
               END-STRING
               WRITE CAPACITY-REPORT-RECORD
           END-IF
           .

       APPEND-CAPACITY-HISTORY.
           OPEN EXTEND CAPACITY-FILE
           IF WS-CAPACITY-STATUS NOT = "00"
               OPEN OUTPUT CAPACITY-FILE
           END-IF
           PERFORM VARYING WS-CP-I FROM 1 BY 1
               UNTIL WS-CP-I > WS-CP-ITEM-COUNT
               MOVE WS-TODAY-DATE TO CP-DATE
               MOVE WS-CP-NOW TO CP-TIME
               MOVE WS-CP-SPEC-ITEM (WS-CP-I) TO CP-ITEM
               MOVE WS-CP-SPEC-KIND (WS-CP-I) TO CP-KIND
               MOVE WS-CP-RES-VALUE (WS-CP-I) TO CP-VALUE
               MOVE WS-CP-SPEC-LIMIT (WS-CP-I) TO CP-LIMIT
               MOVE WS-CP-RES-REMAINING (WS-CP-I) TO CP-REMAINING
               MOVE WS-CP-RES-BURN (WS-CP-I) TO CP-BURN-30
               MOVE WS-CP-RES-DAYS (WS-CP-I) TO CP-DAYS-LEFT
               MOVE WS-CP-RES-EXHAUST (WS-CP-I) TO CP-EXHAUST-DATE
               MOVE WS-CP-RES-ALERT (WS-CP-I) TO CP-ALERT
               WRITE CAPACITY-RECORD
           END-PERFORM
           CLOSE CAPACITY-FILE
           .

      *> NIGHTLY OPS WORK-QUEUE BACKLOG. EVERY QUEUE THE OPS CONSOLE
      *> WORKS -- JOB REVIEW, EMPLOYER VETTING, DEAD LETTERS, PENDING
      *> APPROVALS, ABUSE REPORTS, AND THE INTERVIEW PROPOSALS AND
      *> OFFERS STILL WAITING ON A STUDENT -- COUNTED BY AGE, WITH ITS
      *> OLDEST ITEM, AGAINST ITS TARGET TURNAROUND. A QUEUE HOLDING
      *> ANYTHING OLDER THAN ITS TARGET PAGES OPS. ONE HISTORY ROW PER
      *> QUEUE GOES TO ops_queue.doc FOR THE BATCH-CHAIN SCREEN, AND THE
      *> REPORT CLOSES WITH THE WEEK'S THROUGHPUT PER OPERATOR
       WRITE-OPS-QUEUE-REPORT.
           COMPUTE WS-OQ-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           COMPUTE WS-OQ-WEEK-START = FUNCTION DATE-OF-INTEGER(
               WS-OQ-TODAY-INT - 6)
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-OQ-NOW
           MOVE 0 TO WS-OQ-BREACHES
           PERFORM VARYING WS-OQ-Q FROM 1 BY 1 UNTIL WS-OQ-Q > WS-OQ-COUNT
               INITIALIZE WS-OQ-RESULT-TABLE (WS-OQ-Q)
               MOVE WS-OQ-SPEC-TARGET (WS-OQ-Q) TO WS-OQ-TARGET (WS-OQ-Q)
               MOVE "N" TO WS-OQ-BREACH (WS-OQ-Q)
           END-PERFORM
           PERFORM LOAD-SERVICE-LEVELS
           PERFORM LOAD-OPS-OPERATORS

           PERFORM COUNT-JOB-REVIEW-QUEUE
           PERFORM LOAD-VETTING-QUEUE
           PERFORM SCAN-OPS-AUDIT
           PERFORM COUNT-VETTING-QUEUE
           PERFORM COUNT-DEAD-LETTER-QUEUE
           PERFORM COUNT-APPROVALS-QUEUE
           PERFORM COUNT-ABUSE-QUEUE
           PERFORM COUNT-IVOFFER-QUEUE

           OPEN OUTPUT OPS-QUEUE-REPORT-FILE
           MOVE "=== InCollege Ops Work-Queue Backlog ===" TO OPS-QUEUE-REPORT-RECORD
           WRITE OPS-QUEUE-REPORT-RECORD
           MOVE SPACES TO OPS-QUEUE-REPORT-RECORD
           STRING "Run Date: " WS-TODAY-DISPLAY
               INTO OPS-QUEUE-REPORT-RECORD
           WRITE OPS-QUEUE-REPORT-RECORD
           MOVE SPACES TO OPS-QUEUE-REPORT-RECORD
           WRITE OPS-QUEUE-REPORT-RECORD
           MOVE "Queue              Tgt  Open  0-1d  2-3d  4-7d 8-14d  15d+ Undated  Late" TO OPS-QUEUE-REPORT-RECORD
           WRITE OPS-QUEUE-REPORT-RECORD
           PERFORM VARYING WS-OQ-Q FROM 1 BY 1 UNTIL WS-OQ-Q > WS-OQ-COUNT
               PERFORM CHECK-OPS-QUEUE-TARGET
               PERFORM PRINT-OPS-QUEUE
           END-PERFORM
           MOVE SPACES TO OPS-QUEUE-REPORT-RECORD
           WRITE OPS-QUEUE-REPORT-RECORD
           MOVE SPACES TO OPS-QUEUE-REPORT-RECORD
           STRING "Queues past their target: " WS-OQ-BREACHES
               INTO OPS-QUEUE-REPORT-RECORD
           WRITE OPS-QUEUE-REPORT-RECORD

           PERFORM PRINT-OPERATOR-THROUGHPUT
           CLOSE OPS-QUEUE-REPORT-FILE

           PERFORM APPEND-OPS-QUEUE-HISTORY
           .

      *> service_levels.doc: ONE ROW PER QUEUE CODE WITH ITS TARGET IN
      *> DAYS. A MISSING, UNKNOWN OR ZERO ROW KEEPS THE DEFAULT
       LOAD-SERVICE-LEVELS.
           MOVE "N" TO WS-SL-EOF
           OPEN INPUT SERVICE-LEVELS-FILE
           IF WS-SL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SL-EOF = "Y"
               READ SERVICE-LEVELS-FILE
                   AT END MOVE "Y" TO WS-SL-EOF
                   NOT AT END
                       PERFORM VARYING WS-OQ-Q FROM 1 BY 1
                           UNTIL WS-OQ-Q > WS-OQ-COUNT
                           IF WS-OQ-SPEC-CODE (WS-OQ-Q) = SL-QUEUE
                               AND SL-TARGET-DAYS IS NUMERIC
                               AND SL-TARGET-DAYS > 0
                               MOVE SL-TARGET-DAYS
                                   TO WS-OQ-TARGET (WS-OQ-Q)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE SERVICE-LEVELS-FILE
           .

      *> EVERY NAMED OPERATOR, PLUS THE SHARED "admin" SIGN-ON THE
      *> CONSOLE FALLS BACK TO WHILE operators.doc IS EMPTY
       LOAD-OPS-OPERATORS.
           MOVE 1 TO WS-OT-COUNT
           INITIALIZE WS-OT-TABLE (1)
           MOVE "admin" TO WS-OT-NAME (1)
           MOVE "N" TO WS-OPERATORS-EOF
           OPEN INPUT OPERATORS-FILE
           IF WS-OPERATORS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-OPERATORS-EOF = "Y"
               READ OPERATORS-FILE INTO OPERATOR-RECORD
                   AT END MOVE "Y" TO WS-OPERATORS-EOF
                   NOT AT END
                       IF OP-NAME NOT = SPACES AND OP-NAME NOT = "admin"
                           AND WS-OT-COUNT < 50
                           ADD 1 TO WS-OT-COUNT
                           INITIALIZE WS-OT-TABLE (WS-OT-COUNT)
                           MOVE OP-NAME TO WS-OT-NAME (WS-OT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATORS-FILE
           .

      *> OPEN LISTINGS STILL AT JR-VERIFIED "N" -- WHAT REVIEW-JOB-QUEUE
      *> SHOWS -- AGED FROM THE DAY THEY WERE POSTED
       COUNT-JOB-REVIEW-QUEUE.
           MOVE 1 TO WS-OQ-Q
           MOVE "N" TO WS-JOBS-FILE-EOF
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-JOBS-FILE-EOF = "Y"
               READ JOBS-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-JOBS-FILE-EOF
                   NOT AT END
                       IF JR-VERIFIED = "N" AND JR-STATUS = "O"
                           MOVE 0 TO WS-OQ-ITEM-DATE
                           IF JR-POSTED-DATE IS NUMERIC
                               MOVE JR-POSTED-DATE TO WS-OQ-ITEM-DATE
                           END-IF
                           MOVE SPACES TO WS-OQ-ITEM-NAME
                           STRING "job " JR-ID " " JR-TITLE
                               DELIMITED BY SIZE INTO WS-OQ-ITEM-NAME
                           END-STRING
                           PERFORM TALLY-OPS-QUEUE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBS-FILE
           .

      *> EMPLOYER AND CAREER-CENTER ACCOUNTS STILL AT "P". THE ACCOUNT
      *> CARRIES NO DATE, SO SCAN-OPS-AUDIT FILLS IN THE REGISTRATION
       LOAD-VETTING-QUEUE.
           MOVE 0 TO WS-OQ-VET-COUNT
           MOVE "N" TO WS-ACCOUNTS-EOF
           OPEN INPUT ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ACCOUNTS-EOF = "Y"
               READ ACCOUNTS-FILE INTO ACCOUNT-RECORD
                   AT END MOVE "Y" TO WS-ACCOUNTS-EOF
                   NOT AT END
                       IF (ACCOUNT-TYPE = "E" OR ACCOUNT-TYPE = "C")
                           AND ACCOUNT-STATUS = "P"
                           IF WS-OQ-VET-COUNT < 500
                               ADD 1 TO WS-OQ-VET-COUNT
                               MOVE ACCOUNT-USERNAME
                                   TO WS-OQ-VET-NAME (WS-OQ-VET-COUNT)
                               MOVE 0 TO WS-OQ-VET-DATE (WS-OQ-VET-COUNT)
                           ELSE
      *> PAST THE TABLE: STILL COUNTED, JUST NOT AGED
                               MOVE 2 TO WS-OQ-Q
                               MOVE 0 TO WS-OQ-ITEM-DATE
                               MOVE ACCOUNT-USERNAME TO WS-OQ-ITEM-NAME
                               PERFORM TALLY-OPS-QUEUE-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           .

      *> ONE PASS OVER audit.doc FOR TWO THINGS: THE REGISTRATION DATE
      *> OF EACH PENDING EMPLOYER, AND WHAT EACH OPERATOR CLOSED IN THE
      *> LAST SEVEN DAYS. SEAL, REDACTION AND PURGED ROWS ARE SKIPPED
       SCAN-OPS-AUDIT.
           MOVE "N" TO WS-AUDIT-EOF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-AUDIT-EOF = "Y"
               READ AUDIT-FILE
                   AT END MOVE "Y" TO WS-AUDIT-EOF
                   NOT AT END
                       IF AU-SEAL-TYPE = "R" OR AU-SEAL-TYPE = SPACE
                           IF AU-ACTION = "REGISTER"
                               PERFORM DATE-VETTING-ENTRY
                           END-IF
                           IF AU-TIMESTAMP(1:8) >= WS-OQ-WEEK-START
                               AND AU-TIMESTAMP(1:8) <= WS-TODAY-DATE
                               PERFORM TALLY-OPERATOR-ACTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           .

      *> THE LATEST REGISTRATION WINS -- A USERNAME FREED BY A DELETED
      *> ACCOUNT CAN BE TAKEN AGAIN
       DATE-VETTING-ENTRY.
           PERFORM VARYING WS-OQ-VET-I FROM 1 BY 1
               UNTIL WS-OQ-VET-I > WS-OQ-VET-COUNT
               IF WS-OQ-VET-NAME (WS-OQ-VET-I) = AU-KEY(1:20)
                   AND AU-TIMESTAMP(1:8) IS NUMERIC
                   MOVE AU-TIMESTAMP(1:8) TO WS-OQ-VET-DATE (WS-OQ-VET-I)
               END-IF
           END-PERFORM
           .

      *> WHICH QUEUE, IF ANY, THE OPERATOR'S ACTION CLOSED AN ITEM IN.
      *> AN ABUSE REPORT IS CLOSED BY DISMISSING IT OR BY QUEUING THE
      *> SENDER'S SUSPENSION; OPERATOR SIGN-ONS ARE NOT WORK
       TALLY-OPERATOR-ACTION.
           MOVE 0 TO WS-OT-J
           PERFORM VARYING WS-OT-I FROM 1 BY 1
               UNTIL WS-OT-I > WS-OT-COUNT OR WS-OT-J > 0
               IF WS-OT-NAME (WS-OT-I) = AU-USERNAME
                   MOVE WS-OT-I TO WS-OT-J
               END-IF
           END-PERFORM
           IF WS-OT-J = 0 OR AU-ACTION = "OPERLOGIN"
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN AU-ACTION = "JOBAPPROVE" OR AU-ACTION = "JOBREJECT"
                   MOVE 1 TO WS-OT-COL
               WHEN AU-ACTION = "EMPAPPROVE" OR AU-ACTION = "EMPREJECT"
                   MOVE 2 TO WS-OT-COL
               WHEN AU-ACTION = "DLREQUEUE"
                   MOVE 3 TO WS-OT-COL
               WHEN AU-ACTION = "APPROVED" OR AU-ACTION = "DENIED"
                   MOVE 4 TO WS-OT-COL
               WHEN AU-ACTION = "SPAMDISMISS"
                   MOVE 5 TO WS-OT-COL
               WHEN AU-ACTION = "REQAPPROVAL"
                   AND AU-KEY(1:10) = "SUSPTOGGLE"
                   MOVE 5 TO WS-OT-COL
               WHEN OTHER
                   MOVE 0 TO WS-OT-COL
           END-EVALUATE
           IF WS-OT-COL = 0
               ADD 1 TO WS-OT-OTHER (WS-OT-J)
           ELSE
               ADD 1 TO WS-OT-CLOSED (WS-OT-J, WS-OT-COL)
           END-IF
           .

       COUNT-VETTING-QUEUE.
           MOVE 2 TO WS-OQ-Q
           PERFORM VARYING WS-OQ-VET-I FROM 1 BY 1
               UNTIL WS-OQ-VET-I > WS-OQ-VET-COUNT
               MOVE WS-OQ-VET-DATE (WS-OQ-VET-I) TO WS-OQ-ITEM-DATE
               MOVE WS-OQ-VET-NAME (WS-OQ-VET-I) TO WS-OQ-ITEM-NAME
               PERFORM TALLY-OPS-QUEUE-ITEM
           END-PERFORM
           .

      *> EVERYTHING IN dead_letter.doc EXCEPT THIS STEP'S OWN IN-FLIGHT
      *> ROW
       COUNT-DEAD-LETTER-QUEUE.
           MOVE 3 TO WS-OQ-Q
           MOVE "N" TO WS-DEAD-LETTER-EOF
           OPEN INPUT DEAD-LETTER-FILE
           IF WS-DEAD-LETTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DEAD-LETTER-EOF = "Y"
               READ DEAD-LETTER-FILE
                   AT END MOVE "Y" TO WS-DEAD-LETTER-EOF
                   NOT AT END
                       IF DL-TIMESTAMP NOT = WS-DL-INFLIGHT-TS
                           MOVE 0 TO WS-OQ-ITEM-DATE
                           IF DL-TIMESTAMP(1:8) IS NUMERIC
                               MOVE DL-TIMESTAMP(1:8) TO WS-OQ-ITEM-DATE
                           END-IF
                           MOVE DL-CODE TO WS-OQ-ITEM-NAME
                           PERFORM TALLY-OPS-QUEUE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEAD-LETTER-FILE
           .

       COUNT-APPROVALS-QUEUE.
           MOVE 4 TO WS-OQ-Q
           MOVE "N" TO WS-PEND-APPR-EOF
           OPEN INPUT PENDING-APPROVALS-FILE
           IF WS-PEND-APPR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PEND-APPR-EOF = "Y"
               READ PENDING-APPROVALS-FILE
                   AT END MOVE "Y" TO WS-PEND-APPR-EOF
                   NOT AT END
                       MOVE 0 TO WS-OQ-ITEM-DATE
                       IF PA-TIMESTAMP(1:8) IS NUMERIC
                           MOVE PA-TIMESTAMP(1:8) TO WS-OQ-ITEM-DATE
                       END-IF
                       MOVE SPACES TO WS-OQ-ITEM-NAME
                       STRING FUNCTION TRIM(PA-ACTION) " " PA-TARGET
                           DELIMITED BY SIZE INTO WS-OQ-ITEM-NAME
                       END-STRING
                       PERFORM TALLY-OPS-QUEUE-ITEM
               END-READ
           END-PERFORM
           CLOSE PENDING-APPROVALS-FILE
           .

       COUNT-ABUSE-QUEUE.
           MOVE 5 TO WS-OQ-Q
           MOVE "N" TO WS-ABUSE-EOF
           OPEN INPUT ABUSE-REPORTS-FILE
           IF WS-ABUSE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ABUSE-EOF = "Y"
               READ ABUSE-REPORTS-FILE
                   AT END MOVE "Y" TO WS-ABUSE-EOF
                   NOT AT END
                       MOVE 0 TO WS-OQ-ITEM-DATE
                       IF AB-TIMESTAMP(1:8) IS NUMERIC
                           MOVE AB-TIMESTAMP(1:8) TO WS-OQ-ITEM-DATE
                       END-IF
                       MOVE SPACES TO WS-OQ-ITEM-NAME
                       STRING "against " AB-OFFENDER
                           DELIMITED BY SIZE INTO WS-OQ-ITEM-NAME
                       END-STRING
                       PERFORM TALLY-OPS-QUEUE-ITEM
               END-READ
           END-PERFORM
           CLOSE ABUSE-REPORTS-FILE
           .

      *> INTERVIEW SLOTS PROPOSED AND OFFERS EXTENDED ("P" IN BOTH
      *> FILES) THAT THE STUDENT HAS NOT ANSWERED YET
       COUNT-IVOFFER-QUEUE.
           MOVE 6 TO WS-OQ-Q
           MOVE "N" TO WS-OQ-IV-EOF
           OPEN INPUT INTERVIEWS-FILE
           IF WS-INTERVIEWS-STATUS = "00"
               PERFORM UNTIL WS-OQ-IV-EOF = "Y"
                   READ INTERVIEWS-FILE
                       AT END MOVE "Y" TO WS-OQ-IV-EOF
                       NOT AT END
                           IF IV-STATUS = "P"
                               MOVE 0 TO WS-OQ-ITEM-DATE
                               IF IV-PROPOSED-DATE IS NUMERIC
                                   MOVE IV-PROPOSED-DATE
                                       TO WS-OQ-ITEM-DATE
                               END-IF
                               MOVE SPACES TO WS-OQ-ITEM-NAME
                               STRING "interview " IV-USERNAME
                                   DELIMITED BY SIZE
                                   INTO WS-OQ-ITEM-NAME
                               END-STRING
                               PERFORM TALLY-OPS-QUEUE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INTERVIEWS-FILE
           END-IF

           MOVE "N" TO WS-OFFERS-EOF
           OPEN INPUT OFFERS-FILE
           IF WS-OFFERS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-OFFERS-EOF = "Y"
               READ OFFERS-FILE
                   AT END MOVE "Y" TO WS-OFFERS-EOF
                   NOT AT END
                       IF OF-STATUS = "P"
                           MOVE 0 TO WS-OQ-ITEM-DATE
                           IF OF-OFFER-DATE IS NUMERIC
                               MOVE OF-OFFER-DATE TO WS-OQ-ITEM-DATE
                           END-IF
                           MOVE SPACES TO WS-OQ-ITEM-NAME
                           STRING "offer " OF-USERNAME
                               DELIMITED BY SIZE INTO WS-OQ-ITEM-NAME
                           END-STRING
                           PERFORM TALLY-OPS-QUEUE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OFFERS-FILE
           .

      *> ONE OPEN ITEM OF QUEUE WS-OQ-Q, DATED WS-OQ-ITEM-DATE (ZERO OR
      *> NOT A REAL DATE = UNDATED). AN ITEM DATED AFTER THE BUSINESS
      *> DATE -- A REPLAYED NIGHT -- COUNTS AS NEW
       TALLY-OPS-QUEUE-ITEM.
           ADD 1 TO WS-OQ-OPEN (WS-OQ-Q)
           IF WS-OQ-ITEM-DATE = 0
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-OQ-ITEM-DATE) NOT = 0
               ADD 1 TO WS-OQ-UNDATED (WS-OQ-Q)
               EXIT PARAGRAPH
           END-IF
           IF WS-OQ-ITEM-DATE > WS-TODAY-DATE
               MOVE 0 TO WS-OQ-AGE
           ELSE
               COMPUTE WS-OQ-AGE = WS-OQ-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(WS-OQ-ITEM-DATE)
           END-IF
           PERFORM VARYING WS-OQ-B FROM 1 BY 1
               UNTIL WS-OQ-B = 5 OR WS-OQ-AGE <= WS-OQ-BUCKET-TOP (WS-OQ-B)
               CONTINUE
           END-PERFORM
           ADD 1 TO WS-OQ-BUCKET (WS-OQ-Q, WS-OQ-B)
           IF WS-OQ-AGE > WS-OQ-TARGET (WS-OQ-Q)
               ADD 1 TO WS-OQ-LATE (WS-OQ-Q)
           END-IF
           IF WS-OQ-OLDEST-DATE (WS-OQ-Q) = 0
               OR WS-OQ-ITEM-DATE < WS-OQ-OLDEST-DATE (WS-OQ-Q)
               MOVE WS-OQ-ITEM-DATE TO WS-OQ-OLDEST-DATE (WS-OQ-Q)
               MOVE WS-OQ-AGE TO WS-OQ-OLDEST-AGE (WS-OQ-Q)
               MOVE WS-OQ-ITEM-NAME TO WS-OQ-OLDEST-ITEM (WS-OQ-Q)
           END-IF
           .

      *> ANY ITEM OLDER THAN THE TARGET IS A BREACH, AND PAGES OPS
       CHECK-OPS-QUEUE-TARGET.
           IF WS-OQ-LATE (WS-OQ-Q) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-OQ-BREACH (WS-OQ-Q)
           ADD 1 TO WS-OQ-BREACHES
           MOVE WS-OQ-LATE (WS-OQ-Q) TO WS-OQ-SHOW-LATE
           MOVE WS-OQ-TARGET (WS-OQ-Q) TO WS-OQ-SHOW-TARGET
           MOVE WS-OQ-OLDEST-AGE (WS-OQ-Q) TO WS-OQ-SHOW-AGE
           MOVE SPACES TO WS-BH-ALERT-TEXT
           STRING "OPS QUEUE ALERT: "
               FUNCTION TRIM(WS-OQ-SPEC-LABEL (WS-OQ-Q)) " has "
               FUNCTION TRIM(WS-OQ-SHOW-LATE) " past its "
               FUNCTION TRIM(WS-OQ-SHOW-TARGET) "-day target, oldest "
               FUNCTION TRIM(WS-OQ-SHOW-AGE) " days ("
               FUNCTION TRIM(WS-OQ-OLDEST-ITEM (WS-OQ-Q)) ")."
               DELIMITED BY SIZE INTO WS-BH-ALERT-TEXT
           END-STRING
           PERFORM SEND-OPERATOR-ALERT
           .

       PRINT-OPS-QUEUE.
           MOVE WS-OQ-SPEC-LABEL (WS-OQ-Q) TO WS-OQL-LABEL
           MOVE WS-OQ-TARGET (WS-OQ-Q) TO WS-OQL-TARGET
           MOVE WS-OQ-OPEN (WS-OQ-Q) TO WS-OQL-OPEN
           PERFORM VARYING WS-OQ-B FROM 1 BY 1 UNTIL WS-OQ-B > 5
               MOVE WS-OQ-BUCKET (WS-OQ-Q, WS-OQ-B)
                   TO WS-OQL-BUCKET (WS-OQ-B)
           END-PERFORM
           MOVE WS-OQ-UNDATED (WS-OQ-Q) TO WS-OQL-UNDATED
           MOVE WS-OQ-LATE (WS-OQ-Q) TO WS-OQL-LATE
           IF WS-OQ-BREACH (WS-OQ-Q) = "Y"
               MOVE "BREACH" TO WS-OQL-FLAG
           ELSE
               MOVE SPACES TO WS-OQL-FLAG
           END-IF
           MOVE WS-OQ-LINE TO OPS-QUEUE-REPORT-RECORD
           WRITE OPS-QUEUE-REPORT-RECORD
           IF WS-OQ-OLDEST-DATE (WS-OQ-Q) > 0
               MOVE WS-OQ-OLDEST-AGE (WS-OQ-Q) TO WS-OQ-SHOW-AGE
               MOVE SPACES TO WS-OQ-SHOW-DATE
               STRING WS-OQ-OLDEST-DATE (WS-OQ-Q) (1:4) "-"
                   WS-OQ-OLDEST-DATE (WS-OQ-Q) (5:2) "-"
                   WS-OQ-OLDEST-DATE (WS-OQ-Q) (7:2)
                   INTO WS-OQ-SHOW-DATE
               END-STRING
               MOVE SPACES TO OPS-QUEUE-REPORT-RECORD
               STRING "    Oldest: "
                   FUNCTION TRIM(WS-OQ-OLDEST-ITEM (WS-OQ-Q))
                   ", since " WS-OQ-SHOW-DATE
                   " (" FUNCTION TRIM(WS-OQ-SHOW-AGE) " days)"
                   DELIMITED BY SIZE INTO OPS-QUEUE-REPORT-RECORD
               END-STRING
               WRITE OPS-QUEUE-REPORT-RECORD
           END-IF
           .

      *> THE WEEK'S WORK PER OPERATOR. AN OPERATOR WITH NOTHING AUDITED
      *> IN THE WEEK IS LEFT OFF
       PRINT-OPERATOR-THROUGHPUT.
           MOVE SPACES TO OPS-QUEUE-REPORT-RECORD
           WRITE OPS-QUEUE-REPORT-RECORD
           MOVE SPACES TO OPS-QUEUE-REPORT-RECORD
           STRING "--- Operator throughput " WS-OQ-WEEK-START(1:4) "-"
               WS-OQ-WEEK-START(5:2) "-" WS-OQ-WEEK-START(7:2)
               " to " WS-TODAY-DISPLAY " ---"
               INTO OPS-QUEUE-REPORT-RECORD
           WRITE OPS-QUEUE-REPORT-RECORD
           MOVE "Operator                 Review    Vetting DeadLetter  Approvals      Abuse     Closed      Other" TO OPS-QUEUE-REPORT-RECORD
           WRITE OPS-QUEUE-REPORT-RECORD
           MOVE 0 TO WS-OT-ACTIVE
           PERFORM VARYING WS-OT-I FROM 1 BY 1 UNTIL WS-OT-I > WS-OT-COUNT
               MOVE 0 TO WS-OT-CLOSED-SUM
               PERFORM VARYING WS-OT-COL FROM 1 BY 1 UNTIL WS-OT-COL > 5
                   ADD WS-OT-CLOSED (WS-OT-I, WS-OT-COL)
                       TO WS-OT-CLOSED-SUM
                   MOVE WS-OT-CLOSED (WS-OT-I, WS-OT-COL)
                       TO WS-OTL-CLOSED (WS-OT-COL)
               END-PERFORM
               IF WS-OT-CLOSED-SUM > 0 OR WS-OT-OTHER (WS-OT-I) > 0
                   ADD 1 TO WS-OT-ACTIVE
                   MOVE WS-OT-NAME (WS-OT-I) TO WS-OTL-NAME
                   MOVE WS-OT-CLOSED-SUM TO WS-OTL-TOTAL
                   MOVE WS-OT-OTHER (WS-OT-I) TO WS-OTL-OTHER
                   MOVE WS-OT-LINE TO OPS-QUEUE-REPORT-RECORD
                   WRITE OPS-QUEUE-REPORT-RECORD
               END-IF
           END-PERFORM
           IF WS-OT-ACTIVE = 0
               MOVE "No operator activity in audit.doc this week." TO OPS-QUEUE-REPORT-RECORD
               WRITE OPS-QUEUE-REPORT-RECORD
           END-IF
           .

       APPEND-OPS-QUEUE-HISTORY.
           OPEN EXTEND OPS-QUEUE-FILE
           IF WS-OQ-STATUS NOT = "00"
               OPEN OUTPUT OPS-QUEUE-FILE
           END-IF
           PERFORM VARYING WS-OQ-Q FROM 1 BY 1 UNTIL WS-OQ-Q > WS-OQ-COUNT
               MOVE WS-TODAY-DATE TO OQ-DATE
               MOVE WS-OQ-NOW TO OQ-TIME
               MOVE WS-OQ-SPEC-CODE (WS-OQ-Q) TO OQ-QUEUE
               MOVE WS-OQ-SPEC-LABEL (WS-OQ-Q) TO OQ-LABEL
               MOVE WS-OQ-TARGET (WS-OQ-Q) TO OQ-TARGET
               MOVE WS-OQ-OPEN (WS-OQ-Q) TO OQ-OPEN
               MOVE WS-OQ-UNDATED (WS-OQ-Q) TO OQ-UNDATED
               MOVE WS-OQ-LATE (WS-OQ-Q) TO OQ-LATE
               MOVE WS-OQ-OLDEST-AGE (WS-OQ-Q) TO OQ-OLDEST-AGE
               MOVE WS-OQ-OLDEST-ITEM (WS-OQ-Q) TO OQ-OLDEST-ITEM
               MOVE WS-OQ-BREACH (WS-OQ-Q) TO OQ-BREACH
               WRITE OPS-QUEUE-RECORD
           END-PERFORM
           CLOSE OPS-QUEUE-FILE
           .

      *> NIGHTLY NEAR-DUPLICATE LISTING SWEEP. THE SAME REQUISITION KEYED
      *> BY HAND IN POST-A-JOB AND AGAIN THROUGH THE JOB IMPORT, OR
      *> REPOSTED EVERY WEEK TO STAY AT THE TOP OF "NEWEST", SPLITS ITS
      *> APPLICANTS ACROSS COPIES. EVERY PAIR OF OPEN LISTINGS UNDER THE
      *> SAME EMPLOYER NAME IS SCORED OUT OF 100:
      *>   - TITLE WORDS IN COMMON            40
      *>   - DESCRIPTION WORDS IN COMMON      30
      *>   - SAME LOCATION                    15
      *>   - SAME CATEGORY                    15
      *> (WORDS BY THE DICE MEASURE -- TWICE THE SHARED WORDS OVER BOTH
      *> COUNTS; A BLANK LOCATION OR CATEGORY ON EITHER SIDE SCORES
      *> HALF, THE IMPORT FEED OFTEN LEAVING THEM OUT). PAIRS AT OR
      *> ABOVE WS-JD-THRESHOLD ARE CHAINED INTO GROUPS AND WRITTEN TO
      *> job_dupes.doc AS "P" ROWS FOR THE OPS CONSOLE'S DUPLICATE
      *> LISTINGS SCREEN, WHICH MERGES THEM. LAST NIGHT'S UNDECIDED
      *> GROUPS ARE REPLACED; DECIDED ONES STAY AS HISTORY, AND A PAIR
      *> FROM A GROUP RULED "NOT DUPLICATES" IS NEVER RAISED AGAIN
       WRITE-DUPLICATE-LISTINGS.
           PERFORM CARRY-FORWARD-DUPE-DECISIONS
           PERFORM LOAD-OPEN-LISTINGS-FOR-DUPES
           MOVE 0 TO WS-JD-GROUPS
           PERFORM VARYING WS-JD-I FROM 1 BY 1 UNTIL WS-JD-I >= WS-JD-COUNT
               COMPUTE WS-JD-K = WS-JD-I + 1
               PERFORM VARYING WS-JD-J FROM WS-JD-K BY 1
                   UNTIL WS-JD-J > WS-JD-COUNT
                   IF WS-JD-EMPLOYER (WS-JD-I) NOT = SPACES
                       AND WS-JD-EMPLOYER (WS-JD-I) = WS-JD-EMPLOYER (WS-JD-J)
                       PERFORM SCORE-DUPE-PAIR
                       IF WS-JD-SCORE >= WS-JD-THRESHOLD
                           PERFORM CHECK-DUPE-DISMISSED
                           IF WS-JD-SUPPRESSED = "N"
                               PERFORM JOIN-DUPE-GROUP
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM WRITE-DUPE-GROUPS
           PERFORM WRITE-DUPE-REPORT
           .

      *> DECIDED ROWS ("S" SURVIVOR, "M" MERGED, "N" NOT DUPLICATES) GO
      *> TO job_dupes.tmp UNCHANGED; UNDECIDED "P" ROWS ARE DROPPED FOR
      *> TONIGHT'S FRESH ONES. NEW GROUP NUMBERS CARRY ON PAST THE
      *> HIGHEST ONE KEPT
       CARRY-FORWARD-DUPE-DECISIONS.
           MOVE 0 TO WS-JD-DIS-COUNT
           MOVE 0 TO WS-JD-NEXT-GROUP
           OPEN OUTPUT JOB-DUPES-TEMP-FILE
           MOVE "N" TO WS-JD-EOF
           OPEN INPUT JOB-DUPES-FILE
           IF WS-JD-STATUS NOT = "00"
               MOVE "Y" TO WS-JD-EOF
           END-IF
           PERFORM UNTIL WS-JD-EOF = "Y"
               READ JOB-DUPES-FILE
                   AT END MOVE "Y" TO WS-JD-EOF
                   NOT AT END
                       IF JD-STATUS NOT = "P"
                           MOVE JOB-DUPE-RECORD TO JOB-DUPE-TEMP-RECORD
                           WRITE JOB-DUPE-TEMP-RECORD
                           IF JD-GROUP > WS-JD-NEXT-GROUP
                               MOVE JD-GROUP TO WS-JD-NEXT-GROUP
                           END-IF
                       END-IF
                       IF JD-STATUS = "N" AND WS-JD-DIS-COUNT < 2000
                           ADD 1 TO WS-JD-DIS-COUNT
                           MOVE JD-GROUP TO WS-JD-DIS-GROUP (WS-JD-DIS-COUNT)
                           MOVE JD-JOB-ID TO WS-JD-DIS-JOB (WS-JD-DIS-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-JD-STATUS NOT = "35"
               CLOSE JOB-DUPES-FILE
           END-IF
           CLOSE JOB-DUPES-TEMP-FILE
           ADD 1 TO WS-JD-NEXT-GROUP
           MOVE WS-JD-NEXT-GROUP TO WS-JD-FIRST-GROUP
           .

      *> OPEN LISTINGS, INCLUDING THOSE STILL WAITING IN THE REVIEW
      *> QUEUE -- A COPY IS BEST CAUGHT BEFORE IT IS APPROVED. A LISTING
      *> OPS REJECTED IS CLOSED ALREADY AND LEFT OUT
       LOAD-OPEN-LISTINGS-FOR-DUPES.
           MOVE 0 TO WS-JD-COUNT
           MOVE 0 TO WS-JD-SKIPPED
           MOVE "N" TO WS-JOBS-FILE-EOF
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-JOBS-FILE-EOF = "Y"
               READ JOBS-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-JOBS-FILE-EOF
                   NOT AT END
                       IF JR-STATUS = "O" AND JR-VERIFIED NOT = "R"
                           IF WS-JD-COUNT < 1000
                               ADD 1 TO WS-JD-COUNT
                               PERFORM LOAD-ONE-DUPE-LISTING
                           ELSE
                               ADD 1 TO WS-JD-SKIPPED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBS-FILE
           .

       LOAD-ONE-DUPE-LISTING.
           MOVE JR-ID TO WS-JD-ID (WS-JD-COUNT)
           MOVE FUNCTION UPPER-CASE(JR-EMPLOYER)
               TO WS-JD-EMPLOYER (WS-JD-COUNT)
           MOVE 0 TO WS-JD-GROUP-OF (WS-JD-COUNT)
           MOVE 0 TO WS-JD-BEST (WS-JD-COUNT)

           MOVE JR-TITLE TO WS-JD-WORK-TEXT
           PERFORM TOKENIZE-DUPE-TEXT
           MOVE 0 TO WS-JD-TITLE-N (WS-JD-COUNT)
           PERFORM VARYING WS-JD-U FROM 1 BY 1
               UNTIL WS-JD-U > WS-JD-TOK-N OR WS-JD-U > 10
               ADD 1 TO WS-JD-TITLE-N (WS-JD-COUNT)
               MOVE WS-JD-TOK (WS-JD-U)
                   TO WS-JD-TITLE-TOK (WS-JD-COUNT, WS-JD-U)
           END-PERFORM

           MOVE JR-DESC TO WS-JD-WORK-TEXT
           PERFORM TOKENIZE-DUPE-TEXT
           MOVE WS-JD-TOK-N TO WS-JD-DESC-N (WS-JD-COUNT)
           PERFORM VARYING WS-JD-U FROM 1 BY 1 UNTIL WS-JD-U > WS-JD-TOK-N
               MOVE WS-JD-TOK (WS-JD-U)
                   TO WS-JD-DESC-TOK (WS-JD-COUNT, WS-JD-U)
           END-PERFORM

           MOVE JR-LOCATION TO WS-JD-WORK-TEXT
           PERFORM NORMALIZE-DUPE-TEXT
           MOVE WS-JD-NORM TO WS-JD-LOCATION (WS-JD-COUNT)
           MOVE JR-CATEGORY TO WS-JD-WORK-TEXT
           PERFORM NORMALIZE-DUPE-TEXT
           MOVE WS-JD-NORM TO WS-JD-CATEGORY (WS-JD-COUNT)
           .

      *> WS-JD-WORK-TEXT INTO WS-JD-TOK: UPPER-CASED, PUNCTUATION TO
      *> SPACES, WORDS OF ONE LETTER DROPPED, EACH WORD ONCE, AT MOST 50
       TOKENIZE-DUPE-TEXT.
           MOVE FUNCTION UPPER-CASE(WS-JD-WORK-TEXT) TO WS-JD-WORK-TEXT
           INSPECT WS-JD-WORK-TEXT CONVERTING ",.;:!?()/-&'*[]"
               TO "               "
           MOVE 0 TO WS-JD-TOK-N
           MOVE 1 TO WS-JD-PTR
           PERFORM UNTIL WS-JD-PTR > 200 OR WS-JD-TOK-N >= 50
               MOVE SPACES TO WS-JD-WORD
               UNSTRING WS-JD-WORK-TEXT DELIMITED BY ALL SPACE
                   INTO WS-JD-WORD
                   WITH POINTER WS-JD-PTR
               END-UNSTRING
               IF WS-JD-WORD(2:1) NOT = SPACE
                   PERFORM VARYING WS-JD-U FROM 1 BY 1
                       UNTIL WS-JD-U > WS-JD-TOK-N
                       OR WS-JD-TOK (WS-JD-U) = WS-JD-WORD
                       CONTINUE
                   END-PERFORM
                   IF WS-JD-U > WS-JD-TOK-N
                       ADD 1 TO WS-JD-TOK-N
                       MOVE WS-JD-WORD TO WS-JD-TOK (WS-JD-TOK-N)
                   END-IF
               END-IF
           END-PERFORM
           .

      *> THE SAME WORDS, SINGLE-SPACED BACK INTO WS-JD-NORM, SO "Boston,
      *> MA" AND "BOSTON MA" COMPARE EQUAL
       NORMALIZE-DUPE-TEXT.
           PERFORM TOKENIZE-DUPE-TEXT
           MOVE SPACES TO WS-JD-NORM
           MOVE 1 TO WS-JD-NORM-PTR
           PERFORM VARYING WS-JD-U FROM 1 BY 1 UNTIL WS-JD-U > WS-JD-TOK-N
               STRING WS-JD-TOK (WS-JD-U) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   INTO WS-JD-NORM WITH POINTER WS-JD-NORM-PTR
                   ON OVERFLOW CONTINUE
               END-STRING
           END-PERFORM
           .

      *> LISTINGS WS-JD-I AND WS-JD-J INTO WS-JD-SCORE -- SEE THE WEIGHTS
      *> ABOVE WRITE-DUPLICATE-LISTINGS
       SCORE-DUPE-PAIR.
           MOVE 0 TO WS-JD-SHARED
           PERFORM VARYING WS-JD-T FROM 1 BY 1
               UNTIL WS-JD-T > WS-JD-TITLE-N (WS-JD-I)
               PERFORM VARYING WS-JD-U FROM 1 BY 1
                   UNTIL WS-JD-U > WS-JD-TITLE-N (WS-JD-J)
                   IF WS-JD-TITLE-TOK (WS-JD-I, WS-JD-T)
                       = WS-JD-TITLE-TOK (WS-JD-J, WS-JD-U)
                       ADD 1 TO WS-JD-SHARED
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-JD-TITLE-N (WS-JD-I) + WS-JD-TITLE-N (WS-JD-J) = 0
               MOVE 100 TO WS-JD-TITLE-SIM
           ELSE
               COMPUTE WS-JD-TITLE-SIM = (200 * WS-JD-SHARED)
                   / (WS-JD-TITLE-N (WS-JD-I) + WS-JD-TITLE-N (WS-JD-J))
           END-IF

           MOVE 0 TO WS-JD-SHARED
           PERFORM VARYING WS-JD-T FROM 1 BY 1
               UNTIL WS-JD-T > WS-JD-DESC-N (WS-JD-I)
               PERFORM VARYING WS-JD-U FROM 1 BY 1
                   UNTIL WS-JD-U > WS-JD-DESC-N (WS-JD-J)
                   IF WS-JD-DESC-TOK (WS-JD-I, WS-JD-T)
                       = WS-JD-DESC-TOK (WS-JD-J, WS-JD-U)
                       ADD 1 TO WS-JD-SHARED
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-JD-DESC-N (WS-JD-I) + WS-JD-DESC-N (WS-JD-J) = 0
               MOVE 100 TO WS-JD-DESC-SIM
           ELSE
               COMPUTE WS-JD-DESC-SIM = (200 * WS-JD-SHARED)
                   / (WS-JD-DESC-N (WS-JD-I) + WS-JD-DESC-N (WS-JD-J))
           END-IF

           EVALUATE TRUE
               WHEN WS-JD-LOCATION (WS-JD-I) = SPACES
                   OR WS-JD-LOCATION (WS-JD-J) = SPACES
                   MOVE 50 TO WS-JD-LOC-SIM
               WHEN WS-JD-LOCATION (WS-JD-I) = WS-JD-LOCATION (WS-JD-J)
                   MOVE 100 TO WS-JD-LOC-SIM
               WHEN OTHER
                   MOVE 0 TO WS-JD-LOC-SIM
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-JD-CATEGORY (WS-JD-I) = SPACES
                   OR WS-JD-CATEGORY (WS-JD-J) = SPACES
                   MOVE 50 TO WS-JD-CAT-SIM
               WHEN WS-JD-CATEGORY (WS-JD-I) = WS-JD-CATEGORY (WS-JD-J)
                   MOVE 100 TO WS-JD-CAT-SIM
               WHEN OTHER
                   MOVE 0 TO WS-JD-CAT-SIM
           END-EVALUATE

           COMPUTE WS-JD-SCORE = (40 * WS-JD-TITLE-SIM
               + 30 * WS-JD-DESC-SIM + 15 * WS-JD-LOC-SIM
               + 15 * WS-JD-CAT-SIM) / 100
           .

      *> WS-JD-SUPPRESSED "Y" WHEN BOTH LISTINGS SAT IN ONE GROUP AN
      *> OPERATOR ALREADY RULED NOT TO BE DUPLICATES
       CHECK-DUPE-DISMISSED.
           MOVE "N" TO WS-JD-SUPPRESSED
           PERFORM VARYING WS-JD-DIS-I FROM 1 BY 1
               UNTIL WS-JD-DIS-I > WS-JD-DIS-COUNT OR WS-JD-SUPPRESSED = "Y"
               IF WS-JD-DIS-JOB (WS-JD-DIS-I) = WS-JD-ID (WS-JD-I)
                   PERFORM VARYING WS-JD-DIS-J FROM 1 BY 1
                       UNTIL WS-JD-DIS-J > WS-JD-DIS-COUNT
                       IF WS-JD-DIS-GROUP (WS-JD-DIS-J)
                           = WS-JD-DIS-GROUP (WS-JD-DIS-I)
                           AND WS-JD-DIS-JOB (WS-JD-DIS-J) = WS-JD-ID (WS-JD-J)
                           MOVE "Y" TO WS-JD-SUPPRESSED
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .

      *> PUTS THE SUSPECT PAIR IN ONE GROUP: A NEW ONE, WHICHEVER ONE
      *> EITHER LISTING IS ALREADY IN, OR -- WHEN EACH IS IN A GROUP OF
      *> ITS OWN -- THE TWO GROUPS RUN TOGETHER
       JOIN-DUPE-GROUP.
           EVALUATE TRUE
               WHEN WS-JD-GROUP-OF (WS-JD-I) = 0
                   AND WS-JD-GROUP-OF (WS-JD-J) = 0
                   MOVE WS-JD-NEXT-GROUP TO WS-JD-GROUP-OF (WS-JD-I)
                   MOVE WS-JD-NEXT-GROUP TO WS-JD-GROUP-OF (WS-JD-J)
                   ADD 1 TO WS-JD-NEXT-GROUP
                   ADD 1 TO WS-JD-GROUPS
               WHEN WS-JD-GROUP-OF (WS-JD-J) = 0
                   MOVE WS-JD-GROUP-OF (WS-JD-I) TO WS-JD-GROUP-OF (WS-JD-J)
               WHEN WS-JD-GROUP-OF (WS-JD-I) = 0
                   MOVE WS-JD-GROUP-OF (WS-JD-J) TO WS-JD-GROUP-OF (WS-JD-I)
               WHEN WS-JD-GROUP-OF (WS-JD-I) NOT = WS-JD-GROUP-OF (WS-JD-J)
                   MOVE WS-JD-GROUP-OF (WS-JD-J) TO WS-JD-OLD-GROUP
                   PERFORM VARYING WS-JD-K FROM 1 BY 1
                       UNTIL WS-JD-K > WS-JD-COUNT
                       IF WS-JD-GROUP-OF (WS-JD-K) = WS-JD-OLD-GROUP
                           MOVE WS-JD-GROUP-OF (WS-JD-I)
                               TO WS-JD-GROUP-OF (WS-JD-K)
                       END-IF
                   END-PERFORM
                   SUBTRACT 1 FROM WS-JD-GROUPS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-JD-SCORE > WS-JD-BEST (WS-JD-I)
               MOVE WS-JD-SCORE TO WS-JD-BEST (WS-JD-I)
           END-IF
           IF WS-JD-SCORE > WS-JD-BEST (WS-JD-J)
               MOVE WS-JD-SCORE TO WS-JD-BEST (WS-JD-J)
           END-IF
           .

      *> THE KEPT DECISIONS BACK FROM job_dupes.tmp, THEN ONE "P" ROW
      *> PER LISTING IN EACH OF TONIGHT'S GROUPS, GROUP BY GROUP
       WRITE-DUPE-GROUPS.
           MOVE 0 TO WS-JD-MEMBERS
           OPEN OUTPUT JOB-DUPES-FILE
           MOVE "N" TO WS-JD-EOF
           OPEN INPUT JOB-DUPES-TEMP-FILE
           PERFORM UNTIL WS-JD-EOF = "Y"
               READ JOB-DUPES-TEMP-FILE
                   AT END MOVE "Y" TO WS-JD-EOF
                   NOT AT END
                       MOVE JOB-DUPE-TEMP-RECORD TO JOB-DUPE-RECORD
                       WRITE JOB-DUPE-RECORD
               END-READ
           END-PERFORM
           CLOSE JOB-DUPES-TEMP-FILE

           PERFORM VARYING WS-JD-GROUP FROM WS-JD-FIRST-GROUP BY 1
               UNTIL WS-JD-GROUP >= WS-JD-NEXT-GROUP
               PERFORM VARYING WS-JD-K FROM 1 BY 1
                   UNTIL WS-JD-K > WS-JD-COUNT
                   IF WS-JD-GROUP-OF (WS-JD-K) = WS-JD-GROUP
                       ADD 1 TO WS-JD-MEMBERS
                       MOVE WS-JD-GROUP TO JD-GROUP
                       MOVE WS-JD-ID (WS-JD-K) TO JD-JOB-ID
                       MOVE WS-TODAY-DATE TO JD-FOUND-DATE
                       MOVE WS-JD-BEST (WS-JD-K) TO JD-SCORE
                       MOVE "P" TO JD-STATUS
                       MOVE 0 TO JD-SURVIVOR
                       MOVE SPACES TO JD-DECIDED-BY
                       MOVE 0 TO JD-DECIDED-DATE
                       WRITE JOB-DUPE-RECORD
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE JOB-DUPES-FILE

           OPEN OUTPUT JOB-DUPES-TEMP-FILE
           CLOSE JOB-DUPES-TEMP-FILE
           .

      *> jobdupes.rpt: EACH GROUP WITH ITS LISTINGS AS POSTED, HOW MANY
      *> APPLICATIONS EACH HOLDS (THE USUAL PICK FOR THE SURVIVOR) AND
      *> ITS BEST PAIR SCORE
       WRITE-DUPE-REPORT.
           OPEN OUTPUT JOB-DUPES-REPORT-FILE
           MOVE "=== InCollege Suspected Duplicate Listings ===" TO JOB-DUPES-REPORT-RECORD
           WRITE JOB-DUPES-REPORT-RECORD
           MOVE SPACES TO JOB-DUPES-REPORT-RECORD
           STRING "Run Date: " WS-TODAY-DISPLAY
               INTO JOB-DUPES-REPORT-RECORD
           WRITE JOB-DUPES-REPORT-RECORD
           MOVE SPACES TO JOB-DUPES-REPORT-RECORD
           WRITE JOB-DUPES-REPORT-RECORD

           OPEN INPUT JOBS-FILE
           OPEN INPUT APPLICATIONS-FILE
           PERFORM VARYING WS-JD-GROUP FROM WS-JD-FIRST-GROUP BY 1
               UNTIL WS-JD-GROUP >= WS-JD-NEXT-GROUP
               MOVE "N" TO WS-JD-HEADED
               PERFORM VARYING WS-JD-K FROM 1 BY 1
                   UNTIL WS-JD-K > WS-JD-COUNT
                   IF WS-JD-GROUP-OF (WS-JD-K) = WS-JD-GROUP
                       PERFORM PRINT-DUPE-MEMBER
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-APPLICATIONS-FILE-STATUS NOT = "35"
               CLOSE APPLICATIONS-FILE
           END-IF
           IF WS-JOBS-FILE-STATUS NOT = "35"
               CLOSE JOBS-FILE
           END-IF

           MOVE SPACES TO JOB-DUPES-REPORT-RECORD
           WRITE JOB-DUPES-REPORT-RECORD
           MOVE SPACES TO JOB-DUPES-REPORT-RECORD
           STRING "Open listings compared: " WS-JD-COUNT
               INTO JOB-DUPES-REPORT-RECORD
           WRITE JOB-DUPES-REPORT-RECORD
           MOVE SPACES TO JOB-DUPES-REPORT-RECORD
           STRING "Suspected duplicate groups: " WS-JD-GROUPS
               INTO JOB-DUPES-REPORT-RECORD
           WRITE JOB-DUPES-REPORT-RECORD
           MOVE SPACES TO JOB-DUPES-REPORT-RECORD
           STRING "Listings in them: " WS-JD-MEMBERS
               INTO JOB-DUPES-REPORT-RECORD
           WRITE JOB-DUPES-REPORT-RECORD
           IF WS-JD-SKIPPED > 0
               MOVE SPACES TO JOB-DUPES-REPORT-RECORD
               STRING "Open listings past the comparison table, not compared: "
                   WS-JD-SKIPPED INTO JOB-DUPES-REPORT-RECORD
               WRITE JOB-DUPES-REPORT-RECORD
           END-IF
           IF WS-JD-GROUPS > 0
               MOVE "Merge or dismiss each group from the ops console under Duplicate Listings." TO JOB-DUPES-REPORT-RECORD
               WRITE JOB-DUPES-REPORT-RECORD
           END-IF
           CLOSE JOB-DUPES-REPORT-FILE
           .

      *> ONE LISTING OF GROUP WS-JD-GROUP, HEADED BY THE EMPLOYER THE
      *> FIRST TIME THE GROUP COMES UP
       PRINT-DUPE-MEMBER.
           MOVE WS-JD-ID (WS-JD-K) TO JR-ID
           READ JOBS-FILE KEY IS JR-ID
               INVALID KEY EXIT PARAGRAPH
           END-READ
           IF WS-JD-HEADED = "N"
               MOVE "Y" TO WS-JD-HEADED
               MOVE SPACES TO JOB-DUPES-REPORT-RECORD
               WRITE JOB-DUPES-REPORT-RECORD
               MOVE SPACES TO JOB-DUPES-REPORT-RECORD
               STRING "Group " WS-JD-GROUP " - "
                   FUNCTION TRIM(JR-EMPLOYER TRAILING)
                   DELIMITED BY SIZE INTO JOB-DUPES-REPORT-RECORD
               END-STRING
               WRITE JOB-DUPES-REPORT-RECORD
               MOVE "  Job       Title                Location             Category             Posted   Posted by            Apps Score" TO JOB-DUPES-REPORT-RECORD
               WRITE JOB-DUPES-REPORT-RECORD
           END-IF

           MOVE 0 TO WS-JD-APPLICANTS
           IF WS-APPLICATIONS-FILE-STATUS = "00"
               MOVE "N" TO WS-JD-APP-EOF
               MOVE JR-ID TO APP-JOB-ID
               START APPLICATIONS-FILE KEY = APP-JOB-ID
                   INVALID KEY MOVE "Y" TO WS-JD-APP-EOF
               END-START
               PERFORM UNTIL WS-JD-APP-EOF = "Y"
                   READ APPLICATIONS-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-JD-APP-EOF
                       NOT AT END
                           IF APP-JOB-ID NOT = JR-ID
                               MOVE "Y" TO WS-JD-APP-EOF
                           ELSE
                               ADD 1 TO WS-JD-APPLICANTS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           MOVE JR-ID TO WS-JDL-ID
           MOVE JR-TITLE TO WS-JDL-TITLE
           MOVE JR-LOCATION TO WS-JDL-LOCATION
           MOVE JR-CATEGORY TO WS-JDL-CATEGORY
           MOVE JR-POSTED-DATE TO WS-JDL-POSTED
           MOVE JR-AUTHOR-USERNAME TO WS-JDL-AUTHOR
           MOVE WS-JD-APPLICANTS TO WS-JDL-APPS
           MOVE WS-JD-BEST (WS-JD-K) TO WS-JDL-SCORE
           MOVE WS-JD-LINE TO JOB-DUPES-REPORT-RECORD
           WRITE JOB-DUPES-REPORT-RECORD
           .

       WRITE-BATCH-REPORT.
           MOVE "=== InCollege Off-Hours Batch Run ===" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Run Date: " WS-TODAY-DISPLAY INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-TRANSACTIONS-RUN TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Transactions Run:  " WS-COUNT-DISPLAY INTO REPORT-RECORD
           DISPLAY FUNCTION TRIM(REPORT-RECORD)
           WRITE REPORT-RECORD

           MOVE WS-TRANSACTIONS-UNKNOWN TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Unknown Codes:     " WS-COUNT-DISPLAY INTO REPORT-RECORD
           DISPLAY FUNCTION TRIM(REPORT-RECORD)
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-JOBS-SCANNED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Listings Scanned:  " WS-COUNT-DISPLAY INTO REPORT-RECORD
           DISPLAY FUNCTION TRIM(REPORT-RECORD)
           WRITE REPORT-RECORD

           MOVE WS-JOBS-EXPIRED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Listings Expired:  " WS-COUNT-DISPLAY INTO REPORT-RECORD
           DISPLAY FUNCTION TRIM(REPORT-RECORD)
           WRITE REPORT-RECORD

           MOVE WS-JOBS-VERIFIED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Listings Awaiting Review: " WS-COUNT-DISPLAY INTO REPORT-RECORD
           DISPLAY FUNCTION TRIM(REPORT-RECORD)
           WRITE REPORT-RECORD

           MOVE WS-DAILY-REPORT-RUNS TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Daily Reports Run: " WS-COUNT-DISPLAY INTO REPORT-RECORD
           DISPLAY FUNCTION TRIM(REPORT-RECORD)
           WRITE REPORT-RECORD

           MOVE WS-ALERTS-QUEUED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Job Alerts Queued: " WS-COUNT-DISPLAY INTO REPORT-RECORD
           DISPLAY FUNCTION TRIM(REPORT-RECORD)
           WRITE REPORT-RECORD

           MOVE WS-INDEX-ROWS-WRITTEN TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Index Rows Written:" WS-COUNT-DISPLAY INTO REPORT-RECORD
           DISPLAY FUNCTION TRIM(REPORT-RECORD)
           WRITE REPORT-RECORD

           MOVE WS-DIGEST-WRITTEN TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Digests Written:   " WS-COUNT-DISPLAY INTO REPORT-RECORD
           DISPLAY FUNCTION TRIM(REPORT-RECORD)
           WRITE REPORT-RECORD

           MOVE WS-DIGEST-CALENDARS TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Calendars Refreshed:" WS-COUNT-DISPLAY INTO REPORT-RECORD
           DISPLAY FUNCTION TRIM(REPORT-RECORD)
           WRITE REPORT-RECORD

           MOVE WS-RG-FILED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Reports Filed:     " WS-COUNT-DISPLAY INTO REPORT-RECORD
           DISPLAY FUNCTION TRIM(REPORT-RECORD)
           WRITE REPORT-RECORD

           MOVE WS-RG-PRUNED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Report Generations Pruned:" WS-COUNT-DISPLAY
               INTO REPORT-RECORD
           DISPLAY FUNCTION TRIM(REPORT-RECORD)
           WRITE REPORT-RECORD

           MOVE WS-RG-MANIFEST-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Manifest Rows:     " WS-COUNT-DISPLAY INTO REPORT-RECORD
           DISPLAY FUNCTION TRIM(REPORT-RECORD)
           WRITE REPORT-RECORD

           IF WS-RG-UNADDRESSED-COUNT > 0
               MOVE WS-RG-UNADDRESSED-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO REPORT-RECORD
               STRING "Reports With No Recipients:" WS-COUNT-DISPLAY
                   INTO REPORT-RECORD
               DISPLAY FUNCTION TRIM(REPORT-RECORD)
               WRITE REPORT-RECORD
           END-IF

           IF WS-APPCONV-RUN = "Y"
               MOVE WS-APPCONV-LOADED TO WS-COUNT-DISPLAY
               MOVE SPACES TO REPORT-RECORD
               STRING "Applications Loaded:" WS-COUNT-DISPLAY
                   INTO REPORT-RECORD
               DISPLAY FUNCTION TRIM(REPORT-RECORD)
               WRITE REPORT-RECORD
               MOVE WS-APPCONV-DUPLICATES TO WS-COUNT-DISPLAY
               MOVE SPACES TO REPORT-RECORD
               STRING "Duplicate Applications Dropped:" WS-COUNT-DISPLAY
                   INTO REPORT-RECORD
               DISPLAY FUNCTION TRIM(REPORT-RECORD)
               WRITE REPORT-RECORD
           END-IF

           IF WS-CONNCONV-RUN = "Y"
               MOVE WS-CONNCONV-CONN-LOADED TO WS-COUNT-DISPLAY
               MOVE SPACES TO REPORT-RECORD
               STRING "Connections Loaded:" WS-COUNT-DISPLAY
                   INTO REPORT-RECORD
               DISPLAY FUNCTION TRIM(REPORT-RECORD)
               WRITE REPORT-RECORD
               MOVE WS-CONNCONV-CONN-DUPS TO WS-COUNT-DISPLAY
               MOVE SPACES TO REPORT-RECORD
               STRING "Duplicate Connections Dropped:" WS-COUNT-DISPLAY
                   INTO REPORT-RECORD
               DISPLAY FUNCTION TRIM(REPORT-RECORD)
               WRITE REPORT-RECORD
               MOVE WS-CONNCONV-REQ-LOADED TO WS-COUNT-DISPLAY
               MOVE SPACES TO REPORT-RECORD
               STRING "Connection Requests Loaded:" WS-COUNT-DISPLAY
                   INTO REPORT-RECORD
               DISPLAY FUNCTION TRIM(REPORT-RECORD)
               WRITE REPORT-RECORD
               MOVE WS-CONNCONV-REQ-DUPS TO WS-COUNT-DISPLAY
               MOVE SPACES TO REPORT-RECORD
               STRING "Duplicate Requests Dropped:" WS-COUNT-DISPLAY
                   INTO REPORT-RECORD
               DISPLAY FUNCTION TRIM(REPORT-RECORD)
               WRITE REPORT-RECORD
           END-IF
           .

       CLEANUP-BATCH.
           CLOSE REPORT-FILE
           .

      *> LOADS report_catalog.doc (SEEDING IT THE FIRST TIME) AND THE
      *> DISTRIBUTION LIST, AND STARTS TONIGHT'S MANIFEST EMPTY -- THE
      *> MAIL HAND-OFF SENDS WHATEVER THE RUN LEAVES IN IT
       LOAD-REPORT-CATALOG.
           CALL "SYSTEM" USING "mkdir -p report-archive"
           OPEN INPUT REPORT-CATALOG-FILE
           IF WS-RPT-CATALOG-STATUS NOT = "00"
               OPEN OUTPUT REPORT-CATALOG-FILE
               PERFORM VARYING WS-RC-I FROM 1 BY 1
                   UNTIL WS-RC-I > WS-RC-DEFAULT-COUNT
                   MOVE WS-RC-DEFAULT (WS-RC-I) TO REPORT-CATALOG-RECORD
                   WRITE REPORT-CATALOG-RECORD
               END-PERFORM
               CLOSE REPORT-CATALOG-FILE
               OPEN INPUT REPORT-CATALOG-FILE
           END-IF
           MOVE 0 TO WS-RC-COUNT
           MOVE "N" TO WS-RPT-EOF
           IF WS-RPT-CATALOG-STATUS NOT = "00"
               MOVE "Y" TO WS-RPT-EOF
           END-IF
           PERFORM UNTIL WS-RPT-EOF = "Y"
               READ REPORT-CATALOG-FILE
                   AT END MOVE "Y" TO WS-RPT-EOF
                   NOT AT END
                       IF RC-REPORT-NAME NOT = SPACES
                          AND WS-RC-COUNT < 40
                           ADD 1 TO WS-RC-COUNT
                           MOVE RC-REPORT-NAME
                               TO WS-RC-REPORT-NAME (WS-RC-COUNT)
                           MOVE RC-JOB-NAME TO WS-RC-JOB-NAME (WS-RC-COUNT)
                           MOVE RC-AUDIENCE TO WS-RC-AUDIENCE (WS-RC-COUNT)
                           MOVE RC-TITLE TO WS-RC-TITLE (WS-RC-COUNT)
      *> A BLANK OR ZERO KEEP COUNT FALLS BACK TO A WEEK
                           MOVE 7 TO WS-RC-KEEP (WS-RC-COUNT)
                           IF RC-KEEP NUMERIC
                               IF RC-KEEP > 0
                                   MOVE RC-KEEP TO WS-RC-KEEP (WS-RC-COUNT)
                               END-IF
                           END-IF
                           MOVE "N" TO WS-RC-FILED (WS-RC-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RPT-CATALOG-STATUS NOT = "35"
               CLOSE REPORT-CATALOG-FILE
           END-IF

           MOVE 0 TO WS-RD-COUNT
           MOVE "N" TO WS-RPT-EOF
           OPEN INPUT REPORT-DISTLIST-FILE
           IF WS-RPT-DISTLIST-STATUS NOT = "00"
               MOVE "Y" TO WS-RPT-EOF
           END-IF
           PERFORM UNTIL WS-RPT-EOF = "Y"
               READ REPORT-DISTLIST-FILE
                   AT END MOVE "Y" TO WS-RPT-EOF
                   NOT AT END
                       IF RD-ADDRESS NOT = SPACES
                          AND WS-RD-COUNT < 50
                           ADD 1 TO WS-RD-COUNT
                           MOVE RD-AUDIENCE TO WS-RD-AUDIENCE (WS-RD-COUNT)
                           MOVE RD-ADDRESS TO WS-RD-ADDRESS (WS-RD-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RPT-DISTLIST-STATUS NOT = "35"
               CLOSE REPORT-DISTLIST-FILE
           END-IF

           OPEN OUTPUT REPORT-MANIFEST-FILE
           IF WS-RPT-MANIFEST-STATUS = "00"
               CLOSE REPORT-MANIFEST-FILE
           END-IF
           .

      *> FILES EVERY CATALOGUED REPORT THE JOB IN WS-RG-JOB-NAME
      *> PRODUCES -- CALLED AFTER EACH DISPATCHED STEP
       FILE-STEP-REPORTS.
           PERFORM VARYING WS-RC-I FROM 1 BY 1 UNTIL WS-RC-I > WS-RC-COUNT
               IF WS-RC-JOB-NAME (WS-RC-I) = WS-RG-JOB-NAME
                   PERFORM FILE-ONE-REPORT
               END-IF
           END-PERFORM
           .

      *> THE CHAIN JOBS THAT RUN AHEAD OF THIS ONE (ARCHIVE, RECONCILE,
      *> A SCHEDULED DAILYREPORT, ...) LEAVE THEIR REPORTS BEHIND. ANY
      *> CATALOGUED REPORT NOT YET FILED TONIGHT WHOSE JOB LOGGED AN END
      *> FOR THIS BUSINESS DATE IS FILED HERE; A JOB THAT DID NOT RUN
      *> LEAVES LAST TIME'S REPORT ALONE
       FILE-CHAIN-REPORTS.
           MOVE 0 TO WS-RC-ENDED-COUNT
           MOVE "N" TO WS-JOBLOG-EOF
           OPEN INPUT JOBLOG-FILE
           IF WS-JOBLOG-STATUS NOT = "00"
               MOVE "Y" TO WS-JOBLOG-EOF
           END-IF
           PERFORM UNTIL WS-JOBLOG-EOF = "Y"
               READ JOBLOG-FILE
                   AT END MOVE "Y" TO WS-JOBLOG-EOF
                   NOT AT END
                       MOVE JG-DATE TO WS-JOBLOG-ROW-BDATE
                       IF JG-BUSINESS-DATE NUMERIC
                           AND JG-BUSINESS-DATE > 0
                           MOVE JG-BUSINESS-DATE TO WS-JOBLOG-ROW-BDATE
                       END-IF
                       IF JG-EVENT = "END"
                           AND WS-JOBLOG-ROW-BDATE = WS-BUSINESS-DATE
                           PERFORM NOTE-ENDED-CHAIN-JOB
                       END-IF
               END-READ
           END-PERFORM
           IF WS-JOBLOG-STATUS NOT = "35"
               CLOSE JOBLOG-FILE
           END-IF

           PERFORM VARYING WS-RC-I FROM 1 BY 1 UNTIL WS-RC-I > WS-RC-COUNT
               MOVE "N" TO WS-RC-JOB-ENDED
               PERFORM VARYING WS-RC-J FROM 1 BY 1
                   UNTIL WS-RC-J > WS-RC-ENDED-COUNT
                   IF WS-RC-ENDED-JOB (WS-RC-J) = WS-RC-JOB-NAME (WS-RC-I)
                       MOVE "Y" TO WS-RC-JOB-ENDED
                   END-IF
               END-PERFORM
               IF WS-RC-JOB-ENDED = "Y"
                   PERFORM FILE-ONE-REPORT
               END-IF
           END-PERFORM
           .

       NOTE-ENDED-CHAIN-JOB.
           PERFORM VARYING WS-RC-J FROM 1 BY 1
               UNTIL WS-RC-J > WS-RC-ENDED-COUNT
               IF WS-RC-ENDED-JOB (WS-RC-J) = JG-JOB-NAME
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-RC-ENDED-COUNT < 20
               ADD 1 TO WS-RC-ENDED-COUNT
               MOVE JG-JOB-NAME TO WS-RC-ENDED-JOB (WS-RC-ENDED-COUNT)
           END-IF
           .

      *> COPIES CATALOG ENTRY WS-RC-I'S REPORT TO
      *> report-archive/<REPORT>.<BUSINESS DATE>, RECORDS THE
      *> GENERATION, PRUNES BACK TO THE ENTRY'S KEEP COUNT AND ADDS THE
      *> COPY TO THE MANIFEST. A REPORT THE STEP DID NOT WRITE IS
      *> SKIPPED; FILING THE SAME REPORT AGAIN FOR A DATE ALREADY KEPT
      *> (AN AS-OF REPLAY) REPLACES THAT DATE'S COPY
       FILE-ONE-REPORT.
           IF WS-RC-FILED (WS-RC-I) = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-RG-DATE
           MOVE WS-RC-REPORT-NAME (WS-RC-I) TO WS-RG-SOURCE-NAME
           MOVE SPACES TO WS-RG-COPY-NAME
           STRING "report-archive/"
               FUNCTION TRIM(WS-RC-REPORT-NAME (WS-RC-I) TRAILING)
               "." WS-RG-DATE
               DELIMITED BY SIZE INTO WS-RG-COPY-NAME
           END-STRING
           OPEN INPUT RPT-SOURCE-FILE
           IF WS-RPT-SOURCE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RPT-COPY-FILE
           IF WS-RPT-COPY-STATUS NOT = "00"
               CLOSE RPT-SOURCE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RG-LINES
           MOVE "N" TO WS-RPT-EOF
           PERFORM UNTIL WS-RPT-EOF = "Y"
               READ RPT-SOURCE-FILE
                   AT END MOVE "Y" TO WS-RPT-EOF
                   NOT AT END
                       ADD 1 TO WS-RG-LINES
                       MOVE RPT-SOURCE-RECORD TO RPT-COPY-RECORD
                       WRITE RPT-COPY-RECORD
               END-READ
           END-PERFORM
           CLOSE RPT-SOURCE-FILE
           CLOSE RPT-COPY-FILE
           MOVE "Y" TO WS-RC-FILED (WS-RC-I)
           ADD 1 TO WS-RG-FILED-COUNT

           MOVE WS-RC-REPORT-NAME (WS-RC-I) TO WS-RG-DROP-NAME
           MOVE WS-RG-DATE TO WS-RG-DROP-DATE
           PERFORM DROP-GENERATION-ROW
           OPEN EXTEND REPORT-GENERATIONS-FILE
           IF WS-RPT-GEN-STATUS NOT = "00"
               OPEN OUTPUT REPORT-GENERATIONS-FILE
           END-IF
           MOVE WS-RC-REPORT-NAME (WS-RC-I) TO RG-REPORT-NAME
           MOVE WS-RG-DATE TO RG-DATE
           MOVE WS-RG-COPY-NAME TO RG-FILE-NAME
           MOVE WS-RG-LINES TO RG-LINES
           MOVE FUNCTION CURRENT-DATE(1:14) TO RG-FILED-AT
           WRITE REPORT-GENERATION-RECORD
           CLOSE REPORT-GENERATIONS-FILE

           PERFORM PRUNE-REPORT-GENERATIONS
           PERFORM WRITE-MANIFEST-ROWS
           .

      *> KEEPS THE NEWEST WS-RC-KEEP GENERATIONS OF ENTRY WS-RC-I'S
      *> REPORT: WHILE THERE ARE MORE, THE OLDEST DATE'S COPY IS
      *> DELETED AND ITS ROW DROPPED
       PRUNE-REPORT-GENERATIONS.
           PERFORM COUNT-REPORT-GENERATIONS
           PERFORM UNTIL WS-RG-KEPT <= WS-RC-KEEP (WS-RC-I)
               CALL "CBL_DELETE_FILE" USING WS-RG-DELETE-NAME
                   RETURNING WS-RG-DELETE-RESULT
               END-CALL
               MOVE WS-RC-REPORT-NAME (WS-RC-I) TO WS-RG-DROP-NAME
               MOVE WS-RG-OLDEST-DATE TO WS-RG-DROP-DATE
               PERFORM DROP-GENERATION-ROW
               IF WS-RG-DROPPED = 0
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-RG-PRUNED-COUNT
               PERFORM COUNT-REPORT-GENERATIONS
           END-PERFORM
           .

      *> HOW MANY GENERATIONS OF ENTRY WS-RC-I'S REPORT ARE KEPT, AND
      *> THE DATE AND FILE NAME OF THE OLDEST
       COUNT-REPORT-GENERATIONS.
           MOVE 0 TO WS-RG-KEPT
           MOVE 99999999 TO WS-RG-OLDEST-DATE
           MOVE SPACES TO WS-RG-DELETE-NAME
           MOVE "N" TO WS-RPT-EOF
           OPEN INPUT REPORT-GENERATIONS-FILE
           IF WS-RPT-GEN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RPT-EOF = "Y"
               READ REPORT-GENERATIONS-FILE
                   AT END MOVE "Y" TO WS-RPT-EOF
                   NOT AT END
                       IF RG-REPORT-NAME = WS-RC-REPORT-NAME (WS-RC-I)
                           ADD 1 TO WS-RG-KEPT
                           IF RG-DATE < WS-RG-OLDEST-DATE
                               MOVE RG-DATE TO WS-RG-OLDEST-DATE
                               MOVE RG-FILE-NAME TO WS-RG-DELETE-NAME
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REPORT-GENERATIONS-FILE
           .

      *> REMOVES THE GENERATION ROW FOR WS-RG-DROP-NAME ON
      *> WS-RG-DROP-DATE -- SAME TEMP-FILE REWRITE AS EVERY OTHER ROW
      *> REMOVAL. THE COPY ITSELF IS THE CALLER'S BUSINESS
       DROP-GENERATION-ROW.
           MOVE 0 TO WS-RG-DROPPED
           OPEN INPUT REPORT-GENERATIONS-FILE
           IF WS-RPT-GEN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT REPORT-GENERATIONS-TEMP-FILE
           MOVE "N" TO WS-RPT-EOF
           PERFORM UNTIL WS-RPT-EOF = "Y"
               READ REPORT-GENERATIONS-FILE
                   AT END MOVE "Y" TO WS-RPT-EOF
                   NOT AT END
                       IF RG-REPORT-NAME = WS-RG-DROP-NAME
                           AND RG-DATE = WS-RG-DROP-DATE
                           ADD 1 TO WS-RG-DROPPED
                       ELSE
                           MOVE REPORT-GENERATION-RECORD
                               TO REPORT-GENERATION-TEMP-RECORD
                           WRITE REPORT-GENERATION-TEMP-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REPORT-GENERATIONS-FILE
           CLOSE REPORT-GENERATIONS-TEMP-FILE

           IF WS-RG-DROPPED > 0
               OPEN OUTPUT REPORT-GENERATIONS-FILE
               OPEN INPUT REPORT-GENERATIONS-TEMP-FILE
               MOVE "N" TO WS-RPT-EOF
               PERFORM UNTIL WS-RPT-EOF = "Y"
                   READ REPORT-GENERATIONS-TEMP-FILE
                       AT END MOVE "Y" TO WS-RPT-EOF
                       NOT AT END
                           MOVE REPORT-GENERATION-TEMP-RECORD
                               TO REPORT-GENERATION-RECORD
                           WRITE REPORT-GENERATION-RECORD
                   END-READ
               END-PERFORM
               CLOSE REPORT-GENERATIONS-FILE
               CLOSE REPORT-GENERATIONS-TEMP-FILE
           END-IF

           OPEN OUTPUT REPORT-GENERATIONS-TEMP-FILE
           CLOSE REPORT-GENERATIONS-TEMP-FILE
           .

      *> ONE MANIFEST ROW PER DISTRIBUTION-LIST ADDRESS FOR THE
      *> REPORT'S AUDIENCE. NOBODY ON THE LIST STILL GETS A ROW, WITH NO
      *> ADDRESS, SO THE HAND-OFF CAN FLAG IT RATHER THAN LOSE IT
       WRITE-MANIFEST-ROWS.
           OPEN EXTEND REPORT-MANIFEST-FILE
           IF WS-RPT-MANIFEST-STATUS NOT = "00"
               OPEN OUTPUT REPORT-MANIFEST-FILE
           END-IF
           MOVE WS-RG-DATE TO RM-BUSINESS-DATE
           MOVE WS-RC-AUDIENCE (WS-RC-I) TO RM-AUDIENCE
           MOVE WS-RC-REPORT-NAME (WS-RC-I) TO RM-REPORT-NAME
           MOVE WS-RG-COPY-NAME TO RM-FILE-NAME
           MOVE WS-RC-TITLE (WS-RC-I) TO RM-TITLE
           MOVE "N" TO WS-RG-ADDRESSED
           PERFORM VARYING WS-RD-I FROM 1 BY 1 UNTIL WS-RD-I > WS-RD-COUNT
               IF WS-RD-AUDIENCE (WS-RD-I) = WS-RC-AUDIENCE (WS-RC-I)
                   MOVE WS-RD-ADDRESS (WS-RD-I) TO RM-ADDRESS
                   WRITE REPORT-MANIFEST-RECORD
                   ADD 1 TO WS-RG-MANIFEST-COUNT
                   MOVE "Y" TO WS-RG-ADDRESSED
               END-IF
           END-PERFORM
           IF WS-RG-ADDRESSED = "N"
               MOVE SPACES TO RM-ADDRESS
               WRITE REPORT-MANIFEST-RECORD
               ADD 1 TO WS-RG-MANIFEST-COUNT
               ADD 1 TO WS-RG-UNADDRESSED-COUNT
           END-IF
           CLOSE REPORT-MANIFEST-FILE
           .


      *> RE-DERIVES THE CONTROL TOTALS AND BALANCES THEM AGAINST THE
      *> LATEST SET TONIGHT'S EARLIER STEPS LEFT
       BALANCE-BEFORE-STEP.
           PERFORM DERIVE-CONTROL-TOTALS
           PERFORM LOAD-EXPECTED-TOTALS
           PERFORM CHECK-OPENING-BALANCE
           IF WS-CT-OUT-OF-BALANCE = "Y"
               PERFORM HALT-OUT-OF-BALANCE
           END-IF
           .

      *> A STEP RUN HERE IN-PROCESS MUST BALANCE: ITS OPENING POSITION
      *> PLUS WHAT IT EXPLAINED HAS TO BE WHAT IS ON FILE NOW, OR THE
      *> CHAIN HALTS AND THE REST OF THE QUEUE IS HELD. A STEP CHAINED
      *> TO A PROGRAM THAT KEEPS NO TOTALS OF ITS OWN CANNOT SAY WHAT IT
      *> MEANT TO CHANGE, SO IT IS VOUCHED FOR BY THE SET WRITTEN AFTER
      *> IT. THE FOUR JOBS THAT BALANCE THEMSELVES LEAVE THEIR OWN SET,
      *> AND A HALT ONE OF THEM RECORDED STOPS THIS QUEUE TOO
       BALANCE-AFTER-STEP.
           EVALUATE WS-TRANSACTION-CODE
               WHEN "PURGE"
               WHEN "BACKUP"
               WHEN "RESTORE"
               WHEN "REORG"
                   PERFORM CHECK-CHAINED-STEP-HALT
               WHEN "DAILYREPORT"
               WHEN "TRENDS"
               WHEN "DELTAEXTRACT"
               WHEN "SECANOMALY"
               WHEN "PLACEMENT"
               WHEN "NETWORK"
               WHEN "INTERNCREDIT"
               WHEN "EEOREPORT"
               WHEN "ENROLLVERIFY"
               WHEN "ACCTMERGE"
               WHEN "CONTENTHITS"
               WHEN "SALARYBENCH"
               WHEN "TICKETAGING"
               WHEN "JOBSYNDICATE"
               WHEN "ATSSTATUS"
               WHEN "SEALVERIFY"
               WHEN "CLOSEOUT"
               WHEN "DORMANCY"
                   PERFORM DERIVE-CONTROL-TOTALS
                   PERFORM WRITE-CONTROL-TOTALS
               WHEN OTHER
                   PERFORM DERIVE-CONTROL-TOTALS
                   PERFORM CHECK-CLOSING-BALANCE
                   IF WS-CT-OUT-OF-BALANCE = "Y"
                       PERFORM HALT-OUT-OF-BALANCE
                   ELSE
                       PERFORM WRITE-CONTROL-TOTALS
                   END-IF
           END-EVALUATE
           .

       CHECK-CHAINED-STEP-HALT.
           MOVE SPACES TO WS-CT-HALTED-BY
           MOVE "N" TO WS-JOBLOG-EOF
           OPEN INPUT JOBLOG-FILE
           IF WS-JOBLOG-STATUS NOT = "00"
               MOVE "Y" TO WS-JOBLOG-EOF
           END-IF
           PERFORM UNTIL WS-JOBLOG-EOF = "Y"
               READ JOBLOG-FILE
                   AT END MOVE "Y" TO WS-JOBLOG-EOF
                   NOT AT END
                       IF JG-EVENT = "HALT"
                           AND JOBLOG-RECORD(1:14) >= WS-CT-STEP-STARTED
                           MOVE JG-JOB-NAME TO WS-CT-HALTED-BY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-JOBLOG-STATUS NOT = "35"
               CLOSE JOBLOG-FILE
           END-IF
           IF WS-CT-HALTED-BY NOT = SPACES
               MOVE "Y" TO WS-CT-OUT-OF-BALANCE
               MOVE SPACES TO WS-CT-MESSAGE
               STRING "Chain halted by "
                   FUNCTION TRIM(WS-CT-HALTED-BY TRAILING)
                   " - control totals out of balance."
                   INTO WS-CT-MESSAGE
               END-STRING
               PERFORM EMIT-CONTROL-LINE
           END-IF
           .

      *> EVERY FILE A STEP OF THIS JOB CAN CHANGE AND ANOTHER STEP OF
      *> THE CHAIN ALSO CARRIES TOTALS FOR
       DERIVE-CONTROL-TOTALS.
           PERFORM CLEAR-CONTROL-TOTALS
           MOVE "accounts.doc" TO WS-CT-FILE-NAME
           MOVE 0 TO WS-CT-VALUE
           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
           PERFORM ADD-CONTROL-TOTAL
           MOVE "N" TO WS-CT-EOF
           OPEN INPUT ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS = "00"
               PERFORM UNTIL WS-CT-EOF = "Y"
                   READ ACCOUNTS-FILE
                       AT END MOVE "Y" TO WS-CT-EOF
                       NOT AT END
                           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
                           MOVE 1 TO WS-CT-VALUE
                           PERFORM ADD-CONTROL-TOTAL
                   END-READ
               END-PERFORM
               CLOSE ACCOUNTS-FILE
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
           ELSE
      *> UNTIL APPCONVERT HAS BUILT THE INDEXED FILE THE ROWS ARE STILL
      *> IN THE RENAMED FLAT FILE -- COUNTING THEM THERE KEEPS THE
      *> CUTOVER NIGHT IN BALANCE
               OPEN INPUT APPLICATIONS-SEQ-FILE
               IF WS-APPLICATIONS-SEQ-STATUS = "00"
                   PERFORM UNTIL WS-CT-EOF = "Y"
                       READ APPLICATIONS-SEQ-FILE
                           AT END MOVE "Y" TO WS-CT-EOF
                           NOT AT END
                               MOVE "RECORDS" TO WS-CT-TOTAL-NAME
                               MOVE 1 TO WS-CT-VALUE
                               PERFORM ADD-CONTROL-TOTAL
                               MOVE "JOB-ID SUM" TO WS-CT-TOTAL-NAME
                               MOVE 0 TO WS-CT-VALUE
                               IF APS-JOB-ID IS NUMERIC
                                   MOVE APS-JOB-ID TO WS-CT-VALUE
                               END-IF
                               PERFORM ADD-CONTROL-TOTAL
                               MOVE "STATUS" TO WS-CT-TOTAL-NAME
                               MOVE APS-STATUS TO WS-CT-TOTAL-NAME(8:1)
                               MOVE 1 TO WS-CT-VALUE
                               PERFORM ADD-CONTROL-TOTAL
                       END-READ
                   END-PERFORM
                   CLOSE APPLICATIONS-SEQ-FILE
               END-IF
           END-IF
           MOVE "connection_requests.doc" TO WS-CT-FILE-NAME
           MOVE 0 TO WS-CT-VALUE
           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
           PERFORM ADD-CONTROL-TOTAL
           MOVE "N" TO WS-CT-EOF
           OPEN INPUT CONNECTION-REQUESTS-FILE
           IF WS-CONN-REQ-STATUS = "00"
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
           ELSE
      *> SAME CUTOVER-NIGHT FALLBACK AS applications.seq ABOVE
               OPEN INPUT CONN-REQ-SEQ-FILE
               IF WS-CONN-REQ-SEQ-STATUS = "00"
                   PERFORM UNTIL WS-CT-EOF = "Y"
                       READ CONN-REQ-SEQ-FILE
                           AT END MOVE "Y" TO WS-CT-EOF
                           NOT AT END
                               MOVE "RECORDS" TO WS-CT-TOTAL-NAME
                               MOVE 1 TO WS-CT-VALUE
                               PERFORM ADD-CONTROL-TOTAL
                       END-READ
                   END-PERFORM
                   CLOSE CONN-REQ-SEQ-FILE
               END-IF
           END-IF
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

           MOVE SPACES TO WS-BH-ALERT-TEXT
           STRING "BATCH ALERT: "
               FUNCTION TRIM(WS-CT-STEP-NAME TRAILING)
               " halted - control totals out of balance on "
               FUNCTION TRIM(WS-CT-FIRST-FILE TRAILING) " "
               FUNCTION TRIM(WS-CT-FIRST-TOTAL TRAILING) "."
               INTO WS-BH-ALERT-TEXT
           END-STRING
           PERFORM SEND-OPERATOR-ALERT
           MOVE "Chain halted - control totals out of balance." TO WS-CT-MESSAGE
           PERFORM EMIT-CONTROL-LINE
           .

      *> READS TONIGHT'S joblog.doc ENTRIES AND DECIDES WHETHER THIS
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
      *> REMEMBERED SO CHECK-ONE-EXPECTATION CAN IGNORE ROWS THIS
      *> VERY RUN WROTE
           MOVE JG-DATE TO WS-BH-RUN-START-DATE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO JG-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO JG-TIME
           MOVE WS-BUSINESS-DATE TO JG-BUSINESS-DATE
           MOVE WS-THIS-JOB-NAME TO JG-JOB-NAME
           MOVE "END" TO JG-EVENT
           IF WS-CT-OUT-OF-BALANCE = "Y"
               MOVE "OOB" TO JG-RETURN-STATUS
           ELSE
               MOVE "OK" TO JG-RETURN-STATUS
           END-IF
           WRITE JOBLOG-RECORD
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
