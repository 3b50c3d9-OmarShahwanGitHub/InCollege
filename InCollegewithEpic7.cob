               RECORD KEY IS PR-USERNAME
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-FILE-STATUS.
      *> INDEXED NOW: THE PRIME KEY IS SENDER PLUS RECEIVER, SO THE
      *> DUPLICATE CHECK AND ACCEPT/REJECT GO STRAIGHT TO ONE REQUEST,
      *> AND THE RECEIVER ALTERNATE KEY READS ONE USER'S PENDING LIST
           SELECT CONNECTION-REQUESTS-FILE ASSIGN TO "connection_requests.doc"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-KEY
               ALTERNATE RECORD KEY IS CR-RECEIVER WITH DUPLICATES
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-CONN-REQ-STATUS.
      *> INDEXED NOW: EACH PAIR IS STILL STORED ONCE, IN EITHER ORDER,
      *> SO A USER'S CONNECTIONS ARE THE RUN OF THE PRIME KEY UNDER
      *> CN-USER-ONE PLUS THE RUN OF THE CN-USER-TWO ALTERNATE KEY.
      *> BOTH FILES ARE RELOADED ONCE AT CUTOVER BY THE CONNCONVERT
      *> STEP OF InCollege-BatchJobs.cob
           SELECT CONNECTIONS-FILE ASSIGN TO "connections.doc"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-KEY
               ALTERNATE RECORD KEY IS CN-USER-TWO WITH DUPLICATES
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-CONNECTION-STATUS.
           SELECT JOBS-FILE ASSIGN TO "jobs.doc"
               FILE STATUS IS WS-JOBS-FILE-STATUS.
      *> === EPIC 7 NEW FILE ===
      *> For saving job applications (username + job ID)
      *> INDEXED NOW, LIKE messages.doc BEFORE IT: THE PRIME KEY IS
      *> APPLICANT PLUS JOB, SO THE DUPLICATE CHECK AND EVERY STATUS
      *> CHANGE READ AND REWRITE ONE RECORD IN PLACE, AND THE JOB-ID
      *> ALTERNATE KEY LETS AN EMPLOYER'S APPLICANT LIST FETCH ONE
      *> REQUISITION'S ROWS WITHOUT READING EVERY APPLICATION EVER
      *> MADE. THE OLD LINE-SEQUENTIAL FILE IS RELOADED ONCE AT
      *> CUTOVER BY THE APPCONVERT STEP OF InCollege-BatchJobs.cob
           SELECT APPLICATIONS-FILE ASSIGN TO "applications.doc"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APP-KEY
               ALTERNATE RECORD KEY IS APP-JOB-ID WITH DUPLICATES
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-APPLICATIONS-STATUS.
      *> === EPIC 8 NEW FILE ===
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-CONTROL-STATUS.
      *> TEMP FILES USED BY DELETE-MY-ACCOUNT TO REWRITE EACH DATA
      *> FILE WITHOUT THE DEPARTING USER'S RECORDS
           SELECT ACCOUNTS-TEMP-FILE ASSIGN TO "accounts.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNTS-TEMP-STATUS.
      *> RECORDS HOW MANY INPUT-FILE LINES THIS SIMULATED-TERMINAL
      *> SESSION HAS FULLY CONSUMED SO A RERUN AGAINST THE SAME
      *> INPUT-FILE (E.G. AFTER A TRUNCATED BATCH RUN IS COMPLETED AND
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-JOURNAL-STATUS.
      *> RUNNING CHECK-VALUE STATE FOR THE audit.doc AND journal.doc
      *> CHAINS -- SEE CHAIN-AUDIT-ROW
           SELECT SEAL-STATE-FILE ASSIGN TO "seal_state.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-SEAL-STATE-STATUS.
      *> EVERY LOGIN ATTEMPT, SUCCESS OR FAILURE, WITH A TIMESTAMP --
      *> FEEDS THE CONSECUTIVE-FAILURE LOCKOUT AND THE "LAST LOGIN"
      *> LINE IN SHOW-LOGIN-SUMMARY
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-COMPANIES-STATUS.
      *> RECRUITER SEATS: FURTHER EMPLOYER ACCOUNTS THAT WORK A
      *> COMPANY'S LISTINGS ALONGSIDE ITS CO-OWNER, WHO ADDS AND
      *> REMOVES THEM FROM MANAGE-COMPANY-SEATS. ONE ROW PER COMPANY
      *> AND USERNAME, FLIPPED BETWEEN ACTIVE AND REMOVED IN PLACE
           SELECT COMPANY-SEATS-FILE ASSIGN TO "company_seats.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-SEATS-STATUS.
      *> OPS-MAINTAINED CONTROLLED LIST OF JOB CATEGORIES. SEEDED WITH
      *> A STARTER SET THE FIRST TIME IT IS MISSING (LIKE control.doc),
      *> EXTENDED FROM THE ADMIN CONSOLE, AND REQUIRED BY POST-A-JOB
           SELECT JOBLOG-FILE ASSIGN TO "joblog.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.
      *> NIGHTLY KEY-SPACE / FILE-GROWTH PROJECTIONS FROM THE BATCH
      *> CAPACITY STEP -- READ-ONLY HERE, FOR THE SAME SCREEN
           SELECT CAPACITY-FILE ASSIGN TO "capacity.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPACITY-STATUS.
      *> THE BATCH REPORT CATALOG, THE DATED COPIES IT KEEPS, AND
      *> WHICHEVER COPY THE OPERATOR IS PAGING THROUGH -- READ-ONLY
      *> HERE, FOR THE "REPORTS" SCREEN
           SELECT REPORT-CATALOG-FILE ASSIGN TO "report_catalog.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-CATALOG-STATUS.
           SELECT REPORT-GENERATIONS-FILE ASSIGN TO "report_generations.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-GEN-STATUS.
           SELECT RPT-VIEW-FILE ASSIGN TO WS-RPT-VIEW-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-VIEW-STATUS.
      *> EVERY APPLICATION STATUS TRANSITION WITH ITS TIMESTAMP --
      *> APP-STATUS ALONE ONLY EVER HOLDS THE CURRENT LETTER, SO THIS
      *> FILE IS WHERE "WHEN DID U BECOME I" LIVES. THE TIMETOHIRE
           SELECT APPLICATIONS-ARCHIVE-FILE ASSIGN TO "applications.arc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APP-ARCHIVE-STATUS.
      *> WEEKLY INTERNSHIP TIMESHEETS: ONCE A STUDENT HAS ACCEPTED AN
      *> OFFER ("A" IN offers.doc) THEY LOG EACH WEEK'S HOURS AGAINST
      *> THAT JOB, THE POSTING EMPLOYER APPROVES OR REJECTS THE WEEK
      *> FROM THE JOB MENU, AND CAREER-CENTER STAFF CERTIFY THE
      *> APPROVED TOTAL FOR ACADEMIC CREDIT (internship_credit.doc).
      *> REPLACES THE PAPER TIMESHEETS THE REGISTRAR STILL RECEIVES
           SELECT INTERNSHIP-HOURS-FILE ASSIGN TO "internship_hours.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-INTERN-HOURS-STATUS.
           SELECT INTERNSHIP-HOURS-TEMP-FILE ASSIGN TO "internship_hours.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERN-HOURS-TEMP-STATUS.
      *> ONE ROW PER CERTIFIED INTERNSHIP (STUDENT + JOB) -- THE TERM-END
      *> InCollege-InternshipReport.cob RUN PRINTS THESE PER UNIVERSITY
           SELECT INTERNSHIP-CREDIT-FILE ASSIGN TO "internship_credit.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-INTERN-CREDIT-STATUS.
           SELECT INTERNSHIP-CREDIT-TEMP-FILE ASSIGN TO "internship_credit.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERN-CREDIT-TEMP-STATUS.
      *> SIDE-CAR WORK-AUTHORIZATION ANSWER PER USER, SET FROM
      *> CREATE-EDIT-PROFILE. KEPT OUT OF THE INDEXED PROFILE RECORD
      *> FOR THE SAME REASON AS alumni.doc. MATCHED AGAINST EACH
      *> LISTING'S JR-SPONSORSHIP BY BROWSE-JOBS, APPLY-FOR-JOB,
      *> CANDIDATE-SEARCH AND THE NIGHTLY JOBALERTS/JOBRECS PASSES
           SELECT WORK-AUTH-FILE ASSIGN TO "work_auth.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-WORK-AUTH-STATUS.
           SELECT WORK-AUTH-TEMP-FILE ASSIGN TO "work_auth.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-AUTH-TEMP-STATUS.
      *> VOLUNTARY EEO SELF-IDENTIFICATION, ONE ROW PER STUDENT.
      *> COLLECTED ONLY FOR THE AGGREGATE COMPLIANCE REPORT
      *> (InCollege-EeoReport.cob) -- NO SCREEN OR EXPORT IN THIS
      *> PROGRAM EVER READS IT BACK OUT, AND EMPLOYERS NEVER SEE IT
           SELECT EEO-SELFID-FILE ASSIGN TO "eeo_selfid.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-EEO-STATUS.
           SELECT EEO-SELFID-TEMP-FILE ASSIGN TO "eeo_selfid.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EEO-TEMP-STATUS.
      *> WHAT THE REGISTRAR SAID ABOUT EACH PROFILE AT THE LAST
      *> TERMLY ENROLLVERIFY RUN (InCollege-EnrollVerify.cob). READ
      *> HERE ONLY TO SHOW EMPLOYERS THE "REGISTRAR VERIFIED" MARKER
           SELECT ENROLL-VERIFY-FILE ASSIGN TO "enrollment_verify.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-ENROLL-VERIFY-STATUS.
           SELECT ENROLL-VERIFY-TEMP-FILE ASSIGN TO "enrollment_verify.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-VERIFY-TEMP-STATUS.
      *> TERMS-OF-USE VERSIONS PUBLISHED FROM THE ADMIN CONSOLE, AND THE
      *> APPEND-ONLY RECORD OF WHO ACCEPTED WHICH VERSION AND WHETHER
      *> THEY AGREED TO LET EMPLOYERS SEE THEIR PROFILE
           SELECT TERMS-VERSIONS-FILE ASSIGN TO "terms_versions.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-TERMS-STATUS.
           SELECT CONSENT-FILE ASSIGN TO "consent.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-CONSENT-STATUS.
           SELECT CONSENT-TEMP-FILE ASSIGN TO "consent.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSENT-TEMP-STATUS.
      *> OPS-MAINTAINED PROHIBITED-CONTENT PHRASES, AND THE LOG OF
      *> EVERY TIME ONE OF THEM MATCHED -- SEE SCREEN-CONTENT
           SELECT CONTENT-RULES-FILE ASSIGN TO "content_rules.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-RULES-STATUS.
           SELECT CONTENT-RULES-TEMP-FILE ASSIGN TO "content_rules.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-TEMP-STATUS.
           SELECT CONTENT-HITS-FILE ASSIGN TO "content_hits.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-HITS-STATUS.
      *> PER-MAJOR OFFER SALARY FIGURES, REWRITTEN EACH TERM BY
      *> INCOLLEGE-SALARY-REPORT -- SEE SHOW-SALARY-BENCHMARK
           SELECT SALARY-BENCHMARK-FILE ASSIGN TO "salary_benchmarks.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENCHMARK-STATUS.
      *> HELP-DESK TICKETS OPENED FROM "CONTACT SUPPORT", AND THE
      *> REPLIES AND FOLLOW-UPS ON THEM -- SEE CONTACT-SUPPORT AND
      *> REVIEW-SUPPORT-TICKETS
           SELECT SUPPORT-TICKETS-FILE ASSIGN TO "tickets.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-TICKETS-STATUS.
           SELECT SUPPORT-TICKETS-TEMP-FILE ASSIGN TO "tickets.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TICKETS-TEMP-STATUS.
           SELECT TICKET-NOTES-FILE ASSIGN TO "ticket_notes.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-TICKET-NOTES-STATUS.
      *> SKILL ASSESSMENTS UNDER "LEARN A NEW SKILL". OPS KEEP ONE
      *> CATALOGUE ROW PER ASSESSED SKILL IN assessments.doc, NAMING
      *> THAT SKILL'S OWN QUESTION-BANK FILE; EVERY SCORED ATTEMPT IS
      *> KEPT, AND A PASS EARNS A VERIFIED BADGE -- KEPT IN ITS OWN
      *> FILE (LIKE endorsements.doc) AND MATCHED TO THE PROFILE SKILL
      *> BY NAME. SEE TAKE-SKILL-ASSESSMENT
           SELECT ASSESSMENTS-FILE ASSIGN TO "assessments.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSESS-STATUS.
           SELECT QUESTION-BANK-FILE ASSIGN TO WS-QBANK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QBANK-STATUS.
           SELECT SKILL-ATTEMPTS-FILE ASSIGN TO "skill_attempts.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-SKILL-ATTEMPTS-STATUS.
           SELECT SKILL-ATTEMPTS-TEMP-FILE ASSIGN TO "skill_attempts.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SKILL-ATTEMPTS-TEMP-STATUS.
           SELECT SKILL-BADGES-FILE ASSIGN TO "skill_badges.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-SKILL-BADGES-STATUS.
           SELECT SKILL-BADGES-TEMP-FILE ASSIGN TO "skill_badges.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SKILL-BADGES-TEMP-STATUS.
      *> ONE ROW EACH TIME A MEMBER, AN EMPLOYER OR AN OPERATOR OPENS
      *> SOMEONE ELSE'S PROFILE -- FEEDS "WHO VIEWED MY PROFILE" AND
      *> THE WEEKLY COUNT AT LOGIN. SEE RECORD-PROFILE-VIEW
           SELECT PROFILE-VIEWS-FILE ASSIGN TO "profile_views.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-PROFILE-VIEWS-STATUS.
           SELECT PROFILE-VIEWS-TEMP-FILE ASSIGN TO "profile_views.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-VIEWS-TEMP-STATUS.
      *> THE NETWORK ACTIVITY FEED: MEMBERS' OWN STATUS UPDATES AND THE
      *> MILESTONES THEY SHARE, IN TIME ORDER. feed_share.doc HOLDS
      *> EACH MEMBER'S MILESTONE-SHARING OPT-IN. SEE NETWORK-FEED-MENU
           SELECT FEED-FILE ASSIGN TO "feed.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-FEED-STATUS.
           SELECT FEED-TEMP-FILE ASSIGN TO "feed.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-TEMP-STATUS.
           SELECT FEED-SHARE-FILE ASSIGN TO "feed_share.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-FEED-SHARE-STATUS.
           SELECT FEED-SHARE-TEMP-FILE ASSIGN TO "feed_share.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-SHARE-TEMP-STATUS.
      *> DRY RUN (control.doc'S CTL-DRY-RUN): THE TRACE OF THE SCRIPT,
      *> OPENED IN THE LIVE DIRECTORY BEFORE THE SESSION MOVES INTO ITS
      *> SCRATCH COPIES, AND THE LIST OF ROWS THE SESSION CHANGED IN
      *> THOSE COPIES -- SEE START-DRY-RUN-IF-SET
           SELECT DRY-RUN-REPORT-FILE ASSIGN TO "dry-run.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRY-REPORT-STATUS.
           SELECT DRY-RUN-CHANGES-FILE ASSIGN TO "dryrun_changes.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRY-CHANGES-STATUS.
      *> THE DATA-FILE CATALOG -- EVERY FILE IT NAMES THAT IS ON DISK
      *> MUST HAVE A SCRATCH COPY BEFORE A DRY RUN IS PLAYED
           SELECT DATA-CATALOG-FILE ASSIGN TO "data_catalog.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRY-CATALOG-STATUS.
      *> EACH EMPLOYER'S NAMED REJECTION LETTERS FOR CLOSING OUT THE
      *> APPLICANTS LEFT ON A LISTING -- SEE OFFER-CLOSE-OUT
           SELECT DISPOSITION-TEMPLATES-FILE
               ASSIGN TO "disposition_templates.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-DT-STATUS.
           SELECT DISPOSITION-TEMPLATES-TEMP-FILE
               ASSIGN TO "disposition_templates.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DT-TEMP-STATUS.
      *> PAID PLACEMENTS: OPS ENTERS A LISTING'S SPONSORSHIP WINDOW AND
      *> DAILY RATE, BROWSE-JOBS FLOATS IT TO THE TOP WHILE THE WINDOW
      *> IS OPEN, AND EVERY DISPLAY/DETAIL VIEW/APPLICATION THROUGH
      *> THAT PLACEMENT IS METERED FOR THE MONTH-END STATEMENT
           SELECT SPONSORED-LISTINGS-FILE
               ASSIGN TO "sponsored_listings.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-SPL-STATUS.
           SELECT SPONSORED-METER-FILE ASSIGN TO "sponsored_meter.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-SPM-STATUS.
      *> NIGHTLY COMPLETENESS SCORE AND TOP MISSING ITEMS PER PROFILE,
      *> WRITTEN BY THE PROFSCORE BATCH STEP -- READ-ONLY HERE
           SELECT PROFILE-SCORES-FILE ASSIGN TO "profile_scores.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PSC-STATUS.
      *> EFFECTIVE-DATED CHANGES TO THE control.doc TUNABLES, ONE ROW
      *> PER APPROVED CHANGE -- SEE MANAGE-CONTROL-PARAMETERS AND
      *> APPLY-PARAMETER-HISTORY
           SELECT PARAM-HISTORY-FILE ASSIGN TO "param_history.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-PH-STATUS.
      *> WEEKLY AT-RISK SENIOR LIST FROM THE OUTREACH BATCH STEP --
      *> READ-ONLY HERE -- AND THE ADVISERS' "CONTACTED" MARKS AGAINST
      *> IT, WHICH THE NEXT WEEK'S LIST PICKS UP
           SELECT OUTREACH-LIST-FILE ASSIGN TO "outreach_list.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OR-LIST-STATUS.
           SELECT OUTREACH-CONTACTS-FILE
               ASSIGN TO "outreach_contacts.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-OR-CONTACTS-STATUS.
      *> COMPLIANCE HOLDS ON companies.doc ENTRIES. ONE ROW PER HOLD,
      *> WRITTEN WHEN IT IS REQUESTED AND REWRITTEN IN PLACE AS IT IS
      *> APPROVED, DENIED OR LIFTED -- SEE MANAGE-COMPANY-HOLDS
           SELECT COMPANY-HOLDS-FILE ASSIGN TO "company_holds.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-HOLD-STATUS.
      *> THE MONTHLY DORMANCY JOB'S PER-ACCOUNT STATE -- READ HERE ONLY
      *> TO LIST THE ACCOUNTS IT HAS QUEUED FOR DELETION. SEE
      *> InCollege-Dormancy.cob
           SELECT DORMANCY-FILE ASSIGN TO "dormancy.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DORMANCY-STATUS.
      *> OPEN INVESTIGATIONS -- A HELD ACCOUNT IS NEVER DELETED FOR
      *> DORMANCY. SEE InCollege-Purge.cob
           SELECT LEGAL-HOLD-FILE ASSIGN TO "legal_hold.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEGAL-HOLD-STATUS.
      *> NIGHTLY OPS WORK-QUEUE BACKLOG, ONE ROW PER QUEUE PER RUN.
      *> WRITTEN BY THE OPSQUEUE TRANSACTION IN InCollege-BatchJobs.cob
           SELECT OPS-QUEUE-FILE ASSIGN TO "ops_queue.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OQ-STATUS.
      *> SUSPECTED DUPLICATE LISTINGS FROM THE NIGHTLY JOBDUPES
      *> TRANSACTION IN InCollege-BatchJobs.cob, DECIDED FROM THE OPS
      *> CONSOLE -- SEE REVIEW-DUPLICATE-LISTINGS
           SELECT JOB-DUPES-FILE ASSIGN TO "job_dupes.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JD-STATUS.
           SELECT JOB-DUPES-TEMP-FILE ASSIGN TO "job_dupes.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JD-TEMP-STATUS.
      *> A MERGE RE-POINTS THE MOVED APPLICATIONS' HISTORY ROWS
           SELECT APP-HISTORY-TEMP-FILE ASSIGN TO "app_history.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APP-HIST-TEMP-STATUS.
      *> WHICHEVER PER-USER STORE AN ACCOUNT DELETION IS SWEEPING, AND
      *> ITS .tmp -- SEE REMOVE-USER-FROM-STORE
           SELECT USER-STORE-FILE ASSIGN TO WS-STORE-DATA-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORE-DATA-STATUS.
           SELECT USER-STORE-TEMP-FILE ASSIGN TO WS-STORE-TEMP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORE-TEMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> TREATED AS STUDENTS -- THE HISTORICAL USER BASE
           05 ACCOUNT-TYPE PIC X(01).
      *> BLANK OR "A" ACTIVE, "L" LOCKED BY THE FAILED-LOGIN LIMIT,
      *> "S" SUSPENDED BY OPS -- SEE VALIDATE-LOGIN AND ADMIN-CONSOLE.
      *> "D" DORMANT, SET BY InCollege-Dormancy.cob AND CLEARED BY THE
      *> OWNER'S NEXT SUCCESSFUL LOGIN
           05 ACCOUNT-STATUS PIC X(01).
       
       FD  PROFILE-FILE.

       FD CONNECTION-REQUESTS-FILE.
       01 CONNECTION-REQUEST-RECORD.
           05 CR-KEY.
               10 CR-SENDER    PIC X(20).
               10 CR-RECEIVER  PIC X(20).
           05 CR-TIMESTAMP PIC X(20).

       FD CONNECTIONS-FILE.
       01 CONNECTION-RECORD.
           05 CN-KEY.
               10 CN-USER-ONE PIC X(20).
               10 CN-USER-TWO PIC X(20).
      *> DATE THE REQUEST WAS ACCEPTED -- ROWS FROM BEFORE THE FIELD
      *> EXISTED READ BACK AS SPACES AND REPORT AS UNDATED
           05 CN-DATE     PIC 9(8).
      *> CHECK-JOB-FILLED. LISTINGS FROM BEFORE THE FIELD EXISTED READ
      *> BACK NON-NUMERIC AND ARE TREATED AS A SINGLE OPENING
           05 JR-OPENINGS         PIC 9(3).
      *> "Y" THE EMPLOYER WILL SPONSOR A WORK VISA, "N" CANDIDATES MUST
      *> ALREADY HOLD WORK AUTHORIZATION. LISTINGS FROM BEFORE THE
      *> FIELD EXISTED READ BACK AS SPACES (NOT STATED) AND PASS EVERY
      *> SPONSORSHIP FILTER -- SEE CHECK-SPONSORSHIP-MATCH
           05 JR-SPONSORSHIP      PIC X(01).
      *> "N" THE EMPLOYER KEPT THE LISTING OFF THE PARTNER JOB BOARDS;
      *> "Y" OR SPACES (LISTINGS FROM BEFORE THE FIELD EXISTED) LET THE
      *> NIGHTLY INCOLLEGE-JOB-SYNDICATION FEED PUBLISH IT
           05 JR-SYNDICATE        PIC X(01).
      *> === EPIC 7 NEW FILE SECTION ===
       FD APPLICATIONS-FILE.
       01 APPLICATION-RECORD.
           05 APP-KEY.
               10 APP-USERNAME   PIC X(20).
               10 APP-JOB-ID     PIC 9(4).
      *> "A" APPLIED, "U" UNDER REVIEW, "I" INTERVIEW, "R" REJECTED,
      *> "H" HIRED -- SET BY APPLY-FOR-JOB AND ADVANCED BY THE
      *> EMPLOYER THROUGH MANAGE-JOB-APPLICANTS
      *> LAST MESSAGE SEQUENCE NUMBER ASSIGNED -- THE INDEXED
      *> messages.doc PRIME KEY, PERSISTED LIKE CTL-NEXT-JOB-ID
           05 CTL-NEXT-MSG-ID PIC 9(8).
      *> "Y" PLAYS THE NEXT SESSION'S InCollege-Input.txt AS A DRY RUN
      *> AGAINST SCRATCH COPIES OF THE DATA FILES -- SEE
      *> START-DRY-RUN-IF-SET. OPS SETS IT BEFORE A BULK SCRIPTED
      *> SESSION AND CLEARS IT AGAIN FOR THE LIVE RUN
           05 CTL-DRY-RUN PIC X(01).

      *> === DELETE-MY-ACCOUNT TEMP FILES ===
       FD ACCOUNTS-TEMP-FILE.
           05 ACT-TYPE PIC X(01).
           05 ACT-STATUS PIC X(01).

       FD CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD.
           05 CKPT-LINE-COUNT PIC 9(6).
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

       FD NOTIFICATIONS-FILE.
       01 NOTIFICATION-RECORD.
           05 PA-TIMESTAMP    PIC X(14).
           05 PA-REQUESTED-BY PIC X(20).
      *> "RESETPW", "RESETSEC", "SUSPTOGGLE" OR "UNLOCK"
      *> ("DORMDELETE" REMOVES A DORMANT ACCOUNT -- SEE
      *> MANAGE-DORMANT-DELETIONS)
           05 PA-ACTION       PIC X(12).
           05 PA-TARGET       PIC X(20).
      *> THE NEW HASH FOR THE RESET ACTIONS, SPACES OTHERWISE
           05 DOC-LINK     PIC X(100).
           05 DOC-NOTE     PIC X(60).
           05 DOC-DATE     PIC 9(8).
      *> "Y" ON THE ONE DOCUMENT THE STUDENT PICKED FOR CAREER-CENTER
      *> RESUME BOOKS (InCollege-ResumeBook.cob) -- HAVING ONE IS THE
      *> OPT-IN. ROWS FROM BEFORE THE FIELD EXISTED READ AS SPACE
           05 DOC-BOOK     PIC X(01).

       FD DOCUMENTS-TEMP-FILE.
       01 DOCUMENT-TEMP-RECORD.
           05 DOCT-LINK     PIC X(100).
           05 DOCT-NOTE     PIC X(60).
           05 DOCT-DATE     PIC 9(8).
           05 DOCT-BOOK     PIC X(01).

      *> FLAT IMAGES FOR THE DELETE-MY-ACCOUNT SCRUB TEMPS -- SIZED
      *> TO THEIR LIVE RECORDS
       01 MENTOR-OPTIN-TEMP-RECORD PIC X(29).

       FD CAND-SUBS-TEMP-FILE.
       01 CAND-SUBSCRIPTION-TEMP-RECORD PIC X(139).

       FD DESTINATIONS-TEMP-FILE.
       01 DESTINATION-TEMP-RECORD PIC X(60).
           05 OF-START-DATE    PIC 9(8).
           05 OF-DEADLINE      PIC 9(8).
      *> "P" EXTENDED, WAITING ON THE STUDENT; "A" ACCEPTED;
      *> "D" DECLINED; "W" WITHDRAWN WHEN THE LISTING WAS CLOSED OUT
           05 OF-STATUS        PIC X(01).
           05 OF-OFFER-DATE    PIC 9(8).
           05 OF-DECISION-DATE PIC 9(8).
           05 DL-TIMESTAMP PIC X(14).
           05 DL-CODE      PIC X(20).
           05 DL-REASON    PIC X(30).
           05 DL-AS-OF     PIC X(8).
      *> THE REJECTED INPUT ROW ON ENTRIES FROM A FEED PROGRAM -- SEE
      *> InCollege-BatchJobs.cob'S FD
           05 DL-DETAIL    PIC X(60).

       FD DEAD-LETTER-TEMP-FILE.
       01 DEAD-LETTER-TEMP-RECORD.
           05 DLT-TIMESTAMP PIC X(14).
           05 DLT-CODE      PIC X(20).
           05 DLT-REASON    PIC X(30).
           05 DLT-AS-OF     PIC X(8).
           05 DLT-DETAIL    PIC X(60).

       FD TRANSACTION-QUEUE-FILE.
       01 TRANSACTION-QUEUE-RECORD PIC X(40).

       FD DESTINATIONS-FILE.
       01 DESTINATION-RECORD.
           05 ES-YEAR-FROM  PIC 9(4).
           05 ES-YEAR-TO    PIC 9(4).
           05 ES-SKILL      PIC X(30).
      *> "Y" = ES-SKILL MUST BE A VERIFIED BADGE. SEARCHES SAVED BEFORE
      *> THE FIELD EXISTED READ BACK AS SPACE AND MATCH AS BEFORE
           05 ES-SKILL-VERIFIED PIC X(01).

       FD USAGE-METER-FILE.
       01 USAGE-METER-RECORD.
           05 BU-LOCATION    PIC X(20).
           05 BU-SALARY      PIC X(20).
           05 BU-POSTED-DATE PIC 9(8).
           05 BU-SPONSORED   PIC X(01).

       FD BROWSE-WORK-FILE.
       01 BROWSE-WORK-RECORD.
           05 BW-LOCATION    PIC X(20).
           05 BW-SALARY      PIC X(20).
           05 BW-POSTED-DATE PIC 9(8).
           05 BW-SPONSORED   PIC X(01).

      *> SORT WORK FILE FOR BROWSE-JOBS -- THE KEY IS BUILT PER THE
      *> USER'S SORT CHOICE AT RELEASE TIME SO ONE ASCENDING SORT
      *> COVERS EVERY OPTION (NEWEST USES THE DATE'S COMPLEMENT).
      *> BS-SPONSORED IS THE MAJOR KEY SO PAID PLACEMENTS LEAD
       SD BROWSE-SORT-FILE.
       01 BROWSE-SORT-RECORD.
           05 BS-SORT-KEY    PIC X(20).
           05 BS-LOCATION    PIC X(20).
           05 BS-SALARY      PIC X(20).
           05 BS-POSTED-DATE PIC 9(8).
           05 BS-SPONSORED   PIC X(01).

       FD SEARCH-WORK-FILE.
       01 SEARCH-WORK-RECORD.
           05 JG-JOB-NAME      PIC X(12).
           05 JG-EVENT         PIC X(5).
           05 JG-RETURN-STATUS PIC X(4).
           05 JG-BUSINESS-DATE PIC 9(8).

      *> SEE InCollege-BatchJobs.cob FOR THE FULL DESCRIPTION
       FD CAPACITY-FILE.
       01 CAPACITY-RECORD.
           05 CP-DATE         PIC 9(8).
           05 CP-TIME         PIC X(6).
           05 CP-ITEM         PIC X(24).
           05 CP-KIND         PIC X(01).
           05 CP-VALUE        PIC 9(12).
           05 CP-LIMIT        PIC 9(12).
           05 CP-REMAINING    PIC 9(12).
           05 CP-BURN-30      PIC 9(12).
           05 CP-DAYS-LEFT    PIC 9(6).
           05 CP-EXHAUST-DATE PIC 9(8).
           05 CP-ALERT        PIC X(01).

      *> SEE InCollege-BatchJobs.cob FOR THE FULL DESCRIPTION
       FD REPORT-CATALOG-FILE.
       01 REPORT-CATALOG-RECORD.
           05 RC-REPORT-NAME  PIC X(30).
           05 RC-JOB-NAME     PIC X(12).
           05 RC-AUDIENCE     PIC X(01).
           05 RC-KEEP         PIC 9(2).
           05 RC-VIEW-LEVEL   PIC X(01).
           05 RC-TITLE        PIC X(40).

      *> SEE InCollege-BatchJobs.cob FOR THE FULL DESCRIPTION
       FD REPORT-GENERATIONS-FILE.
       01 REPORT-GENERATION-RECORD.
           05 RG-REPORT-NAME  PIC X(30).
           05 RG-DATE         PIC 9(8).
           05 RG-FILE-NAME    PIC X(64).
           05 RG-LINES        PIC 9(6).
           05 RG-FILED-AT     PIC X(14).

       FD RPT-VIEW-FILE.
       01 RPT-VIEW-RECORD     PIC X(160).

       FD OPERATORS-FILE.
       01 OPERATOR-RECORD.
      *> COMPANY -- THE ONE ALLOWED TO RESTATE ITS DESCRIPTION LATER
           05 CO-OWNER    PIC X(20).

       FD COMPANY-SEATS-FILE.
       01 COMPANY-SEAT-RECORD.
      *> CANONICAL CO-NAME, AS STORED IN JR-EMPLOYER
           05 SE-COMPANY  PIC X(30).
           05 SE-USERNAME PIC X(20).
      *> "A" ACTIVE SEAT, "R" REMOVED BY THE ADMINISTRATOR
           05 SE-STATUS   PIC X(01).
      *> WHO LAST ADDED OR REMOVED THE SEAT, AND WHEN
           05 SE-SET-BY   PIC X(20).
           05 SE-SET-DATE PIC 9(8).

       FD LOGIN-HISTORY-FILE.
       01 LOGIN-HISTORY-RECORD.
           05 LH-USERNAME  PIC X(20).
      *> FULL AFTER-IMAGE OF THE RECORD FOR "A"/"U" -- SIZED FOR THE
      *> LARGEST RECORD ON THE SYSTEM (PROFILE-RECORD)
           05 JL-IMAGE     PIC X(3100).
      *> TAMPER-EVIDENT CHAIN -- SAME FIELDS AS audit.doc: "R" ROW,
      *> "S" DAY SEAL, "X" REDACTION ENTRY, "P" ROW EMPTIED BY
      *> InCollege-Purge.cob, SPACE BEFORE THE CHAIN STARTED
           05 JL-SEAL-TYPE PIC X(01).
           05 JL-SEAL-SEQ  PIC 9(9).
           05 JL-SEAL-CHECK PIC 9(10).

      *> ONE ROW PER CHAINED FILE: THE LAST SEQUENCE NUMBER AND CHECK
      *> VALUE WRITTEN, AND THE DAY STILL OPEN WITH ITS ROW COUNT SO FAR
       FD SEAL-STATE-FILE.
       01 SEAL-STATE-RECORD.
           05 SS-FILE-NAME     PIC X(12).
           05 SS-LAST-SEQ      PIC 9(9).
           05 SS-LAST-CHECK    PIC 9(10).
           05 SS-OPEN-DATE     PIC 9(8).
           05 SS-OPEN-ROWS     PIC 9(9).

       FD INTERNSHIP-HOURS-FILE.
       01 INTERNSHIP-HOURS-RECORD.
           05 IH-USERNAME     PIC X(20).
           05 IH-JOB-ID       PIC 9(4).
      *> FIRST DAY OF THE WEEK BEING REPORTED (YYYYMMDD)
           05 IH-WEEK-START   PIC 9(8).
           05 IH-HOURS        PIC 9(2)V9.
      *> JR-AUTHOR-USERNAME OF THE LISTING WHEN THE WEEK WAS LOGGED --
      *> THE ACCOUNT THAT SIGNS THE WEEK OFF
           05 IH-EMPLOYER     PIC X(20).
      *> "P" WAITING ON THE EMPLOYER, "A" APPROVED, "R" REJECTED (THE
      *> STUDENT MAY LOG A REJECTED WEEK AGAIN WITH CORRECTED HOURS)
           05 IH-STATUS       PIC X(01).
           05 IH-LOGGED-DATE  PIC 9(8).
           05 IH-DECIDED-DATE PIC 9(8).

       FD INTERNSHIP-HOURS-TEMP-FILE.
       01 INTERNSHIP-HOURS-TEMP-RECORD PIC X(72).

       FD INTERNSHIP-CREDIT-FILE.
       01 INTERNSHIP-CREDIT-RECORD.
           05 IC-USERNAME     PIC X(20).
           05 IC-JOB-ID       PIC 9(4).
      *> THE CERTIFYING STAFF MEMBER'S UNIVERSITY -- THE TERM-END
      *> REPORT GROUPS ON IT
           05 IC-UNIVERSITY   PIC X(30).
      *> APPROVED HOURS AS OF THE MOMENT OF CERTIFICATION
           05 IC-HOURS        PIC 9(4)V9.
           05 IC-CERTIFIED-BY PIC X(20).
           05 IC-DATE         PIC 9(8).

       FD INTERNSHIP-CREDIT-TEMP-FILE.
       01 INTERNSHIP-CREDIT-TEMP-RECORD PIC X(87).

       FD WORK-AUTH-FILE.
       01 WORK-AUTH-RECORD.
           05 WA-USERNAME PIC X(20).
      *> "A" AUTHORIZED TO WORK, NO SPONSORSHIP NEEDED; "S" WILL NEED
      *> VISA SPONSORSHIP; SPACE PREFERS NOT TO SAY
           05 WA-STATUS   PIC X(01).
           05 WA-DATE     PIC 9(8).

       FD WORK-AUTH-TEMP-FILE.
       01 WORK-AUTH-TEMP-RECORD PIC X(29).

       FD EEO-SELFID-FILE.
       01 EEO-SELFID-RECORD.
           05 EE-USERNAME   PIC X(20).
      *> "F" FEMALE, "M" MALE, "N" NON-BINARY, "X" DECLINED
           05 EE-GENDER     PIC X(01).
      *> "H" HISPANIC OR LATINO, "W" WHITE, "B" BLACK OR AFRICAN
      *> AMERICAN, "A" ASIAN, "P" NATIVE HAWAIIAN OR PACIFIC ISLANDER,
      *> "I" AMERICAN INDIAN OR ALASKA NATIVE, "T" TWO OR MORE RACES,
      *> "X" DECLINED
           05 EE-RACE       PIC X(01).
      *> "V" PROTECTED VETERAN, "N" NOT A VETERAN, "X" DECLINED
           05 EE-VETERAN    PIC X(01).
      *> "Y" HAS A DISABILITY, "N" DOES NOT, "X" DECLINED
           05 EE-DISABILITY PIC X(01).
           05 EE-DATE       PIC 9(8).

       FD EEO-SELFID-TEMP-FILE.
       01 EEO-SELFID-TEMP-RECORD PIC X(32).

       FD ENROLL-VERIFY-FILE.
       01 ENROLL-VERIFY-RECORD.
           05 RV-USERNAME      PIC X(20).
      *> "V" VERIFIED, "M" MAJOR OR GRAD YEAR DISAGREES WITH THE
      *> REGISTRAR, "N" REGISTRAR HAS NO SUCH STUDENT
           05 RV-RESULT        PIC X(01).
      *> "E" ENROLLED, "W" WITHDRAWN, "G" GRADUATED; SPACE IF NOT FOUND
           05 RV-ENROLLMENT    PIC X(01).
           05 RV-REG-MAJOR     PIC X(30).
           05 RV-REG-GRAD-YEAR PIC 9(4).
           05 RV-DATE          PIC 9(8).

       FD ENROLL-VERIFY-TEMP-FILE.
       01 ENROLL-VERIFY-TEMP-RECORD PIC X(64).

      *> THE VERSION IN FORCE IS THE HIGHEST ONE WHOSE EFFECTIVE DATE
      *> HAS ARRIVED -- A VERSION CAN BE PUBLISHED AHEAD OF ITS DATE
       FD TERMS-VERSIONS-FILE.
       01 TERMS-VERSION-RECORD.
           05 TV-VERSION        PIC 9(3).
           05 TV-EFFECTIVE-DATE PIC 9(8).
           05 TV-SUMMARY        PIC X(60).
           05 TV-ADDED-BY       PIC X(20).

      *> ONE ROW PER ACCEPTANCE OR SHARING CHANGE; THE LAST ROW FOR A
      *> USER IS THE ONE THAT COUNTS
       FD CONSENT-FILE.
       01 CONSENT-RECORD.
           05 TC-USERNAME      PIC X(20).
           05 TC-VERSION       PIC 9(3).
      *> "Y" EMPLOYERS MAY SEE THE PROFILE, "N" THEY MAY NOT, "-" NOT
      *> ASKED (EMPLOYER AND CAREER-CENTER ACCOUNTS)
           05 TC-SHARE         PIC X(01).
           05 TC-DATE          PIC 9(8).

       FD CONSENT-TEMP-FILE.
       01 CONSENT-TEMP-RECORD PIC X(32).

      *> ONE PHRASE PER ROW. "H" BLOCKS THE WRITE OUTRIGHT, "L" LETS
      *> IT THROUGH AND PUTS IT IN FRONT OF AN OPERATOR
       FD CONTENT-RULES-FILE.
       01 CONTENT-RULE-RECORD.
           05 CR-RULE-ID       PIC 9(3).
           05 CR-SEVERITY      PIC X(01).
           05 CR-PHRASE        PIC X(40).
           05 CR-ADDED-BY      PIC X(20).
           05 CR-DATE          PIC 9(8).

       FD CONTENT-RULES-TEMP-FILE.
       01 CONTENT-RULE-TEMP-RECORD PIC X(72).

      *> ONE ROW PER MATCH, APPEND-ONLY -- THE WEEKLY CONTENT REPORT
      *> (InCollege-ContentReport.cob) COUNTS THEM BY RULE AND ACCOUNT
       FD CONTENT-HITS-FILE.
       01 CONTENT-HIT-RECORD.
           05 CH-TIMESTAMP     PIC X(14).
           05 CH-RULE-ID       PIC 9(3).
           05 CH-SEVERITY      PIC X(01).
           05 CH-USERNAME      PIC X(20).
      *> "JOB", "JOBIMPORT", "MESSAGE", "GROUPPOST", "FEEDPOST" OR
      *> "REVIEW"
           05 CH-SOURCE        PIC X(10).
           05 CH-KEY           PIC X(30).
      *> "B" THE WRITE WAS BLOCKED, "Q" WRITTEN AND QUEUED FOR REVIEW
           05 CH-ACTION        PIC X(01).

      *> SB-KIND "1" ROWS ARE ONE PER MAJOR; THE OTHER KINDS (COHORT,
      *> CATEGORY, LOCATION) ARE FOR THE ADVISERS' REPORT. FIGURES ARE
      *> ZERO WHERE THE GROUP HAD FEWER THAN THREE OFFERS
       FD SALARY-BENCHMARK-FILE.
       01 SALARY-BENCHMARK-RECORD.
           05 SB-KIND          PIC X(01).
           05 SB-KEY           PIC X(30).
           05 SB-UNIVERSITY    PIC X(30).
           05 SB-GRAD-YEAR     PIC 9(4).
           05 SB-OFFERS        PIC 9(5).
           05 SB-MINIMUM       PIC 9(8).
           05 SB-LOWER-QUARTILE PIC 9(8).
           05 SB-MEDIAN        PIC 9(8).
           05 SB-UPPER-QUARTILE PIC 9(8).
           05 SB-MAXIMUM       PIC 9(8).
           05 SB-SURVEY-ANSWERS PIC 9(5).
           05 SB-BAND-COUNT    PIC 9(5) OCCURS 5 TIMES.
           05 SB-RUN-DATE      PIC 9(8).

      *> ONE ROW PER TICKET, REWRITTEN IN PLACE (TEMP-FILE COPY) AS
      *> OPS WORKS IT. TK-CATEGORY: "A" ACCOUNT & LOGIN, "P"
      *> APPLICATIONS & OFFERS, "J" JOB LISTINGS, "C" COMPANY /
      *> EMPLOYER PROFILE, "O" ANYTHING ELSE. TK-STATUS: "O" OPEN AND
      *> UNASSIGNED, "A" ASSIGNED, "R" RESOLVED, "C" CLOSED WITHOUT A
      *> FIX. TK-FIRST-REPLY STAYS BLANK UNTIL OPS FIRST ANSWERS -- THE
      *> AGING REPORT MEASURES RESPONSE TIME FROM IT
       FD SUPPORT-TICKETS-FILE.
       01 SUPPORT-TICKET-RECORD.
           05 TK-ID            PIC 9(6).
           05 TK-USERNAME      PIC X(20).
           05 TK-CATEGORY      PIC X(01).
           05 TK-STATUS        PIC X(01).
           05 TK-ASSIGNEE      PIC X(20).
           05 TK-OPENED        PIC X(14).
           05 TK-FIRST-REPLY   PIC X(14).
           05 TK-UPDATED       PIC X(14).
           05 TK-DESCRIPTION   PIC X(200).

       FD SUPPORT-TICKETS-TEMP-FILE.
       01 SUPPORT-TICKET-TEMP-RECORD PIC X(290).

      *> TN-FROM "O" AN OPERATOR'S REPLY OR RESOLUTION NOTE (TN-AUTHOR
      *> IS THE OPERATOR), "U" THE USER'S OWN FOLLOW-UP
       FD TICKET-NOTES-FILE.
       01 TICKET-NOTE-RECORD.
           05 TN-TICKET-ID     PIC 9(6).
           05 TN-TIMESTAMP     PIC X(14).
           05 TN-FROM          PIC X(01).
           05 TN-AUTHOR        PIC X(20).
           05 TN-TEXT          PIC X(200).

      *> ONE ROW PER ASSESSED SKILL. AM-QUESTIONS IS HOW MANY OF THE
      *> BANK'S QUESTIONS ONE ATTEMPT ASKS (ZERO = ALL OF THEM);
      *> AM-TIME-LIMIT IS IN MINUTES; AM-RETAKE-DAYS IS THE WAIT
      *> AFTER A FAILED ATTEMPT BEFORE THE NEXT ONE
       FD ASSESSMENTS-FILE.
       01 ASSESSMENT-RECORD.
           05 AM-SKILL         PIC X(30).
           05 AM-BANK-FILE     PIC X(30).
           05 AM-QUESTIONS     PIC 9(2).
           05 AM-PASS-PERCENT  PIC 9(3).
           05 AM-TIME-LIMIT    PIC 9(3).
           05 AM-RETAKE-DAYS   PIC 9(3).

      *> ONE MULTIPLE-CHOICE QUESTION PER ROW; QB-ANSWER IS THE
      *> LETTER (A-D) OF THE RIGHT CHOICE
       FD QUESTION-BANK-FILE.
       01 QUESTION-BANK-RECORD.
           05 QB-QUESTION      PIC X(100).
           05 QB-CHOICE        PIC X(60) OCCURS 4 TIMES.
           05 QB-ANSWER        PIC X(01).

      *> SA-RESULT "P" PASSED, "F" FAILED. SA-TIMED-OUT "Y" WHEN THE
      *> CLOCK RAN OUT BEFORE THE LAST QUESTION -- THE QUESTIONS LEFT
      *> COUNT AS WRONG
       FD SKILL-ATTEMPTS-FILE.
       01 SKILL-ATTEMPT-RECORD.
           05 SA-USERNAME      PIC X(20).
           05 SA-SKILL         PIC X(30).
           05 SA-TIMESTAMP     PIC X(14).
           05 SA-ASKED         PIC 9(2).
           05 SA-CORRECT       PIC 9(2).
           05 SA-SCORE         PIC 9(3).
           05 SA-ELAPSED       PIC 9(6).
           05 SA-TIMED-OUT     PIC X(01).
           05 SA-RESULT        PIC X(01).

       FD SKILL-ATTEMPTS-TEMP-FILE.
       01 SKILL-ATTEMPT-TEMP-RECORD PIC X(79).

       FD SKILL-BADGES-FILE.
       01 SKILL-BADGE-RECORD.
           05 VB-USERNAME      PIC X(20).
           05 VB-SKILL         PIC X(30).
           05 VB-SCORE         PIC 9(3).
           05 VB-DATE          PIC 9(8).

       FD SKILL-BADGES-TEMP-FILE.
       01 SKILL-BADGE-TEMP-RECORD PIC X(61).

       FD PROFILE-VIEWS-FILE.
       01 PROFILE-VIEW-RECORD.
           05 PV-VIEWER        PIC X(20).
           05 PV-VIEWED        PIC X(20).
           05 PV-DATE          PIC 9(8).
      *> "S" FIND SOMEONE YOU KNOW, "C" CANDIDATE SEARCH, "A" APPLICANT
      *> SNAPSHOT, "O" OPERATOR CONSOLE
           05 PV-SOURCE        PIC X(01).
      *> THE EMPLOYER'S COMPANY AS IT STOOD AT THE TIME ("C" AND "A")
           05 PV-COMPANY       PIC X(30).

       FD PROFILE-VIEWS-TEMP-FILE.
       01 PROFILE-VIEW-TEMP-RECORD PIC X(79).

       FD FEED-FILE.
       01 FEED-RECORD.
           05 FE-USERNAME      PIC X(20).
           05 FE-TIMESTAMP     PIC X(14).
      *> "U" STATUS UPDATE; MILESTONES "O" OFFER ACCEPTED, "B" SKILL
      *> BADGE EARNED, "R" EVENT RSVP
           05 FE-TYPE          PIC X(01).
           05 FE-TEXT          PIC X(100).

       FD FEED-TEMP-FILE.
       01 FEED-TEMP-RECORD PIC X(135).

       FD FEED-SHARE-FILE.
       01 FEED-SHARE-RECORD.
           05 FS-USERNAME      PIC X(20).
      *> "Y" MILESTONES GO TO THE FEED; NO ROW IS THE SAME AS "N"
           05 FS-SHARE         PIC X(01).

       FD FEED-SHARE-TEMP-FILE.
       01 FEED-SHARE-TEMP-RECORD PIC X(21).

       FD DRY-RUN-REPORT-FILE.
       01 DRY-RUN-REPORT-RECORD PIC X(160).

      *> ONE LINE PER ROW ADDED OR REMOVED: FILE NAME, "<" (REMOVED) OR
      *> ">" (ADDED), THEN THE ROW AS IT STANDS IN THE FILE
       FD DRY-RUN-CHANGES-FILE.
       01 DRY-RUN-CHANGES-RECORD PIC X(200).

      *> SEE InCollege-Reconcile.cob FOR THE FULL DESCRIPTION -- ONLY
      *> THE FILE NAME IS NEEDED HERE
       FD DATA-CATALOG-FILE.
       01 DATA-CATALOG-RECORD.
           05 DC-FILE-NAME      PIC X(30).
           05 FILLER            PIC X(77).

      *> ONE ROW PER LETTER. AT MOST ONE OF AN EMPLOYER'S ROWS CARRIES
      *> DT-DEFAULT = "Y" -- THAT IS THE LETTER A CLOSE-OUT NOBODY IS
      *> AT THE KEYBOARD FOR (A FILLED OR EXPIRED LISTING) SENDS
       FD DISPOSITION-TEMPLATES-FILE.
       01 DISPOSITION-TEMPLATE-RECORD.
           05 DT-EMPLOYER      PIC X(20).
           05 DT-NAME          PIC X(20).
           05 DT-DEFAULT       PIC X(01).
           05 DT-TEXT          PIC X(200).
           05 DT-DATE          PIC 9(8).

       FD DISPOSITION-TEMPLATES-TEMP-FILE.
       01 DISPOSITION-TEMPLATE-TEMP-RECORD PIC X(249).

      *> ONE ROW PER CONTRACT. SPL-EMPLOYER IS THE POSTING ACCOUNT THE
      *> LISTING BELONGED TO WHEN THE CONTRACT WAS ENTERED -- THE ONE
      *> BILLED. ENDING A CONTRACT EARLY PULLS SPL-END-DATE BACK TO
      *> YESTERDAY RATHER THAN DELETING THE ROW, SO THE DAYS ALREADY
      *> RUN STILL BILL
       FD SPONSORED-LISTINGS-FILE.
       01 SPONSORED-LISTING-RECORD.
           05 SPL-JOB-ID        PIC 9(4).
           05 SPL-EMPLOYER      PIC X(20).
           05 SPL-START-DATE    PIC 9(8).
           05 SPL-END-DATE      PIC 9(8).
      *> CONTRACTED RATE PER DAY OF THE WINDOW, IN DOLLARS AND CENTS
           05 SPL-RATE          PIC 9(5)V99.
           05 SPL-ADDED-BY      PIC X(20).
           05 SPL-DATE          PIC 9(8).

      *> SEE InCollege-BatchJobs.cob'S FD -- PS-MISSING-COUNT IS EVERY
      *> ITEM MISSED, PS-MISSING THE FIRST THREE BY WEIGHT
       FD PROFILE-SCORES-FILE.
       01 PROFILE-SCORE-RECORD.
           05 PS-USERNAME       PIC X(20).
           05 PS-SCORE          PIC 9(3).
           05 PS-MISSING-COUNT  PIC 9(2).
           05 PS-MISSING        PIC X(20) OCCURS 3 TIMES.
           05 PS-DATE           PIC 9(8).
           05 PS-NUDGE-DATE     PIC 9(8).

      *> PER LISTING PER CALENDAR MONTH, SAME SHAPE AS usage_meter.doc
       FD SPONSORED-METER-FILE.
       01 SPONSORED-METER-RECORD.
           05 SPM-JOB-ID        PIC 9(4).
           05 SPM-MONTH         PIC 9(6).
           05 SPM-IMPRESSIONS   PIC 9(7).
           05 SPM-VIEWS         PIC 9(7).
           05 SPM-APPLICATIONS  PIC 9(6).

      *> APPENDED BY APPLY-CONTROL-PARAM-CHANGE WHEN A SECOND OPERATOR
      *> APPROVES A QUEUED CHANGE, NEVER REWRITTEN. PH-PARAM IS THE
      *> control.doc FIELD NAME WITHOUT ITS CTL- PREFIX. PH-OLD-VALUE IS
      *> WHAT WAS IN FORCE WHEN THE CHANGE WAS APPROVED
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

      *> SEE InCollege-BatchJobs.cob'S FD -- ONE ROW PER FLAGGED SENIOR,
      *> EACH "Y" FLAG ONE REASON THEY ARE ON THE LIST
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
           05 OL-LAST-LOGIN     PIC 9(8).
           05 OL-CONNECTIONS    PIC 9(3).
           05 OL-SCORE          PIC 9(3).
           05 OL-SAVED-JOBS     PIC 9(3).
           05 OL-RSVPS          PIC 9(3).
           05 OL-CONTACT-DATE   PIC 9(8).
           05 OL-CONTACTED-BY   PIC X(20).
           05 OL-LIST-DATE      PIC 9(8).

      *> APPENDED BY CC-OUTREACH-LIST, NEVER REWRITTEN. OC-CONTACT-DATE
      *> IS WHEN THE ADVISER REACHED THE STUDENT, OC-RECORDED-TS WHEN
      *> THEY SAID SO
       FD OUTREACH-CONTACTS-FILE.
       01 OUTREACH-CONTACT-RECORD.
           05 OC-USERNAME       PIC X(20).
           05 OC-CONTACT-DATE   PIC 9(8).
           05 OC-CONTACTED-BY   PIC X(20).
           05 OC-NOTE           PIC X(60).
           05 OC-RECORDED-TS    PIC X(14).

       FD COMPANY-HOLDS-FILE.
       01 COMPANY-HOLD-RECORD.
           05 CH-HOLD-ID          PIC 9(4).
      *> CANONICAL CO-NAME, AS STORED IN JR-EMPLOYER
           05 CH-COMPANY          PIC X(30).
      *> "P" AWAITING A SECOND OPERATOR, "A" APPROVED, "D" DENIED,
      *> "L" LIFTED. AN "A" HOLD ALSO ENDS ON ITS LIFT DATE
           05 CH-STATUS           PIC X(01).
           05 CH-REASON           PIC X(60).
      *> FIRST DAY THE HOLD NO LONGER APPLIES; ZERO = UNTIL LIFTED
           05 CH-LIFT-DATE        PIC 9(8).
           05 CH-PLACED-BY        PIC X(20).
           05 CH-PLACED-TS        PIC X(14).
           05 CH-APPROVED-BY      PIC X(20).
           05 CH-APPROVED-TS      PIC X(14).
           05 CH-LIFTED-BY        PIC X(20).
           05 CH-LIFT-APPROVED-BY PIC X(20).
           05 CH-LIFTED-TS        PIC X(14).

      *> SEE InCollege-Dormancy.cob FOR THE DM-STATE CODES -- "Q" IS
      *> QUEUED FOR DELETION
       FD DORMANCY-FILE.
       01 DORMANCY-RECORD.
           05 DM-USERNAME      PIC X(20).
           05 DM-STATE         PIC X(01).
           05 DM-LAST-LOGIN    PIC 9(8).
           05 DM-FIRST-SEEN    PIC 9(8).
           05 DM-WARNED-DATE   PIC 9(8).
           05 DM-DORMANT-DATE  PIC 9(8).
           05 DM-QUEUED-DATE   PIC 9(8).

       FD LEGAL-HOLD-FILE.
       01 LEGAL-HOLD-RECORD PIC X(20).

       FD OPS-QUEUE-FILE.
       01 OPS-QUEUE-RECORD.
           05 OQ-DATE          PIC 9(8).
           05 OQ-TIME          PIC X(6).
           05 OQ-QUEUE         PIC X(12).
           05 OQ-LABEL         PIC X(18).
           05 OQ-TARGET        PIC 9(3).
           05 OQ-OPEN          PIC 9(5).
           05 OQ-UNDATED       PIC 9(5).
           05 OQ-LATE          PIC 9(5).
           05 OQ-OLDEST-AGE    PIC 9(5).
           05 OQ-OLDEST-ITEM   PIC X(30).
           05 OQ-BREACH        PIC X(01).

      *> SEE InCollege-BatchJobs.cob FOR THE FULL DESCRIPTION
       FD JOB-DUPES-FILE.
       01 JOB-DUPE-RECORD.
           05 JD-GROUP         PIC 9(5).
           05 JD-JOB-ID        PIC 9(4).
           05 JD-FOUND-DATE    PIC 9(8).
           05 JD-SCORE         PIC 9(3).
           05 JD-STATUS        PIC X(01).
           05 JD-SURVIVOR      PIC 9(4).
           05 JD-DECIDED-BY    PIC X(20).
           05 JD-DECIDED-DATE  PIC 9(8).

       FD JOB-DUPES-TEMP-FILE.
       01 JOB-DUPE-TEMP-RECORD PIC X(53).

       FD APP-HISTORY-TEMP-FILE.
       01 APP-HISTORY-TEMP-RECORD PIC X(40).

      *> READ AS PLAIN ROWS -- THE WIDEST STORE SWEPT IS tickets.doc
       FD USER-STORE-FILE.
       01 USER-STORE-RECORD PIC X(300).

       FD USER-STORE-TEMP-FILE.
       01 USER-STORE-TEMP-RECORD PIC X(300).

       WORKING-STORAGE SECTION.
      *> FLAG FOR THE INPUT-FILE END OF FILE
      *> TRANSACTIONS ALREADY COMPLETED. SEE RESTORE-CHECKPOINT.
       77  WS-INPUT-LINE-COUNT     PIC 9(6) VALUE 0.
       77  WS-RESUME-LINE-COUNT    PIC 9(6) VALUE 0.
      *> === DRY RUN ===
      *> "Y" ONCE START-DRY-RUN-IF-SET HAS MOVED THE SESSION INTO ITS
      *> SCRATCH COPIES. NOTHING BELOW IS TOUCHED OTHERWISE
       77  WS-DRY-RUN              PIC X VALUE "N".
       77  WS-DRY-REPORT-STATUS    PIC XX.
       77  WS-DRY-CHANGES-STATUS   PIC XX.
       77  WS-DRY-CHANGES-EOF      PIC X VALUE "N".
       77  WS-DRY-SCRATCH-DIR      PIC X(20) VALUE "dryrun".
       77  WS-DRY-COMMAND          PIC X(300).
       77  WS-DRY-CATALOG-STATUS   PIC XX.
       77  WS-DRY-CATALOG-EOF      PIC X VALUE "N".
       77  WS-DRY-COPY-NAME        PIC X(40).
       77  WS-DRY-COPY-OK          PIC X VALUE "Y".
      *> WHAT CBL_CHECK_FILE_EXIST HANDS BACK -- ONLY WHETHER THE CALL
      *> FOUND THE FILE IS LOOKED AT
       01  WS-DRY-FILE-DETAILS.
           05 WS-DRY-FILE-SIZE     PIC X(8) COMP-X.
           05 WS-DRY-FILE-DAY      PIC X COMP-X.
           05 WS-DRY-FILE-MONTH    PIC X COMP-X.
           05 WS-DRY-FILE-YEAR     PIC XX COMP-X.
           05 WS-DRY-FILE-HOUR     PIC X COMP-X.
           05 WS-DRY-FILE-MINUTE   PIC X COMP-X.
           05 WS-DRY-FILE-SECOND   PIC X COMP-X.
           05 WS-DRY-FILE-HUNDREDTH PIC X COMP-X.
      *> THE PROMPT A LINE ANSWERED AND WHAT KIND OF ANSWER IT WANTS:
      *> "M" MENU CHOICE, "N" NUMBER, "D" DATE, "Y" YES/NO, "S" SECRET
      *> (PASSWORD OR SECURITY ANSWER -- NEVER PRINTED), "T" FREE TEXT
       77  WS-DRY-PROMPT           PIC X(100).
       77  WS-DRY-INPUT            PIC X(80).
       77  WS-DRY-INPUT-LEN        PIC 9(4) VALUE 0.
       77  WS-DRY-KIND             PIC X.
       77  WS-DRY-KIND-NAME        PIC X(4).
       77  WS-DRY-BLANK-OK         PIC X.
       77  WS-DRY-FITS             PIC X.
       77  WS-DRY-MASK             PIC X.
       77  WS-DRY-REASON           PIC X(60).
       77  WS-DRY-TALLY-SECRET     PIC 9(4) VALUE 0.
       77  WS-DRY-TALLY-FREE       PIC 9(4) VALUE 0.
       77  WS-DRY-TALLY-YN         PIC 9(4) VALUE 0.
       77  WS-DRY-TALLY-DATE       PIC 9(4) VALUE 0.
       77  WS-DRY-TALLY-MENU       PIC 9(4) VALUE 0.
       77  WS-DRY-TALLY-NUMBER     PIC 9(4) VALUE 0.
       77  WS-DRY-TALLY-BLANK      PIC 9(4) VALUE 0.
      *> THE LAST SECRET GIVEN -- THE SAME TEXT TURNING UP AT AN
      *> ORDINARY PROMPT IS THE CLASSIC ONE-LINE-OUT SCRIPT
       77  WS-DRY-SECRET           PIC X(80).
       77  WS-DRY-SECRET-LINE      PIC 9(6) VALUE 0.
      *> MENU CHOICES SINCE THE LAST MAIN-MENU PROMPT
       77  WS-DRY-PATH             PIC X(120).
       77  WS-DRY-PATH-PTR         PIC 9(4) VALUE 1.
       77  WS-DRY-END-NOTED        PIC X VALUE "N".
       77  WS-DRY-RAN-OUT          PIC X VALUE "N".
       77  WS-DRY-LINES            PIC 9(6) VALUE 0.
       77  WS-DRY-CHOICES          PIC 9(6) VALUE 0.
       77  WS-DRY-WRITES           PIC 9(6) VALUE 0.
       77  WS-DRY-AUDITS           PIC 9(6) VALUE 0.
       77  WS-DRY-CHANGES          PIC 9(6) VALUE 0.
       77  WS-DRY-MISFITS          PIC 9(6) VALUE 0.
       77  WS-DRY-LINE-DISPLAY     PIC ZZZZZ9.
       77  WS-DRY-COUNT-DISPLAY    PIC ZZZ,ZZ9.
       77  WS-DRY-ACTION-NAME      PIC X(8).
       77  WS-DRY-FILE-NAME        PIC X(30).
       77  WS-DRY-CHANGE-SIDE      PIC X(1).
       77  WS-DRY-CHANGE-PTR       PIC 9(4) VALUE 1.
      *> DISPOSITION LETTERS AND THE CLOSE-OUT OF A LISTING'S REMAINING
      *> APPLICANTS -- SEE MANAGE-DISPOSITION-TEMPLATES/OFFER-CLOSE-OUT
       77  WS-DT-STATUS            PIC XX.
       77  WS-DT-TEMP-STATUS       PIC XX.
       77  WS-DT-EOF               PIC X VALUE "N".
       77  WS-DT-COUNT             PIC 9(2) VALUE 0.
       01  WS-DT-TABLE.
           05 WS-DT-ENTRY OCCURS 20 TIMES.
               10 WS-DT-ENTRY-NAME     PIC X(20).
               10 WS-DT-ENTRY-DEFAULT  PIC X(01).
               10 WS-DT-ENTRY-TEXT     PIC X(200).
       77  WS-DT-I                 PIC 9(2) VALUE 0.
       77  WS-DT-CHOICE            PIC 9(1) VALUE 0.
       77  WS-DT-PICK              PIC 9(2) VALUE 0.
       77  WS-DT-OWNER             PIC X(20).
       77  WS-DT-NEW-NAME          PIC X(20).
       77  WS-DT-NEW-TEXT          PIC X(200).
       77  WS-DT-NEW-DEFAULT       PIC X(01).
      *> "R" DROPS WS-DT-TARGET-NAME, "D" MAKES IT THE DEFAULT
       77  WS-DT-ACTION            PIC X(01).
       77  WS-DT-TARGET-NAME       PIC X(20).
       77  WS-DT-FOUND             PIC X VALUE "N".
       77  WS-DT-DISPLAY-NO        PIC Z9.
       77  WS-CLOSEOUT-JOB-ID      PIC 9(4) VALUE 0.
       77  WS-CLOSEOUT-SENDER      PIC X(20).
       77  WS-CLOSEOUT-TEXT        PIC X(200).
       77  WS-CLOSEOUT-REASON      PIC X(20).
       77  WS-CLOSEOUT-COUNT       PIC 9(5) VALUE 0.
       77  WS-CLOSEOUT-OPEN        PIC 9(5) VALUE 0.
       77  WS-CLOSEOUT-PENDING     PIC X VALUE "N".
       77  WS-CLOSEOUT-MORE        PIC X VALUE "N".
       77  WS-CLOSEOUT-DONE        PIC X VALUE "N".
       77  WS-CLOSEOUT-APPLIED     PIC 9(3) VALUE 0.
       77  WS-CLOSEOUT-BATCH       PIC 9(3) VALUE 0.
       01  WS-CLOSEOUT-TABLE.
           05 WS-CLOSEOUT-ENTRY OCCURS 200 TIMES.
               10 WS-CLOSEOUT-USER     PIC X(20).
       77  WS-CLOSEOUT-I           PIC 9(3) VALUE 0.
       77  WS-CLOSEOUT-STANDARD    PIC X(200) VALUE
           "Thank you for your interest. This position is no longer open, so we will not be moving forward with your application. We wish you every success in your search.".
      *> SPONSORED LISTINGS AND THEIR PLACEMENT METER -- SEE
      *> MANAGE-SPONSORED-LISTINGS AND BUMP-SPONSORED-METER
       77  WS-SPL-STATUS           PIC XX.
       77  WS-SPL-EOF              PIC X VALUE "N".
       77  WS-SPL-COUNT            PIC 9(4) VALUE 0.
       77  WS-SPL-CHOICE           PIC 9 VALUE 0.
       77  WS-SPL-JOB-ID           PIC 9(4) VALUE 0.
       77  WS-SPL-EMPLOYER         PIC X(20).
       77  WS-SPL-START            PIC 9(8) VALUE 0.
       77  WS-SPL-END              PIC 9(8) VALUE 0.
       77  WS-SPL-RATE             PIC 9(5)V99 VALUE 0.
       77  WS-SPL-RATE-OUT         PIC Z(4)9.99.
       77  WS-SPL-STATE            PIC X(8).
       77  WS-SPL-FOUND            PIC X VALUE "N".
       77  WS-SPL-YESTERDAY        PIC 9(8) VALUE 0.
      *> THE LISTINGS WHOSE WINDOW COVERS TODAY, LOADED ONCE PER BROWSE
       77  WS-SPL-ACTIVE-COUNT     PIC 9(2) VALUE 0.
       77  WS-SPL-I                PIC 9(2) VALUE 0.
       77  WS-SPL-IS-ACTIVE        PIC X VALUE "N".
       01  WS-SPL-ACTIVE-TABLE.
           05 WS-SPL-ACTIVE-ID     PIC 9(4) OCCURS 50 TIMES.
      *> "Y" WHILE THE DETAIL VIEW WAS REACHED THROUGH A SPONSORED
      *> BROWSE ENTRY, SO APPLY-FOR-JOB CAN CREDIT THE PLACEMENT
       77  WS-SPL-VIA-PLACEMENT    PIC X VALUE "N".
       77  WS-SPL-LABEL            PIC X(12).
       77  WS-SPM-STATUS           PIC XX.
       77  WS-SPM-EOF              PIC X VALUE "N".
       77  WS-SPM-FOUND            PIC X VALUE "N".
       77  WS-SPM-JOB-ID           PIC 9(4) VALUE 0.
       77  WS-SPM-MONTH            PIC 9(6) VALUE 0.
      *> 1 IMPRESSION, 2 DETAIL VIEW, 3 APPLICATION
       77  WS-SPM-FIELD            PIC 9 VALUE 0.
      *> PROFILE COMPLETENESS AS LAST SCORED -- SEE
      *> SHOW-PROFILE-COMPLETENESS
       77  WS-PSC-STATUS           PIC XX.
       77  WS-PSC-EOF              PIC X VALUE "N".
       77  WS-PSC-FOUND            PIC X VALUE "N".
       77  WS-PSC-SCORE-OUT        PIC ZZ9.
       77  WS-PSC-MORE             PIC 9(2) VALUE 0.
       77  WS-PSC-MORE-OUT         PIC Z9.
      *> CONTROL-PARAMETER MAINTENANCE -- SEE MANAGE-CONTROL-PARAMETERS.
      *> ONE ROW PER TUNABLE: ITS NAME ON param_history.doc, THEN THE
      *> LOWEST AND HIGHEST VALUE ITS control.doc FIELD WILL TAKE
       01  WS-CP-LIMITS-INIT.
           05 FILLER PIC X(25) VALUE "MAX-ACCOUNTS        19999".
           05 FILLER PIC X(25) VALUE "MAX-LOGIN-FAILURES  10099".
           05 FILLER PIC X(25) VALUE "MAX-PASSWORD-AGE    00999".
           05 FILLER PIC X(25) VALUE "MAX-MSGS-PER-DAY    00999".
           05 FILLER PIC X(25) VALUE "MAX-CONNREQ-PER-DAY 00999".
       01  WS-CP-LIMITS REDEFINES WS-CP-LIMITS-INIT.
           05 WS-CP-LIMIT OCCURS 5 TIMES.
               10 WS-CP-NAME       PIC X(20).
               10 WS-CP-MIN        PIC 9.
               10 WS-CP-MAX        PIC 9(4).
       01  WS-CP-IN-FORCE OCCURS 5 TIMES.
           05 WS-CP-VALUE          PIC 9(4).
      *> EFFECTIVE DATE OF THE HISTORY ROW IN FORCE -- ZERO WHILE THE
      *> control.doc VALUE ITSELF STANDS
           05 WS-CP-FROM           PIC 9(8).
      *> THE NEXT APPROVED CHANGE STILL TO COME, IF ANY
           05 WS-CP-NEXT-VALUE     PIC 9(4).
           05 WS-CP-NEXT-DATE      PIC 9(8).
       77  WS-PH-STATUS            PIC XX.
       77  WS-PH-EOF               PIC X VALUE "N".
       77  WS-CP-I                 PIC 9 VALUE 0.
       77  WS-CP-PICK              PIC 9 VALUE 0.
       77  WS-CP-AS-OF             PIC 9(8) VALUE 0.
       77  WS-CP-ENTERED           PIC 9(8) VALUE 0.
       77  WS-CP-VALID             PIC X VALUE "N".
       77  WS-CP-VALUE-OUT         PIC ZZZ9.
       77  WS-CP-MIN-OUT           PIC 9.
       77  WS-CP-MAX-OUT           PIC ZZZ9.
       77  WS-CP-FROM-TEXT         PIC X(30).
       77  WS-CP-NEXT-TEXT         PIC X(40).
      *> PA-DATA OF A QUEUED "CTLPARAM": THE NEW VALUE, THEN THE DATE
      *> IT TAKES EFFECT
       01  WS-CP-PA-DATA.
           05 WS-CP-PA-VALUE       PIC 9(4).
           05 WS-CP-PA-DATE        PIC 9(8).
       77  WS-ACCOUNTS-TEMP-STATUS     PIC XX.
       77  WS-DELETE-CONFIRM           PIC X VALUE "N".
       77  WS-MESSAGES-EOF             PIC X VALUE "N".
       77  WS-UNREAD-MSG-COUNT         PIC 9(4) VALUE 0.
      *> THE RESULT LINE SAYS SO INSTEAD OF DRESSING A GRADUATE UP AS
      *> A SOPHOMORE
           05  WS-SEARCH-RESULT-ALUM     PIC X(01).
      *> REGISTRAR ENROLLMENT FLAG WHEN THE PROFILE IS REGISTRAR
      *> VERIFIED, SPACE OTHERWISE
           05  WS-SEARCH-RESULT-VERIFIED PIC X(01).
      *> THE CANDIDATE'S VERIFIED SKILL BADGES, COMMA-SEPARATED
           05  WS-SEARCH-RESULT-BADGES   PIC X(60).
       77  WS-SEARCH-WORK-STATUS  PIC XX.
       77  WS-SEARCH-WORK-EOF     PIC X VALUE "N".
       77  WS-PENDING-WORK-STATUS PIC XX.
      *> RESULTS BEAT THE SHORTCUT
       77  WS-SEARCH-CAND-OVERFLOW PIC X VALUE "N".
       77  WS-CONN-REQ-STATUS PIC XX.
       77  WS-CONNECTION-STATUS PIC XX.
       77  WS-VALID-PASS    PIC X VALUE "N".
       77  WS-HAS-UPPER     PIC X VALUE "N".
       77  WS-MSG-RECIPIENT      PIC X(20).
       77  WS-MSG-CONTENT        PIC X(200).
       77  WS-CONNECTED-FLAG      PIC X VALUE "N".
      *> EITHER-ORDER PAIR LOOKUP ON connections.doc -- SEE
      *> CHECK-PAIR-CONNECTED
       77  WS-PAIR-USER-ONE       PIC X(20).
       77  WS-PAIR-USER-TWO       PIC X(20).
       77  WS-PAIR-CONNECTED      PIC X VALUE "N".
       77  WS-TIMESTAMP          PIC X(20).
      *> COUNTS OF MALFORMED LINES FOUND WHILE WALKING accounts.doc AND
      *> profiles.doc AT STARTUP -- SURFACED AS A WARNING RATHER THAN
           05  WS-DL-LIST-TS     PIC X(14).
           05  WS-DL-LIST-CODE   PIC X(20).
           05  WS-DL-LIST-REASON PIC X(30).
           05  WS-DL-LIST-AS-OF  PIC X(8).
      *> === FIRST-DESTINATION SURVEY WORKING STORAGE ===
       77  WS-DESTINATIONS-STATUS    PIC XX.
       77  WS-DESTINATIONS-EOF       PIC X VALUE "N".
       77  WS-CC-CHOICE              PIC 9 VALUE 0.
       77  WS-CC-COUNT               PIC 9(4) VALUE 0.
       77  WS-CC-TARGET-OK           PIC X VALUE "N".
      *> AT-RISK SENIOR OUTREACH -- SEE CC-OUTREACH-LIST
       77  WS-OR-LIST-STATUS         PIC XX.
       77  WS-OR-CONTACTS-STATUS     PIC XX.
       77  WS-OR-EOF                 PIC X VALUE "N".
       77  WS-OR-COUNT               PIC 9(2) VALUE 0.
       77  WS-OR-I                   PIC 9(2) VALUE 0.
       77  WS-OR-PICK                PIC 9(2) VALUE 0.
       77  WS-OR-LIST-DATE           PIC 9(8) VALUE 0.
       77  WS-OR-TODAY               PIC 9(8) VALUE 0.
       77  WS-OR-CONTACT-DATE        PIC 9(8) VALUE 0.
       77  WS-OR-NOTE                PIC X(60).
       77  WS-OR-REASONS             PIC X(100).
       77  WS-OR-PTR                 PIC 9(3) VALUE 1.
       77  WS-OR-COUNT-OUT           PIC ZZ9.
       77  WS-OR-UNTOUCHED           PIC 9(2) VALUE 0.
       01  WS-OR-TABLE OCCURS 50 TIMES.
           05 WS-OR-USERNAME         PIC X(20).
           05 WS-OR-NAME             PIC X(41).
           05 WS-OR-GRAD-YEAR        PIC 9(4).
           05 WS-OR-ROW-REASONS      PIC X(100).
           05 WS-OR-ROW-CONTACT      PIC 9(8).
           05 WS-OR-ROW-CONTACTED-BY PIC X(20).
      *> === COMPANY REVIEW WORKING STORAGE ===
       77  WS-COMPANY-REVIEWS-STATUS PIC XX.
       77  WS-COMPANY-REVIEWS-EOF    PIC X VALUE "N".
       77  WS-JOBLOG-EOF       PIC X VALUE "N".
       77  WS-JOBLOG-MAX-DATE  PIC 9(8) VALUE 0.
       77  WS-JOBLOG-SHOWN     PIC 9(4) VALUE 0.
       77  WS-CAPACITY-STATUS  PIC XX.
       77  WS-CAPACITY-EOF     PIC X VALUE "N".
       77  WS-CAPACITY-LATEST  PIC X(14) VALUE SPACES.
       77  WS-CAPACITY-SHOWN   PIC 9(4) VALUE 0.
       77  WS-CAPACITY-DAYS    PIC Z(5)9.
      *> === REPORT VIEWER WORKING STORAGE ===
       77  WS-RPT-CATALOG-STATUS PIC XX.
       77  WS-RPT-GEN-STATUS     PIC XX.
       77  WS-RPT-VIEW-STATUS    PIC XX.
       77  WS-RPT-VIEW-NAME      PIC X(64).
       77  WS-RPT-EOF            PIC X VALUE "N".
       77  WS-RPT-DONE           PIC X VALUE "N".
       77  WS-RPT-CHOICE         PIC X(80).
       77  WS-RPT-COUNT          PIC 9(2) VALUE 0.
       77  WS-RPT-HIDDEN         PIC 9(2) VALUE 0.
       77  WS-RPT-I              PIC 9(2) VALUE 0.
       77  WS-RPT-PICK           PIC 9(2) VALUE 0.
       77  WS-RPT-NUM            PIC Z9.
       77  WS-RPT-GEN-COUNT      PIC 9(2) VALUE 0.
       77  WS-RPT-GEN-PICK       PIC 9(2) VALUE 0.
       77  WS-RPT-LINES          PIC 9(6) VALUE 0.
       77  WS-RPT-LINE-NO        PIC 9(6) VALUE 0.
       77  WS-RPT-FIRST-LINE     PIC 9(6) VALUE 0.
       77  WS-RPT-LAST-LINE      PIC 9(6) VALUE 0.
       77  WS-RPT-LINES-DISPLAY  PIC ZZZ,ZZ9.
       77  WS-RPT-PAGE-SIZE      PIC 9(4) VALUE 20.
       77  WS-RPT-PAGE           PIC 9(4) VALUE 1.
       77  WS-RPT-TOTAL-PAGES    PIC 9(4) VALUE 1.
       77  WS-RPT-REMAINDER      PIC 9(4) VALUE 0.
       77  WS-RPT-PAGE-DISPLAY   PIC ZZZ9.
       77  WS-RPT-TOTAL-DISPLAY  PIC ZZZ9.
      *> THE CATALOG ENTRIES THIS OPERATOR MAY SEE, IN FILE ORDER
       01  WS-RPT-TABLE OCCURS 40 TIMES.
           05  WS-RPT-NAME       PIC X(30).
           05  WS-RPT-AUDIENCE   PIC X(01).
           05  WS-RPT-TITLE      PIC X(40).
      *> THE KEPT GENERATIONS OF THE CHOSEN REPORT
       01  WS-RPT-GEN-TABLE OCCURS 40 TIMES.
           05  WS-RPT-GEN-DATE   PIC 9(8).
           05  WS-RPT-GEN-FILE   PIC X(64).
           05  WS-RPT-GEN-LINES  PIC 9(6).
      *> === USER ADMINISTRATION WORKING STORAGE ===
       77  WS-USERADM-USERNAME  PIC X(20).
       77  WS-USERADM-FOUND     PIC X VALUE "N".
       77  WS-COMPANY-LOCATION  PIC X(20).
       77  WS-COMPANY-JOB-COUNT PIC 9(4) VALUE 0.
       77  WS-COMPANY-OWNED     PIC X VALUE "N".
      *> === RECRUITER SEAT WORKING STORAGE ===
       77  WS-SEATS-STATUS      PIC XX.
       77  WS-SEATS-EOF         PIC X VALUE "N".
       77  WS-SEAT-OK           PIC X VALUE "N".
       77  WS-SEAT-FOUND        PIC X VALUE "N".
       77  WS-SEAT-ACCOUNT-OK   PIC X VALUE "N".
       77  WS-SEAT-NEW-STATUS   PIC X(01).
       77  WS-SEAT-I            PIC 9(2) VALUE 0.
       77  WS-SEAT-N            PIC 9(2) VALUE 0.
       77  WS-SEAT-CHOICE       PIC 9(2) VALUE 0.
       77  WS-SEAT-ADMIN-COUNT  PIC 9(2) VALUE 0.
       77  WS-SEAT-MOVED        PIC 9(4) VALUE 0.
       77  WS-SEAT-COMPANY      PIC X(30).
       77  WS-SEAT-USERNAME     PIC X(20).
       77  WS-SEAT-FROM-USERNAME PIC X(20).
       77  WS-SEAT-MATCH-NAME   PIC X(20).
       77  WS-MY-SEAT-COUNT     PIC 9(2) VALUE 0.
       01  WS-MY-SEATS-TABLE OCCURS 20 TIMES
           INDEXED BY WS-MY-SEATS-IDX.
           05  WS-MY-SEAT-COMPANY PIC X(30).
           05  WS-MY-SEAT-MATCH   PIC X(20).
           05  WS-MY-SEAT-ADMIN   PIC X(01).
      *> === COMPANY COMPLIANCE HOLD WORKING STORAGE ===
       77  WS-HOLD-STATUS       PIC XX.
       77  WS-HOLD-EOF          PIC X VALUE "N".
       77  WS-HOLD-IS-ACTIVE    PIC X VALUE "N".
       77  WS-HOLD-FROZEN       PIC X VALUE "N".
       77  WS-HOLD-FOUND        PIC X VALUE "N".
       77  WS-HOLD-I            PIC 9(2) VALUE 0.
       77  WS-HOLD-PICK         PIC 9(2) VALUE 0.
       77  WS-HOLD-CHOICE       PIC 9 VALUE 0.
       77  WS-HOLD-ID           PIC 9(4) VALUE 0.
       77  WS-HOLD-NEXT-ID      PIC 9(4) VALUE 0.
       77  WS-HOLD-TODAY        PIC 9(8) VALUE 0.
       77  WS-HOLD-LIFT-DATE    PIC 9(8) VALUE 0.
       77  WS-HOLD-REASON       PIC X(60).
       77  WS-HOLD-COMPANY      PIC X(30).
       77  WS-HOLD-MATCH-NAME   PIC X(20).
       77  WS-HOLD-NEW-STATUS   PIC X(01).
       77  WS-HOLD-NOTICES      PIC 9(4) VALUE 0.
       77  WS-HOLD-ACTIVE-COUNT PIC 9(2) VALUE 0.
       01  WS-HOLD-ACTIVE-TABLE.
           05  WS-HOLD-ACTIVE-NAME PIC X(20) OCCURS 50 TIMES.
       77  WS-HOLD-LIST-COUNT   PIC 9(2) VALUE 0.
       01  WS-HOLD-LIST-TABLE OCCURS 50 TIMES.
           05  WS-HOLD-LIST-ID      PIC 9(4).
           05  WS-HOLD-LIST-COMPANY PIC X(30).
           05  WS-HOLD-LIST-STATE   PIC X(01).
      *> === DORMANT ACCOUNT WORKING STORAGE ===
       77  WS-DORMANCY-STATUS   PIC XX.
       77  WS-DORMANCY-EOF      PIC X VALUE "N".
       77  WS-LEGAL-HOLD-STATUS PIC XX.
       77  WS-LEGAL-HOLD-EOF    PIC X VALUE "N".
      *> EVERY ACCOUNT-STATUS "D" ACCOUNT, LOADED AT LOGIN FOR
      *> CHECK-PROFILE-VISIBILITY. CTL-MAX-ACCOUNTS CAPS accounts.doc AT
      *> 9999, SO THE TABLE CANNOT OVERFLOW
       77  WS-DORMANT-COUNT     PIC 9(5) VALUE 0.
       77  WS-DORMANT-I         PIC 9(5) VALUE 0.
       77  WS-DORMANT-FOUND     PIC X VALUE "N".
       77  WS-DORMANT-MATCH     PIC X(20).
       01  WS-DORMANT-TABLE.
           05  WS-DORMANT-NAME  PIC X(20) OCCURS 9999 TIMES.
       77  WS-DD-ON-HOLD        PIC X VALUE "N".
       77  WS-DD-PENDING        PIC X VALUE "N".
       77  WS-DD-ALL            PIC X VALUE "N".
       77  WS-DD-I              PIC 9(2) VALUE 0.
       77  WS-DD-PICK           PIC 9(2) VALUE 0.
       77  WS-DD-QUEUED         PIC 9(2) VALUE 0.
       77  WS-DD-SAVE-USERNAME  PIC X(20).
       77  WS-DD-LIST-COUNT     PIC 9(2) VALUE 0.
       01  WS-DD-LIST-TABLE OCCURS 50 TIMES.
           05  WS-DD-LIST-USERNAME PIC X(20).
           05  WS-DD-LIST-QUEUED   PIC 9(8).
           05  WS-DD-LIST-PENDING  PIC X(01).

      *> === OPS WORK-QUEUE SUMMARY WORKING STORAGE ===
       77  WS-OQ-STATUS        PIC XX.
       77  WS-OQ-EOF           PIC X VALUE "N".
       77  WS-OQ-LATEST        PIC X(14) VALUE SPACES.
       77  WS-OQ-SHOW-OPEN     PIC Z(4)9.
       77  WS-OQ-SHOW-AGE      PIC Z(4)9.
       77  WS-OQ-SHOW-TARGET   PIC ZZ9.
      *> === DUPLICATE LISTING MERGE WORKING STORAGE ===
       77  WS-JD-STATUS        PIC XX.
       77  WS-JD-EOF           PIC X VALUE "N".
       77  WS-JD-TEMP-STATUS   PIC XX.
       77  WS-APP-HIST-TEMP-STATUS PIC XX.
       77  WS-APP-HIST-EOF     PIC X VALUE "N".
       77  WS-JD-GROUP-COUNT   PIC 9(3) VALUE 0.
       77  WS-JD-G             PIC 9(3) VALUE 0.
       01  WS-JD-GROUP-TABLE OCCURS 200 TIMES.
           05  WS-JD-GROUP-NO  PIC 9(5).
      *> THE UNDECIDED MEMBERS OF THE GROUP ON SCREEN
       77  WS-JD-GROUP         PIC 9(5) VALUE 0.
       77  WS-JD-MEMBER-COUNT  PIC 9(2) VALUE 0.
       77  WS-JD-M             PIC 9(2) VALUE 0.
       01  WS-JD-MEMBER-TABLE OCCURS 50 TIMES.
           05  WS-JD-M-JOB     PIC 9(4).
           05  WS-JD-M-AUTHOR  PIC X(20).
           05  WS-JD-M-OPEN    PIC X(01).
      *> "M" MERGE INTO WS-JD-SURVIVOR, "N" NOT DUPLICATES, SPACE SKIP
       77  WS-JD-DECISION      PIC X(01) VALUE SPACE.
       77  WS-JD-SURVIVOR      PIC 9(4) VALUE 0.
       77  WS-JD-SURVIVOR-AUTHOR PIC X(20).
       77  WS-JD-EXTRA         PIC 9(4) VALUE 0.
       77  WS-JD-FOUND         PIC X VALUE "N".
       77  WS-JD-KEEP          PIC X VALUE "Y".
       77  WS-JD-APP-EOF       PIC X VALUE "N".
       77  WS-JD-APP-COUNT     PIC 9(5) VALUE 0.
       77  WS-JD-SHOW-COUNT    PIC Z(4)9.
       77  WS-JD-MOVED         PIC 9(5) VALUE 0.
       77  WS-JD-DROPPED       PIC 9(5) VALUE 0.
       77  WS-JD-SAVE-APPLICATION PIC X(489).
      *> KEYS ALREADY ON THE SURVIVOR IN THE FILE BEING MOVED -- A ROW
      *> FROM AN EXTRA WITH ONE OF THESE KEYS IS DROPPED, NOT DOUBLED
       77  WS-JD-KEY           PIC X(40).
       77  WS-JD-KEY-COUNT     PIC 9(4) VALUE 0.
       77  WS-JD-K             PIC 9(4) VALUE 0.
       01  WS-JD-KEY-TABLE OCCURS 2000 TIMES.
           05  WS-JD-KEY-ENTRY PIC X(40).
      *> APPLICANTS WHOSE APPLICATION MOVED OFF THE CURRENT EXTRA --
      *> THEIR app_history.doc ROWS FOLLOW IT
       77  WS-JD-MOVED-COUNT   PIC 9(4) VALUE 0.
       01  WS-JD-MOVED-TABLE OCCURS 2000 TIMES.
           05  WS-JD-MOVED-USER PIC X(20).
      *> APPLICANTS WHOSE APPLICATION ON THE CURRENT EXTRA WAS DROPPED
      *> BECAUSE THEY HAD ALREADY APPLIED TO THE SURVIVOR -- THEIR
      *> HISTORY GOES WITH IT AND NOTHING ELSE OF THEIRS IS RE-POINTED
       77  WS-JD-DROPPED-COUNT PIC 9(4) VALUE 0.
       01  WS-JD-DROPPED-TABLE OCCURS 2000 TIMES.
           05  WS-JD-DROPPED-USER PIC X(20).
      *> EVERY STUDENT TOUCHED BY THE MERGE, ONE NOTIFICATION EACH
       77  WS-JD-NOTE-USER     PIC X(20).
       77  WS-JD-STUDENT-COUNT PIC 9(4) VALUE 0.
       77  WS-JD-S             PIC 9(4) VALUE 0.
       01  WS-JD-STUDENT-TABLE OCCURS 2000 TIMES.
           05  WS-JD-STUDENT   PIC X(20).
           05  WS-JD-STUDENT-FROM PIC 9(4).
      *> === ACCOUNT DELETION STORE SWEEP WORKING STORAGE ===
      *> THE STORE REMOVE-USER-FROM-STORE IS TO SWEEP: WHERE ITS
      *> USERNAME COLUMN STARTS, AND FOR A "B" STORE THE FREE TEXT THAT
      *> IS BLANKED WITH IT. "D" DROPS THE USER'S ROWS, "B" KEEPS THEM
      *> WITH THE NAME AND TEXT BLANKED -- THE CATALOG'S PURGE RULES
       77  WS-STORE-DATA-NAME     PIC X(40).
       77  WS-STORE-TEMP-NAME     PIC X(40).
       77  WS-STORE-DATA-STATUS   PIC XX.
       77  WS-STORE-TEMP-STATUS   PIC XX.
       77  WS-STORE-EOF           PIC X VALUE "N".
       77  WS-STORE-RULE          PIC X(01) VALUE "D".
       77  WS-STORE-USER-POS      PIC 9(4) VALUE 1.
       77  WS-STORE-TEXT-POS      PIC 9(4) VALUE 0.
       77  WS-STORE-TEXT-LEN      PIC 9(4) VALUE 0.
       77  WS-STORE-SWEPT         PIC 9(5) VALUE 0.
      *> === LOGIN HISTORY / LOCKOUT WORKING STORAGE ===
       77  WS-LOGIN-HIST-STATUS   PIC XX.
       77  WS-LOGIN-HIST-EOF      PIC X VALUE "N".
       77  WS-JOURNAL-ACTION  PIC X(01).
       77  WS-JOURNAL-KEY     PIC X(44).
       77  WS-JOURNAL-IMAGE   PIC X(3100).
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
      *> === MUTUAL-CONNECTION / DEGREE-OF-SEPARATION WORKING STORAGE ===
      *> THE VIEWER'S DIRECT CONNECTIONS, THEIR FRIENDS-OF-FRIENDS SET,
      *> AND THE CURRENT TARGET'S CONNECTIONS -- ALL DERIVED FROM
           INDEXED BY WS-TGT-CONN-IDX.
           05  WS-TGT-CONN-USERNAME PIC X(20).
       77  WS-DEGREE-TARGET   PIC X(20).
       77  WS-CONN-LOOKUP-USER PIC X(20).
       77  WS-DEGREE-OTHER    PIC X(20).
       77  WS-MUTUAL-COUNT    PIC 9(4) VALUE 0.
       77  WS-DEGREE-TEXT     PIC X(12).
       77  WS-CAND-YEAR-FROM     PIC 9(4) VALUE 0.
       77  WS-CAND-YEAR-TO       PIC 9(4) VALUE 0.
       77  WS-CAND-SKILL         PIC X(30).
      *> "Y" = THE SKILL FILTER ONLY MATCHES A VERIFIED BADGE (ANY
      *> BADGE WHEN THE SKILL FILTER IS BLANK)
       77  WS-CAND-SKILL-VERIFIED PIC X VALUE "N".
       77  WS-CAND-MATCHES       PIC X VALUE "Y".
       77  WS-CAND-TALLY         PIC 9(4) VALUE 0.
       77  WS-CAND-FIELD-UPPER   PIC X(30).
       77  WS-MSG-ARCHIVE-STATUS PIC XX.
       77  WS-APP-ARCHIVE-STATUS PIC XX.
       77  WS-USERDATA-FILE-NAME PIC X(64).
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
      *> === BLOCK LIST WORKING STORAGE ===
       77  WS-BLOCKS-STATUS      PIC XX.
       77  WS-BLOCKS-TEMP-STATUS PIC XX.
       77  WS-CONV-PREV-USER   PIC X(20).
       77  WS-CONV-UNREAD-SUM  PIC 9(4) VALUE 0.
       77  WS-CONV-FETCH-FOUND PIC X VALUE "N".
      *> === INTERNSHIP HOURS WORKING STORAGE ===
       77  WS-INTERN-HOURS-STATUS       PIC XX.
       77  WS-INTERN-HOURS-TEMP-STATUS  PIC XX.
       77  WS-INTERN-CREDIT-STATUS      PIC XX.
       77  WS-INTERN-CREDIT-TEMP-STATUS PIC XX.
       77  WS-INTERN-HOURS-EOF          PIC X VALUE "N".
       77  WS-INTERN-CREDIT-EOF         PIC X VALUE "N".
       77  WS-INTERN-CHOICE             PIC 9 VALUE 0.
       77  WS-INTERN-COUNT              PIC 9(4) VALUE 0.
       77  WS-INTERN-PICK               PIC 9(4) VALUE 0.
       77  WS-INTERN-JOB-ID             PIC 9(4) VALUE 0.
       77  WS-INTERN-USERNAME           PIC X(20).
       77  WS-INTERN-EMPLOYER           PIC X(20).
       77  WS-INTERN-WEEK-START         PIC 9(8) VALUE 0.
       77  WS-INTERN-HOURS              PIC 9(2)V9 VALUE 0.
       77  WS-INTERN-HOURS-TEXT         PIC X(10).
       77  WS-INTERN-WEEK-FOUND         PIC X VALUE "N".
       77  WS-INTERN-WEEK-COUNT         PIC 9(4) VALUE 0.
       77  WS-INTERN-APPROVED-TOTAL     PIC 9(4)V9 VALUE 0.
       77  WS-INTERN-CERTIFIED          PIC X VALUE "N".
       77  WS-INTERN-HOURS-DISPLAY      PIC Z9.9.
       77  WS-INTERN-TOTAL-DISPLAY      PIC ZZZ9.9.
       77  WS-INTERN-PENDING-DISPLAY    PIC ZZ9.
      *> ACCEPTED OFFERS THE STUDENT CAN LOG AGAINST
       01  WS-INTERN-JOB-TABLE OCCURS 10 TIMES
           INDEXED BY WS-INTERN-JOB-IDX.
           05  WS-INTERN-JOB-LIST-ID PIC 9(4).
      *> PER-INTERNSHIP ROLL-UP FOR THE CERTIFICATION SCREEN
       01  WS-INTERN-CERT-TABLE OCCURS 50 TIMES
           INDEXED BY WS-INTERN-CERT-IDX.
           05  WS-INTERN-CERT-USERNAME PIC X(20).
           05  WS-INTERN-CERT-JOB-ID   PIC 9(4).
           05  WS-INTERN-CERT-APPROVED PIC 9(4)V9.
           05  WS-INTERN-CERT-PENDING  PIC 9(3).
      *> === WORK AUTHORIZATION WORKING STORAGE ===
       77  WS-WORK-AUTH-STATUS          PIC XX.
       77  WS-WORK-AUTH-TEMP-STATUS     PIC XX.
       77  WS-WORK-AUTH-EOF             PIC X VALUE "N".
       77  WS-WORK-AUTH-FOUND           PIC X VALUE "N".
       77  WS-WORK-AUTH-USERNAME        PIC X(20).
       77  WS-WORK-AUTH-VALUE           PIC X VALUE SPACE.
       77  WS-WORK-AUTH-NEW             PIC X VALUE SPACE.
       77  WS-WORK-AUTH-CHANGED         PIC X VALUE "N".
       77  WS-WORK-AUTH-COUNT           PIC 9(4) VALUE 0.
       77  WS-WORK-AUTH-I               PIC 9(4) VALUE 0.
       77  WS-SPONSOR-MATCH             PIC X VALUE "Y".
       77  WS-JOB-FILTER-SPONSOR        PIC X VALUE "N".
       77  WS-CAND-AUTHORIZED-ONLY      PIC X VALUE "N".
       01  WS-WORK-AUTH-TABLE OCCURS 500 TIMES.
           05  WS-WORK-AUTH-TBL-USER   PIC X(20).
           05  WS-WORK-AUTH-TBL-STATUS PIC X(01).
      *> === EEO SELF-IDENTIFICATION WORKING STORAGE ===
       77  WS-EEO-STATUS                PIC XX.
       77  WS-EEO-TEMP-STATUS           PIC XX.
       77  WS-EEO-EOF                   PIC X VALUE "N".
       77  WS-EEO-FOUND                 PIC X VALUE "N".
       77  WS-EEO-ANSWER                PIC X VALUE SPACE.
       77  WS-EEO-CHOICE                PIC X VALUE SPACE.
       77  WS-EEO-NEW-GENDER            PIC X VALUE "X".
       77  WS-EEO-NEW-RACE              PIC X VALUE "X".
       77  WS-EEO-NEW-VETERAN           PIC X VALUE "X".
       77  WS-EEO-NEW-DISABILITY        PIC X VALUE "X".
      *> === REGISTRAR VERIFICATION WORKING STORAGE ===
      *> ONLY "V" ROWS ARE LOADED -- A MISMATCH OR NOT-FOUND SIMPLY
      *> EARNS NO MARKER ON THE EMPLOYER'S SCREEN
       77  WS-ENROLL-VERIFY-STATUS      PIC XX.
       77  WS-ENROLL-VERIFY-TEMP-STATUS PIC XX.
       77  WS-ENROLL-VERIFY-EOF         PIC X VALUE "N".
       77  WS-ENROLL-CHECK-NAME         PIC X(20).
       77  WS-ENROLL-VERIFIED           PIC X VALUE "N".
       77  WS-ENROLL-FLAG               PIC X VALUE SPACE.
       77  WS-ENROLL-COUNT              PIC 9(4) VALUE 0.
       77  WS-ENROLL-MARKER             PIC X(40).
       01  WS-ENROLL-TABLE OCCURS 1000 TIMES
           INDEXED BY WS-ENROLL-IDX.
           05  WS-ENROLL-TBL-USER       PIC X(20).
           05  WS-ENROLL-TBL-FLAG       PIC X(01).
      *> === TERMS AND CONSENT WORKING STORAGE ===
      *> WS-TERMS-CURRENT-VERSION = 0 MEANS NO TERMS ARE IN FORCE YET:
      *> NO LOGIN GATE AND NO CONSENT FILTERING
       77  WS-TERMS-STATUS              PIC XX.
       77  WS-TERMS-EOF                 PIC X VALUE "N".
       77  WS-TERMS-CURRENT-VERSION     PIC 9(3) VALUE 0.
       77  WS-TERMS-CURRENT-DATE        PIC 9(8) VALUE 0.
       77  WS-TERMS-CURRENT-SUMMARY     PIC X(60).
       77  WS-TERMS-NEXT-VERSION        PIC 9(3) VALUE 0.
       77  WS-TERMS-NEW-SUMMARY         PIC X(60).
       77  WS-TERMS-NEW-DATE            PIC 9(8) VALUE 0.
       77  WS-TERMS-ACCEPTED            PIC X VALUE "N".
       77  WS-CONSENT-STATUS            PIC XX.
       77  WS-CONSENT-TEMP-STATUS       PIC XX.
       77  WS-CONSENT-EOF               PIC X VALUE "N".
       77  WS-CONSENT-VERSION           PIC 9(3) VALUE 0.
       77  WS-CONSENT-SHARE             PIC X VALUE SPACE.
       77  WS-CONSENT-NEW-SHARE         PIC X VALUE SPACE.
       77  WS-CONSENT-CHECK-NAME        PIC X(20).
       77  WS-CONSENT-SHARING           PIC X VALUE "N".
       77  WS-CONSENT-COUNT             PIC 9(4) VALUE 0.
       01  WS-CONSENT-TABLE OCCURS 1000 TIMES
           INDEXED BY WS-CONSENT-IDX.
           05  WS-CONSENT-TBL-USER      PIC X(20).
           05  WS-CONSENT-TBL-SHARE     PIC X(01).
      *> === CONTENT SCREENING WORKING STORAGE ===
      *> SCREEN-CONTENT TAKES WS-SCREEN-TEXT AND LEAVES THE WORST MATCH
      *> IN WS-SCREEN-RESULT: "H" BLOCK, "L" QUEUE FOR REVIEW, SPACE
      *> CLEAN. WS-SCREEN-SOURCE/WS-SCREEN-KEY SAY WHERE THE TEXT WAS
      *> GOING, FOR THE HIT LOG AND THE REVIEW QUEUE
       77  WS-RULES-STATUS              PIC XX.
       77  WS-RULES-TEMP-STATUS         PIC XX.
       77  WS-RULES-EOF                 PIC X VALUE "N".
       77  WS-HITS-STATUS               PIC XX.
       77  WS-SCREEN-TEXT               PIC X(200).
       77  WS-SCREEN-UPPER              PIC X(202).
       77  WS-SCREEN-PHRASE-UPPER       PIC X(42).
       77  WS-SCREEN-PHRASE-LEN         PIC 9(3) VALUE 0.
       77  WS-SCREEN-TALLY              PIC 9(4) VALUE 0.
       77  WS-SCREEN-RESULT             PIC X VALUE SPACE.
       77  WS-SCREEN-RULE-ID            PIC 9(3) VALUE 0.
       77  WS-SCREEN-PHRASE             PIC X(40).
       77  WS-SCREEN-SOURCE             PIC X(10).
       77  WS-SCREEN-KEY                PIC X(30).
       77  WS-RULE-COUNT                PIC 9(4) VALUE 0.
       77  WS-RULE-NEXT-ID              PIC 9(3) VALUE 0.
       77  WS-RULE-NEW-PHRASE           PIC X(40).
       77  WS-RULE-NEW-SEVERITY         PIC X VALUE SPACE.
       77  WS-RULE-PICK                 PIC 9(3) VALUE 0.
       77  WS-RULE-FOUND                PIC X VALUE "N".
       77  WS-RULE-CHOICE               PIC 9 VALUE 0.
      *> === SALARY BENCHMARK WORKING STORAGE ===
       77  WS-BENCHMARK-STATUS          PIC XX.
       77  WS-BENCHMARK-EOF             PIC X VALUE "N".
       77  WS-BENCHMARK-FOUND           PIC X VALUE "N".
       77  WS-BENCH-MAJOR               PIC X(30).
       77  WS-BENCH-AMOUNT-1            PIC $$,$$$,$$9.
       77  WS-BENCH-AMOUNT-2            PIC $$,$$$,$$9.
       77  WS-BENCH-AMOUNT-3            PIC $$,$$$,$$9.
       77  WS-BENCH-COUNT-DISPLAY       PIC ZZZZ9.
       77  WS-BENCH-BAND-1              PIC ZZZZ9.
       77  WS-BENCH-BAND-2              PIC ZZZZ9.
       77  WS-BENCH-BAND-3              PIC ZZZZ9.
       77  WS-BENCH-BAND-4              PIC ZZZZ9.
       77  WS-BENCH-BAND-5              PIC ZZZZ9.
      *> === SUPPORT TICKET WORKING STORAGE ===
      *> WS-TICKET-PICK-ID IS THE TICKET BEING WORKED; REWRITE-SUPPORT-
      *> TICKET APPLIES WS-TICKET-NEW-STATUS / WS-TICKET-ASSIGNEE (BLANK
      *> = LEAVE AS IS) AND, WITH WS-TICKET-MARK-REPLY = "Y", STAMPS
      *> THE FIRST-REPLY TIME IF THERE IS NONE YET
       77  WS-TICKETS-STATUS            PIC XX.
       77  WS-TICKETS-TEMP-STATUS       PIC XX.
       77  WS-TICKETS-EOF               PIC X VALUE "N".
       77  WS-TICKET-NOTES-STATUS       PIC XX.
       77  WS-TICKET-NOTES-EOF          PIC X VALUE "N".
       77  WS-TICKET-CHOICE             PIC 9 VALUE 0.
       77  WS-TICKET-ACTION             PIC 9 VALUE 0.
       77  WS-TICKET-NEXT-ID            PIC 9(6) VALUE 0.
       77  WS-TICKET-OPEN-COUNT         PIC 9(4) VALUE 0.
      *> A USER WITH THIS MANY UNRESOLVED TICKETS CANNOT OPEN ANOTHER
       77  WS-TICKET-MAX-OPEN           PIC 9(2) VALUE 5.
       77  WS-TICKET-CATEGORY           PIC X(01).
       77  WS-TICKET-CATEGORY-NAME      PIC X(26).
       77  WS-TICKET-STATUS-NAME        PIC X(12).
       77  WS-TICKET-TEXT               PIC X(200).
       77  WS-TICKET-PICK               PIC 9(6) VALUE 0.
       77  WS-TICKET-PICK-ID            PIC 9(6) VALUE 0.
       77  WS-TICKET-FOUND              PIC X VALUE "N".
       77  WS-TICKET-OWNER              PIC X(20).
       77  WS-TICKET-CUR-STATUS         PIC X(01).
       77  WS-TICKET-CUR-ASSIGNEE       PIC X(20).
       77  WS-TICKET-ASSIGNEE           PIC X(20).
       77  WS-TICKET-NEW-STATUS         PIC X(01).
       77  WS-TICKET-MARK-REPLY         PIC X VALUE "N".
       77  WS-TICKET-NOTE-FROM          PIC X(01).
      *> "U" THE TICKET'S OWNER IS READING THE THREAD, "O" AN OPERATOR
       77  WS-TICKET-VIEWER             PIC X(01).
       77  WS-TICKET-NOTE-WHO           PIC X(30).
       77  WS-TICKET-LIST-COUNT         PIC 9(3) VALUE 0.
       01  WS-TICKET-LIST-TABLE.
           05  WS-TICKET-LIST-ID        PIC 9(6) OCCURS 50 TIMES.
      *> === SKILL ASSESSMENT WORKING STORAGE ===
       77  WS-ASSESS-STATUS             PIC XX.
       77  WS-ASSESS-EOF                PIC X VALUE "N".
       77  WS-QBANK-STATUS              PIC XX.
       77  WS-QBANK-EOF                 PIC X VALUE "N".
       77  WS-QBANK-FILE-NAME           PIC X(30).
       77  WS-SKILL-ATTEMPTS-STATUS     PIC XX.
       77  WS-SKILL-ATTEMPTS-TEMP-STATUS PIC XX.
       77  WS-SKILL-ATTEMPTS-EOF        PIC X VALUE "N".
       77  WS-SKILL-BADGES-STATUS       PIC XX.
       77  WS-SKILL-BADGES-TEMP-STATUS  PIC XX.
       77  WS-SKILL-BADGES-EOF          PIC X VALUE "N".
      *> CATALOGUE DEFAULTS FOR ROWS LEFT BLANK OR ZERO BY OPS
       77  WS-ASSESS-DEFAULT-PASS       PIC 9(3) VALUE 70.
       77  WS-ASSESS-DEFAULT-MINUTES    PIC 9(3) VALUE 20.
       77  WS-ASSESS-DEFAULT-RETAKE     PIC 9(3) VALUE 7.
       77  WS-ASSESS-COUNT              PIC 9(2) VALUE 0.
       77  WS-ASSESS-CHOICE             PIC 9(2) VALUE 0.
       01  WS-ASSESS-CATALOGUE.
           05  WS-ASSESS-ENTRY OCCURS 20 TIMES.
               10  WS-ASSESS-SKILL       PIC X(30).
               10  WS-ASSESS-BANK        PIC X(30).
               10  WS-ASSESS-QUESTIONS   PIC 9(2).
               10  WS-ASSESS-PASS-PCT    PIC 9(3).
               10  WS-ASSESS-MINUTES     PIC 9(3).
               10  WS-ASSESS-RETAKE-DAYS PIC 9(3).
       77  WS-QBANK-COUNT               PIC 9(2) VALUE 0.
       01  WS-QBANK-TABLE.
           05  WS-QBANK-ENTRY OCCURS 50 TIMES.
               10  WS-QBANK-QUESTION     PIC X(100).
               10  WS-QBANK-CHOICE       PIC X(60) OCCURS 4 TIMES.
               10  WS-QBANK-ANSWER       PIC X(01).
       77  WS-QBANK-I                   PIC 9(2) VALUE 0.
       77  WS-QBANK-ASKED-NO            PIC 9(2) VALUE 0.
       77  WS-QBANK-CHOICE-NO           PIC 9(1) VALUE 0.
       77  WS-ASSESS-ASKED              PIC 9(2) VALUE 0.
       77  WS-ASSESS-CORRECT            PIC 9(2) VALUE 0.
       77  WS-ASSESS-SCORE              PIC 9(3) VALUE 0.
       77  WS-ASSESS-RESULT             PIC X(01).
       77  WS-ASSESS-TIMED-OUT          PIC X VALUE "N".
       77  WS-ASSESS-ANSWER             PIC X(01).
       77  WS-ASSESS-PRIOR-COUNT        PIC 9(4) VALUE 0.
       77  WS-ASSESS-LAST-FAIL          PIC 9(8) VALUE 0.
       77  WS-ASSESS-RETAKE-DATE        PIC 9(8) VALUE 0.
       77  WS-ASSESS-TODAY              PIC 9(8) VALUE 0.
       77  WS-ASSESS-START-SECS         PIC 9(11) VALUE 0.
       77  WS-ASSESS-NOW-SECS           PIC 9(11) VALUE 0.
       77  WS-ASSESS-ELAPSED            PIC 9(6) VALUE 0.
       77  WS-ASSESS-LIMIT-SECS         PIC 9(6) VALUE 0.
       01  WS-ASSESS-CLOCK.
           05  WS-ASSESS-CLOCK-DATE     PIC 9(8).
           05  WS-ASSESS-CLOCK-HH       PIC 9(2).
           05  WS-ASSESS-CLOCK-MI       PIC 9(2).
           05  WS-ASSESS-CLOCK-SS       PIC 9(2).
           05  FILLER                   PIC X(7).
       77  WS-ASSESS-SHOW-PCT           PIC ZZ9.
       77  WS-ASSESS-SHOW-NUM           PIC Z9.
       77  WS-ASSESS-SHOW-NUM2          PIC Z9.
       77  WS-ASSESS-SHOW-MIN           PIC ZZ9.
       77  WS-ASSESS-LETTERS            PIC X(4) VALUE "ABCD".
      *> VERIFIED BADGES, LOADED FOR ONE USER (WS-BADGE-LOAD-USER) OR,
      *> WHEN THAT IS BLANK, FOR EVERYONE -- SEE LOAD-SKILL-BADGE-TABLE
       77  WS-BADGE-LOAD-USER           PIC X(20).
       77  WS-BADGE-COUNT               PIC 9(4) VALUE 0.
       01  WS-BADGE-TABLE.
           05  WS-BADGE-ENTRY OCCURS 2000 TIMES.
               10  WS-BADGE-TBL-USER     PIC X(20).
               10  WS-BADGE-TBL-SKILL    PIC X(30).
       77  WS-BADGE-I                   PIC 9(4) VALUE 0.
       77  WS-BADGE-CHECK-USER          PIC X(20).
       77  WS-BADGE-CHECK-SKILL         PIC X(30).
       77  WS-BADGE-FOUND               PIC X VALUE "N".
       77  WS-BADGE-SUMMARY             PIC X(60).
       77  WS-BADGE-UPPER               PIC X(30).
      *> === PROFILE VIEW WORKING STORAGE ===
       77  WS-PROFILE-VIEWS-STATUS      PIC XX.
       77  WS-PROFILE-VIEWS-TEMP-STATUS PIC XX.
       77  WS-PROFILE-VIEWS-EOF         PIC X VALUE "N".
       77  WS-PV-VIEWER                 PIC X(20).
       77  WS-PV-VIEWED                 PIC X(20).
       77  WS-PV-SOURCE                 PIC X(01).
       77  WS-PV-COMPANY                PIC X(30).
       77  WS-PV-WINDOW-DAYS            PIC 9(3) VALUE 30.
       77  WS-PV-SUMMARY-DAYS           PIC 9(3) VALUE 7.
       77  WS-PV-DAYS                   PIC 9(3) VALUE 0.
       77  WS-PV-CUTOFF-DATE            PIC 9(8) VALUE 0.
       77  WS-PV-WEEK-COUNT             PIC 9(4) VALUE 0.
       77  WS-PV-TOTAL                  PIC 9(4) VALUE 0.
       77  WS-PV-SHOW-TOTAL             PIC ZZZ9.
       77  WS-PV-COUNT                  PIC 9(2) VALUE 0.
       77  WS-PV-I                      PIC 9(2) VALUE 0.
       01  WS-PV-TABLE.
           05  WS-PV-ENTRY OCCURS 50 TIMES.
               10  WS-PV-TBL-VIEWER      PIC X(20).
               10  WS-PV-TBL-DATE        PIC 9(8).
               10  WS-PV-TBL-SOURCE      PIC X(01).
               10  WS-PV-TBL-COMPANY     PIC X(30).
       77  WS-PV-LABEL                  PIC X(60).
      *> === NETWORK FEED WORKING STORAGE ===
       77  WS-FEED-STATUS               PIC XX.
       77  WS-FEED-TEMP-STATUS          PIC XX.
       77  WS-FEED-EOF                  PIC X VALUE "N".
       77  WS-FEED-SHARE-STATUS         PIC XX.
       77  WS-FEED-SHARE-TEMP-STATUS    PIC XX.
       77  WS-FEED-SHARE-EOF            PIC X VALUE "N".
       77  WS-FEED-SHARE                PIC X VALUE "N".
       77  WS-FEED-CHOICE               PIC 9 VALUE 0.
       77  WS-FEED-TYPE                 PIC X(01).
       77  WS-FEED-TEXT                 PIC X(100).
       77  WS-FEED-POST-TEXT            PIC X(100).
       77  WS-FEED-AUTHOR-VIS           PIC X(01).
       77  WS-FEED-FIND-USER            PIC X(20).
       77  WS-FEED-TOTAL                PIC 9(4) VALUE 0.
       77  WS-FEED-COUNT                PIC 9(2) VALUE 0.
       77  WS-FEED-I                    PIC 9(2) VALUE 0.
       77  WS-FEED-J                    PIC 9(3) VALUE 0.
       01  WS-FEED-TABLE.
           05  WS-FEED-ENTRY OCCURS 50 TIMES.
               10  WS-FEED-TBL-AUTH      PIC 9(3).
               10  WS-FEED-TBL-STAMP     PIC X(14).
               10  WS-FEED-TBL-TEXT      PIC X(100).
       77  WS-FEED-AUTH-COUNT           PIC 9(3) VALUE 0.
       77  WS-FEED-AUTH-PICK            PIC 9(3) VALUE 0.
       01  WS-FEED-AUTH-TABLE.
           05  WS-FEED-AUTH OCCURS 200 TIMES.
               10  WS-FEED-AUTH-USER     PIC X(20).
               10  WS-FEED-AUTH-NAME     PIC X(41).
               10  WS-FEED-AUTH-SHOWN    PIC X(01).
               10  WS-FEED-AUTH-SHARE    PIC X(01).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           STOP RUN.
       
       INITIALIZE-PROGRAM.
           PERFORM START-DRY-RUN-IF-SET
           OPEN INPUT INPUT-FILE
           OPEN OUTPUT OUTPUT-FILE
           PERFORM RESTORE-CHECKPOINT
             MOVE 0 TO CTL-MAX-MSGS-PER-DAY
             MOVE 0 TO CTL-MAX-CONNREQ-PER-DAY
             MOVE 0 TO CTL-NEXT-MSG-ID
             MOVE "N" TO CTL-DRY-RUN
             WRITE CONTROL-RECORD
             CLOSE CONTROL-FILE
             OPEN INPUT CONTROL-FILE
           IF WS-MAX-ACCOUNTS = 0
               MOVE 5 TO WS-MAX-ACCOUNTS
           END-IF
      *> AN APPROVED CHANGE THAT HAS COME INTO EFFECT SINCE control.doc
      *> WAS LAST WRITTEN OVERRIDES WHAT WAS JUST READ
           PERFORM APPLY-PARAMETER-HISTORY
       .

      *> REWRITES control.doc WITH THE CURRENT IN-MEMORY SETTINGS SO
           MOVE WS-MAX-MSGS-PER-DAY TO CTL-MAX-MSGS-PER-DAY
           MOVE WS-MAX-CONNREQ-PER-DAY TO CTL-MAX-CONNREQ-PER-DAY
           MOVE WS-NEXT-MSG-ID TO CTL-NEXT-MSG-ID
           MOVE WS-DRY-RUN TO CTL-DRY-RUN
           WRITE CONTROL-RECORD
           CLOSE CONTROL-FILE
           .
                   INTO OUTPUT-RECORD
               DISPLAY FUNCTION TRIM(OUTPUT-RECORD)
               WRITE OUTPUT-RECORD
               IF WS-DRY-RUN = "Y"
                   MOVE SPACES TO DRY-RUN-REPORT-RECORD
                   STRING "session.ckpt skips the first "
                       WS-RESUME-LINE-COUNT
                       " line(s), as the live run would"
                       DELIMITED BY SIZE INTO DRY-RUN-REPORT-RECORD
                   END-STRING
                   WRITE DRY-RUN-REPORT-RECORD
               END-IF
               PERFORM SKIP-CHECKPOINTED-INPUT-LINE
                   UNTIL WS-INPUT-LINE-COUNT >= WS-RESUME-LINE-COUNT
                       OR WS-EOF-FLAG = "Y"
           END-READ
           .

      *> EVERY LINE TAKEN FROM INPUT-FILE COMES THROUGH HERE -- THE
      *> CHECKPOINT COUNT, AND IN A DRY RUN THE TRACE OF WHICH PROMPT
      *> THE LINE ANSWERED
       COUNT-INPUT-LINE.
           ADD 1 TO WS-INPUT-LINE-COUNT
           IF WS-DRY-RUN = "Y"
               PERFORM TRACE-DRY-RUN-INPUT
           END-IF
           .

      *> AND EVERY READ THAT FINDS INPUT-FILE EXHAUSTED. OUTPUT-RECORD
      *> STILL HOLDS THE PROMPT THAT WENT UNANSWERED
       NOTE-END-OF-INPUT.
           MOVE "Y" TO WS-EOF-FLAG
           IF WS-DRY-RUN = "Y" AND WS-DRY-END-NOTED = "N"
               PERFORM TRACE-DRY-RUN-END
           END-IF
           .

      *> control.doc'S CTL-DRY-RUN = "Y" PLAYS THIS SESSION'S SCRIPT
      *> AGAINST SCRATCH COPIES OF THE DATA FILES. EVERYTHING IS COPIED
      *> INTO dryrun/, WITH A SECOND UNTOUCHED SET IN dryrun/before/ FOR
      *> FINISH-DRY-RUN TO COMPARE AGAINST, AND THE PROGRAM MOVES INTO
      *> dryrun/ BEFORE IT OPENS ANYTHING ELSE -- SO THE LIVE FILES,
      *> audit.doc AND journal.doc INCLUDED, ARE NEVER OPENED FOR OUTPUT.
      *> dry-run.rpt IS THE ONLY FILE THE RUN LEAVES IN THE LIVE
      *> DIRECTORY. IF THE COPIES CANNOT BE SET UP NOTHING IS PLAYED
       START-DRY-RUN-IF-SET.
           MOVE "N" TO WS-DRY-RUN
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ CONTROL-FILE
               AT END CONTINUE
               NOT AT END
                   IF CTL-DRY-RUN = "Y"
                       MOVE "Y" TO WS-DRY-RUN
                   END-IF
           END-READ
           CLOSE CONTROL-FILE
           IF WS-DRY-RUN NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT DRY-RUN-REPORT-FILE
           MOVE "=== InCollege Dry Run of InCollege-Input.txt ===" TO DRY-RUN-REPORT-RECORD
           DISPLAY FUNCTION TRIM(DRY-RUN-REPORT-RECORD)
           WRITE DRY-RUN-REPORT-RECORD
           MOVE SPACES TO DRY-RUN-REPORT-RECORD
           STRING "Run: " FUNCTION CURRENT-DATE(1:8) " "
               FUNCTION CURRENT-DATE(9:6)
               DELIMITED BY SIZE INTO DRY-RUN-REPORT-RECORD
           END-STRING
           WRITE DRY-RUN-REPORT-RECORD
           MOVE "Played against scratch copies in dryrun/ - no live file, audit.doc or journal.doc is written."
               TO DRY-RUN-REPORT-RECORD
           WRITE DRY-RUN-REPORT-RECORD
           MOVE "The program's own screen output is in dryrun/InCollege-Output.txt."
               TO DRY-RUN-REPORT-RECORD
           WRITE DRY-RUN-REPORT-RECORD
           MOVE SPACES TO DRY-RUN-REPORT-RECORD
           WRITE DRY-RUN-REPORT-RECORD
           MOVE "  Line Kind Prompt                                                   -> Input"
               TO DRY-RUN-REPORT-RECORD
           WRITE DRY-RUN-REPORT-RECORD

      *> A PATTERN WITH NOTHING TO MATCH (NO .ckpt FILES, SAY) IS
      *> SKIPPED; ANY cp THAT FAILS ENDS THE COMMAND NON-ZERO
           MOVE SPACES TO WS-DRY-COMMAND
           STRING "rm -rf dryrun && mkdir -p dryrun/before && "
               "for f in *.doc *.arc *.ckpt InCollege-Input.txt; do "
               "if [ -f $f ]; then cp -p $f dryrun/ || exit 1; fi; "
               "done && "
               "for f in dryrun/*.doc dryrun/*.arc; do "
               "if [ -f $f ]; then cp -p $f dryrun/before/ || exit 1; fi; "
               "done"
               DELIMITED BY SIZE INTO WS-DRY-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-DRY-COMMAND
           IF RETURN-CODE NOT = 0
               MOVE "*** The data files could not be copied into dryrun/ - nothing was played."
                   TO DRY-RUN-REPORT-RECORD
               PERFORM ABANDON-DRY-RUN
           END-IF
           PERFORM CHECK-DRY-RUN-COPIES
           IF WS-DRY-COPY-OK NOT = "Y"
               MOVE SPACES TO DRY-RUN-REPORT-RECORD
               STRING "*** " FUNCTION TRIM(WS-DRY-COPY-NAME TRAILING)
                   " was not copied into dryrun/ - nothing was played."
                   DELIMITED BY SIZE INTO DRY-RUN-REPORT-RECORD
               END-STRING
               PERFORM ABANDON-DRY-RUN
           END-IF
           CALL "CBL_CHANGE_DIR" USING WS-DRY-SCRATCH-DIR
           IF RETURN-CODE NOT = 0
               MOVE "*** dryrun/ could not be entered - nothing was played."
                   TO DRY-RUN-REPORT-RECORD
               PERFORM ABANDON-DRY-RUN
           END-IF
      *> THE LIVE control.doc WAS JUST READ, SO A MISSING COPY MEANS
      *> THE COPY STEP FAILED
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               MOVE "*** The data files could not be copied into dryrun/ - nothing was played."
                   TO DRY-RUN-REPORT-RECORD
               PERFORM ABANDON-DRY-RUN
           END-IF
           CLOSE CONTROL-FILE
           MOVE SPACES TO WS-DRY-PATH
           MOVE 1 TO WS-DRY-PATH-PTR
           MOVE SPACES TO WS-DRY-SECRET
           .

      *> STILL IN THE LIVE DIRECTORY: EVERY CATALOGUED FILE ON DISK
      *> HERE MUST ALSO BE IN dryrun/, OR THE SESSION WOULD OPEN A FILE
      *> THAT IS NOT THERE AND START IT EMPTY. WS-DRY-COPY-OK COMES BACK
      *> "N" WITH THE FIRST MISSING FILE IN WS-DRY-COPY-NAME
       CHECK-DRY-RUN-COPIES.
           MOVE "Y" TO WS-DRY-COPY-OK
           MOVE "N" TO WS-DRY-CATALOG-EOF
           OPEN INPUT DATA-CATALOG-FILE
           IF WS-DRY-CATALOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DRY-CATALOG-EOF = "Y"
               READ DATA-CATALOG-FILE
                   AT END MOVE "Y" TO WS-DRY-CATALOG-EOF
                   NOT AT END
                       IF DC-FILE-NAME NOT = SPACES
                           PERFORM CHECK-ONE-DRY-RUN-COPY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DATA-CATALOG-FILE
           .

       CHECK-ONE-DRY-RUN-COPY.
           MOVE DC-FILE-NAME TO WS-DRY-COPY-NAME
           CALL "CBL_CHECK_FILE_EXIST" USING WS-DRY-COPY-NAME
               WS-DRY-FILE-DETAILS
           END-CALL
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DRY-COPY-NAME
           STRING "dryrun/" FUNCTION TRIM(DC-FILE-NAME TRAILING)
               DELIMITED BY SIZE INTO WS-DRY-COPY-NAME
           END-STRING
           CALL "CBL_CHECK_FILE_EXIST" USING WS-DRY-COPY-NAME
               WS-DRY-FILE-DETAILS
           END-CALL
           IF RETURN-CODE NOT = 0
               MOVE DC-FILE-NAME TO WS-DRY-COPY-NAME
               MOVE "N" TO WS-DRY-COPY-OK
               MOVE "Y" TO WS-DRY-CATALOG-EOF
           END-IF
           .

       ABANDON-DRY-RUN.
           DISPLAY FUNCTION TRIM(DRY-RUN-REPORT-RECORD)
           WRITE DRY-RUN-REPORT-RECORD
           CLOSE DRY-RUN-REPORT-FILE
           STOP RUN
           .

      *> ONE TRACE LINE PER SCRIPT LINE: THE PROMPT IT ANSWERED, WHAT
      *> KIND OF ANSWER THAT PROMPT WANTS, AND WHAT IT GOT. SECRETS ARE
      *> NEVER PRINTED
       TRACE-DRY-RUN-INPUT.
           ADD 1 TO WS-DRY-LINES
           MOVE FUNCTION TRIM(OUTPUT-RECORD) TO WS-DRY-PROMPT
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-DRY-INPUT
           PERFORM CLASSIFY-DRY-RUN-PROMPT
           PERFORM CHECK-DRY-RUN-FIT
           MOVE WS-INPUT-LINE-COUNT TO WS-DRY-LINE-DISPLAY
           MOVE SPACES TO DRY-RUN-REPORT-RECORD
           IF WS-DRY-MASK = "Y"
               STRING WS-DRY-LINE-DISPLAY " " WS-DRY-KIND-NAME " "
                   WS-DRY-PROMPT (1:56) " -> ********"
                   DELIMITED BY SIZE INTO DRY-RUN-REPORT-RECORD
               END-STRING
           ELSE
               STRING WS-DRY-LINE-DISPLAY " " WS-DRY-KIND-NAME " "
                   WS-DRY-PROMPT (1:56) " -> "
                   FUNCTION TRIM(WS-DRY-INPUT TRAILING)
                   DELIMITED BY SIZE INTO DRY-RUN-REPORT-RECORD
               END-STRING
           END-IF
           WRITE DRY-RUN-REPORT-RECORD
           IF WS-DRY-FITS = "N"
               ADD 1 TO WS-DRY-MISFITS
               MOVE SPACES TO DRY-RUN-REPORT-RECORD
               STRING "            *** DOES NOT FIT: " WS-DRY-REASON
                   DELIMITED BY SIZE INTO DRY-RUN-REPORT-RECORD
               END-STRING
               DISPLAY FUNCTION TRIM(DRY-RUN-REPORT-RECORD)
               WRITE DRY-RUN-REPORT-RECORD
           END-IF
           IF WS-DRY-KIND = "M" AND WS-DRY-INPUT NOT = SPACES
               ADD 1 TO WS-DRY-CHOICES
               STRING FUNCTION TRIM(WS-DRY-INPUT) " > "
                   DELIMITED BY SIZE INTO WS-DRY-PATH
                   WITH POINTER WS-DRY-PATH-PTR
                   ON OVERFLOW CONTINUE
               END-STRING
           END-IF
           IF WS-DRY-KIND = "S" AND WS-DRY-INPUT NOT = SPACES
               MOVE WS-DRY-INPUT TO WS-DRY-SECRET
               MOVE WS-INPUT-LINE-COUNT TO WS-DRY-SECRET-LINE
           END-IF
           .

      *> SORTS A PROMPT BY THE WORDING THE SCREENS ALREADY USE: "(Y/N",
      *> "YYYYMMDD", A NUMBERED OPTION LIST OR "0 TO GO BACK", AND SO ON.
      *> "BLANK"/"OPTIONAL" IN THE PROMPT MEANS AN EMPTY LINE IS FINE
       CLASSIFY-DRY-RUN-PROMPT.
           MOVE 0 TO WS-DRY-TALLY-SECRET
           MOVE 0 TO WS-DRY-TALLY-FREE
           MOVE 0 TO WS-DRY-TALLY-YN
           MOVE 0 TO WS-DRY-TALLY-DATE
           MOVE 0 TO WS-DRY-TALLY-MENU
           MOVE 0 TO WS-DRY-TALLY-NUMBER
           MOVE 0 TO WS-DRY-TALLY-BLANK
           INSPECT WS-DRY-PROMPT TALLYING
               WS-DRY-TALLY-SECRET FOR ALL "assword" ALL "answer)"
                   ALL "city of birth"
               WS-DRY-TALLY-FREE FOR ALL "anything else" ALL "other ="
                   ALL "username" ALL "Type "
               WS-DRY-TALLY-YN FOR ALL "(Y/N"
               WS-DRY-TALLY-DATE FOR ALL "YYYYMMDD"
               WS-DRY-TALLY-MENU FOR ALL "choice" ALL "0 to " ALL "1. "
                   ALL "(0 = "
               WS-DRY-TALLY-NUMBER FOR ALL "number" ALL "Number"
                   ALL "digits only" ALL "job id" ALL "job ID"
                   ALL "Hours" ALL "Rating" ALL "months" ALL "year from"
                   ALL "year to" ALL "e.g. 50000"
               WS-DRY-TALLY-BLANK FOR ALL "blank" ALL "optional"
                   ALL "press Enter" ALL "Leave empty"
           IF WS-DRY-PROMPT (1:1) IS NUMERIC
               AND WS-DRY-PROMPT (2:1) = "."
               ADD 1 TO WS-DRY-TALLY-MENU
           END-IF
           EVALUATE TRUE
               WHEN WS-DRY-TALLY-SECRET > 0
                   MOVE "S" TO WS-DRY-KIND
                   MOVE "SECR" TO WS-DRY-KIND-NAME
               WHEN WS-DRY-TALLY-FREE > 0
                   MOVE "T" TO WS-DRY-KIND
                   MOVE "TEXT" TO WS-DRY-KIND-NAME
               WHEN WS-DRY-TALLY-YN > 0
                   MOVE "Y" TO WS-DRY-KIND
                   MOVE "Y/N " TO WS-DRY-KIND-NAME
               WHEN WS-DRY-TALLY-DATE > 0
                   MOVE "D" TO WS-DRY-KIND
                   MOVE "DATE" TO WS-DRY-KIND-NAME
               WHEN WS-DRY-TALLY-MENU > 0
                   MOVE "M" TO WS-DRY-KIND
                   MOVE "MENU" TO WS-DRY-KIND-NAME
               WHEN WS-DRY-TALLY-NUMBER > 0
                   MOVE "N" TO WS-DRY-KIND
                   MOVE "NUM " TO WS-DRY-KIND-NAME
               WHEN OTHER
                   MOVE "T" TO WS-DRY-KIND
                   MOVE "TEXT" TO WS-DRY-KIND-NAME
           END-EVALUATE
           IF WS-DRY-TALLY-BLANK > 0
               MOVE "Y" TO WS-DRY-BLANK-OK
           ELSE
               MOVE "N" TO WS-DRY-BLANK-OK
           END-IF
           .

      *> DOES THE LINE FIT THE PROMPT? FREE TEXT TAKES ANYTHING EXCEPT
      *> THE SECRET JUST GIVEN, WHICH MEANS THE SCRIPT HAS SLIPPED A
      *> LINE AND A PASSWORD IS ABOUT TO BE SAVED AS SOMETHING ELSE
       CHECK-DRY-RUN-FIT.
           MOVE "Y" TO WS-DRY-FITS
           MOVE "N" TO WS-DRY-MASK
           MOVE SPACES TO WS-DRY-REASON
           IF WS-DRY-KIND = "S"
               MOVE "Y" TO WS-DRY-MASK
           END-IF
           IF WS-DRY-INPUT = SPACES
               IF WS-DRY-BLANK-OK = "N"
                   AND WS-DRY-KIND NOT = "T" AND WS-DRY-KIND NOT = "S"
                   MOVE "N" TO WS-DRY-FITS
                   MOVE "blank line where an answer is needed"
                       TO WS-DRY-REASON
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-DRY-KIND NOT = "S"
               AND WS-DRY-SECRET NOT = SPACES
               AND WS-DRY-INPUT = WS-DRY-SECRET
               MOVE "N" TO WS-DRY-FITS
               MOVE "Y" TO WS-DRY-MASK
               MOVE WS-DRY-SECRET-LINE TO WS-DRY-LINE-DISPLAY
               STRING "same text as the secret on line "
                   FUNCTION TRIM(WS-DRY-LINE-DISPLAY)
                   " - script is out of step"
                   DELIMITED BY SIZE INTO WS-DRY-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-DRY-INPUT))
               TO WS-DRY-INPUT-LEN
           EVALUATE WS-DRY-KIND
               WHEN "M"
                   IF WS-DRY-INPUT-LEN > 2
                       OR WS-DRY-INPUT (1:WS-DRY-INPUT-LEN) NOT NUMERIC
                       MOVE "N" TO WS-DRY-FITS
                       MOVE "expected a menu number"
                           TO WS-DRY-REASON
                   END-IF
               WHEN "N"
                   IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-DRY-INPUT))
                       NOT = 0
                       MOVE "N" TO WS-DRY-FITS
                       MOVE "expected a number" TO WS-DRY-REASON
                   END-IF
               WHEN "D"
                   IF WS-DRY-INPUT-LEN NOT = 8
                       OR WS-DRY-INPUT (1:8) NOT NUMERIC
                       MOVE "N" TO WS-DRY-FITS
                       MOVE "expected a date as YYYYMMDD"
                           TO WS-DRY-REASON
                   END-IF
               WHEN "Y"
                   IF WS-DRY-INPUT-LEN > 3
                       OR (WS-DRY-INPUT (1:1) NOT = "Y"
                       AND WS-DRY-INPUT (1:1) NOT = "y"
                       AND WS-DRY-INPUT (1:1) NOT = "N"
                       AND WS-DRY-INPUT (1:1) NOT = "n")
                       MOVE "N" TO WS-DRY-FITS
                       MOVE "expected Y or N" TO WS-DRY-REASON
                   END-IF
           END-EVALUATE
           .

      *> THE SCRIPT ENDING AT A MENU IS THE NORMAL WAY OUT. ENDING
      *> ANYWHERE ELSE MEANS THE LAST TRANSACTION WAS LEFT HALF-ANSWERED
       TRACE-DRY-RUN-END.
           MOVE "Y" TO WS-DRY-END-NOTED
           MOVE FUNCTION TRIM(OUTPUT-RECORD) TO WS-DRY-PROMPT
           PERFORM CLASSIFY-DRY-RUN-PROMPT
           PERFORM REPORT-DRY-RUN-PATH
           MOVE SPACES TO DRY-RUN-REPORT-RECORD
           IF WS-DRY-KIND = "M"
               STRING "End of script at a menu: "
                   FUNCTION TRIM(WS-DRY-PROMPT)
                   DELIMITED BY SIZE INTO DRY-RUN-REPORT-RECORD
               END-STRING
           ELSE
               MOVE "Y" TO WS-DRY-RAN-OUT
               STRING "*** INPUT RAN OUT - still waiting on: "
                   FUNCTION TRIM(WS-DRY-PROMPT)
                   DELIMITED BY SIZE INTO DRY-RUN-REPORT-RECORD
               END-STRING
           END-IF
           DISPLAY FUNCTION TRIM(DRY-RUN-REPORT-RECORD)
           WRITE DRY-RUN-REPORT-RECORD
           .

      *> THE MENU CHOICES OF ONE TOP-LEVEL TRANSACTION, E.G. 1 > 3 > 9,
      *> WRITTEN EACH TIME THE SESSION IS BACK AT THE MAIN MENU
       REPORT-DRY-RUN-PATH.
           IF WS-DRY-PATH = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-DRY-PATH-PTR > 4
               MOVE SPACES TO WS-DRY-PATH (WS-DRY-PATH-PTR - 3:3)
           END-IF
           MOVE SPACES TO DRY-RUN-REPORT-RECORD
           STRING "       Menu path: " WS-DRY-PATH
               DELIMITED BY SIZE INTO DRY-RUN-REPORT-RECORD
           END-STRING
           WRITE DRY-RUN-REPORT-RECORD
           MOVE SPACES TO DRY-RUN-REPORT-RECORD
           WRITE DRY-RUN-REPORT-RECORD
           MOVE SPACES TO WS-DRY-PATH
           MOVE 1 TO WS-DRY-PATH-PTR
           .

      *> IN A DRY RUN THE JOURNAL AND AUDIT WRITERS REPORT WHAT THEY
      *> WOULD HAVE RECORDED INSTEAD OF RECORDING IT
       TRACE-DRY-RUN-JOURNAL.
           ADD 1 TO WS-DRY-WRITES
           EVALUATE WS-JOURNAL-ACTION
               WHEN "A" MOVE "ADD" TO WS-DRY-ACTION-NAME
               WHEN "U" MOVE "CHANGE" TO WS-DRY-ACTION-NAME
               WHEN "D" MOVE "DELETE" TO WS-DRY-ACTION-NAME
               WHEN OTHER MOVE WS-JOURNAL-ACTION TO WS-DRY-ACTION-NAME
           END-EVALUATE
           EVALUATE WS-JOURNAL-FILE-ID
               WHEN "ACCOUNTS" MOVE "accounts.doc" TO WS-DRY-FILE-NAME
               WHEN "PROFILES" MOVE "profiles.doc" TO WS-DRY-FILE-NAME
               WHEN "JOBS" MOVE "jobs.doc" TO WS-DRY-FILE-NAME
               WHEN "APPLICATIONS"
                   MOVE "applications.doc" TO WS-DRY-FILE-NAME
               WHEN "CONNECTIONS"
                   MOVE "connections.doc" TO WS-DRY-FILE-NAME
               WHEN "CONNREQ"
                   MOVE "connection_requests.doc" TO WS-DRY-FILE-NAME
               WHEN "MESSAGES" MOVE "messages.doc" TO WS-DRY-FILE-NAME
               WHEN OTHER MOVE WS-JOURNAL-FILE-ID TO WS-DRY-FILE-NAME
           END-EVALUATE
           MOVE SPACES TO DRY-RUN-REPORT-RECORD
           STRING "            WRITE " WS-DRY-FILE-NAME (1:24) " "
               WS-DRY-ACTION-NAME " " FUNCTION TRIM(WS-JOURNAL-KEY)
               DELIMITED BY SIZE INTO DRY-RUN-REPORT-RECORD
           END-STRING
           WRITE DRY-RUN-REPORT-RECORD
           .

       TRACE-DRY-RUN-AUDIT.
           ADD 1 TO WS-DRY-AUDITS
           MOVE SPACES TO DRY-RUN-REPORT-RECORD
           STRING "            AUDIT " WS-AUDIT-ACTION " "
               FUNCTION TRIM(WS-AUDIT-KEY) " (by "
               FUNCTION TRIM(WS-AUDIT-USERNAME) ")"
               DELIMITED BY SIZE INTO DRY-RUN-REPORT-RECORD
           END-STRING
           WRITE DRY-RUN-REPORT-RECORD
           .

      *> THE JOURNAL ONLY COVERS THE CORE FILES, SO THE SCRATCH COPIES
      *> ARE COMPARED WITH THE UNTOUCHED SET IN before/ FOR EVERYTHING
      *> ELSE THE SESSION WROTE. INDEXED FILES ARE BINARY AND DROP OUT OF
      *> THE COMPARISON -- THEIR WRITES ARE ALL JOURNALLED ABOVE -- AS
      *> DOES accounts.doc, WHICH IS JOURNALLED TOO. FILES HOLDING
      *> CREDENTIALS ARE LISTED WITHOUT THEIR ROWS
       FINISH-DRY-RUN.
           PERFORM REPORT-DRY-RUN-PATH
           MOVE SPACES TO WS-DRY-COMMAND
           STRING "for f in *.doc *.arc; do "
               "[ ""$f"" = accounts.doc ] && continue; "
               "if [ -f before/$f ]; then diff before/$f $f; "
               "else sed 's/^/> /' $f; fi 2>/dev/null "
               "| grep -I '^[<>]' | sed 's|^|'$f' |'; "
               "done > dryrun_changes.lst"
               DELIMITED BY SIZE INTO WS-DRY-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-DRY-COMMAND
           MOVE "Rows changed in files outside the journal:" TO DRY-RUN-REPORT-RECORD
           WRITE DRY-RUN-REPORT-RECORD
           OPEN INPUT DRY-RUN-CHANGES-FILE
           MOVE "N" TO WS-DRY-CHANGES-EOF
           IF WS-DRY-CHANGES-STATUS NOT = "00"
               MOVE "Y" TO WS-DRY-CHANGES-EOF
           END-IF
           PERFORM UNTIL WS-DRY-CHANGES-EOF = "Y"
               READ DRY-RUN-CHANGES-FILE
                   AT END MOVE "Y" TO WS-DRY-CHANGES-EOF
                   NOT AT END PERFORM REPORT-DRY-RUN-CHANGE
               END-READ
           END-PERFORM
           IF WS-DRY-CHANGES-STATUS NOT = "35"
               CLOSE DRY-RUN-CHANGES-FILE
           END-IF
           IF WS-DRY-CHANGES = 0
               MOVE "  (none)" TO DRY-RUN-REPORT-RECORD
               WRITE DRY-RUN-REPORT-RECORD
           END-IF

           MOVE SPACES TO DRY-RUN-REPORT-RECORD
           WRITE DRY-RUN-REPORT-RECORD
           MOVE WS-DRY-LINES TO WS-DRY-COUNT-DISPLAY
           MOVE SPACES TO DRY-RUN-REPORT-RECORD
           STRING "Script lines played:      " WS-DRY-COUNT-DISPLAY
               DELIMITED BY SIZE INTO DRY-RUN-REPORT-RECORD
           END-STRING
           WRITE DRY-RUN-REPORT-RECORD
           MOVE WS-DRY-CHOICES TO WS-DRY-COUNT-DISPLAY
           MOVE SPACES TO DRY-RUN-REPORT-RECORD
           STRING "Menu choices:             " WS-DRY-COUNT-DISPLAY
               DELIMITED BY SIZE INTO DRY-RUN-REPORT-RECORD
           END-STRING
           WRITE DRY-RUN-REPORT-RECORD
           MOVE WS-DRY-WRITES TO WS-DRY-COUNT-DISPLAY
           MOVE SPACES TO DRY-RUN-REPORT-RECORD
           STRING "Journalled writes:        " WS-DRY-COUNT-DISPLAY
               DELIMITED BY SIZE INTO DRY-RUN-REPORT-RECORD
           END-STRING
           WRITE DRY-RUN-REPORT-RECORD
           MOVE WS-DRY-AUDITS TO WS-DRY-COUNT-DISPLAY
           MOVE SPACES TO DRY-RUN-REPORT-RECORD
           STRING "Audit entries:            " WS-DRY-COUNT-DISPLAY
               DELIMITED BY SIZE INTO DRY-RUN-REPORT-RECORD
           END-STRING
           WRITE DRY-RUN-REPORT-RECORD
           MOVE WS-DRY-CHANGES TO WS-DRY-COUNT-DISPLAY
           MOVE SPACES TO DRY-RUN-REPORT-RECORD
           STRING "Other rows changed:       " WS-DRY-COUNT-DISPLAY
               DELIMITED BY SIZE INTO DRY-RUN-REPORT-RECORD
           END-STRING
           WRITE DRY-RUN-REPORT-RECORD
           MOVE WS-DRY-MISFITS TO WS-DRY-COUNT-DISPLAY
           MOVE SPACES TO DRY-RUN-REPORT-RECORD
           STRING "Answers that do not fit:  " WS-DRY-COUNT-DISPLAY
               DELIMITED BY SIZE INTO DRY-RUN-REPORT-RECORD
           END-STRING
           WRITE DRY-RUN-REPORT-RECORD
           MOVE SPACES TO DRY-RUN-REPORT-RECORD
           IF WS-DRY-MISFITS = 0 AND WS-DRY-RAN-OUT = "N"
               MOVE "RESULT: script plays through cleanly."
                   TO DRY-RUN-REPORT-RECORD
           ELSE
               MOVE WS-DRY-MISFITS TO WS-DRY-COUNT-DISPLAY
               IF WS-DRY-RAN-OUT = "Y"
                   STRING "RESULT: *** input runs out mid-transaction, "
                       FUNCTION TRIM(WS-DRY-COUNT-DISPLAY)
                       " answer(s) do not fit - fix the script before the live run ***"
                       DELIMITED BY SIZE INTO DRY-RUN-REPORT-RECORD
                   END-STRING
               ELSE
                   STRING "RESULT: *** "
                       FUNCTION TRIM(WS-DRY-COUNT-DISPLAY)
                       " answer(s) do not fit - fix the script before the live run ***"
                       DELIMITED BY SIZE INTO DRY-RUN-REPORT-RECORD
                   END-STRING
               END-IF
           END-IF
           DISPLAY FUNCTION TRIM(DRY-RUN-REPORT-RECORD)
           WRITE DRY-RUN-REPORT-RECORD
           CLOSE DRY-RUN-REPORT-FILE
           .

       REPORT-DRY-RUN-CHANGE.
           ADD 1 TO WS-DRY-CHANGES
           MOVE SPACES TO WS-DRY-FILE-NAME
           MOVE SPACES TO WS-DRY-CHANGE-SIDE
           MOVE 1 TO WS-DRY-CHANGE-PTR
           UNSTRING DRY-RUN-CHANGES-RECORD DELIMITED BY " "
               INTO WS-DRY-FILE-NAME WS-DRY-CHANGE-SIDE
               WITH POINTER WS-DRY-CHANGE-PTR
           END-UNSTRING
           IF WS-DRY-CHANGE-SIDE = ">"
               MOVE "ADDED" TO WS-DRY-ACTION-NAME
           ELSE
               MOVE "REMOVED" TO WS-DRY-ACTION-NAME
           END-IF
           MOVE SPACES TO DRY-RUN-REPORT-RECORD
           IF WS-DRY-FILE-NAME = "control.doc"
               OR WS-DRY-FILE-NAME = "operators.doc"
               OR WS-DRY-FILE-NAME = "pwd_history.doc"
               STRING "  " WS-DRY-ACTION-NAME " " WS-DRY-FILE-NAME (1:24)
                   " (row withheld)"
                   DELIMITED BY SIZE INTO DRY-RUN-REPORT-RECORD
               END-STRING
           ELSE
               STRING "  " WS-DRY-ACTION-NAME " " WS-DRY-FILE-NAME (1:24)
                   " " DRY-RUN-CHANGES-RECORD (WS-DRY-CHANGE-PTR:100)
                   DELIMITED BY SIZE INTO DRY-RUN-REPORT-RECORD
               END-STRING
           END-IF
           WRITE DRY-RUN-REPORT-RECORD
           .

      *> PERSISTS HOW MANY INPUT-FILE LINES HAVE BEEN FULLY PROCESSED
      *> SO FAR -- CALLED ONLY FROM MAIN-MENU, THE ONE POINT IN THE
      *> PROGRAM WHERE THE NEXT LINE IS GUARANTEED TO BE A FRESH
      *> DID WHAT (WS-AUDIT-ACTION) TO WHICH RECORD (WS-AUDIT-KEY), AND
      *> WHEN. EVERY PARAGRAPH THAT WRITES TO A SHARED DATA FILE CALLS
      *> THIS RIGHT AFTER ITS WRITE/REWRITE SUCCEEDS, SO THE TRAIL IS A
      *> FAITHFUL RECORD OF WHAT ACTUALLY CHANGED. EACH ROW IS CHAINED
      *> TO THE ONE BEFORE IT -- SEE CHAIN-AUDIT-ROW
       WRITE-AUDIT-RECORD.
           IF WS-DRY-RUN = "Y"
               PERFORM TRACE-DRY-RUN-AUDIT
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SEAL-NEW-FILE
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
               MOVE "Y" TO WS-SEAL-NEW-FILE
           END-IF
           PERFORM LOAD-SEAL-STATE
           PERFORM SEAL-AUDIT-DAY
           MOVE SPACES TO AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO AU-TIMESTAMP
           MOVE WS-AUDIT-USERNAME TO AU-USERNAME
           MOVE WS-AUDIT-ACTION TO AU-ACTION
           MOVE WS-AUDIT-KEY TO AU-KEY
           MOVE "R" TO AU-SEAL-TYPE
           PERFORM CHAIN-AUDIT-ROW
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE
           PERFORM SAVE-SEAL-STATE
           .

      *> ONE ROW PER STATUS TRANSITION -- CALL SITES FILL THE
      *> THE CHANGE TO THE LIVE FILE. InCollege-Recover.cob REPLAYS THE
      *> JOURNAL AGAINST THE LAST BACKUP GENERATION AFTER A CRASH
       WRITE-JOURNAL-RECORD.
           IF WS-DRY-RUN = "Y"
               PERFORM TRACE-DRY-RUN-JOURNAL
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SEAL-NEW-FILE
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
               MOVE "Y" TO WS-SEAL-NEW-FILE
           END-IF
           PERFORM LOAD-SEAL-STATE
           PERFORM SEAL-JOURNAL-DAY
           MOVE FUNCTION CURRENT-DATE(1:14) TO JL-TIMESTAMP
           MOVE WS-JOURNAL-FILE-ID TO JL-FILE-ID
           MOVE WS-JOURNAL-ACTION TO JL-ACTION
           MOVE WS-JOURNAL-KEY TO JL-KEY
           MOVE WS-JOURNAL-IMAGE TO JL-IMAGE
           MOVE "R" TO JL-SEAL-TYPE
           PERFORM CHAIN-JOURNAL-ROW
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE
           PERFORM SAVE-SEAL-STATE
           .

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

      *> APPENDS ONE EVENT TO notifications.doc FOR WS-NOTIFY-USERNAME.
      *> EVENTS SIT THERE UNTIL THAT USER OPENS "MY NOTIFICATIONS",
      *> WHICH LISTS AND THEN CLEARS THEM -- SEE VIEW-MY-NOTIFICATIONS
       WRITE-NOTIFICATION-RECORD.
      *> THE RECIPIENT'S PREFERENCES DECIDE WHETHER THIS EVENT LANDS
      *> IN THE INBOX, WAITS FOR THE DIGEST, OR IS DROPPED OUTRIGHT
           PERFORM LOOKUP-NOTIFY-PREFS
           MOVE "Y" TO WS-NOTIFY-WANTED
           EVALUATE WS-NOTIFY-CATEGORY
               WHEN "J"
                   IF WS-NP-JOB-ALERTS = "N"
                       MOVE "N" TO WS-NOTIFY-WANTED
                   END-IF
               WHEN "A"
                   IF WS-NP-APP-STATUS = "N"
                       MOVE "N" TO WS-NOTIFY-WANTED
                   END-IF
               WHEN "I"
                   IF WS-NP-INTERVIEWS = "N"
                       MOVE "N" TO WS-NOTIFY-WANTED
                   END-IF
               WHEN "S"
                   IF WS-NP-SOCIAL = "N"
                       MOVE "N" TO WS-NOTIFY-WANTED
                   END-IF
               WHEN OTHER
                   IF WS-NP-SYSTEM = "N"
                       MOVE "N" TO WS-NOTIFY-WANTED
                   END-IF
           END-EVALUATE
      *> BACK TO UNCATEGORIZED (= SYSTEM NOTICE) FOR THE NEXT CALLER
           MOVE SPACES TO WS-NOTIFY-CATEGORY

           IF WS-NOTIFY-WANTED = "N"
               EXIT PARAGRAPH
           END-IF

           IF WS-NP-DIGEST-ONLY = "Y"
               OPEN EXTEND DIGEST-PENDING-FILE
               IF WS-DIGEST-PEND-STATUS NOT = "00"
                   OPEN OUTPUT DIGEST-PENDING-FILE
               END-IF
           END-IF
           .

      *> SAME ROW-PER-MONTH COUNTING AS BUMP-USAGE-METER, KEYED ON THE
      *> SPONSORED LISTING (WS-SPM-JOB-ID) INSTEAD OF THE SIGNED-IN
      *> EMPLOYER. WS-SPM-FIELD PICKS THE COUNTER
       BUMP-SPONSORED-METER.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-SPM-MONTH
           MOVE "N" TO WS-SPM-FOUND
           MOVE "N" TO WS-SPM-EOF
           OPEN I-O SPONSORED-METER-FILE
           IF WS-SPM-STATUS NOT = "00"
               OPEN OUTPUT SPONSORED-METER-FILE
               CLOSE SPONSORED-METER-FILE
               OPEN I-O SPONSORED-METER-FILE
           END-IF
           PERFORM UNTIL WS-SPM-EOF = "Y"
               READ SPONSORED-METER-FILE INTO SPONSORED-METER-RECORD
                   AT END MOVE "Y" TO WS-SPM-EOF
                   NOT AT END
                       IF SPM-JOB-ID = WS-SPM-JOB-ID
                          AND SPM-MONTH = WS-SPM-MONTH
                           EVALUATE WS-SPM-FIELD
                               WHEN 1 ADD 1 TO SPM-IMPRESSIONS
                               WHEN 2 ADD 1 TO SPM-VIEWS
                               WHEN 3 ADD 1 TO SPM-APPLICATIONS
                           END-EVALUATE
                           REWRITE SPONSORED-METER-RECORD
                           MOVE "Y" TO WS-SPM-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SPONSORED-METER-FILE

           IF WS-SPM-FOUND = "N"
               OPEN EXTEND SPONSORED-METER-FILE
               MOVE WS-SPM-JOB-ID TO SPM-JOB-ID
               MOVE WS-SPM-MONTH TO SPM-MONTH
               MOVE 0 TO SPM-IMPRESSIONS
               MOVE 0 TO SPM-VIEWS
               MOVE 0 TO SPM-APPLICATIONS
               EVALUATE WS-SPM-FIELD
                   WHEN 1 MOVE 1 TO SPM-IMPRESSIONS
                   WHEN 2 MOVE 1 TO SPM-VIEWS
                   WHEN 3 MOVE 1 TO SPM-APPLICATIONS
               END-EVALUATE
               WRITE SPONSORED-METER-RECORD
               CLOSE SPONSORED-METER-FILE
           END-IF
           .

       MAIN-MENU.
           MOVE "==== INCOLLEGE MAIN MENU ====" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           READ INPUT-FILE INTO WS-TEMP-INPUT
               AT END PERFORM NOTE-END-OF-INPUT
               NOT AT END
                   PERFORM COUNT-INPUT-LINE
      *> (1:1) = (start:length) = SUBSTRING
      *> means (1'st index:take one character starting from that index)
                   MOVE WS-TEMP-INPUT(1:1) TO WS-USER-CHOICE
      *> RE-ENTER THE SESSION (THE NEXT INPUT-FILE LINE IS ALWAYS A
      *> MAIN MENU CHOICE, NOT A PARTIALLY-ANSWERED SUB-PROMPT)
                   PERFORM SAVE-CHECKPOINT
                   IF WS-DRY-RUN = "Y"
                       PERFORM REPORT-DRY-RUN-PATH
                   END-IF
           END-READ.

       REGISTRATION.
           WRITE OUTPUT-RECORD
           IF WS-EOF-FLAG NOT = "Y"
             READ INPUT-FILE INTO WS-USERNAME
                 AT END PERFORM NOTE-END-OF-INPUT
                 NOT AT END PERFORM COUNT-INPUT-LINE
             END-READ
           END-IF

               WRITE OUTPUT-RECORD
               IF WS-EOF-FLAG NOT = "Y"
                 READ INPUT-FILE INTO WS-PASSWORD
                    AT END PERFORM NOTE-END-OF-INPUT
                    NOT AT END PERFORM COUNT-INPUT-LINE
                 END-READ
               END-IF
               PERFORM VALIDATE-PASSWORD
           WRITE OUTPUT-RECORD
           IF WS-EOF-FLAG NOT = "Y"
             READ INPUT-FILE INTO WS-SECURITY-ANSWER
                 AT END PERFORM NOTE-END-OF-INPUT
                 NOT AT END PERFORM COUNT-INPUT-LINE
             END-READ
           END-IF
           MOVE WS-SECURITY-ANSWER TO WS-PASSWORD
           MOVE "S" TO ACCOUNT-TYPE
           IF WS-EOF-FLAG NOT = "Y"
             READ INPUT-FILE INTO WS-TEMP-INPUT
                 AT END PERFORM NOTE-END-OF-INPUT
                 NOT AT END
                     PERFORM COUNT-INPUT-LINE
                     IF WS-TEMP-INPUT(1:1) = "2"
                         MOVE "E" TO ACCOUNT-TYPE
                     END-IF
           END-PERFORM
           .

      *> FINDS THE TERMS-OF-USE VERSION IN FORCE TODAY: THE HIGHEST
      *> VERSION WHOSE EFFECTIVE DATE HAS ARRIVED. NO FILE, OR NOTHING
      *> EFFECTIVE YET, LEAVES WS-TERMS-CURRENT-VERSION AT ZERO
       LOAD-TERMS-IN-FORCE.
           MOVE 0 TO WS-TERMS-CURRENT-VERSION
           MOVE 0 TO WS-TERMS-CURRENT-DATE
           MOVE SPACES TO WS-TERMS-CURRENT-SUMMARY
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
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
                           MOVE TV-EFFECTIVE-DATE TO WS-TERMS-CURRENT-DATE
                           MOVE TV-SUMMARY TO WS-TERMS-CURRENT-SUMMARY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERMS-VERSIONS-FILE
           .

      *> LATEST consent.doc ROW FOR CURRENT-USERNAME INTO
      *> WS-CONSENT-VERSION / WS-CONSENT-SHARE (ZERO / SPACE IF NONE)
       LOOKUP-USER-CONSENT.
           MOVE 0 TO WS-CONSENT-VERSION
           MOVE SPACE TO WS-CONSENT-SHARE
           MOVE "N" TO WS-CONSENT-EOF
           OPEN INPUT CONSENT-FILE
           IF WS-CONSENT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CONSENT-EOF = "Y"
               READ CONSENT-FILE INTO CONSENT-RECORD
                   AT END MOVE "Y" TO WS-CONSENT-EOF
                   NOT AT END
                       IF TC-USERNAME = CURRENT-USERNAME
                           AND TC-VERSION NUMERIC
                           MOVE TC-VERSION TO WS-CONSENT-VERSION
                           MOVE TC-SHARE TO WS-CONSENT-SHARE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONSENT-FILE
           .

      *> SETS WS-TERMS-ACCEPTED. A USER WHO ALREADY ACCEPTED THE VERSION
      *> IN FORCE (OR LOGS IN BEFORE ANY TERMS EXIST) PASSES STRAIGHT
      *> THROUGH; OTHERWISE THE NEW VERSION IS SHOWN AND MUST BE
      *> ACCEPTED, AND A STUDENT IS ASKED AGAIN ABOUT EMPLOYER SHARING
      *> SINCE THE NEW TERMS MAY CHANGE WHAT SHARING MEANS
       CHECK-TERMS-ACCEPTANCE.
           MOVE "Y" TO WS-TERMS-ACCEPTED
           PERFORM LOAD-TERMS-IN-FORCE
           IF WS-TERMS-CURRENT-VERSION = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOKUP-USER-CONSENT
           IF WS-CONSENT-VERSION >= WS-TERMS-CURRENT-VERSION
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-TERMS-ACCEPTED
           MOVE SPACES TO OUTPUT-RECORD
           STRING "--- Terms of Use, version " WS-TERMS-CURRENT-VERSION
               " (effective " WS-TERMS-CURRENT-DATE ") ---"
               INTO OUTPUT-RECORD
           END-STRING
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE WS-TERMS-CURRENT-SUMMARY TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "Do you accept these Terms of Use? (Y/N):" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF FUNCTION UPPER-CASE(WS-TEMP-INPUT(1:1)) = "Y"
                           MOVE "Y" TO WS-TERMS-ACCEPTED
                       END-IF
               END-READ
           END-IF
           IF WS-TERMS-ACCEPTED NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE "-" TO WS-CONSENT-NEW-SHARE
           IF WS-ACCOUNT-TYPE = "S"
               MOVE "N" TO WS-CONSENT-NEW-SHARE
               MOVE "May employers search for and view your profile? (Y/N):" TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               IF WS-EOF-FLAG NOT = "Y"
                   READ INPUT-FILE INTO WS-TEMP-INPUT
                       AT END PERFORM NOTE-END-OF-INPUT
                       NOT AT END
                           PERFORM COUNT-INPUT-LINE
                           IF FUNCTION UPPER-CASE(WS-TEMP-INPUT(1:1)) = "Y"
                               MOVE "Y" TO WS-CONSENT-NEW-SHARE
                           END-IF
                   END-READ
               END-IF
           END-IF

           MOVE WS-TERMS-CURRENT-VERSION TO WS-CONSENT-VERSION
           PERFORM WRITE-CONSENT-ROW
           MOVE CURRENT-USERNAME TO WS-AUDIT-USERNAME
           MOVE "TERMSACCEPT" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING "version " WS-CONSENT-VERSION " share "
               WS-CONSENT-NEW-SHARE INTO WS-AUDIT-KEY
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           .

      *> APPENDS (CURRENT-USERNAME, WS-CONSENT-VERSION,
      *> WS-CONSENT-NEW-SHARE, TODAY) TO consent.doc
       WRITE-CONSENT-ROW.
           OPEN EXTEND CONSENT-FILE
           IF WS-CONSENT-STATUS NOT = "00"
               OPEN OUTPUT CONSENT-FILE
           END-IF
           MOVE CURRENT-USERNAME TO TC-USERNAME
           MOVE WS-CONSENT-VERSION TO TC-VERSION
           MOVE WS-CONSENT-NEW-SHARE TO TC-SHARE
           MOVE FUNCTION CURRENT-DATE(1:8) TO TC-DATE
           WRITE CONSENT-RECORD
           CLOSE CONSENT-FILE
           .

      *> STUDENT'S OWN SWITCH FOR EMPLOYER SHARING BETWEEN TERMS
      *> VERSIONS. THE NEW ROW CARRIES THE VERSION ALREADY ACCEPTED, SO
      *> CHANGING THE ANSWER NEVER COUNTS AS ACCEPTING NEWER TERMS
       CHANGE-SHARING-CONSENT.
           IF WS-ACCOUNT-TYPE NOT = "S"
               MOVE "Employer sharing consent applies to student accounts only." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-TERMS-IN-FORCE
           IF WS-TERMS-CURRENT-VERSION = 0
               MOVE "No Terms of Use are in force yet - your profile is shared as before." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOKUP-USER-CONSENT
           IF WS-CONSENT-SHARE = "Y"
               MOVE "Employers can currently search for and view your profile." TO OUTPUT-RECORD
           ELSE
               MOVE "Employers currently cannot search for or view your profile." TO OUTPUT-RECORD
           END-IF
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "May employers search for and view your profile? (Y/N, blank = no change):" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACE TO WS-CONSENT-NEW-SHARE
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       EVALUATE FUNCTION UPPER-CASE(WS-TEMP-INPUT(1:1))
                           WHEN "Y" MOVE "Y" TO WS-CONSENT-NEW-SHARE
                           WHEN "N" MOVE "N" TO WS-CONSENT-NEW-SHARE
                           WHEN OTHER CONTINUE
                       END-EVALUATE
               END-READ
           END-IF
           IF WS-CONSENT-NEW-SHARE = SPACE
               OR WS-CONSENT-NEW-SHARE = WS-CONSENT-SHARE
               MOVE "Sharing consent unchanged." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-CONSENT-ROW
           MOVE CURRENT-USERNAME TO WS-AUDIT-USERNAME
           MOVE "SHARECONSENT" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING "version " WS-CONSENT-VERSION " share "
               WS-CONSENT-NEW-SHARE INTO WS-AUDIT-KEY
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           MOVE "Sharing consent updated." TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           .

      *> SETS WS-PWD-EXPIRED FROM THE NEWEST pwd_history.doc ROW FOR
      *> CURRENT-USERNAME. AN ACCOUNT FROM BEFORE THE HISTORY EXISTED
      *> GETS SEEDED WITH TODAY, SO ITS CLOCK STARTS NOW INSTEAD OF
               WRITE OUTPUT-RECORD
               IF WS-EOF-FLAG NOT = "Y"
                 READ INPUT-FILE INTO WS-PASSWORD
                    AT END PERFORM NOTE-END-OF-INPUT
                    NOT AT END PERFORM COUNT-INPUT-LINE
                 END-READ
               END-IF
               PERFORM VALIDATE-PASSWORD
           WRITE OUTPUT-RECORD
           IF WS-EOF-FLAG NOT = "Y"
             READ INPUT-FILE INTO WS-USERNAME
                 AT END PERFORM NOTE-END-OF-INPUT
                 NOT AT END PERFORM COUNT-INPUT-LINE
             END-READ
           END-IF

           WRITE OUTPUT-RECORD
           IF WS-EOF-FLAG NOT = "Y"
             READ INPUT-FILE INTO WS-SECURITY-ANSWER
                 AT END PERFORM NOTE-END-OF-INPUT
                 NOT AT END PERFORM COUNT-INPUT-LINE
             END-READ
           END-IF

               WRITE OUTPUT-RECORD
               IF WS-EOF-FLAG NOT = "Y"
                 READ INPUT-FILE INTO WS-PASSWORD
                    AT END PERFORM NOTE-END-OF-INPUT
                    NOT AT END PERFORM COUNT-INPUT-LINE
                 END-READ
               END-IF
               PERFORM VALIDATE-PASSWORD

           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF

           MOVE CURRENT-USERNAME TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-RECORD

           PERFORM REMOVE-ACCOUNT-AND-DATA

           MOVE "Y" TO WS-DELETE-CONFIRM
           MOVE "Your account and all associated data have been removed." TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           .

      *> REMOVES CURRENT-USERNAME'S ACCOUNT AND EVERY ROW THAT NAMES IT.
      *> SHARED BY DELETE-MY-ACCOUNT AND AN APPROVED DORMANT-ACCOUNT
      *> DELETION, WHICH POINTS CURRENT-USERNAME AT ITS TARGET FIRST
       REMOVE-ACCOUNT-AND-DATA.
      *> JOURNAL EVERY DELETE BEFORE THE FIRST REWRITE STARTS -- A
      *> CRASH BETWEEN THE SIX PASSES BELOW IS EXACTLY WHAT FORWARD
      *> RECOVERY HAS TO SURVIVE. A BLANK SECOND KEY HALF MEANS
           PERFORM REMOVE-USER-FROM-GROUP-POSTS
           PERFORM REMOVE-USER-FROM-ABUSE-REPORTS
           PERFORM REMOVE-USER-FROM-JOB-RECS
           PERFORM REMOVE-USER-FROM-INTERNSHIP-HOURS
           PERFORM REMOVE-USER-FROM-INTERNSHIP-CREDIT
           PERFORM REMOVE-USER-FROM-WORK-AUTH
           PERFORM REMOVE-USER-FROM-EEO-SELFID
           PERFORM REMOVE-USER-FROM-ENROLL-VERIFY
           PERFORM REMOVE-USER-FROM-CONSENT
           PERFORM REMOVE-USER-FROM-SKILL-ASSESSMENTS
           PERFORM REMOVE-USER-FROM-PROFILE-VIEWS
           PERFORM REMOVE-USER-FROM-FEED
      *> A SEAT LEFT BEHIND WOULD HAND THE DEAD EMPLOYER'S COMPANY
      *> ACCESS TO WHOEVER REGISTERS THE NAME NEXT, AND A TICKET WOULD
      *> SHOW THEM THE DEAD ACCOUNT'S SUPPORT HISTORY
           PERFORM REMOVE-USER-FROM-COMPANY-SEATS
           PERFORM REMOVE-USER-FROM-TICKETS
           PERFORM REMOVE-USER-FROM-DISPOSITION-TEMPLATES
           PERFORM REMOVE-USER-FROM-PROFILE-SCORES
           PERFORM REMOVE-USER-FROM-OUTREACH-LIST
           PERFORM REMOVE-USER-FROM-OUTREACH-CONTACTS
           PERFORM REMOVE-USER-FROM-CALENDAR-STATE

           IF WS-ACCOUNT-COUNT > 0
               SUBTRACT 1 FROM WS-ACCOUNT-COUNT
           END-IF
           .

       REMOVE-USER-FROM-ACCOUNTS.
           .

       REMOVE-USER-FROM-CONNECTIONS.
      *> INDEXED NOW -- THE DEPARTING USER'S PAIRS ARE THE RUN OF THE
      *> PRIME KEY UNDER THEIR NAME PLUS THE RUN OF THE CN-USER-TWO
      *> ALTERNATE KEY, BOTH DELETED IN PLACE
           OPEN I-O CONNECTIONS-FILE
           IF WS-CONNECTION-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE CURRENT-USERNAME TO CN-USER-ONE
           MOVE LOW-VALUES TO CN-USER-TWO
           MOVE "N" TO WS-CONNECTIONS-EOF
           START CONNECTIONS-FILE KEY >= CN-KEY
               INVALID KEY MOVE "Y" TO WS-CONNECTIONS-EOF
           END-START
           PERFORM UNTIL WS-CONNECTIONS-EOF = "Y"
               READ CONNECTIONS-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-CONNECTIONS-EOF
                   NOT AT END
                       IF CN-USER-ONE NOT = CURRENT-USERNAME
                           MOVE "Y" TO WS-CONNECTIONS-EOF
                       ELSE
                           DELETE CONNECTIONS-FILE RECORD
                       END-IF
               END-READ
           END-PERFORM
           MOVE CURRENT-USERNAME TO CN-USER-TWO
           MOVE "N" TO WS-CONNECTIONS-EOF
           START CONNECTIONS-FILE KEY = CN-USER-TWO
               INVALID KEY MOVE "Y" TO WS-CONNECTIONS-EOF
           END-START
           PERFORM UNTIL WS-CONNECTIONS-EOF = "Y"
               READ CONNECTIONS-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-CONNECTIONS-EOF
                   NOT AT END
                       IF CN-USER-TWO NOT = CURRENT-USERNAME
                           MOVE "Y" TO WS-CONNECTIONS-EOF
                       ELSE
                           DELETE CONNECTIONS-FILE RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONNECTIONS-FILE
           .

       REMOVE-USER-FROM-CONNECTION-REQUESTS.
      *> SAME TWO KEYED RUNS AS REMOVE-USER-FROM-CONNECTIONS: REQUESTS
      *> THE USER SENT, THEN REQUESTS WAITING ON THEM
           OPEN I-O CONNECTION-REQUESTS-FILE
           IF WS-CONN-REQ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE CURRENT-USERNAME TO CR-SENDER
           MOVE LOW-VALUES TO CR-RECEIVER
           MOVE "N" TO WS-TEMP-EOF
           START CONNECTION-REQUESTS-FILE KEY >= CR-KEY
               INVALID KEY MOVE "Y" TO WS-TEMP-EOF
           END-START
           PERFORM UNTIL WS-TEMP-EOF = "Y"
               READ CONNECTION-REQUESTS-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-TEMP-EOF
                   NOT AT END
                       IF CR-SENDER NOT = CURRENT-USERNAME
                           MOVE "Y" TO WS-TEMP-EOF
                       ELSE
                           DELETE CONNECTION-REQUESTS-FILE RECORD
                       END-IF
               END-READ
           END-PERFORM
           MOVE CURRENT-USERNAME TO CR-RECEIVER
           MOVE "N" TO WS-TEMP-EOF
           START CONNECTION-REQUESTS-FILE KEY = CR-RECEIVER
               INVALID KEY MOVE "Y" TO WS-TEMP-EOF
           END-START
           PERFORM UNTIL WS-TEMP-EOF = "Y"
               READ CONNECTION-REQUESTS-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-TEMP-EOF
                   NOT AT END
                       IF CR-RECEIVER NOT = CURRENT-USERNAME
                           MOVE "Y" TO WS-TEMP-EOF
                       ELSE
                           DELETE CONNECTION-REQUESTS-FILE RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONNECTION-REQUESTS-FILE
           .

       REMOVE-USER-FROM-APPLICATIONS.
      *> INDEXED NOW -- THE DEPARTING USER'S ROWS ARE ONE RUN OF THE
      *> PRIME KEY, DELETED IN PLACE LIKE REMOVE-USER-FROM-MESSAGES
           OPEN I-O APPLICATIONS-FILE
           IF WS-APPLICATIONS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-APPLICATIONS-EOF
           MOVE CURRENT-USERNAME TO APP-USERNAME
           MOVE 0 TO APP-JOB-ID
           START APPLICATIONS-FILE KEY >= APP-KEY
               INVALID KEY MOVE "Y" TO WS-APPLICATIONS-EOF
           END-START
           PERFORM UNTIL WS-APPLICATIONS-EOF = "Y"
               READ APPLICATIONS-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-APPLICATIONS-EOF
                   NOT AT END
                       IF APP-USERNAME NOT = CURRENT-USERNAME
                           MOVE "Y" TO WS-APPLICATIONS-EOF
                       ELSE
                           DELETE APPLICATIONS-FILE RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPLICATIONS-FILE
           .

       REMOVE-USER-FROM-MESSAGES.
           CLOSE JOB-RECS-TEMP-FILE
           .

       REMOVE-USER-FROM-INTERNSHIP-HOURS.
      *> THE STUDENT'S TIMESHEET WEEKS
           OPEN INPUT INTERNSHIP-HOURS-FILE
           IF WS-INTERN-HOURS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT INTERNSHIP-HOURS-TEMP-FILE
           MOVE "N" TO WS-INTERN-HOURS-EOF
           PERFORM UNTIL WS-INTERN-HOURS-EOF = "Y"
               READ INTERNSHIP-HOURS-FILE INTO INTERNSHIP-HOURS-RECORD
                   AT END MOVE "Y" TO WS-INTERN-HOURS-EOF
                   NOT AT END
                       IF IH-USERNAME NOT = CURRENT-USERNAME
                           MOVE INTERNSHIP-HOURS-RECORD
                               TO INTERNSHIP-HOURS-TEMP-RECORD
                           WRITE INTERNSHIP-HOURS-TEMP-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INTERNSHIP-HOURS-FILE
           CLOSE INTERNSHIP-HOURS-TEMP-FILE

           OPEN OUTPUT INTERNSHIP-HOURS-FILE
           OPEN INPUT INTERNSHIP-HOURS-TEMP-FILE
           MOVE "N" TO WS-INTERN-HOURS-EOF
           PERFORM UNTIL WS-INTERN-HOURS-EOF = "Y"
               READ INTERNSHIP-HOURS-TEMP-FILE
                   INTO INTERNSHIP-HOURS-TEMP-RECORD
                   AT END MOVE "Y" TO WS-INTERN-HOURS-EOF
                   NOT AT END
                       MOVE INTERNSHIP-HOURS-TEMP-RECORD
                           TO INTERNSHIP-HOURS-RECORD
                       WRITE INTERNSHIP-HOURS-RECORD
               END-READ
           END-PERFORM
           CLOSE INTERNSHIP-HOURS-FILE
           CLOSE INTERNSHIP-HOURS-TEMP-FILE

           OPEN OUTPUT INTERNSHIP-HOURS-TEMP-FILE
           CLOSE INTERNSHIP-HOURS-TEMP-FILE
           .

       REMOVE-USER-FROM-INTERNSHIP-CREDIT.
      *> CREDIT CERTIFICATIONS FOR THE STUDENT
           OPEN INPUT INTERNSHIP-CREDIT-FILE
           IF WS-INTERN-CREDIT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT INTERNSHIP-CREDIT-TEMP-FILE
           MOVE "N" TO WS-INTERN-CREDIT-EOF
           PERFORM UNTIL WS-INTERN-CREDIT-EOF = "Y"
               READ INTERNSHIP-CREDIT-FILE INTO INTERNSHIP-CREDIT-RECORD
                   AT END MOVE "Y" TO WS-INTERN-CREDIT-EOF
                   NOT AT END
                       IF IC-USERNAME NOT = CURRENT-USERNAME
                           MOVE INTERNSHIP-CREDIT-RECORD
                               TO INTERNSHIP-CREDIT-TEMP-RECORD
                           WRITE INTERNSHIP-CREDIT-TEMP-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INTERNSHIP-CREDIT-FILE
           CLOSE INTERNSHIP-CREDIT-TEMP-FILE

           OPEN OUTPUT INTERNSHIP-CREDIT-FILE
           OPEN INPUT INTERNSHIP-CREDIT-TEMP-FILE
           MOVE "N" TO WS-INTERN-CREDIT-EOF
           PERFORM UNTIL WS-INTERN-CREDIT-EOF = "Y"
               READ INTERNSHIP-CREDIT-TEMP-FILE
                   INTO INTERNSHIP-CREDIT-TEMP-RECORD
                   AT END MOVE "Y" TO WS-INTERN-CREDIT-EOF
                   NOT AT END
                       MOVE INTERNSHIP-CREDIT-TEMP-RECORD
                           TO INTERNSHIP-CREDIT-RECORD
                       WRITE INTERNSHIP-CREDIT-RECORD
               END-READ
           END-PERFORM
           CLOSE INTERNSHIP-CREDIT-FILE
           CLOSE INTERNSHIP-CREDIT-TEMP-FILE

           OPEN OUTPUT INTERNSHIP-CREDIT-TEMP-FILE
           CLOSE INTERNSHIP-CREDIT-TEMP-FILE
           .

       REMOVE-USER-FROM-WORK-AUTH.
      *> THE USER'S WORK-AUTHORIZATION ANSWER
           OPEN INPUT WORK-AUTH-FILE
           IF WS-WORK-AUTH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WORK-AUTH-TEMP-FILE
           MOVE "N" TO WS-WORK-AUTH-EOF
           PERFORM UNTIL WS-WORK-AUTH-EOF = "Y"
               READ WORK-AUTH-FILE INTO WORK-AUTH-RECORD
                   AT END MOVE "Y" TO WS-WORK-AUTH-EOF
                   NOT AT END
                       IF WA-USERNAME NOT = CURRENT-USERNAME
                           MOVE WORK-AUTH-RECORD TO WORK-AUTH-TEMP-RECORD
                           WRITE WORK-AUTH-TEMP-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORK-AUTH-FILE
           CLOSE WORK-AUTH-TEMP-FILE

           OPEN OUTPUT WORK-AUTH-FILE
           OPEN INPUT WORK-AUTH-TEMP-FILE
           MOVE "N" TO WS-WORK-AUTH-EOF
           PERFORM UNTIL WS-WORK-AUTH-EOF = "Y"
               READ WORK-AUTH-TEMP-FILE INTO WORK-AUTH-TEMP-RECORD
                   AT END MOVE "Y" TO WS-WORK-AUTH-EOF
                   NOT AT END
                       MOVE WORK-AUTH-TEMP-RECORD TO WORK-AUTH-RECORD
                       WRITE WORK-AUTH-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-AUTH-FILE
           CLOSE WORK-AUTH-TEMP-FILE

           OPEN OUTPUT WORK-AUTH-TEMP-FILE
           CLOSE WORK-AUTH-TEMP-FILE
           .

       REMOVE-USER-FROM-EEO-SELFID.
      *> THE USER'S VOLUNTARY SELF-IDENTIFICATION ROW
           OPEN INPUT EEO-SELFID-FILE
           IF WS-EEO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT EEO-SELFID-TEMP-FILE
           MOVE "N" TO WS-EEO-EOF
           PERFORM UNTIL WS-EEO-EOF = "Y"
               READ EEO-SELFID-FILE INTO EEO-SELFID-RECORD
                   AT END MOVE "Y" TO WS-EEO-EOF
                   NOT AT END
                       IF EE-USERNAME NOT = CURRENT-USERNAME
                           MOVE EEO-SELFID-RECORD TO EEO-SELFID-TEMP-RECORD
                           WRITE EEO-SELFID-TEMP-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EEO-SELFID-FILE
           CLOSE EEO-SELFID-TEMP-FILE

           OPEN OUTPUT EEO-SELFID-FILE
           OPEN INPUT EEO-SELFID-TEMP-FILE
           MOVE "N" TO WS-EEO-EOF
           PERFORM UNTIL WS-EEO-EOF = "Y"
               READ EEO-SELFID-TEMP-FILE INTO EEO-SELFID-TEMP-RECORD
                   AT END MOVE "Y" TO WS-EEO-EOF
                   NOT AT END
                       MOVE EEO-SELFID-TEMP-RECORD TO EEO-SELFID-RECORD
                       WRITE EEO-SELFID-RECORD
               END-READ
           END-PERFORM
           CLOSE EEO-SELFID-FILE
           CLOSE EEO-SELFID-TEMP-FILE

           OPEN OUTPUT EEO-SELFID-TEMP-FILE
           CLOSE EEO-SELFID-TEMP-FILE
           .

       REMOVE-USER-FROM-ENROLL-VERIFY.
      *> THE REGISTRAR'S RESULT FOR THE USER -- A LATER ACCOUNT UNDER
      *> THE SAME USERNAME MUST NOT WEAR THIS ONE'S MARKER
           OPEN INPUT ENROLL-VERIFY-FILE
           IF WS-ENROLL-VERIFY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ENROLL-VERIFY-TEMP-FILE
           MOVE "N" TO WS-ENROLL-VERIFY-EOF
           PERFORM UNTIL WS-ENROLL-VERIFY-EOF = "Y"
               READ ENROLL-VERIFY-FILE INTO ENROLL-VERIFY-RECORD
                   AT END MOVE "Y" TO WS-ENROLL-VERIFY-EOF
                   NOT AT END
                       IF RV-USERNAME NOT = CURRENT-USERNAME
                           MOVE ENROLL-VERIFY-RECORD
                               TO ENROLL-VERIFY-TEMP-RECORD
                           WRITE ENROLL-VERIFY-TEMP-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLL-VERIFY-FILE
           CLOSE ENROLL-VERIFY-TEMP-FILE

           OPEN OUTPUT ENROLL-VERIFY-FILE
           OPEN INPUT ENROLL-VERIFY-TEMP-FILE
           MOVE "N" TO WS-ENROLL-VERIFY-EOF
           PERFORM UNTIL WS-ENROLL-VERIFY-EOF = "Y"
               READ ENROLL-VERIFY-TEMP-FILE INTO ENROLL-VERIFY-TEMP-RECORD
                   AT END MOVE "Y" TO WS-ENROLL-VERIFY-EOF
                   NOT AT END
                       MOVE ENROLL-VERIFY-TEMP-RECORD TO ENROLL-VERIFY-RECORD
                       WRITE ENROLL-VERIFY-RECORD
               END-READ
           END-PERFORM
           CLOSE ENROLL-VERIFY-FILE
           CLOSE ENROLL-VERIFY-TEMP-FILE

           OPEN OUTPUT ENROLL-VERIFY-TEMP-FILE
           CLOSE ENROLL-VERIFY-TEMP-FILE
           .

       REMOVE-USER-FROM-PROFILE-VIEWS.
      *> VIEWS BY AND OF THE DEPARTING USER -- NEITHER SIDE SHOULD
      *> OUTLIVE THE ACCOUNT
           OPEN INPUT PROFILE-VIEWS-FILE
           IF WS-PROFILE-VIEWS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PROFILE-VIEWS-TEMP-FILE
           MOVE "N" TO WS-PROFILE-VIEWS-EOF
           PERFORM UNTIL WS-PROFILE-VIEWS-EOF = "Y"
               READ PROFILE-VIEWS-FILE INTO PROFILE-VIEW-RECORD
                   AT END MOVE "Y" TO WS-PROFILE-VIEWS-EOF
                   NOT AT END
                       IF PV-VIEWER NOT = CURRENT-USERNAME
                           AND PV-VIEWED NOT = CURRENT-USERNAME
                           MOVE PROFILE-VIEW-RECORD TO PROFILE-VIEW-TEMP-RECORD
                           WRITE PROFILE-VIEW-TEMP-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROFILE-VIEWS-FILE
           CLOSE PROFILE-VIEWS-TEMP-FILE

           OPEN OUTPUT PROFILE-VIEWS-FILE
           OPEN INPUT PROFILE-VIEWS-TEMP-FILE
           MOVE "N" TO WS-PROFILE-VIEWS-EOF
           PERFORM UNTIL WS-PROFILE-VIEWS-EOF = "Y"
               READ PROFILE-VIEWS-TEMP-FILE INTO PROFILE-VIEW-TEMP-RECORD
                   AT END MOVE "Y" TO WS-PROFILE-VIEWS-EOF
                   NOT AT END
                       MOVE PROFILE-VIEW-TEMP-RECORD TO PROFILE-VIEW-RECORD
                       WRITE PROFILE-VIEW-RECORD
               END-READ
           END-PERFORM
           CLOSE PROFILE-VIEWS-FILE
           CLOSE PROFILE-VIEWS-TEMP-FILE

           OPEN OUTPUT PROFILE-VIEWS-TEMP-FILE
           CLOSE PROFILE-VIEWS-TEMP-FILE
           .

       REMOVE-USER-FROM-FEED.
      *> THE DEPARTING USER'S UPDATES AND MILESTONES, AND THEIR
      *> SHARING OPT-IN
           PERFORM REMOVE-FEED-SHARE-ROW
           OPEN INPUT FEED-FILE
           IF WS-FEED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FEED-TEMP-FILE
           MOVE "N" TO WS-FEED-EOF
           PERFORM UNTIL WS-FEED-EOF = "Y"
               READ FEED-FILE INTO FEED-RECORD
                   AT END MOVE "Y" TO WS-FEED-EOF
                   NOT AT END
                       IF FE-USERNAME NOT = CURRENT-USERNAME
                           MOVE FEED-RECORD TO FEED-TEMP-RECORD
                           WRITE FEED-TEMP-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEED-FILE
           CLOSE FEED-TEMP-FILE

           OPEN OUTPUT FEED-FILE
           OPEN INPUT FEED-TEMP-FILE
           MOVE "N" TO WS-FEED-EOF
           PERFORM UNTIL WS-FEED-EOF = "Y"
               READ FEED-TEMP-FILE INTO FEED-TEMP-RECORD
                   AT END MOVE "Y" TO WS-FEED-EOF
                   NOT AT END
                       MOVE FEED-TEMP-RECORD TO FEED-RECORD
                       WRITE FEED-RECORD
               END-READ
           END-PERFORM
           CLOSE FEED-FILE
           CLOSE FEED-TEMP-FILE

           OPEN OUTPUT FEED-TEMP-FILE
           CLOSE FEED-TEMP-FILE
           .

      *> THE SEATS THE USER HELD. SEATS THEY GRANTED OTHERS STAY --
      *> SE-SET-BY IS ONLY A RECORD OF WHO DID IT
       REMOVE-USER-FROM-COMPANY-SEATS.
           MOVE "company_seats.doc" TO WS-STORE-DATA-NAME
           MOVE "D" TO WS-STORE-RULE
           MOVE 31 TO WS-STORE-USER-POS
           PERFORM REMOVE-USER-FROM-STORE
           .

      *> OPS KEEP THE TICKET FOR THEIR OWN FIGURES, BUT NOT WHOSE IT WAS
      *> OR WHAT IT SAID -- THE SAME BLANKING THE PURGE JOB GIVES IT
       REMOVE-USER-FROM-TICKETS.
           MOVE "tickets.doc" TO WS-STORE-DATA-NAME
           MOVE "B" TO WS-STORE-RULE
           MOVE 7 TO WS-STORE-USER-POS
           MOVE 91 TO WS-STORE-TEXT-POS
           MOVE 200 TO WS-STORE-TEXT-LEN
           PERFORM REMOVE-USER-FROM-STORE
           .

       REMOVE-USER-FROM-DISPOSITION-TEMPLATES.
           MOVE "disposition_templates.doc" TO WS-STORE-DATA-NAME
           MOVE "D" TO WS-STORE-RULE
           MOVE 1 TO WS-STORE-USER-POS
           PERFORM REMOVE-USER-FROM-STORE
           .

       REMOVE-USER-FROM-PROFILE-SCORES.
           MOVE "profile_scores.doc" TO WS-STORE-DATA-NAME
           MOVE "D" TO WS-STORE-RULE
           MOVE 1 TO WS-STORE-USER-POS
           PERFORM REMOVE-USER-FROM-STORE
           .

       REMOVE-USER-FROM-OUTREACH-LIST.
           MOVE "outreach_list.doc" TO WS-STORE-DATA-NAME
           MOVE "D" TO WS-STORE-RULE
           MOVE 31 TO WS-STORE-USER-POS
           PERFORM REMOVE-USER-FROM-STORE
           .

      *> CONTACTS WITH THE USER. AN ADVISER'S OWN CONTACTS WITH OTHER
      *> STUDENTS STAY -- OC-CONTACTED-BY IS ONLY A RECORD OF WHO
       REMOVE-USER-FROM-OUTREACH-CONTACTS.
           MOVE "outreach_contacts.doc" TO WS-STORE-DATA-NAME
           MOVE "D" TO WS-STORE-RULE
           MOVE 1 TO WS-STORE-USER-POS
           PERFORM REMOVE-USER-FROM-STORE
           .

      *> THE DIGEST'S LAST-SENT CALENDAR FINGERPRINT -- SEE
      *> REFRESH-DIGEST-CALENDAR IN InCollege-BatchJobs.cob
       REMOVE-USER-FROM-CALENDAR-STATE.
           MOVE "calendar_state.doc" TO WS-STORE-DATA-NAME
           MOVE "D" TO WS-STORE-RULE
           MOVE 1 TO WS-STORE-USER-POS
           PERFORM REMOVE-USER-FROM-STORE
           .

      *> SAME TEMP-FILE REWRITE AS THE PASSES ABOVE, FOR A STORE NAMED
      *> IN WS-STORE-DATA-NAME WITH ITS USERNAME AT WS-STORE-USER-POS.
      *> THE STORE IS ONLY COPIED BACK WHEN A ROW NAMED THE USER
       REMOVE-USER-FROM-STORE.
           MOVE SPACES TO WS-STORE-TEMP-NAME
           STRING WS-STORE-DATA-NAME DELIMITED BY ".doc"
               ".tmp" DELIMITED BY SIZE
               INTO WS-STORE-TEMP-NAME
           END-STRING
           MOVE 0 TO WS-STORE-SWEPT
           OPEN INPUT USER-STORE-FILE
           IF WS-STORE-DATA-STATUS NOT = "00"
               PERFORM RESET-STORE-SWEEP
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT USER-STORE-TEMP-FILE
           MOVE "N" TO WS-STORE-EOF
           PERFORM UNTIL WS-STORE-EOF = "Y"
               READ USER-STORE-FILE
                   AT END MOVE "Y" TO WS-STORE-EOF
                   NOT AT END
                       MOVE USER-STORE-RECORD TO USER-STORE-TEMP-RECORD
                       IF USER-STORE-RECORD (WS-STORE-USER-POS:20)
                           NOT = CURRENT-USERNAME
                           WRITE USER-STORE-TEMP-RECORD
                       ELSE
                           ADD 1 TO WS-STORE-SWEPT
                           IF WS-STORE-RULE = "B"
                               MOVE "[purged]" TO USER-STORE-TEMP-RECORD
                                   (WS-STORE-USER-POS:20)
                               IF WS-STORE-TEXT-POS > 0
                                   MOVE "[purged]" TO
                                       USER-STORE-TEMP-RECORD
                                       (WS-STORE-TEXT-POS:
                                        WS-STORE-TEXT-LEN)
                               END-IF
                               WRITE USER-STORE-TEMP-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USER-STORE-FILE
           CLOSE USER-STORE-TEMP-FILE

           IF WS-STORE-SWEPT > 0
               OPEN OUTPUT USER-STORE-FILE
               OPEN INPUT USER-STORE-TEMP-FILE
               MOVE "N" TO WS-STORE-EOF
               PERFORM UNTIL WS-STORE-EOF = "Y"
                   READ USER-STORE-TEMP-FILE
                       AT END MOVE "Y" TO WS-STORE-EOF
                       NOT AT END
                           MOVE USER-STORE-TEMP-RECORD
                               TO USER-STORE-RECORD
                           WRITE USER-STORE-RECORD
                   END-READ
               END-PERFORM
               CLOSE USER-STORE-FILE
               CLOSE USER-STORE-TEMP-FILE
           END-IF

           OPEN OUTPUT USER-STORE-TEMP-FILE
           CLOSE USER-STORE-TEMP-FILE
           PERFORM RESET-STORE-SWEEP
           .

      *> BACK TO A PLAIN "D" SWEEP FOR THE NEXT CALLER
       RESET-STORE-SWEEP.
           MOVE "D" TO WS-STORE-RULE
           MOVE 1 TO WS-STORE-USER-POS
           MOVE 0 TO WS-STORE-TEXT-POS
           MOVE 0 TO WS-STORE-TEXT-LEN
           .

       REMOVE-USER-FROM-SKILL-ASSESSMENTS.
      *> ASSESSMENT ATTEMPTS AND VERIFIED BADGES -- A LATER ACCOUNT
      *> UNDER THE SAME USERNAME EARNS ITS OWN
           OPEN INPUT SKILL-ATTEMPTS-FILE
           IF WS-SKILL-ATTEMPTS-STATUS = "00"
               OPEN OUTPUT SKILL-ATTEMPTS-TEMP-FILE
               MOVE "N" TO WS-SKILL-ATTEMPTS-EOF
               PERFORM UNTIL WS-SKILL-ATTEMPTS-EOF = "Y"
                   READ SKILL-ATTEMPTS-FILE INTO SKILL-ATTEMPT-RECORD
                       AT END MOVE "Y" TO WS-SKILL-ATTEMPTS-EOF
                       NOT AT END
                           IF SA-USERNAME NOT = CURRENT-USERNAME
                               MOVE SKILL-ATTEMPT-RECORD TO SKILL-ATTEMPT-TEMP-RECORD
                               WRITE SKILL-ATTEMPT-TEMP-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SKILL-ATTEMPTS-FILE
               CLOSE SKILL-ATTEMPTS-TEMP-FILE

               OPEN OUTPUT SKILL-ATTEMPTS-FILE
               OPEN INPUT SKILL-ATTEMPTS-TEMP-FILE
               MOVE "N" TO WS-SKILL-ATTEMPTS-EOF
               PERFORM UNTIL WS-SKILL-ATTEMPTS-EOF = "Y"
                   READ SKILL-ATTEMPTS-TEMP-FILE INTO SKILL-ATTEMPT-TEMP-RECORD
                       AT END MOVE "Y" TO WS-SKILL-ATTEMPTS-EOF
                       NOT AT END
                           MOVE SKILL-ATTEMPT-TEMP-RECORD TO SKILL-ATTEMPT-RECORD
                           WRITE SKILL-ATTEMPT-RECORD
                   END-READ
               END-PERFORM
               CLOSE SKILL-ATTEMPTS-FILE
               CLOSE SKILL-ATTEMPTS-TEMP-FILE

               OPEN OUTPUT SKILL-ATTEMPTS-TEMP-FILE
               CLOSE SKILL-ATTEMPTS-TEMP-FILE
           END-IF

           OPEN INPUT SKILL-BADGES-FILE
           IF WS-SKILL-BADGES-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SKILL-BADGES-TEMP-FILE
           MOVE "N" TO WS-SKILL-BADGES-EOF
           PERFORM UNTIL WS-SKILL-BADGES-EOF = "Y"
               READ SKILL-BADGES-FILE INTO SKILL-BADGE-RECORD
                   AT END MOVE "Y" TO WS-SKILL-BADGES-EOF
                   NOT AT END
                       IF VB-USERNAME NOT = CURRENT-USERNAME
                           MOVE SKILL-BADGE-RECORD TO SKILL-BADGE-TEMP-RECORD
                           WRITE SKILL-BADGE-TEMP-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SKILL-BADGES-FILE
           CLOSE SKILL-BADGES-TEMP-FILE

           OPEN OUTPUT SKILL-BADGES-FILE
           OPEN INPUT SKILL-BADGES-TEMP-FILE
           MOVE "N" TO WS-SKILL-BADGES-EOF
           PERFORM UNTIL WS-SKILL-BADGES-EOF = "Y"
               READ SKILL-BADGES-TEMP-FILE INTO SKILL-BADGE-TEMP-RECORD
                   AT END MOVE "Y" TO WS-SKILL-BADGES-EOF
                   NOT AT END
                       MOVE SKILL-BADGE-TEMP-RECORD TO SKILL-BADGE-RECORD
                       WRITE SKILL-BADGE-RECORD
               END-READ
           END-PERFORM
           CLOSE SKILL-BADGES-FILE
           CLOSE SKILL-BADGES-TEMP-FILE

           OPEN OUTPUT SKILL-BADGES-TEMP-FILE
           CLOSE SKILL-BADGES-TEMP-FILE
           .

       REMOVE-USER-FROM-CONSENT.
      *> CONSENT ROWS -- A LATER ACCOUNT UNDER THE SAME USERNAME MUST
      *> ACCEPT THE TERMS ITSELF. THE ACCEPTANCES STAY IN audit.doc
           OPEN INPUT CONSENT-FILE
           IF WS-CONSENT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CONSENT-TEMP-FILE
           MOVE "N" TO WS-CONSENT-EOF
           PERFORM UNTIL WS-CONSENT-EOF = "Y"
               READ CONSENT-FILE INTO CONSENT-RECORD
                   AT END MOVE "Y" TO WS-CONSENT-EOF
                   NOT AT END
                       IF TC-USERNAME NOT = CURRENT-USERNAME
                           MOVE CONSENT-RECORD TO CONSENT-TEMP-RECORD
                           WRITE CONSENT-TEMP-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONSENT-FILE
           CLOSE CONSENT-TEMP-FILE

           OPEN OUTPUT CONSENT-FILE
           OPEN INPUT CONSENT-TEMP-FILE
           MOVE "N" TO WS-CONSENT-EOF
           PERFORM UNTIL WS-CONSENT-EOF = "Y"
               READ CONSENT-TEMP-FILE INTO CONSENT-TEMP-RECORD
                   AT END MOVE "Y" TO WS-CONSENT-EOF
                   NOT AT END
                       MOVE CONSENT-TEMP-RECORD TO CONSENT-RECORD
                       WRITE CONSENT-RECORD
               END-READ
           END-PERFORM
           CLOSE CONSENT-FILE
           CLOSE CONSENT-TEMP-FILE

           OPEN OUTPUT CONSENT-TEMP-FILE
           CLOSE CONSENT-TEMP-FILE
           .

       REMOVE-USER-FROM-RECOMMENDS.
      *> RECOMMENDATIONS ON THE USER'S PROFILE AND DRAFTS THEY AUTHORED
           OPEN INPUT RECOMMENDATIONS-FILE
           IF WS-RECOMMEND-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RECOMMENDATIONS-TEMP-FILE
           MOVE "N" TO WS-RECOMMEND-EOF
           PERFORM UNTIL WS-RECOMMEND-EOF = "Y"
               READ RECOMMENDATIONS-FILE INTO RECOMMENDATION-RECORD
                   AT END MOVE "Y" TO WS-RECOMMEND-EOF
                   NOT AT END
                       IF RC-OWNER NOT = CURRENT-USERNAME
                          AND RC-AUTHOR NOT = CURRENT-USERNAME
                           MOVE RECOMMENDATION-RECORD TO RECOMMENDATION-TEMP-RECORD
                           WRITE RECOMMENDATION-TEMP-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECOMMENDATIONS-FILE
           CLOSE RECOMMENDATIONS-TEMP-FILE

           OPEN OUTPUT RECOMMENDATIONS-FILE
           OPEN INPUT RECOMMENDATIONS-TEMP-FILE
           MOVE "N" TO WS-RECOMMEND-EOF
           PERFORM UNTIL WS-RECOMMEND-EOF = "Y"
               READ RECOMMENDATIONS-TEMP-FILE INTO RECOMMENDATION-TEMP-RECORD
                   AT END MOVE "Y" TO WS-RECOMMEND-EOF
                   NOT AT END
                       MOVE RECOMMENDATION-TEMP-RECORD TO RECOMMENDATION-RECORD

           IF WS-EOF-FLAG NOT = "Y"
             READ INPUT-FILE INTO WS-USERNAME
                 AT END PERFORM NOTE-END-OF-INPUT
                 NOT AT END PERFORM COUNT-INPUT-LINE
             END-READ
           END-IF


           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-PASSWORD
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF
           
                   MOVE WS-MESSAGE TO OUTPUT-RECORD
                   WRITE OUTPUT-RECORD

      *> LOGGING IN IS ALL IT TAKES TO BRING A DORMANT ACCOUNT BACK
                   IF WS-ACCOUNT-LOCK-STATUS = "D"
                       PERFORM REACTIVATE-DORMANT-ACCOUNT
                   END-IF
                   PERFORM LOAD-DORMANT-ACCOUNTS

      *> TERMS GATE: A NEWER TERMS-OF-USE VERSION THAN THE ONE THIS
      *> USER LAST ACCEPTED MUST BE ACCEPTED BEFORE ANYTHING ELSE
                   PERFORM CHECK-TERMS-ACCEPTANCE
                   IF WS-TERMS-ACCEPTED NOT = "Y"
                       MOVE "Terms not accepted - access denied." TO OUTPUT-RECORD
                       DISPLAY OUTPUT-RECORD
                       WRITE OUTPUT-RECORD
                       EXIT PARAGRAPH
                   END-IF

      *> AGING GATE: A PASSWORD OLDER THAN THE OPS LIMIT MUST BE
      *> CHANGED BEFORE THE SESSION GOES ANY FURTHER
                   IF WS-MAX-PASSWORD-AGE > 0
           WRITE OUTPUT-RECORD
           .

      *> PUTS A DORMANT ("D") ACCOUNT BACK TO ACTIVE. THE NEXT DORMANCY
      *> RUN SEES THE LOGIN AND STARTS THE ACCOUNT'S CLOCK AGAIN
       REACTIVATE-DORMANT-ACCOUNT.
           OPEN I-O ACCOUNTS-FILE
           MOVE "N" TO WS-ACCOUNTS-EOF
           PERFORM UNTIL WS-ACCOUNTS-EOF = "Y"
               READ ACCOUNTS-FILE INTO ACCOUNT-RECORD
                   AT END MOVE "Y" TO WS-ACCOUNTS-EOF
                   NOT AT END
                       IF ACCOUNT-USERNAME = CURRENT-USERNAME
                           AND ACCOUNT-STATUS = "D"
                           MOVE "A" TO ACCOUNT-STATUS
                           MOVE "ACCOUNTS" TO WS-JOURNAL-FILE-ID
                           MOVE "U" TO WS-JOURNAL-ACTION
                           MOVE CURRENT-USERNAME TO WS-JOURNAL-KEY
                           MOVE ACCOUNT-RECORD TO WS-JOURNAL-IMAGE
                           PERFORM WRITE-JOURNAL-RECORD
                           REWRITE ACCOUNT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           MOVE "A" TO WS-ACCOUNT-LOCK-STATUS

           MOVE CURRENT-USERNAME TO WS-AUDIT-USERNAME
           MOVE "REACTIVATE" TO WS-AUDIT-ACTION
           MOVE CURRENT-USERNAME TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-RECORD

           MOVE "Welcome back! Your dormant account has been reactivated." TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           .

      *> EVERY ACCOUNT WHOSE ACCOUNT-STATUS IS "D" -- ITS PROFILE DROPS
      *> OUT OF SEARCH, SUGGESTIONS AND THE FEED UNTIL ITS OWNER LOGS IN
       LOAD-DORMANT-ACCOUNTS.
           MOVE 0 TO WS-DORMANT-COUNT
           MOVE "N" TO WS-ACCOUNTS-EOF
           OPEN INPUT ACCOUNTS-FILE
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

       SHOW-LOGIN-SUMMARY.
      *> ANY BROADCAST THE USER HASN'T ACKNOWLEDGED YET COMES FIRST --
      *> DOWNTIME NOTICES SHOULD NOT HIDE BELOW THE COUNTS
           MOVE 0 TO WS-PENDING-REQ-COUNT
           MOVE "N" TO WS-TEMP-EOF
           OPEN INPUT CONNECTION-REQUESTS-FILE
      *> ONLY REQUESTS WAITING ON THIS USER, VIA THE RECEIVER KEY
           MOVE CURRENT-USERNAME TO CR-RECEIVER
           START CONNECTION-REQUESTS-FILE KEY = CR-RECEIVER
               INVALID KEY MOVE "Y" TO WS-TEMP-EOF
           END-START
           PERFORM UNTIL WS-TEMP-EOF = "Y"
               READ CONNECTION-REQUESTS-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-TEMP-EOF
                   NOT AT END
                       IF CR-RECEIVER NOT = CURRENT-USERNAME
                           MOVE "Y" TO WS-TEMP-EOF
                       ELSE
                           ADD 1 TO WS-PENDING-REQ-COUNT
                       END-IF
               END-READ
           MOVE WS-MESSAGE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

      *> WHO IS LOOKING -- MENU OPTION 25 HAS THE DETAIL
           PERFORM COUNT-WEEKLY-PROFILE-VIEWS
           MOVE SPACES TO WS-MESSAGE
           STRING "Your profile was viewed " DELIMITED BY SIZE
                  WS-PV-WEEK-COUNT DELIMITED BY SIZE
                  " time(s) in the past week." DELIMITED BY SIZE
                  INTO WS-MESSAGE
           END-STRING
           DISPLAY WS-MESSAGE
           MOVE WS-MESSAGE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

      *> CONFIRMED INTERVIEWS SURFACE AT LOGIN FOR BOTH PARTIES: THE
      *> STUDENT SEES THEIR OWN, THE EMPLOYER SEES ANY AGAINST A JOB
      *> THEY POSTED. PENDING OFFERS ARE COUNTED SO THE STUDENT KNOWS
               WRITE OUTPUT-RECORD
               IF WS-EOF-FLAG NOT = "Y"
                   READ INPUT-FILE INTO WS-TEMP-INPUT
                       AT END PERFORM NOTE-END-OF-INPUT
                       NOT AT END
                           PERFORM COUNT-INPUT-LINE
                           IF FUNCTION NUMVAL(WS-TEMP-INPUT) > 0
                               MOVE FUNCTION NUMVAL(WS-TEMP-INPUT)
                                   TO WS-TARGET-JOB-ID
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE "23. Export My Calendar" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE "24. Contact Support" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

      *> === NEW MENU OPTION: PROFILE VIEWERS ===
           MOVE "25. Who Viewed My Profile" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

      *> === NEW MENU OPTION: NETWORK ACTIVITY FEED ===
           MOVE "26. Network Activity Feed" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE "Enter your choice:" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           IF WS-EOF-FLAG NOT = "Y"
           READ INPUT-FILE INTO WS-TEMP-INPUT
               AT END PERFORM NOTE-END-OF-INPUT
               NOT AT END
                   PERFORM COUNT-INPUT-LINE
      *> TWO-DIGIT MENU NOW THAT THERE ARE MORE THAN 9 OPTIONS
                   MOVE FUNCTION NUMVAL(WS-TEMP-INPUT) TO WS-USER-CHOICE
                   EVALUATE WS-USER-CHOICE
                           PERFORM EDIT-NOTIFICATION-PREFS
                       WHEN 22
                           PERFORM GROUPS-MENU
                       WHEN 23
                           PERFORM EXPORT-MY-CALENDAR
                       WHEN 24
                           PERFORM CONTACT-SUPPORT
                       WHEN 25
                           PERFORM VIEW-WHO-VIEWED-ME
                       WHEN 26
                           PERFORM NETWORK-FEED-MENU
                       WHEN OTHER
                           MOVE "Invalid choice, please try again" TO OUTPUT-RECORD
                           DISPLAY OUTPUT-RECORD
           MOVE "4. Event RSVPs" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "5. Certify Internship Hours" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "6. At-Risk Senior Outreach" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "9. Back" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE 0 TO WS-CC-CHOICE
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF WS-TEMP-INPUT(1:1) IS NUMERIC
                           MOVE WS-TEMP-INPUT(1:1) TO WS-CC-CHOICE
                       END-IF
               WHEN 2 PERFORM CC-LIST-APPLICATIONS
               WHEN 3 PERFORM CC-LIST-INTERVIEWS
               WHEN 4 PERFORM CC-LIST-EVENT-RSVPS
               WHEN 5 PERFORM CC-CERTIFY-INTERNSHIP-HOURS
               WHEN 6 PERFORM CC-OUTREACH-LIST
               WHEN OTHER CONTINUE
           END-EVALUATE
           .
           MOVE "N" TO WS-APPLICATIONS-EOF
           OPEN INPUT APPLICATIONS-FILE
           PERFORM UNTIL WS-APPLICATIONS-EOF = "Y"
               READ APPLICATIONS-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-APPLICATIONS-EOF
                   NOT AT END
                       PERFORM CC-CHECK-USER-SCOPE
           END-IF
           .

      *> ROLLS internship_hours.doc UP PER STUDENT AND JOB FOR THE
      *> STAFF MEMBER'S OWN UNIVERSITY AND CERTIFIES ONE TOTAL FOR
      *> ACADEMIC CREDIT. ONLY APPROVED WEEKS COUNT -- WEEKS STILL
      *> WAITING ON THE EMPLOYER ARE SHOWN SO STAFF CAN DECIDE WHETHER
      *> TO WAIT, AND THE TERM-END REPORT LISTS ANY THAT ARE LEFT
       CC-CERTIFY-INTERNSHIP-HOURS.
           MOVE "--- Internship Hours For Credit ---" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE 0 TO WS-INTERN-COUNT
           OPEN INPUT PROFILE-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-INTERN-HOURS-EOF
           OPEN INPUT INTERNSHIP-HOURS-FILE
           IF WS-INTERN-HOURS-STATUS NOT = "00"
               MOVE "Y" TO WS-INTERN-HOURS-EOF
           END-IF
           PERFORM UNTIL WS-INTERN-HOURS-EOF = "Y"
               READ INTERNSHIP-HOURS-FILE INTO INTERNSHIP-HOURS-RECORD
                   AT END MOVE "Y" TO WS-INTERN-HOURS-EOF
                   NOT AT END
                       MOVE IH-USERNAME TO APP-USERNAME
                       PERFORM CC-CHECK-USER-SCOPE
                       IF WS-CC-TARGET-OK = "Y"
                           PERFORM CC-TALLY-INTERNSHIP-WEEK
                       END-IF
               END-READ
           END-PERFORM
           IF WS-INTERN-HOURS-STATUS NOT = "35"
               CLOSE INTERNSHIP-HOURS-FILE
           END-IF
           CLOSE PROFILE-FILE

           IF WS-INTERN-COUNT = 0
               MOVE "No internship hours logged by your students yet." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           SET WS-INTERN-CERT-IDX TO 1
           PERFORM WS-INTERN-COUNT TIMES
               MOVE WS-INTERN-CERT-USERNAME (WS-INTERN-CERT-IDX)
                   TO WS-INTERN-USERNAME
               MOVE WS-INTERN-CERT-JOB-ID (WS-INTERN-CERT-IDX)
                   TO WS-INTERN-JOB-ID
               PERFORM CHECK-INTERNSHIP-CERTIFIED
               MOVE WS-INTERN-CERT-APPROVED (WS-INTERN-CERT-IDX)
                   TO WS-INTERN-TOTAL-DISPLAY
               MOVE WS-INTERN-CERT-PENDING (WS-INTERN-CERT-IDX)
                   TO WS-INTERN-PENDING-DISPLAY
               SET WS-INTERN-PICK TO WS-INTERN-CERT-IDX
               MOVE SPACES TO OUTPUT-RECORD
               IF WS-INTERN-CERTIFIED = "Y"
                   STRING WS-INTERN-PICK ". "
                       FUNCTION TRIM(WS-INTERN-USERNAME TRAILING)
                       " - job " WS-INTERN-JOB-ID ": "
                       WS-INTERN-TOTAL-DISPLAY " approved hours (certified)"
                       INTO OUTPUT-RECORD
                   END-STRING
               ELSE
                   STRING WS-INTERN-PICK ". "
                       FUNCTION TRIM(WS-INTERN-USERNAME TRAILING)
                       " - job " WS-INTERN-JOB-ID ": "
                       WS-INTERN-TOTAL-DISPLAY " approved hours, "
                       WS-INTERN-PENDING-DISPLAY " week(s) unapproved"
                       INTO OUTPUT-RECORD
                   END-STRING
               END-IF
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               SET WS-INTERN-CERT-IDX UP BY 1
           END-PERFORM

           MOVE "Enter the number of an internship to certify, or 0 to go back:" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE 0 TO WS-INTERN-PICK
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF FUNCTION NUMVAL(WS-TEMP-INPUT) > 0
                           AND FUNCTION NUMVAL(WS-TEMP-INPUT)
                               <= WS-INTERN-COUNT
                           COMPUTE WS-INTERN-PICK =
                               FUNCTION NUMVAL(WS-TEMP-INPUT)
                       END-IF
               END-READ
           END-IF
           IF WS-INTERN-PICK = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-INTERN-CERT-USERNAME (WS-INTERN-PICK) TO WS-INTERN-USERNAME
           MOVE WS-INTERN-CERT-JOB-ID (WS-INTERN-PICK) TO WS-INTERN-JOB-ID
           PERFORM CHECK-INTERNSHIP-CERTIFIED
           IF WS-INTERN-CERTIFIED = "Y"
               MOVE "That internship is already certified." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF
           IF WS-INTERN-CERT-APPROVED (WS-INTERN-PICK) = 0
               MOVE "No approved hours yet - nothing to certify." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF
           IF WS-INTERN-CERT-PENDING (WS-INTERN-PICK) > 0
               MOVE "Note: weeks still awaiting employer approval are not included." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF

           OPEN EXTEND INTERNSHIP-CREDIT-FILE
           IF WS-INTERN-CREDIT-STATUS NOT = "00"
               OPEN OUTPUT INTERNSHIP-CREDIT-FILE
           END-IF
           MOVE WS-INTERN-USERNAME TO IC-USERNAME
           MOVE WS-INTERN-JOB-ID TO IC-JOB-ID
           MOVE WS-CC-UNIVERSITY TO IC-UNIVERSITY
           MOVE WS-INTERN-CERT-APPROVED (WS-INTERN-PICK) TO IC-HOURS
           MOVE CURRENT-USERNAME TO IC-CERTIFIED-BY
           MOVE FUNCTION CURRENT-DATE(1:8) TO IC-DATE
           WRITE INTERNSHIP-CREDIT-RECORD
           CLOSE INTERNSHIP-CREDIT-FILE

           MOVE CURRENT-USERNAME TO WS-AUDIT-USERNAME
           MOVE "CERTHOURS" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING FUNCTION TRIM(WS-INTERN-USERNAME TRAILING)
               " " WS-INTERN-JOB-ID INTO WS-AUDIT-KEY
           END-STRING
           PERFORM WRITE-AUDIT-RECORD

           MOVE WS-INTERN-CERT-APPROVED (WS-INTERN-PICK)
               TO WS-INTERN-TOTAL-DISPLAY
           MOVE WS-INTERN-USERNAME TO WS-NOTIFY-USERNAME
           MOVE SPACES TO WS-NOTIFY-TEXT
           STRING "Your internship for job " WS-INTERN-JOB-ID
               " was certified for credit: "
               FUNCTION TRIM(WS-INTERN-TOTAL-DISPLAY) " hours."
               INTO WS-NOTIFY-TEXT
           END-STRING
           PERFORM WRITE-NOTIFICATION-RECORD

           MOVE "Internship hours certified for credit." TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           .

      *> FOLDS THE CURRENT INTERNSHIP-HOURS-RECORD INTO ITS STUDENT/JOB
      *> SLOT OF WS-INTERN-CERT-TABLE
       CC-TALLY-INTERNSHIP-WEEK.
           MOVE 0 TO WS-INTERN-PICK
           SET WS-INTERN-CERT-IDX TO 1
           PERFORM WS-INTERN-COUNT TIMES
               IF WS-INTERN-CERT-USERNAME (WS-INTERN-CERT-IDX) = IH-USERNAME
                   AND WS-INTERN-CERT-JOB-ID (WS-INTERN-CERT-IDX) = IH-JOB-ID
                   SET WS-INTERN-PICK TO WS-INTERN-CERT-IDX
               END-IF
               SET WS-INTERN-CERT-IDX UP BY 1
           END-PERFORM
           IF WS-INTERN-PICK = 0
               IF WS-INTERN-COUNT >= 50
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-INTERN-COUNT
               MOVE WS-INTERN-COUNT TO WS-INTERN-PICK
               MOVE IH-USERNAME TO WS-INTERN-CERT-USERNAME (WS-INTERN-PICK)
               MOVE IH-JOB-ID TO WS-INTERN-CERT-JOB-ID (WS-INTERN-PICK)
               MOVE 0 TO WS-INTERN-CERT-APPROVED (WS-INTERN-PICK)
               MOVE 0 TO WS-INTERN-CERT-PENDING (WS-INTERN-PICK)
           END-IF
           EVALUATE IH-STATUS
               WHEN "A"
                   ADD IH-HOURS TO WS-INTERN-CERT-APPROVED (WS-INTERN-PICK)
               WHEN "P"
                   ADD 1 TO WS-INTERN-CERT-PENDING (WS-INTERN-PICK)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *> THE WEEKLY AT-RISK SENIOR LIST FOR THE STAFF MEMBER'S OWN
      *> UNIVERSITY, WITH THE REASONS EACH STUDENT WAS FLAGGED. ANY
      *> CONTACT RECORDED SINCE THE LIST WAS BUILT IS SHOWN OVER THE
      *> ONE THE LIST CARRIES, SO TWO ADVISERS WORKING THE SAME WEEK
      *> SEE EACH OTHER'S CALLS. PICKING A STUDENT RECORDS A CONTACT
       CC-OUTREACH-LIST.
           MOVE "--- At-Risk Senior Outreach ---" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE 0 TO WS-OR-COUNT
           MOVE 0 TO WS-OR-LIST-DATE
           MOVE "N" TO WS-OR-EOF
           OPEN INPUT OUTREACH-LIST-FILE
           IF WS-OR-LIST-STATUS NOT = "00"
               MOVE "Y" TO WS-OR-EOF
           END-IF
           PERFORM UNTIL WS-OR-EOF = "Y"
               READ OUTREACH-LIST-FILE
                   AT END MOVE "Y" TO WS-OR-EOF
                   NOT AT END
                       IF OL-UNIVERSITY = WS-CC-UNIVERSITY
                           AND WS-OR-COUNT < 50
                           PERFORM CC-KEEP-OUTREACH-ROW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OR-LIST-STATUS NOT = "35"
               CLOSE OUTREACH-LIST-FILE
           END-IF

           IF WS-OR-COUNT = 0
               MOVE "No seniors from your university are on this week's list." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           PERFORM CC-OVERLAY-OUTREACH-CONTACTS

           MOVE SPACES TO OUTPUT-RECORD
           STRING "List built " WS-OR-LIST-DATE INTO OUTPUT-RECORD
           END-STRING
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE 0 TO WS-OR-UNTOUCHED
           PERFORM VARYING WS-OR-I FROM 1 BY 1 UNTIL WS-OR-I > WS-OR-COUNT
               MOVE SPACES TO OUTPUT-RECORD
               STRING WS-OR-I ". "
                   FUNCTION TRIM(WS-OR-NAME (WS-OR-I)) " ("
                   FUNCTION TRIM(WS-OR-USERNAME (WS-OR-I)) ", class of "
                   WS-OR-GRAD-YEAR (WS-OR-I) ")"
                   INTO OUTPUT-RECORD
               END-STRING
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               MOVE SPACES TO OUTPUT-RECORD
               STRING "    " WS-OR-ROW-REASONS (WS-OR-I)
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               MOVE SPACES TO OUTPUT-RECORD
               IF WS-OR-ROW-CONTACT (WS-OR-I) = 0
                   ADD 1 TO WS-OR-UNTOUCHED
                   MOVE "    Not yet contacted" TO OUTPUT-RECORD
               ELSE
                   STRING "    Last contacted " WS-OR-ROW-CONTACT (WS-OR-I)
                       " by "
                       FUNCTION TRIM(WS-OR-ROW-CONTACTED-BY (WS-OR-I))
                       INTO OUTPUT-RECORD
                   END-STRING
               END-IF
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-PERFORM
           MOVE WS-OR-UNTOUCHED TO WS-OR-COUNT-OUT
           MOVE SPACES TO OUTPUT-RECORD
           STRING FUNCTION TRIM(WS-OR-COUNT-OUT) " not yet contacted."
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE "Enter the number of a student you contacted, or 0 to go back:" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE 0 TO WS-OR-PICK
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF FUNCTION NUMVAL(WS-TEMP-INPUT) > 0
                           AND FUNCTION NUMVAL(WS-TEMP-INPUT)
                               <= WS-OR-COUNT
                           COMPUTE WS-OR-PICK =
                               FUNCTION NUMVAL(WS-TEMP-INPUT)
                       END-IF
               END-READ
           END-IF
           IF WS-OR-PICK = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM CC-MARK-OUTREACH-CONTACT
           .

      *> ONE LIST ROW INTO WS-OR-TABLE, REASONS ALREADY SPELLED OUT
       CC-KEEP-OUTREACH-ROW.
           ADD 1 TO WS-OR-COUNT
           MOVE OL-LIST-DATE TO WS-OR-LIST-DATE
           MOVE OL-USERNAME TO WS-OR-USERNAME (WS-OR-COUNT)
           MOVE SPACES TO WS-OR-NAME (WS-OR-COUNT)
           STRING FUNCTION TRIM(OL-FIRST-NAME) " "
               FUNCTION TRIM(OL-LAST-NAME)
               DELIMITED BY SIZE INTO WS-OR-NAME (WS-OR-COUNT)
           END-STRING
           MOVE OL-GRAD-YEAR TO WS-OR-GRAD-YEAR (WS-OR-COUNT)
           PERFORM CC-BUILD-OUTREACH-REASONS
           MOVE WS-OR-REASONS TO WS-OR-ROW-REASONS (WS-OR-COUNT)
           MOVE OL-CONTACT-DATE TO WS-OR-ROW-CONTACT (WS-OR-COUNT)
           MOVE OL-CONTACTED-BY TO WS-OR-ROW-CONTACTED-BY (WS-OR-COUNT)
           .

      *> THE FLAGS ON OUTREACH-LIST-RECORD AS ONE LINE OF TEXT -- READS
      *> THE SAME AS THE BATCH STEP'S BUILD-OUTREACH-REASONS
       CC-BUILD-OUTREACH-REASONS.
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

      *> LATEST CONTACT PER LISTED STUDENT FROM outreach_contacts.doc,
      *> WHEREVER IT IS NEWER THAN THE ONE THE LIST WAS BUILT WITH
       CC-OVERLAY-OUTREACH-CONTACTS.
           MOVE "N" TO WS-OR-EOF
           OPEN INPUT OUTREACH-CONTACTS-FILE
           IF WS-OR-CONTACTS-STATUS NOT = "00"
               MOVE "Y" TO WS-OR-EOF
           END-IF
           PERFORM UNTIL WS-OR-EOF = "Y"
               READ OUTREACH-CONTACTS-FILE
                   AT END MOVE "Y" TO WS-OR-EOF
                   NOT AT END
                       PERFORM VARYING WS-OR-I FROM 1 BY 1
                               UNTIL WS-OR-I > WS-OR-COUNT
                           IF WS-OR-USERNAME (WS-OR-I) = OC-USERNAME
                               AND OC-CONTACT-DATE NUMERIC
                               AND OC-CONTACT-DATE
                                   >= WS-OR-ROW-CONTACT (WS-OR-I)
                               MOVE OC-CONTACT-DATE
                                   TO WS-OR-ROW-CONTACT (WS-OR-I)
                               MOVE OC-CONTACTED-BY
                                   TO WS-OR-ROW-CONTACTED-BY (WS-OR-I)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           IF WS-OR-CONTACTS-STATUS NOT = "35"
               CLOSE OUTREACH-CONTACTS-FILE
           END-IF
           .

      *> A NOTE ON WHAT WAS TRIED AND THE DAY IT HAPPENED (BLANK IS
      *> TODAY; NEVER A FUTURE DATE), APPENDED UNDER THE ADVISER'S NAME.
      *> THE NEXT WEEK'S LIST SORTS THE STUDENT BEHIND THOSE NOT YET
      *> REACHED
       CC-MARK-OUTREACH-CONTACT.
           MOVE SPACES TO WS-OR-NOTE
           MOVE "Note (what was discussed or tried, up to 60 characters):" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       MOVE WS-TEMP-INPUT TO WS-OR-NOTE
               END-READ
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-OR-TODAY
           MOVE WS-OR-TODAY TO WS-OR-CONTACT-DATE
           MOVE "Contact date YYYYMMDD (blank = today):" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF WS-TEMP-INPUT(1:8) IS NUMERIC
                           MOVE WS-TEMP-INPUT(1:8) TO WS-OR-CONTACT-DATE
                       END-IF
               END-READ
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-OR-CONTACT-DATE) NOT = 0
               OR WS-OR-CONTACT-DATE > WS-OR-TODAY
               MOVE "The contact date must be a real date, today or earlier - nothing recorded." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND OUTREACH-CONTACTS-FILE
           IF WS-OR-CONTACTS-STATUS NOT = "00"
               OPEN OUTPUT OUTREACH-CONTACTS-FILE
           END-IF
           MOVE WS-OR-USERNAME (WS-OR-PICK) TO OC-USERNAME
           MOVE WS-OR-CONTACT-DATE TO OC-CONTACT-DATE
           MOVE CURRENT-USERNAME TO OC-CONTACTED-BY
           MOVE WS-OR-NOTE TO OC-NOTE
           MOVE FUNCTION CURRENT-DATE(1:14) TO OC-RECORDED-TS
           WRITE OUTREACH-CONTACT-RECORD
           CLOSE OUTREACH-CONTACTS-FILE

           MOVE CURRENT-USERNAME TO WS-AUDIT-USERNAME
           MOVE "OUTREACHED" TO WS-AUDIT-ACTION
           MOVE WS-OR-USERNAME (WS-OR-PICK) TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-RECORD

           MOVE "Contact recorded." TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           .

      *> FIVE Y/N ANSWERS PLUS THE DIGEST CHOICE, REWRITTEN IN PLACE
      *> OR APPENDED ON FIRST USE. BLANK INPUT KEEPS THE CURRENT VALUE
       EDIT-NOTIFICATION-PREFS.
           MOVE CURRENT-USERNAME TO WS-NOTIFY-USERNAME
           MOVE SPACES TO WS-TEMP-INPUT
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       MOVE FUNCTION UPPER-CASE(WS-TEMP-INPUT)
                           TO WS-TEMP-INPUT
               END-READ
           MOVE 0 TO WS-GROUP-CHOICE
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF WS-TEMP-INPUT(1:1) IS NUMERIC
                           MOVE WS-TEMP-INPUT(1:1) TO WS-GROUP-CHOICE
                       END-IF
           MOVE SPACES TO WS-GROUP-NEW-NAME
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-GROUP-NEW-NAME
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF
           IF WS-GROUP-NEW-NAME = SPACES
           MOVE SPACES TO WS-GROUP-NEW-DESC
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-GROUP-NEW-DESC
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF

           MOVE SPACES TO WS-GROUP-NEW-UNIV
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-GROUP-NEW-UNIV
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF

           MOVE 0 TO WS-GROUP-PICK-ID
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF FUNCTION NUMVAL(WS-TEMP-INPUT) > 0
                           AND FUNCTION NUMVAL(WS-TEMP-INPUT)
                               <= WS-GROUP-COUNT
           MOVE 0 TO WS-GROUP-PICK-ID
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF FUNCTION NUMVAL(WS-TEMP-INPUT) > 0
                           AND FUNCTION NUMVAL(WS-TEMP-INPUT)
                               <= WS-GROUP-COUNT
           MOVE 0 TO WS-GROUP-CHOICE
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF WS-TEMP-INPUT(1:1) IS NUMERIC
                           MOVE WS-TEMP-INPUT(1:1) TO WS-GROUP-CHOICE
                       END-IF
           MOVE SPACES TO WS-GROUP-POST-TEXT
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-GROUP-POST-TEXT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF
           IF WS-GROUP-POST-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-GROUP-POST-TEXT TO WS-SCREEN-TEXT
           MOVE "GROUPPOST" TO WS-SCREEN-SOURCE
           MOVE SPACES TO WS-SCREEN-KEY
           STRING "group " WS-GROUP-PICK-ID INTO WS-SCREEN-KEY
           END-STRING
           PERFORM SCREEN-CONTENT
           IF WS-SCREEN-RESULT = "H"
               PERFORM REPORT-CONTENT-BLOCKED
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND GROUP-POSTS-FILE
           IF WS-GROUP-POSTS-STATUS NOT = "00"
               OPEN OUTPUT GROUP-POSTS-FILE
           WRITE GROUP-POST-RECORD
           CLOSE GROUP-POSTS-FILE

           IF WS-SCREEN-RESULT = "L"
               PERFORM QUEUE-CONTENT-FOR-REVIEW
           END-IF

           MOVE "Posted." TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-GROUP-POST-TEXT
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-GROUP-POST-TEXT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF
           IF WS-GROUP-POST-TEXT = SPACES
           MOVE SPACES TO EV-LOCATION
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO EV-LOCATION
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO EV-DATE
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF WS-TEMP-INPUT(1:8) IS NUMERIC
                           MOVE WS-TEMP-INPUT(1:8) TO EV-DATE
                       END-IF
           MOVE 0 TO WS-DEST-CHOICE
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF WS-TEMP-INPUT(1:1) IS NUMERIC
                           MOVE WS-TEMP-INPUT(1:1) TO WS-DEST-CHOICE
                       END-IF
               WRITE OUTPUT-RECORD
               IF WS-EOF-FLAG NOT = "Y"
                   READ INPUT-FILE INTO WS-DEST-EMPLOYER
                       AT END PERFORM NOTE-END-OF-INPUT
                       NOT AT END PERFORM COUNT-INPUT-LINE
                   END-READ
               END-IF
               MOVE "Salary band? 1. under 40k  2. 40-60k  3. 60-80k  4. 80-100k  5. 100k+" TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               IF WS-EOF-FLAG NOT = "Y"
                   READ INPUT-FILE INTO WS-TEMP-INPUT
                       AT END PERFORM NOTE-END-OF-INPUT
                       NOT AT END
                           PERFORM COUNT-INPUT-LINE
                           IF WS-TEMP-INPUT(1:1) >= "1"
                               AND WS-TEMP-INPUT(1:1) <= "5"
                               MOVE WS-TEMP-INPUT(1:1) TO WS-DEST-BAND
           MOVE 0 TO WS-MENTOR-CHOICE
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF WS-TEMP-INPUT(1:1) IS NUMERIC
                           MOVE WS-TEMP-INPUT(1:1) TO WS-MENTOR-CHOICE
                       END-IF
           MOVE 0 TO WS-MENTOR-CHOICE
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF WS-TEMP-INPUT(1:1) IS NUMERIC
                           MOVE WS-TEMP-INPUT(1:1) TO WS-MENTOR-CHOICE
                       END-IF

           PERFORM DISPLAY-PROFILE-SKILLS

           PERFORM SHOW-PROFILE-COMPLETENESS

           MOVE "--- END OF PROFILE VIEW ---" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF WS-TEMP-INPUT(1:1) = "1"
                           PERFORM MANAGE-DOCUMENT-LOCKER
                       END-IF
           END-IF
           .

      *> THE LAST NIGHTLY COMPLETENESS SCORE FOR THE SIGNED-IN USER AND
      *> WHAT WOULD RAISE IT. A PROFILE THE BATCH HAS NOT SCORED YET
      *> (CREATED TODAY) SIMPLY SHOWS NOTHING
       SHOW-PROFILE-COMPLETENESS.
           MOVE "N" TO WS-PSC-FOUND
           MOVE "N" TO WS-PSC-EOF
           OPEN INPUT PROFILE-SCORES-FILE
           IF WS-PSC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PSC-EOF = "Y" OR WS-PSC-FOUND = "Y"
               READ PROFILE-SCORES-FILE INTO PROFILE-SCORE-RECORD
                   AT END MOVE "Y" TO WS-PSC-EOF
                   NOT AT END
                       IF PS-USERNAME = CURRENT-USERNAME
                           MOVE "Y" TO WS-PSC-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROFILE-SCORES-FILE
           IF WS-PSC-FOUND = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE PS-SCORE TO WS-PSC-SCORE-OUT
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Profile completeness: " FUNCTION TRIM(WS-PSC-SCORE-OUT)
               "/100 (as of " PS-DATE(1:4) "-" PS-DATE(5:2) "-"
               PS-DATE(7:2) ")" INTO OUTPUT-RECORD
           END-STRING
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF PS-MISSING-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO OUTPUT-RECORD
           STRING "  To raise it, add: "
               FUNCTION TRIM(PS-MISSING(1) TRAILING)
               INTO OUTPUT-RECORD
           END-STRING
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF PS-MISSING(2) NOT = SPACES
               MOVE SPACES TO OUTPUT-RECORD
               STRING "                    "
                   FUNCTION TRIM(PS-MISSING(2) TRAILING)
                   INTO OUTPUT-RECORD
               END-STRING
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF
           IF PS-MISSING(3) NOT = SPACES
               MOVE SPACES TO OUTPUT-RECORD
               STRING "                    "
                   FUNCTION TRIM(PS-MISSING(3) TRAILING)
                   INTO OUTPUT-RECORD
               END-STRING
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF
           IF PS-MISSING-COUNT > 3
               COMPUTE WS-PSC-MORE = PS-MISSING-COUNT - 3
               MOVE WS-PSC-MORE TO WS-PSC-MORE-OUT
               MOVE SPACES TO OUTPUT-RECORD
               STRING "                    (and "
                   FUNCTION TRIM(WS-PSC-MORE-OUT) " more)"
                   INTO OUTPUT-RECORD
               END-STRING
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF
           .

      *> LISTS THE VIEWER'S LOCKER INTO WS-DOC-LIST-TABLE AND ONTO THE
      *> SCREEN -- SHARED BY THE LOCKER SCREEN AND APPLY-FOR-JOB
       LIST-MY-DOCUMENTS.
                           MOVE DOC-LINK
                               TO WS-DOC-LIST-LINK (WS-DOC-COUNT)
                           MOVE SPACES TO OUTPUT-RECORD
                           IF DOC-BOOK = "Y"
                               STRING WS-DOC-COUNT ". "
                                   FUNCTION TRIM(DOC-NAME TRAILING)
                                   " (" FUNCTION TRIM(DOC-NOTE TRAILING)
                                   ", " DOC-DATE ") [resume books]"
                                   INTO OUTPUT-RECORD
                           ELSE
                               STRING WS-DOC-COUNT ". "
                                   FUNCTION TRIM(DOC-NAME TRAILING)
                                   " (" FUNCTION TRIM(DOC-NOTE TRAILING)
                                   ", " DOC-DATE ")"
                                   INTO OUTPUT-RECORD
                           END-IF
                           DISPLAY OUTPUT-RECORD
                           WRITE OUTPUT-RECORD
                       END-IF
               WRITE OUTPUT-RECORD
           END-IF

           MOVE "1. Add a document  2. Remove a document  3. Choose for resume books  0. Back" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE 0 TO WS-DOC-CHOICE
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF WS-TEMP-INPUT(1:1) IS NUMERIC
                           MOVE WS-TEMP-INPUT(1:1) TO WS-DOC-CHOICE
                       END-IF
           EVALUATE WS-DOC-CHOICE
               WHEN 1 PERFORM ADD-LOCKER-DOCUMENT
               WHEN 2 PERFORM REMOVE-LOCKER-DOCUMENT
               WHEN 3 PERFORM CHOOSE-RESUME-BOOK-DOCUMENT
               WHEN OTHER CONTINUE
           END-EVALUATE
           .
           MOVE SPACES TO WS-DOC-NEW-NAME
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-DOC-NEW-NAME
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF
           IF WS-DOC-NEW-NAME = SPACES
           MOVE SPACES TO WS-DOC-NEW-LINK
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-DOC-NEW-LINK
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF
           IF WS-DOC-NEW-LINK = SPACES
           MOVE SPACES TO WS-DOC-NEW-NOTE
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-DOC-NEW-NOTE
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF

           MOVE WS-DOC-NEW-LINK TO DOC-LINK
           MOVE WS-DOC-NEW-NOTE TO DOC-NOTE
           MOVE FUNCTION CURRENT-DATE(1:8) TO DOC-DATE
           MOVE SPACE TO DOC-BOOK
           WRITE DOCUMENT-RECORD
           CLOSE DOCUMENTS-FILE

           MOVE 0 TO WS-DOC-PICK
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       MOVE FUNCTION NUMVAL(WS-TEMP-INPUT)
                           TO WS-DOC-PICK
               END-READ
           WRITE OUTPUT-RECORD
           .

      *> PICKS THE DOCUMENT THE CAREER CENTER'S RESUME BOOKS SEND TO
      *> EMPLOYERS WHO ASK FOR STUDENTS LIKE THIS ONE. 0 TAKES THE
      *> STUDENT OUT OF RESUME BOOKS ALTOGETHER
       CHOOSE-RESUME-BOOK-DOCUMENT.
           IF WS-DOC-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "Document to include in career-center resume books (0 = leave me out):" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE 0 TO WS-DOC-PICK
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       MOVE FUNCTION NUMVAL(WS-TEMP-INPUT)
                           TO WS-DOC-PICK
               END-READ
           END-IF
           IF WS-DOC-PICK > WS-DOC-COUNT
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT DOCUMENTS-FILE
           OPEN OUTPUT DOCUMENTS-TEMP-FILE
           MOVE "N" TO WS-DOCUMENTS-EOF
           PERFORM UNTIL WS-DOCUMENTS-EOF = "Y"
               READ DOCUMENTS-FILE INTO DOCUMENT-RECORD
                   AT END MOVE "Y" TO WS-DOCUMENTS-EOF
                   NOT AT END
                       IF DOC-USERNAME = CURRENT-USERNAME
                           MOVE SPACE TO DOC-BOOK
                           IF WS-DOC-PICK > 0
                               AND DOC-NAME
                                   = WS-DOC-LIST-NAME (WS-DOC-PICK)
                               MOVE "Y" TO DOC-BOOK
                           END-IF
                       END-IF
                       MOVE DOCUMENT-RECORD TO DOCUMENT-TEMP-RECORD
                       WRITE DOCUMENT-TEMP-RECORD
               END-READ
           END-PERFORM
           CLOSE DOCUMENTS-FILE
           CLOSE DOCUMENTS-TEMP-FILE

           OPEN OUTPUT DOCUMENTS-FILE
           OPEN INPUT DOCUMENTS-TEMP-FILE
           MOVE "N" TO WS-DOCUMENTS-EOF
           PERFORM UNTIL WS-DOCUMENTS-EOF = "Y"
               READ DOCUMENTS-TEMP-FILE INTO DOCUMENT-TEMP-RECORD
                   AT END MOVE "Y" TO WS-DOCUMENTS-EOF
                   NOT AT END
                       MOVE DOCUMENT-TEMP-RECORD TO DOCUMENT-RECORD
                       WRITE DOCUMENT-RECORD
               END-READ
           END-PERFORM
           CLOSE DOCUMENTS-FILE
           CLOSE DOCUMENTS-TEMP-FILE
           OPEN OUTPUT DOCUMENTS-TEMP-FILE
           CLOSE DOCUMENTS-TEMP-FILE

           IF WS-DOC-PICK = 0
               MOVE "You will not be included in resume books." TO OUTPUT-RECORD
           ELSE
               MOVE "That document will be used for resume books." TO OUTPUT-RECORD
           END-IF
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           .

      *> APPLY-TIME ATTACHMENT CHOICE: 0 KEEPS THE PROFILE RESUME
      *> LINK, A NUMBER PICKS THAT LOCKER DOCUMENT -- WHAT IS FROZEN
      *> INTO APP-RESUME-LINK IS WHAT WAS ACTUALLY SUBMITTED
       OFFER-DOCUMENT-CHOICE.
           MOVE "Attach which document? (0 = profile resume link)" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           PERFORM LIST-MY-DOCUMENTS
           IF WS-DOC-COUNT = 0
               MOVE "(no locker documents - using the profile resume link)" TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-DOC-PICK
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       MOVE FUNCTION NUMVAL(WS-TEMP-INPUT)
                           TO WS-DOC-PICK
               END-READ
               END-IF
               IF WS-EOF-FLAG NOT = "Y"
                   READ INPUT-FILE INTO TEMP-FIRST-NAME
                       AT END PERFORM NOTE-END-OF-INPUT
                       NOT AT END PERFORM COUNT-INPUT-LINE
                   END-READ
               END-IF
               IF TEMP-FIRST-NAME = SPACES AND FOUND-PROFILE-FLAG = "Y"
               END-IF
               IF WS-EOF-FLAG NOT = "Y"
                 READ INPUT-FILE INTO TEMP-LAST-NAME
                     AT END PERFORM NOTE-END-OF-INPUT
                     NOT AT END PERFORM COUNT-INPUT-LINE
                 END-READ
               END-IF

               END-IF
               IF WS-EOF-FLAG NOT = "Y"
                 READ INPUT-FILE INTO TEMP-UNIVERSITY
                     AT END PERFORM NOTE-END-OF-INPUT
                     NOT AT END PERFORM COUNT-INPUT-LINE
                 END-READ
               END-IF

               END-IF
               IF WS-EOF-FLAG NOT = "Y"
                 READ INPUT-FILE INTO TEMP-MAJOR
                     AT END PERFORM NOTE-END-OF-INPUT
                     NOT AT END PERFORM COUNT-INPUT-LINE
                 END-READ
               END-IF
               IF TEMP-MAJOR = SPACES AND FOUND-PROFILE-FLAG = "Y"
               END-IF
               IF WS-EOF-FLAG NOT = "Y"
                   READ INPUT-FILE INTO TEMP-GRAD-YEAR
                       AT END PERFORM NOTE-END-OF-INPUT
                       NOT AT END PERFORM COUNT-INPUT-LINE
                   END-READ
               END-IF
               IF TEMP-GRAD-YEAR = SPACES AND FOUND-PROFILE-FLAG = "Y"
           WRITE OUTPUT-RECORD
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO TEMP-ABOUT-ME
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF
           IF TEMP-ABOUT-ME NOT = SPACES
           WRITE OUTPUT-RECORD
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO TEMP-RESUME-LINK
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF
           IF TEMP-RESUME-LINK NOT = SPACES
           WRITE OUTPUT-RECORD
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO TEMP-VISIBILITY
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF
           EVALUATE TEMP-VISIBILITY(1:1)
                   CONTINUE
           END-EVALUATE

      *> WORK AUTHORIZATION (STUDENTS ONLY) -- LETS SEARCHES SKIP
      *> LISTINGS THAT WILL NEVER SPONSOR, AND LETS EMPLOYERS THAT
      *> CANNOT SPONSOR FILTER THEIR CANDIDATE SEARCHES. STORED IN
      *> work_auth.doc ONCE THE PROFILE ITSELF IS SAVED
           MOVE "N" TO WS-WORK-AUTH-CHANGED
           IF WS-ACCOUNT-TYPE = "S"
               MOVE "Work authorization: 1. Authorized to work, no sponsorship needed  2. Will need visa sponsorship  3. Prefer not to say (optional, blank = keep current): " TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               MOVE SPACES TO WS-TEMP-INPUT
               IF WS-EOF-FLAG NOT = "Y"
                   READ INPUT-FILE INTO WS-TEMP-INPUT
                       AT END PERFORM NOTE-END-OF-INPUT
                       NOT AT END PERFORM COUNT-INPUT-LINE
                   END-READ
               END-IF
               EVALUATE WS-TEMP-INPUT(1:1)
                   WHEN "1"
                       MOVE "A" TO WS-WORK-AUTH-NEW
                       MOVE "Y" TO WS-WORK-AUTH-CHANGED
                   WHEN "2"
                       MOVE "S" TO WS-WORK-AUTH-NEW
                       MOVE "Y" TO WS-WORK-AUTH-CHANGED
                   WHEN "3"
                       MOVE SPACE TO WS-WORK-AUTH-NEW
                       MOVE "Y" TO WS-WORK-AUTH-CHANGED
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

      *> EXPERIENCE/EDUCATION ARE ONLY COLLECTED HERE WHEN THE PROFILE IS
      *> BRAND NEW -- AN EXISTING PROFILE'S ENTRIES ARE LEFT AS LOAD-PROFILE
      *> READ THEM, SINCE OPTION 13 (MANAGE-PROFILE-ENTRIES) IS NOW WHERE
                   WRITE OUTPUT-RECORD
                   IF WS-EOF-FLAG NOT = "Y"
                       READ INPUT-FILE INTO TEMP-EXP-TITLE (TEMP-EXP-COUNT)
                           AT END PERFORM NOTE-END-OF-INPUT
                           NOT AT END PERFORM COUNT-INPUT-LINE
                       END-READ
                       IF FUNCTION UPPER-CASE(TEMP-EXP-TITLE(TEMP-EXP-COUNT)) = "DONE"
                           SUBTRACT 1 FROM TEMP-EXP-COUNT
                   WRITE OUTPUT-RECORD
                   IF WS-EOF-FLAG NOT = "Y"
                       READ INPUT-FILE INTO TEMP-EXP-COMPANY (TEMP-EXP-COUNT)
                           AT END PERFORM NOTE-END-OF-INPUT
                           NOT AT END PERFORM COUNT-INPUT-LINE
                       END-READ
                   END-IF

                   WRITE OUTPUT-RECORD
                   IF WS-EOF-FLAG NOT = "Y"
                       READ INPUT-FILE INTO TEMP-EXP-DATES (TEMP-EXP-COUNT)
                           AT END PERFORM NOTE-END-OF-INPUT
                           NOT AT END PERFORM COUNT-INPUT-LINE
                       END-READ
                   END-IF
      *> A VALUE THAT DOESN'T PARSE IS KEPT AS FREE TEXT -- IT JUST
                   WRITE OUTPUT-RECORD
                   IF WS-EOF-FLAG NOT = "Y"
                       READ INPUT-FILE INTO TEMP-EXP-DESC (TEMP-EXP-COUNT)
                           AT END PERFORM NOTE-END-OF-INPUT
                           NOT AT END PERFORM COUNT-INPUT-LINE
                       END-READ
                   END-IF
                   MOVE TEMP-EXP(TEMP-EXP-COUNT) TO PR-EXP(TEMP-EXP-COUNT)
                   WRITE OUTPUT-RECORD
                   IF WS-EOF-FLAG NOT = "Y"
                       READ INPUT-FILE INTO TEMP-EDU-DEGREE(TEMP-EDU-COUNT)
                           AT END PERFORM NOTE-END-OF-INPUT
                           NOT AT END PERFORM COUNT-INPUT-LINE
                       END-READ
                       IF FUNCTION UPPER-CASE(TEMP-EDU-DEGREE(TEMP-EDU-COUNT)) = "DONE"
                           SUBTRACT 1 FROM TEMP-EDU-COUNT
                   WRITE OUTPUT-RECORD
                   IF WS-EOF-FLAG NOT = "Y"
                       READ INPUT-FILE INTO TEMP-EDU-SCHOOL(TEMP-EDU-COUNT)
                           AT END PERFORM NOTE-END-OF-INPUT
                           NOT AT END PERFORM COUNT-INPUT-LINE
                       END-READ
                   END-IF

                   WRITE OUTPUT-RECORD
                   IF WS-EOF-FLAG NOT = "Y"
                       READ INPUT-FILE INTO TEMP-EDU-YEARS(TEMP-EDU-COUNT)
                           AT END PERFORM NOTE-END-OF-INPUT
                           NOT AT END PERFORM COUNT-INPUT-LINE
                       END-READ
                   END-IF
                   MOVE TEMP-EDU(TEMP-EDU-COUNT) TO PR-EDU(TEMP-EDU-COUNT)
                   WRITE OUTPUT-RECORD
                   IF WS-EOF-FLAG NOT = "Y"
                       READ INPUT-FILE INTO TEMP-SKILL
                           AT END PERFORM NOTE-END-OF-INPUT
                           NOT AT END PERFORM COUNT-INPUT-LINE
                       END-READ
                       IF FUNCTION UPPER-CASE(TEMP-SKILL) = "DONE"
                           OR TEMP-SKILL = SPACES

      *> KEEP THE NAME-SEARCH INDEX IN STEP WITH WHAT WAS JUST SAVED
           PERFORM UPDATE-SEARCH-INDEX

           IF WS-WORK-AUTH-CHANGED = "Y"
               PERFORM SAVE-WORK-AUTH
           END-IF
           .

      *> LETS A USER EDIT OR DELETE A SINGLE EXPERIENCE/EDUCATION ENTRY
           MOVE "3. Edit Skills" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "4. Voluntary Self-Identification" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "5. Employer Sharing Consent" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "9. Back" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE 9 TO WS-MANAGE-CHOICE
           READ INPUT-FILE INTO WS-TEMP-INPUT
               AT END PERFORM NOTE-END-OF-INPUT
               NOT AT END
                   PERFORM COUNT-INPUT-LINE
                   MOVE WS-TEMP-INPUT(1:1) TO WS-MANAGE-CHOICE
           END-READ

                   PERFORM MANAGE-EDUCATION-ENTRY
               WHEN 3
                   PERFORM EDIT-SKILLS-LIST
               WHEN 4
                   PERFORM EEO-SELF-ID-MENU
               WHEN 5
                   PERFORM CHANGE-SHARING-CONSENT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE 0 TO WS-MANAGE-ENTRY-NUM
           READ INPUT-FILE INTO WS-TEMP-INPUT
               AT END PERFORM NOTE-END-OF-INPUT
      *> TWO-DIGIT ENTRY NUMBER, SAME NUMVAL APPROACH AS THE TWO-DIGIT
      *> POST-LOGIN-MENU CHOICE
               NOT AT END
                   PERFORM COUNT-INPUT-LINE
                   MOVE FUNCTION NUMVAL(WS-TEMP-INPUT) TO WS-MANAGE-ENTRY-NUM
           END-READ


           MOVE 9 TO WS-MANAGE-ACTION
           READ INPUT-FILE INTO WS-TEMP-INPUT
               AT END PERFORM NOTE-END-OF-INPUT
               NOT AT END
                   PERFORM COUNT-INPUT-LINE
                   MOVE WS-TEMP-INPUT(1:1) TO WS-MANAGE-ACTION
           END-READ

                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
                   READ INPUT-FILE INTO TEMP-EXP-TITLE(1)
                       AT END PERFORM NOTE-END-OF-INPUT
                       NOT AT END PERFORM COUNT-INPUT-LINE
                   END-READ
                   IF TEMP-EXP-TITLE(1) NOT = SPACES
                       MOVE TEMP-EXP-TITLE(1) TO PR-EXP-TITLE(WS-MANAGE-ENTRY-NUM)
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
                   READ INPUT-FILE INTO TEMP-EXP-COMPANY(1)
                       AT END PERFORM NOTE-END-OF-INPUT
                       NOT AT END PERFORM COUNT-INPUT-LINE
                   END-READ
                   IF TEMP-EXP-COMPANY(1) NOT = SPACES
                       MOVE TEMP-EXP-COMPANY(1) TO PR-EXP-COMPANY(WS-MANAGE-ENTRY-NUM)
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
                   READ INPUT-FILE INTO TEMP-EXP-DATES(1)
                       AT END PERFORM NOTE-END-OF-INPUT
                       NOT AT END PERFORM COUNT-INPUT-LINE
                   END-READ
                   IF TEMP-EXP-DATES(1) NOT = SPACES
                       MOVE TEMP-EXP-DATES(1) TO PR-EXP-DATES(WS-MANAGE-ENTRY-NUM)
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
                   READ INPUT-FILE INTO TEMP-EXP-DESC(1)
                       AT END PERFORM NOTE-END-OF-INPUT
                       NOT AT END PERFORM COUNT-INPUT-LINE
                   END-READ
                   IF TEMP-EXP-DESC(1) NOT = SPACES
                       MOVE TEMP-EXP-DESC(1) TO PR-EXP-DESC(WS-MANAGE-ENTRY-NUM)

           MOVE 0 TO WS-MANAGE-ENTRY-NUM
           READ INPUT-FILE INTO WS-TEMP-INPUT
               AT END PERFORM NOTE-END-OF-INPUT
      *> TWO-DIGIT ENTRY NUMBER, SAME NUMVAL APPROACH AS THE TWO-DIGIT
      *> POST-LOGIN-MENU CHOICE
               NOT AT END
                   PERFORM COUNT-INPUT-LINE
                   MOVE FUNCTION NUMVAL(WS-TEMP-INPUT) TO WS-MANAGE-ENTRY-NUM
           END-READ


           MOVE 9 TO WS-MANAGE-ACTION
           READ INPUT-FILE INTO WS-TEMP-INPUT
               AT END PERFORM NOTE-END-OF-INPUT
               NOT AT END
                   PERFORM COUNT-INPUT-LINE
                   MOVE WS-TEMP-INPUT(1:1) TO WS-MANAGE-ACTION
           END-READ

                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
                   READ INPUT-FILE INTO TEMP-EDU-DEGREE(1)
                       AT END PERFORM NOTE-END-OF-INPUT
                       NOT AT END PERFORM COUNT-INPUT-LINE
                   END-READ
                   IF TEMP-EDU-DEGREE(1) NOT = SPACES
                       MOVE TEMP-EDU-DEGREE(1) TO PR-EDU-DEGREE(WS-MANAGE-ENTRY-NUM)
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
                   READ INPUT-FILE INTO TEMP-EDU-SCHOOL(1)
                       AT END PERFORM NOTE-END-OF-INPUT
                       NOT AT END PERFORM COUNT-INPUT-LINE
                   END-READ
                   IF TEMP-EDU-SCHOOL(1) NOT = SPACES
                       MOVE TEMP-EDU-SCHOOL(1) TO PR-EDU-SCHOOL(WS-MANAGE-ENTRY-NUM)
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
                   READ INPUT-FILE INTO TEMP-EDU-YEARS(1)
                       AT END PERFORM NOTE-END-OF-INPUT
                       NOT AT END PERFORM COUNT-INPUT-LINE
                   END-READ
                   IF TEMP-EDU-YEARS(1) NOT = SPACES
                       MOVE TEMP-EDU-YEARS(1) TO PR-EDU-YEARS(WS-MANAGE-ENTRY-NUM)
               WRITE OUTPUT-RECORD
               IF WS-EOF-FLAG NOT = "Y"
                   READ INPUT-FILE INTO TEMP-SKILL
                       AT END PERFORM NOTE-END-OF-INPUT
                       NOT AT END PERFORM COUNT-INPUT-LINE
                   END-READ
                   IF FUNCTION UPPER-CASE(TEMP-SKILL) = "DONE"
                       OR TEMP-SKILL = SPACES
           MOVE "Skills:" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
      *> A SKILL BACKED BY A PASSED ASSESSMENT WEARS ITS BADGE
           MOVE PR-USERNAME TO WS-BADGE-LOAD-USER
           PERFORM LOAD-SKILL-BADGE-TABLE
           MOVE PR-USERNAME TO WS-BADGE-CHECK-USER
           MOVE 1 TO WS-SKILL-IDX
           PERFORM UNTIL WS-SKILL-IDX > PR-SKILL-COUNT
               MOVE PR-SKILL-NAME(WS-SKILL-IDX) TO WS-ENDORSE-SKILL
               MOVE PR-USERNAME TO WS-ENDORSE-OWNER
               PERFORM COUNT-SKILL-ENDORSEMENTS
               MOVE PR-SKILL-NAME(WS-SKILL-IDX) TO WS-BADGE-CHECK-SKILL
               PERFORM FIND-SKILL-BADGE
               MOVE SPACES TO OUTPUT-RECORD
               IF WS-BADGE-FOUND = "Y"
                   STRING "  " FUNCTION TRIM(WS-ENDORSE-SKILL TRAILING)
                       " [Verified]" INTO OUTPUT-RECORD
                   END-STRING
               ELSE
                   STRING "  " FUNCTION TRIM(WS-ENDORSE-SKILL TRAILING)
                       INTO OUTPUT-RECORD
                   END-STRING
               END-IF
               IF WS-ENDORSE-COUNT > 0
                   STRING FUNCTION TRIM(OUTPUT-RECORD TRAILING)
                       " - " WS-ENDORSE-COUNT " endorsement(s): "
                       FUNCTION TRIM(WS-ENDORSE-NAMES TRAILING)
                       INTO OUTPUT-RECORD
                   END-STRING
               END-IF
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           MOVE 0 TO WS-SKILL-CHOICE
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       MOVE FUNCTION NUMVAL(WS-TEMP-INPUT) TO WS-SKILL-CHOICE
               END-READ
           END-IF
           MOVE SPACES TO WS-RECOMMEND-TEXT
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-RECOMMEND-TEXT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF
           IF WS-RECOMMEND-TEXT = SPACES OR WS-EOF-FLAG = "Y"
                           MOVE 0 TO WS-RECOMMEND-CHOICE
                           IF WS-EOF-FLAG NOT = "Y"
                               READ INPUT-FILE INTO WS-TEMP-INPUT
                                   AT END PERFORM NOTE-END-OF-INPUT
                                   NOT AT END
                                       PERFORM COUNT-INPUT-LINE
                                       MOVE WS-TEMP-INPUT(1:1)
                                           TO WS-RECOMMEND-CHOICE
                               END-READ
           MOVE 1 TO WS-SEARCH-CHOICE
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       MOVE WS-TEMP-INPUT(1:1) TO WS-SEARCH-CHOICE
               END-READ
           END-IF

           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-SEARCH-TERM
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF

           MOVE 0 TO WS-SEARCH-SELECTION
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       MOVE FUNCTION NUMVAL(WS-TEMP-INPUT) TO WS-SEARCH-SELECTION
               END-READ
           END-IF
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD

               MOVE CURRENT-USERNAME TO WS-PV-VIEWER
               MOVE PR-USERNAME TO WS-PV-VIEWED
               MOVE "S" TO WS-PV-SOURCE
               MOVE SPACES TO WS-PV-COMPANY
               PERFORM RECORD-PROFILE-VIEW

               MOVE SPACES TO OUTPUT-RECORD
               STRING "Name: " DELIMITED BY SIZE
                       PR-FIRST-NAME DELIMITED BY SPACE
               MOVE 0 TO WS-REQUEST-CHOICE
               IF WS-EOF-FLAG NOT = "Y"
                   READ INPUT-FILE INTO WS-TEMP-INPUT
                       AT END PERFORM NOTE-END-OF-INPUT
                       NOT AT END
                           PERFORM COUNT-INPUT-LINE
                           MOVE WS-TEMP-INPUT(1:1) TO WS-REQUEST-CHOICE
                           EVALUATE WS-REQUEST-CHOICE
                               WHEN 1
                                   WRITE OUTPUT-RECORD
                                   IF WS-EOF-FLAG NOT = "Y"
                                       READ INPUT-FILE INTO WS-TEMP-INPUT
                                           AT END PERFORM NOTE-END-OF-INPUT
                                           NOT AT END
                                               PERFORM COUNT-INPUT-LINE
                                               IF WS-TEMP-INPUT(1:1) = "1"
                                                   PERFORM SEND-CONNECTION-REQUEST
                                               END-IF
               MOVE 0 TO WS-REF-PICK
               IF WS-EOF-FLAG NOT = "Y"
                   READ INPUT-FILE INTO WS-TEMP-INPUT
                       AT END PERFORM NOTE-END-OF-INPUT
                       NOT AT END
                           PERFORM COUNT-INPUT-LINE
                           MOVE FUNCTION NUMVAL(WS-TEMP-INPUT)
                               TO WS-REF-PICK
                   END-READ
      *> CHECKS THEN WORK FROM MEMORY
       LOAD-CONNECTION-DEGREE-SETS.
           MOVE 0 TO WS-MY-CONN-COUNT
           MOVE CURRENT-USERNAME TO WS-CONN-LOOKUP-USER
           PERFORM COLLECT-USER-CONNECTIONS
           SET WS-TGT-CONN-IDX TO 1
           PERFORM WS-TGT-CONN-COUNT TIMES
               ADD 1 TO WS-MY-CONN-COUNT
               MOVE WS-TGT-CONN-USERNAME(WS-TGT-CONN-IDX)
                   TO WS-MY-CONN-USERNAME(WS-MY-CONN-COUNT)
               SET WS-TGT-CONN-IDX UP BY 1
           END-PERFORM

      *> SECOND PASS: ANYONE CONNECTED TO ONE OF MY CONNECTIONS, READ
      *> BY KEY FOR EACH OF THEM RATHER THAN ACROSS THE WHOLE FILE
           MOVE 0 TO WS-2ND-CONN-COUNT
           SET WS-MY-CONN-IDX TO 1
           PERFORM WS-MY-CONN-COUNT TIMES
               MOVE WS-MY-CONN-USERNAME(WS-MY-CONN-IDX)
                   TO WS-CONN-LOOKUP-USER
               PERFORM COLLECT-USER-CONNECTIONS
               SET WS-TGT-CONN-IDX TO 1
               PERFORM WS-TGT-CONN-COUNT TIMES
                   MOVE WS-TGT-CONN-USERNAME(WS-TGT-CONN-IDX)
                       TO WS-DEGREE-OTHER
                   PERFORM ADD-TO-2ND-CONN-TABLE
                   SET WS-TGT-CONN-IDX UP BY 1
               END-PERFORM
               SET WS-MY-CONN-IDX UP BY 1
           END-PERFORM
           MOVE 0 TO WS-TGT-CONN-COUNT
           .

      *> FILLS WS-TGT-CONN-TABLE WITH WS-CONN-LOOKUP-USER'S CONNECTIONS:
      *> THE PAIRS FILED UNDER THEM AS CN-USER-ONE (A RUN OF THE PRIME
      *> KEY) AND THOSE FILED UNDER THEM AS CN-USER-TWO (A RUN OF THE
      *> ALTERNATE KEY)
       COLLECT-USER-CONNECTIONS.
           MOVE 0 TO WS-TGT-CONN-COUNT
           MOVE "N" TO WS-CONNECTIONS-EOF
           OPEN INPUT CONNECTIONS-FILE
           IF WS-CONNECTION-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CONN-LOOKUP-USER TO CN-USER-ONE
           MOVE LOW-VALUES TO CN-USER-TWO
           START CONNECTIONS-FILE KEY >= CN-KEY
               INVALID KEY MOVE "Y" TO WS-CONNECTIONS-EOF
           END-START
           PERFORM UNTIL WS-CONNECTIONS-EOF = "Y"
               READ CONNECTIONS-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-CONNECTIONS-EOF
                   NOT AT END
                       IF CN-USER-ONE NOT = WS-CONN-LOOKUP-USER
                           MOVE "Y" TO WS-CONNECTIONS-EOF
                       ELSE
                           IF WS-TGT-CONN-COUNT < 200
                               ADD 1 TO WS-TGT-CONN-COUNT
                               MOVE CN-USER-TWO
                                 TO WS-TGT-CONN-USERNAME(WS-TGT-CONN-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-CONN-LOOKUP-USER TO CN-USER-TWO
           MOVE "N" TO WS-CONNECTIONS-EOF
           START CONNECTIONS-FILE KEY = CN-USER-TWO
               INVALID KEY MOVE "Y" TO WS-CONNECTIONS-EOF
           END-START
           PERFORM UNTIL WS-CONNECTIONS-EOF = "Y"
               READ CONNECTIONS-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-CONNECTIONS-EOF
                   NOT AT END
                       IF CN-USER-TWO NOT = WS-CONN-LOOKUP-USER
                           MOVE "Y" TO WS-CONNECTIONS-EOF
                       ELSE
                           IF WS-TGT-CONN-COUNT < 200
                               ADD 1 TO WS-TGT-CONN-COUNT
                               MOVE CN-USER-ONE
                                 TO WS-TGT-CONN-USERNAME(WS-TGT-CONN-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
      *> THEN DERIVES WS-MUTUAL-COUNT (INTERSECTION WITH MINE) AND THE
      *> 1ST/2ND/3RD-DEGREE BADGE IN WS-DEGREE-TEXT
       COMPUTE-CONNECTION-DEGREE.
           MOVE WS-DEGREE-TARGET TO WS-CONN-LOOKUP-USER
           PERFORM COLLECT-USER-CONNECTIONS

           MOVE 0 TO WS-MUTUAL-COUNT
           SET WS-TGT-CONN-IDX TO 1
               EXIT PARAGRAPH
           END-IF

      *> A DORMANT ACCOUNT'S PROFILE IS HIDDEN FROM EVERYONE ELSE UNTIL
      *> ITS OWNER LOGS IN AGAIN
           MOVE PR-USERNAME TO WS-DORMANT-MATCH
           PERFORM CHECK-USER-DORMANT
           IF WS-DORMANT-FOUND = "Y"
               MOVE "N" TO WS-PROFILE-VISIBLE
               EXIT PARAGRAPH
           END-IF

      *> A PROFILE WHOSE OWNER HAS BLOCKED THE VIEWER IS NOT VISIBLE,
      *> WHATEVER PR-VISIBILITY SAYS -- THE ONE PERSON THE WHOLE-PROFILE
      *> PRIVACY SETTINGS COULD NEVER SHUT OUT
               WHEN "P"
                   MOVE "N" TO WS-PROFILE-VISIBLE
               WHEN "C"
                   MOVE CURRENT-USERNAME TO WS-PAIR-USER-ONE
                   MOVE PR-USERNAME TO WS-PAIR-USER-TWO
                   PERFORM CHECK-PAIR-CONNECTED
                   MOVE WS-PAIR-CONNECTED TO WS-ALREADY-CONNECTED
                   IF WS-ALREADY-CONNECTED NOT = "Y"
                       MOVE "N" TO WS-PROFILE-VISIBLE
                   END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE CURRENT-USERNAME TO WS-PAIR-USER-ONE
           MOVE WS-TARGET-USERNAME TO WS-PAIR-USER-TWO
           PERFORM CHECK-PAIR-CONNECTED
           MOVE WS-PAIR-CONNECTED TO WS-ALREADY-CONNECTED

           IF WS-ALREADY-CONNECTED = "Y"
               MOVE "You are already connected with this user." TO OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

      *> ONE KEYED READ EACH WAY ROUND
           MOVE "N" TO WS-OUTGOING-PENDING
           MOVE "N" TO WS-INCOMING-PENDING
           OPEN INPUT CONNECTION-REQUESTS-FILE
           IF WS-CONN-REQ-STATUS = "00"
               MOVE CURRENT-USERNAME TO CR-SENDER
               MOVE WS-TARGET-USERNAME TO CR-RECEIVER
               READ CONNECTION-REQUESTS-FILE KEY IS CR-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO WS-OUTGOING-PENDING
               END-READ
               MOVE WS-TARGET-USERNAME TO CR-SENDER
               MOVE CURRENT-USERNAME TO CR-RECEIVER
               READ CONNECTION-REQUESTS-FILE KEY IS CR-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO WS-INCOMING-PENDING
               END-READ
               CLOSE CONNECTION-REQUESTS-FILE
           END-IF

           IF WS-OUTGOING-PENDING = "Y"
               MOVE "You already sent a connection request to this user." TO OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           OPEN I-O CONNECTION-REQUESTS-FILE
           IF WS-CONN-REQ-STATUS NOT = "00"
               OPEN OUTPUT CONNECTION-REQUESTS-FILE
               CLOSE CONNECTION-REQUESTS-FILE
               OPEN I-O CONNECTION-REQUESTS-FILE
           END-IF
           MOVE CURRENT-USERNAME TO CR-SENDER
           MOVE WS-TARGET-USERNAME TO CR-RECEIVER
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP
           MOVE CONNECTION-REQUEST-RECORD TO WS-JOURNAL-IMAGE
           PERFORM WRITE-JOURNAL-RECORD
           WRITE CONNECTION-REQUEST-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           CLOSE CONNECTION-REQUESTS-FILE

           MOVE CURRENT-USERNAME TO WS-AUDIT-USERNAME
           MOVE 0 TO WS-PENDING-REQ-TABLE-COUNT
           OPEN OUTPUT PENDING-WORK-FILE
           OPEN INPUT CONNECTION-REQUESTS-FILE
           IF WS-CONN-REQ-STATUS NOT = "00"
               MOVE "Y" TO WS-PENDING-EOF
           ELSE
      *> THE RECEIVER KEY GIVES JUST THE REQUESTS WAITING ON THIS USER
               MOVE CURRENT-USERNAME TO CR-RECEIVER
               START CONNECTION-REQUESTS-FILE KEY = CR-RECEIVER
                   INVALID KEY MOVE "Y" TO WS-PENDING-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-PENDING-EOF = "Y"
               READ CONNECTION-REQUESTS-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-PENDING-EOF
                   NOT AT END
                       IF CR-RECEIVER NOT = CURRENT-USERNAME
                           MOVE "Y" TO WS-PENDING-EOF
                       ELSE
                           ADD 1 TO WS-PENDING-REQ-TABLE-COUNT
                           MOVE CR-SENDER TO PW-SENDER
                           WRITE PENDING-WORK-RECORD
           .

      *> ONE PROMPT/DECISION CYCLE FOR THE SENDER IN PENDING-WORK-RECORD.
      *> ACCEPT/REJECT DELETE FROM connection_requests.doc, WHICH IS SAFE
      *> HERE BECAUSE THE ITERATION READS THE WORK FILE, NOT THE LIVE ONE
       HANDLE-ONE-PENDING-REQUEST.
           MOVE PW-SENDER TO WS-CURRENT-REQUEST-SENDER

               IF WS-EOF-FLAG NOT = "Y"
                   READ INPUT-FILE INTO WS-TEMP-INPUT
                       AT END PERFORM NOTE-END-OF-INPUT
                       NOT AT END
                           PERFORM COUNT-INPUT-LINE
                           MOVE WS-TEMP-INPUT(1:1) TO WS-REQUEST-CHOICE
                           EVALUATE WS-REQUEST-CHOICE
                               WHEN 1
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

      *> TWO KEYED RUNS: PAIRS FILED UNDER THIS USER AS CN-USER-ONE,
      *> THEN THOSE FILED UNDER THEM AS CN-USER-TWO
           MOVE "N" TO WS-PENDING-FOUND
           MOVE "N" TO WS-CONNECTIONS-EOF
           OPEN INPUT CONNECTIONS-FILE
           IF WS-CONNECTION-STATUS NOT = "00"
               MOVE "Y" TO WS-CONNECTIONS-EOF
           ELSE
               MOVE CURRENT-USERNAME TO CN-USER-ONE
               MOVE LOW-VALUES TO CN-USER-TWO
               START CONNECTIONS-FILE KEY >= CN-KEY
                   INVALID KEY MOVE "Y" TO WS-CONNECTIONS-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-CONNECTIONS-EOF = "Y"
               READ CONNECTIONS-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-CONNECTIONS-EOF
                   NOT AT END
                       IF CN-USER-ONE NOT = CURRENT-USERNAME
                           MOVE "Y" TO WS-CONNECTIONS-EOF
                       ELSE
                           MOVE CN-USER-TWO TO WS-TARGET-USERNAME
                           PERFORM SHOW-NETWORK-CONNECTION
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CONNECTION-STATUS NOT = "35"
               MOVE "N" TO WS-CONNECTIONS-EOF
               MOVE CURRENT-USERNAME TO CN-USER-TWO
               START CONNECTIONS-FILE KEY = CN-USER-TWO
                   INVALID KEY MOVE "Y" TO WS-CONNECTIONS-EOF
               END-START
               PERFORM UNTIL WS-CONNECTIONS-EOF = "Y"
                   READ CONNECTIONS-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-CONNECTIONS-EOF
                       NOT AT END
                           IF CN-USER-TWO NOT = CURRENT-USERNAME
                               MOVE "Y" TO WS-CONNECTIONS-EOF
                           ELSE
                               MOVE CN-USER-ONE TO WS-TARGET-USERNAME
                               PERFORM SHOW-NETWORK-CONNECTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONNECTIONS-FILE
           END-IF

           IF WS-PENDING-FOUND = "N"
               MOVE "You have no connections at this time." TO OUTPUT-RECORD

               IF WS-EOF-FLAG NOT = "Y"
                   READ INPUT-FILE INTO WS-TARGET-USERNAME
                       AT END PERFORM NOTE-END-OF-INPUT
                       NOT AT END PERFORM COUNT-INPUT-LINE
                   END-READ
               END-IF

           END-IF
           .

      *> ONE LINE OF VIEW-MY-NETWORK FOR WS-TARGET-USERNAME
       SHOW-NETWORK-CONNECTION.
           MOVE "Y" TO WS-PENDING-FOUND
      *> Look up the connected user's profile information
           PERFORM LOAD-CONNECTED-USER-PROFILE

           IF FOUND-PROFILE-FLAG = "Y"
               MOVE SPACES TO OUTPUT-RECORD
               STRING "Connected with: " DELIMITED BY SIZE
                      PR-FIRST-NAME DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      PR-LAST-NAME DELIMITED BY SPACE
                      " (University: " DELIMITED BY SIZE
                      PR-UNIVERSITY DELIMITED BY SPACE
                      ", Major: " DELIMITED BY SIZE
                      PR-MAJOR DELIMITED BY SPACE
                      ")" DELIMITED BY SIZE
                      INTO OUTPUT-RECORD
               END-STRING
           ELSE
               MOVE SPACES TO OUTPUT-RECORD
               STRING "Connected with: " DELIMITED BY SIZE
                      WS-TARGET-USERNAME DELIMITED BY SPACE
                      INTO OUTPUT-RECORD
               END-STRING
           END-IF
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           .

       REMOVE-CONNECTION.
      *> DELETES THE ONE PAIR BETWEEN CURRENT-USERNAME AND
      *> WS-TARGET-USERNAME BY KEY -- IT IS FILED IN ONE ORDER OR THE
      *> OTHER, SO TRY BOTH
           MOVE "CONNECTIONS" TO WS-JOURNAL-FILE-ID
           MOVE "D" TO WS-JOURNAL-ACTION
           MOVE SPACES TO WS-JOURNAL-KEY
           MOVE WS-TARGET-USERNAME TO WS-JOURNAL-KEY(21:20)
           MOVE SPACES TO WS-JOURNAL-IMAGE
           PERFORM WRITE-JOURNAL-RECORD
           OPEN I-O CONNECTIONS-FILE
           IF WS-CONNECTION-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE CURRENT-USERNAME TO CN-USER-ONE
           MOVE WS-TARGET-USERNAME TO CN-USER-TWO
           DELETE CONNECTIONS-FILE RECORD
               INVALID KEY
                   MOVE WS-TARGET-USERNAME TO CN-USER-ONE
                   MOVE CURRENT-USERNAME TO CN-USER-TWO
                   DELETE CONNECTIONS-FILE RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
           END-DELETE
           CLOSE CONNECTIONS-FILE
           .

       SHOW-PEOPLE-YOU-MAY-KNOW.
      *> SUGGESTS OTHER USERS WHO SHARE CURRENT-USERNAME'S UNIVERSITY

       ACCEPT-CONNECTION-REQUEST.
      *> Add connection to established connections file
           OPEN I-O CONNECTIONS-FILE
           IF WS-CONNECTION-STATUS NOT = "00"
               OPEN OUTPUT CONNECTIONS-FILE
               CLOSE CONNECTIONS-FILE
               OPEN I-O CONNECTIONS-FILE
           END-IF
           MOVE CURRENT-USERNAME TO CN-USER-ONE
           MOVE WS-CURRENT-REQUEST-SENDER TO CN-USER-TWO
      *> STAMP THE ACCEPTANCE DATE -- THE NETWORK REPORT'S GROWTH
           MOVE CONNECTION-RECORD TO WS-JOURNAL-IMAGE
           PERFORM WRITE-JOURNAL-RECORD
           WRITE CONNECTION-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           CLOSE CONNECTIONS-FILE
           
      *> Remove the request from pending requests file
           MOVE WS-CURRENT-REQUEST-SENDER TO WS-REMOVE-SENDER
           MOVE WS-CURRENT-REQUEST-RECEIVER TO WS-REMOVE-RECEIVER

      *> JOURNAL THE DELETE BEFORE THE FILE IS TOUCHED, AS EVERY
      *> OTHER CHANGE TO THE FILE IS
           MOVE "CONNREQ" TO WS-JOURNAL-FILE-ID
           MOVE "D" TO WS-JOURNAL-ACTION
           MOVE SPACES TO WS-JOURNAL-KEY
           MOVE SPACES TO WS-JOURNAL-IMAGE
           PERFORM WRITE-JOURNAL-RECORD

      *> INDEXED ON SENDER PLUS RECEIVER -- DELETED IN PLACE
           OPEN I-O CONNECTION-REQUESTS-FILE
           IF WS-CONN-REQ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REMOVE-REQUEST TO CR-KEY
           DELETE CONNECTION-REQUESTS-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           CLOSE CONNECTION-REQUESTS-FILE
           .

       LEARN-SKILL-MENU.
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE "7. Take a Skill Assessment (earn a verified badge)" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE "Enter your choice:" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           
           IF WS-EOF-FLAG NOT = "Y"
           READ INPUT-FILE INTO WS-TEMP-INPUT
               AT END PERFORM NOTE-END-OF-INPUT
               NOT AT END
                   PERFORM COUNT-INPUT-LINE
                   MOVE WS-TEMP-INPUT(1:1) TO WS-USER-CHOICE
                   EVALUATE WS-USER-CHOICE
                       WHEN 1
                           MOVE "Returning to main menu..." TO OUTPUT-RECORD
                           DISPLAY OUTPUT-RECORD
                           WRITE OUTPUT-RECORD
                       WHEN 7
                           PERFORM TAKE-SKILL-ASSESSMENT
                       WHEN OTHER
                           MOVE "Invalid choice, please try again." TO OUTPUT-RECORD
                           DISPLAY OUTPUT-RECORD
           CLOSE PROFILE-FILE
           .

      *> SCORED, TIMED MULTIPLE-CHOICE ASSESSMENT FOR ONE OF THE SKILLS
      *> OPS HAVE A QUESTION BANK FOR. A PASS WRITES THE VERIFIED
      *> BADGE AND PUTS THE SKILL ON THE PROFILE IF IT IS NOT THERE
      *> YET; A FAIL STARTS THE RETAKE WAIT
       TAKE-SKILL-ASSESSMENT.
           PERFORM LOAD-PROFILE
           CLOSE PROFILE-FILE
           IF FOUND-PROFILE-FLAG NOT = "Y"
               MOVE "Create a profile first - a verified badge is shown on your profile skills." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ASSESSMENT-CATALOGUE
           IF WS-ASSESS-COUNT = 0
               MOVE "No skill assessments are available yet." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE CURRENT-USERNAME TO WS-BADGE-LOAD-USER
           PERFORM LOAD-SKILL-BADGE-TABLE
           MOVE CURRENT-USERNAME TO WS-BADGE-CHECK-USER

           MOVE "--- Skill Assessments ---" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           PERFORM VARYING WS-ASSESS-CHOICE FROM 1 BY 1
               UNTIL WS-ASSESS-CHOICE > WS-ASSESS-COUNT
               MOVE WS-ASSESS-CHOICE TO WS-ASSESS-SHOW-NUM
               MOVE WS-ASSESS-PASS-PCT (WS-ASSESS-CHOICE) TO WS-ASSESS-SHOW-PCT
               MOVE WS-ASSESS-MINUTES (WS-ASSESS-CHOICE) TO WS-ASSESS-SHOW-MIN
               MOVE WS-ASSESS-SKILL (WS-ASSESS-CHOICE) TO WS-BADGE-CHECK-SKILL
               PERFORM FIND-SKILL-BADGE
               MOVE SPACES TO OUTPUT-RECORD
               STRING FUNCTION TRIM(WS-ASSESS-SHOW-NUM) ". "
                   FUNCTION TRIM(WS-ASSESS-SKILL (WS-ASSESS-CHOICE) TRAILING)
                   " (pass mark " FUNCTION TRIM(WS-ASSESS-SHOW-PCT) "%, "
                   FUNCTION TRIM(WS-ASSESS-SHOW-MIN) " minutes)"
                   INTO OUTPUT-RECORD
               END-STRING
               IF WS-BADGE-FOUND = "Y"
                   STRING FUNCTION TRIM(OUTPUT-RECORD TRAILING)
                       " [Verified]" INTO OUTPUT-RECORD
               END-IF
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-PERFORM
           MOVE "Enter the assessment number, or 0 to go back:" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE 0 TO WS-ASSESS-CHOICE
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       MOVE FUNCTION NUMVAL(WS-TEMP-INPUT)
                           TO WS-ASSESS-CHOICE
               END-READ
           END-IF
           IF WS-ASSESS-CHOICE < 1 OR WS-ASSESS-CHOICE > WS-ASSESS-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ASSESS-SKILL (WS-ASSESS-CHOICE) TO WS-BADGE-CHECK-SKILL
           PERFORM FIND-SKILL-BADGE
           IF WS-BADGE-FOUND = "Y"
               MOVE SPACES TO OUTPUT-RECORD
               STRING "You already hold a verified badge for "
                   FUNCTION TRIM(WS-BADGE-CHECK-SKILL TRAILING) "."
                   INTO OUTPUT-RECORD
               END-STRING
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

      *> RETAKE WAIT RUNS FROM THE LATEST FAILED ATTEMPT
           PERFORM SCAN-MY-SKILL-ATTEMPTS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ASSESS-TODAY
           IF WS-ASSESS-LAST-FAIL > 0
               COMPUTE WS-ASSESS-RETAKE-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-ASSESS-LAST-FAIL)
                   + WS-ASSESS-RETAKE-DAYS (WS-ASSESS-CHOICE))
               IF WS-ASSESS-TODAY < WS-ASSESS-RETAKE-DATE
                   MOVE SPACES TO OUTPUT-RECORD
                   STRING "You can retake the "
                       FUNCTION TRIM(WS-BADGE-CHECK-SKILL TRAILING)
                       " assessment on " WS-ASSESS-RETAKE-DATE(1:4) "-"
                       WS-ASSESS-RETAKE-DATE(5:2) "-"
                       WS-ASSESS-RETAKE-DATE(7:2) "."
                       INTO OUTPUT-RECORD
                   END-STRING
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM LOAD-QUESTION-BANK
           IF WS-QBANK-COUNT = 0
               MOVE "This assessment is not available right now. Please try again later." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ASSESS-QUESTIONS (WS-ASSESS-CHOICE) TO WS-ASSESS-ASKED
           IF WS-ASSESS-ASKED = 0 OR WS-ASSESS-ASKED > WS-QBANK-COUNT
               MOVE WS-QBANK-COUNT TO WS-ASSESS-ASKED
           END-IF
      *> A RETAKE STARTS FURTHER INTO THE BANK SO THE SAME QUESTIONS
      *> DO NOT COME BACK IN THE SAME ORDER EVERY TIME
           COMPUTE WS-QBANK-I = FUNCTION MOD(
               WS-ASSESS-PRIOR-COUNT * WS-ASSESS-ASKED, WS-QBANK-COUNT) + 1

           MOVE WS-ASSESS-ASKED TO WS-ASSESS-SHOW-NUM
           MOVE WS-ASSESS-MINUTES (WS-ASSESS-CHOICE) TO WS-ASSESS-SHOW-MIN
           MOVE SPACES TO OUTPUT-RECORD
           STRING "--- " FUNCTION TRIM(WS-BADGE-CHECK-SKILL TRAILING)
               " Assessment: " FUNCTION TRIM(WS-ASSESS-SHOW-NUM) " questions, "
               FUNCTION TRIM(WS-ASSESS-SHOW-MIN) " minutes ---"
               INTO OUTPUT-RECORD
           END-STRING
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "Answer each question with A, B, C or D. Answers after the time is up do not count." TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           COMPUTE WS-ASSESS-LIMIT-SECS =
               WS-ASSESS-MINUTES (WS-ASSESS-CHOICE) * 60
           PERFORM READ-ASSESSMENT-CLOCK
           MOVE WS-ASSESS-NOW-SECS TO WS-ASSESS-START-SECS
           MOVE 0 TO WS-ASSESS-CORRECT
           MOVE 0 TO WS-ASSESS-ELAPSED
           MOVE "N" TO WS-ASSESS-TIMED-OUT
           PERFORM VARYING WS-QBANK-ASKED-NO FROM 1 BY 1
               UNTIL WS-QBANK-ASKED-NO > WS-ASSESS-ASKED
                  OR WS-ASSESS-TIMED-OUT = "Y"
                  OR WS-EOF-FLAG = "Y"
               PERFORM ASK-ASSESSMENT-QUESTION
               ADD 1 TO WS-QBANK-I
               IF WS-QBANK-I > WS-QBANK-COUNT
                   MOVE 1 TO WS-QBANK-I
               END-IF
           END-PERFORM
           IF WS-ASSESS-TIMED-OUT = "Y"
               MOVE "Time is up - any questions left count as wrong." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF

           COMPUTE WS-ASSESS-SCORE =
               (WS-ASSESS-CORRECT * 100) / WS-ASSESS-ASKED
           IF WS-ASSESS-SCORE >= WS-ASSESS-PASS-PCT (WS-ASSESS-CHOICE)
               MOVE "P" TO WS-ASSESS-RESULT
           ELSE
               MOVE "F" TO WS-ASSESS-RESULT
           END-IF

           OPEN EXTEND SKILL-ATTEMPTS-FILE
           IF WS-SKILL-ATTEMPTS-STATUS NOT = "00"
               OPEN OUTPUT SKILL-ATTEMPTS-FILE
           END-IF
           MOVE CURRENT-USERNAME TO SA-USERNAME
           MOVE WS-BADGE-CHECK-SKILL TO SA-SKILL
           MOVE FUNCTION CURRENT-DATE(1:14) TO SA-TIMESTAMP
           MOVE WS-ASSESS-ASKED TO SA-ASKED
           MOVE WS-ASSESS-CORRECT TO SA-CORRECT
           MOVE WS-ASSESS-SCORE TO SA-SCORE
           MOVE WS-ASSESS-ELAPSED TO SA-ELAPSED
           MOVE WS-ASSESS-TIMED-OUT TO SA-TIMED-OUT
           MOVE WS-ASSESS-RESULT TO SA-RESULT
           WRITE SKILL-ATTEMPT-RECORD
           CLOSE SKILL-ATTEMPTS-FILE

           MOVE CURRENT-USERNAME TO WS-AUDIT-USERNAME
           MOVE "SKILLTEST" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING WS-ASSESS-RESULT WS-ASSESS-SCORE " "
               WS-BADGE-CHECK-SKILL
               DELIMITED BY SIZE INTO WS-AUDIT-KEY
           END-STRING
           PERFORM WRITE-AUDIT-RECORD

           MOVE WS-ASSESS-SCORE TO WS-ASSESS-SHOW-PCT
           MOVE WS-ASSESS-CORRECT TO WS-ASSESS-SHOW-NUM
           MOVE WS-ASSESS-ASKED TO WS-ASSESS-SHOW-NUM2
           MOVE SPACES TO OUTPUT-RECORD
           STRING "You answered " FUNCTION TRIM(WS-ASSESS-SHOW-NUM) " of "
               FUNCTION TRIM(WS-ASSESS-SHOW-NUM2) " correctly: " FUNCTION TRIM(WS-ASSESS-SHOW-PCT) "%."
               INTO OUTPUT-RECORD
           END-STRING
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           IF WS-ASSESS-RESULT = "P"
               PERFORM AWARD-SKILL-BADGE
           ELSE
               MOVE WS-ASSESS-PASS-PCT (WS-ASSESS-CHOICE) TO WS-ASSESS-SHOW-PCT
               COMPUTE WS-ASSESS-RETAKE-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-ASSESS-TODAY)
                   + WS-ASSESS-RETAKE-DAYS (WS-ASSESS-CHOICE))
               MOVE SPACES TO OUTPUT-RECORD
               STRING "The pass mark is " FUNCTION TRIM(WS-ASSESS-SHOW-PCT)
                   "%. You can retake this assessment on "
                   WS-ASSESS-RETAKE-DATE(1:4) "-"
                   WS-ASSESS-RETAKE-DATE(5:2) "-"
                   WS-ASSESS-RETAKE-DATE(7:2) "."
                   INTO OUTPUT-RECORD
               END-STRING
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF
           .

      *> SHOWS QUESTION WS-QBANK-I AS NUMBER WS-QBANK-ASKED-NO, READS
      *> THE ANSWER AND SCORES IT -- UNLESS IT CAME IN AFTER THE TIME
      *> LIMIT, WHICH ENDS THE ATTEMPT
       ASK-ASSESSMENT-QUESTION.
           MOVE WS-QBANK-ASKED-NO TO WS-ASSESS-SHOW-NUM
           MOVE WS-ASSESS-ASKED TO WS-ASSESS-SHOW-NUM2
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Question " FUNCTION TRIM(WS-ASSESS-SHOW-NUM) " of "
               FUNCTION TRIM(WS-ASSESS-SHOW-NUM2) ": "
               FUNCTION TRIM(WS-QBANK-QUESTION (WS-QBANK-I) TRAILING)
               INTO OUTPUT-RECORD
           END-STRING
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           PERFORM VARYING WS-QBANK-CHOICE-NO FROM 1 BY 1
               UNTIL WS-QBANK-CHOICE-NO > 4
               IF WS-QBANK-CHOICE (WS-QBANK-I WS-QBANK-CHOICE-NO)
                   NOT = SPACES
                   MOVE SPACES TO OUTPUT-RECORD
                   STRING "  " WS-ASSESS-LETTERS(WS-QBANK-CHOICE-NO:1) ". "
                       FUNCTION TRIM(WS-QBANK-CHOICE
                           (WS-QBANK-I WS-QBANK-CHOICE-NO) TRAILING)
                       INTO OUTPUT-RECORD
                   END-STRING
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
               END-IF
           END-PERFORM
           MOVE "Your answer:" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACE TO WS-ASSESS-ANSWER
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       MOVE FUNCTION UPPER-CASE(WS-TEMP-INPUT(1:1))
                           TO WS-ASSESS-ANSWER
               END-READ
           END-IF
      *> RUNNING OUT OF INPUT PART-WAY IS SCORED LIKE RUNNING OUT OF
      *> TIME: THE QUESTIONS NOT ANSWERED COUNT AS WRONG
           IF WS-EOF-FLAG = "Y"
               MOVE "Y" TO WS-ASSESS-TIMED-OUT
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-ASSESSMENT-CLOCK
           COMPUTE WS-ASSESS-ELAPSED =
               WS-ASSESS-NOW-SECS - WS-ASSESS-START-SECS
           IF WS-ASSESS-ELAPSED > WS-ASSESS-LIMIT-SECS
               MOVE "Y" TO WS-ASSESS-TIMED-OUT
               EXIT PARAGRAPH
           END-IF
           IF WS-ASSESS-ANSWER = WS-QBANK-ANSWER (WS-QBANK-I)
               ADD 1 TO WS-ASSESS-CORRECT
           END-IF
           .

      *> SECONDS SINCE THE START OF THE CALENDAR, SO AN ATTEMPT THAT
      *> RUNS PAST MIDNIGHT STILL TIMES CORRECTLY
       READ-ASSESSMENT-CLOCK.
           MOVE FUNCTION CURRENT-DATE TO WS-ASSESS-CLOCK
           COMPUTE WS-ASSESS-NOW-SECS =
               FUNCTION INTEGER-OF-DATE(WS-ASSESS-CLOCK-DATE) * 86400
               + WS-ASSESS-CLOCK-HH * 3600 + WS-ASSESS-CLOCK-MI * 60
               + WS-ASSESS-CLOCK-SS
           .

      *> assessments.doc INTO WS-ASSESS-CATALOGUE. ROWS WITHOUT A
      *> SKILL OR A BANK FILE ARE SKIPPED; BLANK OR ZERO SETTINGS TAKE
      *> THE WS-ASSESS-DEFAULT- VALUES
       LOAD-ASSESSMENT-CATALOGUE.
           MOVE 0 TO WS-ASSESS-COUNT
           MOVE "N" TO WS-ASSESS-EOF
           OPEN INPUT ASSESSMENTS-FILE
           IF WS-ASSESS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ASSESS-EOF = "Y"
               READ ASSESSMENTS-FILE INTO ASSESSMENT-RECORD
                   AT END MOVE "Y" TO WS-ASSESS-EOF
                   NOT AT END
                       IF AM-SKILL NOT = SPACES AND AM-BANK-FILE NOT = SPACES
                           AND WS-ASSESS-COUNT < 20
                           ADD 1 TO WS-ASSESS-COUNT
                           MOVE AM-SKILL TO WS-ASSESS-SKILL (WS-ASSESS-COUNT)
                           MOVE AM-BANK-FILE TO WS-ASSESS-BANK (WS-ASSESS-COUNT)
                           MOVE 0 TO WS-ASSESS-QUESTIONS (WS-ASSESS-COUNT)
                           IF AM-QUESTIONS NUMERIC
                               MOVE AM-QUESTIONS
                                   TO WS-ASSESS-QUESTIONS (WS-ASSESS-COUNT)
                           END-IF
                           MOVE WS-ASSESS-DEFAULT-PASS
                               TO WS-ASSESS-PASS-PCT (WS-ASSESS-COUNT)
                           IF AM-PASS-PERCENT NUMERIC AND AM-PASS-PERCENT > 0
                               AND AM-PASS-PERCENT <= 100
                               MOVE AM-PASS-PERCENT
                                   TO WS-ASSESS-PASS-PCT (WS-ASSESS-COUNT)
                           END-IF
                           MOVE WS-ASSESS-DEFAULT-MINUTES
                               TO WS-ASSESS-MINUTES (WS-ASSESS-COUNT)
                           IF AM-TIME-LIMIT NUMERIC AND AM-TIME-LIMIT > 0
                               MOVE AM-TIME-LIMIT
                                   TO WS-ASSESS-MINUTES (WS-ASSESS-COUNT)
                           END-IF
                           MOVE WS-ASSESS-DEFAULT-RETAKE
                               TO WS-ASSESS-RETAKE-DAYS (WS-ASSESS-COUNT)
                           IF AM-RETAKE-DAYS NUMERIC
                               MOVE AM-RETAKE-DAYS
                                   TO WS-ASSESS-RETAKE-DAYS (WS-ASSESS-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ASSESSMENTS-FILE
           .

      *> THE CHOSEN SKILL'S QUESTION BANK INTO WS-QBANK-TABLE. A ROW
      *> WITH NO QUESTION TEXT OR NO VALID ANSWER LETTER IS SKIPPED
       LOAD-QUESTION-BANK.
           MOVE 0 TO WS-QBANK-COUNT
           MOVE "N" TO WS-QBANK-EOF
           MOVE WS-ASSESS-BANK (WS-ASSESS-CHOICE) TO WS-QBANK-FILE-NAME
           OPEN INPUT QUESTION-BANK-FILE
           IF WS-QBANK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-QBANK-EOF = "Y"
               READ QUESTION-BANK-FILE INTO QUESTION-BANK-RECORD
                   AT END MOVE "Y" TO WS-QBANK-EOF
                   NOT AT END
                       MOVE FUNCTION UPPER-CASE(QB-ANSWER) TO QB-ANSWER
                       IF QB-QUESTION NOT = SPACES
                           AND (QB-ANSWER = "A" OR QB-ANSWER = "B"
                             OR QB-ANSWER = "C" OR QB-ANSWER = "D")
                           AND WS-QBANK-COUNT < 50
                           ADD 1 TO WS-QBANK-COUNT
                           MOVE QUESTION-BANK-RECORD
                               TO WS-QBANK-ENTRY (WS-QBANK-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUESTION-BANK-FILE
           .

      *> COUNTS THE USER'S EARLIER ATTEMPTS AT WS-BADGE-CHECK-SKILL AND
      *> LEAVES THE DATE OF THE LATEST FAILED ONE IN WS-ASSESS-LAST-FAIL
       SCAN-MY-SKILL-ATTEMPTS.
           MOVE 0 TO WS-ASSESS-PRIOR-COUNT
           MOVE 0 TO WS-ASSESS-LAST-FAIL
           MOVE "N" TO WS-SKILL-ATTEMPTS-EOF
           OPEN INPUT SKILL-ATTEMPTS-FILE
           IF WS-SKILL-ATTEMPTS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-BADGE-CHECK-SKILL) TO WS-BADGE-UPPER
           PERFORM UNTIL WS-SKILL-ATTEMPTS-EOF = "Y"
               READ SKILL-ATTEMPTS-FILE INTO SKILL-ATTEMPT-RECORD
                   AT END MOVE "Y" TO WS-SKILL-ATTEMPTS-EOF
                   NOT AT END
                       IF SA-USERNAME = CURRENT-USERNAME
                           AND FUNCTION UPPER-CASE(SA-SKILL) = WS-BADGE-UPPER
                           ADD 1 TO WS-ASSESS-PRIOR-COUNT
                           IF SA-RESULT = "F" AND SA-TIMESTAMP(1:8) IS NUMERIC
                               AND SA-TIMESTAMP(1:8) > WS-ASSESS-LAST-FAIL
                               MOVE SA-TIMESTAMP(1:8) TO WS-ASSESS-LAST-FAIL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SKILL-ATTEMPTS-FILE
           .

      *> WRITES THE BADGE AND, IF THE SKILL IS NOT LISTED ON THE
      *> PROFILE AND THERE IS ROOM, ADDS IT. THE PROFILE IS JOURNALED
      *> EITHER WAY SO THE NIGHTLY CANDALERTS PASS RE-CHECKS IT AGAINST
      *> SAVED SEARCHES THAT ASK FOR VERIFIED SKILLS
       AWARD-SKILL-BADGE.
           OPEN EXTEND SKILL-BADGES-FILE
           IF WS-SKILL-BADGES-STATUS NOT = "00"
               OPEN OUTPUT SKILL-BADGES-FILE
           END-IF
           MOVE CURRENT-USERNAME TO VB-USERNAME
           MOVE WS-BADGE-CHECK-SKILL TO VB-SKILL
           MOVE WS-ASSESS-SCORE TO VB-SCORE
           MOVE FUNCTION CURRENT-DATE(1:8) TO VB-DATE
           WRITE SKILL-BADGE-RECORD
           CLOSE SKILL-BADGES-FILE

           MOVE CURRENT-USERNAME TO WS-AUDIT-USERNAME
           MOVE "SKILLBADGE" TO WS-AUDIT-ACTION
           MOVE WS-BADGE-CHECK-SKILL TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-RECORD

           MOVE "B" TO WS-FEED-TYPE
           MOVE SPACES TO WS-FEED-TEXT
           STRING "Earned a verified badge in "
               FUNCTION TRIM(WS-BADGE-CHECK-SKILL TRAILING) "."
               INTO WS-FEED-TEXT
           END-STRING
           PERFORM WRITE-FEED-EVENT

           MOVE SPACES TO OUTPUT-RECORD
           STRING "Passed! Your " FUNCTION TRIM(WS-BADGE-CHECK-SKILL TRAILING)
               " skill now carries a verified badge."
               INTO OUTPUT-RECORD
           END-STRING
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           PERFORM LOAD-PROFILE
           IF FOUND-PROFILE-FLAG NOT = "Y"
               CLOSE PROFILE-FILE
               EXIT PARAGRAPH
           END-IF
           IF PR-SKILL-COUNT NOT NUMERIC
               MOVE 0 TO PR-SKILL-COUNT
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-BADGE-CHECK-SKILL) TO WS-BADGE-UPPER
           MOVE "N" TO WS-BADGE-FOUND
           PERFORM VARYING WS-SKILL-IDX FROM 1 BY 1
               UNTIL WS-SKILL-IDX > PR-SKILL-COUNT
               IF FUNCTION UPPER-CASE(PR-SKILL-NAME(WS-SKILL-IDX))
                   = WS-BADGE-UPPER
                   MOVE "Y" TO WS-BADGE-FOUND
               END-IF
           END-PERFORM
           IF WS-BADGE-FOUND = "N"
               IF PR-SKILL-COUNT < 5
                   ADD 1 TO PR-SKILL-COUNT
                   MOVE WS-BADGE-CHECK-SKILL TO PR-SKILL-NAME(PR-SKILL-COUNT)
                   MOVE "It has been added to the skills on your profile." TO OUTPUT-RECORD
               ELSE
                   MOVE "Your profile already lists five skills - swap one for this skill to show the badge." TO OUTPUT-RECORD
               END-IF
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF
           MOVE "PROFILES" TO WS-JOURNAL-FILE-ID
           MOVE "U" TO WS-JOURNAL-ACTION
           MOVE SPACES TO WS-JOURNAL-KEY
           MOVE PR-USERNAME TO WS-JOURNAL-KEY(1:20)
           MOVE PROFILE-RECORD TO WS-JOURNAL-IMAGE
           PERFORM WRITE-JOURNAL-RECORD
           REWRITE PROFILE-RECORD
           CLOSE PROFILE-FILE
           .

      *> skill_badges.doc INTO WS-BADGE-TABLE -- ONE USER'S BADGES
      *> WHEN WS-BADGE-LOAD-USER IS SET, EVERYONE'S WHEN IT IS BLANK.
      *> MISSING FILE OR OVERFLOW JUST MEANS FEWER BADGES SHOWN
       LOAD-SKILL-BADGE-TABLE.
           MOVE 0 TO WS-BADGE-COUNT
           MOVE "N" TO WS-SKILL-BADGES-EOF
           OPEN INPUT SKILL-BADGES-FILE
           IF WS-SKILL-BADGES-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SKILL-BADGES-EOF = "Y"
               READ SKILL-BADGES-FILE INTO SKILL-BADGE-RECORD
                   AT END MOVE "Y" TO WS-SKILL-BADGES-EOF
                   NOT AT END
                       IF (WS-BADGE-LOAD-USER = SPACES
                           OR VB-USERNAME = WS-BADGE-LOAD-USER)
                           AND WS-BADGE-COUNT < 2000
                           ADD 1 TO WS-BADGE-COUNT
                           MOVE VB-USERNAME TO WS-BADGE-TBL-USER (WS-BADGE-COUNT)
                           MOVE VB-SKILL TO WS-BADGE-TBL-SKILL (WS-BADGE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SKILL-BADGES-FILE
           .

      *> WS-BADGE-FOUND = "Y" WHEN WS-BADGE-CHECK-USER HOLDS A BADGE FOR
      *> EXACTLY WS-BADGE-CHECK-SKILL (CASE-BLIND)
       FIND-SKILL-BADGE.
           MOVE "N" TO WS-BADGE-FOUND
           MOVE FUNCTION UPPER-CASE(WS-BADGE-CHECK-SKILL) TO WS-BADGE-UPPER
           PERFORM VARYING WS-BADGE-I FROM 1 BY 1
               UNTIL WS-BADGE-I > WS-BADGE-COUNT OR WS-BADGE-FOUND = "Y"
               IF WS-BADGE-TBL-USER (WS-BADGE-I) = WS-BADGE-CHECK-USER
                   AND FUNCTION UPPER-CASE(WS-BADGE-TBL-SKILL (WS-BADGE-I))
                       = WS-BADGE-UPPER
                   MOVE "Y" TO WS-BADGE-FOUND
               END-IF
           END-PERFORM
           .

      *> SEARCH-FILTER FORM: WS-BADGE-FOUND = "Y" WHEN WS-BADGE-CHECK-USER
      *> HOLDS A BADGE WHOSE SKILL CONTAINS WS-BADGE-CHECK-SKILL, THE
      *> SAME CONTAINS-MATCH THE SKILL FILTER USES. A BLANK SKILL
      *> MATCHES ANY BADGE
       MATCH-VERIFIED-SKILL.
           MOVE "N" TO WS-BADGE-FOUND
           PERFORM VARYING WS-BADGE-I FROM 1 BY 1
               UNTIL WS-BADGE-I > WS-BADGE-COUNT OR WS-BADGE-FOUND = "Y"
               IF WS-BADGE-TBL-USER (WS-BADGE-I) = WS-BADGE-CHECK-USER
                   IF WS-BADGE-CHECK-SKILL = SPACES
                       MOVE "Y" TO WS-BADGE-FOUND
                   ELSE
                       MOVE FUNCTION UPPER-CASE(WS-BADGE-TBL-SKILL (WS-BADGE-I))
                           TO WS-CAND-FIELD-UPPER
                       MOVE 0 TO WS-CAND-TALLY
                       INSPECT WS-CAND-FIELD-UPPER
                           TALLYING WS-CAND-TALLY FOR ALL FUNCTION TRIM(
                               FUNCTION UPPER-CASE(WS-BADGE-CHECK-SKILL))
                       IF WS-CAND-TALLY > 0
                           MOVE "Y" TO WS-BADGE-FOUND
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

      *> "SQL, PYTHON" -- WS-BADGE-CHECK-USER'S BADGES FROM THE TABLE,
      *> AS MANY AS FIT IN WS-BADGE-SUMMARY
       BUILD-BADGE-SUMMARY.
           MOVE SPACES TO WS-BADGE-SUMMARY
           PERFORM VARYING WS-BADGE-I FROM 1 BY 1
               UNTIL WS-BADGE-I > WS-BADGE-COUNT
               IF WS-BADGE-TBL-USER (WS-BADGE-I) = WS-BADGE-CHECK-USER
                   IF WS-BADGE-SUMMARY = SPACES
                       MOVE WS-BADGE-TBL-SKILL (WS-BADGE-I) TO WS-BADGE-SUMMARY
                   ELSE
                       STRING FUNCTION TRIM(WS-BADGE-SUMMARY TRAILING) ", "
                           FUNCTION TRIM(WS-BADGE-TBL-SKILL (WS-BADGE-I) TRAILING)
                           DELIMITED BY SIZE INTO WS-BADGE-SUMMARY
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM
           .

       VALIDATE-LOGIN.
           MOVE "N" TO WS-LOGIN-SUCCESS
           MOVE "N" TO WS-ACCOUNTS-EOF
           MOVE "N" TO WS-LOGIN-USER-EXISTS
           MOVE SPACES TO WS-ACCOUNT-LOCK-STATUS
           MOVE 0 TO WS-COUNTER
           
           OPEN INPUT ACCOUNTS-FILE
           CLOSE ACCOUNTS-FILE
           OPEN INPUT ACCOUNTS-FILE

      *> HASH WHATEVER THE USER TYPED SO IT CAN BE COMPARED AGAINST
      *> THE HASHES STORED IN ACCOUNTS.DOC
           PERFORM HASH-PASSWORD

           PERFORM UNTIL WS-ACCOUNTS-EOF = "Y" OR WS-LOGIN-SUCCESS = "Y"
             OR WS-COUNTER > WS-MAX-ACCOUNTS
               ADD 1 TO WS-COUNTER
               READ ACCOUNTS-FILE INTO ACCOUNT-RECORD
                   AT END MOVE "Y" TO WS-ACCOUNTS-EOF
               END-READ
               MOVE ACCOUNT-USERNAME TO WS-STORED-USERNAME
               MOVE ACCOUNT-PASSWORD TO WS-STORED-PASSWORD

               IF WS-ACCOUNTS-EOF = 'N' AND
                  WS-USERNAME = WS-STORED-USERNAME
                  MOVE "Y" TO WS-LOGIN-USER-EXISTS
                  MOVE ACCOUNT-STATUS TO WS-ACCOUNT-LOCK-STATUS
               END-IF
               IF WS-ACCOUNTS-EOF = 'N' AND
                  WS-USERNAME = WS-STORED-USERNAME AND
                  WS-PASSWORD-HASHED = WS-STORED-PASSWORD
                  MOVE "Y" TO WS-LOGIN-SUCCESS
      *> REMEMBER WHICH KIND OF ACCOUNT THIS IS -- PRE-EXISTING ROWS
      *> WITHOUT THE TYPE BYTE COME BACK AS SPACES AND COUNT AS STUDENTS
                  EVALUATE ACCOUNT-TYPE
                      WHEN "E" MOVE "E" TO WS-ACCOUNT-TYPE
                      WHEN "C" MOVE "C" TO WS-ACCOUNT-TYPE
                      WHEN OTHER MOVE "S" TO WS-ACCOUNT-TYPE
                  END-EVALUATE
      *> A "P" EMPLOYER MAY SIGN IN BUT THE EMPLOYER POWERS STAY OFF
      *> UNTIL THE VETTING QUEUE CLEARS THEM
                  IF ACCOUNT-STATUS = "P"
                      MOVE "Y" TO WS-ACCOUNT-PENDING
                  ELSE
                      MOVE "N" TO WS-ACCOUNT-PENDING
                  END-IF
               END-IF
           END-PERFORM
           
           CLOSE ACCOUNTS-FILE.
       
       EXPIRE-OLD-JOB-LISTINGS.
      *> HOUSEKEEPING PASS RUN EACH TIME THE JOB MENU IS ENTERED: CLOSES
      *> OUT ANY LISTING OLDER THAN WS-JOB-EXPIRATION-DAYS SO STALE
      *> POSTINGS DROP OUT OF BROWSE-JOBS ON THEIR OWN
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
           OPEN I-O JOBS-FILE
           MOVE 'N' TO WS-JOBS-FILE-EOF
           PERFORM UNTIL WS-JOBS-FILE-EOF = 'Y'
               READ JOBS-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-JOBS-FILE-EOF
                   NOT AT END
                       IF JR-STATUS = "O" AND JR-POSTED-DATE NUMERIC
                           AND JR-POSTED-DATE > 0
                           COMPUTE WS-JOB-AGE-DAYS =
                               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE) -
                               FUNCTION INTEGER-OF-DATE (JR-POSTED-DATE)
                           IF WS-JOB-AGE-DAYS > WS-JOB-EXPIRATION-DAYS
                               MOVE "E" TO JR-STATUS
                               REWRITE JOBS-FILE-RECORD
                               PERFORM NOTIFY-APPLICANTS-JOB-EXPIRED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBS-FILE
           .

      *> WHEN A LISTING AUTO-EXPIRES, EVERYONE WITH A STILL-PENDING
      *> APPLICATION AGAINST IT GETS A NOTIFICATION -- OTHERWISE THE
      *> POSTING JUST SILENTLY DROPS OUT OF BROWSE-JOBS UNDER THEM.
      *> JOBS-FILE-RECORD STILL HOLDS THE EXPIRED LISTING WHEN CALLED
       NOTIFY-APPLICANTS-JOB-EXPIRED.
           MOVE "N" TO WS-APPLICATIONS-EOF
           OPEN INPUT APPLICATIONS-FILE
           IF WS-APPLICATIONS-STATUS NOT = "00"
               MOVE "Y" TO WS-APPLICATIONS-EOF
           ELSE
               MOVE JR-ID TO APP-JOB-ID
               START APPLICATIONS-FILE KEY = APP-JOB-ID
                   INVALID KEY MOVE "Y" TO WS-APPLICATIONS-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-APPLICATIONS-EOF = "Y"
               READ APPLICATIONS-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-APPLICATIONS-EOF
                   NOT AT END
                       IF APP-JOB-ID NOT = JR-ID
                           MOVE "Y" TO WS-APPLICATIONS-EOF
                       END-IF
                       IF APP-JOB-ID = JR-ID
                           AND APP-STATUS NOT = "R" AND APP-STATUS NOT = "H"
                           AND APP-STATUS NOT = "D"
                           AND APP-STATUS NOT = "W"
                           MOVE APP-USERNAME TO WS-NOTIFY-USERNAME
                           MOVE SPACES TO WS-NOTIFY-TEXT
                           STRING "Job " JR-ID " ("
                               FUNCTION TRIM(JR-TITLE TRAILING)
                               ") you applied to has expired."
                               INTO WS-NOTIFY-TEXT
                           END-STRING
                           MOVE "A" TO WS-NOTIFY-CATEGORY
                           PERFORM WRITE-NOTIFICATION-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPLICATIONS-FILE
           .

       JOB-MENU.
           PERFORM EXPIRE-OLD-JOB-LISTINGS
      *> THE NIGHTLY RECOMMENDATION PASS FEEDS THIS -- THE STUDENTS
      *> WHO NEVER BUILT A SAVED QUERY STILL SEE SOMETHING RELEVANT
      *> BEFORE THEY THINK TO BROWSE
           IF WS-ACCOUNT-TYPE = "S"
               PERFORM SHOW-JOB-RECOMMENDATIONS
           END-IF
           MOVE "==== Job Search/Internship Menu ====" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE "1. Post a Job/Internship" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE "2. Browse Jobs/Internships" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

      *> === EPIC 7 NEW MENU OPTION ===
           MOVE "3. View My Applications" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE "4. View My Posted Jobs" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE "5. My Saved Jobs" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE "6. Search Candidates / Invite to Apply" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE "7. Interview Day Schedule" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE "8. Internship Hours" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE "10. Salary Benchmarks for My Major" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE "11. Company Recruiter Seats" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE "12. Disposition Letters" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE "9. Back to Main Menu" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           READ INPUT-FILE INTO WS-USER-CHOICE
             AT END PERFORM NOTE-END-OF-INPUT
             NOT AT END
                 PERFORM COUNT-INPUT-LINE
               EVALUATE WS-USER-CHOICE
                 WHEN 1
      *> POSTING IS AN EMPLOYER-ONLY FUNCTION -- A STUDENT ACCOUNT
      *> POSTING FAKE LISTINGS WAS AN AUDIT FINDING
                   IF WS-ACCOUNT-TYPE NOT = "E"
                       MOVE "Only employer accounts can post job listings." TO OUTPUT-RECORD
                       DISPLAY OUTPUT-RECORD
                       WRITE OUTPUT-RECORD
                   ELSE
                   IF WS-ACCOUNT-PENDING = "Y"
                       MOVE "Your employer account is still pending verification." TO OUTPUT-RECORD
                       DISPLAY OUTPUT-RECORD
                       WRITE OUTPUT-RECORD
                   ELSE
                   PERFORM CHECK-EMPLOYER-ON-HOLD
                   IF WS-HOLD-FROZEN = "Y"
                       MOVE "Your company's account is on hold - posting is unavailable for now." TO OUTPUT-RECORD
                       DISPLAY OUTPUT-RECORD
                       WRITE OUTPUT-RECORD
                   ELSE
                       MOVE "Posting a job..." TO OUTPUT-RECORD
                       DISPLAY OUTPUT-RECORD
                       WRITE OUTPUT-RECORD

                       PERFORM POST-A-JOB
                   END-IF
                   END-IF
                   END-IF
                 WHEN 2
                   PERFORM BROWSE-JOBS
      *> PERFORM BROWSE-JOBS (FUTURE FEATURE)
                 WHEN 3
                   PERFORM VIEW-MY-APPLICATIONS
                 WHEN 4
                   IF WS-ACCOUNT-TYPE NOT = "E"
                       MOVE "Only employer accounts have posted job listings." TO OUTPUT-RECORD
                       DISPLAY OUTPUT-RECORD
                       WRITE OUTPUT-RECORD
                   ELSE
                       PERFORM VIEW-MY-POSTED-JOBS
                   END-IF
                 WHEN 5
                   PERFORM VIEW-SAVED-JOBS
                 WHEN 6
      *> SEARCH IS NO LONGER ONE-DIRECTIONAL -- EMPLOYERS WITH AN OPEN
      *> LISTING CAN GO FIND CANDIDATES
                   IF WS-ACCOUNT-TYPE NOT = "E"
                       MOVE "Only employer accounts can search candidates." TO OUTPUT-RECORD
                       DISPLAY OUTPUT-RECORD
                       WRITE OUTPUT-RECORD
                   ELSE
                   IF WS-ACCOUNT-PENDING = "Y"
      *> CANDIDATE SEARCH (AND THE INVITES IT LEADS TO) IS EXACTLY THE
      *> CONTACT-HARVESTING SURFACE THE VETTING GATE EXISTS FOR
                       MOVE "Your employer account is still pending verification." TO OUTPUT-RECORD
                       DISPLAY OUTPUT-RECORD
                       WRITE OUTPUT-RECORD
                   ELSE
                       PERFORM CANDIDATE-SEARCH
                   END-IF
                   END-IF
                 WHEN 7
      *> THE PER-DAY CALENDAR ONLY MAKES SENSE FOR THE SIDE THAT RUNS
      *> THE INTERVIEWS
                   IF WS-ACCOUNT-TYPE NOT = "E"
                       MOVE "Only employer accounts have an interview schedule." TO OUTPUT-RECORD
                       DISPLAY OUTPUT-RECORD
                       WRITE OUTPUT-RECORD
                   ELSE
                       PERFORM INTERVIEW-DAY-SCHEDULE
                   END-IF
                 WHEN 8
      *> STUDENTS LOG THEIR WEEKS, THE POSTING EMPLOYER SIGNS THEM OFF
                   IF WS-ACCOUNT-TYPE = "E"
                       PERFORM REVIEW-INTERNSHIP-HOURS
                   ELSE
                       PERFORM LOG-INTERNSHIP-HOURS
                   END-IF
                 WHEN 10
      *> THE ADVISERS' FULL TABLE IS salary-benchmark.rpt; A STUDENT
      *> SEES THE ONE ROW FOR THEIR OWN MAJOR
                   IF WS-ACCOUNT-TYPE = "E"
                       MOVE "Salary benchmarks are shown to students for their own major." TO OUTPUT-RECORD
                       DISPLAY OUTPUT-RECORD
                       WRITE OUTPUT-RECORD
                   ELSE
                       PERFORM SHOW-SALARY-BENCHMARK
                   END-IF
                 WHEN 11
      *> THE COMPANY'S ADMINISTRATOR ADDS AND REMOVES RECRUITER SEATS
      *> AND MOVES A DEPARTED RECRUITER'S LISTINGS TO A COLLEAGUE
                   IF WS-ACCOUNT-TYPE NOT = "E"
                       MOVE "Only employer accounts have company recruiter seats." TO OUTPUT-RECORD
                       DISPLAY OUTPUT-RECORD
                       WRITE OUTPUT-RECORD
                   ELSE
                       PERFORM MANAGE-COMPANY-SEATS
                   END-IF
                 WHEN 12
      *> THE NAMED REJECTION LETTERS A CLOSED LISTING'S REMAINING
      *> APPLICANTS ARE SENT
                   IF WS-ACCOUNT-TYPE NOT = "E"
                       MOVE "Only employer accounts have disposition letters." TO OUTPUT-RECORD
                       DISPLAY OUTPUT-RECORD
                       WRITE OUTPUT-RECORD
                   ELSE
                       PERFORM MANAGE-DISPOSITION-TEMPLATES
                   END-IF
                 WHEN 9
                   MOVE "Returning back to MAIN MENU..." TO OUTPUT-RECORD
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD

      *> NEED TO ASSIGN USER CHOICE TO 9 TO EXIT THE LOOP TOWARDS MAIN
      *> MENU
      *> WHEN 3 should return back to main menu (1. login, 2. register)
      *> it returns to main menu for me, pls report if it doesn't for u
                   MOVE 9 TO WS-USER-CHOICE
                   EXIT PARAGRAPH
                 WHEN OTHER
                   MOVE "Invalid choice, please try again" TO OUTPUT-RECORD
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
               END-EVALUATE
           END-READ
       .
       
      *> THE VIEWER'S MAJOR FROM THEIR PROFILE, LOOKED UP (IGNORING
      *> CASE) AMONG THE PER-MAJOR ROWS OF THE LAST SALARY BENCHMARK
      *> RUN. A MAJOR WITH FEWER THAN THREE ACCEPTED OFFERS GETS NO
      *> FIGURES, THE SAME SUPPRESSION THE ADVISERS' REPORT APPLIES
       SHOW-SALARY-BENCHMARK.
           MOVE SPACES TO WS-BENCH-MAJOR
           OPEN INPUT PROFILE-FILE
           IF WS-FILE-STATUS = "00"
               MOVE CURRENT-USERNAME TO PR-USERNAME
               READ PROFILE-FILE KEY IS PR-USERNAME
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE PR-MAJOR TO WS-BENCH-MAJOR
               END-READ
               CLOSE PROFILE-FILE
           END-IF
           IF WS-BENCH-MAJOR = SPACES
               MOVE "Add your major to your profile to see salary benchmarks." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-BENCHMARK-FOUND
           MOVE "N" TO WS-BENCHMARK-EOF
           OPEN INPUT SALARY-BENCHMARK-FILE
           IF WS-BENCHMARK-STATUS NOT = "00"
               MOVE "Salary benchmarks have not been published yet." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BENCHMARK-EOF = "Y" OR WS-BENCHMARK-FOUND = "Y"
               READ SALARY-BENCHMARK-FILE
                   AT END MOVE "Y" TO WS-BENCHMARK-EOF
                   NOT AT END
                       IF SB-KIND = "1"
                           AND FUNCTION UPPER-CASE(SB-KEY)
                               = FUNCTION UPPER-CASE(WS-BENCH-MAJOR)
                           MOVE "Y" TO WS-BENCHMARK-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SALARY-BENCHMARK-FILE

           MOVE SPACES TO OUTPUT-RECORD
           STRING "--- Salary Benchmarks: " FUNCTION TRIM(WS-BENCH-MAJOR)
               " ---" DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF WS-BENCHMARK-FOUND = "N"
               MOVE "No accepted offers on file for your major yet." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           IF SB-OFFERS < 3
               MOVE "Fewer than three accepted offers for your major so far - no figures to show." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           ELSE
               MOVE SB-OFFERS TO WS-BENCH-COUNT-DISPLAY
               MOVE SPACES TO OUTPUT-RECORD
               STRING "Accepted offers in the last twelve months: "
                   FUNCTION TRIM(WS-BENCH-COUNT-DISPLAY)
                   " (as of " SB-RUN-DATE(1:4) "-" SB-RUN-DATE(5:2) "-"
                   SB-RUN-DATE(7:2) ")"
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               MOVE SB-MINIMUM TO WS-BENCH-AMOUNT-1
               MOVE SB-MEDIAN TO WS-BENCH-AMOUNT-2
               MOVE SB-MAXIMUM TO WS-BENCH-AMOUNT-3
               MOVE SPACES TO OUTPUT-RECORD
               STRING "Minimum: " FUNCTION TRIM(WS-BENCH-AMOUNT-1)
                   "  Median: " FUNCTION TRIM(WS-BENCH-AMOUNT-2)
                   "  Maximum: " FUNCTION TRIM(WS-BENCH-AMOUNT-3)
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               MOVE SB-LOWER-QUARTILE TO WS-BENCH-AMOUNT-1
               MOVE SB-UPPER-QUARTILE TO WS-BENCH-AMOUNT-2
               MOVE SPACES TO OUTPUT-RECORD
               STRING "Middle half of offers: " FUNCTION TRIM(WS-BENCH-AMOUNT-1)
                   " to " FUNCTION TRIM(WS-BENCH-AMOUNT-2)
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF

           IF SB-SURVEY-ANSWERS >= 3
               MOVE SB-SURVEY-ANSWERS TO WS-BENCH-COUNT-DISPLAY
               MOVE SPACES TO OUTPUT-RECORD
               STRING "Destination survey (" FUNCTION TRIM(WS-BENCH-COUNT-DISPLAY)
                   " graduates reporting a salary band):"
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               MOVE SB-BAND-COUNT (1) TO WS-BENCH-BAND-1
               MOVE SB-BAND-COUNT (2) TO WS-BENCH-BAND-2
               MOVE SB-BAND-COUNT (3) TO WS-BENCH-BAND-3
               MOVE SB-BAND-COUNT (4) TO WS-BENCH-BAND-4
               MOVE SB-BAND-COUNT (5) TO WS-BENCH-BAND-5
               MOVE SPACES TO OUTPUT-RECORD
               STRING "  under 40k: " FUNCTION TRIM(WS-BENCH-BAND-1)
                   "  40-60k: " FUNCTION TRIM(WS-BENCH-BAND-2)
                   "  60-80k: " FUNCTION TRIM(WS-BENCH-BAND-3)
                   "  80-100k: " FUNCTION TRIM(WS-BENCH-BAND-4)
                   "  100k+: " FUNCTION TRIM(WS-BENCH-BAND-5)
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF
           .

      *> TOP FEW job_recs.doc ROWS FOR THE VIEWER, RE-READ AGAINST THE
      *> LIVE LISTING SO A JOB THAT CLOSED SINCE LAST NIGHT'S RUN IS
      *> SIMPLY SKIPPED
       SHOW-JOB-RECOMMENDATIONS.
           MOVE 0 TO WS-JOB-REC-SHOWN
           MOVE "N" TO WS-JOB-RECS-EOF
           OPEN INPUT JOB-RECS-FILE
           IF WS-JOB-RECS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT JOBS-FILE
           PERFORM UNTIL WS-JOB-RECS-EOF = "Y"
               READ JOB-RECS-FILE INTO JOB-REC-RECORD
                   AT END MOVE "Y" TO WS-JOB-RECS-EOF
                   NOT AT END
                       IF JRC-USERNAME = CURRENT-USERNAME
                           MOVE JRC-JOB-ID TO JR-ID
                           READ JOBS-FILE KEY IS JR-ID
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   IF JR-STATUS = "O"
                                       IF WS-JOB-REC-SHOWN = 0
                                           MOVE "--- Recommended For You ---" TO OUTPUT-RECORD
                                           DISPLAY OUTPUT-RECORD
                                           WRITE OUTPUT-RECORD
                                       END-IF
                                       ADD 1 TO WS-JOB-REC-SHOWN
                                       MOVE SPACES TO OUTPUT-RECORD
                                       STRING "  Job " JR-ID " - "
                                           FUNCTION TRIM(JR-TITLE
                                               TRAILING)
                                           " at "
                                           FUNCTION TRIM(JR-EMPLOYER
                                               TRAILING)
                                           " ("
                                           FUNCTION TRIM(JR-LOCATION
                                               TRAILING) ")"
                                           INTO OUTPUT-RECORD
                                       END-STRING
                                       DISPLAY OUTPUT-RECORD
                                       WRITE OUTPUT-RECORD
                                   END-IF
                           END-READ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBS-FILE
           CLOSE JOB-RECS-FILE
           .

       POST-A-JOB.
      *> JOBS-FILE IS INDEXED ON JR-ID, SO THE NEXT ID IS KEPT IN
      *> CTL-NEXT-JOB-ID (CONTROL-FILE) INSTEAD OF BEING DERIVED BY
      *> SCANNING EVERY RECORD ON EVERY POST
           ADD 1 TO WS-NEXT-JOB-ID
           MOVE WS-NEXT-JOB-ID TO TEMP-LAST-JOB-ID
           PERFORM PERSIST-NEXT-JOB-ID

           OPEN I-O JOBS-FILE
           MOVE TEMP-LAST-JOB-ID TO JR-ID

           MOVE "Job Titile: " TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE "N" TO WS-VALID-REQUIRED
      *>CHECKING IF THE VALUE ENTERED NON-EMPTY
           PERFORM UNTIL WS-VALID-REQUIRED = "Y"
               IF WS-EOF-FLAG NOT = "Y"
                   READ INPUT-FILE INTO JR-TITLE
                       AT END PERFORM NOTE-END-OF-INPUT
                       NOT AT END PERFORM COUNT-INPUT-LINE
                   END-READ
               END-IF
               IF WS-EOF-FLAG = "Y"
                   MOVE "Failed to post a job. EOF during Title" TO OUTPUT-RECORD
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
                   EXIT PARAGRAPH
               END-IF
               IF JR-TITLE NOT = SPACES
                   MOVE "Y" TO WS-VALID-REQUIRED 
               ELSE
                   MOVE "This is a required field. Please enter non-empty value" TO OUTPUT-RECORD
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
               END-IF
           END-PERFORM

           MOVE "Description: " TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE "N" TO WS-VALID-REQUIRED
      *>CHECKING IF THE VALUE ENTERED NON-EMPTY
           PERFORM UNTIL WS-VALID-REQUIRED = "Y"
               IF WS-EOF-FLAG NOT = "Y"
                   READ INPUT-FILE INTO JR-DESC
                       AT END PERFORM NOTE-END-OF-INPUT
                       NOT AT END PERFORM COUNT-INPUT-LINE
                   END-READ
               END-IF
               IF WS-EOF-FLAG = "Y"
                   MOVE "Failed to post a job. EOF during Description" TO OUTPUT-RECORD
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
                   EXIT PARAGRAPH
               END-IF
               IF JR-DESC NOT = SPACES
                   MOVE "Y" TO WS-VALID-REQUIRED 
               ELSE
                   MOVE "This is a required field. Please enter non-empty value" TO OUTPUT-RECORD
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
               END-IF
           END-PERFORM

           MOVE "Employer: " TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE "N" TO WS-VALID-REQUIRED
      *>CHECKING IF THE VALUE ENTERED NON-EMPTY
           PERFORM UNTIL WS-VALID-REQUIRED = "Y"
               IF WS-EOF-FLAG NOT = "Y"
                   READ INPUT-FILE INTO JR-EMPLOYER
                       AT END PERFORM NOTE-END-OF-INPUT
                       NOT AT END PERFORM COUNT-INPUT-LINE
                   END-READ
               END-IF
               IF WS-EOF-FLAG = "Y"
                   MOVE "Failed to post a job. EOF during Employer" TO OUTPUT-RECORD
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
                   EXIT PARAGRAPH
               END-IF
               IF JR-EMPLOYER NOT = SPACES
                   MOVE "Y" TO WS-VALID-REQUIRED 
               ELSE
                   MOVE "This is a required field. Please enter non-empty value" TO OUTPUT-RECORD
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
               END-IF
           END-PERFORM

      *> ATTACH THE LISTING TO ITS COMPANY: AN EXISTING COMPANY'S
      *> CANONICAL NAME REPLACES WHATEVER SPELLING WAS JUST TYPED, AND
      *> A FIRST-TIME COMPANY GETS REGISTERED ON THE SPOT
           MOVE JR-EMPLOYER TO WS-COMPANY-LOOKUP
           PERFORM FIND-COMPANY-BY-NAME
           IF WS-COMPANY-FOUND = "Y"
               MOVE WS-COMPANY-NAME TO JR-EMPLOYER
           ELSE
               PERFORM REGISTER-NEW-COMPANY
           END-IF
      *> NOR UNDER THE NAME OF A COMPANY ON HOLD, WHOEVER IS POSTING
           PERFORM LOAD-COMPANY-HOLDS
           PERFORM CHECK-LISTING-ON-HOLD
           IF WS-HOLD-IS-ACTIVE = "Y"
               MOVE "That company's account is on hold - the listing was not posted." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               CLOSE JOBS-FILE
               EXIT PARAGRAPH
           END-IF

      *> CATEGORY IS REQUIRED -- KEYWORD SEARCH ALONE MISSES LISTINGS
      *> WHOSE TITLES DON'T HAPPEN TO CONTAIN THE OBVIOUS WORD
           PERFORM LOAD-CATEGORY-TABLE
           MOVE "Pick a category for this listing:" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           PERFORM DISPLAY-CATEGORY-TABLE
           MOVE "N" TO WS-VALID-REQUIRED
           PERFORM UNTIL WS-VALID-REQUIRED = "Y" OR WS-EOF-FLAG = "Y"
               MOVE "Enter the category number:" TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               MOVE 0 TO WS-CATEGORY-CHOICE
               IF WS-EOF-FLAG NOT = "Y"
                   READ INPUT-FILE INTO WS-TEMP-INPUT
                       AT END PERFORM NOTE-END-OF-INPUT
                       NOT AT END
                           PERFORM COUNT-INPUT-LINE
                           MOVE FUNCTION NUMVAL(WS-TEMP-INPUT)
                               TO WS-CATEGORY-CHOICE
                   END-READ
               END-IF
               IF WS-CATEGORY-CHOICE > 0
                   AND WS-CATEGORY-CHOICE <= WS-CATEGORY-COUNT
                   MOVE WS-CATEGORY-NAME(WS-CATEGORY-CHOICE) TO JR-CATEGORY
                   MOVE "Y" TO WS-VALID-REQUIRED
               END-IF
           END-PERFORM
           IF WS-EOF-FLAG = "Y"
               MOVE "Failed to post a job. EOF during Category" TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               CLOSE JOBS-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE "Location: " TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE "N" TO WS-VALID-REQUIRED
      *>CHECKING IF THE VALUE ENTERED NON-EMPTY
           PERFORM UNTIL WS-VALID-REQUIRED = "Y"
               IF WS-EOF-FLAG NOT = "Y"
                   READ INPUT-FILE INTO JR-LOCATION
                       AT END PERFORM NOTE-END-OF-INPUT
                       NOT AT END PERFORM COUNT-INPUT-LINE
                   END-READ
               END-IF
               IF WS-EOF-FLAG = "Y"
                   MOVE "Failed to post a job. EOF during Location" TO OUTPUT-RECORD
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
                   EXIT PARAGRAPH
               END-IF
               IF JR-LOCATION NOT = SPACES
                   MOVE "Y" TO WS-VALID-REQUIRED 
               ELSE
                   MOVE "This is a required field. Please enter non-empty value" TO OUTPUT-RECORD
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
               END-IF
           END-PERFORM

           MOVE "Salary (optional): " TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF WS-EOF-FLAG NOT = "Y"
             READ INPUT-FILE INTO JR-SALARY
                 AT END PERFORM NOTE-END-OF-INPUT
                 NOT AT END PERFORM COUNT-INPUT-LINE
             END-READ
           END-IF

      *> HEADCOUNT ON THE REQUISITION -- AN EMPLOYER HIRING FIVE
      *> INTERNS POSTS ONE LISTING WITH FIVE OPENINGS INSTEAD OF FIVE
      *> IDENTICAL LISTINGS
           MOVE "Number of openings (blank = 1): " TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE 1 TO JR-OPENINGS
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF WS-TEMP-INPUT NOT = SPACES
                           AND FUNCTION NUMVAL(WS-TEMP-INPUT) > 0
                           MOVE FUNCTION NUMVAL(WS-TEMP-INPUT)
                               TO JR-OPENINGS
                       END-IF
               END-READ
           END-IF

      *> SPONSORSHIP -- LETS INTERNATIONAL STUDENTS SKIP LISTINGS THAT
      *> WILL NEVER SPONSOR THEM INSTEAD OF FINDING OUT AT THE INTERVIEW
           MOVE "Visa sponsorship: 1. Sponsorship available  2. Work authorization required (blank = not stated): " TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACE TO JR-SPONSORSHIP
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       EVALUATE WS-TEMP-INPUT(1:1)
                           WHEN "1"
                               MOVE "Y" TO JR-SPONSORSHIP
                           WHEN "2"
                               MOVE "N" TO JR-SPONSORSHIP
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-IF

      *> SYNDICATION -- OPEN, VERIFIED LISTINGS GO OUT TO THE PARTNER
      *> JOB BOARDS UNLESS THE EMPLOYER SAYS NO HERE
           MOVE "Syndicate this listing to partner job boards? (Y/N, blank = Y): " TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "Y" TO JR-SYNDICATE
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF WS-TEMP-INPUT(1:1) = "N"
                           OR WS-TEMP-INPUT(1:1) = "n"
                           MOVE "N" TO JR-SYNDICATE
                       END-IF
               END-READ
           END-IF

      *> IF WS-USERNAME CHANGES DURING EXECUTION
      *> TRY USING CURRENT-USERNAME
           MOVE WS-USERNAME TO JR-AUTHOR-USERNAME
           MOVE "O" TO JR-STATUS
           MOVE FUNCTION CURRENT-DATE (1:8) TO JR-POSTED-DATE
      *> NEWLY POSTED, NOT YET PICKED UP BY A BATCH VERIFICATION PASS
           MOVE "N" TO JR-VERIFIED

      *> PROHIBITED-CONTENT SCREEN OF THE DESCRIPTION. A LOW-SEVERITY
      *> MATCH NEEDS NOTHING MORE THAN THE HIT ROW -- EVERY NEW LISTING
      *> GOES THROUGH REVIEW-JOB-QUEUE ANYWAY, WHICH SHOWS THE FLAG
           MOVE JR-DESC TO WS-SCREEN-TEXT
           MOVE "JOB" TO WS-SCREEN-SOURCE
           MOVE SPACES TO WS-SCREEN-KEY
           MOVE JR-ID TO WS-SCREEN-KEY(1:4)
           PERFORM SCREEN-CONTENT
           IF WS-SCREEN-RESULT = "H"
               PERFORM REPORT-CONTENT-BLOCKED
               CLOSE JOBS-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-SCREEN-RESULT = "L"
               PERFORM LOG-CONTENT-HIT
           END-IF

           MOVE "JOBS" TO WS-JOURNAL-FILE-ID
           MOVE "A" TO WS-JOURNAL-ACTION
           MOVE SPACES TO WS-JOURNAL-KEY
           MOVE JR-ID TO WS-JOURNAL-KEY(1:4)
           MOVE JOBS-FILE-RECORD TO WS-JOURNAL-IMAGE
           PERFORM WRITE-JOURNAL-RECORD

           WRITE JOBS-FILE-RECORD

           MOVE CURRENT-USERNAME TO WS-AUDIT-USERNAME
           MOVE "POSTJOB" TO WS-AUDIT-ACTION
           MOVE JR-ID TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-RECORD

      *> KEEP THE KEYWORD INDEX CURRENT WITH THE NEW LISTING
           MOVE JR-ID TO WS-JOBX-JOB-ID
           PERFORM UPDATE-JOB-INDEX

           MOVE 1 TO WS-METER-FIELD
           PERFORM BUMP-USAGE-METER

           MOVE "Job posted successfully!" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           CLOSE JOBS-FILE
       .
      *> LOADS categories.doc INTO WS-CATEGORY-TABLE AND LISTS THEM
      *> NUMBERED -- SHARED BY POST-A-JOB, BROWSE-JOBS AND THE ADMIN
      *> CATEGORY SCREEN
       LOAD-CATEGORY-TABLE.
           MOVE 0 TO WS-CATEGORY-COUNT
           MOVE "N" TO WS-CATEGORIES-EOF
           OPEN INPUT CATEGORIES-FILE
           IF WS-CATEGORIES-STATUS NOT = "00"
               MOVE "Y" TO WS-CATEGORIES-EOF
           END-IF
           PERFORM UNTIL WS-CATEGORIES-EOF = "Y"
               READ CATEGORIES-FILE INTO CATEGORY-RECORD
                   AT END MOVE "Y" TO WS-CATEGORIES-EOF
                   NOT AT END
                       IF CG-NAME NOT = SPACES
                          AND WS-CATEGORY-COUNT < 20
                           ADD 1 TO WS-CATEGORY-COUNT
                           MOVE CG-NAME
                               TO WS-CATEGORY-NAME(WS-CATEGORY-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CATEGORIES-STATUS NOT = "35"
               CLOSE CATEGORIES-FILE
           END-IF
           .

       DISPLAY-CATEGORY-TABLE.
           SET WS-CATEGORY-IDX TO 1
           MOVE 0 TO WS-SEARCH-DISPLAY-NUM
           PERFORM WS-CATEGORY-COUNT TIMES
               ADD 1 TO WS-SEARCH-DISPLAY-NUM
               MOVE SPACES TO OUTPUT-RECORD
               STRING WS-SEARCH-DISPLAY-NUM ". "
                   FUNCTION TRIM(WS-CATEGORY-NAME(WS-CATEGORY-IDX) TRAILING)
                   INTO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               SET WS-CATEGORY-IDX UP BY 1
           END-PERFORM
           .

      *> EMPLOYER-SIDE SEARCH OVER profiles.doc BY MAJOR, UNIVERSITY,
      *> GRAD-YEAR RANGE AND SKILL -- PR-VISIBILITY (AND BLOCKS) ARE
      *> RESPECTED THE SAME WAY STUDENT SEARCH RESPECTS THEM. MATCHES
      *> CAN BE INVITED TO APPLY TO ONE OF THE EMPLOYER'S OWN LISTINGS
       CANDIDATE-SEARCH.
      *> EVERY SEARCH RUN COUNTS TOWARD THE EMPLOYER'S MONTHLY USAGE
      *> STATEMENT
           MOVE 2 TO WS-METER-FIELD
           PERFORM BUMP-USAGE-METER

           MOVE "Filter by major (blank = any):" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-CAND-MAJOR
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-CAND-MAJOR
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF

           MOVE "Filter by university (blank = any):" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-CAND-UNIVERSITY
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-CAND-UNIVERSITY
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF

           MOVE "Graduation year from (blank = any):" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE 0 TO WS-CAND-YEAR-FROM
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF WS-TEMP-INPUT NOT = SPACES
                           MOVE FUNCTION NUMVAL(WS-TEMP-INPUT)
                               TO WS-CAND-YEAR-FROM
                       END-IF
               END-READ
           END-IF

           MOVE "Graduation year to (blank = any):" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE 0 TO WS-CAND-YEAR-TO
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF WS-TEMP-INPUT NOT = SPACES
                           MOVE FUNCTION NUMVAL(WS-TEMP-INPUT)
                               TO WS-CAND-YEAR-TO
                       END-IF
               END-READ
           END-IF

           MOVE "Filter by skill (blank = any):" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-CAND-SKILL
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-CAND-SKILL
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF

      *> A CLAIMED SKILL IS ANYONE'S WORD; A BADGE MEANS THEY PASSED
      *> THE ASSESSMENT. WITH NO SKILL GIVEN, "Y" MEANS ANY BADGE
           MOVE "Only verified skills? (Y/N, blank = N):" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "N" TO WS-CAND-SKILL-VERIFIED
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF FUNCTION UPPER-CASE(WS-TEMP-INPUT(1:1)) = "Y"
                           MOVE "Y" TO WS-CAND-SKILL-VERIFIED
                       END-IF
               END-READ
           END-IF

      *> THE ONE FILTER RECRUITERS KEPT ASKING FOR -- MINIMUM REAL
      *> EXPERIENCE, COMPUTED FROM THE STRUCTURED DATE ENTRIES
           MOVE "Minimum months of experience (blank = any):" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE 0 TO WS-CAND-MIN-MONTHS
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF WS-TEMP-INPUT NOT = SPACES
                           MOVE FUNCTION NUMVAL(WS-TEMP-INPUT)
                               TO WS-CAND-MIN-MONTHS
                       END-IF
               END-READ
           END-IF

      *> A 2024 GRAD HAS NO BUSINESS IN A CAMPUS-INTERNSHIP SHORTLIST
      *> -- RECRUITERS CHOOSE WHETHER ALUMNI BELONG IN THIS SEARCH
           MOVE "Include alumni? (Y/N, blank = Y):" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "Y" TO WS-CAND-INCLUDE-ALUMNI
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF FUNCTION UPPER-CASE(WS-TEMP-INPUT(1:1)) = "N"
                           MOVE "N" TO WS-CAND-INCLUDE-ALUMNI
                       END-IF
               END-READ
           END-IF
           PERFORM LOAD-ALUMNI-TABLE

      *> AN EMPLOYER THAT CANNOT SPONSOR LEAVES OUT CANDIDATES WHOSE
      *> PROFILE SAYS THEY NEED SPONSORSHIP; CANDIDATES WHO NEVER
      *> ANSWERED THE QUESTION ARE NOT GUESSED AT AND STAY IN
           MOVE "Only candidates who do not need visa sponsorship? (Y/N, blank = N):" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "N" TO WS-CAND-AUTHORIZED-ONLY
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF FUNCTION UPPER-CASE(WS-TEMP-INPUT(1:1)) = "Y"
                           MOVE "Y" TO WS-CAND-AUTHORIZED-ONLY
                       END-IF
               END-READ
           END-IF
           PERFORM LOAD-WORK-AUTH-TABLE
           PERFORM LOAD-ENROLL-VERIFY-TABLE
           MOVE SPACES TO WS-BADGE-LOAD-USER
           PERFORM LOAD-SKILL-BADGE-TABLE
           PERFORM LOAD-TERMS-IN-FORCE
           IF WS-TERMS-CURRENT-VERSION > 0
               PERFORM LOAD-CONSENT-TABLE
           END-IF

           MOVE 0 TO WS-SEARCH-RESULT-COUNT
           OPEN INPUT PROFILE-FILE
           PERFORM UNTIL WS-EOF-FLAG = "Y" OR WS-SEARCH-RESULT-COUNT >= 20
               READ PROFILE-FILE NEXT RECORD
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM CHECK-CANDIDATE-MATCH
                       IF WS-CAND-MATCHES = "Y"
                           MOVE PR-USERNAME TO WS-ALUM-CHECK-NAME
                           PERFORM CHECK-IS-ALUMNI
                           IF WS-ALUM-IS-ALUMNI = "Y"
                               AND WS-CAND-INCLUDE-ALUMNI = "N"
                               MOVE "N" TO WS-CAND-MATCHES
                           END-IF
                       END-IF
                       IF WS-CAND-MATCHES = "Y"
                           AND WS-CAND-AUTHORIZED-ONLY = "Y"
                           MOVE PR-USERNAME TO WS-WORK-AUTH-USERNAME
                           PERFORM FIND-WORK-AUTH-IN-TABLE
                           IF WS-WORK-AUTH-VALUE = "S"
                               MOVE "N" TO WS-CAND-MATCHES
                           END-IF
                       END-IF
      *> ONCE TERMS ARE IN FORCE, ONLY PROFILES WHOSE OWNERS AGREED TO
      *> EMPLOYER SHARING ARE SEARCHABLE
                       IF WS-CAND-MATCHES = "Y"
                           AND WS-TERMS-CURRENT-VERSION > 0
                           MOVE PR-USERNAME TO WS-CONSENT-CHECK-NAME
                           PERFORM FIND-CONSENT-SHARING
                           IF WS-CONSENT-SHARING = "N"
                               MOVE "N" TO WS-CAND-MATCHES
                           END-IF
                       END-IF
                       IF WS-CAND-MATCHES = "Y"
                           PERFORM CHECK-PROFILE-VISIBILITY
                           IF WS-PROFILE-VISIBLE = "Y"
                               ADD 1 TO WS-SEARCH-RESULT-COUNT
                               MOVE PR-USERNAME TO WS-SEARCH-RESULT-USERNAME(WS-SEARCH-RESULT-COUNT)
                               MOVE PR-FIRST-NAME TO WS-SEARCH-RESULT-FIRST(WS-SEARCH-RESULT-COUNT)
                               MOVE PR-LAST-NAME TO WS-SEARCH-RESULT-LAST(WS-SEARCH-RESULT-COUNT)
                               MOVE PR-UNIVERSITY TO WS-SEARCH-RESULT-UNIV(WS-SEARCH-RESULT-COUNT)
                               MOVE PR-MAJOR TO WS-SEARCH-RESULT-MAJOR(WS-SEARCH-RESULT-COUNT)
                               MOVE WS-ALUM-IS-ALUMNI
                                   TO WS-SEARCH-RESULT-ALUM(WS-SEARCH-RESULT-COUNT)
                               MOVE PR-USERNAME TO WS-ENROLL-CHECK-NAME
                               PERFORM FIND-ENROLL-VERIFIED
                               MOVE WS-ENROLL-FLAG
                                   TO WS-SEARCH-RESULT-VERIFIED(WS-SEARCH-RESULT-COUNT)
                               MOVE PR-USERNAME TO WS-BADGE-CHECK-USER
                               PERFORM BUILD-BADGE-SUMMARY
                               MOVE WS-BADGE-SUMMARY
                                   TO WS-SEARCH-RESULT-BADGES(WS-SEARCH-RESULT-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROFILE-FILE

           IF WS-SEARCH-RESULT-COUNT = 0
               MOVE "No matching candidates could be found." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE "--- Matching Candidates ---" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
      *> EVERY CANDIDATE LISTED COUNTS AS A VIEW, CREDITED TO THE
      *> EMPLOYER'S COMPANY RATHER THAN THE RECRUITER BY NAME
           PERFORM RESOLVE-VIEWER-COMPANY
           MOVE CURRENT-USERNAME TO WS-PV-VIEWER
           MOVE "C" TO WS-PV-SOURCE
           SET WS-SEARCH-IDX TO 1
           MOVE 0 TO WS-SEARCH-DISPLAY-NUM
           PERFORM WS-SEARCH-RESULT-COUNT TIMES
               ADD 1 TO WS-SEARCH-DISPLAY-NUM
               MOVE SPACES TO OUTPUT-RECORD
               STRING WS-SEARCH-DISPLAY-NUM ". "
                      WS-SEARCH-RESULT-FIRST(WS-SEARCH-IDX) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      WS-SEARCH-RESULT-LAST(WS-SEARCH-IDX) DELIMITED BY SPACE
                      " (" DELIMITED BY SIZE
                      WS-SEARCH-RESULT-MAJOR(WS-SEARCH-IDX) DELIMITED BY SPACE
                      ", " DELIMITED BY SIZE
                      WS-SEARCH-RESULT-UNIV(WS-SEARCH-IDX) DELIMITED BY SPACE
                      ")" DELIMITED BY SIZE
                      INTO OUTPUT-RECORD
               END-STRING
               IF WS-SEARCH-RESULT-ALUM(WS-SEARCH-IDX) = "Y"
                   STRING FUNCTION TRIM(OUTPUT-RECORD TRAILING)
                       " [Alumni]" INTO OUTPUT-RECORD
               END-IF
               IF WS-SEARCH-RESULT-VERIFIED(WS-SEARCH-IDX) NOT = SPACE
                   MOVE WS-SEARCH-RESULT-VERIFIED(WS-SEARCH-IDX)
                       TO WS-ENROLL-FLAG
                   PERFORM BUILD-ENROLL-MARKER
                   STRING FUNCTION TRIM(OUTPUT-RECORD TRAILING)
                       " [" FUNCTION TRIM(WS-ENROLL-MARKER) "]"
                       INTO OUTPUT-RECORD
               END-IF
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               IF WS-SEARCH-RESULT-BADGES(WS-SEARCH-IDX) NOT = SPACES
                   MOVE SPACES TO OUTPUT-RECORD
                   STRING "    Verified skills: "
                       FUNCTION TRIM(WS-SEARCH-RESULT-BADGES(WS-SEARCH-IDX)
                           TRAILING)
                       INTO OUTPUT-RECORD
                   END-STRING
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
               END-IF
               MOVE WS-SEARCH-RESULT-USERNAME(WS-SEARCH-IDX) TO WS-PV-VIEWED
               PERFORM RECORD-PROFILE-VIEW
               SET WS-SEARCH-IDX UP BY 1
           END-PERFORM

           MOVE "Enter a candidate number to invite to apply, or 0 to go back:" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE 0 TO WS-SEARCH-SELECTION
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       MOVE FUNCTION NUMVAL(WS-TEMP-INPUT)
                           TO WS-SEARCH-SELECTION
               END-READ
           END-IF
           IF WS-SEARCH-SELECTION > 0
               AND WS-SEARCH-SELECTION <= WS-SEARCH-RESULT-COUNT
               SET WS-SEARCH-IDX TO WS-SEARCH-SELECTION
               MOVE WS-SEARCH-RESULT-USERNAME(WS-SEARCH-IDX)
                   TO WS-INVITE-USERNAME
               PERFORM SEND-INVITE-TO-APPLY
           END-IF

      *> SAME STANDING-SEARCH OFFER STUDENTS GET IN BROWSE-JOBS --
      *> THE NIGHTLY CANDALERTS PASS RE-RUNS IT AGAINST NEW AND
      *> CHANGED PROFILES SO THE RECRUITER STOPS RETYPING THE SAME
      *> CRITERIA EVERY VISIT
           MOVE "Save this search as a standing candidate alert? Enter a name for it, or blank to skip:" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-CAND-SUB-NAME
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-CAND-SUB-NAME
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF
           IF WS-CAND-SUB-NAME NOT = SPACES
               OPEN EXTEND CAND-SUBSCRIPTIONS-FILE
               IF WS-CAND-SUBS-STATUS NOT = "00"
                   OPEN OUTPUT CAND-SUBSCRIPTIONS-FILE
               END-IF
               MOVE CURRENT-USERNAME TO ES-USERNAME
               MOVE WS-CAND-SUB-NAME TO ES-NAME
               MOVE WS-CAND-MAJOR TO ES-MAJOR
               MOVE WS-CAND-UNIVERSITY TO ES-UNIVERSITY
               MOVE WS-CAND-YEAR-FROM TO ES-YEAR-FROM
               MOVE WS-CAND-YEAR-TO TO ES-YEAR-TO
               MOVE WS-CAND-SKILL TO ES-SKILL
               MOVE WS-CAND-SKILL-VERIFIED TO ES-SKILL-VERIFIED
               WRITE CAND-SUBSCRIPTION-RECORD
               CLOSE CAND-SUBSCRIPTIONS-FILE
               MOVE "Candidate alert saved. New matches will be waiting in your notifications." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF
           .

      *> PULLS alumni.doc INTO THE IN-MEMORY TABLE -- MISSING FILE OR
      *> OVERFLOW JUST MEANS FEWER MARKED ALUMNI, NEVER AN ERROR
       LOAD-ALUMNI-TABLE.
           MOVE 0 TO WS-ALUM-COUNT
           MOVE "N" TO WS-ALUMNI-EOF
           OPEN INPUT ALUMNI-FILE
           IF WS-ALUMNI-STATUS NOT = "00"
               EXIT PARAGRAPH
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
           CLOSE ALUMNI-FILE
           .

       CHECK-IS-ALUMNI.
           MOVE "N" TO WS-ALUM-IS-ALUMNI
           PERFORM VARYING WS-ALUM-I FROM 1 BY 1
               UNTIL WS-ALUM-I > WS-ALUM-COUNT
               IF WS-ALUM-USERNAME (WS-ALUM-I) = WS-ALUM-CHECK-NAME
                   MOVE "Y" TO WS-ALUM-IS-ALUMNI
               END-IF
           END-PERFORM
           .

      *> PULLS work_auth.doc INTO THE IN-MEMORY TABLE, LIKE
      *> LOAD-ALUMNI-TABLE -- ONLY "S" ROWS MATTER TO THE FILTERS, SO
      *> THOSE ARE THE ONLY ONES KEPT
       LOAD-WORK-AUTH-TABLE.
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
                               TO WS-WORK-AUTH-TBL-USER (WS-WORK-AUTH-COUNT)
                           MOVE WA-STATUS
                               TO WS-WORK-AUTH-TBL-STATUS (WS-WORK-AUTH-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORK-AUTH-FILE
           .

       FIND-WORK-AUTH-IN-TABLE.
           MOVE SPACE TO WS-WORK-AUTH-VALUE
           PERFORM VARYING WS-WORK-AUTH-I FROM 1 BY 1
               UNTIL WS-WORK-AUTH-I > WS-WORK-AUTH-COUNT
               IF WS-WORK-AUTH-TBL-USER (WS-WORK-AUTH-I) = WS-WORK-AUTH-USERNAME
                   MOVE WS-WORK-AUTH-TBL-STATUS (WS-WORK-AUTH-I)
                       TO WS-WORK-AUTH-VALUE
               END-IF
           END-PERFORM
           .

      *> LATEST SHARING ANSWER PER USER FROM consent.doc INTO
      *> WS-CONSENT-TABLE -- LATER ROWS OVERWRITE EARLIER ONES
       LOAD-CONSENT-TABLE.
           MOVE 0 TO WS-CONSENT-COUNT
           MOVE "N" TO WS-CONSENT-EOF
           OPEN INPUT CONSENT-FILE
           IF WS-CONSENT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CONSENT-EOF = "Y"
               READ CONSENT-FILE INTO CONSENT-RECORD
                   AT END MOVE "Y" TO WS-CONSENT-EOF
                   NOT AT END
                       MOVE TC-USERNAME TO WS-CONSENT-CHECK-NAME
                       PERFORM FIND-CONSENT-SHARING
                       IF WS-CONSENT-IDX > WS-CONSENT-COUNT
                           AND WS-CONSENT-COUNT < 1000
                           ADD 1 TO WS-CONSENT-COUNT
                           SET WS-CONSENT-IDX TO WS-CONSENT-COUNT
                           MOVE TC-USERNAME
                               TO WS-CONSENT-TBL-USER(WS-CONSENT-IDX)
                       END-IF
                       IF WS-CONSENT-IDX <= WS-CONSENT-COUNT
                           MOVE TC-SHARE
                               TO WS-CONSENT-TBL-SHARE(WS-CONSENT-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONSENT-FILE
           .

      *> TABLE PROBE FOR WS-CONSENT-CHECK-NAME. WS-CONSENT-SHARING IS
      *> "Y" FOR A STUDENT WHO AGREED OR AN ACCOUNT NEVER ASKED ("-");
      *> NO ROW AT ALL MEANS THE OWNER HAS NOT LOGGED IN SINCE THE TERMS
      *> TOOK EFFECT, AND THE PROFILE STAYS OUT UNTIL THEY DO. LEAVES
      *> WS-CONSENT-IDX ON THE MATCHING SLOT, OR PAST THE END IF NONE
       FIND-CONSENT-SHARING.
           MOVE "N" TO WS-CONSENT-SHARING
           SET WS-CONSENT-IDX TO 1
           PERFORM UNTIL WS-CONSENT-IDX > WS-CONSENT-COUNT
               IF WS-CONSENT-TBL-USER(WS-CONSENT-IDX) = WS-CONSENT-CHECK-NAME
                   IF WS-CONSENT-TBL-SHARE(WS-CONSENT-IDX) = "Y"
                       OR WS-CONSENT-TBL-SHARE(WS-CONSENT-IDX) = "-"
                       MOVE "Y" TO WS-CONSENT-SHARING
                   END-IF
                   EXIT PERFORM
               END-IF
               SET WS-CONSENT-IDX UP BY 1
           END-PERFORM
           .

      *> VERIFIED ROWS OF enrollment_verify.doc INTO WS-ENROLL-TABLE
      *> ONCE PER CANDIDATE SEARCH; OVERFLOW JUST MEANS FEWER MARKERS
       LOAD-ENROLL-VERIFY-TABLE.
           MOVE 0 TO WS-ENROLL-COUNT
           MOVE "N" TO WS-ENROLL-VERIFY-EOF
           OPEN INPUT ENROLL-VERIFY-FILE
           IF WS-ENROLL-VERIFY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ENROLL-VERIFY-EOF = "Y"
               READ ENROLL-VERIFY-FILE INTO ENROLL-VERIFY-RECORD
                   AT END MOVE "Y" TO WS-ENROLL-VERIFY-EOF
                   NOT AT END
                       IF RV-RESULT = "V" AND WS-ENROLL-COUNT < 1000
                           ADD 1 TO WS-ENROLL-COUNT
                           MOVE RV-USERNAME
                               TO WS-ENROLL-TBL-USER(WS-ENROLL-COUNT)
                           MOVE RV-ENROLLMENT
                               TO WS-ENROLL-TBL-FLAG(WS-ENROLL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLL-VERIFY-FILE
           .

      *> TABLE PROBE FOR WS-ENROLL-CHECK-NAME: WS-ENROLL-FLAG GETS THE
      *> ENROLLMENT FLAG WHEN VERIFIED, SPACE OTHERWISE
       FIND-ENROLL-VERIFIED.
           MOVE "N" TO WS-ENROLL-VERIFIED
           MOVE SPACE TO WS-ENROLL-FLAG
           SET WS-ENROLL-IDX TO 1
           PERFORM WS-ENROLL-COUNT TIMES
               IF WS-ENROLL-TBL-USER(WS-ENROLL-IDX) = WS-ENROLL-CHECK-NAME
                   MOVE "Y" TO WS-ENROLL-VERIFIED
                   MOVE WS-ENROLL-TBL-FLAG(WS-ENROLL-IDX) TO WS-ENROLL-FLAG
               END-IF
               SET WS-ENROLL-IDX UP BY 1
           END-PERFORM
           .

      *> SAME ANSWER AS FIND-ENROLL-VERIFIED BY A FILE SCAN, FOR THE
      *> ONE-APPLICANT SCREENS
       LOOKUP-ENROLL-VERIFIED.
           MOVE "N" TO WS-ENROLL-VERIFIED
           MOVE SPACE TO WS-ENROLL-FLAG
           MOVE "N" TO WS-ENROLL-VERIFY-EOF
           OPEN INPUT ENROLL-VERIFY-FILE
           IF WS-ENROLL-VERIFY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ENROLL-VERIFY-EOF = "Y"
               READ ENROLL-VERIFY-FILE INTO ENROLL-VERIFY-RECORD
                   AT END MOVE "Y" TO WS-ENROLL-VERIFY-EOF
                   NOT AT END
                       IF RV-USERNAME = WS-ENROLL-CHECK-NAME
                           AND RV-RESULT = "V"
                           MOVE "Y" TO WS-ENROLL-VERIFIED
                           MOVE RV-ENROLLMENT TO WS-ENROLL-FLAG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLL-VERIFY-FILE
           .

      *> MARKER TEXT FOR A VERIFIED PROFILE FROM WS-ENROLL-FLAG
       BUILD-ENROLL-MARKER.
           EVALUATE WS-ENROLL-FLAG
               WHEN "W"
                   MOVE "Registrar verified - withdrawn" TO WS-ENROLL-MARKER
               WHEN "G"
                   MOVE "Registrar verified - graduated" TO WS-ENROLL-MARKER
               WHEN OTHER
                   MOVE "Registrar verified" TO WS-ENROLL-MARKER
           END-EVALUATE
           .

      *> ONE USER'S ANSWER FROM work_auth.doc INTO WS-WORK-AUTH-VALUE
      *> (SPACE WHEN THEY NEVER ANSWERED OR THE FILE IS NOT THERE YET)
       LOOKUP-WORK-AUTH.
           MOVE SPACE TO WS-WORK-AUTH-VALUE
           MOVE "N" TO WS-WORK-AUTH-EOF
           OPEN INPUT WORK-AUTH-FILE
           IF WS-WORK-AUTH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-WORK-AUTH-EOF = "Y"
               READ WORK-AUTH-FILE INTO WORK-AUTH-RECORD
                   AT END MOVE "Y" TO WS-WORK-AUTH-EOF
                   NOT AT END
                       IF WA-USERNAME = WS-WORK-AUTH-USERNAME
                           MOVE WA-STATUS TO WS-WORK-AUTH-VALUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORK-AUTH-FILE
           .

      *> WS-SPONSOR-MATCH GOES "N" ONLY WHEN WS-WORK-AUTH-USERNAME
      *> NEEDS SPONSORSHIP AND THE LISTING IN JOBS-FILE-RECORD SAYS IT
      *> WILL NOT SPONSOR; EITHER SIDE UNSTATED IS NOT A MISMATCH
       CHECK-SPONSORSHIP-MATCH.
           MOVE "Y" TO WS-SPONSOR-MATCH
           IF JR-SPONSORSHIP NOT = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOKUP-WORK-AUTH
           IF WS-WORK-AUTH-VALUE = "S"
               MOVE "N" TO WS-SPONSOR-MATCH
           END-IF
           .

      *> ONE ROW PER USER; A NEW ANSWER REWRITES THE OLD ROW IN PLACE
      *> (SAME SCAN AS RECORD-MENTOR-OPTIN)
       SAVE-WORK-AUTH.
           MOVE "N" TO WS-WORK-AUTH-FOUND
           MOVE "N" TO WS-WORK-AUTH-EOF
           OPEN I-O WORK-AUTH-FILE
           IF WS-WORK-AUTH-STATUS NOT = "00"
               OPEN OUTPUT WORK-AUTH-FILE
               CLOSE WORK-AUTH-FILE
               OPEN I-O WORK-AUTH-FILE
           END-IF
           PERFORM UNTIL WS-WORK-AUTH-EOF = "Y"
               READ WORK-AUTH-FILE INTO WORK-AUTH-RECORD
                   AT END MOVE "Y" TO WS-WORK-AUTH-EOF
                   NOT AT END
                       IF WA-USERNAME = CURRENT-USERNAME
                           MOVE "Y" TO WS-WORK-AUTH-FOUND
                           MOVE WS-WORK-AUTH-NEW TO WA-STATUS
                           MOVE FUNCTION CURRENT-DATE(1:8) TO WA-DATE
                           REWRITE WORK-AUTH-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORK-AUTH-FILE

           IF WS-WORK-AUTH-FOUND = "N"
               OPEN EXTEND WORK-AUTH-FILE
               MOVE CURRENT-USERNAME TO WA-USERNAME
               MOVE WS-WORK-AUTH-NEW TO WA-STATUS
               MOVE FUNCTION CURRENT-DATE(1:8) TO WA-DATE
               WRITE WORK-AUTH-RECORD
               CLOSE WORK-AUTH-FILE
           END-IF

           MOVE CURRENT-USERNAME TO WS-AUDIT-USERNAME
           MOVE "WORKAUTH" TO WS-AUDIT-ACTION
           MOVE WS-WORK-AUTH-NEW TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-RECORD
           .

      *> WS-EEO-FOUND = "Y" WHEN THE CURRENT USER ALREADY HAS A
      *> SELF-IDENTIFICATION ROW. ONLY THE PRESENCE OF THE ROW IS
      *> LOOKED AT -- THE ANSWERS ARE NEVER READ BACK FOR DISPLAY
       CHECK-EEO-ON-FILE.
           MOVE "N" TO WS-EEO-FOUND
           MOVE "N" TO WS-EEO-EOF
           OPEN INPUT EEO-SELFID-FILE
           IF WS-EEO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EEO-EOF = "Y" OR WS-EEO-FOUND = "Y"
               READ EEO-SELFID-FILE INTO EEO-SELFID-RECORD
                   AT END MOVE "Y" TO WS-EEO-EOF
                   NOT AT END
                       IF EE-USERNAME = CURRENT-USERNAME
                           MOVE "Y" TO WS-EEO-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EEO-SELFID-FILE
           .

      *> OFFERED ONCE AFTER A SUCCESSFUL APPLICATION TO A STUDENT WHO
      *> HAS NOT ANSWERED YET. SAYING NO STORES NOTHING; THE ANSWERS
      *> CAN BE GIVEN OR CHANGED LATER FROM MANAGE PROFILE ENTRIES
       OFFER-EEO-SELF-ID.
           IF WS-ACCOUNT-TYPE NOT = "S"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-EEO-ON-FILE
           IF WS-EEO-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "Would you like to complete the voluntary self-identification survey?" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "It is optional, is never shown to employers, and is only reported in anonymous totals. (Y/N):" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           PERFORM READ-EEO-ANSWER
           IF FUNCTION UPPER-CASE(WS-EEO-ANSWER) NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM COLLECT-EEO-SELF-ID
           PERFORM SAVE-EEO-SELF-ID
           .

      *> PROFILE-MENU ENTRY POINT: ANSWER OR CHANGE THE SURVEY, OR
      *> WITHDRAW IT ENTIRELY
       EEO-SELF-ID-MENU.
           IF WS-ACCOUNT-TYPE NOT = "S"
               MOVE "Self-identification is only collected from student accounts." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE "--- Voluntary Self-Identification ---" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "Your answers are never shown to employers and are only reported in anonymous totals." TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           PERFORM CHECK-EEO-ON-FILE
           IF WS-EEO-FOUND = "Y"
               MOVE "You have answered the survey before." TO OUTPUT-RECORD
           ELSE
               MOVE "You have not answered the survey." TO OUTPUT-RECORD
           END-IF
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "1. Answer / Change My Answers" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "2. Withdraw My Answers" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "9. Back" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "Enter your choice:" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           PERFORM READ-EEO-ANSWER
           MOVE WS-EEO-ANSWER TO WS-EEO-CHOICE
           EVALUATE WS-EEO-CHOICE
               WHEN "1"
                   PERFORM COLLECT-EEO-SELF-ID
                   PERFORM SAVE-EEO-SELF-ID
               WHEN "2"
                   IF WS-EEO-FOUND = "Y"
                       PERFORM REMOVE-USER-FROM-EEO-SELFID
                       MOVE CURRENT-USERNAME TO WS-AUDIT-USERNAME
                       MOVE "EEOWITHDRAW" TO WS-AUDIT-ACTION
                       MOVE SPACES TO WS-AUDIT-KEY
                       PERFORM WRITE-AUDIT-RECORD
                       MOVE "Your self-identification answers were removed." TO OUTPUT-RECORD
                   ELSE
                       MOVE "There is nothing on file to withdraw." TO OUTPUT-RECORD
                   END-IF
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *> ASKS THE FOUR QUESTIONS INTO WS-EEO-NEW-*. A BLANK OR
      *> UNRECOGNIZED ANSWER IS RECORDED AS "X" (DECLINED TO ANSWER)
       COLLECT-EEO-SELF-ID.
           MOVE "Gender: 1. Female  2. Male  3. Non-binary  (blank = decline to answer)" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           PERFORM READ-EEO-ANSWER
           EVALUATE WS-EEO-ANSWER
               WHEN "1" MOVE "F" TO WS-EEO-NEW-GENDER
               WHEN "2" MOVE "M" TO WS-EEO-NEW-GENDER
               WHEN "3" MOVE "N" TO WS-EEO-NEW-GENDER
               WHEN OTHER MOVE "X" TO WS-EEO-NEW-GENDER
           END-EVALUATE

           MOVE "Race/ethnicity: 1. Hispanic or Latino  2. White  3. Black or African American  4. Asian" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "  5. Native Hawaiian or Pacific Islander  6. American Indian or Alaska Native  7. Two or more races" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "  (blank = decline to answer)" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           PERFORM READ-EEO-ANSWER
           EVALUATE WS-EEO-ANSWER
               WHEN "1" MOVE "H" TO WS-EEO-NEW-RACE
               WHEN "2" MOVE "W" TO WS-EEO-NEW-RACE
               WHEN "3" MOVE "B" TO WS-EEO-NEW-RACE
               WHEN "4" MOVE "A" TO WS-EEO-NEW-RACE
               WHEN "5" MOVE "P" TO WS-EEO-NEW-RACE
               WHEN "6" MOVE "I" TO WS-EEO-NEW-RACE
               WHEN "7" MOVE "T" TO WS-EEO-NEW-RACE
               WHEN OTHER MOVE "X" TO WS-EEO-NEW-RACE
           END-EVALUATE

           MOVE "Veteran status: 1. Protected veteran  2. Not a veteran  (blank = decline to answer)" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           PERFORM READ-EEO-ANSWER
           EVALUATE WS-EEO-ANSWER
               WHEN "1" MOVE "V" TO WS-EEO-NEW-VETERAN
               WHEN "2" MOVE "N" TO WS-EEO-NEW-VETERAN
               WHEN OTHER MOVE "X" TO WS-EEO-NEW-VETERAN
           END-EVALUATE

           MOVE "Disability: 1. Yes, I have a disability  2. No  (blank = decline to answer)" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           PERFORM READ-EEO-ANSWER
           EVALUATE WS-EEO-ANSWER
               WHEN "1" MOVE "Y" TO WS-EEO-NEW-DISABILITY
               WHEN "2" MOVE "N" TO WS-EEO-NEW-DISABILITY
               WHEN OTHER MOVE "X" TO WS-EEO-NEW-DISABILITY
           END-EVALUATE
           .

      *> ONE-CHARACTER ANSWER INTO WS-EEO-ANSWER (SPACE AT END OF INPUT)
       READ-EEO-ANSWER.
           MOVE SPACE TO WS-EEO-ANSWER
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       MOVE WS-TEMP-INPUT(1:1) TO WS-EEO-ANSWER
               END-READ
           END-IF
           .

      *> ONE ROW PER STUDENT, REWRITTEN IN PLACE LIKE SAVE-WORK-AUTH.
      *> THE AUDIT TRAIL RECORDS THAT AN ANSWER WAS GIVEN, NOT WHAT IT WAS
       SAVE-EEO-SELF-ID.
           MOVE "N" TO WS-EEO-FOUND
           MOVE "N" TO WS-EEO-EOF
           OPEN I-O EEO-SELFID-FILE
           IF WS-EEO-STATUS NOT = "00"
               OPEN OUTPUT EEO-SELFID-FILE
               CLOSE EEO-SELFID-FILE
               OPEN I-O EEO-SELFID-FILE
           END-IF
           PERFORM UNTIL WS-EEO-EOF = "Y"
               READ EEO-SELFID-FILE INTO EEO-SELFID-RECORD
                   AT END MOVE "Y" TO WS-EEO-EOF
                   NOT AT END
                       IF EE-USERNAME = CURRENT-USERNAME
                           MOVE "Y" TO WS-EEO-FOUND
                           MOVE WS-EEO-NEW-GENDER TO EE-GENDER
                           MOVE WS-EEO-NEW-RACE TO EE-RACE
                           MOVE WS-EEO-NEW-VETERAN TO EE-VETERAN
                           MOVE WS-EEO-NEW-DISABILITY TO EE-DISABILITY
                           MOVE FUNCTION CURRENT-DATE(1:8) TO EE-DATE
                           REWRITE EEO-SELFID-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EEO-SELFID-FILE

           IF WS-EEO-FOUND = "N"
               OPEN EXTEND EEO-SELFID-FILE
               MOVE CURRENT-USERNAME TO EE-USERNAME
               MOVE WS-EEO-NEW-GENDER TO EE-GENDER
               MOVE WS-EEO-NEW-RACE TO EE-RACE
               MOVE WS-EEO-NEW-VETERAN TO EE-VETERAN
               MOVE WS-EEO-NEW-DISABILITY TO EE-DISABILITY
               MOVE FUNCTION CURRENT-DATE(1:8) TO EE-DATE
               WRITE EEO-SELFID-RECORD
               CLOSE EEO-SELFID-FILE
           END-IF

           MOVE CURRENT-USERNAME TO WS-AUDIT-USERNAME
           MOVE "EEOSELFID" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-RECORD

           MOVE "Thank you. Your self-identification answers were saved." TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           .

      *> APPLIES THE EMPLOYER'S FILTERS TO THE PROFILE-RECORD JUST READ
       CHECK-CANDIDATE-MATCH.
           MOVE "Y" TO WS-CAND-MATCHES
           IF PR-USERNAME = CURRENT-USERNAME
               MOVE "N" TO WS-CAND-MATCHES
               EXIT PARAGRAPH
           END-IF

           IF WS-CAND-MAJOR NOT = SPACES
               MOVE FUNCTION UPPER-CASE(PR-MAJOR) TO WS-CAND-FIELD-UPPER
               MOVE 0 TO WS-CAND-TALLY
               INSPECT WS-CAND-FIELD-UPPER TALLYING WS-CAND-TALLY
                   FOR ALL FUNCTION TRIM(FUNCTION UPPER-CASE(WS-CAND-MAJOR))
               IF WS-CAND-TALLY = 0
                   MOVE "N" TO WS-CAND-MATCHES
               END-IF
           END-IF

           IF WS-CAND-MATCHES = "Y" AND WS-CAND-UNIVERSITY NOT = SPACES
               MOVE FUNCTION UPPER-CASE(PR-UNIVERSITY) TO WS-CAND-FIELD-UPPER
               MOVE 0 TO WS-CAND-TALLY
               INSPECT WS-CAND-FIELD-UPPER TALLYING WS-CAND-TALLY
                   FOR ALL FUNCTION TRIM(
                       FUNCTION UPPER-CASE(WS-CAND-UNIVERSITY))
               IF WS-CAND-TALLY = 0
                   MOVE "N" TO WS-CAND-MATCHES
               END-IF
           END-IF

           IF WS-CAND-MATCHES = "Y" AND WS-CAND-YEAR-FROM > 0
               AND PR-GRAD-YEAR < WS-CAND-YEAR-FROM
               MOVE "N" TO WS-CAND-MATCHES
           END-IF
           IF WS-CAND-MATCHES = "Y" AND WS-CAND-YEAR-TO > 0
               AND PR-GRAD-YEAR > WS-CAND-YEAR-TO
               MOVE "N" TO WS-CAND-MATCHES
           END-IF

           IF WS-CAND-MATCHES = "Y" AND WS-CAND-SKILL NOT = SPACES
               MOVE "N" TO WS-CAND-MATCHES
               IF PR-SKILL-COUNT NUMERIC AND PR-SKILL-COUNT > 0
                   MOVE 1 TO WS-SKILL-IDX
                   PERFORM UNTIL WS-SKILL-IDX > PR-SKILL-COUNT
                       MOVE FUNCTION UPPER-CASE(PR-SKILL-NAME(WS-SKILL-IDX))
                           TO WS-CAND-FIELD-UPPER
                       MOVE 0 TO WS-CAND-TALLY
                       INSPECT WS-CAND-FIELD-UPPER TALLYING WS-CAND-TALLY
                           FOR ALL FUNCTION TRIM(
                               FUNCTION UPPER-CASE(WS-CAND-SKILL))
                       IF WS-CAND-TALLY > 0
                           MOVE "Y" TO WS-CAND-MATCHES
                       END-IF
                       ADD 1 TO WS-SKILL-IDX
                   END-PERFORM
               END-IF
           END-IF

           IF WS-CAND-MATCHES = "Y" AND WS-CAND-SKILL-VERIFIED = "Y"
               MOVE PR-USERNAME TO WS-BADGE-CHECK-USER
               MOVE WS-CAND-SKILL TO WS-BADGE-CHECK-SKILL
               PERFORM MATCH-VERIFIED-SKILL
               IF WS-BADGE-FOUND = "N"
                   MOVE "N" TO WS-CAND-MATCHES
               END-IF
           END-IF

      *> MINIMUM EXPERIENCE: TOTAL TENURE ACROSS THE STRUCTURED DATE
      *> ENTRIES. FREE-TEXT ROWS CONTRIBUTE NOTHING, AS DOCUMENTED
           IF WS-CAND-MATCHES = "Y" AND WS-CAND-MIN-MONTHS > 0
               PERFORM COMPUTE-TOTAL-TENURE
               IF WS-EXP-TOTAL-MONTHS < WS-CAND-MIN-MONTHS
                   MOVE "N" TO WS-CAND-MATCHES
               END-IF
           END-IF
           .

      *> VALIDATES "YYYYMM-YYYYMM" (OR "YYYYMM-" FOR A CURRENT JOB)
      *> IN WS-EXP-PARSE-TEXT AND LEAVES THE ENTRY'S LENGTH IN MONTHS
      *> IN WS-EXP-MONTHS. MONTH PARTS MUST BE 01-12 AND THE END MAY
      *> NOT PRECEDE THE START
       PARSE-EXP-DATES.
           MOVE "N" TO WS-EXP-PARSE-VALID
           MOVE 0 TO WS-EXP-MONTHS
           IF WS-EXP-PARSE-TEXT(1:6) IS NOT NUMERIC
               OR WS-EXP-PARSE-TEXT(7:1) NOT = "-"
               EXIT PARAGRAPH
           END-IF
           IF WS-EXP-PARSE-TEXT(5:2) < "01"
               OR WS-EXP-PARSE-TEXT(5:2) > "12"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EXP-PARSE-TEXT(1:4) TO WS-EXP-START-YEAR
           MOVE WS-EXP-PARSE-TEXT(5:2) TO WS-EXP-START-MONTH

           IF WS-EXP-PARSE-TEXT(8:6) = SPACES
      *> CURRENT JOB -- THE END IS TODAY
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-EXP-END-YEAR
               MOVE FUNCTION CURRENT-DATE(5:2) TO WS-EXP-END-MONTH
           ELSE
               IF WS-EXP-PARSE-TEXT(8:6) IS NOT NUMERIC
                   OR WS-EXP-PARSE-TEXT(14:7) NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
               IF WS-EXP-PARSE-TEXT(12:2) < "01"
                   OR WS-EXP-PARSE-TEXT(12:2) > "12"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-EXP-PARSE-TEXT(8:4) TO WS-EXP-END-YEAR
               MOVE WS-EXP-PARSE-TEXT(12:2) TO WS-EXP-END-MONTH
           END-IF

           COMPUTE WS-EXP-MONTHS =
               ((WS-EXP-END-YEAR - WS-EXP-START-YEAR) * 12)
               + WS-EXP-END-MONTH - WS-EXP-START-MONTH
           IF WS-EXP-MONTHS < 0
               MOVE 0 TO WS-EXP-MONTHS
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-EXP-PARSE-VALID
           .

      *> SUMS THE PARSABLE ENTRIES ON THE PROFILE-RECORD IN THE BUFFER
       COMPUTE-TOTAL-TENURE.
           MOVE 0 TO WS-EXP-TOTAL-MONTHS
           IF PR-EXP-COUNT NOT NUMERIC OR PR-EXP-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-EXP-I FROM 1 BY 1
               UNTIL WS-EXP-I > PR-EXP-COUNT OR WS-EXP-I > 10
               MOVE PR-EXP-DATES (WS-EXP-I) TO WS-EXP-PARSE-TEXT
               PERFORM PARSE-EXP-DATES
               IF WS-EXP-PARSE-VALID = "Y"
                   ADD WS-EXP-MONTHS TO WS-EXP-TOTAL-MONTHS
               END-IF
           END-PERFORM
           .

      *> RECORDS THE INVITATION AGAINST ONE OF THE EMPLOYER'S OWN OPEN
      *> LISTINGS AND DROPS A NOTIFICATION -- THE STUDENT SEES IT AT
      *> LOGIN WITH A STRAIGHT PATH INTO THE LISTING
       SEND-INVITE-TO-APPLY.
           PERFORM CHECK-EMPLOYER-ON-HOLD
           IF WS-HOLD-FROZEN = "Y"
               MOVE "Your company's account is on hold - invitations are unavailable for now." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE "Invite to which of your job listings? Enter the job id:" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE 0 TO WS-INVITE-JOB-ID
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       MOVE FUNCTION NUMVAL(WS-TEMP-INPUT)
                           TO WS-INVITE-JOB-ID
               END-READ
           END-IF
           IF WS-INVITE-JOB-ID = 0
               EXIT PARAGRAPH
           END-IF

      *> THE LISTING MUST BE THE EMPLOYER'S OWN AND STILL OPEN
           MOVE "N" TO WS-EDIT-JOB-FOUND
           OPEN INPUT JOBS-FILE
           MOVE WS-INVITE-JOB-ID TO JR-ID
           READ JOBS-FILE KEY IS JR-ID
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF JR-AUTHOR-USERNAME = CURRENT-USERNAME
                       AND JR-STATUS NOT = "C" AND JR-STATUS NOT = "E"
                       MOVE "Y" TO WS-EDIT-JOB-FOUND
                   END-IF
      *> A LISTING UNDER A HELD COMPANY'S NAME CANNOT BE INVITED TO
                   PERFORM CHECK-LISTING-ON-HOLD
                   IF WS-HOLD-IS-ACTIVE = "Y"
                       MOVE "N" TO WS-EDIT-JOB-FOUND
                   END-IF
           END-READ
           CLOSE JOBS-FILE
           IF WS-EDIT-JOB-FOUND = "N"
               MOVE "That is not one of your open listings." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

      *> ONE INVITATION PER CANDIDATE PER JOB
           MOVE "N" TO WS-INVITE-DUP
           MOVE "N" TO WS-INVITATIONS-EOF
           OPEN INPUT INVITATIONS-FILE
           IF WS-INVITATIONS-STATUS NOT = "00"
               MOVE "Y" TO WS-INVITATIONS-EOF
           END-IF
           PERFORM UNTIL WS-INVITATIONS-EOF = "Y" OR WS-INVITE-DUP = "Y"
               READ INVITATIONS-FILE INTO INVITATION-RECORD
                   AT END MOVE "Y" TO WS-INVITATIONS-EOF
                   NOT AT END
                       IF IN-USERNAME = WS-INVITE-USERNAME
                          AND IN-JOB-ID = WS-INVITE-JOB-ID
                           MOVE "Y" TO WS-INVITE-DUP
                       END-IF
               END-READ
           END-PERFORM
           IF WS-INVITATIONS-STATUS NOT = "35"
               CLOSE INVITATIONS-FILE
           END-IF
           IF WS-INVITE-DUP = "Y"
               MOVE "You have already invited this candidate to that job." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND INVITATIONS-FILE
           IF WS-INVITATIONS-STATUS NOT = "00"
               OPEN OUTPUT INVITATIONS-FILE
           END-IF
           MOVE WS-INVITE-USERNAME TO IN-USERNAME
           MOVE WS-INVITE-JOB-ID TO IN-JOB-ID
           MOVE CURRENT-USERNAME TO IN-EMPLOYER
           MOVE FUNCTION CURRENT-DATE(1:8) TO IN-DATE
           WRITE INVITATION-RECORD
           CLOSE INVITATIONS-FILE

           MOVE WS-INVITE-USERNAME TO WS-NOTIFY-USERNAME
           MOVE SPACES TO WS-NOTIFY-TEXT
           STRING FUNCTION TRIM(CURRENT-USERNAME TRAILING)
               " invited you to apply for job " WS-INVITE-JOB-ID "."
               INTO WS-NOTIFY-TEXT
           END-STRING
           MOVE "J" TO WS-NOTIFY-CATEGORY
           PERFORM WRITE-NOTIFICATION-RECORD

           MOVE 3 TO WS-METER-FIELD
           PERFORM BUMP-USAGE-METER

           MOVE "Invitation sent." TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           .

      *> CASE-BLIND LOOKUP OF WS-COMPANY-LOOKUP IN companies.doc --
      *> RETURNS THE CANONICAL NAME/DESCRIPTION/LOCATION WHEN FOUND
       FIND-COMPANY-BY-NAME.
           MOVE "N" TO WS-COMPANY-FOUND
           MOVE "N" TO WS-COMPANIES-EOF
           OPEN INPUT COMPANIES-FILE
           IF WS-COMPANIES-STATUS NOT = "00"
               MOVE "Y" TO WS-COMPANIES-EOF
           END-IF
           PERFORM UNTIL WS-COMPANIES-EOF = "Y" OR WS-COMPANY-FOUND = "Y"
               READ COMPANIES-FILE INTO COMPANY-RECORD
                   AT END MOVE "Y" TO WS-COMPANIES-EOF
                   NOT AT END
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(CO-NAME))
                           = FUNCTION UPPER-CASE(
                             FUNCTION TRIM(WS-COMPANY-LOOKUP))
                           MOVE "Y" TO WS-COMPANY-FOUND
                           MOVE CO-NAME TO WS-COMPANY-NAME
                           MOVE CO-DESC TO WS-COMPANY-DESC
                           MOVE CO-LOCATION TO WS-COMPANY-LOCATION
                       END-IF
               END-READ
           END-PERFORM
           IF WS-COMPANIES-STATUS NOT = "35"
               CLOSE COMPANIES-FILE
           END-IF
           .

      *> FIRST LISTING UNDER A NEW COMPANY NAME -- CAPTURE THE COMPANY
      *> PAGE DETAILS ONCE, OWNED BY THE POSTING EMPLOYER
       REGISTER-NEW-COMPANY.
           MOVE "New company. Short company description:" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-COMPANY-DESC
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-COMPANY-DESC
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF

           MOVE "Company headquarters location:" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-COMPANY-LOCATION
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-COMPANY-LOCATION
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF

           OPEN EXTEND COMPANIES-FILE
           IF WS-COMPANIES-STATUS NOT = "00"
               OPEN OUTPUT COMPANIES-FILE
           END-IF
           MOVE JR-EMPLOYER TO CO-NAME
           MOVE WS-COMPANY-DESC TO CO-DESC
           MOVE WS-COMPANY-LOCATION TO CO-LOCATION
           MOVE CURRENT-USERNAME TO CO-OWNER
           WRITE COMPANY-RECORD
           CLOSE COMPANIES-FILE
           .

      *> COMPANY PAGE OPENED FROM VIEW-JOB-DETAILS: DESCRIPTION,
      *> LOCATION, AND EVERY OPEN LISTING CARRYING THE COMPANY'S NAME
       VIEW-COMPANY-PAGE.
           MOVE JR-EMPLOYER TO WS-COMPANY-LOOKUP
           PERFORM FIND-COMPANY-BY-NAME

           MOVE SPACES TO OUTPUT-RECORD
           STRING "=== Company: " FUNCTION TRIM(JR-EMPLOYER TRAILING)
               " ===" INTO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           IF WS-COMPANY-FOUND = "Y"
               IF WS-COMPANY-DESC NOT = SPACES
                   MOVE WS-COMPANY-DESC TO OUTPUT-RECORD
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
               END-IF
               IF WS-COMPANY-LOCATION NOT = SPACES
                   MOVE SPACES TO OUTPUT-RECORD
                   STRING "Headquarters: "
                       FUNCTION TRIM(WS-COMPANY-LOCATION TRAILING)
                       INTO OUTPUT-RECORD
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
               END-IF
           ELSE
               MOVE "No company page on file for this employer." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF

           MOVE "Open listings:" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

      *> JOBS-FILE IS ALREADY OPEN IN VIEW-JOB-DETAILS, SO THE COMPANY
      *> NAME TO MATCH WAS SAVED AND THE FILE IS WALKED FROM THE TOP
      *> WITH START -- THE CALLER RE-READS ITS OWN RECORD AFTERWARD
           MOVE 0 TO WS-COMPANY-JOB-COUNT
           MOVE JR-EMPLOYER TO WS-COMPANY-NAME
           MOVE 0 TO JR-ID
           START JOBS-FILE KEY >= JR-ID
               INVALID KEY CONTINUE
           END-START
           MOVE "N" TO WS-JOBS-FILE-EOF
           PERFORM UNTIL WS-JOBS-FILE-EOF = "Y"
               READ JOBS-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-JOBS-FILE-EOF
                   NOT AT END
                       IF JR-EMPLOYER = WS-COMPANY-NAME
                           AND JR-STATUS NOT = "C" AND JR-STATUS NOT = "E"
                           ADD 1 TO WS-COMPANY-JOB-COUNT
                           MOVE SPACES TO OUTPUT-RECORD
                           STRING "  Job " JR-ID " - "
                               FUNCTION TRIM(JR-TITLE TRAILING)
                               " (" FUNCTION TRIM(JR-LOCATION TRAILING) ")"
                               INTO OUTPUT-RECORD
                           DISPLAY OUTPUT-RECORD
                           WRITE OUTPUT-RECORD
                       END-IF
               END-READ
           END-PERFORM

           IF WS-COMPANY-JOB-COUNT = 0
               MOVE "  (none)" TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF

      *> WHAT THE COMPANY'S OWN HIRES SAY ABOUT IT
           PERFORM SHOW-COMPANY-REVIEWS

      *> ONLY STUDENTS CAN AUTHOR A REVIEW, AND ONLY VERIFIED HIRES
      *> GET PAST THE CHECK INSIDE
           IF WS-ACCOUNT-TYPE = "S"
               MOVE "Enter 1 to review this company (verified hires only), or 0 to continue:" TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               IF WS-EOF-FLAG NOT = "Y"
                   READ INPUT-FILE INTO WS-TEMP-INPUT
                       AT END PERFORM NOTE-END-OF-INPUT
                       NOT AT END
                           PERFORM COUNT-INPUT-LINE
                           IF WS-TEMP-INPUT(1:1) = "1"
                               PERFORM WRITE-COMPANY-REVIEW
                           END-IF
                   END-READ
               END-IF
           END-IF

      *> THE OWNING EMPLOYER MAY RESTATE THE PAGE FROM HERE
           IF WS-COMPANY-FOUND = "Y"
               PERFORM OFFER-COMPANY-PAGE-EDIT
           END-IF
           .

      *> AVERAGE RATING PLUS THE INDIVIDUAL REVIEWS FOR THE COMPANY IN
      *> WS-COMPANY-NAME
       SHOW-COMPANY-REVIEWS.
           MOVE 0 TO WS-REVIEW-TOTAL
           MOVE 0 TO WS-REVIEW-SUM
           MOVE "N" TO WS-COMPANY-REVIEWS-EOF
           OPEN INPUT COMPANY-REVIEWS-FILE
           IF WS-COMPANY-REVIEWS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-COMPANY-REVIEWS-EOF = "Y"
               READ COMPANY-REVIEWS-FILE INTO COMPANY-REVIEW-RECORD
                   AT END MOVE "Y" TO WS-COMPANY-REVIEWS-EOF
                   NOT AT END
                       IF CV-COMPANY = WS-COMPANY-NAME
                           ADD 1 TO WS-REVIEW-TOTAL
                           ADD CV-RATING TO WS-REVIEW-SUM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMPANY-REVIEWS-FILE

           IF WS-REVIEW-TOTAL = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-REVIEW-AVG ROUNDED =
               WS-REVIEW-SUM / WS-REVIEW-TOTAL
           MOVE WS-REVIEW-AVG TO WS-REVIEW-AVG-DISPLAY
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Hired-student rating: " WS-REVIEW-AVG-DISPLAY
               "/5 from " WS-REVIEW-TOTAL " review(s)"
               INTO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE "N" TO WS-COMPANY-REVIEWS-EOF
           OPEN INPUT COMPANY-REVIEWS-FILE
           PERFORM UNTIL WS-COMPANY-REVIEWS-EOF = "Y"
               READ COMPANY-REVIEWS-FILE INTO COMPANY-REVIEW-RECORD
                   AT END MOVE "Y" TO WS-COMPANY-REVIEWS-EOF
                   NOT AT END
                       IF CV-COMPANY = WS-COMPANY-NAME
                           MOVE SPACES TO OUTPUT-RECORD
                           STRING "  " CV-RATING "/5 - "
                               FUNCTION TRIM(CV-TEXT TRAILING)
                               INTO OUTPUT-RECORD
                           DISPLAY OUTPUT-RECORD
                           WRITE OUTPUT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMPANY-REVIEWS-FILE
           .

      *> ONE REVIEW PER VERIFIED HIRE PER COMPANY. THE HIRE CHECK
      *> WALKS THE VIEWER'S "H" APPLICATIONS AND MATCHES THEIR JOBS'
      *> EMPLOYER AGAINST THE COMPANY -- JOBS-FILE IS ALREADY OPEN IN
      *> THE VIEW-JOB-DETAILS CALLER, SO IT IS READ BY KEY IN PLACE
       WRITE-COMPANY-REVIEW.
           MOVE "N" TO WS-REVIEWER-HIRED
           MOVE "N" TO WS-APPLICATIONS-EOF
           OPEN INPUT APPLICATIONS-FILE
           MOVE CURRENT-USERNAME TO APP-USERNAME
           MOVE 0 TO APP-JOB-ID
           START APPLICATIONS-FILE KEY >= APP-KEY
               INVALID KEY MOVE "Y" TO WS-APPLICATIONS-EOF
           END-START
           PERFORM UNTIL WS-APPLICATIONS-EOF = "Y"
               READ APPLICATIONS-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-APPLICATIONS-EOF
                   NOT AT END
                       IF APP-USERNAME NOT = CURRENT-USERNAME
                           MOVE "Y" TO WS-APPLICATIONS-EOF
                       END-IF
                       IF APP-USERNAME = CURRENT-USERNAME
                          AND APP-STATUS = "H"
                           MOVE APP-JOB-ID TO JR-ID
                           READ JOBS-FILE KEY IS JR-ID
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   IF JR-EMPLOYER = WS-COMPANY-NAME
                                       MOVE "Y" TO WS-REVIEWER-HIRED
                                   END-IF
                           END-READ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPLICATIONS-FILE

           IF WS-REVIEWER-HIRED NOT = "Y"
               MOVE "Only students hired by this company can review it." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-REVIEW-DUP
           MOVE "N" TO WS-COMPANY-REVIEWS-EOF
           OPEN INPUT COMPANY-REVIEWS-FILE
           IF WS-COMPANY-REVIEWS-STATUS NOT = "00"
               MOVE "Y" TO WS-COMPANY-REVIEWS-EOF
           END-IF
           PERFORM UNTIL WS-COMPANY-REVIEWS-EOF = "Y"
                   OR WS-REVIEW-DUP = "Y"
               READ COMPANY-REVIEWS-FILE INTO COMPANY-REVIEW-RECORD
                   AT END MOVE "Y" TO WS-COMPANY-REVIEWS-EOF
                   NOT AT END
                       IF CV-COMPANY = WS-COMPANY-NAME
                          AND CV-AUTHOR = CURRENT-USERNAME
                           MOVE "Y" TO WS-REVIEW-DUP
                       END-IF
               END-READ
           END-PERFORM
           IF WS-COMPANY-REVIEWS-STATUS = "00"
               CLOSE COMPANY-REVIEWS-FILE
           END-IF
           IF WS-REVIEW-DUP = "Y"
               MOVE "You have already reviewed this company." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-REVIEW-RATING
           MOVE "Rating 1 (poor) to 5 (outstanding):" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF WS-TEMP-INPUT(1:1) IS NUMERIC
                           MOVE WS-TEMP-INPUT(1:1) TO WS-REVIEW-RATING
                       END-IF
               END-READ
           END-IF
           IF WS-REVIEW-RATING < 1 OR WS-REVIEW-RATING > 5
               MOVE "Rating must be 1 through 5 - review not saved." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE "Your review (one line):" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-REVIEW-TEXT
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-REVIEW-TEXT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF

           MOVE WS-REVIEW-TEXT TO WS-SCREEN-TEXT
           MOVE "REVIEW" TO WS-SCREEN-SOURCE
           MOVE WS-COMPANY-NAME TO WS-SCREEN-KEY
           PERFORM SCREEN-CONTENT
           IF WS-SCREEN-RESULT = "H"
               PERFORM REPORT-CONTENT-BLOCKED
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND COMPANY-REVIEWS-FILE
           IF WS-COMPANY-REVIEWS-STATUS NOT = "00"
               OPEN OUTPUT COMPANY-REVIEWS-FILE
           END-IF
           MOVE WS-COMPANY-NAME TO CV-COMPANY
           MOVE CURRENT-USERNAME TO CV-AUTHOR
           MOVE WS-REVIEW-RATING TO CV-RATING
           MOVE WS-REVIEW-TEXT TO CV-TEXT
           MOVE FUNCTION CURRENT-DATE(1:8) TO CV-DATE
           WRITE COMPANY-REVIEW-RECORD
           CLOSE COMPANY-REVIEWS-FILE

           MOVE CURRENT-USERNAME TO WS-AUDIT-USERNAME
           MOVE "COREVIEW" TO WS-AUDIT-ACTION
           MOVE WS-COMPANY-NAME(1:24) TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-RECORD

           IF WS-SCREEN-RESULT = "L"
               PERFORM QUEUE-CONTENT-FOR-REVIEW
           END-IF

           MOVE "Review saved - thank you." TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           .

      *> OWNER-ONLY EDIT OF THE COMPANY DESCRIPTION AND HEADQUARTERS
      *> LOCATION. THE COMPANY ROW IS REWRITTEN IN PLACE (SAME-LENGTH
      *> LINE-SEQUENTIAL REWRITE, LIKE THE READ-FLAG UPDATE IN
      *> VIEW-MY-MESSAGES). FIND-COMPANY-BY-NAME JUST RAN, SO THE
      *> CANONICAL NAME IS IN WS-COMPANY-NAME
       OFFER-COMPANY-PAGE-EDIT.
      *> ONLY THE REGISTERING EMPLOYER SEES THE OFFER AT ALL
           MOVE "N" TO WS-COMPANY-OWNED
           MOVE "N" TO WS-COMPANIES-EOF
           OPEN INPUT COMPANIES-FILE
           IF WS-COMPANIES-STATUS NOT = "00"
               MOVE "Y" TO WS-COMPANIES-EOF
           END-IF
           PERFORM UNTIL WS-COMPANIES-EOF = "Y" OR WS-COMPANY-OWNED = "Y"
               READ COMPANIES-FILE INTO COMPANY-RECORD
                   AT END MOVE "Y" TO WS-COMPANIES-EOF
                   NOT AT END
                       IF CO-NAME = WS-COMPANY-NAME
                          AND CO-OWNER = CURRENT-USERNAME
                           MOVE "Y" TO WS-COMPANY-OWNED
                       END-IF
               END-READ
           END-PERFORM
           IF WS-COMPANIES-STATUS NOT = "35"
               CLOSE COMPANIES-FILE
           END-IF
           IF WS-COMPANY-OWNED = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE "You own this company page. Enter 1 to update it, anything else to skip:" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF
           IF WS-EOF-FLAG = "Y" OR WS-TEMP-INPUT(1:1) NOT = "1"
               EXIT PARAGRAPH
           END-IF

           MOVE "New description (blank = keep current):" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-COMPANY-DESC
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-COMPANY-DESC
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF

           MOVE "New headquarters location (blank = keep current):" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-COMPANY-LOCATION
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-COMPANY-LOCATION
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF

           OPEN I-O COMPANIES-FILE
           MOVE "N" TO WS-COMPANIES-EOF
           PERFORM UNTIL WS-COMPANIES-EOF = "Y"
               READ COMPANIES-FILE INTO COMPANY-RECORD
                   AT END MOVE "Y" TO WS-COMPANIES-EOF
                   NOT AT END
                       IF CO-NAME = WS-COMPANY-NAME
                          AND CO-OWNER = CURRENT-USERNAME
                           IF WS-COMPANY-DESC NOT = SPACES
                               MOVE WS-COMPANY-DESC TO CO-DESC
                           END-IF
                           IF WS-COMPANY-LOCATION NOT = SPACES
                               MOVE WS-COMPANY-LOCATION TO CO-LOCATION
                           END-IF
                           REWRITE COMPANY-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMPANIES-FILE

           MOVE "Company page updated." TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           .

      *> THE COMPANIES CURRENT-USERNAME MAY ACT FOR: THOSE IT REGISTERED
      *> (CO-OWNER -- THE COMPANY'S ADMINISTRATOR) AND THOSE WITH AN
      *> ACTIVE SEAT IN company_seats.doc. NAMES ARE KEPT UPPER-CASED
      *> AND CUT TO JR-EMPLOYER'S WIDTH FOR CHECK-LISTING-SEAT
       LOAD-MY-SEATS.
           MOVE 0 TO WS-MY-SEAT-COUNT
           MOVE "N" TO WS-COMPANIES-EOF
           OPEN INPUT COMPANIES-FILE
           IF WS-COMPANIES-STATUS NOT = "00"
               MOVE "Y" TO WS-COMPANIES-EOF
           END-IF
           PERFORM UNTIL WS-COMPANIES-EOF = "Y"
               READ COMPANIES-FILE INTO COMPANY-RECORD
                   AT END MOVE "Y" TO WS-COMPANIES-EOF
                   NOT AT END
                       IF CO-OWNER = CURRENT-USERNAME
                           AND WS-MY-SEAT-COUNT < 20
                           ADD 1 TO WS-MY-SEAT-COUNT
                           MOVE CO-NAME
                               TO WS-MY-SEAT-COMPANY (WS-MY-SEAT-COUNT)
                           MOVE FUNCTION UPPER-CASE(CO-NAME(1:20))
                               TO WS-MY-SEAT-MATCH (WS-MY-SEAT-COUNT)
                           MOVE "Y" TO WS-MY-SEAT-ADMIN (WS-MY-SEAT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-COMPANIES-STATUS NOT = "35"
               CLOSE COMPANIES-FILE
           END-IF

           MOVE "N" TO WS-SEATS-EOF
           OPEN INPUT COMPANY-SEATS-FILE
           IF WS-SEATS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SEATS-EOF = "Y"
               READ COMPANY-SEATS-FILE
                   AT END MOVE "Y" TO WS-SEATS-EOF
                   NOT AT END
                       IF SE-USERNAME = CURRENT-USERNAME
                           AND SE-STATUS = "A"
                           AND WS-MY-SEAT-COUNT < 20
                           ADD 1 TO WS-MY-SEAT-COUNT
                           MOVE SE-COMPANY
                               TO WS-MY-SEAT-COMPANY (WS-MY-SEAT-COUNT)
                           MOVE FUNCTION UPPER-CASE(SE-COMPANY(1:20))
                               TO WS-MY-SEAT-MATCH (WS-MY-SEAT-COUNT)
                           MOVE "N" TO WS-MY-SEAT-ADMIN (WS-MY-SEAT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMPANY-SEATS-FILE
           .

      *> MAY CURRENT-USERNAME WORK THE LISTING IN JOBS-FILE-RECORD? ITS
      *> OWN POSTINGS ALWAYS; OTHERWISE ANY LISTING CARRYING THE NAME OF
      *> A COMPANY LOAD-MY-SEATS FOUND. WS-SEAT-OK "Y"/"N"
       CHECK-LISTING-SEAT.
           MOVE "N" TO WS-SEAT-OK
           IF JR-AUTHOR-USERNAME = CURRENT-USERNAME
               MOVE "Y" TO WS-SEAT-OK
               EXIT PARAGRAPH
           END-IF
           IF JR-EMPLOYER = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(JR-EMPLOYER) TO WS-SEAT-MATCH-NAME
           PERFORM VARYING WS-SEAT-I FROM 1 BY 1
               UNTIL WS-SEAT-I > WS-MY-SEAT-COUNT OR WS-SEAT-OK = "Y"
               IF WS-MY-SEAT-MATCH (WS-SEAT-I) = WS-SEAT-MATCH-NAME
                   MOVE "Y" TO WS-SEAT-OK
               END-IF
           END-PERFORM
           .

      *> THE COMPANIES UNDER A COMPLIANCE HOLD TODAY, AS UPPER-CASED
      *> JR-EMPLOYER-WIDTH NAMES FOR CHECK-LISTING-ON-HOLD, PLUS THE
      *> HIGHEST CH-HOLD-ID ON FILE. A HOLD IS IN FORCE ONCE APPROVED
      *> ("A") UNTIL IT IS LIFTED OR ITS LIFT DATE ARRIVES -- NOTHING
      *> ELSE ABOUT THE COMPANY'S LISTINGS OR ACCOUNTS IS TOUCHED, SO
      *> LIFTING IT PUTS EVERYTHING BACK AS IT WAS
       LOAD-COMPANY-HOLDS.
           MOVE 0 TO WS-HOLD-ACTIVE-COUNT
           MOVE 0 TO WS-HOLD-NEXT-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOLD-TODAY
           MOVE "N" TO WS-HOLD-EOF
           OPEN INPUT COMPANY-HOLDS-FILE
           IF WS-HOLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HOLD-EOF = "Y"
               READ COMPANY-HOLDS-FILE
                   AT END MOVE "Y" TO WS-HOLD-EOF
                   NOT AT END
                       IF CH-HOLD-ID NUMERIC
                           AND CH-HOLD-ID > WS-HOLD-NEXT-ID
                           MOVE CH-HOLD-ID TO WS-HOLD-NEXT-ID
                       END-IF
                       PERFORM CHECK-HOLD-ROW-ACTIVE
                       IF WS-HOLD-IS-ACTIVE = "Y"
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

      *> IS THE COMPANY-HOLD-RECORD IN THE BUFFER IN FORCE ON
      *> WS-HOLD-TODAY? THE LIFT DATE IS THE FIRST DAY IT NO LONGER IS
       CHECK-HOLD-ROW-ACTIVE.
           MOVE "N" TO WS-HOLD-IS-ACTIVE
           IF CH-STATUS NOT = "A"
               EXIT PARAGRAPH
           END-IF
           IF CH-LIFT-DATE NOT NUMERIC
               OR CH-LIFT-DATE = 0
               OR CH-LIFT-DATE > WS-HOLD-TODAY
               MOVE "Y" TO WS-HOLD-IS-ACTIVE
           END-IF
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

      *> IS CURRENT-USERNAME AN EMPLOYER ACTING FOR A COMPANY ON HOLD --
      *> ITS ADMINISTRATOR OR ANY ACTIVE RECRUITER SEAT? WS-HOLD-FROZEN
      *> "Y"/"N". LEAVES THE HOLD TABLE LOADED FOR CHECK-LISTING-ON-HOLD
       CHECK-EMPLOYER-ON-HOLD.
           MOVE "N" TO WS-HOLD-FROZEN
           PERFORM LOAD-COMPANY-HOLDS
           IF WS-ACCOUNT-TYPE NOT = "E" OR WS-HOLD-ACTIVE-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-MY-SEATS
           PERFORM VARYING WS-SEAT-I FROM 1 BY 1
               UNTIL WS-SEAT-I > WS-MY-SEAT-COUNT OR WS-HOLD-FROZEN = "Y"
               PERFORM VARYING WS-HOLD-I FROM 1 BY 1
                   UNTIL WS-HOLD-I > WS-HOLD-ACTIVE-COUNT
                   IF WS-HOLD-ACTIVE-NAME (WS-HOLD-I)
                       = WS-MY-SEAT-MATCH (WS-SEAT-I)
                       MOVE "Y" TO WS-HOLD-FROZEN
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      *> COMPANY ADMINISTRATION OF RECRUITER SEATS. ONLY THE ACCOUNT
      *> THAT REGISTERED THE COMPANY (CO-OWNER) GETS IN. SEATS ARE NEVER
      *> DELETED -- A REMOVED SEAT IS REWRITTEN TO "R" IN PLACE, SO
      *> WHO HAD ACCESS WHEN STAYS ANSWERABLE
       MANAGE-COMPANY-SEATS.
           PERFORM LOAD-MY-SEATS
           MOVE 0 TO WS-SEAT-ADMIN-COUNT
           MOVE SPACES TO WS-SEAT-COMPANY
           PERFORM VARYING WS-SEAT-I FROM 1 BY 1
               UNTIL WS-SEAT-I > WS-MY-SEAT-COUNT
               IF WS-MY-SEAT-ADMIN (WS-SEAT-I) = "Y"
                   ADD 1 TO WS-SEAT-ADMIN-COUNT
                   MOVE WS-MY-SEAT-COMPANY (WS-SEAT-I) TO WS-SEAT-COMPANY
               END-IF
           END-PERFORM
           IF WS-SEAT-ADMIN-COUNT = 0
               MOVE "Only a company's administrator (the account that registered it) can manage recruiter seats." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

      *> AN ADMINISTRATOR OF SEVERAL COMPANIES PICKS ONE
           IF WS-SEAT-ADMIN-COUNT > 1
               MOVE "Which company?" TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               MOVE 0 TO WS-SEAT-N
               PERFORM VARYING WS-SEAT-I FROM 1 BY 1
                   UNTIL WS-SEAT-I > WS-MY-SEAT-COUNT
                   IF WS-MY-SEAT-ADMIN (WS-SEAT-I) = "Y"
                       ADD 1 TO WS-SEAT-N
                       MOVE SPACES TO OUTPUT-RECORD
                       STRING WS-SEAT-N ". " FUNCTION TRIM(
                           WS-MY-SEAT-COMPANY (WS-SEAT-I) TRAILING)
                           INTO OUTPUT-RECORD
                       END-STRING
                       DISPLAY OUTPUT-RECORD
                       WRITE OUTPUT-RECORD
                   END-IF
               END-PERFORM
               MOVE 0 TO WS-SEAT-CHOICE
               IF WS-EOF-FLAG NOT = "Y"
                   READ INPUT-FILE INTO WS-TEMP-INPUT
                       AT END PERFORM NOTE-END-OF-INPUT
                       NOT AT END
                           PERFORM COUNT-INPUT-LINE
                           IF WS-TEMP-INPUT(1:2) IS NUMERIC
                               OR (WS-TEMP-INPUT(1:1) IS NUMERIC
                                   AND WS-TEMP-INPUT(2:1) = SPACE)
                               MOVE FUNCTION NUMVAL(WS-TEMP-INPUT)
                                   TO WS-SEAT-CHOICE
                           END-IF
                   END-READ
               END-IF
               IF WS-SEAT-CHOICE < 1 OR WS-SEAT-CHOICE > WS-SEAT-ADMIN-COUNT
                   MOVE "No company selected." TO OUTPUT-RECORD
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO WS-SEAT-N
               PERFORM VARYING WS-SEAT-I FROM 1 BY 1
                   UNTIL WS-SEAT-I > WS-MY-SEAT-COUNT
                   IF WS-MY-SEAT-ADMIN (WS-SEAT-I) = "Y"
                       ADD 1 TO WS-SEAT-N
                       IF WS-SEAT-N = WS-SEAT-CHOICE
                           MOVE WS-MY-SEAT-COMPANY (WS-SEAT-I)
                               TO WS-SEAT-COMPANY
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           MOVE SPACES TO OUTPUT-RECORD
           STRING "--- Recruiter Seats: " FUNCTION TRIM(WS-SEAT-COMPANY
               TRAILING) " ---" INTO OUTPUT-RECORD
           END-STRING
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "1. List seats" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "2. Add a recruiter seat" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "3. Remove a recruiter seat" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "4. Reassign a recruiter's listings" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "5. Back" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE 0 TO WS-SEAT-CHOICE
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF WS-TEMP-INPUT(1:1) IS NUMERIC
                           MOVE WS-TEMP-INPUT(1:1) TO WS-SEAT-CHOICE
                       END-IF
               END-READ
           END-IF
           EVALUATE WS-SEAT-CHOICE
               WHEN 1
                   PERFORM LIST-COMPANY-SEATS
               WHEN 2
                   PERFORM ADD-COMPANY-SEAT
               WHEN 3
                   PERFORM REMOVE-COMPANY-SEAT
               WHEN 4
                   PERFORM REASSIGN-COMPANY-LISTINGS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       LIST-COMPANY-SEATS.
           MOVE SPACES TO OUTPUT-RECORD
           STRING "  " FUNCTION TRIM(CURRENT-USERNAME TRAILING)
               " (administrator)" INTO OUTPUT-RECORD
           END-STRING
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE 0 TO WS-SEAT-N
           MOVE "N" TO WS-SEATS-EOF
           OPEN INPUT COMPANY-SEATS-FILE
           IF WS-SEATS-STATUS NOT = "00"
               MOVE "Y" TO WS-SEATS-EOF
           END-IF
           PERFORM UNTIL WS-SEATS-EOF = "Y"
               READ COMPANY-SEATS-FILE
                   AT END MOVE "Y" TO WS-SEATS-EOF
                   NOT AT END
                       IF SE-COMPANY = WS-SEAT-COMPANY AND SE-STATUS = "A"
                           ADD 1 TO WS-SEAT-N
                           MOVE SPACES TO OUTPUT-RECORD
                           STRING "  " FUNCTION TRIM(SE-USERNAME TRAILING)
                               " (since " SE-SET-DATE(1:4) "-"
                               SE-SET-DATE(5:2) "-" SE-SET-DATE(7:2)
                               " by " FUNCTION TRIM(SE-SET-BY TRAILING)
                               ")" INTO OUTPUT-RECORD
                           END-STRING
                           DISPLAY OUTPUT-RECORD
                           WRITE OUTPUT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SEATS-STATUS NOT = "35"
               CLOSE COMPANY-SEATS-FILE
           END-IF
           IF WS-SEAT-N = 0
               MOVE "  No recruiter seats yet." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF
           .

      *> PROMPTS FOR A USERNAME INTO WS-SEAT-USERNAME AND SETS
      *> WS-SEAT-ACCOUNT-OK WHEN IT IS AN EMPLOYER ACCOUNT ON FILE
       READ-SEAT-USERNAME.
           MOVE SPACES TO WS-SEAT-USERNAME
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-SEAT-USERNAME
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF
           MOVE FUNCTION TRIM(WS-SEAT-USERNAME) TO WS-SEAT-USERNAME
           MOVE "N" TO WS-SEAT-ACCOUNT-OK
           IF WS-SEAT-USERNAME = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ACCOUNTS-EOF
           OPEN INPUT ACCOUNTS-FILE
           PERFORM UNTIL WS-ACCOUNTS-EOF = "Y" OR WS-SEAT-ACCOUNT-OK = "Y"
               READ ACCOUNTS-FILE
                   AT END MOVE "Y" TO WS-ACCOUNTS-EOF
                   NOT AT END
                       IF ACCOUNT-USERNAME = WS-SEAT-USERNAME
                           AND ACCOUNT-TYPE = "E"
                           MOVE "Y" TO WS-SEAT-ACCOUNT-OK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           .

      *> WS-SEAT-FOUND "A" ACTIVE SEAT, "R" REMOVED SEAT, "N" NO ROW FOR
      *> WS-SEAT-USERNAME AT WS-SEAT-COMPANY
       FIND-COMPANY-SEAT.
           MOVE "N" TO WS-SEAT-FOUND
           MOVE "N" TO WS-SEATS-EOF
           OPEN INPUT COMPANY-SEATS-FILE
           IF WS-SEATS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SEATS-EOF = "Y" OR WS-SEAT-FOUND NOT = "N"
               READ COMPANY-SEATS-FILE
                   AT END MOVE "Y" TO WS-SEATS-EOF
                   NOT AT END
                       IF SE-COMPANY = WS-SEAT-COMPANY
                           AND SE-USERNAME = WS-SEAT-USERNAME
                           MOVE SE-STATUS TO WS-SEAT-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMPANY-SEATS-FILE
           .

      *> FLIPS THE EXISTING ROW FOR WS-SEAT-USERNAME AT WS-SEAT-COMPANY
      *> TO WS-SEAT-NEW-STATUS (SAME-LENGTH REWRITE, AS IN
      *> OFFER-COMPANY-PAGE-EDIT)
       REWRITE-COMPANY-SEAT.
           MOVE "N" TO WS-SEATS-EOF
           OPEN I-O COMPANY-SEATS-FILE
           PERFORM UNTIL WS-SEATS-EOF = "Y"
               READ COMPANY-SEATS-FILE
                   AT END MOVE "Y" TO WS-SEATS-EOF
                   NOT AT END
                       IF SE-COMPANY = WS-SEAT-COMPANY
                           AND SE-USERNAME = WS-SEAT-USERNAME
                           MOVE WS-SEAT-NEW-STATUS TO SE-STATUS
                           MOVE CURRENT-USERNAME TO SE-SET-BY
                           MOVE FUNCTION CURRENT-DATE(1:8) TO SE-SET-DATE
                           REWRITE COMPANY-SEAT-RECORD
                           MOVE "Y" TO WS-SEATS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMPANY-SEATS-FILE
           .

       ADD-COMPANY-SEAT.
           MOVE "Username of the employer account to add:" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           PERFORM READ-SEAT-USERNAME
           IF WS-SEAT-ACCOUNT-OK NOT = "Y"
               MOVE "No employer account with that username." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF
           IF WS-SEAT-USERNAME = CURRENT-USERNAME
               MOVE "You already administer this company." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-COMPANY-SEAT
           EVALUATE WS-SEAT-FOUND
               WHEN "A"
                   MOVE "That recruiter already has a seat." TO OUTPUT-RECORD
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
                   EXIT PARAGRAPH
               WHEN "R"
                   MOVE "A" TO WS-SEAT-NEW-STATUS
                   PERFORM REWRITE-COMPANY-SEAT
               WHEN OTHER
                   OPEN EXTEND COMPANY-SEATS-FILE
                   IF WS-SEATS-STATUS NOT = "00"
                       OPEN OUTPUT COMPANY-SEATS-FILE
                   END-IF
                   MOVE WS-SEAT-COMPANY TO SE-COMPANY
                   MOVE WS-SEAT-USERNAME TO SE-USERNAME
                   MOVE "A" TO SE-STATUS
                   MOVE CURRENT-USERNAME TO SE-SET-BY
                   MOVE FUNCTION CURRENT-DATE(1:8) TO SE-SET-DATE
                   WRITE COMPANY-SEAT-RECORD
                   CLOSE COMPANY-SEATS-FILE
           END-EVALUATE

           MOVE CURRENT-USERNAME TO WS-AUDIT-USERNAME
           MOVE "SEATADD" TO WS-AUDIT-ACTION
           MOVE WS-SEAT-USERNAME TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-RECORD

           MOVE WS-SEAT-USERNAME TO WS-NOTIFY-USERNAME
           MOVE SPACES TO WS-NOTIFY-TEXT
           STRING "You now have a recruiter seat at "
               FUNCTION TRIM(WS-SEAT-COMPANY TRAILING)
               " - its listings show under View My Posted Jobs."
               INTO WS-NOTIFY-TEXT
           END-STRING
           PERFORM WRITE-NOTIFICATION-RECORD

           MOVE "Recruiter seat added." TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           .

       REMOVE-COMPANY-SEAT.
           MOVE "Username of the recruiter to remove:" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           PERFORM READ-SEAT-USERNAME
           PERFORM FIND-COMPANY-SEAT
           IF WS-SEAT-FOUND NOT = "A"
               MOVE "That username has no seat at this company." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE "R" TO WS-SEAT-NEW-STATUS
           PERFORM REWRITE-COMPANY-SEAT

           MOVE CURRENT-USERNAME TO WS-AUDIT-USERNAME
           MOVE "SEATREMOVE" TO WS-AUDIT-ACTION
           MOVE WS-SEAT-USERNAME TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-RECORD

           MOVE "Recruiter seat removed." TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

      *> THE LISTINGS STAY IN THE DEPARTED RECRUITER'S NAME UNTIL THE
      *> ADMINISTRATOR MOVES THEM -- SAY SO RATHER THAN LET THEM DRIFT
           MOVE 0 TO WS-SEAT-MOVED
           MOVE FUNCTION UPPER-CASE(WS-SEAT-COMPANY(1:20))
               TO WS-SEAT-MATCH-NAME
           OPEN INPUT JOBS-FILE
           MOVE "N" TO WS-JOBS-FILE-EOF
           PERFORM UNTIL WS-JOBS-FILE-EOF = "Y"
               READ JOBS-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-JOBS-FILE-EOF
                   NOT AT END
                       IF JR-AUTHOR-USERNAME = WS-SEAT-USERNAME
                           AND FUNCTION UPPER-CASE(JR-EMPLOYER)
                               = WS-SEAT-MATCH-NAME
                           AND JR-STATUS = "O"
                           ADD 1 TO WS-SEAT-MOVED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBS-FILE
           IF WS-SEAT-MOVED > 0
               MOVE SPACES TO OUTPUT-RECORD
               STRING FUNCTION TRIM(WS-SEAT-USERNAME TRAILING)
                   " still owns " WS-SEAT-MOVED
                   " open listing(s) here - use option 4 to reassign them."
                   INTO OUTPUT-RECORD
               END-STRING
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF
           .

      *> MOVES EVERY LISTING OF THIS COMPANY AUTHORED BY ONE RECRUITER
      *> (USUALLY A DEPARTED ONE -- THEIR SEAT NEED NOT STILL BE ACTIVE)
      *> TO A COLLEAGUE WITH A SEAT, OR TO THE ADMINISTRATOR. CLOSED AND
      *> EXPIRED LISTINGS MOVE TOO, SO THEIR HISTORY STAYS WITH THE TEAM
       REASSIGN-COMPANY-LISTINGS.
           MOVE "Move listings FROM which recruiter (username):" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           PERFORM READ-SEAT-USERNAME
           MOVE WS-SEAT-USERNAME TO WS-SEAT-FROM-USERNAME
           IF WS-SEAT-FROM-USERNAME = SPACES
               MOVE "No changes made." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE "Move them TO which recruiter (username, must hold a seat here or be you):" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           PERFORM READ-SEAT-USERNAME
           IF WS-SEAT-USERNAME = CURRENT-USERNAME
               MOVE "A" TO WS-SEAT-FOUND
           ELSE
               PERFORM FIND-COMPANY-SEAT
           END-IF
           IF WS-SEAT-FOUND NOT = "A" OR WS-SEAT-ACCOUNT-OK NOT = "Y"
               MOVE "The receiving recruiter must hold an active seat at this company." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF
           IF WS-SEAT-USERNAME = WS-SEAT-FROM-USERNAME
               MOVE "No changes made." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-SEAT-MOVED
           MOVE FUNCTION UPPER-CASE(WS-SEAT-COMPANY(1:20))
               TO WS-SEAT-MATCH-NAME
           OPEN I-O JOBS-FILE
           MOVE "N" TO WS-JOBS-FILE-EOF
           PERFORM UNTIL WS-JOBS-FILE-EOF = "Y"
               READ JOBS-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-JOBS-FILE-EOF
                   NOT AT END
                       IF JR-AUTHOR-USERNAME = WS-SEAT-FROM-USERNAME
                           AND FUNCTION UPPER-CASE(JR-EMPLOYER)
                               = WS-SEAT-MATCH-NAME
                           MOVE WS-SEAT-USERNAME TO JR-AUTHOR-USERNAME
                           MOVE "JOBS" TO WS-JOURNAL-FILE-ID
                           MOVE "U" TO WS-JOURNAL-ACTION
                           MOVE SPACES TO WS-JOURNAL-KEY
                           MOVE JR-ID TO WS-JOURNAL-KEY(1:4)
                           MOVE JOBS-FILE-RECORD TO WS-JOURNAL-IMAGE
                           PERFORM WRITE-JOURNAL-RECORD
                           REWRITE JOBS-FILE-RECORD
                           ADD 1 TO WS-SEAT-MOVED

                           MOVE CURRENT-USERNAME TO WS-AUDIT-USERNAME
                           MOVE "REASSIGNJOB" TO WS-AUDIT-ACTION
                           MOVE SPACES TO WS-AUDIT-KEY
                           STRING JR-ID " " FUNCTION TRIM(
                               WS-SEAT-USERNAME TRAILING)
                               INTO WS-AUDIT-KEY
                           END-STRING
                           PERFORM WRITE-AUDIT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBS-FILE

           IF WS-SEAT-MOVED = 0
               MOVE "That recruiter has no listings at this company." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           IF WS-SEAT-USERNAME NOT = CURRENT-USERNAME
               MOVE WS-SEAT-USERNAME TO WS-NOTIFY-USERNAME
               MOVE SPACES TO WS-NOTIFY-TEXT
               STRING WS-SEAT-MOVED " listing(s) from "
                   FUNCTION TRIM(WS-SEAT-FROM-USERNAME TRAILING)
                   " at " FUNCTION TRIM(WS-SEAT-COMPANY TRAILING)
                   " were reassigned to you."
                   INTO WS-NOTIFY-TEXT
               END-STRING
               PERFORM WRITE-NOTIFICATION-RECORD
           END-IF

           MOVE SPACES TO OUTPUT-RECORD
           STRING WS-SEAT-MOVED " listing(s) reassigned to "
               FUNCTION TRIM(WS-SEAT-USERNAME TRAILING) "."
               INTO OUTPUT-RECORD
           END-STRING
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           .

       BROWSE-JOBS.
           MOVE "--- Available Job Listings ---" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE SPACES TO WS-JOB-FILTER-KEYWORD
           MOVE "Filter by keyword in title/description (optional, blank = any): " TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-JOB-FILTER-KEYWORD
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-JOB-FILTER-KEYWORD) TO WS-JOB-FILTER-KEYWORD-UPPER

           MOVE SPACES TO WS-JOB-FILTER-LOCATION
           MOVE "Filter by location (optional, blank = any): " TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-JOB-FILTER-LOCATION
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-JOB-FILTER-LOCATION) TO WS-JOB-FILTER-LOCATION-UPPER

           MOVE SPACES TO WS-JOB-FILTER-SALARY
           MOVE "Filter by minimum salary, e.g. 50000 (optional, blank = any): " TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-JOB-FILTER-SALARY
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF
      *> PULL OUT WHATEVER NUMBER THE USER TYPED SO A STRAY "$" OR
      *> "/YR" DOESN'T BLOW UP FUNCTION NUMVAL
           MOVE WS-JOB-FILTER-SALARY TO WS-SALARY-PARSE-INPUT
           PERFORM PARSE-SALARY-TEXT
           MOVE WS-SALARY-PARSE-RESULT TO WS-JOB-FILTER-MIN-SALARY

      *> BROWSE BY CATEGORY SITS ALONGSIDE THE FREE-TEXT FILTERS --
      *> A BLANK KEEPS THE HISTORICAL ANY-CATEGORY BEHAVIOR
           MOVE SPACES TO WS-JOB-FILTER-CATEGORY
           PERFORM LOAD-CATEGORY-TABLE
           IF WS-CATEGORY-COUNT > 0
               MOVE "Browse a single category? Pick its number, blank = all categories:" TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               PERFORM DISPLAY-CATEGORY-TABLE
               MOVE 0 TO WS-CATEGORY-CHOICE
               IF WS-EOF-FLAG NOT = "Y"
                   READ INPUT-FILE INTO WS-TEMP-INPUT
                       AT END PERFORM NOTE-END-OF-INPUT
                       NOT AT END
                           PERFORM COUNT-INPUT-LINE
                           IF WS-TEMP-INPUT NOT = SPACES
                               MOVE FUNCTION NUMVAL(WS-TEMP-INPUT)
                                   TO WS-CATEGORY-CHOICE
                           END-IF
                   END-READ
               END-IF
               IF WS-CATEGORY-CHOICE > 0
                   AND WS-CATEGORY-CHOICE <= WS-CATEGORY-COUNT
                   MOVE WS-CATEGORY-NAME(WS-CATEGORY-CHOICE)
                       TO WS-JOB-FILTER-CATEGORY
               END-IF
           END-IF

      *> SPONSORSHIP FILTER -- A BLANK ANSWER FOLLOWS THE PROFILE, SO A
      *> STUDENT WHO SAID THEY NEED SPONSORSHIP NEVER SEES LISTINGS THAT
      *> WILL NOT SPONSOR UNLESS THEY ASK TO
           MOVE CURRENT-USERNAME TO WS-WORK-AUTH-USERNAME
           PERFORM LOOKUP-WORK-AUTH
           MOVE "N" TO WS-JOB-FILTER-SPONSOR
           IF WS-WORK-AUTH-VALUE = "S"
               MOVE "Y" TO WS-JOB-FILTER-SPONSOR
               MOVE "Hide listings that will not sponsor a work visa? (Y/N, blank = Y per your profile): " TO OUTPUT-RECORD
           ELSE
               MOVE "Hide listings that will not sponsor a work visa? (Y/N, blank = N): " TO OUTPUT-RECORD
           END-IF
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF FUNCTION UPPER-CASE(WS-TEMP-INPUT(1:1)) = "Y"
                           MOVE "Y" TO WS-JOB-FILTER-SPONSOR
                       END-IF
                       IF FUNCTION UPPER-CASE(WS-TEMP-INPUT(1:1)) = "N"
                           MOVE "N" TO WS-JOB-FILTER-SPONSOR
                       END-IF
               END-READ
           END-IF

      *> A FILTERED SEARCH CAN BE KEPT AS A STANDING ALERT SO THE USER
      *> STOPS RE-TYPING IT EVERY SESSION -- THE NIGHTLY JOBALERTS PASS
      *> MATCHES NEW POSTINGS AGAINST IT OVERNIGHT
           IF WS-JOB-FILTER-KEYWORD NOT = SPACES
               OR WS-JOB-FILTER-LOCATION NOT = SPACES
               OR WS-JOB-FILTER-MIN-SALARY > 0
               MOVE "Save this search as a standing job alert? Enter a name for it, or blank to skip:" TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               MOVE SPACES TO WS-SUBSCRIPTION-NAME
               IF WS-EOF-FLAG NOT = "Y"
                   READ INPUT-FILE INTO WS-SUBSCRIPTION-NAME
                       AT END PERFORM NOTE-END-OF-INPUT
                       NOT AT END PERFORM COUNT-INPUT-LINE
                   END-READ
               END-IF
               IF WS-SUBSCRIPTION-NAME NOT = SPACES
                   OPEN EXTEND SUBSCRIPTIONS-FILE
                   IF WS-SUBSCRIPTIONS-STATUS NOT = "00"
                       OPEN OUTPUT SUBSCRIPTIONS-FILE
                   END-IF
                   MOVE CURRENT-USERNAME TO SB-USERNAME
                   MOVE WS-SUBSCRIPTION-NAME TO SB-NAME
                   MOVE WS-JOB-FILTER-KEYWORD TO SB-KEYWORD
                   MOVE WS-JOB-FILTER-LOCATION TO SB-LOCATION
                   MOVE WS-JOB-FILTER-MIN-SALARY TO SB-MIN-SALARY
                   WRITE SUBSCRIPTION-RECORD
                   CLOSE SUBSCRIPTIONS-FILE
                   MOVE "Job alert saved. New matches will be waiting in your notifications." TO OUTPUT-RECORD
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
               END-IF
           END-IF

      *> WITH A KEYWORD IN PLAY, NOMINATE CANDIDATE JOB IDS FROM
      *> job_index.doc FIRST SO THE SCAN BELOW STOPS INSPECTING 220
      *> BYTES OF TITLE+DESCRIPTION PER LISTING
           MOVE "N" TO WS-JOBX-USABLE
           IF WS-JOB-FILTER-KEYWORD-UPPER NOT = SPACES
               PERFORM LOAD-JOB-KEYWORD-CANDIDATES
           END-IF

           PERFORM LOAD-ACTIVE-SPONSORSHIPS
           PERFORM LOAD-COMPANY-HOLDS

      *> MATCHES STREAM TO A WORK FILE -- NO IN-MEMORY CAP, SO EVERY
      *> MATCHING LISTING IS COUNTED AND SHOWN, HOWEVER MANY THERE ARE
           MOVE 0 TO WS-BROWSE-JOB-COUNT
           OPEN OUTPUT BROWSE-UNSORTED-FILE
           OPEN INPUT JOBS-FILE
           MOVE 1 TO TEMP-LAST-JOB-ID
           MOVE 'N' TO WS-JOBS-FILE-EOF
           PERFORM UNTIL WS-JOBS-FILE-EOF = 'Y'
               READ JOBS-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-JOBS-FILE-EOF
                   NOT AT END
                       MOVE "Y" TO WS-JOB-MATCHES-FILTER

                       IF WS-JOB-FILTER-KEYWORD-UPPER NOT = SPACES
                           IF WS-JOBX-USABLE = "Y"
      *> THE INDEX PASS ALREADY DID THE TEXT WORK -- A LISTING NOT
      *> NOMINATED THERE CANNOT MATCH
                               PERFORM CHECK-JOB-IN-CAND-TABLE
                               IF WS-JOBX-IN-TABLE = "N"
                                   MOVE "N" TO WS-JOB-MATCHES-FILTER
                               END-IF
                           ELSE
                               MOVE SPACES TO WS-JOB-TEXT-UPPER
                               STRING FUNCTION UPPER-CASE(JR-TITLE)
                                   FUNCTION UPPER-CASE(JR-DESC) INTO WS-JOB-TEXT-UPPER
                               MOVE 0 TO WS-JOB-FILTER-TALLY
                               INSPECT WS-JOB-TEXT-UPPER TALLYING WS-JOB-FILTER-TALLY
                                   FOR ALL FUNCTION TRIM(WS-JOB-FILTER-KEYWORD-UPPER)
                               IF WS-JOB-FILTER-TALLY = 0
                                   MOVE "N" TO WS-JOB-MATCHES-FILTER
                               END-IF
                           END-IF
                       END-IF

                       IF WS-JOB-MATCHES-FILTER = "Y"
                           AND WS-JOB-FILTER-LOCATION-UPPER NOT = SPACES
                           MOVE FUNCTION UPPER-CASE(JR-LOCATION) TO WS-JOB-LOCATION-UPPER
                           MOVE 0 TO WS-JOB-FILTER-TALLY
                           INSPECT WS-JOB-LOCATION-UPPER TALLYING WS-JOB-FILTER-TALLY
                               FOR ALL FUNCTION TRIM(WS-JOB-FILTER-LOCATION-UPPER)
                           IF WS-JOB-FILTER-TALLY = 0
                               MOVE "N" TO WS-JOB-MATCHES-FILTER
                           END-IF
                       END-IF

                       IF WS-JOB-MATCHES-FILTER = "Y"
                           AND WS-JOB-FILTER-MIN-SALARY > 0
      *> JR-SALARY IS FREE TEXT (E.G. "$50,000/YEAR"), SO PULL THE
      *> NUMBER OUT OF IT THE SAME WAY THE FILTER VALUE WAS PARSED
                           MOVE JR-SALARY TO WS-SALARY-PARSE-INPUT
                           PERFORM PARSE-SALARY-TEXT
                           MOVE WS-SALARY-PARSE-RESULT TO WS-JOB-SALARY-NUMERIC
                           IF WS-JOB-SALARY-NUMERIC < WS-JOB-FILTER-MIN-SALARY
                               MOVE "N" TO WS-JOB-MATCHES-FILTER
                           END-IF
                       END-IF

                       IF WS-JOB-MATCHES-FILTER = "Y"
                           AND WS-JOB-FILTER-CATEGORY NOT = SPACES
                           AND JR-CATEGORY NOT = WS-JOB-FILTER-CATEGORY
                           MOVE "N" TO WS-JOB-MATCHES-FILTER
                       END-IF

      *> ONLY AN EXPLICIT "N" IS HIDDEN -- A LISTING THAT NEVER STATED
      *> ITS SPONSORSHIP POLICY STAYS IN THE RESULTS
                       IF WS-JOB-FILTER-SPONSOR = "Y"
                           AND JR-SPONSORSHIP = "N"
                           MOVE "N" TO WS-JOB-MATCHES-FILTER
                       END-IF

      *> UNVERIFIED POSTINGS ("N" AND REJECTED "R") ARE HELD OUT OF
      *> BROWSE UNTIL AN OPERATOR APPROVES THEM FROM THE REVIEW QUEUE
      *> -- SCAM LISTINGS USED TO BE LIVE A FULL DAY BEFORE ANYONE
      *> NOTICED. LISTINGS FROM BEFORE THE FIELD EXISTED READ BACK AS
      *> SPACES AND STAY VISIBLE; THEY WERE ALREADY PUBLISHED
                       IF JR-VERIFIED = "N" OR JR-VERIFIED = "R"
                           MOVE "N" TO WS-JOB-MATCHES-FILTER
                       END-IF

      *> A COMPANY UNDER A COMPLIANCE HOLD DROPS OUT OF THE RESULTS
      *> UNTIL THE HOLD ENDS; THE LISTINGS THEMSELVES ARE UNTOUCHED
                       IF WS-JOB-MATCHES-FILTER = "Y"
                           PERFORM CHECK-LISTING-ON-HOLD
                           IF WS-HOLD-IS-ACTIVE = "Y"
                               MOVE "N" TO WS-JOB-MATCHES-FILTER
                           END-IF
                       END-IF

                       IF JR-STATUS NOT = "C" AND JR-STATUS NOT = "E"
                           AND WS-JOB-MATCHES-FILTER = "Y"
                           ADD 1 TO WS-BROWSE-JOB-COUNT
                           MOVE JR-ID TO BU-ID
                           MOVE JR-TITLE TO BU-TITLE
                           MOVE JR-EMPLOYER TO BU-EMPLOYER
                           MOVE JR-LOCATION TO BU-LOCATION
                           MOVE JR-SALARY TO BU-SALARY
                           MOVE JR-POSTED-DATE TO BU-POSTED-DATE
                           MOVE JR-ID TO WS-SPL-JOB-ID
                           PERFORM CHECK-JOB-SPONSORED
                           MOVE WS-SPL-IS-ACTIVE TO BU-SPONSORED
                           WRITE BROWSE-UNSORTED-RECORD
                       END-IF
                       ADD 1 TO TEMP-LAST-JOB-ID
               END-READ
           END-PERFORM
           CLOSE JOBS-FILE
           CLOSE BROWSE-UNSORTED-FILE

           IF WS-BROWSE-JOB-COUNT = 0
               MOVE "No jobs match those filters." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE "Sort by: 1. Newest Posted  2. Title A-Z  3. Salary  4. No Sorting" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE 4 TO WS-BROWSE-SORT-CHOICE
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF WS-TEMP-INPUT(1:1) IS NUMERIC
                           MOVE FUNCTION NUMVAL(WS-TEMP-INPUT(1:1)) TO WS-BROWSE-SORT-CHOICE
                       END-IF
               END-READ
           END-IF
      *> EXTERNAL SORT: THE INPUT PROCEDURE BUILDS EACH RECORD'S KEY
      *> FROM THE CHOSEN ORDERING, SO ONE ASCENDING SORT COVERS ALL
      *> FOUR OPTIONS (INCLUDING "NO SORTING" VIA A SEQUENCE NUMBER).
      *> ACTIVE SPONSORED LISTINGS ("Y") SORT AHEAD OF EVERYTHING ELSE
      *> AND KEEP THE CHOSEN ORDER AMONG THEMSELVES
           MOVE 0 TO WS-BROWSE-SEQ
           SORT BROWSE-SORT-FILE
               ON DESCENDING KEY BS-SPONSORED
               ON ASCENDING KEY BS-SORT-KEY
               INPUT PROCEDURE IS RELEASE-BROWSE-MATCHES
               GIVING BROWSE-WORK-FILE

           MOVE 1 TO WS-BROWSE-PAGE
           DIVIDE WS-BROWSE-JOB-COUNT BY WS-BROWSE-PAGE-SIZE
               GIVING WS-BROWSE-TOTAL-PAGES REMAINDER WS-BROWSE-I
           IF WS-BROWSE-I > 0
               ADD 1 TO WS-BROWSE-TOTAL-PAGES
           END-IF
           IF WS-BROWSE-TOTAL-PAGES = 0
               MOVE 1 TO WS-BROWSE-TOTAL-PAGES
           END-IF

           MOVE "N" TO WS-BROWSE-DONE
           PERFORM UNTIL WS-BROWSE-DONE = "Y" OR WS-EOF-FLAG = "Y"
               PERFORM DISPLAY-BROWSE-JOB-PAGE
               PERFORM UNTIL WS-BROWSE-DONE = "Y" OR WS-EOF-FLAG = "Y"
                   READ INPUT-FILE INTO WS-BROWSE-PAGE-CHOICE
                       AT END PERFORM NOTE-END-OF-INPUT
                       NOT AT END
                           PERFORM COUNT-INPUT-LINE
                           MOVE FUNCTION UPPER-CASE(WS-BROWSE-PAGE-CHOICE) TO WS-BROWSE-PAGE-CHOICE
                           IF WS-BROWSE-PAGE-CHOICE(1:1) = "N"
                               IF WS-BROWSE-PAGE < WS-BROWSE-TOTAL-PAGES
                                   ADD 1 TO WS-BROWSE-PAGE
                                   PERFORM DISPLAY-BROWSE-JOB-PAGE
                               ELSE
                                   MOVE "Already on the last page." TO OUTPUT-RECORD
                                   DISPLAY OUTPUT-RECORD
                                   WRITE OUTPUT-RECORD
                               END-IF
                           ELSE IF WS-BROWSE-PAGE-CHOICE(1:1) = "P"
                               IF WS-BROWSE-PAGE > 1
                                   SUBTRACT 1 FROM WS-BROWSE-PAGE
                                   PERFORM DISPLAY-BROWSE-JOB-PAGE
                               ELSE
                                   MOVE "Already on the first page." TO OUTPUT-RECORD
                                   DISPLAY OUTPUT-RECORD
                                   WRITE OUTPUT-RECORD
                               END-IF
                           ELSE IF WS-BROWSE-PAGE-CHOICE(1:1) = "0"
                               MOVE "Y" TO WS-BROWSE-DONE
                           ELSE IF FUNCTION NUMVAL(WS-BROWSE-PAGE-CHOICE) > 0
                               AND FUNCTION NUMVAL(WS-BROWSE-PAGE-CHOICE) <= WS-BROWSE-JOB-COUNT
                               MOVE FUNCTION NUMVAL(WS-BROWSE-PAGE-CHOICE) TO WS-BROWSE-FETCH-POS
                               PERFORM FETCH-BROWSE-WORK-RECORD
                               IF WS-BROWSE-FETCH-FOUND = "Y"
                                   MOVE BW-ID TO WS-TARGET-JOB-ID
                                   IF BW-SPONSORED = "Y"
                                       MOVE "Y" TO WS-SPL-VIA-PLACEMENT
                                       MOVE BW-ID TO WS-SPM-JOB-ID
                                       MOVE 2 TO WS-SPM-FIELD
                                       PERFORM BUMP-SPONSORED-METER
                                   END-IF
                                   PERFORM VIEW-JOB-DETAILS
                                   MOVE "N" TO WS-SPL-VIA-PLACEMENT
                               END-IF
                               MOVE "Y" TO WS-BROWSE-DONE
                           ELSE
                               MOVE "Invalid choice, please try again" TO OUTPUT-RECORD
                               DISPLAY OUTPUT-RECORD
                               WRITE OUTPUT-RECORD
                           END-IF
                           END-IF
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-PERFORM
           .

      *> SORT INPUT PROCEDURE: READS THE UNSORTED MATCHES AND RELEASES
      *> EACH WITH A KEY BUILT FOR THE CHOSEN ORDERING. "NEWEST FIRST"
      *> RELEASES THE DATE'S NINES-COMPLEMENT SO AN ASCENDING SORT
      *> PUTS THE LATEST POSTING ON TOP
       RELEASE-BROWSE-MATCHES.
           OPEN INPUT BROWSE-UNSORTED-FILE
           MOVE "N" TO WS-BROWSE-UNSORTED-EOF
           PERFORM UNTIL WS-BROWSE-UNSORTED-EOF = "Y"
               READ BROWSE-UNSORTED-FILE INTO BROWSE-UNSORTED-RECORD
                   AT END MOVE "Y" TO WS-BROWSE-UNSORTED-EOF
                   NOT AT END
                       ADD 1 TO WS-BROWSE-SEQ
                       MOVE SPACES TO BS-SORT-KEY
                       EVALUATE WS-BROWSE-SORT-CHOICE
                           WHEN 1
                               COMPUTE WS-BROWSE-DATE-COMP =
                                   99999999 - BU-POSTED-DATE
                               MOVE WS-BROWSE-DATE-COMP TO BS-SORT-KEY(1:8)
                           WHEN 2
                               MOVE BU-TITLE TO BS-SORT-KEY
                           WHEN 3
                               MOVE BU-SALARY TO BS-SORT-KEY
                           WHEN OTHER
                               MOVE WS-BROWSE-SEQ TO BS-SORT-KEY(1:8)
                       END-EVALUATE
                       MOVE BU-ID TO BS-ID
                       MOVE BU-TITLE TO BS-TITLE
                       MOVE BU-EMPLOYER TO BS-EMPLOYER
                       MOVE BU-LOCATION TO BS-LOCATION
                       MOVE BU-SALARY TO BS-SALARY
                       MOVE BU-POSTED-DATE TO BS-POSTED-DATE
                       MOVE BU-SPONSORED TO BS-SPONSORED
                       RELEASE BROWSE-SORT-RECORD
               END-READ
           END-PERFORM
           CLOSE BROWSE-UNSORTED-FILE
           .

      *> READS browse_work.tmp UP TO POSITION WS-BROWSE-FETCH-POS AND
      *> LEAVES THAT RECORD IN BROWSE-WORK-RECORD
       FETCH-BROWSE-WORK-RECORD.
           MOVE "N" TO WS-BROWSE-FETCH-FOUND
           MOVE 0 TO WS-BROWSE-I
           MOVE "N" TO WS-BROWSE-WORK-EOF
           OPEN INPUT BROWSE-WORK-FILE
           IF WS-BROWSE-WORK-STATUS NOT = "00"
               MOVE "Y" TO WS-BROWSE-WORK-EOF
           END-IF
           PERFORM UNTIL WS-BROWSE-WORK-EOF = "Y"
                   OR WS-BROWSE-FETCH-FOUND = "Y"
               READ BROWSE-WORK-FILE INTO BROWSE-WORK-RECORD
                   AT END MOVE "Y" TO WS-BROWSE-WORK-EOF
                   NOT AT END
                       ADD 1 TO WS-BROWSE-I
                       IF WS-BROWSE-I = WS-BROWSE-FETCH-POS
                           MOVE "Y" TO WS-BROWSE-FETCH-FOUND
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BROWSE-WORK-STATUS NOT = "35"
               CLOSE BROWSE-WORK-FILE
           END-IF
           .

      *> LOADS THE JOB IDS WHOSE SPONSORSHIP WINDOW COVERS TODAY. A
      *> CONTRACT ONLY COUNTS WHILE ITS LISTING IS STILL OPEN, WHICH THE
      *> BROWSE SCAN CHECKS FOR ITSELF
       LOAD-ACTIVE-SPONSORSHIPS.
           MOVE 0 TO WS-SPL-ACTIVE-COUNT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
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

      *> LEAVES WS-SPL-IS-ACTIVE = "Y" WHEN WS-SPL-JOB-ID IS IN THE
      *> TABLE LOAD-ACTIVE-SPONSORSHIPS BUILT
       CHECK-JOB-SPONSORED.
           MOVE "N" TO WS-SPL-IS-ACTIVE
           PERFORM VARYING WS-SPL-I FROM 1 BY 1
               UNTIL WS-SPL-I > WS-SPL-ACTIVE-COUNT
               IF WS-SPL-ACTIVE-ID (WS-SPL-I) = WS-SPL-JOB-ID
                   MOVE "Y" TO WS-SPL-IS-ACTIVE
               END-IF
           END-PERFORM
           .

      *> DROPS EVERY job_index.doc ROW FOR WS-JOBX-JOB-ID AND WRITES A
      *> FRESH TOKEN SET FROM THE LISTING CURRENTLY IN JOBS-FILE-RECORD
      *> -- CALLED BY POST-A-JOB AND THE EDIT PATH OF EDIT-OR-CLOSE-JOB
      *> SO THE INDEX TRACKS EVERY TITLE/DESCRIPTION CHANGE
       UPDATE-JOB-INDEX.
           PERFORM REMOVE-JOB-INDEX-ENTRIES
           OPEN EXTEND JOB-INDEX-FILE
           IF WS-JOB-INDEX-STATUS NOT = "00"
               OPEN OUTPUT JOB-INDEX-FILE
           END-IF
           PERFORM APPEND-JOB-INDEX-ROWS
           CLOSE JOB-INDEX-FILE
           .

      *> SAME TEMP-FILE REWRITE PATTERN AS REMOVE-SEARCH-INDEX-ENTRIES
       REMOVE-JOB-INDEX-ENTRIES.
           OPEN INPUT JOB-INDEX-FILE
           IF WS-JOB-INDEX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT JOB-INDEX-TEMP-FILE
           MOVE "N" TO WS-JOB-INDEX-EOF
           PERFORM UNTIL WS-JOB-INDEX-EOF = "Y"
               READ JOB-INDEX-FILE INTO JOB-INDEX-RECORD
                   AT END MOVE "Y" TO WS-JOB-INDEX-EOF
                   NOT AT END
                       IF JX-JOB-ID NOT = WS-JOBX-JOB-ID
                           MOVE JOB-INDEX-RECORD TO JOB-INDEX-TEMP-RECORD
                           WRITE JOB-INDEX-TEMP-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOB-INDEX-FILE
           CLOSE JOB-INDEX-TEMP-FILE

           OPEN OUTPUT JOB-INDEX-FILE
           OPEN INPUT JOB-INDEX-TEMP-FILE
           MOVE "N" TO WS-JOB-INDEX-EOF
           PERFORM UNTIL WS-JOB-INDEX-EOF = "Y"
               READ JOB-INDEX-TEMP-FILE INTO JOB-INDEX-TEMP-RECORD
                   AT END MOVE "Y" TO WS-JOB-INDEX-EOF
                   NOT AT END
                       MOVE JOB-INDEX-TEMP-RECORD TO JOB-INDEX-RECORD
                       WRITE JOB-INDEX-RECORD
               END-READ
           END-PERFORM
           CLOSE JOB-INDEX-FILE
           CLOSE JOB-INDEX-TEMP-FILE

           OPEN OUTPUT JOB-INDEX-TEMP-FILE
           CLOSE JOB-INDEX-TEMP-FILE
           .

      *> WRITES THE TOKEN ROWS FOR THE LISTING IN JOBS-FILE-RECORD TO
      *> THE ALREADY-OPEN JOB-INDEX-FILE: EACH TITLE/DESCRIPTION WORD
      *> PLUS THE WHOLE LOCATION, CATEGORY AND EMPLOYER FIELDS
       APPEND-JOB-INDEX-ROWS.
           MOVE WS-JOBX-JOB-ID TO JX-JOB-ID
           MOVE SPACES TO WS-JOBX-TEXT
           STRING FUNCTION UPPER-CASE(JR-TITLE) " "
               FUNCTION UPPER-CASE(JR-DESC) INTO WS-JOBX-TEXT
           MOVE 1 TO WS-JOBX-PTR
           PERFORM UNTIL WS-JOBX-PTR > 221
               MOVE SPACES TO WS-JOBX-WORD
               UNSTRING WS-JOBX-TEXT DELIMITED BY ALL SPACE
                   INTO WS-JOBX-WORD
                   WITH POINTER WS-JOBX-PTR
               END-UNSTRING
               IF WS-JOBX-WORD NOT = SPACES
                   MOVE WS-JOBX-WORD TO JX-TOKEN
                   WRITE JOB-INDEX-RECORD
               END-IF
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(JR-LOCATION) TO JX-TOKEN
           WRITE JOB-INDEX-RECORD
           MOVE FUNCTION UPPER-CASE(JR-CATEGORY) TO JX-TOKEN
           WRITE JOB-INDEX-RECORD
           MOVE FUNCTION UPPER-CASE(JR-EMPLOYER) TO JX-TOKEN
           WRITE JOB-INDEX-RECORD
           .

      *> NOMINATES THE JOB IDS WHOSE TOKENS CONTAIN THE CURRENT
      *> KEYWORD (WS-JOB-FILTER-KEYWORD-UPPER) SO THE BROWSE SCAN ONLY
      *> MEMBERSHIP-TESTS EACH LISTING INSTEAD OF INSPECTING ITS FULL
      *> TEXT. A MISSING INDEX OR A CANDIDATE SET BIGGER THAN THE
      *> TABLE FALLS BACK TO THE OLD FULL-TEXT SCAN -- CORRECT RESULTS
      *> BEAT THE SHORTCUT
       LOAD-JOB-KEYWORD-CANDIDATES.
           MOVE "N" TO WS-JOBX-USABLE
           MOVE 0 TO WS-JOBX-CAND-COUNT
      *> THE INDEX STORES ONE WORD PER ROW, SO A KEYWORD WITH AN
      *> EMBEDDED SPACE ("machine learning") CAN NEVER TALLY AGAINST A
      *> SINGLE TOKEN -- LEAVE THE INDEX UNUSED AND LET THE FULL-TEXT
      *> SCAN KEEP THE OLD SUBSTRING SEMANTICS
           MOVE SPACES TO WS-JOBX-KW-TRIMMED
           MOVE FUNCTION TRIM(WS-JOB-FILTER-KEYWORD-UPPER)
               TO WS-JOBX-KW-TRIMMED
           COMPUTE WS-JOBX-KW-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(WS-JOBX-KW-TRIMMED TRAILING))
           IF WS-JOBX-KW-LEN > 1
               MOVE 0 TO WS-JOBX-TALLY
               INSPECT WS-JOBX-KW-TRIMMED(1:WS-JOBX-KW-LEN)
                   TALLYING WS-JOBX-TALLY FOR ALL " "
               IF WS-JOBX-TALLY > 0
                   EXIT PARAGRAPH
               END-IF
           END-IF
           OPEN INPUT JOB-INDEX-FILE
           IF WS-JOB-INDEX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-JOBX-USABLE
           MOVE "N" TO WS-JOB-INDEX-EOF
           PERFORM UNTIL WS-JOB-INDEX-EOF = "Y"
                   OR WS-JOBX-USABLE = "N"
               READ JOB-INDEX-FILE INTO JOB-INDEX-RECORD
                   AT END MOVE "Y" TO WS-JOB-INDEX-EOF
                   NOT AT END
                       MOVE 0 TO WS-JOBX-TALLY
                       INSPECT JX-TOKEN TALLYING WS-JOBX-TALLY
                           FOR ALL FUNCTION TRIM(WS-JOB-FILTER-KEYWORD-UPPER)
                       IF WS-JOBX-TALLY > 0
                           PERFORM ADD-JOB-CANDIDATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOB-INDEX-FILE
           .

       ADD-JOB-CANDIDATE.
           MOVE "N" TO WS-JOBX-CAND-DUP
           PERFORM VARYING WS-JOBX-I FROM 1 BY 1
               UNTIL WS-JOBX-I > WS-JOBX-CAND-COUNT
               IF WS-JOBX-CAND-ID (WS-JOBX-I) = JX-JOB-ID
                   MOVE "Y" TO WS-JOBX-CAND-DUP
               END-IF
           END-PERFORM
           IF WS-JOBX-CAND-DUP = "N"
               IF WS-JOBX-CAND-COUNT < 200
                   ADD 1 TO WS-JOBX-CAND-COUNT
                   MOVE JX-JOB-ID
                       TO WS-JOBX-CAND-ID (WS-JOBX-CAND-COUNT)
               ELSE
                   MOVE "N" TO WS-JOBX-USABLE
               END-IF
           END-IF
           .

      *> LEAVES WS-JOBX-IN-TABLE = "Y" WHEN THE LISTING IN
      *> JOBS-FILE-RECORD WAS NOMINATED BY THE INDEX PASS
       CHECK-JOB-IN-CAND-TABLE.
           MOVE "N" TO WS-JOBX-IN-TABLE
           PERFORM VARYING WS-JOBX-I FROM 1 BY 1
               UNTIL WS-JOBX-I > WS-JOBX-CAND-COUNT
               IF WS-JOBX-CAND-ID (WS-JOBX-I) = JR-ID
                   MOVE "Y" TO WS-JOBX-IN-TABLE
               END-IF
           END-PERFORM
           .

      *> PULLS THE FIRST RUN OF DIGITS OUT OF WS-SALARY-PARSE-INPUT AND
      *> RETURNS IT AS A NUMBER IN WS-SALARY-PARSE-RESULT, SKIPPING OVER
      *> PUNCTUATION LIKE "$" AND "," SO TEXT SUCH AS "$50,000/YEAR" OR
      *> "40/HR" CAN BE COMPARED AGAINST A PLAIN NUMERIC MINIMUM -- A
      *> FIELD WITH NO DIGITS AT ALL (BLANK OR "NEGOTIABLE") RESULTS IN 0
       PARSE-SALARY-TEXT.
           MOVE 0 TO WS-SALARY-PARSE-RESULT
           MOVE SPACES TO WS-SALARY-PARSE-DIGITS
           MOVE "N" TO WS-SALARY-PARSE-STARTED
           MOVE 0 TO WS-SALARY-PARSE-OUT-IDX
           PERFORM VARYING WS-SALARY-PARSE-IDX FROM 1 BY 1
                   UNTIL WS-SALARY-PARSE-IDX > 20
               MOVE WS-SALARY-PARSE-INPUT(WS-SALARY-PARSE-IDX:1)
                   TO WS-SALARY-PARSE-CHAR
               IF WS-SALARY-PARSE-CHAR IS NUMERIC
                   ADD 1 TO WS-SALARY-PARSE-OUT-IDX
                   MOVE WS-SALARY-PARSE-CHAR
                       TO WS-SALARY-PARSE-DIGITS(WS-SALARY-PARSE-OUT-IDX:1)
                   MOVE "Y" TO WS-SALARY-PARSE-STARTED
               ELSE
                   IF WS-SALARY-PARSE-CHAR = ","
                       CONTINUE
                   ELSE
                       IF WS-SALARY-PARSE-STARTED = "Y"
                           MOVE 21 TO WS-SALARY-PARSE-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SALARY-PARSE-DIGITS NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-SALARY-PARSE-DIGITS)
                   TO WS-SALARY-PARSE-RESULT
           END-IF
           .

      *> SHOWS ONE PAGE (WS-BROWSE-PAGE-SIZE ENTRIES) OF THE SORTED
      *> browse_work.tmp, WITH THE OVERALL MATCH NUMBER OUT FRONT AND
      *> THE TRUE TOTAL IN THE HEADING
       DISPLAY-BROWSE-JOB-PAGE.
           MOVE SPACES TO OUTPUT-RECORD
           STRING "--- Page " WS-BROWSE-PAGE " of " WS-BROWSE-TOTAL-PAGES
               " (" WS-BROWSE-JOB-COUNT " matching jobs) ---" INTO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           COMPUTE WS-BROWSE-START-IDX = ((WS-BROWSE-PAGE - 1) * WS-BROWSE-PAGE-SIZE) + 1
           COMPUTE WS-BROWSE-END-IDX = WS-BROWSE-PAGE * WS-BROWSE-PAGE-SIZE
           IF WS-BROWSE-END-IDX > WS-BROWSE-JOB-COUNT
               MOVE WS-BROWSE-JOB-COUNT TO WS-BROWSE-END-IDX
           END-IF

           MOVE 0 TO WS-BROWSE-I
           MOVE "N" TO WS-BROWSE-WORK-EOF
           OPEN INPUT BROWSE-WORK-FILE
           IF WS-BROWSE-WORK-STATUS NOT = "00"
               MOVE "Y" TO WS-BROWSE-WORK-EOF
           END-IF
           PERFORM UNTIL WS-BROWSE-WORK-EOF = "Y"
                   OR WS-BROWSE-I >= WS-BROWSE-END-IDX
               READ BROWSE-WORK-FILE INTO BROWSE-WORK-RECORD
                   AT END MOVE "Y" TO WS-BROWSE-WORK-EOF
                   NOT AT END
                       ADD 1 TO WS-BROWSE-I
                       IF WS-BROWSE-I >= WS-BROWSE-START-IDX
                           MOVE SPACES TO WS-SPL-LABEL
                           IF BW-SPONSORED = "Y"
                               MOVE " [Sponsored]" TO WS-SPL-LABEL
                           END-IF
                           MOVE SPACES TO OUTPUT-RECORD
                           STRING WS-BROWSE-I ". "
                               FUNCTION TRIM(BW-TITLE TRAILING)
                               " at " FUNCTION TRIM(BW-EMPLOYER TRAILING)
                               " (" FUNCTION TRIM(BW-LOCATION TRAILING)
                               ")" WS-SPL-LABEL INTO OUTPUT-RECORD
                           END-STRING
                           DISPLAY OUTPUT-RECORD
                           WRITE OUTPUT-RECORD
      *> EVERY TIME A SPONSORED ENTRY IS PUT IN FRONT OF SOMEONE --
      *> PAGING BACK TO IT COUNTS AGAIN, AS IT WOULD ON A JOB BOARD
                           IF BW-SPONSORED = "Y"
                               MOVE BW-ID TO WS-SPM-JOB-ID
                               MOVE 1 TO WS-SPM-FIELD
                               PERFORM BUMP-SPONSORED-METER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BROWSE-WORK-STATUS NOT = "35"
               CLOSE BROWSE-WORK-FILE
           END-IF

           MOVE "Enter a job number for details, N)ext page, P)revious page, or 0 to go back:"
               TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           .

       VIEW-JOB-DETAILS.
           OPEN INPUT JOBS-FILE
           MOVE 'N' TO WS-TARGET-JOB-ID-FOUND
           MOVE WS-TARGET-JOB-ID TO JR-ID
           READ JOBS-FILE KEY IS JR-ID
               INVALID KEY
                   MOVE 'N' TO WS-TARGET-JOB-ID-FOUND
               NOT INVALID KEY
                           MOVE 'Y' TO WS-TARGET-JOB-ID-FOUND

                           IF JR-STATUS = "C" OR JR-STATUS = "E"
                               MOVE "This job listing is no longer accepting applications." TO OUTPUT-RECORD
                               DISPLAY OUTPUT-RECORD
                               WRITE OUTPUT-RECORD
                           ELSE
                               MOVE "=== Job Details ===" TO OUTPUT-RECORD
                               DISPLAY OUTPUT-RECORD
                               WRITE OUTPUT-RECORD

                               MOVE SPACES TO OUTPUT-RECORD
                               STRING "Title: " JR-TITLE INTO OUTPUT-RECORD
                               DISPLAY OUTPUT-RECORD
                               WRITE OUTPUT-RECORD

                               MOVE SPACES TO OUTPUT-RECORD
                               STRING "Description: " JR-DESC INTO OUTPUT-RECORD
                               DISPLAY OUTPUT-RECORD
                               WRITE OUTPUT-RECORD

                               MOVE SPACES TO OUTPUT-RECORD
                               STRING "Employer: " JR-EMPLOYER INTO OUTPUT-RECORD
                               DISPLAY OUTPUT-RECORD
                               WRITE OUTPUT-RECORD

                               MOVE SPACES TO OUTPUT-RECORD
                               STRING "Location: " JR-LOCATION INTO OUTPUT-RECORD
                               DISPLAY OUTPUT-RECORD
                               WRITE OUTPUT-RECORD

                               IF JR-SALARY NOT = SPACES
                                   MOVE SPACES TO OUTPUT-RECORD
                                   STRING "Salary: " JR-SALARY INTO OUTPUT-RECORD
                                   DISPLAY OUTPUT-RECORD
                                   WRITE OUTPUT-RECORD
                               END-IF

                               IF JR-CATEGORY NOT = SPACES
                                   MOVE SPACES TO OUTPUT-RECORD
                                   STRING "Category: " JR-CATEGORY INTO OUTPUT-RECORD
                                   DISPLAY OUTPUT-RECORD
                                   WRITE OUTPUT-RECORD
                               END-IF

                               IF JR-SPONSORSHIP = "Y"
                                   MOVE "Visa sponsorship: Available" TO OUTPUT-RECORD
                                   DISPLAY OUTPUT-RECORD
                                   WRITE OUTPUT-RECORD
                               END-IF
                               IF JR-SPONSORSHIP = "N"
                                   MOVE "Visa sponsorship: Not available - work authorization required" TO OUTPUT-RECORD
                                   DISPLAY OUTPUT-RECORD
                                   WRITE OUTPUT-RECORD
                               END-IF

                               MOVE "1. Apply for this Job" TO OUTPUT-RECORD
                               DISPLAY OUTPUT-RECORD
                               WRITE OUTPUT-RECORD
                               MOVE "2. Back to Job List" TO OUTPUT-RECORD
                               DISPLAY OUTPUT-RECORD
                               WRITE OUTPUT-RECORD
                               MOVE "3. Save for Later" TO OUTPUT-RECORD
                               DISPLAY OUTPUT-RECORD
                               WRITE OUTPUT-RECORD
                               MOVE "4. View Company Page" TO OUTPUT-RECORD
                               DISPLAY OUTPUT-RECORD
                               WRITE OUTPUT-RECORD
                               MOVE "5. Share This Job" TO OUTPUT-RECORD
                               DISPLAY OUTPUT-RECORD
                               WRITE OUTPUT-RECORD

                               READ INPUT-FILE INTO WS-TEMP-INPUT
                                   AT END PERFORM NOTE-END-OF-INPUT
                                   NOT AT END
                                       PERFORM COUNT-INPUT-LINE
                                       IF WS-TEMP-INPUT(1:1) = "1"
                                           PERFORM APPLY-FOR-JOB
                                       END-IF
                                       IF WS-TEMP-INPUT(1:1) = "3"
                                           PERFORM SAVE-JOB-FOR-LATER
                                       END-IF
                                       IF WS-TEMP-INPUT(1:1) = "4"
                                           PERFORM VIEW-COMPANY-PAGE
                                       END-IF
                                       IF WS-TEMP-INPUT(1:1) = "5"
                                           PERFORM SHARE-JOB-WITH-CONNECTION
                                       END-IF
                               END-READ
                           END-IF
           IF WS-TARGET-JOB-ID-FOUND = 'N'
             MOVE "Error. No job by provided number found! (see below)" TO OUTPUT-RECORD
             DISPLAY OUTPUT-RECORD
             WRITE OUTPUT-RECORD
             MOVE WS-TARGET-JOB-ID TO OUTPUT-RECORD
             DISPLAY OUTPUT-RECORD
             WRITE OUTPUT-RECORD
           END-IF
           CLOSE JOBS-FILE
           .

       APPLY-FOR-JOB.
           OPEN INPUT APPLICATIONS-FILE
           MOVE 'N' TO WS-TARGET-JOB-ID-APPLIED
           MOVE CURRENT-USERNAME TO APP-USERNAME
           MOVE WS-TARGET-JOB-ID TO APP-JOB-ID
           READ APPLICATIONS-FILE KEY IS APP-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-TARGET-JOB-ID-APPLIED
           END-READ
           CLOSE APPLICATIONS-FILE

      *> A STUDENT WHO NEEDS SPONSORSHIP IS WARNED OFF A LISTING THAT
      *> WILL NOT SPONSOR (JOBS-FILE-RECORD IS STILL THE LISTING
      *> VIEW-JOB-DETAILS READ) -- THE CHOICE TO GO AHEAD STAYS THEIRS
           IF WS-TARGET-JOB-ID-APPLIED = 'N'
               MOVE CURRENT-USERNAME TO WS-WORK-AUTH-USERNAME
               PERFORM CHECK-SPONSORSHIP-MATCH
               IF WS-SPONSOR-MATCH = "N"
                   MOVE "Warning: this listing requires existing work authorization and will not sponsor a visa, which your profile says you need." TO OUTPUT-RECORD
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
                   MOVE "Submit the application anyway? (Y/N):" TO OUTPUT-RECORD
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
                   MOVE SPACES TO WS-TEMP-INPUT
                   IF WS-EOF-FLAG NOT = "Y"
                       READ INPUT-FILE INTO WS-TEMP-INPUT
                           AT END PERFORM NOTE-END-OF-INPUT
                           NOT AT END PERFORM COUNT-INPUT-LINE
                       END-READ
                   END-IF
                   IF FUNCTION UPPER-CASE(WS-TEMP-INPUT(1:1)) NOT = "Y"
                       MOVE "Application not submitted." TO OUTPUT-RECORD
                       DISPLAY OUTPUT-RECORD
                       WRITE OUTPUT-RECORD
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF

           IF WS-TARGET-JOB-ID-APPLIED = 'N'
      *> A SHORT COVER NOTE TRAVELS WITH THE APPLICATION, LIKE THE
      *> COVER LETTER IN A MAILED ONE
             MOVE "Cover note (optional, max 200 chars, blank = none):" TO OUTPUT-RECORD
             DISPLAY OUTPUT-RECORD
             WRITE OUTPUT-RECORD
             MOVE SPACES TO WS-APP-COVER-NOTE
             IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-APP-COVER-NOTE
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
             END-IF

      *> FREEZE THE KEY PROFILE FIELDS INTO THE APPLICATION SO THE
      *> EMPLOYER SEES THE PROFILE AS IT STOOD AT SUBMISSION TIME
             PERFORM LOAD-PROFILE
             CLOSE PROFILE-FILE

             OPEN I-O APPLICATIONS-FILE
             MOVE CURRENT-USERNAME TO APP-USERNAME
             MOVE WS-TARGET-JOB-ID TO APP-JOB-ID
             MOVE "A" TO APP-STATUS
             MOVE WS-APP-COVER-NOTE TO APP-COVER-NOTE
             MOVE SPACES TO APP-NAME
             MOVE SPACES TO APP-UNIVERSITY
             MOVE SPACES TO APP-MAJOR
             MOVE 0 TO APP-GRAD-YEAR
             MOVE SPACES TO APP-EXP-SUMMARY
             MOVE SPACES TO APP-RESUME-LINK
             IF FOUND-PROFILE-FLAG = "Y"
                 STRING PR-FIRST-NAME DELIMITED BY SPACE
                        " " DELIMITED BY SIZE
                        PR-LAST-NAME DELIMITED BY SPACE
                        INTO APP-NAME
                 END-STRING
                 MOVE PR-UNIVERSITY TO APP-UNIVERSITY
                 MOVE PR-MAJOR TO APP-MAJOR
                 MOVE PR-GRAD-YEAR TO APP-GRAD-YEAR
                 IF PR-EXP-COUNT > 0
                     STRING FUNCTION TRIM(PR-EXP-TITLE(1) TRAILING)
                            " at " DELIMITED BY SIZE
                            FUNCTION TRIM(PR-EXP-COMPANY(1) TRAILING)
                            INTO APP-EXP-SUMMARY
                     END-STRING
                 END-IF
                 MOVE PR-RESUME-LINK TO APP-RESUME-LINK
      *> WITH A DOCUMENT LOCKER ON FILE, THE APPLICANT PICKS WHICH
      *> VERSION THIS APPLICATION FREEZES -- NO MORE OVERWRITING THE
      *> ONE PROFILE FIELD BACK AND FORTH BEFORE EVERY APPLICATION
                 PERFORM OFFER-DOCUMENT-CHOICE
             END-IF
             MOVE "APPLICATIONS" TO WS-JOURNAL-FILE-ID
             MOVE "A" TO WS-JOURNAL-ACTION
             MOVE SPACES TO WS-JOURNAL-KEY
             MOVE APP-USERNAME TO WS-JOURNAL-KEY(1:20)
             MOVE APP-JOB-ID TO WS-JOURNAL-KEY(21:4)
             MOVE APPLICATION-RECORD TO WS-JOURNAL-IMAGE
             PERFORM WRITE-JOURNAL-RECORD
             WRITE APPLICATION-RECORD
                 INVALID KEY CONTINUE
             END-WRITE
             CLOSE APPLICATIONS-FILE

             MOVE CURRENT-USERNAME TO WS-APP-HIST-USERNAME
             MOVE WS-TARGET-JOB-ID TO WS-APP-HIST-JOB-ID
             MOVE SPACE TO WS-APP-HIST-OLD
             MOVE "A" TO WS-APP-HIST-NEW
             PERFORM WRITE-APP-HISTORY-RECORD

             MOVE CURRENT-USERNAME TO WS-AUDIT-USERNAME
             MOVE "APPLYJOB" TO WS-AUDIT-ACTION
             MOVE WS-TARGET-JOB-ID TO WS-AUDIT-KEY
             PERFORM WRITE-AUDIT-RECORD

             IF WS-SPL-VIA-PLACEMENT = "Y"
                 MOVE WS-TARGET-JOB-ID TO WS-SPM-JOB-ID
                 MOVE 3 TO WS-SPM-FIELD
                 PERFORM BUMP-SPONSORED-METER
             END-IF

      *> this can be changed to MOVE SPACES TO OUTPUT-RECORD
             MOVE SPACES TO WS-MESSAGE
             STRING "Application submitted for " FUNCTION TRIM(JR-TITLE TRAILING)
                    " at " FUNCTION TRIM(JR-EMPLOYER TRAILING) INTO WS-MESSAGE
             END-STRING
             DISPLAY WS-MESSAGE
             MOVE WS-MESSAGE TO OUTPUT-RECORD
             WRITE OUTPUT-RECORD
             PERFORM OFFER-EEO-SELF-ID
           ELSE
             MOVE "Sorry, you've already applied for this job" TO OUTPUT-RECORD
             DISPLAY OUTPUT-RECORD
             WRITE OUTPUT-RECORD
           END-IF
           .

      *> BOOKMARKS THE LISTING IN JOBS-FILE-RECORD (STILL LOADED BY
      *> VIEW-JOB-DETAILS) SO IT CAN BE FOUND AGAIN FROM "MY SAVED JOBS"
      *> WITHOUT RE-RUNNING THE SEARCH -- DUPLICATE SAVES ARE REFUSED
       SAVE-JOB-FOR-LATER.
           MOVE "N" TO WS-SAVED-JOB-FOUND
           MOVE "N" TO WS-SAVED-JOBS-EOF
           OPEN INPUT SAVED-JOBS-FILE
           IF WS-SAVED-JOBS-STATUS NOT = "00"
               MOVE "Y" TO WS-SAVED-JOBS-EOF
           END-IF
           PERFORM UNTIL WS-SAVED-JOBS-EOF = "Y" OR WS-SAVED-JOB-FOUND = "Y"
               READ SAVED-JOBS-FILE INTO SAVED-JOB-RECORD
                   AT END MOVE "Y" TO WS-SAVED-JOBS-EOF
                   NOT AT END
                       IF SJ-USERNAME = CURRENT-USERNAME
                          AND SJ-JOB-ID = WS-TARGET-JOB-ID
                           MOVE "Y" TO WS-SAVED-JOB-FOUND
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SAVED-JOBS-STATUS NOT = "35"
               CLOSE SAVED-JOBS-FILE
           END-IF

           IF WS-SAVED-JOB-FOUND = "Y"
               MOVE "This job is already in your saved list." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND SAVED-JOBS-FILE
           IF WS-SAVED-JOBS-STATUS NOT = "00"
               OPEN OUTPUT SAVED-JOBS-FILE
           END-IF
           MOVE CURRENT-USERNAME TO SJ-USERNAME
           MOVE WS-TARGET-JOB-ID TO SJ-JOB-ID
           WRITE SAVED-JOB-RECORD
           CLOSE SAVED-JOBS-FILE

           MOVE "Job saved. Find it under My Saved Jobs in the job menu." TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           .

      *> SENDS THE LISTING IN JOBS-FILE-RECORD TO A CONNECTION AS A
      *> STRUCTURED "JOBSHARE" MESSAGE -- NO MORE HAND-TYPING JOB IDS
      *> INTO CHAT. THE USUAL CONNECTION RULE FOR MESSAGING APPLIES
       SHARE-JOB-WITH-CONNECTION.
           MOVE "Share with which connection? Enter their username:" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-SHARE-RECIPIENT
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-SHARE-RECIPIENT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF
           IF WS-EOF-FLAG = "Y" OR WS-SHARE-RECIPIENT = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SHARE-RECIPIENT TO WS-MSG-RECIPIENT
           PERFORM CHECK-IF-CONNECTED
           IF WS-CONNECTED-FLAG = "N"
               MOVE "You can only share a job with users you are connected with." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           OPEN I-O MESSAGES-FILE
           IF WS-MESSAGES-STATUS NOT = "00"
               OPEN OUTPUT MESSAGES-FILE
               CLOSE MESSAGES-FILE
               OPEN I-O MESSAGES-FILE
           END-IF
           ADD 1 TO WS-NEXT-MSG-ID
           MOVE WS-NEXT-MSG-ID TO MS-ID
           PERFORM PERSIST-NEXT-JOB-ID
           MOVE CURRENT-USERNAME TO MS-SENDER
           MOVE WS-SHARE-RECIPIENT TO MS-RECIPIENT
           MOVE SPACES TO MS-CONTENT
           STRING "JOBSHARE " WS-TARGET-JOB-ID " "
               FUNCTION TRIM(JR-TITLE TRAILING)
               " at " FUNCTION TRIM(JR-EMPLOYER TRAILING)
               INTO MS-CONTENT
           END-STRING
           MOVE FUNCTION CURRENT-DATE(1:14) TO MS-TIMESTAMP
           MOVE "U" TO MS-STATUS
      *> THE JOBSHARE CONTENT CARRIES ITS OWN JOB ID -- NO CHANNEL LABEL
           MOVE 0 TO MS-JOB-ID
           MOVE "MESSAGES" TO WS-JOURNAL-FILE-ID
           MOVE "A" TO WS-JOURNAL-ACTION
           MOVE SPACES TO WS-JOURNAL-KEY
           MOVE MS-SENDER TO WS-JOURNAL-KEY(1:20)
           MOVE MS-RECIPIENT TO WS-JOURNAL-KEY(21:20)
           MOVE MESSAGE-RECORD TO WS-JOURNAL-IMAGE
           PERFORM WRITE-JOURNAL-RECORD
      *> A PRIME-KEY COLLISION HERE MEANS THE SEQUENCE COUNTER WAS
      *> DAMAGED -- SAY SO INSTEAD OF LOSING THE MESSAGE SILENTLY
           WRITE MESSAGE-RECORD
               INVALID KEY
                   MOVE "Message could not be stored - please try again." TO OUTPUT-RECORD
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
           END-WRITE
           CLOSE MESSAGES-FILE

           MOVE CURRENT-USERNAME TO WS-AUDIT-USERNAME
           MOVE "SENDMSG" TO WS-AUDIT-ACTION
           MOVE WS-SHARE-RECIPIENT TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-RECORD

           MOVE "Job shared." TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

      *> A SHARE CAN BE UPGRADED TO A FORMAL REFERRAL: THE EMPLOYER
      *> SEES THE ENDORSEMENT AGAINST THE APPLICATION AND THE REFERRER
      *> HEARS HOW IT ENDED
           MOVE "Also record a formal referral with an endorsement? (Y/N):" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF FUNCTION UPPER-CASE(WS-TEMP-INPUT(1:1)) = "Y"
                           PERFORM RECORD-JOB-REFERRAL
                       END-IF
               END-READ
           END-IF
           .

      *> WRITES THE referrals.doc ROW FOR THE SHARE JUST SENT (THE
      *> RECIPIENT AND JOB ARE STILL IN WS-SHARE-RECIPIENT /
      *> WS-TARGET-JOB-ID) AND TELLS THE CANDIDATE THEY WERE REFERRED
       RECORD-JOB-REFERRAL.
           MOVE "Endorsement (one line, shown to the employer):" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-REFER-ENDORSEMENT
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-REFER-ENDORSEMENT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF

           OPEN EXTEND REFERRALS-FILE
           IF WS-REFERRALS-STATUS NOT = "00"
               OPEN OUTPUT REFERRALS-FILE
           END-IF
           MOVE CURRENT-USERNAME TO RF-REFERRER
           MOVE WS-SHARE-RECIPIENT TO RF-CANDIDATE
           MOVE WS-TARGET-JOB-ID TO RF-JOB-ID
           MOVE WS-REFER-ENDORSEMENT TO RF-ENDORSEMENT
           MOVE FUNCTION CURRENT-DATE(1:8) TO RF-DATE
           MOVE "P" TO RF-OUTCOME
           WRITE REFERRAL-RECORD
           CLOSE REFERRALS-FILE

           MOVE CURRENT-USERNAME TO WS-AUDIT-USERNAME
           MOVE "REFERJOB" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING WS-TARGET-JOB-ID " "
               FUNCTION TRIM(WS-SHARE-RECIPIENT TRAILING)
               INTO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-RECORD

           MOVE WS-SHARE-RECIPIENT TO WS-NOTIFY-USERNAME
           MOVE SPACES TO WS-NOTIFY-TEXT
           STRING FUNCTION TRIM(CURRENT-USERNAME TRAILING)
               " referred you for job " WS-TARGET-JOB-ID "."
               INTO WS-NOTIFY-TEXT
           END-STRING
           MOVE "S" TO WS-NOTIFY-CATEGORY
           PERFORM WRITE-NOTIFICATION-RECORD

           MOVE "Referral recorded." TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           .

      *> SETTLES ANY PENDING REFERRAL FOR WS-REFER-CANDIDATE /
      *> WS-REFER-JOB-ID WITH OUTCOME WS-REFER-OUTCOME ("H"/"R") AND
      *> NOTIFIES THE REFERRER -- EMPLOYERS KEEP SAYING REFERRED
      *> CANDIDATES ARE THEIR BEST HIRES, SO THE LOOP GETS CLOSED
       NOTIFY-REFERRER-OUTCOME.
           MOVE "N" TO WS-REFERRALS-EOF
           OPEN I-O REFERRALS-FILE
           IF WS-REFERRALS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-REFERRALS-EOF = "Y"
               READ REFERRALS-FILE INTO REFERRAL-RECORD
                   AT END MOVE "Y" TO WS-REFERRALS-EOF
                   NOT AT END
                       IF RF-CANDIDATE = WS-REFER-CANDIDATE
                          AND RF-JOB-ID = WS-REFER-JOB-ID
                          AND RF-OUTCOME = "P"
                           MOVE WS-REFER-OUTCOME TO RF-OUTCOME
                           REWRITE REFERRAL-RECORD
                           MOVE RF-REFERRER TO WS-NOTIFY-USERNAME
                           MOVE SPACES TO WS-NOTIFY-TEXT
                           IF WS-REFER-OUTCOME = "H"
                               STRING "Your referral of "
                                   FUNCTION TRIM(RF-CANDIDATE TRAILING)
                                   " for job " RF-JOB-ID
                                   " ended in a hire." INTO WS-NOTIFY-TEXT
                           ELSE
                               STRING "Your referral of "
                                   FUNCTION TRIM(RF-CANDIDATE TRAILING)
                                   " for job " RF-JOB-ID
                                   " was not selected." INTO WS-NOTIFY-TEXT
                           END-IF
                           MOVE "S" TO WS-NOTIFY-CATEGORY
                           PERFORM WRITE-NOTIFICATION-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REFERRALS-FILE
           .

      *> RE-READS EVERY SAVED JR-ID AGAINST THE INDEXED jobs.doc SO THE
      *> LIST SHOWS CURRENT REALITY: STILL-OPEN LISTINGS, ONES THAT HAVE
      *> CLOSED OR EXPIRED SINCE THEY WERE SAVED, AND ONES REMOVED
      *> OUTRIGHT
       VIEW-SAVED-JOBS.
           MOVE "--- My Saved Jobs ---" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE 0 TO WS-SAVED-JOB-COUNT
           MOVE "N" TO WS-SAVED-JOBS-EOF
           OPEN INPUT SAVED-JOBS-FILE
           IF WS-SAVED-JOBS-STATUS NOT = "00"
               MOVE "Y" TO WS-SAVED-JOBS-EOF
           END-IF
           IF WS-SAVED-JOBS-EOF = "N"
               OPEN INPUT JOBS-FILE
           END-IF
           PERFORM UNTIL WS-SAVED-JOBS-EOF = "Y"
               READ SAVED-JOBS-FILE INTO SAVED-JOB-RECORD
                   AT END MOVE "Y" TO WS-SAVED-JOBS-EOF
                   NOT AT END
                       IF SJ-USERNAME = CURRENT-USERNAME
                           ADD 1 TO WS-SAVED-JOB-COUNT
                           MOVE SJ-JOB-ID TO JR-ID
                           READ JOBS-FILE KEY IS JR-ID
                               INVALID KEY
                                   MOVE SPACES TO OUTPUT-RECORD
                                   STRING "Job " SJ-JOB-ID
                                       " - listing no longer exists"
                                       INTO OUTPUT-RECORD
                                   DISPLAY OUTPUT-RECORD
      *> END-WRITE SO THE NOT INVALID KEY BELOW BINDS TO THE READ,
      *> NOT TO THIS WRITE
                                   WRITE OUTPUT-RECORD
                                   END-WRITE
                               NOT INVALID KEY
                                   MOVE SPACES TO OUTPUT-RECORD
                                   EVALUATE JR-STATUS
                                       WHEN "C"
                                           STRING "Job " JR-ID " - "
                                               FUNCTION TRIM(JR-TITLE TRAILING)
                                               " at "
                                               FUNCTION TRIM(JR-EMPLOYER TRAILING)
                                               " (CLOSED)" INTO OUTPUT-RECORD
                                       WHEN "E"
                                           STRING "Job " JR-ID " - "
                                               FUNCTION TRIM(JR-TITLE TRAILING)
                                               " at "
                                               FUNCTION TRIM(JR-EMPLOYER TRAILING)
                                               " (EXPIRED)" INTO OUTPUT-RECORD
                                       WHEN OTHER
                                           STRING "Job " JR-ID " - "
                                               FUNCTION TRIM(JR-TITLE TRAILING)
                                               " at "
                                               FUNCTION TRIM(JR-EMPLOYER TRAILING)
                                               " (Open)" INTO OUTPUT-RECORD
                                   END-EVALUATE
                                   DISPLAY OUTPUT-RECORD
                                   WRITE OUTPUT-RECORD
                           END-READ
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SAVED-JOBS-STATUS NOT = "35"
               CLOSE SAVED-JOBS-FILE
               CLOSE JOBS-FILE
           END-IF

           IF WS-SAVED-JOB-COUNT = 0
               MOVE "You have no saved jobs." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF
           .

       VIEW-MY-APPLICATIONS.
           MOVE "--- Your Job Applications ---" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE 0 TO WS-COUNTER

           OPEN INPUT APPLICATIONS-FILE
           MOVE 'N' TO WS-APPLICATIONS-EOF
           MOVE CURRENT-USERNAME TO APP-USERNAME
           MOVE 0 TO APP-JOB-ID
           START APPLICATIONS-FILE KEY >= APP-KEY
               INVALID KEY MOVE 'Y' TO WS-APPLICATIONS-EOF
           END-START
           PERFORM UNTIL WS-APPLICATIONS-EOF = 'Y'
               READ APPLICATIONS-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-APPLICATIONS-EOF
                   NOT AT END
                       IF APP-USERNAME = CURRENT-USERNAME
                           ADD 1 TO WS-COUNTER
                           PERFORM SHOW-APPLICATION-DETAIL
                       ELSE
                           MOVE 'Y' TO WS-APPLICATIONS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPLICATIONS-FILE

           MOVE SPACES TO OUTPUT-RECORD
           STRING "Total Applications: " WS-COUNTER INTO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

      *> INTERVIEW OFFERS AND FORMAL JOB OFFERS HANG OFF THE
      *> APPLICATIONS LIST -- NEITHER THE SCHEDULING NOR THE OFFER
      *> DECISION HAPPENS BY PHONE ANY MORE
           MOVE "Enter 1 to review interview offers, 2 to review job offers, 3 to withdraw an application, or 0 to go back:" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF WS-TEMP-INPUT(1:1) = "1"
                           PERFORM VIEW-INTERVIEW-OFFERS
                       END-IF
                       IF WS-TEMP-INPUT(1:1) = "2"
                           PERFORM VIEW-JOB-OFFERS
                       END-IF
                       IF WS-TEMP-INPUT(1:1) = "3"
                           PERFORM WITHDRAW-APPLICATION
                       END-IF
               END-READ
           END-IF
           .

      *> MARKS ONE OF THE STUDENT'S OWN LIVE APPLICATIONS "W" WITHDRAWN
      *> -- WITHOUT THIS, A STUDENT WHO TOOK ANOTHER JOB JUST GHOSTED
      *> THE EMPLOYER AND STAYED ON THEIR APPLICANT LIST AS A LIVE
      *> CANDIDATE. THE TRANSITION GOES THROUGH app_history.doc LIKE
      *> EVERY OTHER ONE, THE POSTER IS NOTIFIED, AND ANY PENDING
      *> INTERVIEW OFFER OR JOB OFFER FOR THE PAIR IS CLEANED UP
       WITHDRAW-APPLICATION.
           MOVE "Enter the job ID of the application to withdraw:" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE 0 TO WS-WITHDRAW-JOB-ID
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       MOVE FUNCTION NUMVAL(WS-TEMP-INPUT)
                           TO WS-WITHDRAW-JOB-ID
               END-READ
           END-IF
           IF WS-WITHDRAW-JOB-ID = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-WITHDRAW-FOUND
           OPEN I-O APPLICATIONS-FILE
           MOVE CURRENT-USERNAME TO APP-USERNAME
           MOVE WS-WITHDRAW-JOB-ID TO APP-JOB-ID
           READ APPLICATIONS-FILE KEY IS APP-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF APP-STATUS NOT = "R"
                      AND APP-STATUS NOT = "H"
                      AND APP-STATUS NOT = "D"
                      AND APP-STATUS NOT = "W"
                       MOVE APP-STATUS TO WS-APP-HIST-OLD
                       MOVE "W" TO APP-STATUS
                       MOVE "APPLICATIONS" TO WS-JOURNAL-FILE-ID
                       MOVE "U" TO WS-JOURNAL-ACTION
                       MOVE SPACES TO WS-JOURNAL-KEY
                       MOVE APP-USERNAME TO WS-JOURNAL-KEY(1:20)
                       MOVE APP-JOB-ID TO WS-JOURNAL-KEY(21:4)
                       MOVE APPLICATION-RECORD TO WS-JOURNAL-IMAGE
                       PERFORM WRITE-JOURNAL-RECORD
                       REWRITE APPLICATION-RECORD
                       MOVE APP-USERNAME TO WS-APP-HIST-USERNAME
                       MOVE APP-JOB-ID TO WS-APP-HIST-JOB-ID
                       MOVE APP-STATUS TO WS-APP-HIST-NEW
                       PERFORM WRITE-APP-HISTORY-RECORD
                       MOVE "Y" TO WS-WITHDRAW-FOUND
                   END-IF
           END-READ
           CLOSE APPLICATIONS-FILE

           IF WS-WITHDRAW-FOUND NOT = "Y"
               MOVE "No live application found for that job ID." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE CURRENT-USERNAME TO WS-AUDIT-USERNAME
           MOVE "WITHDRAWAPP" TO WS-AUDIT-ACTION
           MOVE WS-WITHDRAW-JOB-ID TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-RECORD

      *> A WITHDRAWN CANDIDATE HAS NO BUSINESS KEEPING A PENDING
      *> INTERVIEW OFFER OR JOB OFFER ON FILE
           MOVE CURRENT-USERNAME TO WS-INTERVIEW-USERNAME
           MOVE WS-WITHDRAW-JOB-ID TO WS-INTERVIEW-JOB-ID
           PERFORM REMOVE-INTERVIEW-RECORD
           MOVE CURRENT-USERNAME TO WS-OFFER-USERNAME
           MOVE WS-WITHDRAW-JOB-ID TO WS-OFFER-JOB-ID
           PERFORM REMOVE-OFFER-RECORD

      *> TELL THE POSTER SO THEY STOP SCHEDULING INTERVIEWS WITH
      *> SOMEONE WHO IS GONE
           OPEN INPUT JOBS-FILE
           MOVE WS-WITHDRAW-JOB-ID TO JR-ID
           READ JOBS-FILE KEY IS JR-ID
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE JR-AUTHOR-USERNAME TO WS-NOTIFY-USERNAME
                   MOVE SPACES TO WS-NOTIFY-TEXT
                   STRING FUNCTION TRIM(CURRENT-USERNAME TRAILING)
                       " withdrew their application for job "
                       WS-WITHDRAW-JOB-ID "." INTO WS-NOTIFY-TEXT
                   END-STRING
                   MOVE "A" TO WS-NOTIFY-CATEGORY
                   PERFORM WRITE-NOTIFICATION-RECORD
           END-READ
           CLOSE JOBS-FILE

           MOVE "Application withdrawn." TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           .

       SHOW-APPLICATION-DETAIL.
      *> JOBS-FILE IS INDEXED ON JR-ID, SO GO STRAIGHT TO THE RECORD
      *> INSTEAD OF SCANNING THE WHOLE FILE FOR EVERY APPLICATION SHOWN
           OPEN INPUT JOBS-FILE
           MOVE APP-JOB-ID TO JR-ID
           READ JOBS-FILE KEY IS JR-ID
               INVALID KEY CONTINUE
               NOT INVALID KEY
      *> THE JOB ID LEADS THE DETAIL SO THE STUDENT CAN QUOTE IT BACK
      *> TO THE WITHDRAW PROMPT BELOW
                   MOVE SPACES TO OUTPUT-RECORD
                   STRING "Job " JR-ID ": " FUNCTION TRIM(JR-TITLE TRAILING) INTO OUTPUT-RECORD
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD

                   MOVE SPACES TO OUTPUT-RECORD
                   STRING "Employer: " FUNCTION TRIM(JR-EMPLOYER TRAILING) INTO OUTPUT-RECORD
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD

                   MOVE SPACES TO OUTPUT-RECORD
                   STRING "Location: " FUNCTION TRIM(JR-LOCATION TRAILING) INTO OUTPUT-RECORD
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD

                   EVALUATE APP-STATUS
                     WHEN "U"
                       MOVE "Status: Under Review" TO OUTPUT-RECORD
                     WHEN "I"
                       MOVE "Status: Interview" TO OUTPUT-RECORD
                     WHEN "O"
                       MOVE "Status: Offer Extended" TO OUTPUT-RECORD
                     WHEN "H"
                       MOVE "Status: Hired" TO OUTPUT-RECORD
                     WHEN "R"
                       MOVE "Status: Rejected" TO OUTPUT-RECORD
                     WHEN "D"
                       MOVE "Status: Offer Declined" TO OUTPUT-RECORD
                     WHEN "W"
                       MOVE "Status: Withdrawn" TO OUTPUT-RECORD
                     WHEN OTHER
                       MOVE "Status: Applied" TO OUTPUT-RECORD
                   END-EVALUATE
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD

                   MOVE "---" TO OUTPUT-RECORD
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
           END-READ
           CLOSE JOBS-FILE
           .

      *> A RECRUITER WITH A SEAT (OR THE COMPANY'S ADMINISTRATOR) SEES
      *> AND WORKS EVERY LISTING OF THAT COMPANY HERE, NOT ONLY THEIR
      *> OWN -- SO REQUISITIONS DO NOT FREEZE WHEN ONE RECRUITER IS AWAY
       VIEW-MY-POSTED-JOBS.
           MOVE "--- Jobs/Internships You Posted ---" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE 0 TO WS-MY-JOBS-COUNT
           PERFORM LOAD-MY-SEATS

           OPEN INPUT JOBS-FILE
           MOVE 'N' TO WS-JOBS-FILE-EOF
           PERFORM UNTIL WS-JOBS-FILE-EOF = 'Y'
               READ JOBS-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-JOBS-FILE-EOF
                   NOT AT END
                       PERFORM CHECK-LISTING-SEAT
                       IF WS-SEAT-OK = "Y" AND WS-MY-JOBS-COUNT < 50
                           ADD 1 TO WS-MY-JOBS-COUNT
                           MOVE JR-ID TO WS-MY-JOB-ID (WS-MY-JOBS-COUNT)
                           PERFORM SHOW-POSTED-JOB-DETAIL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBS-FILE

           MOVE SPACES TO OUTPUT-RECORD
           STRING "Total Posted Jobs: " WS-MY-JOBS-COUNT INTO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           IF WS-MY-JOBS-COUNT > 0
               MOVE "Enter the number of a job above to edit or close it, or 0 to go back:" TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD

               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF FUNCTION NUMVAL(WS-TEMP-INPUT) > 0
                           AND FUNCTION NUMVAL(WS-TEMP-INPUT) <= WS-MY-JOBS-COUNT
                           MOVE WS-MY-JOB-ID (FUNCTION NUMVAL(WS-TEMP-INPUT))
                               TO WS-EDIT-JOB-ID
                           PERFORM EDIT-OR-CLOSE-JOB
                       END-IF
               END-READ
           END-IF
           .

       SHOW-POSTED-JOB-DETAIL.
           MOVE SPACES TO OUTPUT-RECORD
           STRING WS-MY-JOBS-COUNT ". " FUNCTION TRIM(JR-TITLE TRAILING) INTO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           IF JR-STATUS = "C"
               MOVE "    Status: CLOSED" TO OUTPUT-RECORD
           ELSE
               IF JR-STATUS = "E"
                   MOVE "    Status: EXPIRED" TO OUTPUT-RECORD
               ELSE
                   MOVE "    Status: OPEN" TO OUTPUT-RECORD
               END-IF
           END-IF
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE SPACES TO OUTPUT-RECORD
           STRING "Location: " FUNCTION TRIM(JR-LOCATION TRAILING) INTO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           IF JR-AUTHOR-USERNAME NOT = CURRENT-USERNAME
               MOVE SPACES TO OUTPUT-RECORD
               STRING "    Recruiter: " FUNCTION TRIM(JR-AUTHOR-USERNAME
                   TRAILING) INTO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF

           MOVE 0 TO WS-APPLICANT-COUNT
           MOVE 0 TO WS-HIRED-COUNT

           OPEN INPUT APPLICATIONS-FILE
           MOVE 'N' TO WS-APPLICATIONS-EOF
           MOVE JR-ID TO APP-JOB-ID
           START APPLICATIONS-FILE KEY = APP-JOB-ID
               INVALID KEY MOVE 'Y' TO WS-APPLICATIONS-EOF
           END-START
           PERFORM UNTIL WS-APPLICATIONS-EOF = 'Y'
               READ APPLICATIONS-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-APPLICATIONS-EOF
                   NOT AT END
                       IF APP-JOB-ID NOT = JR-ID
                           MOVE 'Y' TO WS-APPLICATIONS-EOF
                       END-IF
                       IF APP-JOB-ID = JR-ID
                           ADD 1 TO WS-APPLICANT-COUNT
                           IF APP-STATUS = "H"
                               ADD 1 TO WS-HIRED-COUNT
                           END-IF
                           MOVE SPACES TO OUTPUT-RECORD
                           EVALUATE APP-STATUS
                             WHEN "U"
                               STRING "    Applicant: " FUNCTION TRIM(APP-USERNAME TRAILING)
                                   " (Under Review)" INTO OUTPUT-RECORD
                             WHEN "I"
                               STRING "    Applicant: " FUNCTION TRIM(APP-USERNAME TRAILING)
                                   " (Interview)" INTO OUTPUT-RECORD
                             WHEN "O"
                               STRING "    Applicant: " FUNCTION TRIM(APP-USERNAME TRAILING)
                                   " (Offer Extended)" INTO OUTPUT-RECORD
                             WHEN "H"
                               STRING "    Applicant: " FUNCTION TRIM(APP-USERNAME TRAILING)
                                   " (Hired)" INTO OUTPUT-RECORD
                             WHEN "R"
                               STRING "    Applicant: " FUNCTION TRIM(APP-USERNAME TRAILING)
                                   " (Rejected)" INTO OUTPUT-RECORD
                             WHEN "D"
                               STRING "    Applicant: " FUNCTION TRIM(APP-USERNAME TRAILING)
                                   " (Offer Declined)" INTO OUTPUT-RECORD
                             WHEN "W"
                               STRING "    Applicant: " FUNCTION TRIM(APP-USERNAME TRAILING)
                                   " (Withdrawn)" INTO OUTPUT-RECORD
                             WHEN OTHER
                               STRING "    Applicant: " FUNCTION TRIM(APP-USERNAME TRAILING)
                                   " (Applied)" INTO OUTPUT-RECORD
                           END-EVALUATE
                           DISPLAY OUTPUT-RECORD
                           WRITE OUTPUT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPLICATIONS-FILE

           IF WS-APPLICANT-COUNT = 0
               MOVE "    No applicants yet." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF

      *> LISTINGS FROM BEFORE THE HEADCOUNT FIELD EXISTED READ BACK
      *> NON-NUMERIC AND COUNT AS A SINGLE OPENING
           IF JR-OPENINGS NUMERIC AND JR-OPENINGS > 0
               MOVE JR-OPENINGS TO WS-FILL-OPENINGS
           ELSE
               MOVE 1 TO WS-FILL-OPENINGS
           END-IF
           MOVE SPACES TO OUTPUT-RECORD
           STRING "    Openings: " WS-FILL-OPENINGS " ("
               WS-HIRED-COUNT " filled)" INTO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE "---" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           .

       EDIT-OR-CLOSE-JOB.
           MOVE "N" TO WS-EDIT-JOB-FOUND
           MOVE "N" TO WS-CLOSEOUT-PENDING
           OPEN I-O JOBS-FILE
           MOVE WS-EDIT-JOB-ID TO JR-ID
           READ JOBS-FILE KEY IS JR-ID
               INVALID KEY
                   MOVE "N" TO WS-EDIT-JOB-FOUND
               NOT INVALID KEY
      *> WS-MY-SEATS-TABLE WAS LOADED BY VIEW-MY-POSTED-JOBS
                   PERFORM CHECK-LISTING-SEAT
                   IF WS-SEAT-OK = "Y"
                           MOVE "Y" TO WS-EDIT-JOB-FOUND

                           MOVE "1. Edit this listing" TO OUTPUT-RECORD
                           DISPLAY OUTPUT-RECORD
                           WRITE OUTPUT-RECORD
                           MOVE "2. Close this listing" TO OUTPUT-RECORD
                           DISPLAY OUTPUT-RECORD
                           WRITE OUTPUT-RECORD
                           MOVE "3. Manage Applicants" TO OUTPUT-RECORD
                           DISPLAY OUTPUT-RECORD
                           WRITE OUTPUT-RECORD
                           MOVE "4. Cancel" TO OUTPUT-RECORD
                           DISPLAY OUTPUT-RECORD
                           WRITE OUTPUT-RECORD

                           MOVE 0 TO WS-EDIT-JOB-CHOICE
                           READ INPUT-FILE INTO WS-EDIT-JOB-CHOICE
                               AT END PERFORM NOTE-END-OF-INPUT
                               NOT AT END PERFORM COUNT-INPUT-LINE
                           END-READ

                           EVALUATE WS-EDIT-JOB-CHOICE
                             WHEN 1
                               MOVE "Title (blank = keep current): " TO OUTPUT-RECORD
                               DISPLAY OUTPUT-RECORD
                               WRITE OUTPUT-RECORD
                               READ INPUT-FILE INTO WS-TEMP-INPUT
                                   AT END PERFORM NOTE-END-OF-INPUT
                                   NOT AT END
                                       PERFORM COUNT-INPUT-LINE
                                       IF WS-TEMP-INPUT NOT = SPACES
                                           MOVE WS-TEMP-INPUT TO JR-TITLE
                                       END-IF
                               END-READ

                               MOVE "Description (blank = keep current): " TO OUTPUT-RECORD
                               DISPLAY OUTPUT-RECORD
                               WRITE OUTPUT-RECORD
                               READ INPUT-FILE INTO WS-TEMP-INPUT
                                   AT END PERFORM NOTE-END-OF-INPUT
                                   NOT AT END
                                       PERFORM COUNT-INPUT-LINE
                                       IF WS-TEMP-INPUT NOT = SPACES
                                           MOVE WS-TEMP-INPUT TO JR-DESC
                                       END-IF
                               END-READ

                               MOVE "Location (blank = keep current): " TO OUTPUT-RECORD
                               DISPLAY OUTPUT-RECORD
                               WRITE OUTPUT-RECORD
                               READ INPUT-FILE INTO WS-TEMP-INPUT
                                   AT END PERFORM NOTE-END-OF-INPUT
                                   NOT AT END
                                       PERFORM COUNT-INPUT-LINE
                                       IF WS-TEMP-INPUT NOT = SPACES
                                           MOVE WS-TEMP-INPUT TO JR-LOCATION
                                       END-IF
                               END-READ

                               MOVE "Salary (blank = keep current): " TO OUTPUT-RECORD
                               DISPLAY OUTPUT-RECORD
                               WRITE OUTPUT-RECORD
                               READ INPUT-FILE INTO WS-TEMP-INPUT
                                   AT END PERFORM NOTE-END-OF-INPUT
                                   NOT AT END
                                       PERFORM COUNT-INPUT-LINE
                                       IF WS-TEMP-INPUT NOT = SPACES
                                           MOVE WS-TEMP-INPUT TO JR-SALARY
                                       END-IF
                               END-READ

      *> HEADCOUNT CAN BE RAISED OR LOWERED ON A LIVE REQUISITION;
      *> LOWERING IT UNDER THE HIRES ALREADY MADE JUST MEANS THE NEXT
      *> FILLED-CHECK CLOSES THE LISTING
                               MOVE "Openings (blank = keep current): " TO OUTPUT-RECORD
                               DISPLAY OUTPUT-RECORD
                               WRITE OUTPUT-RECORD
                               READ INPUT-FILE INTO WS-TEMP-INPUT
                                   AT END PERFORM NOTE-END-OF-INPUT
                                   NOT AT END
                                       PERFORM COUNT-INPUT-LINE
                                       IF WS-TEMP-INPUT NOT = SPACES
                                           AND FUNCTION NUMVAL(WS-TEMP-INPUT) > 0
                                           MOVE FUNCTION NUMVAL(WS-TEMP-INPUT)
                                               TO JR-OPENINGS
                                       END-IF
                               END-READ

                               MOVE "Visa sponsorship: 1. Sponsorship available  2. Work authorization required (blank = keep current): " TO OUTPUT-RECORD
                               DISPLAY OUTPUT-RECORD
                               WRITE OUTPUT-RECORD
                               READ INPUT-FILE INTO WS-TEMP-INPUT
                                   AT END PERFORM NOTE-END-OF-INPUT
                                   NOT AT END
                                       PERFORM COUNT-INPUT-LINE
                                       EVALUATE WS-TEMP-INPUT(1:1)
                                           WHEN "1"
                                               MOVE "Y" TO JR-SPONSORSHIP
                                           WHEN "2"
                                               MOVE "N" TO JR-SPONSORSHIP
                                           WHEN OTHER
                                               CONTINUE
                                       END-EVALUATE
                               END-READ

                               IF JR-STATUS = "E"
                                   MOVE "O" TO JR-STATUS
                                   MOVE FUNCTION CURRENT-DATE (1:8) TO JR-POSTED-DATE
                               END-IF
                               MOVE "JOBS" TO WS-JOURNAL-FILE-ID
                               MOVE "U" TO WS-JOURNAL-ACTION
                               MOVE SPACES TO WS-JOURNAL-KEY
                               MOVE JR-ID TO WS-JOURNAL-KEY(1:4)
                               MOVE JOBS-FILE-RECORD TO WS-JOURNAL-IMAGE
                               PERFORM WRITE-JOURNAL-RECORD
                               REWRITE JOBS-FILE-RECORD

                               MOVE CURRENT-USERNAME TO WS-AUDIT-USERNAME
                               MOVE "EDITJOB" TO WS-AUDIT-ACTION
                               MOVE WS-EDIT-JOB-ID TO WS-AUDIT-KEY
                               PERFORM WRITE-AUDIT-RECORD

      *> RE-TOKENIZE -- THE TITLE OR DESCRIPTION MAY JUST HAVE CHANGED
                               MOVE JR-ID TO WS-JOBX-JOB-ID
                               PERFORM UPDATE-JOB-INDEX

                               MOVE "Listing updated." TO OUTPUT-RECORD
                               DISPLAY OUTPUT-RECORD
                               WRITE OUTPUT-RECORD
                             WHEN 2
                               MOVE "C" TO JR-STATUS
                               MOVE "JOBS" TO WS-JOURNAL-FILE-ID
                               MOVE "U" TO WS-JOURNAL-ACTION
                               MOVE SPACES TO WS-JOURNAL-KEY
                               MOVE JR-ID TO WS-JOURNAL-KEY(1:4)
                               MOVE JOBS-FILE-RECORD TO WS-JOURNAL-IMAGE
                               PERFORM WRITE-JOURNAL-RECORD
                               REWRITE JOBS-FILE-RECORD

                               MOVE CURRENT-USERNAME TO WS-AUDIT-USERNAME
                               MOVE "CLOSEJOB" TO WS-AUDIT-ACTION
                               MOVE WS-EDIT-JOB-ID TO WS-AUDIT-KEY
                               PERFORM WRITE-AUDIT-RECORD

                               MOVE "Listing closed." TO OUTPUT-RECORD
                               DISPLAY OUTPUT-RECORD
                               WRITE OUTPUT-RECORD
                               MOVE JR-ID TO WS-CLOSEOUT-JOB-ID
                               MOVE "Y" TO WS-CLOSEOUT-PENDING
                             WHEN 3
                               PERFORM MANAGE-JOB-APPLICANTS
                             WHEN OTHER
                               MOVE "No changes made." TO OUTPUT-RECORD
                               DISPLAY OUTPUT-RECORD
                               WRITE OUTPUT-RECORD
                           END-EVALUATE
                   END-IF
           END-READ
           CLOSE JOBS-FILE

      *> A HAND-CLOSED LISTING OFFERS TO CLOSE OUT WHOEVER IS LEFT ON IT
           IF WS-CLOSEOUT-PENDING = "Y"
               PERFORM OFFER-CLOSE-OUT
           END-IF

           IF WS-EDIT-JOB-FOUND NOT = "Y"
               MOVE "That job listing could not be found." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF
           .

       MANAGE-JOB-APPLICANTS.
           MOVE 0 TO WS-MANAGE-APPLICANT-COUNT
           OPEN INPUT APPLICATIONS-FILE
           MOVE 'N' TO WS-APPLICATIONS-EOF
      *> KEYED SWEEP ON THE JOB-ID ALTERNATE KEY -- ONLY THIS
      *> REQUISITION'S APPLICANTS ARE READ
           MOVE JR-ID TO APP-JOB-ID
           START APPLICATIONS-FILE KEY = APP-JOB-ID
               INVALID KEY MOVE 'Y' TO WS-APPLICATIONS-EOF
           END-START
           PERFORM UNTIL WS-APPLICATIONS-EOF = 'Y'
               READ APPLICATIONS-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-APPLICATIONS-EOF
                   NOT AT END
                       IF APP-JOB-ID NOT = JR-ID
                           MOVE 'Y' TO WS-APPLICATIONS-EOF
                       END-IF
                       IF APP-JOB-ID = JR-ID
                           ADD 1 TO WS-MANAGE-APPLICANT-COUNT
                           MOVE APP-USERNAME TO
                               WS-APPLICANT-USERNAME (WS-MANAGE-APPLICANT-COUNT)
                           MOVE SPACES TO OUTPUT-RECORD
                           EVALUATE APP-STATUS
                             WHEN "U"
                               STRING WS-MANAGE-APPLICANT-COUNT ". "
                                   FUNCTION TRIM(APP-USERNAME TRAILING)
                                   " (Under Review)" INTO OUTPUT-RECORD
                             WHEN "I"
                               STRING WS-MANAGE-APPLICANT-COUNT ". "
                                   FUNCTION TRIM(APP-USERNAME TRAILING)
                                   " (Interview)" INTO OUTPUT-RECORD
                             WHEN "O"
                               STRING WS-MANAGE-APPLICANT-COUNT ". "
                                   FUNCTION TRIM(APP-USERNAME TRAILING)
                                   " (Offer Extended)" INTO OUTPUT-RECORD
                             WHEN "H"
                               STRING WS-MANAGE-APPLICANT-COUNT ". "
                                   FUNCTION TRIM(APP-USERNAME TRAILING)
                                   " (Hired)" INTO OUTPUT-RECORD
                             WHEN "R"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPLICATIONS-FILE

           IF WS-MANAGE-APPLICANT-COUNT = 0
               MOVE "No applicants yet for this job." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter the number of an applicant above to update, or 0 to go back:" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE 0 TO WS-MANAGE-APP-CHOICE
           READ INPUT-FILE INTO WS-TEMP-INPUT
               AT END PERFORM NOTE-END-OF-INPUT
               NOT AT END
                   PERFORM COUNT-INPUT-LINE
                   MOVE FUNCTION NUMVAL(WS-TEMP-INPUT) TO WS-MANAGE-APP-CHOICE
           END-READ

           IF WS-MANAGE-APP-CHOICE > 0 AND WS-MANAGE-APP-CHOICE <= WS-MANAGE-APPLICANT-COUNT
               PERFORM SHOW-APPLICANT-SNAPSHOT
               MOVE "1. Mark Under Review" TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               MOVE "2. Mark Interview" TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
      *> HIRING NOW GOES THROUGH A FORMAL OFFER: THE EMPLOYER EXTENDS
      *> SALARY/START-DATE/DEADLINE TERMS HERE AND "HIRED" ONLY HAPPENS
      *> WHEN THE STUDENT ACCEPTS THEM FROM VIEW-MY-APPLICATIONS --
      *> THE OLD STRAIGHT-TO-"H" JUMP HID THE WHOLE OFFER PHASE
               MOVE "3. Extend Offer" TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               MOVE "4. Reject" TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               MOVE "5. Leave unchanged" TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               MOVE "6. Record Interview Scorecard" TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD

               MOVE 0 TO WS-MANAGE-STATUS-CHOICE
               READ INPUT-FILE INTO WS-MANAGE-STATUS-CHOICE
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ

               IF WS-MANAGE-STATUS-CHOICE = 6
                   MOVE WS-APPLICANT-USERNAME (WS-MANAGE-APP-CHOICE)
                       TO WS-SCORECARD-USERNAME
                   MOVE JR-ID TO WS-SCORECARD-JOB-ID
                   PERFORM RECORD-INTERVIEW-SCORECARD
               END-IF

      *> NO NEW OFFER GOES OUT WHILE THE COMPANY IS ON HOLD
               IF WS-MANAGE-STATUS-CHOICE = 3
                   PERFORM CHECK-EMPLOYER-ON-HOLD
                   PERFORM CHECK-LISTING-ON-HOLD
                   IF WS-HOLD-FROZEN = "Y" OR WS-HOLD-IS-ACTIVE = "Y"
                       MOVE "Your company's account is on hold - offers are unavailable for now." TO OUTPUT-RECORD
                       DISPLAY OUTPUT-RECORD
                       WRITE OUTPUT-RECORD
                       MOVE 5 TO WS-MANAGE-STATUS-CHOICE
                   END-IF
               END-IF

               IF WS-MANAGE-STATUS-CHOICE > 0 AND WS-MANAGE-STATUS-CHOICE < 5
                   MOVE "N" TO WS-MANAGE-APP-FOUND
                   OPEN I-O APPLICATIONS-FILE
                   MOVE WS-APPLICANT-USERNAME (WS-MANAGE-APP-CHOICE)
                       TO APP-USERNAME
                   MOVE JR-ID TO APP-JOB-ID
                   READ APPLICATIONS-FILE KEY IS APP-KEY
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE "N" TO WS-MANAGE-APP-FOUND
                           MOVE APP-STATUS TO WS-APP-HIST-OLD
                           EVALUATE WS-MANAGE-STATUS-CHOICE
                               WHEN 1
                                   MOVE "U" TO APP-STATUS
                               WHEN 2
                                   MOVE "I" TO APP-STATUS
                               WHEN 3
                                   MOVE "O" TO APP-STATUS
                               WHEN 4
                                   MOVE "R" TO APP-STATUS
                           END-EVALUATE
                           MOVE "APPLICATIONS" TO WS-JOURNAL-FILE-ID
                           MOVE "U" TO WS-JOURNAL-ACTION
                           MOVE SPACES TO WS-JOURNAL-KEY
                           MOVE APP-USERNAME TO WS-JOURNAL-KEY(1:20)
                           MOVE APP-JOB-ID TO WS-JOURNAL-KEY(21:4)
                           MOVE APPLICATION-RECORD TO WS-JOURNAL-IMAGE
                           PERFORM WRITE-JOURNAL-RECORD
                           REWRITE APPLICATION-RECORD
                           MOVE APP-USERNAME TO WS-APP-HIST-USERNAME
                           MOVE APP-JOB-ID TO WS-APP-HIST-JOB-ID
                           MOVE APP-STATUS TO WS-APP-HIST-NEW
                           PERFORM WRITE-APP-HISTORY-RECORD
                           MOVE "Y" TO WS-MANAGE-APP-FOUND
                   END-READ
                   CLOSE APPLICATIONS-FILE

                   MOVE CURRENT-USERNAME TO WS-AUDIT-USERNAME
                   MOVE "APPSTATUS" TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-KEY
                   STRING JR-ID " " FUNCTION TRIM(
                       WS-APPLICANT-USERNAME (WS-MANAGE-APP-CHOICE)
                       TRAILING) INTO WS-AUDIT-KEY
                   PERFORM WRITE-AUDIT-RECORD

      *> TELL THE APPLICANT THEIR STATUS MOVED INSTEAD OF LEAVING THEM
      *> TO DISCOVER IT NEXT TIME THEY HAPPEN TO CHECK
                   MOVE WS-APPLICANT-USERNAME (WS-MANAGE-APP-CHOICE)
                       TO WS-NOTIFY-USERNAME
                   MOVE SPACES TO WS-NOTIFY-TEXT
                   EVALUATE WS-MANAGE-STATUS-CHOICE
                       WHEN 1
                           STRING "Your application for job " JR-ID
                               " is now Under Review." INTO WS-NOTIFY-TEXT
                       WHEN 2
                           STRING "Your application for job " JR-ID
                               " moved to Interview." INTO WS-NOTIFY-TEXT
                       WHEN 3
                           STRING "A job offer was extended for job "
                               JR-ID ". Review it under View My"
                               " Applications." INTO WS-NOTIFY-TEXT
                       WHEN 4
                           STRING "Your application for job " JR-ID
                               " was not selected." INTO WS-NOTIFY-TEXT
                   END-EVALUATE
                   MOVE "A" TO WS-NOTIFY-CATEGORY
                   PERFORM WRITE-NOTIFICATION-RECORD

      *> MOVING SOMEONE TO INTERVIEW IMMEDIATELY OFFERS THEM TIME
      *> SLOTS, SO THE SCHEDULING NO LONGER HAPPENS OFF-SYSTEM BY PHONE
                   IF WS-MANAGE-STATUS-CHOICE = 2
                       MOVE WS-APPLICANT-USERNAME (WS-MANAGE-APP-CHOICE)
                           TO WS-INTERVIEW-USERNAME
                       MOVE JR-ID TO WS-INTERVIEW-JOB-ID
                       PERFORM PROPOSE-INTERVIEW-SLOTS
                   END-IF

      *> EXTENDING AN OFFER IMMEDIATELY CAPTURES ITS TERMS -- SALARY,
      *> START DATE, RESPONSE DEADLINE -- SO THE OFFER ITSELF STOPS
      *> LIVING IN PHONE CALLS OUTSIDE THE SYSTEM
                   IF WS-MANAGE-STATUS-CHOICE = 3
                       MOVE WS-APPLICANT-USERNAME (WS-MANAGE-APP-CHOICE)
                           TO WS-OFFER-USERNAME
                       MOVE JR-ID TO WS-OFFER-JOB-ID
                       PERFORM EXTEND-JOB-OFFER
                   END-IF

                   MOVE 4 TO WS-METER-FIELD
                   PERFORM BUMP-USAGE-METER

      *> A REJECTION SETTLES ANY PENDING REFERRAL FOR THE PAIR
                   IF WS-MANAGE-STATUS-CHOICE = 4
                       MOVE WS-APPLICANT-USERNAME (WS-MANAGE-APP-CHOICE)
                           TO WS-REFER-CANDIDATE
                       MOVE JR-ID TO WS-REFER-JOB-ID
                       MOVE "R" TO WS-REFER-OUTCOME
                       PERFORM NOTIFY-REFERRER-OUTCOME
                   END-IF

                   MOVE "Applicant status updated." TO OUTPUT-RECORD
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
               END-IF
           END-IF
           .

      *> THE EMPLOYER PROPOSES UP TO THREE DATE/TIME SLOTS AGAINST
      *> WS-INTERVIEW-USERNAME / WS-INTERVIEW-JOB-ID. ANY EARLIER OFFER
      *> FOR THE SAME PAIR IS REPLACED, SO RE-MARKING AN APPLICANT
      *> "INTERVIEW" SIMPLY REISSUES THE OFFER
       PROPOSE-INTERVIEW-SLOTS.
      *> SLOTS ARE STRUCTURED DATE+TIME VALUES -- FREE TEXT LIKE
      *> "Tuesday 2pm" USED TO LET ONE INTERVIEWER GET PROMISED TO
      *> THREE CANDIDATES AT ONCE
           MOVE "Propose up to three interview slots (format YYYYMMDD HHMM, e.g. 20260901 1000)." TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE SPACES TO WS-INTERVIEW-SLOT-1
           MOVE SPACES TO WS-INTERVIEW-SLOT-2
           MOVE SPACES TO WS-INTERVIEW-SLOT-3

           MOVE "Slot 1:" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-INTERVIEW-SLOT-1
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF
           IF WS-INTERVIEW-SLOT-1 NOT = SPACES
               MOVE WS-INTERVIEW-SLOT-1 TO WS-SLOT-VALIDATE-TEXT
               PERFORM VALIDATE-INTERVIEW-SLOT
               IF WS-SLOT-VALID NOT = "Y"
                   MOVE "Slot must look like YYYYMMDD HHMM - ignored." TO OUTPUT-RECORD
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
                   MOVE SPACES TO WS-INTERVIEW-SLOT-1
               END-IF
           END-IF
           IF WS-EOF-FLAG = "Y" OR WS-INTERVIEW-SLOT-1 = SPACES
               MOVE "No slots entered - interview offer not sent." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE "Slot 2 (blank = none):" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-INTERVIEW-SLOT-2
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF
           IF WS-INTERVIEW-SLOT-2 NOT = SPACES
               MOVE WS-INTERVIEW-SLOT-2 TO WS-SLOT-VALIDATE-TEXT
               PERFORM VALIDATE-INTERVIEW-SLOT
               IF WS-SLOT-VALID NOT = "Y"
                   MOVE "Slot must look like YYYYMMDD HHMM - ignored." TO OUTPUT-RECORD
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
                   MOVE SPACES TO WS-INTERVIEW-SLOT-2
               END-IF
           END-IF

           MOVE "Slot 3 (blank = none):" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-INTERVIEW-SLOT-3
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF
           IF WS-INTERVIEW-SLOT-3 NOT = SPACES
               MOVE WS-INTERVIEW-SLOT-3 TO WS-SLOT-VALIDATE-TEXT
               PERFORM VALIDATE-INTERVIEW-SLOT
               IF WS-SLOT-VALID NOT = "Y"
                   MOVE "Slot must look like YYYYMMDD HHMM - ignored." TO OUTPUT-RECORD
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
                   MOVE SPACES TO WS-INTERVIEW-SLOT-3
               END-IF
           END-IF

      *> WARN -- DON'T BLOCK -- WHEN A PROPOSED SLOT COLLIDES WITH AN
      *> INTERVIEW THIS EMPLOYER ALREADY HAS PROPOSED OR CONFIRMED
      *> ELSEWHERE; SOMETIMES TWO INTERVIEWERS REALLY ARE AVAILABLE
           IF WS-INTERVIEW-SLOT-1 NOT = SPACES
               MOVE WS-INTERVIEW-SLOT-1 TO WS-SLOT-VALIDATE-TEXT
               PERFORM CHECK-SLOT-COLLISION
           END-IF
           IF WS-INTERVIEW-SLOT-2 NOT = SPACES
               MOVE WS-INTERVIEW-SLOT-2 TO WS-SLOT-VALIDATE-TEXT
               PERFORM CHECK-SLOT-COLLISION
           END-IF
           IF WS-INTERVIEW-SLOT-3 NOT = SPACES
               MOVE WS-INTERVIEW-SLOT-3 TO WS-SLOT-VALIDATE-TEXT
               PERFORM CHECK-SLOT-COLLISION
           END-IF

           PERFORM REMOVE-INTERVIEW-RECORD

           OPEN EXTEND INTERVIEWS-FILE
           IF WS-INTERVIEWS-STATUS NOT = "00"
               OPEN OUTPUT INTERVIEWS-FILE
           END-IF
           MOVE WS-INTERVIEW-USERNAME TO IV-USERNAME
           MOVE WS-INTERVIEW-JOB-ID TO IV-JOB-ID
           MOVE WS-INTERVIEW-SLOT-1 TO IV-SLOT-1
           MOVE WS-INTERVIEW-SLOT-2 TO IV-SLOT-2
           MOVE WS-INTERVIEW-SLOT-3 TO IV-SLOT-3
           MOVE "P" TO IV-STATUS
           MOVE 0 TO IV-CHOSEN-SLOT
           MOVE FUNCTION CURRENT-DATE(1:8) TO IV-PROPOSED-DATE
           MOVE 0 TO IV-CONFIRMED-DATE
           MOVE CURRENT-USERNAME TO IV-EMPLOYER
           WRITE INTERVIEW-RECORD
           CLOSE INTERVIEWS-FILE

           MOVE CURRENT-USERNAME TO WS-AUDIT-USERNAME
           MOVE "IVPROPOSE" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING WS-INTERVIEW-JOB-ID " " FUNCTION TRIM(
               WS-INTERVIEW-USERNAME TRAILING) INTO WS-AUDIT-KEY
           END-STRING
           PERFORM WRITE-AUDIT-RECORD

           MOVE WS-INTERVIEW-USERNAME TO WS-NOTIFY-USERNAME
           MOVE SPACES TO WS-NOTIFY-TEXT
           STRING "Interview slots offered for job " WS-INTERVIEW-JOB-ID
               ". Review them under View My Applications."
               INTO WS-NOTIFY-TEXT
           END-STRING
           MOVE "I" TO WS-NOTIFY-CATEGORY
           PERFORM WRITE-NOTIFICATION-RECORD

           MOVE "Interview offer sent." TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           .

      *> DROPS ANY EXISTING interviews.doc RECORD FOR THE
      *> WS-INTERVIEW-USERNAME / WS-INTERVIEW-JOB-ID PAIR -- SAME
      *> TEMP-FILE REWRITE PATTERN AS REMOVE-CONNECTION-REQUEST
       REMOVE-INTERVIEW-RECORD.
           OPEN INPUT INTERVIEWS-FILE
           IF WS-INTERVIEWS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT INTERVIEWS-TEMP-FILE
           MOVE "N" TO WS-INTERVIEWS-EOF
           PERFORM UNTIL WS-INTERVIEWS-EOF = "Y"
               READ INTERVIEWS-FILE INTO INTERVIEW-RECORD
                   AT END MOVE "Y" TO WS-INTERVIEWS-EOF
                   NOT AT END
                       IF IV-USERNAME = WS-INTERVIEW-USERNAME
                          AND IV-JOB-ID = WS-INTERVIEW-JOB-ID
                           CONTINUE
                       ELSE
                           MOVE INTERVIEW-RECORD TO INTERVIEW-TEMP-RECORD
                           WRITE INTERVIEW-TEMP-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INTERVIEWS-FILE
           CLOSE INTERVIEWS-TEMP-FILE

           OPEN OUTPUT INTERVIEWS-FILE
           OPEN INPUT INTERVIEWS-TEMP-FILE
           MOVE "N" TO WS-INTERVIEWS-EOF
           PERFORM UNTIL WS-INTERVIEWS-EOF = "Y"
               READ INTERVIEWS-TEMP-FILE INTO INTERVIEW-TEMP-RECORD
                   AT END MOVE "Y" TO WS-INTERVIEWS-EOF
                   NOT AT END
                       MOVE INTERVIEW-TEMP-RECORD TO INTERVIEW-RECORD
                       WRITE INTERVIEW-RECORD
               END-READ
           END-PERFORM
           CLOSE INTERVIEWS-FILE
           CLOSE INTERVIEWS-TEMP-FILE

           OPEN OUTPUT INTERVIEWS-TEMP-FILE
           CLOSE INTERVIEWS-TEMP-FILE
           .

      *> CHECKS THAT WS-SLOT-VALIDATE-TEXT HOLDS A REAL "YYYYMMDD HHMM"
      *> VALUE AND LEAVES THE PIECES IN WS-SLOT-DATE / WS-SLOT-TIME.
      *> ONLY PLAUSIBLE CALENDAR VALUES PASS -- MONTH 01-12, DAY 01-31,
      *> HOUR 00-23, MINUTE 00-59
       VALIDATE-INTERVIEW-SLOT.
           MOVE "N" TO WS-SLOT-VALID
           MOVE 0 TO WS-SLOT-DATE
           MOVE 0 TO WS-SLOT-TIME
           IF WS-SLOT-VALIDATE-TEXT(1:8) IS NUMERIC
               AND WS-SLOT-VALIDATE-TEXT(9:1) = SPACE
               AND WS-SLOT-VALIDATE-TEXT(10:4) IS NUMERIC
               AND WS-SLOT-VALIDATE-TEXT(14:7) = SPACES
               IF WS-SLOT-VALIDATE-TEXT(5:2) >= "01"
                   AND WS-SLOT-VALIDATE-TEXT(5:2) <= "12"
                   AND WS-SLOT-VALIDATE-TEXT(7:2) >= "01"
                   AND WS-SLOT-VALIDATE-TEXT(7:2) <= "31"
                   AND WS-SLOT-VALIDATE-TEXT(10:2) <= "23"
                   AND WS-SLOT-VALIDATE-TEXT(12:2) <= "59"
                   MOVE "Y" TO WS-SLOT-VALID
                   MOVE WS-SLOT-VALIDATE-TEXT(1:8) TO WS-SLOT-DATE
                   MOVE WS-SLOT-VALIDATE-TEXT(10:4) TO WS-SLOT-TIME
               END-IF
           END-IF
           .

      *> WARNS WHEN THE SLOT IN WS-SLOT-VALIDATE-TEXT IS ALREADY ON
      *> ANOTHER INTERVIEW THIS EMPLOYER HAS IN FLIGHT: EVERY SLOT OF A
      *> "P" PROPOSED OFFER STILL COUNTS (ANY OF THEM MAY GET PICKED),
      *> BUT ONLY THE CHOSEN SLOT OF A "C" CONFIRMED ONE DOES. THE
      *> CURRENT WS-INTERVIEW-USERNAME/JOB PAIR IS SKIPPED SINCE ITS
      *> OFFER IS ABOUT TO BE REPLACED
       CHECK-SLOT-COLLISION.
           MOVE "N" TO WS-SLOT-COLLISION
           MOVE "N" TO WS-INTERVIEWS-EOF
           OPEN INPUT INTERVIEWS-FILE
           IF WS-INTERVIEWS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-INTERVIEWS-EOF = "Y"
               READ INTERVIEWS-FILE INTO INTERVIEW-RECORD
                   AT END MOVE "Y" TO WS-INTERVIEWS-EOF
                   NOT AT END
                       IF IV-EMPLOYER = CURRENT-USERNAME
                           AND NOT (IV-USERNAME = WS-INTERVIEW-USERNAME
                                    AND IV-JOB-ID = WS-INTERVIEW-JOB-ID)
                           IF IV-STATUS = "P"
                               IF IV-SLOT-1 = WS-SLOT-VALIDATE-TEXT
                                   OR IV-SLOT-2 = WS-SLOT-VALIDATE-TEXT
                                   OR IV-SLOT-3 = WS-SLOT-VALIDATE-TEXT
                                   MOVE "Y" TO WS-SLOT-COLLISION
                                   PERFORM WARN-SLOT-COLLISION
                               END-IF
                           END-IF
                           IF IV-STATUS = "C"
                               MOVE SPACES TO WS-INTERVIEW-SLOT-TEXT
                               EVALUATE IV-CHOSEN-SLOT
                                   WHEN 1 MOVE IV-SLOT-1 TO WS-INTERVIEW-SLOT-TEXT
                                   WHEN 2 MOVE IV-SLOT-2 TO WS-INTERVIEW-SLOT-TEXT
                                   WHEN 3 MOVE IV-SLOT-3 TO WS-INTERVIEW-SLOT-TEXT
                               END-EVALUATE
                               IF WS-INTERVIEW-SLOT-TEXT = WS-SLOT-VALIDATE-TEXT
                                   MOVE "Y" TO WS-SLOT-COLLISION
                                   PERFORM WARN-SLOT-COLLISION
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INTERVIEWS-FILE
           .

       WARN-SLOT-COLLISION.
           MOVE SPACES TO OUTPUT-RECORD
           STRING "WARNING: slot "
               FUNCTION TRIM(WS-SLOT-VALIDATE-TEXT TRAILING)
               " collides with an interview for "
               FUNCTION TRIM(IV-USERNAME TRAILING)
               " (job " IV-JOB-ID ")." INTO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           .

      *> PRINTABLE PER-DAY INTERVIEW SCHEDULE FOR THE SIGNED-IN
      *> EMPLOYER: EVERY CONFIRMED SLOT AND EVERY STILL-PROPOSED SLOT
      *> ON THE CHOSEN DAY, SORTED BY TIME
       INTERVIEW-DAY-SCHEDULE.
           MOVE "Schedule for which date (YYYYMMDD)?" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE 0 TO WS-SCHED-DATE
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF WS-TEMP-INPUT(1:8) IS NUMERIC
                           MOVE WS-TEMP-INPUT(1:8) TO WS-SCHED-DATE
                       END-IF
               END-READ
           END-IF
           IF WS-SCHED-DATE = 0
               MOVE "That is not a date." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-SCHED-COUNT
           MOVE "N" TO WS-INTERVIEWS-EOF
           OPEN INPUT INTERVIEWS-FILE
           IF WS-INTERVIEWS-STATUS NOT = "00"
               MOVE "Y" TO WS-INTERVIEWS-EOF
           END-IF
           PERFORM UNTIL WS-INTERVIEWS-EOF = "Y"
               READ INTERVIEWS-FILE INTO INTERVIEW-RECORD
                   AT END MOVE "Y" TO WS-INTERVIEWS-EOF
                   NOT AT END
                       IF IV-EMPLOYER = CURRENT-USERNAME
                           IF IV-STATUS = "C"
                               MOVE SPACES TO WS-INTERVIEW-SLOT-TEXT
                               EVALUATE IV-CHOSEN-SLOT
                                   WHEN 1 MOVE IV-SLOT-1 TO WS-INTERVIEW-SLOT-TEXT
                                   WHEN 2 MOVE IV-SLOT-2 TO WS-INTERVIEW-SLOT-TEXT
                                   WHEN 3 MOVE IV-SLOT-3 TO WS-INTERVIEW-SLOT-TEXT
                               END-EVALUATE
                               MOVE "Confirmed" TO WS-SCHED-SWAP-KIND
                               PERFORM ADD-SCHEDULE-ENTRY
                           END-IF
                           IF IV-STATUS = "P"
                               MOVE IV-SLOT-1 TO WS-INTERVIEW-SLOT-TEXT
                               MOVE "Proposed" TO WS-SCHED-SWAP-KIND
                               PERFORM ADD-SCHEDULE-ENTRY
                               MOVE IV-SLOT-2 TO WS-INTERVIEW-SLOT-TEXT
                               PERFORM ADD-SCHEDULE-ENTRY
                               MOVE IV-SLOT-3 TO WS-INTERVIEW-SLOT-TEXT
                               PERFORM ADD-SCHEDULE-ENTRY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-INTERVIEWS-STATUS = "00"
               CLOSE INTERVIEWS-FILE
           END-IF

      *> PLAIN ADJACENT-SWAP SORT BY TIME -- THE TABLE TOPS OUT AT 50
      *> ENTRIES, SO NOTHING FANCIER IS WORTH THE CODE
           IF WS-SCHED-COUNT > 1
               PERFORM VARYING WS-SCHED-I FROM 1 BY 1
                   UNTIL WS-SCHED-I >= WS-SCHED-COUNT
                   PERFORM VARYING WS-SCHED-J FROM 1 BY 1
                       UNTIL WS-SCHED-J >= WS-SCHED-COUNT
                       IF WS-SCHED-TIME (WS-SCHED-J)
                           > WS-SCHED-TIME (WS-SCHED-J + 1)
                           MOVE WS-SCHED-TABLE (WS-SCHED-J)
                               TO WS-SCHED-SWAP
                           MOVE WS-SCHED-TABLE (WS-SCHED-J + 1)
                               TO WS-SCHED-TABLE (WS-SCHED-J)
                           MOVE WS-SCHED-SWAP
                               TO WS-SCHED-TABLE (WS-SCHED-J + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF

           MOVE SPACES TO OUTPUT-RECORD
           STRING "--- Interview Schedule for " WS-SCHED-DATE " ---"
               INTO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF WS-SCHED-COUNT = 0
               MOVE "No interviews on that day." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF
           PERFORM VARYING WS-SCHED-I FROM 1 BY 1
               UNTIL WS-SCHED-I > WS-SCHED-COUNT
               MOVE SPACES TO OUTPUT-RECORD
               STRING WS-SCHED-TIME (WS-SCHED-I) (1:2) ":"
                   WS-SCHED-TIME (WS-SCHED-I) (3:2) " - job "
                   WS-SCHED-JOB (WS-SCHED-I) " - "
                   FUNCTION TRIM(WS-SCHED-USER (WS-SCHED-I) TRAILING)
                   " (" FUNCTION TRIM(WS-SCHED-KIND (WS-SCHED-I)
                   TRAILING) ")" INTO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-PERFORM
           .

      *> ADDS THE SLOT IN WS-INTERVIEW-SLOT-TEXT TO THE DAY TABLE WHEN
      *> IT PARSES AND FALLS ON WS-SCHED-DATE. WS-SCHED-SWAP-KIND
      *> CARRIES THE CONFIRMED/PROPOSED LABEL IN
       ADD-SCHEDULE-ENTRY.
           IF WS-INTERVIEW-SLOT-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INTERVIEW-SLOT-TEXT TO WS-SLOT-VALIDATE-TEXT
           PERFORM VALIDATE-INTERVIEW-SLOT
           IF WS-SLOT-VALID = "Y" AND WS-SLOT-DATE = WS-SCHED-DATE
               AND WS-SCHED-COUNT < 50
               ADD 1 TO WS-SCHED-COUNT
               MOVE WS-SLOT-VALIDATE-TEXT(10:4)
                   TO WS-SCHED-TIME (WS-SCHED-COUNT)
               MOVE IV-JOB-ID TO WS-SCHED-JOB (WS-SCHED-COUNT)
               MOVE IV-USERNAME TO WS-SCHED-USER (WS-SCHED-COUNT)
               MOVE WS-SCHED-SWAP-KIND TO WS-SCHED-KIND (WS-SCHED-COUNT)
           END-IF
           .

      *> STUDENT SIDE OF THE WORKFLOW, REACHED FROM VIEW-MY-APPLICATIONS:
      *> LISTS EVERY PENDING OFFER, LETS THE STUDENT ACCEPT ONE SLOT,
      *> AND CONFIRMS IT IN PLACE (LINE-SEQUENTIAL REWRITE, SAME AS THE
      *> READ-FLAG UPDATE IN VIEW-MY-MESSAGES)
       VIEW-INTERVIEW-OFFERS.
           MOVE "--- Interview Offers ---" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE 0 TO WS-INTERVIEW-OFFER-COUNT
           MOVE 0 TO WS-INTERVIEW-ACCEPT-COUNT
           MOVE "N" TO WS-INTERVIEWS-EOF
           OPEN INPUT INTERVIEWS-FILE
           IF WS-INTERVIEWS-STATUS NOT = "00"
               MOVE "Y" TO WS-INTERVIEWS-EOF
           END-IF
           PERFORM UNTIL WS-INTERVIEWS-EOF = "Y"
               READ INTERVIEWS-FILE INTO INTERVIEW-RECORD
                   AT END MOVE "Y" TO WS-INTERVIEWS-EOF
                   NOT AT END
                       IF IV-USERNAME = CURRENT-USERNAME AND IV-STATUS = "P"
                           ADD 1 TO WS-INTERVIEW-OFFER-COUNT
                           MOVE SPACES TO OUTPUT-RECORD
                           STRING "Job " IV-JOB-ID " - proposed slots:"
                               INTO OUTPUT-RECORD
                           DISPLAY OUTPUT-RECORD
                           WRITE OUTPUT-RECORD

                           MOVE SPACES TO OUTPUT-RECORD
                           STRING "  1. " FUNCTION TRIM(IV-SLOT-1 TRAILING)
                               INTO OUTPUT-RECORD
                           DISPLAY OUTPUT-RECORD
                           WRITE OUTPUT-RECORD

                           IF IV-SLOT-2 NOT = SPACES
                               MOVE SPACES TO OUTPUT-RECORD
                               STRING "  2. " FUNCTION TRIM(IV-SLOT-2 TRAILING)
                                   INTO OUTPUT-RECORD
                               DISPLAY OUTPUT-RECORD
                               WRITE OUTPUT-RECORD
                           END-IF

                           IF IV-SLOT-3 NOT = SPACES
                               MOVE SPACES TO OUTPUT-RECORD
                               STRING "  3. " FUNCTION TRIM(IV-SLOT-3 TRAILING)
                                   INTO OUTPUT-RECORD
                               DISPLAY OUTPUT-RECORD
                               WRITE OUTPUT-RECORD
                           END-IF

                           MOVE SPACES TO OUTPUT-RECORD
                           STRING "Enter slot number to accept for job "
                               IV-JOB-ID ", or 0 to decide later:"
                               INTO OUTPUT-RECORD
                           DISPLAY OUTPUT-RECORD
                           WRITE OUTPUT-RECORD

                           MOVE 0 TO WS-INTERVIEW-SLOT-CHOICE
                           IF WS-EOF-FLAG NOT = "Y"
                               READ INPUT-FILE INTO WS-TEMP-INPUT
                                   AT END PERFORM NOTE-END-OF-INPUT
                                   NOT AT END
                                       PERFORM COUNT-INPUT-LINE
                                       IF WS-TEMP-INPUT(1:1) IS NUMERIC
                                           MOVE WS-TEMP-INPUT(1:1)
                                               TO WS-INTERVIEW-SLOT-CHOICE
                                       END-IF
                               END-READ
                           END-IF

      *> THE ACCEPTANCE IS ONLY STASHED HERE -- THE FILE IS STILL OPEN
      *> FOR THIS SCAN, SO THE CONFIRMING REWRITE HAPPENS AFTERWARDS
                           IF WS-INTERVIEW-SLOT-CHOICE > 0
                               AND WS-INTERVIEW-ACCEPT-COUNT < 20
                               ADD 1 TO WS-INTERVIEW-ACCEPT-COUNT
                               MOVE IV-JOB-ID TO WS-INTERVIEW-ACCEPT-JOB
                                   (WS-INTERVIEW-ACCEPT-COUNT)
                               MOVE WS-INTERVIEW-SLOT-CHOICE
                                   TO WS-INTERVIEW-ACCEPT-SLOT
                                   (WS-INTERVIEW-ACCEPT-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INTERVIEWS-FILE

           SET WS-INTERVIEW-ACCEPT-IDX TO 1
           PERFORM WS-INTERVIEW-ACCEPT-COUNT TIMES
               MOVE CURRENT-USERNAME TO WS-INTERVIEW-USERNAME
               MOVE WS-INTERVIEW-ACCEPT-JOB (WS-INTERVIEW-ACCEPT-IDX)
                   TO WS-INTERVIEW-JOB-ID
               MOVE WS-INTERVIEW-ACCEPT-SLOT (WS-INTERVIEW-ACCEPT-IDX)
                   TO WS-INTERVIEW-SLOT-CHOICE
               PERFORM ACCEPT-INTERVIEW-SLOT
               SET WS-INTERVIEW-ACCEPT-IDX UP BY 1
           END-PERFORM
           MOVE 0 TO WS-INTERVIEW-ACCEPT-COUNT

           IF WS-INTERVIEW-OFFER-COUNT = 0
               MOVE "You have no pending interview offers." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF
           .

      *> CONFIRMS WS-INTERVIEW-SLOT-CHOICE ON THE interviews.doc RECORD
      *> FOR WS-INTERVIEW-USERNAME / WS-INTERVIEW-JOB-ID AND TELLS THE
      *> EMPLOYER. A SLOT NUMBER POINTING AT A BLANK SLOT IS REJECTED
       ACCEPT-INTERVIEW-SLOT.
           MOVE "N" TO WS-MANAGE-APP-FOUND
           MOVE "N" TO WS-INTERVIEWS-EOF
           OPEN I-O INTERVIEWS-FILE
           PERFORM UNTIL WS-INTERVIEWS-EOF = "Y"
               READ INTERVIEWS-FILE INTO INTERVIEW-RECORD
                   AT END MOVE "Y" TO WS-INTERVIEWS-EOF
                   NOT AT END
                       IF IV-USERNAME = WS-INTERVIEW-USERNAME
                          AND IV-JOB-ID = WS-INTERVIEW-JOB-ID
                          AND IV-STATUS = "P"
                           MOVE SPACES TO WS-INTERVIEW-SLOT-TEXT
                           EVALUATE WS-INTERVIEW-SLOT-CHOICE
                               WHEN 1 MOVE IV-SLOT-1 TO WS-INTERVIEW-SLOT-TEXT
                               WHEN 2 MOVE IV-SLOT-2 TO WS-INTERVIEW-SLOT-TEXT
                               WHEN 3 MOVE IV-SLOT-3 TO WS-INTERVIEW-SLOT-TEXT
                           END-EVALUATE
                           IF WS-INTERVIEW-SLOT-TEXT NOT = SPACES
                               MOVE "C" TO IV-STATUS
                               MOVE WS-INTERVIEW-SLOT-CHOICE TO IV-CHOSEN-SLOT
                               MOVE FUNCTION CURRENT-DATE(1:8)
                                   TO IV-CONFIRMED-DATE
                               REWRITE INTERVIEW-RECORD
                               MOVE "Y" TO WS-MANAGE-APP-FOUND
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INTERVIEWS-FILE

           IF WS-MANAGE-APP-FOUND = "Y"
               MOVE SPACES TO OUTPUT-RECORD
               STRING "Interview confirmed: "
                   FUNCTION TRIM(WS-INTERVIEW-SLOT-TEXT TRAILING)
                   INTO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD

      *> THE EMPLOYER FINDS OUT THROUGH THEIR NOTIFICATION INBOX AND
      *> THE LOGIN SUMMARY, NOT BY PHONE TAG
               PERFORM NOTIFY-EMPLOYER-INTERVIEW-SET
           ELSE
               MOVE "That slot is not available." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF
           .

      *> LOOKS UP THE JOB'S AUTHOR AND DROPS A NOTIFICATION THAT THE
      *> STUDENT ACCEPTED A SLOT
       NOTIFY-EMPLOYER-INTERVIEW-SET.
           OPEN INPUT JOBS-FILE
           MOVE WS-INTERVIEW-JOB-ID TO JR-ID
           READ JOBS-FILE KEY IS JR-ID
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE JR-AUTHOR-USERNAME TO WS-NOTIFY-USERNAME
                   MOVE SPACES TO WS-NOTIFY-TEXT
                   STRING FUNCTION TRIM(CURRENT-USERNAME TRAILING)
                       " accepted an interview slot for job "
                       WS-INTERVIEW-JOB-ID ": "
                       FUNCTION TRIM(WS-INTERVIEW-SLOT-TEXT TRAILING)
                       INTO WS-NOTIFY-TEXT
                   END-STRING
                   MOVE "I" TO WS-NOTIFY-CATEGORY
                   PERFORM WRITE-NOTIFICATION-RECORD
           END-READ
           CLOSE JOBS-FILE
           .

      *> CAPTURES THE TERMS OF A FORMAL OFFER AGAINST WS-OFFER-USERNAME
      *> / WS-OFFER-JOB-ID. ANY EARLIER OFFER FOR THE SAME PAIR IS
      *> REPLACED, SO RE-EXTENDING SIMPLY REISSUES THE OFFER WITH THE
      *> NEW TERMS
       EXTEND-JOB-OFFER.
           MOVE 0 TO WS-OFFER-SALARY
           MOVE 0 TO WS-OFFER-START-DATE
           MOVE 0 TO WS-OFFER-DEADLINE

           MOVE "Offered annual salary (digits only):" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       MOVE WS-TEMP-INPUT(1:20) TO WS-SALARY-PARSE-INPUT
                       PERFORM PARSE-SALARY-TEXT
                       MOVE WS-SALARY-PARSE-RESULT TO WS-OFFER-SALARY
               END-READ
           END-IF

           MOVE "Proposed start date (YYYYMMDD):" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF WS-TEMP-INPUT(1:8) IS NUMERIC
                           MOVE WS-TEMP-INPUT(1:8) TO WS-OFFER-START-DATE
                       END-IF
               END-READ
           END-IF

           MOVE "Response deadline (YYYYMMDD):" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF WS-TEMP-INPUT(1:8) IS NUMERIC
                           MOVE WS-TEMP-INPUT(1:8) TO WS-OFFER-DEADLINE
                       END-IF
               END-READ
           END-IF

           PERFORM REMOVE-OFFER-RECORD

           OPEN EXTEND OFFERS-FILE
           IF WS-OFFERS-STATUS NOT = "00"
               OPEN OUTPUT OFFERS-FILE
           END-IF
           MOVE WS-OFFER-USERNAME TO OF-USERNAME
           MOVE WS-OFFER-JOB-ID TO OF-JOB-ID
           MOVE WS-OFFER-SALARY TO OF-SALARY
           MOVE WS-OFFER-START-DATE TO OF-START-DATE
           MOVE WS-OFFER-DEADLINE TO OF-DEADLINE
           MOVE "P" TO OF-STATUS
           MOVE FUNCTION CURRENT-DATE(1:8) TO OF-OFFER-DATE
           MOVE 0 TO OF-DECISION-DATE
           WRITE OFFER-RECORD
           CLOSE OFFERS-FILE

           MOVE CURRENT-USERNAME TO WS-AUDIT-USERNAME
           MOVE "EXTENDOFFER" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING WS-OFFER-JOB-ID " "
               FUNCTION TRIM(WS-OFFER-USERNAME TRAILING)
               INTO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-RECORD

           MOVE "Offer recorded and sent to the applicant." TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           .

      *> DROPS ANY EXISTING offers.doc RECORD FOR THE WS-OFFER-USERNAME
      *> / WS-OFFER-JOB-ID PAIR -- SAME TEMP-FILE REWRITE PATTERN AS
      *> REMOVE-INTERVIEW-RECORD
       REMOVE-OFFER-RECORD.
           OPEN INPUT OFFERS-FILE
           IF WS-OFFERS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT OFFERS-TEMP-FILE
           MOVE "N" TO WS-OFFERS-EOF
           PERFORM UNTIL WS-OFFERS-EOF = "Y"
               READ OFFERS-FILE INTO OFFER-RECORD
                   AT END MOVE "Y" TO WS-OFFERS-EOF
                   NOT AT END
                       IF OF-USERNAME = WS-OFFER-USERNAME
                          AND OF-JOB-ID = WS-OFFER-JOB-ID
                           CONTINUE
                       ELSE
                           MOVE OFFER-RECORD TO OFFER-TEMP-RECORD
                           WRITE OFFER-TEMP-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OFFERS-FILE
           CLOSE OFFERS-TEMP-FILE

           OPEN OUTPUT OFFERS-FILE
           OPEN INPUT OFFERS-TEMP-FILE
           MOVE "N" TO WS-OFFERS-EOF
           PERFORM UNTIL WS-OFFERS-EOF = "Y"
               READ OFFERS-TEMP-FILE INTO OFFER-TEMP-RECORD
                   AT END MOVE "Y" TO WS-OFFERS-EOF
                   NOT AT END
                       MOVE OFFER-TEMP-RECORD TO OFFER-RECORD
                       WRITE OFFER-RECORD
               END-READ
           END-PERFORM
           CLOSE OFFERS-FILE
           CLOSE OFFERS-TEMP-FILE

           OPEN OUTPUT OFFERS-TEMP-FILE
           CLOSE OFFERS-TEMP-FILE
           .

      *> STUDENT SIDE OF THE OFFER WORKFLOW, REACHED FROM
      *> VIEW-MY-APPLICATIONS: LISTS EVERY PENDING OFFER WITH ITS
      *> TERMS AND TAKES AN ACCEPT/DECLINE PER OFFER. DECISIONS ARE
      *> STASHED DURING THE SCAN AND APPLIED AFTER THE CLOSE, SAME AS
      *> VIEW-INTERVIEW-OFFERS
       VIEW-JOB-OFFERS.
           MOVE "--- Job Offers ---" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE 0 TO WS-OFFER-COUNT
           MOVE 0 TO WS-OFFER-DECIDE-COUNT
           MOVE "N" TO WS-OFFERS-EOF
           OPEN INPUT OFFERS-FILE
           IF WS-OFFERS-STATUS NOT = "00"
               MOVE "Y" TO WS-OFFERS-EOF
           END-IF
           PERFORM UNTIL WS-OFFERS-EOF = "Y"
               READ OFFERS-FILE INTO OFFER-RECORD
                   AT END MOVE "Y" TO WS-OFFERS-EOF
                   NOT AT END
                       IF OF-USERNAME = CURRENT-USERNAME AND OF-STATUS = "P"
                           ADD 1 TO WS-OFFER-COUNT
                           MOVE SPACES TO OUTPUT-RECORD
                           STRING "Offer for job " OF-JOB-ID ":"
                               INTO OUTPUT-RECORD
                           DISPLAY OUTPUT-RECORD
                           WRITE OUTPUT-RECORD

                           MOVE SPACES TO OUTPUT-RECORD
                           STRING "  Salary: " OF-SALARY
                               INTO OUTPUT-RECORD
                           DISPLAY OUTPUT-RECORD
                           WRITE OUTPUT-RECORD

                           MOVE SPACES TO OUTPUT-RECORD
                           STRING "  Start date: " OF-START-DATE
                               "  Respond by: " OF-DEADLINE
                               INTO OUTPUT-RECORD
                           DISPLAY OUTPUT-RECORD
                           WRITE OUTPUT-RECORD

                           MOVE SPACES TO OUTPUT-RECORD
                           STRING "Enter 1 to accept, 2 to decline, or "
                               "0 to decide later:"
                               INTO OUTPUT-RECORD
                           DISPLAY OUTPUT-RECORD
                           WRITE OUTPUT-RECORD

                           MOVE 0 TO WS-OFFER-CHOICE
                           IF WS-EOF-FLAG NOT = "Y"
                               READ INPUT-FILE INTO WS-TEMP-INPUT
                                   AT END PERFORM NOTE-END-OF-INPUT
                                   NOT AT END
                                       PERFORM COUNT-INPUT-LINE
                                       IF WS-TEMP-INPUT(1:1) IS NUMERIC
                                           MOVE WS-TEMP-INPUT(1:1)
                                               TO WS-OFFER-CHOICE
                                       END-IF
                               END-READ
                           END-IF

                           IF (WS-OFFER-CHOICE = 1 OR WS-OFFER-CHOICE = 2)
                               AND WS-OFFER-DECIDE-COUNT < 20
                               ADD 1 TO WS-OFFER-DECIDE-COUNT
                               MOVE OF-JOB-ID TO WS-OFFER-DECIDE-JOB
                                   (WS-OFFER-DECIDE-COUNT)
                               IF WS-OFFER-CHOICE = 1
                                   MOVE "A" TO WS-OFFER-DECIDE-ACTION
                                       (WS-OFFER-DECIDE-COUNT)
                               ELSE
                                   MOVE "D" TO WS-OFFER-DECIDE-ACTION
                                       (WS-OFFER-DECIDE-COUNT)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OFFERS-FILE

           SET WS-OFFER-DECIDE-IDX TO 1
           PERFORM WS-OFFER-DECIDE-COUNT TIMES
               MOVE CURRENT-USERNAME TO WS-OFFER-USERNAME
               MOVE WS-OFFER-DECIDE-JOB (WS-OFFER-DECIDE-IDX)
                   TO WS-OFFER-JOB-ID
               IF WS-OFFER-DECIDE-ACTION (WS-OFFER-DECIDE-IDX) = "A"
                   MOVE 1 TO WS-OFFER-CHOICE
               ELSE
                   MOVE 2 TO WS-OFFER-CHOICE
               END-IF
               PERFORM APPLY-OFFER-DECISION
               SET WS-OFFER-DECIDE-IDX UP BY 1
           END-PERFORM
           MOVE 0 TO WS-OFFER-DECIDE-COUNT

           IF WS-OFFER-COUNT = 0
               MOVE "You have no pending job offers." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF
           .

      *> RECORDS THE STUDENT'S DECISION ON THE offers.doc RECORD FOR
      *> WS-OFFER-USERNAME / WS-OFFER-JOB-ID, MOVES THE APPLICATION TO
      *> "H" HIRED OR "D" OFFER DECLINED (THROUGH THE JOURNAL AND
      *> app_history.doc LIKE EVERY OTHER STATUS TRANSITION), AND
      *> TELLS THE EMPLOYER
       APPLY-OFFER-DECISION.
           MOVE "N" TO WS-OFFERS-EOF
           OPEN I-O OFFERS-FILE
           PERFORM UNTIL WS-OFFERS-EOF = "Y"
               READ OFFERS-FILE INTO OFFER-RECORD
                   AT END MOVE "Y" TO WS-OFFERS-EOF
                   NOT AT END
                       IF OF-USERNAME = WS-OFFER-USERNAME
                          AND OF-JOB-ID = WS-OFFER-JOB-ID
                          AND OF-STATUS = "P"
                           IF WS-OFFER-CHOICE = 1
                               MOVE "A" TO OF-STATUS
                           ELSE
                               MOVE "D" TO OF-STATUS
                           END-IF
                           MOVE FUNCTION CURRENT-DATE(1:8)
                               TO OF-DECISION-DATE
                           REWRITE OFFER-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OFFERS-FILE

           OPEN I-O APPLICATIONS-FILE
           MOVE WS-OFFER-USERNAME TO APP-USERNAME
           MOVE WS-OFFER-JOB-ID TO APP-JOB-ID
           READ APPLICATIONS-FILE KEY IS APP-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF APP-STATUS = "O"
                       MOVE APP-STATUS TO WS-APP-HIST-OLD
                       IF WS-OFFER-CHOICE = 1
                           MOVE "H" TO APP-STATUS
                       ELSE
                           MOVE "D" TO APP-STATUS
                       END-IF
                       MOVE "APPLICATIONS" TO WS-JOURNAL-FILE-ID
                       MOVE "U" TO WS-JOURNAL-ACTION
                       MOVE SPACES TO WS-JOURNAL-KEY
                       MOVE APP-USERNAME TO WS-JOURNAL-KEY(1:20)
                       MOVE APP-JOB-ID TO WS-JOURNAL-KEY(21:4)
                       MOVE APPLICATION-RECORD TO WS-JOURNAL-IMAGE
                       PERFORM WRITE-JOURNAL-RECORD
                       REWRITE APPLICATION-RECORD
                       MOVE APP-USERNAME TO WS-APP-HIST-USERNAME
                       MOVE APP-JOB-ID TO WS-APP-HIST-JOB-ID
                       MOVE APP-STATUS TO WS-APP-HIST-NEW
                       PERFORM WRITE-APP-HISTORY-RECORD
                   END-IF
           END-READ
           CLOSE APPLICATIONS-FILE

           MOVE CURRENT-USERNAME TO WS-AUDIT-USERNAME
           IF WS-OFFER-CHOICE = 1
               MOVE "OFFERACCEPT" TO WS-AUDIT-ACTION
           ELSE
               MOVE "OFFERDECLINE" TO WS-AUDIT-ACTION
           END-IF
           MOVE WS-OFFER-JOB-ID TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-RECORD

           IF WS-OFFER-CHOICE = 1
               MOVE "Offer accepted - congratulations!" TO OUTPUT-RECORD
           ELSE
               MOVE "Offer declined." TO OUTPUT-RECORD
           END-IF
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           PERFORM NOTIFY-EMPLOYER-OFFER-DECISION

      *> EVERY ACCEPTED OFFER IS A FILLED SEAT -- CHECK THE
      *> REQUISITION'S HEADCOUNT AND CLOSE THE LISTING BY ITSELF WHEN
      *> THE LAST OPENING JUST FILLED
           IF WS-OFFER-CHOICE = 1
               PERFORM CHECK-JOB-FILLED
           END-IF

      *> AN ACCEPTED OFFER IS A MILESTONE FOR THE STUDENT'S NETWORK
      *> FEED, IF THEY SHARE MILESTONES
           IF WS-OFFER-CHOICE = 1
               PERFORM SHARE-OFFER-MILESTONE
           END-IF

      *> AN ACCEPTED OFFER SETTLES ANY PENDING REFERRAL AS A HIRE
           IF WS-OFFER-CHOICE = 1
               MOVE WS-OFFER-USERNAME TO WS-REFER-CANDIDATE
               MOVE WS-OFFER-JOB-ID TO WS-REFER-JOB-ID
               MOVE "H" TO WS-REFER-OUTCOME
               PERFORM NOTIFY-REFERRER-OUTCOME
           END-IF
           .

      *> TALLIES "H" HIRED APPLICATIONS FOR WS-OFFER-JOB-ID AGAINST
      *> JR-OPENINGS AND FLIPS THE LISTING CLOSED WHEN THE COUNT IS
      *> REACHED, CLOSING OUT EVERY APPLICANT STILL LIVE IN THE PIPELINE
      *> -- NOBODY ELSE SHOULD SIT WAITING ON A REQUISITION THAT HAS
      *> NO SEATS LEFT
       CHECK-JOB-FILLED.
           MOVE 0 TO WS-HIRED-COUNT
           MOVE "N" TO WS-APPLICATIONS-EOF
           OPEN INPUT APPLICATIONS-FILE
           MOVE WS-OFFER-JOB-ID TO APP-JOB-ID
           START APPLICATIONS-FILE KEY = APP-JOB-ID
               INVALID KEY MOVE "Y" TO WS-APPLICATIONS-EOF
           END-START
           PERFORM UNTIL WS-APPLICATIONS-EOF = "Y"
               READ APPLICATIONS-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-APPLICATIONS-EOF
                   NOT AT END
                       IF APP-JOB-ID NOT = WS-OFFER-JOB-ID
                           MOVE "Y" TO WS-APPLICATIONS-EOF
                       END-IF
                       IF APP-JOB-ID = WS-OFFER-JOB-ID
                           AND APP-STATUS = "H"
                           ADD 1 TO WS-HIRED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPLICATIONS-FILE

           MOVE "N" TO WS-EDIT-JOB-FOUND
           OPEN I-O JOBS-FILE
           MOVE WS-OFFER-JOB-ID TO JR-ID
           READ JOBS-FILE KEY IS JR-ID
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF JR-OPENINGS NUMERIC AND JR-OPENINGS > 0
                       MOVE JR-OPENINGS TO WS-FILL-OPENINGS
                   ELSE
                       MOVE 1 TO WS-FILL-OPENINGS
                   END-IF
                   IF JR-STATUS = "O"
                       AND WS-HIRED-COUNT >= WS-FILL-OPENINGS
                       MOVE "C" TO JR-STATUS
                       MOVE "JOBS" TO WS-JOURNAL-FILE-ID
                       MOVE "U" TO WS-JOURNAL-ACTION
                       MOVE SPACES TO WS-JOURNAL-KEY
                       MOVE JR-ID TO WS-JOURNAL-KEY(1:4)
                       MOVE JOBS-FILE-RECORD TO WS-JOURNAL-IMAGE
                       PERFORM WRITE-JOURNAL-RECORD
                       REWRITE JOBS-FILE-RECORD
                       MOVE "Y" TO WS-EDIT-JOB-FOUND
                       MOVE JR-AUTHOR-USERNAME TO WS-CLOSEOUT-SENDER
                   END-IF
           END-READ
           CLOSE JOBS-FILE

           IF WS-EDIT-JOB-FOUND = "Y"
               MOVE CURRENT-USERNAME TO WS-AUDIT-USERNAME
               MOVE "JOBFILLED" TO WS-AUDIT-ACTION
               MOVE WS-OFFER-JOB-ID TO WS-AUDIT-KEY
               PERFORM WRITE-AUDIT-RECORD

      *> EVERYONE STILL LIVE IN THE PIPELINE IS CLOSED OUT WITH THE
      *> AUTHOR'S DEFAULT LETTER -- NOBODY IS AT THE EMPLOYER'S
      *> KEYBOARD TO PICK ONE WHEN THE STUDENT ACCEPTS THE LAST OFFER
               MOVE WS-OFFER-JOB-ID TO WS-CLOSEOUT-JOB-ID
               PERFORM PICK-DEFAULT-DISPOSITION
               MOVE "has been filled" TO WS-CLOSEOUT-REASON
               PERFORM CLOSE-OUT-APPLICANTS
           END-IF
           .

      *> AN EMPLOYER'S NAMED DISPOSITION LETTERS: LISTS THEM AND ADDS,
      *> REMOVES OR RE-DEFAULTS ONE. THE DEFAULT IS WHAT A CLOSE-OUT
      *> NOBODY PICKED A LETTER FOR SENDS -- A LISTING FILLED BY AN
      *> ACCEPTED OFFER, OR ONE THE NIGHTLY SWEEP FINDS EXPIRED. WITH
      *> NO LETTERS ON FILE THE HOUSE STANDARD LETTER GOES OUT
       MANAGE-DISPOSITION-TEMPLATES.
           MOVE "--- Disposition Letters ---" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE CURRENT-USERNAME TO WS-DT-OWNER
           PERFORM LOAD-DISPOSITION-TEMPLATES
           IF WS-DT-COUNT = 0
               MOVE "No disposition letters on file - closing a listing offers the standard letter." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           ELSE
               PERFORM LIST-DISPOSITION-TEMPLATES
           END-IF

           MOVE "1. Add a letter  2. Remove a letter  3. Make a letter the default  0. Back" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE 0 TO WS-DT-CHOICE
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF WS-TEMP-INPUT(1:1) IS NUMERIC
                           MOVE WS-TEMP-INPUT(1:1) TO WS-DT-CHOICE
                       END-IF
               END-READ
           END-IF

           EVALUATE WS-DT-CHOICE
               WHEN 1 PERFORM ADD-DISPOSITION-TEMPLATE
               WHEN 2
                   PERFORM PICK-DISPOSITION-TEMPLATE
                   IF WS-DT-PICK > 0
                       MOVE "R" TO WS-DT-ACTION
                       PERFORM REWRITE-DISPOSITION-TEMPLATES
                       MOVE SPACES TO OUTPUT-RECORD
                       STRING "Letter "
                           FUNCTION TRIM(WS-DT-TARGET-NAME TRAILING)
                           " removed." INTO OUTPUT-RECORD
                       END-STRING
                       DISPLAY OUTPUT-RECORD
                       WRITE OUTPUT-RECORD
                   END-IF
               WHEN 3
                   PERFORM PICK-DISPOSITION-TEMPLATE
                   IF WS-DT-PICK > 0
                       MOVE "D" TO WS-DT-ACTION
                       PERFORM REWRITE-DISPOSITION-TEMPLATES
                       MOVE SPACES TO OUTPUT-RECORD
                       STRING "Letter "
                           FUNCTION TRIM(WS-DT-TARGET-NAME TRAILING)
                           " is now your default." INTO OUTPUT-RECORD
                       END-STRING
                       DISPLAY OUTPUT-RECORD
                       WRITE OUTPUT-RECORD
                   END-IF
               WHEN OTHER CONTINUE
           END-EVALUATE
           .

      *> WS-DT-OWNER'S LETTERS INTO WS-DT-ENTRY, IN FILE ORDER
       LOAD-DISPOSITION-TEMPLATES.
           MOVE 0 TO WS-DT-COUNT
           MOVE "N" TO WS-DT-EOF
           OPEN INPUT DISPOSITION-TEMPLATES-FILE
           IF WS-DT-STATUS NOT = "00"
               MOVE "Y" TO WS-DT-EOF
           END-IF
           PERFORM UNTIL WS-DT-EOF = "Y"
               READ DISPOSITION-TEMPLATES-FILE
                   INTO DISPOSITION-TEMPLATE-RECORD
                   AT END MOVE "Y" TO WS-DT-EOF
                   NOT AT END
                       IF DT-EMPLOYER = WS-DT-OWNER
                           AND WS-DT-COUNT < 20
                           ADD 1 TO WS-DT-COUNT
                           MOVE DT-NAME
                               TO WS-DT-ENTRY-NAME(WS-DT-COUNT)
                           MOVE DT-DEFAULT
                               TO WS-DT-ENTRY-DEFAULT(WS-DT-COUNT)
                           MOVE DT-TEXT
                               TO WS-DT-ENTRY-TEXT(WS-DT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DT-STATUS NOT = "35"
               CLOSE DISPOSITION-TEMPLATES-FILE
           END-IF
           .

      *> NUMBERED LIST OF THE LOADED LETTERS, EACH WITH THE START OF
      *> ITS TEXT
       LIST-DISPOSITION-TEMPLATES.
           PERFORM VARYING WS-DT-I FROM 1 BY 1
               UNTIL WS-DT-I > WS-DT-COUNT
               MOVE WS-DT-I TO WS-DT-DISPLAY-NO
               MOVE SPACES TO OUTPUT-RECORD
               IF WS-DT-ENTRY-DEFAULT(WS-DT-I) = "Y"
                   STRING WS-DT-DISPLAY-NO ". "
                       FUNCTION TRIM(WS-DT-ENTRY-NAME(WS-DT-I) TRAILING)
                       " (default)" INTO OUTPUT-RECORD
                   END-STRING
               ELSE
                   STRING WS-DT-DISPLAY-NO ". "
                       FUNCTION TRIM(WS-DT-ENTRY-NAME(WS-DT-I) TRAILING)
                       INTO OUTPUT-RECORD
                   END-STRING
               END-IF
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               MOVE SPACES TO OUTPUT-RECORD
               STRING "    " WS-DT-ENTRY-TEXT(WS-DT-I)
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-PERFORM
           .

      *> NAME, TEXT AND DEFAULT FLAG FOR A NEW LETTER. THE TEXT GOES
      *> THROUGH THE SAME PROHIBITED-CONTENT SCREEN AS A MESSAGE, SINCE
      *> THAT IS WHERE IT ENDS UP. AN EMPLOYER'S FIRST LETTER IS THEIR
      *> DEFAULT WITHOUT ASKING
       ADD-DISPOSITION-TEMPLATE.
           IF WS-DT-COUNT >= 20
               MOVE "You already have 20 letters - remove one first." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE "Letter name (max 20 chars):" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-DT-NEW-NAME
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-DT-NEW-NAME
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF
           IF WS-DT-NEW-NAME = SPACES OR WS-EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-DT-NEW-NAME) TO WS-DT-NEW-NAME
           PERFORM VARYING WS-DT-I FROM 1 BY 1
               UNTIL WS-DT-I > WS-DT-COUNT
               IF FUNCTION UPPER-CASE(WS-DT-ENTRY-NAME(WS-DT-I))
                   = FUNCTION UPPER-CASE(WS-DT-NEW-NAME)
                   MOVE "You already have a letter by that name." TO OUTPUT-RECORD
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           MOVE "Letter text (max 200 chars):" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-DT-NEW-TEXT
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-DT-NEW-TEXT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF
           IF WS-DT-NEW-TEXT = SPACES OR WS-EOF-FLAG = "Y"
               MOVE "A letter needs some text - nothing saved." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DT-NEW-TEXT TO WS-SCREEN-TEXT
           MOVE "LETTER" TO WS-SCREEN-SOURCE
           MOVE WS-DT-NEW-NAME TO WS-SCREEN-KEY
           PERFORM SCREEN-CONTENT
           IF WS-SCREEN-RESULT = "H"
               PERFORM REPORT-CONTENT-BLOCKED
               EXIT PARAGRAPH
           END-IF

           IF WS-DT-COUNT = 0
               MOVE "Y" TO WS-DT-NEW-DEFAULT
           ELSE
               MOVE "Make this your default letter? (Y/N):" TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               MOVE "N" TO WS-DT-NEW-DEFAULT
               IF WS-EOF-FLAG NOT = "Y"
                   READ INPUT-FILE INTO WS-TEMP-INPUT
                       AT END PERFORM NOTE-END-OF-INPUT
                       NOT AT END
                           PERFORM COUNT-INPUT-LINE
                           IF FUNCTION UPPER-CASE(WS-TEMP-INPUT(1:1)) = "Y"
                               MOVE "Y" TO WS-DT-NEW-DEFAULT
                           END-IF
                   END-READ
               END-IF
           END-IF

           OPEN EXTEND DISPOSITION-TEMPLATES-FILE
           IF WS-DT-STATUS NOT = "00"
               OPEN OUTPUT DISPOSITION-TEMPLATES-FILE
           END-IF
           MOVE CURRENT-USERNAME TO DT-EMPLOYER
           MOVE WS-DT-NEW-NAME TO DT-NAME
           MOVE "N" TO DT-DEFAULT
           MOVE WS-DT-NEW-TEXT TO DT-TEXT
           MOVE FUNCTION CURRENT-DATE(1:8) TO DT-DATE
           WRITE DISPOSITION-TEMPLATE-RECORD
           CLOSE DISPOSITION-TEMPLATES-FILE
      *> THE DEFAULT FLAG IS SET BY THE REWRITE SO ANY OLD DEFAULT IS
      *> CLEARED IN THE SAME PASS
           IF WS-DT-NEW-DEFAULT = "Y"
               MOVE WS-DT-NEW-NAME TO WS-DT-TARGET-NAME
               MOVE "D" TO WS-DT-ACTION
               PERFORM REWRITE-DISPOSITION-TEMPLATES
           END-IF

           MOVE CURRENT-USERNAME TO WS-AUDIT-USERNAME
           MOVE "DISPLETTER" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING "add " WS-DT-NEW-NAME DELIMITED BY SIZE
               INTO WS-AUDIT-KEY
           END-STRING
           PERFORM WRITE-AUDIT-RECORD

           IF WS-SCREEN-RESULT = "L"
               PERFORM QUEUE-CONTENT-FOR-REVIEW
           END-IF

           MOVE SPACES TO OUTPUT-RECORD
           STRING "Letter " FUNCTION TRIM(WS-DT-NEW-NAME TRAILING)
               " saved." INTO OUTPUT-RECORD
           END-STRING
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           .

      *> ASKS FOR A LETTER BY ITS LIST NUMBER. WS-DT-PICK COMES BACK
      *> ZERO, WITH NOTHING CHOSEN, ON A BLANK OR OUT-OF-RANGE ANSWER
       PICK-DISPOSITION-TEMPLATE.
           MOVE 0 TO WS-DT-PICK
           IF WS-DT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "Number of the letter (0 = cancel):" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF FUNCTION TRIM(WS-TEMP-INPUT) IS NUMERIC
                           MOVE FUNCTION NUMVAL(WS-TEMP-INPUT)
                               TO WS-DT-PICK
                       END-IF
               END-READ
           END-IF
           IF WS-DT-PICK > WS-DT-COUNT
               MOVE "No such letter." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               MOVE 0 TO WS-DT-PICK
           END-IF
           IF WS-DT-PICK > 0
               MOVE WS-DT-ENTRY-NAME(WS-DT-PICK) TO WS-DT-TARGET-NAME
           END-IF
           .

      *> SAME TEMP-FILE REWRITE AS REMOVE-CONTENT-RULE, ACROSS
      *> WS-DT-OWNER'S ROWS ONLY: "R" DROPS WS-DT-TARGET-NAME, "D"
      *> FLAGS IT AS THE DEFAULT AND CLEARS THE FLAG ON THE OTHERS
       REWRITE-DISPOSITION-TEMPLATES.
           MOVE "N" TO WS-DT-FOUND
           OPEN INPUT DISPOSITION-TEMPLATES-FILE
           IF WS-DT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT DISPOSITION-TEMPLATES-TEMP-FILE
           MOVE "N" TO WS-DT-EOF
           PERFORM UNTIL WS-DT-EOF = "Y"
               READ DISPOSITION-TEMPLATES-FILE
                   INTO DISPOSITION-TEMPLATE-RECORD
                   AT END MOVE "Y" TO WS-DT-EOF
                   NOT AT END
                       IF DT-EMPLOYER = WS-DT-OWNER
                           IF DT-NAME = WS-DT-TARGET-NAME
                               MOVE "Y" TO WS-DT-FOUND
                           END-IF
                           IF WS-DT-ACTION = "D"
                               IF DT-NAME = WS-DT-TARGET-NAME
                                   MOVE "Y" TO DT-DEFAULT
                               ELSE
                                   MOVE "N" TO DT-DEFAULT
                               END-IF
                           END-IF
                       END-IF
                       IF DT-EMPLOYER = WS-DT-OWNER
                           AND DT-NAME = WS-DT-TARGET-NAME
                           AND WS-DT-ACTION = "R"
                           CONTINUE
                       ELSE
                           MOVE DISPOSITION-TEMPLATE-RECORD
                               TO DISPOSITION-TEMPLATE-TEMP-RECORD
                           WRITE DISPOSITION-TEMPLATE-TEMP-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISPOSITION-TEMPLATES-FILE
           CLOSE DISPOSITION-TEMPLATES-TEMP-FILE

           IF WS-DT-FOUND = "Y"
               OPEN OUTPUT DISPOSITION-TEMPLATES-FILE
               OPEN INPUT DISPOSITION-TEMPLATES-TEMP-FILE
               MOVE "N" TO WS-DT-EOF
               PERFORM UNTIL WS-DT-EOF = "Y"
                   READ DISPOSITION-TEMPLATES-TEMP-FILE
                       INTO DISPOSITION-TEMPLATE-TEMP-RECORD
                       AT END MOVE "Y" TO WS-DT-EOF
                       NOT AT END
                           MOVE DISPOSITION-TEMPLATE-TEMP-RECORD
                               TO DISPOSITION-TEMPLATE-RECORD
                           WRITE DISPOSITION-TEMPLATE-RECORD
                   END-READ
               END-PERFORM
               CLOSE DISPOSITION-TEMPLATES-FILE
               CLOSE DISPOSITION-TEMPLATES-TEMP-FILE
           END-IF
           OPEN OUTPUT DISPOSITION-TEMPLATES-TEMP-FILE
           CLOSE DISPOSITION-TEMPLATES-TEMP-FILE

           IF WS-DT-FOUND = "Y"
               MOVE WS-DT-OWNER TO WS-AUDIT-USERNAME
               MOVE "DISPLETTER" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-KEY
               IF WS-DT-ACTION = "R"
                   STRING "del " WS-DT-TARGET-NAME DELIMITED BY SIZE
                       INTO WS-AUDIT-KEY
                   END-STRING
               ELSE
                   STRING "dft " WS-DT-TARGET-NAME DELIMITED BY SIZE
                       INTO WS-AUDIT-KEY
                   END-STRING
               END-IF
               PERFORM WRITE-AUDIT-RECORD
           END-IF
           .

      *> OFFERED RIGHT AFTER AN EMPLOYER CLOSES A LISTING BY HAND: IF
      *> ANYONE IS STILL IN THE PIPELINE FOR WS-CLOSEOUT-JOB-ID, PICK A
      *> LETTER (OR THE STANDARD ONE) AND CLOSE THEM ALL OUT AT ONCE.
      *> ANSWERING 0 LEAVES THE APPLICATIONS OPEN TO BE WORKED BY HAND
       OFFER-CLOSE-OUT.
           MOVE CURRENT-USERNAME TO WS-CLOSEOUT-SENDER
           PERFORM COLLECT-CLOSEOUT-BATCH
           IF WS-CLOSEOUT-OPEN = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO OUTPUT-RECORD
           STRING WS-CLOSEOUT-OPEN
               " applicant(s) still have an open application on this listing."
               INTO OUTPUT-RECORD
           END-STRING
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE WS-CLOSEOUT-SENDER TO WS-DT-OWNER
           PERFORM LOAD-DISPOSITION-TEMPLATES
           IF WS-DT-COUNT = 0
               MOVE " 1. Standard letter" TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               MOVE SPACES TO OUTPUT-RECORD
               STRING "    " WS-CLOSEOUT-STANDARD
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           ELSE
               PERFORM LIST-DISPOSITION-TEMPLATES
           END-IF
           MOVE "Enter the number of a letter to send, or 0 to leave these applications open:" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE 0 TO WS-DT-PICK
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF FUNCTION TRIM(WS-TEMP-INPUT) IS NUMERIC
                           MOVE FUNCTION NUMVAL(WS-TEMP-INPUT)
                               TO WS-DT-PICK
                       END-IF
               END-READ
           END-IF

           EVALUATE TRUE
               WHEN WS-DT-PICK = 0
                   MOVE "Applications left open." TO OUTPUT-RECORD
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
                   EXIT PARAGRAPH
               WHEN WS-DT-COUNT = 0 AND WS-DT-PICK = 1
                   MOVE WS-CLOSEOUT-STANDARD TO WS-CLOSEOUT-TEXT
               WHEN WS-DT-PICK <= WS-DT-COUNT
                   MOVE WS-DT-ENTRY-TEXT(WS-DT-PICK) TO WS-CLOSEOUT-TEXT
               WHEN OTHER
                   MOVE "No such letter - applications left open." TO OUTPUT-RECORD
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE "has been closed" TO WS-CLOSEOUT-REASON
           PERFORM CLOSE-OUT-APPLICANTS
           MOVE SPACES TO OUTPUT-RECORD
           STRING WS-CLOSEOUT-COUNT
               " application(s) closed out and the letter sent."
               INTO OUTPUT-RECORD
           END-STRING
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           .

      *> WS-CLOSEOUT-SENDER'S DEFAULT LETTER INTO WS-CLOSEOUT-TEXT, OR
      *> THE STANDARD LETTER IF THEY HAVE NOT FLAGGED ONE
       PICK-DEFAULT-DISPOSITION.
           MOVE WS-CLOSEOUT-STANDARD TO WS-CLOSEOUT-TEXT
           MOVE WS-CLOSEOUT-SENDER TO WS-DT-OWNER
           PERFORM LOAD-DISPOSITION-TEMPLATES
           PERFORM VARYING WS-DT-I FROM 1 BY 1
               UNTIL WS-DT-I > WS-DT-COUNT
               IF WS-DT-ENTRY-DEFAULT(WS-DT-I) = "Y"
                   MOVE WS-DT-ENTRY-TEXT(WS-DT-I) TO WS-CLOSEOUT-TEXT
               END-IF
           END-PERFORM
           .

      *> EVERY APPLICATION STILL OPEN ON WS-CLOSEOUT-JOB-ID GOES TO
      *> "R", WITH ITS app_history.doc ROW, WS-CLOSEOUT-TEXT SENT FROM
      *> WS-CLOSEOUT-SENDER ON THE JOB'S MESSAGE THREAD, A STATUS
      *> NOTIFICATION AND ANY PENDING REFERRAL SETTLED. APPLICANTS ARE
      *> TAKEN 200 AT A TIME UNTIL A PASS COMES UP SHORT. THE JOB'S
      *> UNCONFIRMED INTERVIEW PROPOSALS ARE THEN DROPPED AND ITS
      *> PENDING OFFERS WITHDRAWN
       CLOSE-OUT-APPLICANTS.
           MOVE 0 TO WS-CLOSEOUT-COUNT
           MOVE "Y" TO WS-CLOSEOUT-MORE
           PERFORM UNTIL WS-CLOSEOUT-MORE = "N"
               PERFORM COLLECT-CLOSEOUT-BATCH
               MOVE 0 TO WS-CLOSEOUT-APPLIED
               PERFORM VARYING WS-CLOSEOUT-I FROM 1 BY 1
                   UNTIL WS-CLOSEOUT-I > WS-CLOSEOUT-BATCH
                   PERFORM CLOSE-OUT-ONE-APPLICANT
               END-PERFORM
               IF WS-CLOSEOUT-BATCH < 200 OR WS-CLOSEOUT-APPLIED = 0
                   MOVE "N" TO WS-CLOSEOUT-MORE
               END-IF
           END-PERFORM

           PERFORM CANCEL-JOB-INTERVIEW-PROPOSALS
           PERFORM WITHDRAW-JOB-PENDING-OFFERS

           MOVE WS-CLOSEOUT-SENDER TO WS-AUDIT-USERNAME
           MOVE "CLOSEOUT" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING WS-CLOSEOUT-JOB-ID " " WS-CLOSEOUT-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-KEY
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           .

      *> UP TO 200 OPEN APPLICANTS ON WS-CLOSEOUT-JOB-ID INTO
      *> WS-CLOSEOUT-ENTRY, AND THE FULL OPEN COUNT IN WS-CLOSEOUT-OPEN
       COLLECT-CLOSEOUT-BATCH.
           MOVE 0 TO WS-CLOSEOUT-BATCH
           MOVE 0 TO WS-CLOSEOUT-OPEN
           MOVE "N" TO WS-APPLICATIONS-EOF
           OPEN INPUT APPLICATIONS-FILE
           MOVE WS-CLOSEOUT-JOB-ID TO APP-JOB-ID
           START APPLICATIONS-FILE KEY = APP-JOB-ID
               INVALID KEY MOVE "Y" TO WS-APPLICATIONS-EOF
           END-START
           PERFORM UNTIL WS-APPLICATIONS-EOF = "Y"
               READ APPLICATIONS-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-APPLICATIONS-EOF
                   NOT AT END
                       IF APP-JOB-ID NOT = WS-CLOSEOUT-JOB-ID
                           MOVE "Y" TO WS-APPLICATIONS-EOF
                       END-IF
                       IF APP-JOB-ID = WS-CLOSEOUT-JOB-ID
                           AND APP-STATUS NOT = "R"
                           AND APP-STATUS NOT = "H"
                           AND APP-STATUS NOT = "D"
                           AND APP-STATUS NOT = "W"
                           ADD 1 TO WS-CLOSEOUT-OPEN
                           IF WS-CLOSEOUT-BATCH < 200
                               ADD 1 TO WS-CLOSEOUT-BATCH
                               MOVE APP-USERNAME
                                   TO WS-CLOSEOUT-USER(WS-CLOSEOUT-BATCH)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPLICATIONS-FILE
           .

      *> ONE APPLICANT OF THE BATCH. THE ROW IS RE-READ BY KEY SO ONE
      *> THAT MOVED ON SINCE THE BATCH WAS TAKEN IS LEFT ALONE. THE
      *> LETTER IS NOT SENT ACROSS A BLOCK IN EITHER DIRECTION, BUT THE
      *> STATUS NOTIFICATION STILL IS
       CLOSE-OUT-ONE-APPLICANT.
           MOVE "N" TO WS-CLOSEOUT-DONE
           OPEN I-O APPLICATIONS-FILE
           MOVE WS-CLOSEOUT-USER(WS-CLOSEOUT-I) TO APP-USERNAME
           MOVE WS-CLOSEOUT-JOB-ID TO APP-JOB-ID
           READ APPLICATIONS-FILE KEY IS APP-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF APP-STATUS NOT = "R"
                      AND APP-STATUS NOT = "H"
                      AND APP-STATUS NOT = "D"
                      AND APP-STATUS NOT = "W"
                       MOVE APP-STATUS TO WS-APP-HIST-OLD
                       MOVE "R" TO APP-STATUS
                       MOVE "APPLICATIONS" TO WS-JOURNAL-FILE-ID
                       MOVE "U" TO WS-JOURNAL-ACTION
                       MOVE SPACES TO WS-JOURNAL-KEY
                       MOVE APP-USERNAME TO WS-JOURNAL-KEY(1:20)
                       MOVE APP-JOB-ID TO WS-JOURNAL-KEY(21:4)
                       MOVE APPLICATION-RECORD TO WS-JOURNAL-IMAGE
                       PERFORM WRITE-JOURNAL-RECORD
                       REWRITE APPLICATION-RECORD
                       MOVE APP-USERNAME TO WS-APP-HIST-USERNAME
                       MOVE APP-JOB-ID TO WS-APP-HIST-JOB-ID
                       MOVE APP-STATUS TO WS-APP-HIST-NEW
                       PERFORM WRITE-APP-HISTORY-RECORD
                       MOVE "Y" TO WS-CLOSEOUT-DONE
                   END-IF
           END-READ
           CLOSE APPLICATIONS-FILE
           IF WS-CLOSEOUT-DONE NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CLOSEOUT-APPLIED
           ADD 1 TO WS-CLOSEOUT-COUNT

           MOVE WS-CLOSEOUT-SENDER TO WS-BLOCK-CHECK-OWNER
           MOVE WS-CLOSEOUT-USER(WS-CLOSEOUT-I) TO WS-BLOCK-CHECK-TARGET
           PERFORM CHECK-USER-BLOCKED
           IF WS-USER-BLOCKED NOT = "Y"
               MOVE WS-CLOSEOUT-USER(WS-CLOSEOUT-I)
                   TO WS-BLOCK-CHECK-OWNER
               MOVE WS-CLOSEOUT-SENDER TO WS-BLOCK-CHECK-TARGET
               PERFORM CHECK-USER-BLOCKED
           END-IF
           IF WS-USER-BLOCKED NOT = "Y"
               OPEN I-O MESSAGES-FILE
               IF WS-MESSAGES-STATUS NOT = "00"
                   OPEN OUTPUT MESSAGES-FILE
                   CLOSE MESSAGES-FILE
                   OPEN I-O MESSAGES-FILE
               END-IF
               ADD 1 TO WS-NEXT-MSG-ID
               MOVE WS-NEXT-MSG-ID TO MS-ID
               PERFORM PERSIST-NEXT-JOB-ID
               MOVE WS-CLOSEOUT-SENDER TO MS-SENDER
               MOVE WS-CLOSEOUT-USER(WS-CLOSEOUT-I) TO MS-RECIPIENT
               MOVE WS-CLOSEOUT-TEXT TO MS-CONTENT
               MOVE FUNCTION CURRENT-DATE(1:14) TO MS-TIMESTAMP
               MOVE "U" TO MS-STATUS
               MOVE WS-CLOSEOUT-JOB-ID TO MS-JOB-ID
               MOVE "MESSAGES" TO WS-JOURNAL-FILE-ID
               MOVE "A" TO WS-JOURNAL-ACTION
               MOVE SPACES TO WS-JOURNAL-KEY
               MOVE MS-SENDER TO WS-JOURNAL-KEY(1:20)
               MOVE MS-RECIPIENT TO WS-JOURNAL-KEY(21:20)
               MOVE MESSAGE-RECORD TO WS-JOURNAL-IMAGE
               PERFORM WRITE-JOURNAL-RECORD
               WRITE MESSAGE-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
               CLOSE MESSAGES-FILE
           END-IF

           MOVE WS-CLOSEOUT-USER(WS-CLOSEOUT-I) TO WS-NOTIFY-USERNAME
           MOVE SPACES TO WS-NOTIFY-TEXT
           STRING "Your application for job " WS-CLOSEOUT-JOB-ID
               " was not selected - the listing "
               FUNCTION TRIM(WS-CLOSEOUT-REASON TRAILING) "."
               INTO WS-NOTIFY-TEXT
           END-STRING
           MOVE "A" TO WS-NOTIFY-CATEGORY
           PERFORM WRITE-NOTIFICATION-RECORD

           MOVE WS-CLOSEOUT-USER(WS-CLOSEOUT-I) TO WS-REFER-CANDIDATE
           MOVE WS-CLOSEOUT-JOB-ID TO WS-REFER-JOB-ID
           MOVE "R" TO WS-REFER-OUTCOME
           PERFORM NOTIFY-REFERRER-OUTCOME
           .

      *> DROPS EVERY "P" interviews.doc PROPOSAL ON WS-CLOSEOUT-JOB-ID.
      *> CONFIRMED INTERVIEWS STAY ON THE CALENDAR FOR THE EMPLOYER TO
      *> CALL OFF IN PERSON
       CANCEL-JOB-INTERVIEW-PROPOSALS.
           OPEN INPUT INTERVIEWS-FILE
           IF WS-INTERVIEWS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT INTERVIEWS-TEMP-FILE
           MOVE "N" TO WS-INTERVIEWS-EOF
           PERFORM UNTIL WS-INTERVIEWS-EOF = "Y"
               READ INTERVIEWS-FILE INTO INTERVIEW-RECORD
                   AT END MOVE "Y" TO WS-INTERVIEWS-EOF
                   NOT AT END
                       IF IV-JOB-ID = WS-CLOSEOUT-JOB-ID
                          AND IV-STATUS = "P"
                           CONTINUE
                       ELSE
                           MOVE INTERVIEW-RECORD TO INTERVIEW-TEMP-RECORD
                           WRITE INTERVIEW-TEMP-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INTERVIEWS-FILE
           CLOSE INTERVIEWS-TEMP-FILE

           OPEN OUTPUT INTERVIEWS-FILE
           OPEN INPUT INTERVIEWS-TEMP-FILE
           MOVE "N" TO WS-INTERVIEWS-EOF
           PERFORM UNTIL WS-INTERVIEWS-EOF = "Y"
               READ INTERVIEWS-TEMP-FILE INTO INTERVIEW-TEMP-RECORD
                   AT END MOVE "Y" TO WS-INTERVIEWS-EOF
                   NOT AT END
                       MOVE INTERVIEW-TEMP-RECORD TO INTERVIEW-RECORD
                       WRITE INTERVIEW-RECORD
               END-READ
           END-PERFORM
           CLOSE INTERVIEWS-FILE
           CLOSE INTERVIEWS-TEMP-FILE

           OPEN OUTPUT INTERVIEWS-TEMP-FILE
           CLOSE INTERVIEWS-TEMP-FILE
           .

      *> EVERY OFFER STILL "P" ON WS-CLOSEOUT-JOB-ID BECOMES "W",
      *> DATED TODAY, IN PLACE -- SAME REWRITE AS APPLY-OFFER-DECISION
       WITHDRAW-JOB-PENDING-OFFERS.
           MOVE "N" TO WS-OFFERS-EOF
           OPEN I-O OFFERS-FILE
           IF WS-OFFERS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-OFFERS-EOF = "Y"
               READ OFFERS-FILE INTO OFFER-RECORD
                   AT END MOVE "Y" TO WS-OFFERS-EOF
                   NOT AT END
                       IF OF-JOB-ID = WS-CLOSEOUT-JOB-ID
                          AND OF-STATUS = "P"
                           MOVE "W" TO OF-STATUS
                           MOVE FUNCTION CURRENT-DATE(1:8)
                               TO OF-DECISION-DATE
                           REWRITE OFFER-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OFFERS-FILE
           .

      *> LOOKS UP THE JOB'S AUTHOR AND DROPS A NOTIFICATION WITH THE
      *> STUDENT'S DECISION -- SAME SHAPE AS
      *> NOTIFY-EMPLOYER-INTERVIEW-SET
       NOTIFY-EMPLOYER-OFFER-DECISION.
           OPEN INPUT JOBS-FILE
           MOVE WS-OFFER-JOB-ID TO JR-ID
           READ JOBS-FILE KEY IS JR-ID
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE JR-AUTHOR-USERNAME TO WS-NOTIFY-USERNAME
                   MOVE SPACES TO WS-NOTIFY-TEXT
                   IF WS-OFFER-CHOICE = 1
                       STRING FUNCTION TRIM(CURRENT-USERNAME TRAILING)
                           " accepted your offer for job "
                           WS-OFFER-JOB-ID "." INTO WS-NOTIFY-TEXT
                   ELSE
                       STRING FUNCTION TRIM(CURRENT-USERNAME TRAILING)
                           " declined your offer for job "
                           WS-OFFER-JOB-ID "." INTO WS-NOTIFY-TEXT
                   END-IF
                   MOVE "A" TO WS-NOTIFY-CATEGORY
                   PERFORM WRITE-NOTIFICATION-RECORD
           END-READ
           CLOSE JOBS-FILE
           .

      *> SHOWS THE EMPLOYER THE SELECTED APPLICANT'S COVER NOTE AND THE
      *> PROFILE SNAPSHOT FROZEN AT SUBMISSION TIME. JOBS-FILE-RECORD
      *> STILL HOLDS THE LISTING (CALLED FROM MANAGE-JOB-APPLICANTS)
       SHOW-APPLICANT-SNAPSHOT.
           OPEN INPUT APPLICATIONS-FILE
           MOVE WS-APPLICANT-USERNAME (WS-MANAGE-APP-CHOICE)
               TO APP-USERNAME
           MOVE JR-ID TO APP-JOB-ID
           READ APPLICATIONS-FILE KEY IS APP-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "--- Application As Submitted ---" TO OUTPUT-RECORD
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD

                   MOVE CURRENT-USERNAME TO WS-PV-VIEWER
                   MOVE APP-USERNAME TO WS-PV-VIEWED
                   MOVE "A" TO WS-PV-SOURCE
                   MOVE JR-EMPLOYER TO WS-PV-COMPANY
                   PERFORM RECORD-PROFILE-VIEW

                   MOVE SPACES TO OUTPUT-RECORD
                   STRING "Name: " FUNCTION TRIM(APP-NAME TRAILING)
                       INTO OUTPUT-RECORD
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD

                   MOVE SPACES TO OUTPUT-RECORD
                   STRING "University: "
                       FUNCTION TRIM(APP-UNIVERSITY TRAILING)
                       INTO OUTPUT-RECORD
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD

                   MOVE SPACES TO OUTPUT-RECORD
                   STRING "Major: " FUNCTION TRIM(APP-MAJOR TRAILING)
                       " (Class of " APP-GRAD-YEAR ")"
                       INTO OUTPUT-RECORD
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD

      *> THE REGISTRAR'S WORD ON THE PROFILE AS IT STANDS TODAY
                   MOVE APP-USERNAME TO WS-ENROLL-CHECK-NAME
                   PERFORM LOOKUP-ENROLL-VERIFIED
                   IF WS-ENROLL-VERIFIED = "Y"
                       PERFORM BUILD-ENROLL-MARKER
                       MOVE WS-ENROLL-MARKER TO OUTPUT-RECORD
                       DISPLAY OUTPUT-RECORD
                       WRITE OUTPUT-RECORD
                   END-IF

      *> SKILLS THE APPLICANT HAS PASSED AN ASSESSMENT IN
                   MOVE APP-USERNAME TO WS-BADGE-LOAD-USER
                   PERFORM LOAD-SKILL-BADGE-TABLE
                   MOVE APP-USERNAME TO WS-BADGE-CHECK-USER
                   PERFORM BUILD-BADGE-SUMMARY
                   IF WS-BADGE-SUMMARY NOT = SPACES
                       MOVE SPACES TO OUTPUT-RECORD
                       STRING "Verified skills: "
                           FUNCTION TRIM(WS-BADGE-SUMMARY TRAILING)
                           INTO OUTPUT-RECORD
                       END-STRING
                       DISPLAY OUTPUT-RECORD
                       WRITE OUTPUT-RECORD
                   END-IF

                   IF APP-EXP-SUMMARY NOT = SPACES
                       MOVE SPACES TO OUTPUT-RECORD
                       STRING "Experience: "
                           FUNCTION TRIM(APP-EXP-SUMMARY TRAILING)
                           INTO OUTPUT-RECORD
                       DISPLAY OUTPUT-RECORD
                       WRITE OUTPUT-RECORD
                   END-IF

                   IF APP-RESUME-LINK NOT = SPACES
                       MOVE SPACES TO OUTPUT-RECORD
                       STRING "Resume: "
                           FUNCTION TRIM(APP-RESUME-LINK TRAILING)
                           INTO OUTPUT-RECORD
                       DISPLAY OUTPUT-RECORD
                       WRITE OUTPUT-RECORD
                   END-IF

                   IF APP-COVER-NOTE NOT = SPACES
                       MOVE "Cover Note:" TO OUTPUT-RECORD
                       DISPLAY OUTPUT-RECORD
                       WRITE OUTPUT-RECORD
                       MOVE APP-COVER-NOTE TO OUTPUT-RECORD
                       DISPLAY OUTPUT-RECORD
                       WRITE OUTPUT-RECORD
                   END-IF

                   MOVE "---" TO OUTPUT-RECORD
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
           END-READ
           CLOSE APPLICATIONS-FILE

      *> ANY SCORECARD FILED AFTER THE CONFIRMED INTERVIEW SHOWS RIGHT
      *> HERE, SO THE ADVANCE/REJECT DECISION IS MADE WITH THE
      *> INTERVIEWER'S OWN NOTES IN FRONT OF THE EMPLOYER
           MOVE WS-APPLICANT-USERNAME (WS-MANAGE-APP-CHOICE)
               TO WS-SCORECARD-USERNAME
           MOVE JR-ID TO WS-SCORECARD-JOB-ID
           PERFORM SHOW-APPLICANT-SCORECARD

      *> A REFERRED APPLICANT WEARS THE REFERRAL RIGHT HERE, WHERE THE
      *> ADVANCE/REJECT DECISION GETS MADE
           MOVE WS-APPLICANT-USERNAME (WS-MANAGE-APP-CHOICE)
               TO WS-REFER-CANDIDATE
           MOVE JR-ID TO WS-REFER-JOB-ID
           PERFORM SHOW-APPLICANT-REFERRAL
           .

      *> PRINTS ANY referrals.doc ROW FOR WS-REFER-CANDIDATE /
      *> WS-REFER-JOB-ID SO THE EMPLOYER SEES WHO VOUCHED
       SHOW-APPLICANT-REFERRAL.
           MOVE "N" TO WS-REFERRALS-EOF
           OPEN INPUT REFERRALS-FILE
           IF WS-REFERRALS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-REFERRALS-EOF = "Y"
               READ REFERRALS-FILE INTO REFERRAL-RECORD
                   AT END MOVE "Y" TO WS-REFERRALS-EOF
                   NOT AT END
                       IF RF-CANDIDATE = WS-REFER-CANDIDATE
                          AND RF-JOB-ID = WS-REFER-JOB-ID
                           MOVE SPACES TO OUTPUT-RECORD
                           STRING "Referred by "
                               FUNCTION TRIM(RF-REFERRER TRAILING)
                               ": " FUNCTION TRIM(RF-ENDORSEMENT TRAILING)
                               INTO OUTPUT-RECORD
                           DISPLAY OUTPUT-RECORD
                           WRITE OUTPUT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REFERRALS-FILE
           .

      *> CAPTURES HOW A CONFIRMED INTERVIEW ACTUALLY WENT -- RATING,
      *> RECOMMENDATION, FREE-TEXT NOTES -- AGAINST WS-SCORECARD-USERNAME
      *> / WS-SCORECARD-JOB-ID. REFUSED WHEN NO "C" CONFIRMED
      *> interviews.doc RECORD EXISTS FOR THE PAIR; RE-FILING REPLACES
      *> THE EARLIER CARD
       RECORD-INTERVIEW-SCORECARD.
           MOVE "N" TO WS-SCORECARD-INTERVIEWED
           MOVE "N" TO WS-INTERVIEWS-EOF
           OPEN INPUT INTERVIEWS-FILE
           IF WS-INTERVIEWS-STATUS NOT = "00"
               MOVE "Y" TO WS-INTERVIEWS-EOF
           END-IF
           PERFORM UNTIL WS-INTERVIEWS-EOF = "Y"
               READ INTERVIEWS-FILE INTO INTERVIEW-RECORD
                   AT END MOVE "Y" TO WS-INTERVIEWS-EOF
                   NOT AT END
                       IF IV-USERNAME = WS-SCORECARD-USERNAME
                          AND IV-JOB-ID = WS-SCORECARD-JOB-ID
                          AND IV-STATUS = "C"
                           MOVE "Y" TO WS-SCORECARD-INTERVIEWED
                       END-IF
               END-READ
           END-PERFORM
           IF WS-INTERVIEWS-STATUS = "00"
               CLOSE INTERVIEWS-FILE
           END-IF

           IF WS-SCORECARD-INTERVIEWED NOT = "Y"
               MOVE "No confirmed interview on file for this applicant yet." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-SCORECARD-RATING
           MOVE "Rating 1 (poor) to 5 (outstanding):" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF WS-TEMP-INPUT(1:1) IS NUMERIC
                           MOVE WS-TEMP-INPUT(1:1) TO WS-SCORECARD-RATING
                       END-IF
               END-READ
           END-IF
           IF WS-SCORECARD-RATING < 1 OR WS-SCORECARD-RATING > 5
               MOVE "Rating must be 1 through 5 - scorecard not filed." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE "U" TO WS-SCORECARD-RECOMMEND
           MOVE "Recommendation - 1 Advance, 2 Reject, 3 Undecided:" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       EVALUATE WS-TEMP-INPUT(1:1)
                           WHEN "1" MOVE "A" TO WS-SCORECARD-RECOMMEND
                           WHEN "2" MOVE "R" TO WS-SCORECARD-RECOMMEND
                           WHEN OTHER MOVE "U" TO WS-SCORECARD-RECOMMEND
                       END-EVALUATE
               END-READ
           END-IF

           MOVE SPACES TO WS-SCORECARD-NOTES
           MOVE "Interview notes (one line):" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-SCORECARD-NOTES
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF

           PERFORM REMOVE-SCORECARD-RECORD

           OPEN EXTEND SCORECARDS-FILE
           IF WS-SCORECARDS-STATUS NOT = "00"
               OPEN OUTPUT SCORECARDS-FILE
           END-IF
           MOVE WS-SCORECARD-USERNAME TO SC-USERNAME
           MOVE WS-SCORECARD-JOB-ID TO SC-JOB-ID
           MOVE WS-SCORECARD-RATING TO SC-RATING
           MOVE WS-SCORECARD-RECOMMEND TO SC-RECOMMEND
           MOVE WS-SCORECARD-NOTES TO SC-NOTES
           MOVE FUNCTION CURRENT-DATE(1:8) TO SC-DATE
           MOVE CURRENT-USERNAME TO SC-AUTHOR
           WRITE SCORECARD-RECORD
           CLOSE SCORECARDS-FILE

           MOVE CURRENT-USERNAME TO WS-AUDIT-USERNAME
           MOVE "SCORECARD" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING WS-SCORECARD-JOB-ID " "
               FUNCTION TRIM(WS-SCORECARD-USERNAME TRAILING)
               INTO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-RECORD

           MOVE "Scorecard filed." TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           .

      *> DROPS ANY EXISTING scorecards.doc RECORD FOR THE PAIR -- SAME
      *> TEMP-FILE REWRITE PATTERN AS REMOVE-INTERVIEW-RECORD
       REMOVE-SCORECARD-RECORD.
           OPEN INPUT SCORECARDS-FILE
           IF WS-SCORECARDS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT SCORECARDS-TEMP-FILE
           MOVE "N" TO WS-SCORECARDS-EOF
           PERFORM UNTIL WS-SCORECARDS-EOF = "Y"
               READ SCORECARDS-FILE INTO SCORECARD-RECORD
                   AT END MOVE "Y" TO WS-SCORECARDS-EOF
                   NOT AT END
                       IF SC-USERNAME = WS-SCORECARD-USERNAME
                          AND SC-JOB-ID = WS-SCORECARD-JOB-ID
                           CONTINUE
                       ELSE
                           MOVE SCORECARD-RECORD TO SCORECARD-TEMP-RECORD
                           WRITE SCORECARD-TEMP-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCORECARDS-FILE
           CLOSE SCORECARDS-TEMP-FILE

           OPEN OUTPUT SCORECARDS-FILE
           OPEN INPUT SCORECARDS-TEMP-FILE
           MOVE "N" TO WS-SCORECARDS-EOF
           PERFORM UNTIL WS-SCORECARDS-EOF = "Y"
               READ SCORECARDS-TEMP-FILE INTO SCORECARD-TEMP-RECORD
                   AT END MOVE "Y" TO WS-SCORECARDS-EOF
                   NOT AT END
                       MOVE SCORECARD-TEMP-RECORD TO SCORECARD-RECORD
                       WRITE SCORECARD-RECORD
               END-READ
           END-PERFORM
           CLOSE SCORECARDS-FILE
           CLOSE SCORECARDS-TEMP-FILE

           OPEN OUTPUT SCORECARDS-TEMP-FILE
           CLOSE SCORECARDS-TEMP-FILE
           .

      *> PRINTS THE FILED SCORECARD (IF ANY) FOR WS-SCORECARD-USERNAME
      *> / WS-SCORECARD-JOB-ID -- CALLED FROM SHOW-APPLICANT-SNAPSHOT
      *> SO IT RIDES ALONG WITH EVERY APPLICANT REVIEW
       SHOW-APPLICANT-SCORECARD.
           MOVE "N" TO WS-SCORECARD-FOUND
           MOVE "N" TO WS-SCORECARDS-EOF
           OPEN INPUT SCORECARDS-FILE
           IF WS-SCORECARDS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SCORECARDS-EOF = "Y"
               READ SCORECARDS-FILE INTO SCORECARD-RECORD
                   AT END MOVE "Y" TO WS-SCORECARDS-EOF
                   NOT AT END
                       IF SC-USERNAME = WS-SCORECARD-USERNAME
                          AND SC-JOB-ID = WS-SCORECARD-JOB-ID
                           MOVE "Y" TO WS-SCORECARD-FOUND
                           MOVE "--- Interview Scorecard ---" TO OUTPUT-RECORD
                           DISPLAY OUTPUT-RECORD
                           WRITE OUTPUT-RECORD

                           MOVE SPACES TO OUTPUT-RECORD
                           EVALUATE SC-RECOMMEND
                               WHEN "A"
                                   STRING "Rating: " SC-RATING "/5 - "
                                       "Recommend Advance" INTO OUTPUT-RECORD
                               WHEN "R"
                                   STRING "Rating: " SC-RATING "/5 - "
                                       "Recommend Reject" INTO OUTPUT-RECORD
                               WHEN OTHER
                                   STRING "Rating: " SC-RATING "/5 - "
                                       "Undecided" INTO OUTPUT-RECORD
                           END-EVALUATE
                           DISPLAY OUTPUT-RECORD
                           WRITE OUTPUT-RECORD

                           IF SC-NOTES NOT = SPACES
                               MOVE SPACES TO OUTPUT-RECORD
                               STRING "Notes: "
                                   FUNCTION TRIM(SC-NOTES TRAILING)
                                   INTO OUTPUT-RECORD
                               DISPLAY OUTPUT-RECORD
                               WRITE OUTPUT-RECORD
                           END-IF

                           MOVE SPACES TO OUTPUT-RECORD
                           STRING "Filed by "
                               FUNCTION TRIM(SC-AUTHOR TRAILING)
                               " on " SC-DATE INTO OUTPUT-RECORD
                           DISPLAY OUTPUT-RECORD
                           WRITE OUTPUT-RECORD

                           MOVE "---" TO OUTPUT-RECORD
                           DISPLAY OUTPUT-RECORD
                           WRITE OUTPUT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCORECARDS-FILE
           .

      *> STUDENT SIDE OF THE INTERNSHIP TIMESHEET: PICK ONE OF THE
      *> OFFERS THEY ACCEPTED, SEE THE WEEKS ALREADY LOGGED AGAINST
      *> IT, AND LOG ANOTHER. EACH WEEK GOES TO THE LISTING'S POSTER
      *> (JR-AUTHOR-USERNAME) FOR SIGN-OFF FROM THEIR OWN JOB MENU
       LOG-INTERNSHIP-HOURS.
           MOVE "--- Internship Hours ---" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE 0 TO WS-INTERN-COUNT
           MOVE "N" TO WS-OFFERS-EOF
           OPEN INPUT OFFERS-FILE
           IF WS-OFFERS-STATUS NOT = "00"
               MOVE "Y" TO WS-OFFERS-EOF
           END-IF
           OPEN INPUT JOBS-FILE
           PERFORM UNTIL WS-OFFERS-EOF = "Y"
               READ OFFERS-FILE INTO OFFER-RECORD
                   AT END MOVE "Y" TO WS-OFFERS-EOF
                   NOT AT END
                       IF OF-USERNAME = CURRENT-USERNAME
                           AND OF-STATUS = "A"
                           AND WS-INTERN-COUNT < 10
                           ADD 1 TO WS-INTERN-COUNT
                           MOVE OF-JOB-ID
                               TO WS-INTERN-JOB-LIST-ID (WS-INTERN-COUNT)
                           MOVE OF-JOB-ID TO JR-ID
                           READ JOBS-FILE KEY IS JR-ID
                               INVALID KEY MOVE SPACES TO JR-TITLE
                                           MOVE SPACES TO JR-EMPLOYER
                           END-READ
                           MOVE SPACES TO OUTPUT-RECORD
                           STRING WS-INTERN-COUNT ". Job " OF-JOB-ID " - "
                               FUNCTION TRIM(JR-TITLE TRAILING) " at "
                               FUNCTION TRIM(JR-EMPLOYER TRAILING)
                               " (started " OF-START-DATE ")"
                               INTO OUTPUT-RECORD
                           END-STRING
                           DISPLAY OUTPUT-RECORD
                           WRITE OUTPUT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBS-FILE
           IF WS-OFFERS-STATUS NOT = "35"
               CLOSE OFFERS-FILE
           END-IF

           IF WS-INTERN-COUNT = 0
               MOVE "You have no accepted offers to log internship hours against." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter the number of the internship, or 0 to go back:" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE 0 TO WS-INTERN-JOB-ID
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF FUNCTION NUMVAL(WS-TEMP-INPUT) > 0
                           AND FUNCTION NUMVAL(WS-TEMP-INPUT)
                               <= WS-INTERN-COUNT
                           MOVE WS-INTERN-JOB-LIST-ID
                               (FUNCTION NUMVAL(WS-TEMP-INPUT))
                               TO WS-INTERN-JOB-ID
                       END-IF
               END-READ
           END-IF
           IF WS-INTERN-JOB-ID = 0
               EXIT PARAGRAPH
           END-IF

           MOVE CURRENT-USERNAME TO WS-INTERN-USERNAME
           PERFORM SHOW-INTERNSHIP-WEEKS
           PERFORM CHECK-INTERNSHIP-CERTIFIED
           IF WS-INTERN-CERTIFIED = "Y"
               MOVE "These hours are already certified for credit - no further weeks can be logged." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE "Week starting date (YYYYMMDD), or blank to go back:" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE 0 TO WS-INTERN-WEEK-START
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF WS-TEMP-INPUT(1:8) IS NUMERIC
                           AND WS-TEMP-INPUT(5:2) >= "01"
                           AND WS-TEMP-INPUT(5:2) <= "12"
                           AND WS-TEMP-INPUT(7:2) >= "01"
                           AND WS-TEMP-INPUT(7:2) <= "31"
                           MOVE WS-TEMP-INPUT(1:8) TO WS-INTERN-WEEK-START
                       END-IF
               END-READ
           END-IF
           IF WS-INTERN-WEEK-START = 0
               EXIT PARAGRAPH
           END-IF
      *> A WEEK THAT HAS NOT STARTED YET HAS NO HOURS TO REPORT
           IF WS-INTERN-WEEK-START > FUNCTION CURRENT-DATE(1:8)
               MOVE "That week has not started yet." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE "Hours worked that week (e.g. 20 or 17.5):" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE 0 TO WS-INTERN-HOURS
           MOVE SPACES TO WS-INTERN-HOURS-TEXT
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-INTERN-HOURS-TEXT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF
      *> NOTHING OVER 80 IN A WEEK IS A REAL TIMESHEET
           IF WS-INTERN-HOURS-TEXT NOT = SPACES
               IF FUNCTION NUMVAL(WS-INTERN-HOURS-TEXT) > 0
                   AND FUNCTION NUMVAL(WS-INTERN-HOURS-TEXT) <= 80
                   COMPUTE WS-INTERN-HOURS =
                       FUNCTION NUMVAL(WS-INTERN-HOURS-TEXT)
               END-IF
           END-IF
           IF WS-INTERN-HOURS = 0
               MOVE "Hours must be more than 0 and no more than 80." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

      *> THE SIGN-OFF GOES TO WHOEVER POSTED THE LISTING
           MOVE SPACES TO WS-INTERN-EMPLOYER
           OPEN INPUT JOBS-FILE
           MOVE WS-INTERN-JOB-ID TO JR-ID
           READ JOBS-FILE KEY IS JR-ID
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE JR-AUTHOR-USERNAME TO WS-INTERN-EMPLOYER
           END-READ
           CLOSE JOBS-FILE

      *> ONE ROW PER WEEK: A WEEK ALREADY WAITING OR APPROVED STANDS,
      *> A REJECTED ONE IS RESUBMITTED IN PLACE WITH THE NEW HOURS
           MOVE "N" TO WS-INTERN-WEEK-FOUND
           MOVE "N" TO WS-INTERN-HOURS-EOF
           OPEN I-O INTERNSHIP-HOURS-FILE
           IF WS-INTERN-HOURS-STATUS NOT = "00"
               OPEN OUTPUT INTERNSHIP-HOURS-FILE
               CLOSE INTERNSHIP-HOURS-FILE
               OPEN I-O INTERNSHIP-HOURS-FILE
           END-IF
           PERFORM UNTIL WS-INTERN-HOURS-EOF = "Y"
               READ INTERNSHIP-HOURS-FILE INTO INTERNSHIP-HOURS-RECORD
                   AT END MOVE "Y" TO WS-INTERN-HOURS-EOF
                   NOT AT END
                       IF IH-USERNAME = CURRENT-USERNAME
                           AND IH-JOB-ID = WS-INTERN-JOB-ID
                           AND IH-WEEK-START = WS-INTERN-WEEK-START
                           IF IH-STATUS = "R"
                               MOVE "R" TO WS-INTERN-WEEK-FOUND
                               MOVE WS-INTERN-HOURS TO IH-HOURS
                               MOVE WS-INTERN-EMPLOYER TO IH-EMPLOYER
                               MOVE "P" TO IH-STATUS
                               MOVE FUNCTION CURRENT-DATE(1:8)
                                   TO IH-LOGGED-DATE
                               MOVE 0 TO IH-DECIDED-DATE
                               REWRITE INTERNSHIP-HOURS-RECORD
                           ELSE
                               MOVE "Y" TO WS-INTERN-WEEK-FOUND
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INTERNSHIP-HOURS-FILE

           IF WS-INTERN-WEEK-FOUND = "Y"
               MOVE "That week is already logged - only a rejected week can be logged again." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           IF WS-INTERN-WEEK-FOUND = "N"
               OPEN EXTEND INTERNSHIP-HOURS-FILE
               MOVE CURRENT-USERNAME TO IH-USERNAME
               MOVE WS-INTERN-JOB-ID TO IH-JOB-ID
               MOVE WS-INTERN-WEEK-START TO IH-WEEK-START
               MOVE WS-INTERN-HOURS TO IH-HOURS
               MOVE WS-INTERN-EMPLOYER TO IH-EMPLOYER
               MOVE "P" TO IH-STATUS
               MOVE FUNCTION CURRENT-DATE(1:8) TO IH-LOGGED-DATE
               MOVE 0 TO IH-DECIDED-DATE
               WRITE INTERNSHIP-HOURS-RECORD
               CLOSE INTERNSHIP-HOURS-FILE
           END-IF

           MOVE CURRENT-USERNAME TO WS-AUDIT-USERNAME
           MOVE "LOGHOURS" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING WS-INTERN-JOB-ID " " WS-INTERN-WEEK-START
               INTO WS-AUDIT-KEY
           END-STRING
           PERFORM WRITE-AUDIT-RECORD

           IF WS-INTERN-EMPLOYER NOT = SPACES
               MOVE WS-INTERN-EMPLOYER TO WS-NOTIFY-USERNAME
               MOVE SPACES TO WS-NOTIFY-TEXT
               STRING FUNCTION TRIM(CURRENT-USERNAME TRAILING)
                   " logged internship hours for job " WS-INTERN-JOB-ID
                   ", week of " WS-INTERN-WEEK-START
                   " - approve under Internship Hours."
                   INTO WS-NOTIFY-TEXT
               END-STRING
               MOVE "J" TO WS-NOTIFY-CATEGORY
               PERFORM WRITE-NOTIFICATION-RECORD
           END-IF

           MOVE "Hours logged - waiting on your employer's approval." TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           .

      *> LISTS EVERY WEEK ON FILE FOR WS-INTERN-USERNAME /
      *> WS-INTERN-JOB-ID WITH ITS SIGN-OFF STATE, THEN THE APPROVED
      *> TOTAL
       SHOW-INTERNSHIP-WEEKS.
           MOVE 0 TO WS-INTERN-APPROVED-TOTAL
           MOVE 0 TO WS-INTERN-WEEK-COUNT
           MOVE "N" TO WS-INTERN-HOURS-EOF
           OPEN INPUT INTERNSHIP-HOURS-FILE
           IF WS-INTERN-HOURS-STATUS NOT = "00"
               MOVE "Y" TO WS-INTERN-HOURS-EOF
           END-IF
           PERFORM UNTIL WS-INTERN-HOURS-EOF = "Y"
               READ INTERNSHIP-HOURS-FILE INTO INTERNSHIP-HOURS-RECORD
                   AT END MOVE "Y" TO WS-INTERN-HOURS-EOF
                   NOT AT END
                       IF IH-USERNAME = WS-INTERN-USERNAME
                           AND IH-JOB-ID = WS-INTERN-JOB-ID
                           ADD 1 TO WS-INTERN-WEEK-COUNT
                           MOVE IH-HOURS TO WS-INTERN-HOURS-DISPLAY
                           MOVE SPACES TO OUTPUT-RECORD
                           EVALUATE IH-STATUS
                               WHEN "A"
                                   ADD IH-HOURS
                                       TO WS-INTERN-APPROVED-TOTAL
                                   STRING "  Week of " IH-WEEK-START ": "
                                       WS-INTERN-HOURS-DISPLAY
                                       " hours (Approved)"
                                       INTO OUTPUT-RECORD
                               WHEN "R"
                                   STRING "  Week of " IH-WEEK-START ": "
                                       WS-INTERN-HOURS-DISPLAY
                                       " hours (Rejected - log it again)"
                                       INTO OUTPUT-RECORD
                               WHEN OTHER
                                   STRING "  Week of " IH-WEEK-START ": "
                                       WS-INTERN-HOURS-DISPLAY
                                       " hours (Awaiting approval)"
                                       INTO OUTPUT-RECORD
                           END-EVALUATE
                           DISPLAY OUTPUT-RECORD
                           WRITE OUTPUT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-INTERN-HOURS-STATUS NOT = "35"
               CLOSE INTERNSHIP-HOURS-FILE
           END-IF

           IF WS-INTERN-WEEK-COUNT = 0
               MOVE "  (no weeks logged yet)" TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           ELSE
               MOVE WS-INTERN-APPROVED-TOTAL TO WS-INTERN-TOTAL-DISPLAY
               MOVE SPACES TO OUTPUT-RECORD
               STRING "  Approved total: " WS-INTERN-TOTAL-DISPLAY " hours"
                   INTO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF
           .

      *> LEAVES WS-INTERN-CERTIFIED = "Y" WHEN internship_credit.doc
      *> ALREADY HOLDS A ROW FOR WS-INTERN-USERNAME / WS-INTERN-JOB-ID
       CHECK-INTERNSHIP-CERTIFIED.
           MOVE "N" TO WS-INTERN-CERTIFIED
           MOVE "N" TO WS-INTERN-CREDIT-EOF
           OPEN INPUT INTERNSHIP-CREDIT-FILE
           IF WS-INTERN-CREDIT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-INTERN-CREDIT-EOF = "Y"
               READ INTERNSHIP-CREDIT-FILE INTO INTERNSHIP-CREDIT-RECORD
                   AT END MOVE "Y" TO WS-INTERN-CREDIT-EOF
                   NOT AT END
                       IF IC-USERNAME = WS-INTERN-USERNAME
                           AND IC-JOB-ID = WS-INTERN-JOB-ID
                           MOVE "Y" TO WS-INTERN-CERTIFIED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INTERNSHIP-CREDIT-FILE
           .

      *> EMPLOYER SIDE: EVERY WEEK WAITING ON THIS ACCOUNT'S SIGN-OFF,
      *> ONE APPROVE/REJECT PROMPT EACH. THE FILE IS OPEN I-O FOR THE
      *> SCAN SO EACH DECISION REWRITES ITS ROW IN PLACE, THE WAY
      *> SHOW-ONE-MENTOR-PAIRING DOES
       REVIEW-INTERNSHIP-HOURS.
           MOVE "--- Internship Hours Awaiting Your Approval ---" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE 0 TO WS-INTERN-COUNT
           MOVE "N" TO WS-INTERN-HOURS-EOF
           OPEN I-O INTERNSHIP-HOURS-FILE
           IF WS-INTERN-HOURS-STATUS NOT = "00"
               MOVE "Y" TO WS-INTERN-HOURS-EOF
           END-IF
           PERFORM UNTIL WS-INTERN-HOURS-EOF = "Y"
               READ INTERNSHIP-HOURS-FILE INTO INTERNSHIP-HOURS-RECORD
                   AT END MOVE "Y" TO WS-INTERN-HOURS-EOF
                   NOT AT END
                       IF IH-EMPLOYER = CURRENT-USERNAME
                           AND IH-STATUS = "P"
                           ADD 1 TO WS-INTERN-COUNT
                           PERFORM DECIDE-ONE-INTERNSHIP-WEEK
                       END-IF
               END-READ
           END-PERFORM
           IF WS-INTERN-HOURS-STATUS NOT = "35"
               CLOSE INTERNSHIP-HOURS-FILE
           END-IF

           IF WS-INTERN-COUNT = 0
               MOVE "No internship hours are waiting on your approval." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF
           .

       DECIDE-ONE-INTERNSHIP-WEEK.
           MOVE IH-HOURS TO WS-INTERN-HOURS-DISPLAY
           MOVE SPACES TO OUTPUT-RECORD
           STRING FUNCTION TRIM(IH-USERNAME TRAILING)
               " - job " IH-JOB-ID ", week of " IH-WEEK-START ": "
               WS-INTERN-HOURS-DISPLAY " hours"
               INTO OUTPUT-RECORD
           END-STRING
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE "1. Approve  2. Reject  0. Decide later" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE 0 TO WS-INTERN-CHOICE
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF WS-TEMP-INPUT(1:1) IS NUMERIC
                           MOVE WS-TEMP-INPUT(1:1) TO WS-INTERN-CHOICE
                       END-IF
               END-READ
           END-IF

           IF WS-INTERN-CHOICE NOT = 1 AND WS-INTERN-CHOICE NOT = 2
               EXIT PARAGRAPH
           END-IF

           IF WS-INTERN-CHOICE = 1
               MOVE "A" TO IH-STATUS
           ELSE
               MOVE "R" TO IH-STATUS
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO IH-DECIDED-DATE
           REWRITE INTERNSHIP-HOURS-RECORD

           MOVE CURRENT-USERNAME TO WS-AUDIT-USERNAME
           IF WS-INTERN-CHOICE = 1
               MOVE "HOURSAPPROVE" TO WS-AUDIT-ACTION
           ELSE
               MOVE "HOURSREJECT" TO WS-AUDIT-ACTION
           END-IF
           MOVE SPACES TO WS-AUDIT-KEY
           STRING IH-JOB-ID " " IH-WEEK-START INTO WS-AUDIT-KEY
           END-STRING
           PERFORM WRITE-AUDIT-RECORD

           MOVE IH-USERNAME TO WS-NOTIFY-USERNAME
           MOVE SPACES TO WS-NOTIFY-TEXT
           IF WS-INTERN-CHOICE = 1
               STRING "Your internship hours for job " IH-JOB-ID
                   ", week of " IH-WEEK-START " were approved."
                   INTO WS-NOTIFY-TEXT
               END-STRING
               MOVE "Approved." TO OUTPUT-RECORD
           ELSE
               STRING "Your internship hours for job " IH-JOB-ID
                   ", week of " IH-WEEK-START
                   " were rejected - please log that week again."
                   INTO WS-NOTIFY-TEXT
               END-STRING
               MOVE "Rejected - the student has been asked to log it again." TO OUTPUT-RECORD
           END-IF
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "A" TO WS-NOTIFY-CATEGORY
           PERFORM WRITE-NOTIFICATION-RECORD
           .

       ADMIN-LOGIN.
      *> GATES ACCESS TO THE OPS CONSOLE. WITH OPERATOR ACCOUNTS ON
      *> FILE, EACH OF THE OPS STAFF SIGNS IN UNDER THEIR OWN NAME AND
      *> PERMISSION LEVEL; THE OLD SHARED CTL-ADMIN-PASSWORD-HASH GATE
      *> SURVIVES ONLY AS THE BOOTSTRAP PATH WHILE operators.doc IS
      *> EMPTY -- SHARED PASSWORDS WERE THE TOP AUDIT FINDING
           MOVE "admin" TO WS-OPERATOR-NAME
           MOVE "F" TO WS-OPERATOR-LEVEL
           MOVE "N" TO WS-OPERATORS-ON-FILE
           MOVE "N" TO WS-OPERATORS-EOF
           OPEN INPUT OPERATORS-FILE
           IF WS-OPERATORS-STATUS NOT = "00"
               MOVE "Y" TO WS-OPERATORS-EOF
           END-IF
           PERFORM UNTIL WS-OPERATORS-EOF = "Y"
               READ OPERATORS-FILE INTO OPERATOR-RECORD
                   AT END MOVE "Y" TO WS-OPERATORS-EOF
                   NOT AT END
                       IF OP-NAME NOT = SPACES
                           MOVE "Y" TO WS-OPERATORS-ON-FILE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OPERATORS-STATUS NOT = "35"
               CLOSE OPERATORS-FILE
           END-IF

           IF WS-OPERATORS-ON-FILE = "Y"
               PERFORM OPERATOR-LOGIN
           ELSE
               MOVE "Enter admin password:" TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               READ INPUT-FILE INTO WS-PASSWORD
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       PERFORM HASH-PASSWORD
                       IF WS-PASSWORD-HASHED = WS-ADMIN-PASSWORD-HASH
                           PERFORM ADMIN-CONSOLE UNTIL WS-EOF-FLAG = "Y"
                               OR WS-ADMIN-CHOICE = 9
                       ELSE
                           MOVE "Invalid admin password." TO OUTPUT-RECORD
                           DISPLAY OUTPUT-RECORD
                           WRITE OUTPUT-RECORD
                       END-IF
               END-READ
           END-IF
           .

      *> NAMED-OPERATOR SIGN-IN: OPERATOR NAME PLUS THEIR OWN PASSWORD,
      *> HASHED WITH THE SAME HASH-PASSWORD AS EVERY OTHER CREDENTIAL
       OPERATOR-LOGIN.
           MOVE "Operator name:" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-OPERATOR-NEW-NAME
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF

           MOVE "Operator password:" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-PASSWORD
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF
           IF WS-EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM HASH-PASSWORD

           MOVE "N" TO WS-OPERATOR-FOUND
           MOVE "N" TO WS-OPERATORS-EOF
           OPEN INPUT OPERATORS-FILE
           PERFORM UNTIL WS-OPERATORS-EOF = "Y" OR WS-OPERATOR-FOUND = "Y"
               READ OPERATORS-FILE INTO OPERATOR-RECORD
                   AT END MOVE "Y" TO WS-OPERATORS-EOF
                   NOT AT END
                       IF OP-NAME = WS-OPERATOR-NEW-NAME
                          AND OP-PASSWORD-HASH = WS-PASSWORD-HASHED
                           MOVE "Y" TO WS-OPERATOR-FOUND
                           MOVE OP-NAME TO WS-OPERATOR-NAME
                           MOVE OP-LEVEL TO WS-OPERATOR-LEVEL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATORS-FILE

           IF WS-OPERATOR-FOUND = "Y"
               MOVE WS-OPERATOR-NAME TO WS-AUDIT-USERNAME
               MOVE "OPERLOGIN" TO WS-AUDIT-ACTION
               MOVE WS-OPERATOR-NAME TO WS-AUDIT-KEY
               PERFORM WRITE-AUDIT-RECORD
               PERFORM ADMIN-CONSOLE UNTIL WS-EOF-FLAG = "Y"
                   OR WS-ADMIN-CHOICE = 9
           ELSE
               MOVE "Invalid operator name or password." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF
           .

       ADMIN-CONSOLE.
           MOVE "==== Ops Admin Console ====" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE "1. Dump Job Listings" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE "2. Browse Audit Trail" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE "3. Post Announcement" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE "4. Unlock Account" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE "5. Manage Job Categories" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE "6. Manage Operator Accounts" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE "7. User Administration" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE "8. Last Night's Batch Chain" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE "0. Manage University/Major Tables" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE "10. Job Review Queue" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE "11. Employer Vetting Queue" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE "12. Dead-Letter Queue" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE "13. Pending Approvals" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE "14. Abuse Reports" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE "15. Terms of Use Versions" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE "16. Content Rules" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE "17. Support Tickets" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE "18. Reports" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE "19. Sponsored Listings" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE "20. Control Parameters" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE "21. Company Holds" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE "22. Dormant Account Deletions" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE "23. Duplicate Listings" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE "9. Back to Main Menu" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE "Enter your choice:" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           READ INPUT-FILE INTO WS-TEMP-INPUT
               AT END PERFORM NOTE-END-OF-INPUT
               NOT AT END
                   PERFORM COUNT-INPUT-LINE
                   MOVE FUNCTION NUMVAL(WS-TEMP-INPUT) TO WS-ADMIN-CHOICE
                   EVALUATE WS-ADMIN-CHOICE
                       WHEN 1
                           PERFORM DEBUG-JOBS
                       WHEN 2
                           PERFORM BROWSE-AUDIT-TRAIL
      *> EVERYTHING FROM HERE DOWN CHANGES STATE -- THE READ-ONLY
      *> OPERATOR LEVEL (THE STUDENT INTERN) STOPS AT LOOKING
                       WHEN 3
                           PERFORM CHECK-OPERATOR-WRITE-ACCESS
                           IF WS-OPERATOR-LEVEL = "F"
                               PERFORM POST-ANNOUNCEMENT
                           END-IF
                       WHEN 4
                           PERFORM CHECK-OPERATOR-WRITE-ACCESS
                           IF WS-OPERATOR-LEVEL = "F"
                               PERFORM UNLOCK-ACCOUNT
                           END-IF
                       WHEN 5
                           PERFORM CHECK-OPERATOR-WRITE-ACCESS
                           IF WS-OPERATOR-LEVEL = "F"
                               PERFORM MANAGE-JOB-CATEGORIES
                           END-IF
                       WHEN 6
                           PERFORM CHECK-OPERATOR-WRITE-ACCESS
                           IF WS-OPERATOR-LEVEL = "F"
                               PERFORM MANAGE-OPERATOR-ACCOUNTS
                           END-IF
                       WHEN 7
                           PERFORM USER-ADMIN-MENU
                       WHEN 8
                           PERFORM SHOW-BATCH-CHAIN
                       WHEN 0
                           PERFORM CHECK-OPERATOR-WRITE-ACCESS
                           IF WS-OPERATOR-LEVEL = "F"
                               PERFORM MANAGE-REFERENCE-TABLES
                           END-IF
                       WHEN 10
                           PERFORM CHECK-OPERATOR-WRITE-ACCESS
                           IF WS-OPERATOR-LEVEL = "F"
                               PERFORM REVIEW-JOB-QUEUE
                           END-IF
                       WHEN 11
                           PERFORM CHECK-OPERATOR-WRITE-ACCESS
                           IF WS-OPERATOR-LEVEL = "F"
                               PERFORM REVIEW-EMPLOYER-QUEUE
                           END-IF
                       WHEN 12
                           PERFORM CHECK-OPERATOR-WRITE-ACCESS
                           IF WS-OPERATOR-LEVEL = "F"
                               PERFORM REVIEW-DEAD-LETTERS
                           END-IF
                       WHEN 13
                           PERFORM CHECK-OPERATOR-WRITE-ACCESS
                           IF WS-OPERATOR-LEVEL = "F"
                               PERFORM REVIEW-PENDING-APPROVALS
                           END-IF
                       WHEN 14
                           PERFORM CHECK-OPERATOR-WRITE-ACCESS
                           IF WS-OPERATOR-LEVEL = "F"
                               PERFORM REVIEW-ABUSE-REPORTS
                           END-IF
                       WHEN 15
                           PERFORM CHECK-OPERATOR-WRITE-ACCESS
                           IF WS-OPERATOR-LEVEL = "F"
                               PERFORM MANAGE-TERMS-VERSIONS
                           END-IF
                       WHEN 16
                           PERFORM CHECK-OPERATOR-WRITE-ACCESS
                           IF WS-OPERATOR-LEVEL = "F"
                               PERFORM MANAGE-CONTENT-RULES
                           END-IF
                       WHEN 17
                           PERFORM CHECK-OPERATOR-WRITE-ACCESS
                           IF WS-OPERATOR-LEVEL = "F"
                               PERFORM REVIEW-SUPPORT-TICKETS
                           END-IF
      *> READ-ONLY, BUT THE CATALOG ITSELF SAYS WHICH REPORTS NEED
      *> FULL ACCESS TO OPEN
                       WHEN 18
                           PERFORM VIEW-REPORT-CATALOG
                       WHEN 19
                           PERFORM CHECK-OPERATOR-WRITE-ACCESS
                           IF WS-OPERATOR-LEVEL = "F"
                               PERFORM MANAGE-SPONSORED-LISTINGS
                           END-IF
      *> ANYONE MAY LOOK; CHANGING A VALUE NEEDS FULL ACCESS, CHECKED
      *> INSIDE ONCE A PARAMETER IS PICKED
                       WHEN 20
                           PERFORM MANAGE-CONTROL-PARAMETERS
      *> SAME SPLIT AS CONTROL PARAMETERS: LOOKING IS OPEN, PLACING OR
      *> LIFTING A HOLD NEEDS FULL ACCESS
                       WHEN 21
                           PERFORM MANAGE-COMPANY-HOLDS
      *> LOOKING IS OPEN; QUEUING A DELETION NEEDS FULL ACCESS, AND A
      *> SECOND OPERATOR STILL HAS TO APPROVE IT
                       WHEN 22
                           PERFORM MANAGE-DORMANT-DELETIONS
      *> LOOKING IS OPEN; MERGING OR DISMISSING A GROUP NEEDS FULL
      *> ACCESS, CHECKED ONCE THE DECISION IS MADE
                       WHEN 23
                           PERFORM REVIEW-DUPLICATE-LISTINGS
                       WHEN 9
                           MOVE "Returning back to MAIN MENU..." TO OUTPUT-RECORD
                           DISPLAY OUTPUT-RECORD
                           WRITE OUTPUT-RECORD
                       WHEN OTHER
                           MOVE "Invalid choice, please try again" TO OUTPUT-RECORD
                           DISPLAY OUTPUT-RECORD
                           WRITE OUTPUT-RECORD
                   END-EVALUATE
           END-READ
           .

       DEBUG-JOBS.
      *> THIS PARAGRAPH CAN LATER BE USED AS A BLUEPRINT FOR JOB LISTINGS DISPLAY
           MOVE "JOBS DEBUG OUTPUT BEGIN" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           OPEN INPUT JOBS-FILE
           MOVE 'N' TO WS-JOBS-FILE-EOF
           PERFORM UNTIL WS-JOBS-FILE-EOF = 'Y'
             READ JOBS-FILE NEXT RECORD
               AT END
                 MOVE 'Y' TO WS-JOBS-FILE-EOF
               NOT AT END
                 MOVE "======" TO OUTPUT-RECORD
                 DISPLAY OUTPUT-RECORD
                 WRITE OUTPUT-RECORD

                 MOVE "JOB ID: " TO OUTPUT-RECORD
                 DISPLAY OUTPUT-RECORD
                 WRITE OUTPUT-RECORD

                 MOVE JR-ID TO OUTPUT-RECORD
                 DISPLAY OUTPUT-RECORD
                 WRITE OUTPUT-RECORD

                 MOVE "Titie: " TO OUTPUT-RECORD
                 DISPLAY OUTPUT-RECORD
                 WRITE OUTPUT-RECORD

                 MOVE JR-TITLE TO OUTPUT-RECORD
                 DISPLAY OUTPUT-RECORD
                 WRITE OUTPUT-RECORD

                 MOVE "Description: " TO OUTPUT-RECORD
                 DISPLAY OUTPUT-RECORD
                 WRITE OUTPUT-RECORD

                 MOVE JR-DESC TO OUTPUT-RECORD
                 DISPLAY OUTPUT-RECORD
                 WRITE OUTPUT-RECORD

                 MOVE "Employer: " TO OUTPUT-RECORD
                 DISPLAY OUTPUT-RECORD
                 WRITE OUTPUT-RECORD

                 MOVE JR-EMPLOYER TO OUTPUT-RECORD
                 DISPLAY OUTPUT-RECORD
                 WRITE OUTPUT-RECORD

                 MOVE "Location: " TO OUTPUT-RECORD
                 DISPLAY OUTPUT-RECORD
                 WRITE OUTPUT-RECORD

                 MOVE JR-LOCATION TO OUTPUT-RECORD
                 DISPLAY OUTPUT-RECORD
                 WRITE OUTPUT-RECORD

                 MOVE "Salary: " TO OUTPUT-RECORD
                 DISPLAY OUTPUT-RECORD
                 WRITE OUTPUT-RECORD

                 MOVE JR-SALARY TO OUTPUT-RECORD
                 DISPLAY OUTPUT-RECORD
                 WRITE OUTPUT-RECORD

                 MOVE "AUTHOR: " TO OUTPUT-RECORD
                 DISPLAY OUTPUT-RECORD
                 WRITE OUTPUT-RECORD

                 MOVE JR-AUTHOR-USERNAME TO OUTPUT-RECORD
                 DISPLAY OUTPUT-RECORD
                 WRITE OUTPUT-RECORD
             END-READ
           END-PERFORM
           CLOSE JOBS-FILE

           MOVE "JOBS DEBUG OUTPUT ENDED" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
       .

      *> THE TOOL OPS NEVER HAD: WHEN A STUDENT WALKS IN HAVING
      *> FORGOTTEN BOTH PASSWORD AND SECURITY ANSWER, AN OPERATOR CAN
      *> LOOK THE ACCOUNT UP, FORCE-RESET EITHER CREDENTIAL, SUSPEND OR
      *> UNSUSPEND IT, AND EYEBALL (NOT EDIT) THE PROFILE. EVERY CHANGE
      *> IS CONFIRMED AND LANDS IN THE AUDIT TRAIL UNDER THE OPERATOR'S
      *> OWN NAME; LOOKUP AND PROFILE VIEW ARE OPEN TO READ-ONLY STAFF
      *> PRE-PUBLICATION MODERATION QUEUE: EVERY OPEN LISTING STILL AT
      *> JR-VERIFIED "N" COMES PAST THE OPERATOR, WHO APPROVES IT INTO
      *> BROWSE-JOBS/JOBALERTS VISIBILITY OR REJECTS IT WITH A REASON
      *> THAT GOES BACK TO THE POSTER THROUGH notifications.doc.
      *> VOLUME IS LOW ENOUGH THAT SAME-DAY REVIEW IS REALISTIC
       REVIEW-JOB-QUEUE.
           MOVE "--- Job Review Queue ---" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE 0 TO WS-REVIEW-COUNT
           OPEN I-O JOBS-FILE
           MOVE 'N' TO WS-JOBS-FILE-EOF
           PERFORM UNTIL WS-JOBS-FILE-EOF = 'Y'
               READ JOBS-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-JOBS-FILE-EOF
                   NOT AT END
                       IF JR-VERIFIED = "N" AND JR-STATUS = "O"
                           ADD 1 TO WS-REVIEW-COUNT
                           PERFORM REVIEW-ONE-JOB-LISTING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBS-FILE

           IF WS-REVIEW-COUNT = 0
               MOVE "Nothing waiting for review." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF
           .

      *> SHOWS ONE PENDING LISTING AND TAKES THE APPROVE/REJECT/SKIP
      *> DECISION. THE JOBS-FILE IS OPEN I-O IN THE CALLER, SO THE
      *> DECISION REWRITES IN PLACE
       REVIEW-ONE-JOB-LISTING.
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Job " JR-ID ": " FUNCTION TRIM(JR-TITLE TRAILING)
               " (" FUNCTION TRIM(JR-EMPLOYER TRAILING) ", posted by "
               FUNCTION TRIM(JR-AUTHOR-USERNAME TRAILING) ")"
               INTO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE JR-DESC TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

      *> A LISTING A CONTENT RULE LET THROUGH SAYS WHICH RULE, SO THE
      *> OPERATOR KNOWS WHAT TO LOOK FOR
           MOVE JR-DESC TO WS-SCREEN-TEXT
           PERFORM SCREEN-CONTENT
           IF WS-SCREEN-RESULT NOT = SPACE
               MOVE SPACES TO OUTPUT-RECORD
               STRING "   Flagged by content rule " WS-SCREEN-RULE-ID
                   ": " FUNCTION TRIM(WS-SCREEN-PHRASE TRAILING)
                   INTO OUTPUT-RECORD
               END-STRING
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF

           MOVE "1. Approve  2. Reject  0. Skip" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE 0 TO WS-REVIEW-CHOICE
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF WS-TEMP-INPUT(1:1) IS NUMERIC
                           MOVE WS-TEMP-INPUT(1:1) TO WS-REVIEW-CHOICE
                       END-IF
               END-READ
           END-IF

           EVALUATE WS-REVIEW-CHOICE
               WHEN 1
                   MOVE "Y" TO JR-VERIFIED
                   MOVE "JOBS" TO WS-JOURNAL-FILE-ID
                   MOVE "U" TO WS-JOURNAL-ACTION
                   MOVE SPACES TO WS-JOURNAL-KEY
                   MOVE JR-ID TO WS-JOURNAL-KEY(1:4)
                   MOVE JOBS-FILE-RECORD TO WS-JOURNAL-IMAGE
                   PERFORM WRITE-JOURNAL-RECORD
                   REWRITE JOBS-FILE-RECORD

                   MOVE WS-OPERATOR-NAME TO WS-AUDIT-USERNAME
                   MOVE "JOBAPPROVE" TO WS-AUDIT-ACTION
                   MOVE JR-ID TO WS-AUDIT-KEY
                   PERFORM WRITE-AUDIT-RECORD

                   MOVE JR-AUTHOR-USERNAME TO WS-NOTIFY-USERNAME
                   MOVE SPACES TO WS-NOTIFY-TEXT
                   STRING "Your listing " JR-ID " was approved and is "
                       "now visible to students." INTO WS-NOTIFY-TEXT
                   END-STRING
                   PERFORM WRITE-NOTIFICATION-RECORD

                   MOVE "Listing approved." TO OUTPUT-RECORD
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
               WHEN 2
                   MOVE "Rejection reason (sent to the poster):" TO OUTPUT-RECORD
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
                   MOVE SPACES TO WS-REJECT-REASON
                   IF WS-EOF-FLAG NOT = "Y"
                       READ INPUT-FILE INTO WS-REJECT-REASON
                           AT END PERFORM NOTE-END-OF-INPUT
                           NOT AT END PERFORM COUNT-INPUT-LINE
                       END-READ
                   END-IF

      *> A REJECTED LISTING CLOSES AS WELL SO IT CANNOT EXPIRE ITS WAY
      *> BACK INTO VIEW
                   MOVE "R" TO JR-VERIFIED
                   MOVE "C" TO JR-STATUS
                   MOVE "JOBS" TO WS-JOURNAL-FILE-ID
                   MOVE "U" TO WS-JOURNAL-ACTION
                   MOVE SPACES TO WS-JOURNAL-KEY
                   MOVE JR-ID TO WS-JOURNAL-KEY(1:4)
                   MOVE JOBS-FILE-RECORD TO WS-JOURNAL-IMAGE
                   PERFORM WRITE-JOURNAL-RECORD
                   REWRITE JOBS-FILE-RECORD

                   MOVE WS-OPERATOR-NAME TO WS-AUDIT-USERNAME
                   MOVE "JOBREJECT" TO WS-AUDIT-ACTION
                   MOVE JR-ID TO WS-AUDIT-KEY
                   PERFORM WRITE-AUDIT-RECORD

                   MOVE JR-AUTHOR-USERNAME TO WS-NOTIFY-USERNAME
                   MOVE SPACES TO WS-NOTIFY-TEXT
                   STRING "Your listing " JR-ID " was rejected: "
                       FUNCTION TRIM(WS-REJECT-REASON TRAILING)
                       INTO WS-NOTIFY-TEXT
                   END-STRING
                   PERFORM WRITE-NOTIFICATION-RECORD

                   MOVE "Listing rejected." TO OUTPUT-RECORD
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
               WHEN OTHER
                   MOVE "Skipped." TO OUTPUT-RECORD
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
           END-EVALUATE
           .

      *> EMPLOYER VETTING QUEUE: EVERY "E" ACCOUNT STILL AT "P" PENDING
      *> COMES PAST THE OPERATOR WITH WHATEVER companies.doc KNOWS
      *> ABOUT THEM (THE OFF-SYSTEM EVIDENCE -- DOMAIN CHECKS, PHONE
      *> CALLS -- HAPPENS OUTSIDE, THIS SCREEN JUST RECORDS THE
      *> DECISION). APPROVE ACTIVATES THE ACCOUNT, REJECT SUSPENDS IT;
      *> BOTH DECISIONS GO TO audit.doc
       REVIEW-EMPLOYER-QUEUE.
           MOVE "--- Employer Vetting Queue ---" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE 0 TO WS-REVIEW-COUNT
           OPEN I-O ACCOUNTS-FILE
           MOVE "N" TO WS-ACCOUNTS-EOF
           PERFORM UNTIL WS-ACCOUNTS-EOF = "Y"
               READ ACCOUNTS-FILE INTO ACCOUNT-RECORD
                   AT END MOVE "Y" TO WS-ACCOUNTS-EOF
                   NOT AT END
                       IF (ACCOUNT-TYPE = "E" OR ACCOUNT-TYPE = "C")
                           AND ACCOUNT-STATUS = "P"
                           ADD 1 TO WS-REVIEW-COUNT
                           PERFORM REVIEW-ONE-EMPLOYER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE

           IF WS-REVIEW-COUNT = 0
               MOVE "No employers waiting for vetting." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF
           .

      *> ONE PENDING EMPLOYER: SHOW THE COMPANY MATCH HINT AND TAKE
      *> THE DECISION. ACCOUNTS-FILE IS OPEN I-O IN THE CALLER SO THE
      *> STATUS REWRITES IN PLACE
       REVIEW-ONE-EMPLOYER.
           MOVE SPACES TO OUTPUT-RECORD
           IF ACCOUNT-TYPE = "C"
               STRING "Pending career-center staff: "
                   FUNCTION TRIM(ACCOUNT-USERNAME TRAILING)
                   INTO OUTPUT-RECORD
           ELSE
               STRING "Pending employer: "
                   FUNCTION TRIM(ACCOUNT-USERNAME TRAILING)
                   INTO OUTPUT-RECORD
           END-IF
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

      *> DOES companies.doc ALREADY KNOW THIS ACCOUNT AS AN OWNER?
           MOVE "N" TO WS-COMPANY-FOUND
           MOVE "N" TO WS-COMPANIES-EOF
           OPEN INPUT COMPANIES-FILE
           IF WS-COMPANIES-STATUS NOT = "00"
               MOVE "Y" TO WS-COMPANIES-EOF
           END-IF
           PERFORM UNTIL WS-COMPANIES-EOF = "Y"
               READ COMPANIES-FILE INTO COMPANY-RECORD
                   AT END MOVE "Y" TO WS-COMPANIES-EOF
                   NOT AT END
                       IF CO-OWNER = ACCOUNT-USERNAME
                           MOVE "Y" TO WS-COMPANY-FOUND
                           MOVE SPACES TO OUTPUT-RECORD
                           STRING "  Owns company page: "
                               FUNCTION TRIM(CO-NAME TRAILING)
                               INTO OUTPUT-RECORD
                           DISPLAY OUTPUT-RECORD
                           WRITE OUTPUT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-COMPANIES-STATUS = "00"
               CLOSE COMPANIES-FILE
           END-IF
           IF WS-COMPANY-FOUND = "N"
               MOVE "  No matching company on file." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF

           MOVE "1. Approve  2. Reject (suspend)  0. Skip" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE 0 TO WS-REVIEW-CHOICE
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF WS-TEMP-INPUT(1:1) IS NUMERIC
                           MOVE WS-TEMP-INPUT(1:1) TO WS-REVIEW-CHOICE
                       END-IF
               END-READ
           END-IF

           EVALUATE WS-REVIEW-CHOICE
               WHEN 1
                   MOVE "A" TO ACCOUNT-STATUS
                   MOVE "ACCOUNTS" TO WS-JOURNAL-FILE-ID
                   MOVE "U" TO WS-JOURNAL-ACTION
                   MOVE ACCOUNT-USERNAME TO WS-JOURNAL-KEY
                   MOVE ACCOUNT-RECORD TO WS-JOURNAL-IMAGE
                   PERFORM WRITE-JOURNAL-RECORD
                   REWRITE ACCOUNT-RECORD

                   MOVE WS-OPERATOR-NAME TO WS-AUDIT-USERNAME
                   MOVE "EMPAPPROVE" TO WS-AUDIT-ACTION
                   MOVE ACCOUNT-USERNAME TO WS-AUDIT-KEY
                   PERFORM WRITE-AUDIT-RECORD

                   MOVE ACCOUNT-USERNAME TO WS-NOTIFY-USERNAME
                   IF ACCOUNT-TYPE = "C"
                       MOVE "Your career-center staff account was verified - the oversight screens are now enabled." TO WS-NOTIFY-TEXT
                   ELSE
                       MOVE "Your employer account was verified - posting and candidate search are now enabled." TO WS-NOTIFY-TEXT
                   END-IF
                   PERFORM WRITE-NOTIFICATION-RECORD

                   MOVE "Employer approved." TO OUTPUT-RECORD
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
               WHEN 2
                   MOVE "S" TO ACCOUNT-STATUS
                   MOVE "ACCOUNTS" TO WS-JOURNAL-FILE-ID
                   MOVE "U" TO WS-JOURNAL-ACTION
                   MOVE ACCOUNT-USERNAME TO WS-JOURNAL-KEY
                   MOVE ACCOUNT-RECORD TO WS-JOURNAL-IMAGE
                   PERFORM WRITE-JOURNAL-RECORD
                   REWRITE ACCOUNT-RECORD

                   MOVE WS-OPERATOR-NAME TO WS-AUDIT-USERNAME
                   MOVE "EMPREJECT" TO WS-AUDIT-ACTION
                   MOVE ACCOUNT-USERNAME TO WS-AUDIT-KEY
                   PERFORM WRITE-AUDIT-RECORD

                   MOVE "Employer rejected and suspended." TO OUTPUT-RECORD
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
               WHEN OTHER
                   MOVE "Skipped." TO OUTPUT-RECORD
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
           END-EVALUATE
           .

      *> INSPECTION/REQUEUE SCREEN FOR dead_letter.doc, THE COMPANION
      *> TO "LAST NIGHT'S BATCH CHAIN": WHAT THE DISPATCHER COULD NOT
      *> RUN, WHY, AND A WAY TO FEED A CODE BACK INTO batch-queue.doc
      *> ONCE THE UNDERLYING PROBLEM IS FIXED
       REVIEW-DEAD-LETTERS.
           MOVE "--- Dead-Letter Queue ---" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE 0 TO WS-DL-LIST-COUNT
           MOVE "N" TO WS-DEAD-LETTER-EOF
           OPEN INPUT DEAD-LETTER-FILE
           IF WS-DEAD-LETTER-STATUS NOT = "00"
               MOVE "Y" TO WS-DEAD-LETTER-EOF
           END-IF
           PERFORM UNTIL WS-DEAD-LETTER-EOF = "Y"
               READ DEAD-LETTER-FILE INTO DEAD-LETTER-RECORD
                   AT END MOVE "Y" TO WS-DEAD-LETTER-EOF
                   NOT AT END
                       IF WS-DL-LIST-COUNT < 50
                           ADD 1 TO WS-DL-LIST-COUNT
                           MOVE DL-TIMESTAMP
                               TO WS-DL-LIST-TS (WS-DL-LIST-COUNT)
                           MOVE DL-CODE
                               TO WS-DL-LIST-CODE (WS-DL-LIST-COUNT)
                           MOVE DL-REASON
                               TO WS-DL-LIST-REASON (WS-DL-LIST-COUNT)
                           MOVE DL-AS-OF
                               TO WS-DL-LIST-AS-OF (WS-DL-LIST-COUNT)
                           MOVE SPACES TO OUTPUT-RECORD
                           STRING WS-DL-LIST-COUNT ". "
                               FUNCTION TRIM(DL-CODE TRAILING) " "
                               FUNCTION TRIM(DL-AS-OF TRAILING)
                               " (" FUNCTION TRIM(DL-REASON TRAILING)
                               ", " DL-TIMESTAMP(1:8) " "
                               DL-TIMESTAMP(9:6) ")"
                               INTO OUTPUT-RECORD
                           DISPLAY OUTPUT-RECORD
                           WRITE OUTPUT-RECORD
                           IF DL-DETAIL NOT = SPACES
                               MOVE SPACES TO OUTPUT-RECORD
                               STRING "    " DL-DETAIL
                                   INTO OUTPUT-RECORD
                               DISPLAY OUTPUT-RECORD
                               WRITE OUTPUT-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DEAD-LETTER-STATUS = "00"
               CLOSE DEAD-LETTER-FILE
           END-IF

           IF WS-DL-LIST-COUNT = 0
               MOVE "The dead-letter queue is empty." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter the number of an entry to requeue for tonight's run, or 0 to go back:" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE 0 TO WS-DL-PICK
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       MOVE FUNCTION NUMVAL(WS-TEMP-INPUT) TO WS-DL-PICK
               END-READ
           END-IF
           IF WS-DL-PICK = 0 OR WS-DL-PICK > WS-DL-LIST-COUNT
               EXIT PARAGRAPH
           END-IF

      *> BACK ONTO THE QUEUE FOR THE NEXT NIGHTLY RUN...
           OPEN EXTEND TRANSACTION-QUEUE-FILE
           IF WS-TRANS-QUEUE-STATUS NOT = "00"
               OPEN OUTPUT TRANSACTION-QUEUE-FILE
           END-IF
      *> AN AS-OF ENTRY GOES BACK WITH ITS BUSINESS DATE
           MOVE SPACES TO TRANSACTION-QUEUE-RECORD
           STRING FUNCTION TRIM(WS-DL-LIST-CODE (WS-DL-PICK) TRAILING)
               " " WS-DL-LIST-AS-OF (WS-DL-PICK)
               DELIMITED BY SIZE INTO TRANSACTION-QUEUE-RECORD
           END-STRING
           WRITE TRANSACTION-QUEUE-RECORD
           CLOSE TRANSACTION-QUEUE-FILE

      *> ...AND OFF THE DEAD-LETTER LIST
           OPEN INPUT DEAD-LETTER-FILE
           OPEN OUTPUT DEAD-LETTER-TEMP-FILE
           MOVE "N" TO WS-DEAD-LETTER-EOF
           PERFORM UNTIL WS-DEAD-LETTER-EOF = "Y"
               READ DEAD-LETTER-FILE INTO DEAD-LETTER-RECORD
                   AT END MOVE "Y" TO WS-DEAD-LETTER-EOF
                   NOT AT END
                       IF DL-TIMESTAMP = WS-DL-LIST-TS (WS-DL-PICK)
                           AND DL-CODE = WS-DL-LIST-CODE (WS-DL-PICK)
                           CONTINUE
                       ELSE
                           MOVE DEAD-LETTER-RECORD
                               TO DEAD-LETTER-TEMP-RECORD
                           WRITE DEAD-LETTER-TEMP-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEAD-LETTER-FILE
           CLOSE DEAD-LETTER-TEMP-FILE

           OPEN OUTPUT DEAD-LETTER-FILE
           OPEN INPUT DEAD-LETTER-TEMP-FILE
           MOVE "N" TO WS-DEAD-LETTER-EOF
           PERFORM UNTIL WS-DEAD-LETTER-EOF = "Y"
               READ DEAD-LETTER-TEMP-FILE INTO DEAD-LETTER-TEMP-RECORD
                   AT END MOVE "Y" TO WS-DEAD-LETTER-EOF
                   NOT AT END
                       MOVE DEAD-LETTER-TEMP-RECORD TO DEAD-LETTER-RECORD
                       WRITE DEAD-LETTER-RECORD
               END-READ
           END-PERFORM
           CLOSE DEAD-LETTER-FILE
           CLOSE DEAD-LETTER-TEMP-FILE
           OPEN OUTPUT DEAD-LETTER-TEMP-FILE
           CLOSE DEAD-LETTER-TEMP-FILE

           MOVE WS-OPERATOR-NAME TO WS-AUDIT-USERNAME
           MOVE "DLREQUEUE" TO WS-AUDIT-ACTION
           MOVE WS-DL-LIST-CODE (WS-DL-PICK) TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-RECORD

           MOVE "Entry requeued for the next batch run." TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           .

      *> WRITES ONE pending_approvals.doc ROW FOR WS-PA-ACTION /
      *> WS-PA-TARGET / WS-PA-DATA AND AUDITS THE REQUEST UNDER THE
      *> REQUESTING OPERATOR'S NAME
       QUEUE-PENDING-APPROVAL.
           OPEN EXTEND PENDING-APPROVALS-FILE
           IF WS-PEND-APPR-STATUS NOT = "00"
               OPEN OUTPUT PENDING-APPROVALS-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO PA-TIMESTAMP
           MOVE WS-OPERATOR-NAME TO PA-REQUESTED-BY
           MOVE WS-PA-ACTION TO PA-ACTION
           MOVE WS-PA-TARGET TO PA-TARGET
           MOVE WS-PA-DATA TO PA-DATA
           WRITE PENDING-APPROVAL-RECORD
           CLOSE PENDING-APPROVALS-FILE

           MOVE WS-OPERATOR-NAME TO WS-AUDIT-USERNAME
           MOVE "REQAPPROVAL" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING FUNCTION TRIM(WS-PA-ACTION TRAILING) " "
               FUNCTION TRIM(WS-PA-TARGET TRAILING)
               INTO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-RECORD
           .

      *> THE SECOND PAIR OF EYES: LISTS EVERY QUEUED ACTION AND LETS A
      *> DIFFERENT OPERATOR APPROVE (APPLY) OR DENY (DISCARD) IT. THE
      *> REQUESTER CANNOT APPROVE THEIR OWN REQUEST -- THAT WAS THE
      *> WHOLE AUDIT FINDING
       REVIEW-PENDING-APPROVALS.
           MOVE "--- Pending Approvals ---" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE 0 TO WS-PA-LIST-COUNT
           MOVE "N" TO WS-PEND-APPR-EOF
           OPEN INPUT PENDING-APPROVALS-FILE
           IF WS-PEND-APPR-STATUS NOT = "00"
               MOVE "Y" TO WS-PEND-APPR-EOF
           END-IF
           PERFORM UNTIL WS-PEND-APPR-EOF = "Y"
               READ PENDING-APPROVALS-FILE INTO PENDING-APPROVAL-RECORD
                   AT END MOVE "Y" TO WS-PEND-APPR-EOF
                   NOT AT END
                       IF WS-PA-LIST-COUNT < 50
                           ADD 1 TO WS-PA-LIST-COUNT
                           MOVE PA-TIMESTAMP
                               TO WS-PA-LIST-TS (WS-PA-LIST-COUNT)
                           MOVE PA-REQUESTED-BY
                               TO WS-PA-LIST-BY (WS-PA-LIST-COUNT)
                           MOVE PA-ACTION
                               TO WS-PA-LIST-ACTION (WS-PA-LIST-COUNT)
                           MOVE PA-TARGET
                               TO WS-PA-LIST-TARGET (WS-PA-LIST-COUNT)
                           MOVE PA-DATA
                               TO WS-PA-LIST-DATA (WS-PA-LIST-COUNT)
                           MOVE SPACES TO OUTPUT-RECORD
                           STRING WS-PA-LIST-COUNT ". "
                               FUNCTION TRIM(PA-ACTION TRAILING)
                               " on "
                               FUNCTION TRIM(PA-TARGET TRAILING)
                               " (requested by "
                               FUNCTION TRIM(PA-REQUESTED-BY TRAILING)
                               ")" INTO OUTPUT-RECORD
                           DISPLAY OUTPUT-RECORD
                           WRITE OUTPUT-RECORD
                           IF PA-ACTION = "CTLPARAM"
                               MOVE PA-DATA TO WS-CP-PA-DATA
                               MOVE WS-CP-PA-VALUE TO WS-CP-VALUE-OUT
                               MOVE SPACES TO OUTPUT-RECORD
                               STRING "   New value "
                                   FUNCTION TRIM(WS-CP-VALUE-OUT)
                                   " effective " WS-CP-PA-DATE
                                   INTO OUTPUT-RECORD
                               END-STRING
                               DISPLAY OUTPUT-RECORD
                               WRITE OUTPUT-RECORD
                           END-IF
                           IF PA-ACTION = "COHOLD" OR PA-ACTION = "COLIFT"
                               PERFORM SHOW-PENDING-COMPANY-HOLD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PEND-APPR-STATUS = "00"
               CLOSE PENDING-APPROVALS-FILE
           END-IF

           IF WS-PA-LIST-COUNT = 0
               MOVE "Nothing waiting for approval." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter the number of an entry to act on, or 0 to go back:" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE 0 TO WS-PA-PICK
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       MOVE FUNCTION NUMVAL(WS-TEMP-INPUT) TO WS-PA-PICK
               END-READ
           END-IF
           IF WS-PA-PICK = 0 OR WS-PA-PICK > WS-PA-LIST-COUNT
               EXIT PARAGRAPH
           END-IF

           IF WS-PA-LIST-BY (WS-PA-PICK) = WS-OPERATOR-NAME
               MOVE "You requested this action - a different operator must approve it." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE "1. Approve  2. Deny" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE 0 TO WS-PA-DECISION
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF WS-TEMP-INPUT(1:1) IS NUMERIC
                           MOVE WS-TEMP-INPUT(1:1) TO WS-PA-DECISION
                       END-IF
               END-READ
           END-IF
           IF WS-PA-DECISION NOT = 1 AND WS-PA-DECISION NOT = 2
               EXIT PARAGRAPH
           END-IF

           IF WS-PA-DECISION = 1
               PERFORM APPLY-PENDING-APPROVAL
               MOVE WS-OPERATOR-NAME TO WS-AUDIT-USERNAME
               MOVE "APPROVED" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-KEY
               STRING FUNCTION TRIM(
                   WS-PA-LIST-ACTION (WS-PA-PICK) TRAILING)
                   " " FUNCTION TRIM(
                   WS-PA-LIST-TARGET (WS-PA-PICK) TRAILING)
                   INTO WS-AUDIT-KEY
               PERFORM WRITE-AUDIT-RECORD
               MOVE "Action approved and applied." TO OUTPUT-RECORD
           ELSE
      *> A DENIED HOLD IS CLOSED OFF ON ITS OWN ROW TOO
               IF WS-PA-LIST-ACTION (WS-PA-PICK) = "COHOLD"
                   PERFORM APPLY-COMPANY-HOLD-CHANGE
               END-IF
               MOVE WS-OPERATOR-NAME TO WS-AUDIT-USERNAME
               MOVE "DENIED" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-KEY
               STRING FUNCTION TRIM(
                   WS-PA-LIST-ACTION (WS-PA-PICK) TRAILING)
                   " " FUNCTION TRIM(
                   WS-PA-LIST-TARGET (WS-PA-PICK) TRAILING)
                   INTO WS-AUDIT-KEY
               PERFORM WRITE-AUDIT-RECORD
               MOVE "Action denied and discarded." TO OUTPUT-RECORD
           END-IF
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           PERFORM REMOVE-PENDING-APPROVAL
           .

      *> CARRIES OUT THE APPROVED ACTION AGAINST THE TARGET ACCOUNT
       APPLY-PENDING-APPROVAL.
      *> A CONTROL-PARAMETER CHANGE TARGETS A TUNABLE, NOT AN ACCOUNT
           IF WS-PA-LIST-ACTION (WS-PA-PICK) = "CTLPARAM"
               PERFORM APPLY-CONTROL-PARAM-CHANGE
               EXIT PARAGRAPH
           END-IF
      *> SO DOES A COMPANY HOLD -- ITS TARGET IS THE CH-HOLD-ID
           IF WS-PA-LIST-ACTION (WS-PA-PICK) = "COHOLD"
               OR WS-PA-LIST-ACTION (WS-PA-PICK) = "COLIFT"
               PERFORM APPLY-COMPANY-HOLD-CHANGE
               EXIT PARAGRAPH
           END-IF
      *> A DORMANT-ACCOUNT DELETION RUNS THE FULL ACCOUNT SCRUB
           IF WS-PA-LIST-ACTION (WS-PA-PICK) = "DORMDELETE"
               PERFORM APPLY-DORMANT-DELETION
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ACCOUNTS-FILE
           MOVE "N" TO WS-ACCOUNTS-EOF
           PERFORM UNTIL WS-ACCOUNTS-EOF = "Y"
               READ ACCOUNTS-FILE INTO ACCOUNT-RECORD
                   AT END MOVE "Y" TO WS-ACCOUNTS-EOF
                   NOT AT END
                       IF ACCOUNT-USERNAME
                           = WS-PA-LIST-TARGET (WS-PA-PICK)
                           EVALUATE FUNCTION TRIM(
                               WS-PA-LIST-ACTION (WS-PA-PICK))
                               WHEN "RESETPW"
                                   MOVE WS-PA-LIST-DATA (WS-PA-PICK)
                                       TO ACCOUNT-PASSWORD
                               WHEN "RESETSEC"
                                   MOVE WS-PA-LIST-DATA (WS-PA-PICK)
                                       TO ACCOUNT-SECURITY-ANSWER
                               WHEN "SUSPTOGGLE"
                                   IF ACCOUNT-STATUS = "S"
                                       MOVE "A" TO ACCOUNT-STATUS
                                   ELSE
                                       MOVE "S" TO ACCOUNT-STATUS
                                   END-IF
                               WHEN "UNLOCK"
                                   MOVE "A" TO ACCOUNT-STATUS
                           END-EVALUATE
                           MOVE "ACCOUNTS" TO WS-JOURNAL-FILE-ID
                           MOVE "U" TO WS-JOURNAL-ACTION
                           MOVE ACCOUNT-USERNAME TO WS-JOURNAL-KEY
                           MOVE ACCOUNT-RECORD TO WS-JOURNAL-IMAGE
                           PERFORM WRITE-JOURNAL-RECORD
                           REWRITE ACCOUNT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE

      *> A RESET PASSWORD STARTS A FRESH AGING CLOCK
           IF FUNCTION TRIM(WS-PA-LIST-ACTION (WS-PA-PICK)) = "RESETPW"
               MOVE WS-PA-LIST-TARGET (WS-PA-PICK) TO WS-PWD-HIST-USER
               MOVE WS-PA-LIST-DATA (WS-PA-PICK) TO WS-PWD-HIST-HASH
               PERFORM WRITE-PWD-HISTORY-ROW
           END-IF
           .

      *> AN APPROVED "CTLPARAM" BECOMES A param_history.doc ROW. THE
      *> REQUESTER AND REQUEST TIME COME FROM THE QUEUED ENTRY, THE
      *> APPROVER IS THE OPERATOR SIGNED IN NOW. A CHANGE EFFECTIVE
      *> TODAY (OR EARLIER) IS WRITTEN THROUGH TO control.doc AT ONCE
       APPLY-CONTROL-PARAM-CHANGE.
           MOVE WS-PA-LIST-DATA (WS-PA-PICK) TO WS-CP-PA-DATA
           PERFORM APPLY-PARAMETER-HISTORY
           MOVE WS-PA-LIST-TARGET (WS-PA-PICK) TO PH-PARAM
           PERFORM FIND-CONTROL-PARAMETER
           IF WS-CP-I > 5
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND PARAM-HISTORY-FILE
           IF WS-PH-STATUS NOT = "00"
               OPEN OUTPUT PARAM-HISTORY-FILE
           END-IF
           MOVE WS-CP-NAME (WS-CP-I) TO PH-PARAM
           MOVE WS-CP-VALUE (WS-CP-I) TO PH-OLD-VALUE
           MOVE WS-CP-PA-VALUE TO PH-NEW-VALUE
           MOVE WS-CP-PA-DATE TO PH-EFFECTIVE-DATE
           MOVE WS-PA-LIST-BY (WS-PA-PICK) TO PH-REQUESTED-BY
           MOVE WS-PA-LIST-TS (WS-PA-PICK) TO PH-REQUESTED-TS
           MOVE WS-OPERATOR-NAME TO PH-APPROVED-BY
           MOVE FUNCTION CURRENT-DATE(1:14) TO PH-APPROVED-TS
           WRITE PARAM-HISTORY-RECORD
           CLOSE PARAM-HISTORY-FILE

           PERFORM APPLY-PARAMETER-HISTORY
           IF WS-CP-PA-DATE <= WS-CP-AS-OF
               PERFORM PERSIST-NEXT-JOB-ID
           END-IF
           .

      *> SETS WS-CP-I TO PH-PARAM'S ROW OF WS-CP-LIMITS, OR 6 WHEN THE
      *> NAME IS NOT ONE OF THE TUNABLES
       FIND-CONTROL-PARAMETER.
           PERFORM VARYING WS-CP-I FROM 1 BY 1
                   UNTIL WS-CP-I > 5
                   OR WS-CP-NAME (WS-CP-I) = PH-PARAM
               CONTINUE
           END-PERFORM
           .

      *> THE VALUE IN FORCE FOR EACH TUNABLE IS THE LATEST APPROVED
      *> CHANGE EFFECTIVE ON OR BEFORE TODAY -- OF TWO FOR THE SAME
      *> DAY THE LATER-APPROVED WINS, AS ROWS ARE APPENDED IN APPROVAL
      *> ORDER. WITH NO SUCH ROW THE control.doc VALUE STANDS.
      *> InCollege-BatchJobs.cob RESOLVES THE SAME WAY AS OF THE
      *> BUSINESS DATE
       APPLY-PARAMETER-HISTORY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CP-AS-OF
           MOVE WS-MAX-ACCOUNTS TO WS-CP-VALUE (1)
           MOVE WS-MAX-LOGIN-FAILURES TO WS-CP-VALUE (2)
           MOVE WS-MAX-PASSWORD-AGE TO WS-CP-VALUE (3)
           MOVE WS-MAX-MSGS-PER-DAY TO WS-CP-VALUE (4)
           MOVE WS-MAX-CONNREQ-PER-DAY TO WS-CP-VALUE (5)
           PERFORM VARYING WS-CP-I FROM 1 BY 1 UNTIL WS-CP-I > 5
               MOVE 0 TO WS-CP-FROM (WS-CP-I)
               MOVE 0 TO WS-CP-NEXT-VALUE (WS-CP-I)
               MOVE 0 TO WS-CP-NEXT-DATE (WS-CP-I)
           END-PERFORM

           MOVE "N" TO WS-PH-EOF
           OPEN INPUT PARAM-HISTORY-FILE
           IF WS-PH-STATUS NOT = "00"
               MOVE "Y" TO WS-PH-EOF
           END-IF
           PERFORM UNTIL WS-PH-EOF = "Y"
               READ PARAM-HISTORY-FILE INTO PARAM-HISTORY-RECORD
                   AT END MOVE "Y" TO WS-PH-EOF
                   NOT AT END PERFORM RESOLVE-PARAM-HISTORY-ROW
               END-READ
           END-PERFORM
           IF WS-PH-STATUS NOT = "35"
               CLOSE PARAM-HISTORY-FILE
           END-IF

           MOVE WS-CP-VALUE (1) TO WS-MAX-ACCOUNTS
           MOVE WS-CP-VALUE (2) TO WS-MAX-LOGIN-FAILURES
           MOVE WS-CP-VALUE (3) TO WS-MAX-PASSWORD-AGE
           MOVE WS-CP-VALUE (4) TO WS-MAX-MSGS-PER-DAY
           MOVE WS-CP-VALUE (5) TO WS-MAX-CONNREQ-PER-DAY
           .

       RESOLVE-PARAM-HISTORY-ROW.
           PERFORM FIND-CONTROL-PARAMETER
           IF WS-CP-I > 5
               OR PH-NEW-VALUE NOT NUMERIC
               OR PH-EFFECTIVE-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF PH-EFFECTIVE-DATE <= WS-CP-AS-OF
               IF PH-EFFECTIVE-DATE >= WS-CP-FROM (WS-CP-I)
                   MOVE PH-NEW-VALUE TO WS-CP-VALUE (WS-CP-I)
                   MOVE PH-EFFECTIVE-DATE TO WS-CP-FROM (WS-CP-I)
               END-IF
           ELSE
               IF WS-CP-NEXT-DATE (WS-CP-I) = 0
                   OR PH-EFFECTIVE-DATE <= WS-CP-NEXT-DATE (WS-CP-I)
                   MOVE PH-NEW-VALUE TO WS-CP-NEXT-VALUE (WS-CP-I)
                   MOVE PH-EFFECTIVE-DATE TO WS-CP-NEXT-DATE (WS-CP-I)
               END-IF
           END-IF
           .

      *> LISTS EVERY control.doc TUNABLE WITH THE VALUE IN FORCE TODAY
      *> AND ANY APPROVED CHANGE STILL TO COME, THEN TAKES A NEW VALUE
      *> AND EFFECTIVE DATE FOR ONE OF THEM. NOTHING CHANGES HERE: THE
      *> CHANGE IS QUEUED FOR A SECOND OPERATOR LIKE EVERY OTHER
      *> FOUR-EYES ACTION, AND ONLY BECOMES HISTORY ONCE APPROVED
       MANAGE-CONTROL-PARAMETERS.
           MOVE "--- Control Parameters ---" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           PERFORM APPLY-PARAMETER-HISTORY
           PERFORM SHOW-CONTROL-PARAMETER
               VARYING WS-CP-I FROM 1 BY 1 UNTIL WS-CP-I > 5

           MOVE "Enter the number of a parameter to change, or 0 to go back:" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE 0 TO WS-CP-PICK
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF WS-TEMP-INPUT(1:1) IS NUMERIC
                           MOVE WS-TEMP-INPUT(1:1) TO WS-CP-PICK
                       END-IF
               END-READ
           END-IF
           IF WS-CP-PICK = 0 OR WS-CP-PICK > 5
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-OPERATOR-WRITE-ACCESS
           IF WS-OPERATOR-LEVEL NOT = "F"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CP-MIN (WS-CP-PICK) TO WS-CP-MIN-OUT
           MOVE WS-CP-MAX (WS-CP-PICK) TO WS-CP-MAX-OUT
           MOVE SPACES TO OUTPUT-RECORD
           STRING "New value for "
               FUNCTION TRIM(WS-CP-NAME (WS-CP-PICK)) " ("
               WS-CP-MIN-OUT "-" FUNCTION TRIM(WS-CP-MAX-OUT) "):"
               INTO OUTPUT-RECORD
           END-STRING
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "N" TO WS-CP-VALID
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF WS-TEMP-INPUT NOT = SPACES
                           AND FUNCTION TEST-NUMVAL(WS-TEMP-INPUT) = 0
                           AND FUNCTION NUMVAL(WS-TEMP-INPUT) >= 0
                           AND FUNCTION NUMVAL(WS-TEMP-INPUT) <= 9999
                           MOVE FUNCTION NUMVAL(WS-TEMP-INPUT)
                               TO WS-CP-ENTERED
                           MOVE "Y" TO WS-CP-VALID
                       END-IF
               END-READ
           END-IF
           IF WS-CP-VALID = "N"
               OR WS-CP-ENTERED < WS-CP-MIN (WS-CP-PICK)
               OR WS-CP-ENTERED > WS-CP-MAX (WS-CP-PICK)
               MOVE "That value is out of range - nothing queued." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CP-ENTERED TO WS-CP-PA-VALUE

           MOVE WS-CP-AS-OF TO WS-CP-PA-DATE
           MOVE "Effective date YYYYMMDD (blank = today):" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF WS-TEMP-INPUT(1:8) IS NUMERIC
                           MOVE WS-TEMP-INPUT(1:8) TO WS-CP-PA-DATE
                       END-IF
               END-READ
           END-IF
      *> HISTORY IS NOT REWRITTEN AFTER THE FACT -- A CHANGE CAN ONLY
      *> TAKE EFFECT TODAY OR LATER
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CP-PA-DATE) NOT = 0
               OR WS-CP-PA-DATE < WS-CP-AS-OF
               MOVE "The effective date must be a real date, today or later - nothing queued." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE "CTLPARAM" TO WS-PA-ACTION
           MOVE WS-CP-NAME (WS-CP-PICK) TO WS-PA-TARGET
           MOVE WS-CP-PA-DATA TO WS-PA-DATA
           PERFORM QUEUE-PENDING-APPROVAL
           MOVE "Change queued - a second operator must approve it under Pending Approvals." TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           .

       SHOW-CONTROL-PARAMETER.
           MOVE WS-CP-VALUE (WS-CP-I) TO WS-CP-VALUE-OUT
           MOVE SPACES TO WS-CP-FROM-TEXT
           IF WS-CP-FROM (WS-CP-I) = 0
               MOVE "(from control.doc)" TO WS-CP-FROM-TEXT
           ELSE
               STRING "(since " WS-CP-FROM (WS-CP-I) ")"
                   INTO WS-CP-FROM-TEXT
               END-STRING
           END-IF
           MOVE SPACES TO WS-CP-NEXT-TEXT
           IF WS-CP-NEXT-DATE (WS-CP-I) > 0
               MOVE WS-CP-NEXT-VALUE (WS-CP-I) TO WS-CP-MAX-OUT
               STRING "- changes to " FUNCTION TRIM(WS-CP-MAX-OUT)
                   " on " WS-CP-NEXT-DATE (WS-CP-I)
                   INTO WS-CP-NEXT-TEXT
               END-STRING
           END-IF
           MOVE SPACES TO OUTPUT-RECORD
           STRING WS-CP-I ". " WS-CP-NAME (WS-CP-I) " "
               WS-CP-VALUE-OUT " "
               FUNCTION TRIM(WS-CP-FROM-TEXT) " "
               FUNCTION TRIM(WS-CP-NEXT-TEXT)
               INTO OUTPUT-RECORD
           END-STRING
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           .

      *> ACCOUNTS THE MONTHLY DORMANCY JOB HAS QUEUED FOR DELETION
      *> (dormancy.doc STATE "Q") THAT ARE STILL DORMANT AND NOT UNDER A
      *> LEGAL HOLD. ANYONE MAY LOOK; QUEUING THE DELETION NEEDS FULL
      *> ACCESS, AND NOTHING IS REMOVED UNTIL A SECOND OPERATOR APPROVES
      *> IT UNDER PENDING APPROVALS
       MANAGE-DORMANT-DELETIONS.
           MOVE "--- Dormant Account Deletions ---" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           PERFORM LIST-DORMANT-DELETIONS
           IF WS-DD-LIST-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter a number to request its deletion, A for every one listed, or 0 to go back:" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE 0 TO WS-DD-PICK
           MOVE "N" TO WS-DD-ALL
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF FUNCTION UPPER-CASE(WS-TEMP-INPUT) = "A"
                           MOVE "Y" TO WS-DD-ALL
                       ELSE
                           MOVE FUNCTION NUMVAL(WS-TEMP-INPUT)
                               TO WS-DD-PICK
                       END-IF
               END-READ
           END-IF
           IF WS-DD-ALL = "N"
               AND (WS-DD-PICK = 0 OR WS-DD-PICK > WS-DD-LIST-COUNT)
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-OPERATOR-WRITE-ACCESS
           IF WS-OPERATOR-LEVEL NOT = "F"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-DD-QUEUED
           IF WS-DD-ALL = "Y"
               PERFORM VARYING WS-DD-I FROM 1 BY 1
                   UNTIL WS-DD-I > WS-DD-LIST-COUNT
                   PERFORM QUEUE-DORMANT-DELETION
               END-PERFORM
           ELSE
               MOVE WS-DD-PICK TO WS-DD-I
               PERFORM QUEUE-DORMANT-DELETION
           END-IF

           MOVE SPACES TO OUTPUT-RECORD
           STRING WS-DD-QUEUED
               " deletion(s) queued - a second operator must approve them under Pending Approvals."
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           .

      *> NUMBERED INTO WS-DD-LIST-TABLE, MARKING ANY WHOSE DELETION IS
      *> ALREADY WAITING FOR A SECOND OPERATOR
       LIST-DORMANT-DELETIONS.
           MOVE 0 TO WS-DD-LIST-COUNT
           PERFORM LOAD-DORMANT-ACCOUNTS
           MOVE "N" TO WS-DORMANCY-EOF
           OPEN INPUT DORMANCY-FILE
           IF WS-DORMANCY-STATUS NOT = "00"
               MOVE "Y" TO WS-DORMANCY-EOF
           END-IF
           PERFORM UNTIL WS-DORMANCY-EOF = "Y"
               READ DORMANCY-FILE
                   AT END MOVE "Y" TO WS-DORMANCY-EOF
                   NOT AT END
                       IF DM-STATE = "Q" AND WS-DD-LIST-COUNT < 50
                           MOVE DM-USERNAME TO WS-DORMANT-MATCH
                           PERFORM CHECK-USER-DORMANT
                           PERFORM CHECK-DORMANT-ON-HOLD
                           IF WS-DORMANT-FOUND = "Y"
                               AND WS-DD-ON-HOLD = "N"
                               PERFORM SHOW-DORMANT-DELETION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DORMANCY-STATUS NOT = "35"
               CLOSE DORMANCY-FILE
           END-IF
           IF WS-DD-LIST-COUNT = 0
               MOVE "No dormant account is waiting to be deleted." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF
           .

       SHOW-DORMANT-DELETION.
           ADD 1 TO WS-DD-LIST-COUNT
           MOVE DM-USERNAME TO WS-DD-LIST-USERNAME (WS-DD-LIST-COUNT)
           MOVE DM-QUEUED-DATE TO WS-DD-LIST-QUEUED (WS-DD-LIST-COUNT)
           PERFORM CHECK-DORMDELETE-PENDING
           MOVE WS-DD-PENDING TO WS-DD-LIST-PENDING (WS-DD-LIST-COUNT)
           MOVE SPACES TO OUTPUT-RECORD
           IF DM-LAST-LOGIN = 0
               STRING WS-DD-LIST-COUNT ". "
                   FUNCTION TRIM(DM-USERNAME)
                   " - never logged in, dormant since " DM-DORMANT-DATE
                   ", queued " DM-QUEUED-DATE
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
           ELSE
               STRING WS-DD-LIST-COUNT ". "
                   FUNCTION TRIM(DM-USERNAME)
                   " - last login " DM-LAST-LOGIN
                   ", dormant since " DM-DORMANT-DATE
                   ", queued " DM-QUEUED-DATE
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
           END-IF
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF WS-DD-PENDING = "Y"
               MOVE "    Deletion already awaiting approval" TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF
           .

      *> WS-DD-ON-HOLD "Y" WHEN WS-DORMANT-MATCH IS ON legal_hold.doc
       CHECK-DORMANT-ON-HOLD.
           MOVE "N" TO WS-DD-ON-HOLD
           MOVE "N" TO WS-LEGAL-HOLD-EOF
           OPEN INPUT LEGAL-HOLD-FILE
           IF WS-LEGAL-HOLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LEGAL-HOLD-EOF = "Y" OR WS-DD-ON-HOLD = "Y"
               READ LEGAL-HOLD-FILE
                   AT END MOVE "Y" TO WS-LEGAL-HOLD-EOF
                   NOT AT END
                       IF LEGAL-HOLD-RECORD = WS-DORMANT-MATCH
                           MOVE "Y" TO WS-DD-ON-HOLD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEGAL-HOLD-FILE
           .

      *> WS-DD-PENDING "Y" WHEN A "DORMDELETE" FOR WS-DORMANT-MATCH IS
      *> ALREADY ON pending_approvals.doc
       CHECK-DORMDELETE-PENDING.
           MOVE "N" TO WS-DD-PENDING
           MOVE "N" TO WS-PEND-APPR-EOF
           OPEN INPUT PENDING-APPROVALS-FILE
           IF WS-PEND-APPR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PEND-APPR-EOF = "Y" OR WS-DD-PENDING = "Y"
               READ PENDING-APPROVALS-FILE INTO PENDING-APPROVAL-RECORD
                   AT END MOVE "Y" TO WS-PEND-APPR-EOF
                   NOT AT END
                       IF PA-ACTION = "DORMDELETE"
                           AND PA-TARGET = WS-DORMANT-MATCH
                           MOVE "Y" TO WS-DD-PENDING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDING-APPROVALS-FILE
           .

      *> ENTRY WS-DD-I GOES ON THE APPROVAL QUEUE UNLESS IT IS ALREADY
      *> THERE. PA-DATA CARRIES THE DATE THE JOB QUEUED IT
       QUEUE-DORMANT-DELETION.
           IF WS-DD-LIST-PENDING (WS-DD-I) = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "DORMDELETE" TO WS-PA-ACTION
           MOVE WS-DD-LIST-USERNAME (WS-DD-I) TO WS-PA-TARGET
           MOVE WS-DD-LIST-QUEUED (WS-DD-I) TO WS-PA-DATA
           PERFORM QUEUE-PENDING-APPROVAL
           MOVE "Y" TO WS-DD-LIST-PENDING (WS-DD-I)
           ADD 1 TO WS-DD-QUEUED
           .

      *> THE APPROVED DELETION. THE OWNER MAY HAVE LOGGED IN, OR A LEGAL
      *> HOLD MAY HAVE BEEN PLACED, SINCE IT WAS QUEUED -- EITHER ONE
      *> CALLS IT OFF. OTHERWISE THE SAME SCRUB AS DELETE-MY-ACCOUNT,
      *> RUN FOR THE TARGET; THE NEXT DORMANCY RUN REPORTS IT DELETED
       APPLY-DORMANT-DELETION.
           MOVE WS-PA-LIST-TARGET (WS-PA-PICK) TO WS-DORMANT-MATCH
           PERFORM LOAD-DORMANT-ACCOUNTS
           PERFORM CHECK-USER-DORMANT
           PERFORM CHECK-DORMANT-ON-HOLD
           IF WS-DORMANT-FOUND = "N" OR WS-DD-ON-HOLD = "Y"
               MOVE SPACES TO OUTPUT-RECORD
               STRING FUNCTION TRIM(WS-DORMANT-MATCH)
                   " is no longer dormant or is under a legal hold - not deleted."
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE WS-OPERATOR-NAME TO WS-AUDIT-USERNAME
           MOVE "DORMDELETE" TO WS-AUDIT-ACTION
           MOVE WS-DORMANT-MATCH TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-RECORD

           MOVE CURRENT-USERNAME TO WS-DD-SAVE-USERNAME
           MOVE WS-DORMANT-MATCH TO CURRENT-USERNAME
           PERFORM REMOVE-ACCOUNT-AND-DATA
           MOVE WS-DD-SAVE-USERNAME TO CURRENT-USERNAME
           PERFORM LOAD-DORMANT-ACCOUNTS
           .

      *> SUSPECTED DUPLICATE LISTINGS FROM THE NIGHTLY JOBDUPES RUN
      *> (job_dupes.doc), ONE GROUP AT A TIME. THE OPERATOR PICKS THE
      *> SURVIVING JR-ID AND EVERYTHING HANGING OFF THE OTHERS --
      *> APPLICATIONS AND THEIR HISTORY, SAVED JOBS, INVITATIONS,
      *> REFERRALS, INTERVIEWS, OFFERS AND SCORECARDS -- MOVES ONTO IT
      *> BEFORE THEY ARE CLOSED; OR RULES THE GROUP NOT DUPLICATES SO
      *> THE SAME LISTINGS ARE NEVER RAISED TOGETHER AGAIN. ANYONE MAY
      *> LOOK; DECIDING NEEDS FULL ACCESS
       REVIEW-DUPLICATE-LISTINGS.
           MOVE "--- Duplicate Listings ---" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

           MOVE 0 TO WS-JD-GROUP-COUNT
           MOVE "N" TO WS-JD-EOF
           OPEN INPUT JOB-DUPES-FILE
           IF WS-JD-STATUS NOT = "00"
               MOVE "Y" TO WS-JD-EOF
           END-IF
           PERFORM UNTIL WS-JD-EOF = "Y"
               READ JOB-DUPES-FILE
                   AT END MOVE "Y" TO WS-JD-EOF
                   NOT AT END
                       IF JD-STATUS = "P"
                           PERFORM NOTE-PENDING-DUPE-GROUP
                       END-IF
               END-READ
           END-PERFORM
           IF WS-JD-STATUS NOT = "35"
               CLOSE JOB-DUPES-FILE
           END-IF
           IF WS-JD-GROUP-COUNT = 0
               MOVE "No suspected duplicate listings are waiting." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-JD-G FROM 1 BY 1
               UNTIL WS-JD-G > WS-JD-GROUP-COUNT OR WS-EOF-FLAG = "Y"
               MOVE WS-JD-GROUP-NO (WS-JD-G) TO WS-JD-GROUP
               PERFORM REVIEW-ONE-DUPE-GROUP
           END-PERFORM
           .

       NOTE-PENDING-DUPE-GROUP.
           MOVE "N" TO WS-JD-FOUND
           PERFORM VARYING WS-JD-G FROM 1 BY 1
               UNTIL WS-JD-G > WS-JD-GROUP-COUNT
               IF WS-JD-GROUP-NO (WS-JD-G) = JD-GROUP
                   MOVE "Y" TO WS-JD-FOUND
               END-IF
           END-PERFORM
           IF WS-JD-FOUND = "N" AND WS-JD-GROUP-COUNT < 200
               ADD 1 TO WS-JD-GROUP-COUNT
               MOVE JD-GROUP TO WS-JD-GROUP-NO (WS-JD-GROUP-COUNT)
           END-IF
           .

      *> SHOWS THE UNDECIDED MEMBERS OF WS-JD-GROUP AND TAKES THE
      *> DECISION
       REVIEW-ONE-DUPE-GROUP.
           MOVE 0 TO WS-JD-MEMBER-COUNT
           MOVE "N" TO WS-JD-EOF
           OPEN INPUT JOB-DUPES-FILE
           IF WS-JD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-JD-EOF = "Y"
               READ JOB-DUPES-FILE
                   AT END MOVE "Y" TO WS-JD-EOF
                   NOT AT END
                       IF JD-GROUP = WS-JD-GROUP AND JD-STATUS = "P"
                           AND WS-JD-MEMBER-COUNT < 50
                           ADD 1 TO WS-JD-MEMBER-COUNT
                           MOVE JD-JOB-ID
                               TO WS-JD-M-JOB (WS-JD-MEMBER-COUNT)
                           MOVE SPACES
                               TO WS-JD-M-AUTHOR (WS-JD-MEMBER-COUNT)
                           MOVE "N" TO WS-JD-M-OPEN (WS-JD-MEMBER-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOB-DUPES-FILE
           IF WS-JD-MEMBER-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO OUTPUT-RECORD
           STRING "Suspected duplicate group " WS-JD-GROUP ":"
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           PERFORM VARYING WS-JD-M FROM 1 BY 1
               UNTIL WS-JD-M > WS-JD-MEMBER-COUNT
               PERFORM SHOW-DUPE-MEMBER
           END-PERFORM

           MOVE "Enter the surviving job ID to merge the others into it, N if these are not duplicates, or 0 to skip:" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACE TO WS-JD-DECISION
           MOVE 0 TO WS-JD-SURVIVOR
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF FUNCTION UPPER-CASE(WS-TEMP-INPUT) = "N"
                           MOVE "N" TO WS-JD-DECISION
                       ELSE
                           MOVE FUNCTION NUMVAL(WS-TEMP-INPUT)
                               TO WS-JD-SURVIVOR
                           IF WS-JD-SURVIVOR NOT = 0
                               MOVE "M" TO WS-JD-DECISION
                           END-IF
                       END-IF
               END-READ
           END-IF
           IF WS-JD-DECISION = SPACE
               EXIT PARAGRAPH
           END-IF

      *> THE SURVIVOR HAS TO BE ONE OF THE GROUP AND STILL OPEN
           IF WS-JD-DECISION = "M"
               MOVE "N" TO WS-JD-FOUND
               PERFORM VARYING WS-JD-M FROM 1 BY 1
                   UNTIL WS-JD-M > WS-JD-MEMBER-COUNT
                   IF WS-JD-M-JOB (WS-JD-M) = WS-JD-SURVIVOR
                       AND WS-JD-M-OPEN (WS-JD-M) = "Y"
                       MOVE "Y" TO WS-JD-FOUND
                       MOVE WS-JD-M-AUTHOR (WS-JD-M)
                           TO WS-JD-SURVIVOR-AUTHOR
                   END-IF
               END-PERFORM
               IF WS-JD-FOUND = "N"
                   MOVE "That job is not an open listing in this group - nothing changed." TO OUTPUT-RECORD
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM CHECK-OPERATOR-WRITE-ACCESS
           IF WS-OPERATOR-LEVEL NOT = "F"
               EXIT PARAGRAPH
           END-IF

           IF WS-JD-DECISION = "N"
               PERFORM SET-DUPE-GROUP-DECISION
               MOVE WS-OPERATOR-NAME TO WS-AUDIT-USERNAME
               MOVE "JOBNOTDUPE" TO WS-AUDIT-ACTION
               MOVE WS-JD-GROUP TO WS-AUDIT-KEY
               PERFORM WRITE-AUDIT-RECORD
               MOVE "Group marked as not duplicates." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           PERFORM MERGE-DUPE-GROUP
           .

      *> ONE MEMBER LINE: TITLE, LOCATION, CATEGORY, POSTED DATE,
      *> POSTER AND HOW MANY APPLICATIONS IT HAS DRAWN
       SHOW-DUPE-MEMBER.
           MOVE 0 TO WS-JD-APP-COUNT
           OPEN INPUT APPLICATIONS-FILE
           IF WS-APPLICATIONS-STATUS = "00"
               MOVE "N" TO WS-JD-APP-EOF
               MOVE WS-JD-M-JOB (WS-JD-M) TO APP-JOB-ID
               START APPLICATIONS-FILE KEY = APP-JOB-ID
                   INVALID KEY MOVE "Y" TO WS-JD-APP-EOF
               END-START
               PERFORM UNTIL WS-JD-APP-EOF = "Y"
                   READ APPLICATIONS-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-JD-APP-EOF
                       NOT AT END
                           IF APP-JOB-ID NOT = WS-JD-M-JOB (WS-JD-M)
                               MOVE "Y" TO WS-JD-APP-EOF
                           ELSE
                               ADD 1 TO WS-JD-APP-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPLICATIONS-FILE
           END-IF
           MOVE WS-JD-APP-COUNT TO WS-JD-SHOW-COUNT

           MOVE SPACES TO OUTPUT-RECORD
           OPEN INPUT JOBS-FILE
           MOVE WS-JD-M-JOB (WS-JD-M) TO JR-ID
           READ JOBS-FILE KEY IS JR-ID
               INVALID KEY
                   STRING "  Job " WS-JD-M-JOB (WS-JD-M)
                       ": no longer on file"
                       DELIMITED BY SIZE INTO OUTPUT-RECORD
                   END-STRING
               NOT INVALID KEY
                   MOVE JR-AUTHOR-USERNAME TO WS-JD-M-AUTHOR (WS-JD-M)
                   IF JR-STATUS = "O"
                       MOVE "Y" TO WS-JD-M-OPEN (WS-JD-M)
                   END-IF
                   STRING "  Job " JR-ID ": "
                       FUNCTION TRIM(JR-TITLE TRAILING) " - "
                       FUNCTION TRIM(JR-LOCATION TRAILING) ", "
                       FUNCTION TRIM(JR-CATEGORY TRAILING)
                       DELIMITED BY SIZE INTO OUTPUT-RECORD
                   END-STRING
           END-READ
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF WS-JD-M-AUTHOR (WS-JD-M) = SPACES
               CLOSE JOBS-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO OUTPUT-RECORD
           STRING "    posted " JR-POSTED-DATE " by "
               FUNCTION TRIM(JR-AUTHOR-USERNAME TRAILING) ", "
               FUNCTION TRIM(WS-JD-SHOW-COUNT) " application(s)"
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           IF WS-JD-M-OPEN (WS-JD-M) = "N"
               MOVE OUTPUT-RECORD TO WS-TEMP-INPUT
               MOVE SPACES TO OUTPUT-RECORD
               STRING FUNCTION TRIM(WS-TEMP-INPUT TRAILING)
                   " - already closed"
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
           END-IF
           CLOSE JOBS-FILE
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           .

      *> MOVES EVERY OTHER OPEN MEMBER ONTO WS-JD-SURVIVOR AND CLOSES
      *> IT. WHERE A STUDENT ALREADY HAS THE SAME THING ON THE SURVIVOR
      *> (AN APPLICATION, A SAVED JOB, AN INVITATION...) THE SURVIVOR'S
      *> ROW IS KEPT AND THE EXTRA'S IS DROPPED. A MEMBER THAT CLOSED
      *> SINCE THE NIGHTLY RUN -- FILLED, SAY -- IS LEFT ALONE, ITS HIRES
      *> AND OFFERS BELONGING TO ITS OWN HISTORY, NOT THE SURVIVOR'S
       MERGE-DUPE-GROUP.
           MOVE 0 TO WS-JD-STUDENT-COUNT
           MOVE 0 TO WS-JD-MOVED
           MOVE 0 TO WS-JD-DROPPED
           PERFORM VARYING WS-JD-M FROM 1 BY 1
               UNTIL WS-JD-M > WS-JD-MEMBER-COUNT
               IF WS-JD-M-JOB (WS-JD-M) NOT = WS-JD-SURVIVOR
                   IF WS-JD-M-OPEN (WS-JD-M) = "Y"
                       MOVE WS-JD-M-JOB (WS-JD-M) TO WS-JD-EXTRA
                       PERFORM MERGE-ONE-DUPE-LISTING
                   ELSE
                       MOVE SPACES TO OUTPUT-RECORD
                       STRING "Job " WS-JD-M-JOB (WS-JD-M)
                           " is already closed - left as it is."
                           DELIMITED BY SIZE INTO OUTPUT-RECORD
                       END-STRING
                       DISPLAY OUTPUT-RECORD
                       WRITE OUTPUT-RECORD
                   END-IF
               END-IF
           END-PERFORM
           PERFORM SET-DUPE-GROUP-DECISION

           PERFORM VARYING WS-JD-S FROM 1 BY 1
               UNTIL WS-JD-S > WS-JD-STUDENT-COUNT
               MOVE WS-JD-STUDENT (WS-JD-S) TO WS-NOTIFY-USERNAME
               MOVE SPACES TO WS-NOTIFY-TEXT
               STRING "Listing " WS-JD-STUDENT-FROM (WS-JD-S)
                   " was a duplicate posting and has closed - what you"
                   " had on it is now on listing " WS-JD-SURVIVOR "."
                   DELIMITED BY SIZE INTO WS-NOTIFY-TEXT
               END-STRING
               MOVE "A" TO WS-NOTIFY-CATEGORY
               PERFORM WRITE-NOTIFICATION-RECORD
           END-PERFORM
           IF WS-JD-MOVED > 0
               MOVE WS-JD-SURVIVOR-AUTHOR TO WS-NOTIFY-USERNAME
               MOVE WS-JD-MOVED TO WS-JD-SHOW-COUNT
               MOVE SPACES TO WS-NOTIFY-TEXT
               STRING FUNCTION TRIM(WS-JD-SHOW-COUNT)
                   " application(s) from duplicate postings were moved"
                   " onto your listing " WS-JD-SURVIVOR "."
                   DELIMITED BY SIZE INTO WS-NOTIFY-TEXT
               END-STRING
               MOVE SPACES TO WS-NOTIFY-CATEGORY
               PERFORM WRITE-NOTIFICATION-RECORD
           END-IF

           MOVE WS-JD-MOVED TO WS-JD-SHOW-COUNT
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Merged into job " WS-JD-SURVIVOR ": "
               FUNCTION TRIM(WS-JD-SHOW-COUNT) " application(s) moved, "
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           MOVE WS-JD-DROPPED TO WS-JD-SHOW-COUNT
           MOVE OUTPUT-RECORD TO WS-TEMP-INPUT
           MOVE SPACES TO OUTPUT-RECORD
           STRING FUNCTION TRIM(WS-TEMP-INPUT TRAILING) " "
               FUNCTION TRIM(WS-JD-SHOW-COUNT)
               " already on the survivor."
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           .

       MERGE-ONE-DUPE-LISTING.
           PERFORM MOVE-DUPE-APPLICATIONS
           PERFORM REKEY-DUPE-APP-HISTORY
           PERFORM MOVE-DUPE-SAVED-JOBS
           PERFORM MOVE-DUPE-INVITATIONS
           PERFORM MOVE-DUPE-REFERRALS
           PERFORM MOVE-DUPE-INTERVIEWS
           PERFORM MOVE-DUPE-OFFERS
           PERFORM MOVE-DUPE-SCORECARDS
           PERFORM CLOSE-DUPE-LISTING
           .

      *> EACH APPLICATION ON WS-JD-EXTRA IS DELETED AND, UNLESS THE
      *> APPLICANT ALREADY APPLIED TO THE SURVIVOR, ADDED BACK UNDER
      *> THE SURVIVOR WITH ITS STATUS AND SNAPSHOT UNCHANGED. BOTH HALVES
      *> ARE JOURNALED SO InCollege-Recover.cob CAN REPLAY THEM. THE
      *> JOB-ID KEY IS RE-STARTED EACH TIME ROUND BECAUSE THE DELETE
      *> AND THE KEYED LOOKUP BOTH LOSE THE READ POSITION
       MOVE-DUPE-APPLICATIONS.
           MOVE 0 TO WS-JD-MOVED-COUNT
           MOVE 0 TO WS-JD-DROPPED-COUNT
           OPEN I-O APPLICATIONS-FILE
           IF WS-APPLICATIONS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-JD-APP-EOF
           PERFORM UNTIL WS-JD-APP-EOF = "Y"
               MOVE WS-JD-EXTRA TO APP-JOB-ID
               START APPLICATIONS-FILE KEY = APP-JOB-ID
                   INVALID KEY MOVE "Y" TO WS-JD-APP-EOF
               END-START
               IF WS-JD-APP-EOF = "N"
                   READ APPLICATIONS-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-JD-APP-EOF
                       NOT AT END
                           IF APP-JOB-ID NOT = WS-JD-EXTRA
                               MOVE "Y" TO WS-JD-APP-EOF
                           ELSE
                               PERFORM MOVE-ONE-DUPE-APPLICATION
                           END-IF
                   END-READ
               END-IF
           END-PERFORM
           CLOSE APPLICATIONS-FILE
           .

       MOVE-ONE-DUPE-APPLICATION.
           MOVE APPLICATION-RECORD TO WS-JD-SAVE-APPLICATION
           MOVE APP-USERNAME TO WS-JD-NOTE-USER
           MOVE "APPLICATIONS" TO WS-JOURNAL-FILE-ID
           MOVE "D" TO WS-JOURNAL-ACTION
           MOVE SPACES TO WS-JOURNAL-KEY
           MOVE APP-USERNAME TO WS-JOURNAL-KEY(1:20)
           MOVE APP-JOB-ID TO WS-JOURNAL-KEY(21:4)
           MOVE SPACES TO WS-JOURNAL-IMAGE
           PERFORM WRITE-JOURNAL-RECORD
           DELETE APPLICATIONS-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE

           MOVE WS-JD-NOTE-USER TO APP-USERNAME
           MOVE WS-JD-SURVIVOR TO APP-JOB-ID
           MOVE "N" TO WS-JD-FOUND
           READ APPLICATIONS-FILE KEY IS APP-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO WS-JD-FOUND
           END-READ
           IF WS-JD-FOUND = "Y"
               ADD 1 TO WS-JD-DROPPED
               IF WS-JD-DROPPED-COUNT < 2000
                   ADD 1 TO WS-JD-DROPPED-COUNT
                   MOVE WS-JD-NOTE-USER
                       TO WS-JD-DROPPED-USER (WS-JD-DROPPED-COUNT)
               END-IF
           ELSE
               MOVE WS-JD-SAVE-APPLICATION TO APPLICATION-RECORD
               MOVE WS-JD-SURVIVOR TO APP-JOB-ID
               MOVE "A" TO WS-JOURNAL-ACTION
               MOVE SPACES TO WS-JOURNAL-KEY
               MOVE APP-USERNAME TO WS-JOURNAL-KEY(1:20)
               MOVE APP-JOB-ID TO WS-JOURNAL-KEY(21:4)
               MOVE APPLICATION-RECORD TO WS-JOURNAL-IMAGE
               PERFORM WRITE-JOURNAL-RECORD
               WRITE APPLICATION-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
               ADD 1 TO WS-JD-MOVED
               IF WS-JD-MOVED-COUNT < 2000
                   ADD 1 TO WS-JD-MOVED-COUNT
                   MOVE WS-JD-NOTE-USER
                       TO WS-JD-MOVED-USER (WS-JD-MOVED-COUNT)
               END-IF
           END-IF
           PERFORM NOTE-DUPE-STUDENT
           .

      *> THE STATUS HISTORY OF EVERY MOVED APPLICATION FOLLOWS IT, SO
      *> TIMETOHIRE STILL SEES WHEN IT WAS FIRST MADE. A DROPPED
      *> APPLICATION'S HISTORY IS REMOVED WITH IT -- THE APPLICANT'S
      *> HISTORY ON THE SURVIVOR IS THE ONE THAT STANDS
       REKEY-DUPE-APP-HISTORY.
           IF WS-JD-MOVED-COUNT = 0 AND WS-JD-DROPPED-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT APP-HISTORY-FILE
           IF WS-APP-HIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT APP-HISTORY-TEMP-FILE
           MOVE "N" TO WS-APP-HIST-EOF
           PERFORM UNTIL WS-APP-HIST-EOF = "Y"
               READ APP-HISTORY-FILE
                   AT END MOVE "Y" TO WS-APP-HIST-EOF
                   NOT AT END
                       MOVE "Y" TO WS-JD-KEEP
                       IF AH-JOB-ID = WS-JD-EXTRA
                           MOVE AH-USERNAME TO WS-JD-NOTE-USER
                           PERFORM FIND-DUPE-DROPPED-USER
                           IF WS-JD-FOUND = "Y"
                               MOVE "N" TO WS-JD-KEEP
                           END-IF
                           PERFORM VARYING WS-JD-K FROM 1 BY 1
                               UNTIL WS-JD-K > WS-JD-MOVED-COUNT
                               IF WS-JD-MOVED-USER (WS-JD-K) = AH-USERNAME
                                   MOVE WS-JD-SURVIVOR TO AH-JOB-ID
                               END-IF
                           END-PERFORM
                       END-IF
                       IF WS-JD-KEEP = "Y"
                           MOVE APP-HISTORY-RECORD TO APP-HISTORY-TEMP-RECORD
                           WRITE APP-HISTORY-TEMP-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APP-HISTORY-FILE
           CLOSE APP-HISTORY-TEMP-FILE

           OPEN OUTPUT APP-HISTORY-FILE
           OPEN INPUT APP-HISTORY-TEMP-FILE
           MOVE "N" TO WS-APP-HIST-EOF
           PERFORM UNTIL WS-APP-HIST-EOF = "Y"
               READ APP-HISTORY-TEMP-FILE
                   AT END MOVE "Y" TO WS-APP-HIST-EOF
                   NOT AT END
                       MOVE APP-HISTORY-TEMP-RECORD TO APP-HISTORY-RECORD
                       WRITE APP-HISTORY-RECORD
               END-READ
           END-PERFORM
           CLOSE APP-HISTORY-FILE
           CLOSE APP-HISTORY-TEMP-FILE

           OPEN OUTPUT APP-HISTORY-TEMP-FILE
           CLOSE APP-HISTORY-TEMP-FILE
           .

      *> THE SEQUENTIAL FILES BELOW ARE MOVED WITH THE SAME TEMP-FILE
      *> REWRITE PATTERN AS REMOVE-INTERVIEW-RECORD: ONE PASS NOTES THE
      *> KEYS ALREADY ON THE SURVIVOR (WS-JD-KEY-TABLE), THE NEXT COPIES
      *> THE FILE TO ITS TEMP WITH WS-JD-EXTRA'S ROWS RE-POINTED --
      *> OR DROPPED WHERE THEY WOULD DOUBLE UP -- AND IT IS COPIED BACK
       MOVE-DUPE-SAVED-JOBS.
           MOVE 0 TO WS-JD-KEY-COUNT
           OPEN INPUT SAVED-JOBS-FILE
           IF WS-SAVED-JOBS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SAVED-JOBS-EOF
           PERFORM UNTIL WS-SAVED-JOBS-EOF = "Y"
               READ SAVED-JOBS-FILE
                   AT END MOVE "Y" TO WS-SAVED-JOBS-EOF
                   NOT AT END
                       IF SJ-JOB-ID = WS-JD-SURVIVOR
                           MOVE SJ-USERNAME TO WS-JD-KEY
                           PERFORM ADD-DUPE-KEY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SAVED-JOBS-FILE

           OPEN INPUT SAVED-JOBS-FILE
           OPEN OUTPUT SAVED-JOBS-TEMP-FILE
           MOVE "N" TO WS-SAVED-JOBS-EOF
           PERFORM UNTIL WS-SAVED-JOBS-EOF = "Y"
               READ SAVED-JOBS-FILE
                   AT END MOVE "Y" TO WS-SAVED-JOBS-EOF
                   NOT AT END
                       MOVE "Y" TO WS-JD-KEEP
                       IF SJ-JOB-ID = WS-JD-EXTRA
                           MOVE SJ-USERNAME TO WS-JD-KEY
                           PERFORM MOVE-DUPE-ROW
                           MOVE WS-JD-SURVIVOR TO SJ-JOB-ID
                           MOVE SJ-USERNAME TO WS-JD-NOTE-USER
                           PERFORM NOTE-DUPE-STUDENT
                       END-IF
                       IF WS-JD-KEEP = "Y"
                           MOVE SAVED-JOB-RECORD TO SAVED-JOB-TEMP-RECORD
                           WRITE SAVED-JOB-TEMP-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SAVED-JOBS-FILE
           CLOSE SAVED-JOBS-TEMP-FILE

           OPEN OUTPUT SAVED-JOBS-FILE
           OPEN INPUT SAVED-JOBS-TEMP-FILE
           MOVE "N" TO WS-SAVED-JOBS-EOF
           PERFORM UNTIL WS-SAVED-JOBS-EOF = "Y"
               READ SAVED-JOBS-TEMP-FILE
                   AT END MOVE "Y" TO WS-SAVED-JOBS-EOF
                   NOT AT END
                       MOVE SAVED-JOB-TEMP-RECORD TO SAVED-JOB-RECORD
                       WRITE SAVED-JOB-RECORD
               END-READ
           END-PERFORM
           CLOSE SAVED-JOBS-FILE
           CLOSE SAVED-JOBS-TEMP-FILE

           OPEN OUTPUT SAVED-JOBS-TEMP-FILE
           CLOSE SAVED-JOBS-TEMP-FILE
           .

       MOVE-DUPE-INVITATIONS.
           MOVE 0 TO WS-JD-KEY-COUNT
           OPEN INPUT INVITATIONS-FILE
           IF WS-INVITATIONS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-INVITATIONS-EOF
           PERFORM UNTIL WS-INVITATIONS-EOF = "Y"
               READ INVITATIONS-FILE
                   AT END MOVE "Y" TO WS-INVITATIONS-EOF
                   NOT AT END
                       IF IN-JOB-ID = WS-JD-SURVIVOR
                           MOVE IN-USERNAME TO WS-JD-KEY
                           PERFORM ADD-DUPE-KEY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVITATIONS-FILE

           OPEN INPUT INVITATIONS-FILE
           OPEN OUTPUT INVITATIONS-TEMP-FILE
           MOVE "N" TO WS-INVITATIONS-EOF
           PERFORM UNTIL WS-INVITATIONS-EOF = "Y"
               READ INVITATIONS-FILE
                   AT END MOVE "Y" TO WS-INVITATIONS-EOF
                   NOT AT END
                       MOVE "Y" TO WS-JD-KEEP
                       IF IN-JOB-ID = WS-JD-EXTRA
                           MOVE IN-USERNAME TO WS-JD-KEY
                           PERFORM MOVE-DUPE-ROW
                           MOVE WS-JD-SURVIVOR TO IN-JOB-ID
                           MOVE IN-USERNAME TO WS-JD-NOTE-USER
                           PERFORM NOTE-DUPE-STUDENT
                       END-IF
                       IF WS-JD-KEEP = "Y"
                           MOVE INVITATION-RECORD TO INVITATION-TEMP-RECORD
                           WRITE INVITATION-TEMP-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVITATIONS-FILE
           CLOSE INVITATIONS-TEMP-FILE

           OPEN OUTPUT INVITATIONS-FILE
           OPEN INPUT INVITATIONS-TEMP-FILE
           MOVE "N" TO WS-INVITATIONS-EOF
           PERFORM UNTIL WS-INVITATIONS-EOF = "Y"
               READ INVITATIONS-TEMP-FILE
                   AT END MOVE "Y" TO WS-INVITATIONS-EOF
                   NOT AT END
                       MOVE INVITATION-TEMP-RECORD TO INVITATION-RECORD
                       WRITE INVITATION-RECORD
               END-READ
           END-PERFORM
           CLOSE INVITATIONS-FILE
           CLOSE INVITATIONS-TEMP-FILE

           OPEN OUTPUT INVITATIONS-TEMP-FILE
           CLOSE INVITATIONS-TEMP-FILE
           .

      *> A REFERRAL IS ONE REFERRER VOUCHING FOR ONE CANDIDATE, SO THE
      *> PAIR IS THE KEY
       MOVE-DUPE-REFERRALS.
           MOVE 0 TO WS-JD-KEY-COUNT
           OPEN INPUT REFERRALS-FILE
           IF WS-REFERRALS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-REFERRALS-EOF
           PERFORM UNTIL WS-REFERRALS-EOF = "Y"
               READ REFERRALS-FILE
                   AT END MOVE "Y" TO WS-REFERRALS-EOF
                   NOT AT END
                       IF RF-JOB-ID = WS-JD-SURVIVOR
                           MOVE RF-REFERRER TO WS-JD-KEY(1:20)
                           MOVE RF-CANDIDATE TO WS-JD-KEY(21:20)
                           PERFORM ADD-DUPE-KEY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REFERRALS-FILE

           OPEN INPUT REFERRALS-FILE
           OPEN OUTPUT REFERRALS-TEMP-FILE
           MOVE "N" TO WS-REFERRALS-EOF
           PERFORM UNTIL WS-REFERRALS-EOF = "Y"
               READ REFERRALS-FILE
                   AT END MOVE "Y" TO WS-REFERRALS-EOF
                   NOT AT END
                       MOVE "Y" TO WS-JD-KEEP
                       IF RF-JOB-ID = WS-JD-EXTRA
                           MOVE RF-REFERRER TO WS-JD-KEY(1:20)
                           MOVE RF-CANDIDATE TO WS-JD-KEY(21:20)
                           PERFORM MOVE-DUPE-ROW
                           MOVE WS-JD-SURVIVOR TO RF-JOB-ID
                           MOVE RF-CANDIDATE TO WS-JD-NOTE-USER
                           PERFORM NOTE-DUPE-STUDENT
                       END-IF
                       IF WS-JD-KEEP = "Y"
                           MOVE REFERRAL-RECORD TO REFERRAL-TEMP-RECORD
                           WRITE REFERRAL-TEMP-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REFERRALS-FILE
           CLOSE REFERRALS-TEMP-FILE

           OPEN OUTPUT REFERRALS-FILE
           OPEN INPUT REFERRALS-TEMP-FILE
           MOVE "N" TO WS-REFERRALS-EOF
           PERFORM UNTIL WS-REFERRALS-EOF = "Y"
               READ REFERRALS-TEMP-FILE
                   AT END MOVE "Y" TO WS-REFERRALS-EOF
                   NOT AT END
                       MOVE REFERRAL-TEMP-RECORD TO REFERRAL-RECORD
                       WRITE REFERRAL-RECORD
               END-READ
           END-PERFORM
           CLOSE REFERRALS-FILE
           CLOSE REFERRALS-TEMP-FILE

           OPEN OUTPUT REFERRALS-TEMP-FILE
           CLOSE REFERRALS-TEMP-FILE
           .

       MOVE-DUPE-INTERVIEWS.
           MOVE 0 TO WS-JD-KEY-COUNT
           OPEN INPUT INTERVIEWS-FILE
           IF WS-INTERVIEWS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-INTERVIEWS-EOF
           PERFORM UNTIL WS-INTERVIEWS-EOF = "Y"
               READ INTERVIEWS-FILE
                   AT END MOVE "Y" TO WS-INTERVIEWS-EOF
                   NOT AT END
                       IF IV-JOB-ID = WS-JD-SURVIVOR
                           MOVE IV-USERNAME TO WS-JD-KEY
                           PERFORM ADD-DUPE-KEY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INTERVIEWS-FILE

           OPEN INPUT INTERVIEWS-FILE
           OPEN OUTPUT INTERVIEWS-TEMP-FILE
           MOVE "N" TO WS-INTERVIEWS-EOF
           PERFORM UNTIL WS-INTERVIEWS-EOF = "Y"
               READ INTERVIEWS-FILE
                   AT END MOVE "Y" TO WS-INTERVIEWS-EOF
                   NOT AT END
                       MOVE "Y" TO WS-JD-KEEP
                       IF IV-JOB-ID = WS-JD-EXTRA
                           MOVE IV-USERNAME TO WS-JD-NOTE-USER
                           PERFORM FIND-DUPE-DROPPED-USER
                           IF WS-JD-FOUND = "N"
                               MOVE IV-USERNAME TO WS-JD-KEY
                               PERFORM MOVE-DUPE-ROW
                               MOVE WS-JD-SURVIVOR TO IV-JOB-ID
                               PERFORM NOTE-DUPE-STUDENT
                           END-IF
                       END-IF
                       IF WS-JD-KEEP = "Y"
                           MOVE INTERVIEW-RECORD TO INTERVIEW-TEMP-RECORD
                           WRITE INTERVIEW-TEMP-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INTERVIEWS-FILE
           CLOSE INTERVIEWS-TEMP-FILE

           OPEN OUTPUT INTERVIEWS-FILE
           OPEN INPUT INTERVIEWS-TEMP-FILE
           MOVE "N" TO WS-INTERVIEWS-EOF
           PERFORM UNTIL WS-INTERVIEWS-EOF = "Y"
               READ INTERVIEWS-TEMP-FILE
                   AT END MOVE "Y" TO WS-INTERVIEWS-EOF
                   NOT AT END
                       MOVE INTERVIEW-TEMP-RECORD TO INTERVIEW-RECORD
                       WRITE INTERVIEW-RECORD
               END-READ
           END-PERFORM
           CLOSE INTERVIEWS-FILE
           CLOSE INTERVIEWS-TEMP-FILE

           OPEN OUTPUT INTERVIEWS-TEMP-FILE
           CLOSE INTERVIEWS-TEMP-FILE
           .

       MOVE-DUPE-OFFERS.
           MOVE 0 TO WS-JD-KEY-COUNT
           OPEN INPUT OFFERS-FILE
           IF WS-OFFERS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-OFFERS-EOF
           PERFORM UNTIL WS-OFFERS-EOF = "Y"
               READ OFFERS-FILE
                   AT END MOVE "Y" TO WS-OFFERS-EOF
                   NOT AT END
                       IF OF-JOB-ID = WS-JD-SURVIVOR
                           MOVE OF-USERNAME TO WS-JD-KEY
                           PERFORM ADD-DUPE-KEY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OFFERS-FILE

           OPEN INPUT OFFERS-FILE
           OPEN OUTPUT OFFERS-TEMP-FILE
           MOVE "N" TO WS-OFFERS-EOF
           PERFORM UNTIL WS-OFFERS-EOF = "Y"
               READ OFFERS-FILE
                   AT END MOVE "Y" TO WS-OFFERS-EOF
                   NOT AT END
                       MOVE "Y" TO WS-JD-KEEP
                       IF OF-JOB-ID = WS-JD-EXTRA
                           MOVE OF-USERNAME TO WS-JD-NOTE-USER
                           PERFORM FIND-DUPE-DROPPED-USER
                           IF WS-JD-FOUND = "N"
                               MOVE OF-USERNAME TO WS-JD-KEY
                               PERFORM MOVE-DUPE-ROW
                               MOVE WS-JD-SURVIVOR TO OF-JOB-ID
                               PERFORM NOTE-DUPE-STUDENT
                           END-IF
                       END-IF
                       IF WS-JD-KEEP = "Y"
                           MOVE OFFER-RECORD TO OFFER-TEMP-RECORD
                           WRITE OFFER-TEMP-RECORD
                       END-IF
           OPEN INPUT OFFERS-TEMP-FILE
           MOVE "N" TO WS-OFFERS-EOF
           PERFORM UNTIL WS-OFFERS-EOF = "Y"
               READ OFFERS-TEMP-FILE
                   AT END MOVE "Y" TO WS-OFFERS-EOF
                   NOT AT END
                       MOVE OFFER-TEMP-RECORD TO OFFER-RECORD
           CLOSE OFFERS-TEMP-FILE
           .

      *> SCORECARDS ARE THE EMPLOYER'S OWN NOTES, SO NO STUDENT IS TOLD
       MOVE-DUPE-SCORECARDS.
           MOVE 0 TO WS-JD-KEY-COUNT
           OPEN INPUT SCORECARDS-FILE
           IF WS-SCORECARDS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SCORECARDS-EOF
           PERFORM UNTIL WS-SCORECARDS-EOF = "Y"
               READ SCORECARDS-FILE
                   AT END MOVE "Y" TO WS-SCORECARDS-EOF
                   NOT AT END
                       IF SC-JOB-ID = WS-JD-SURVIVOR
                           MOVE SC-USERNAME TO WS-JD-KEY
                           PERFORM ADD-DUPE-KEY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCORECARDS-FILE

           OPEN INPUT SCORECARDS-FILE
           OPEN OUTPUT SCORECARDS-TEMP-FILE
           MOVE "N" TO WS-SCORECARDS-EOF
           PERFORM UNTIL WS-SCORECARDS-EOF = "Y"
               READ SCORECARDS-FILE
                   AT END MOVE "Y" TO WS-SCORECARDS-EOF
                   NOT AT END
                       MOVE "Y" TO WS-JD-KEEP
                       IF SC-JOB-ID = WS-JD-EXTRA
                           MOVE SC-USERNAME TO WS-JD-NOTE-USER
                           PERFORM FIND-DUPE-DROPPED-USER
                           IF WS-JD-FOUND = "N"
                               MOVE SC-USERNAME TO WS-JD-KEY
                               PERFORM MOVE-DUPE-ROW
                               MOVE WS-JD-SURVIVOR TO SC-JOB-ID
                           END-IF
                       END-IF
                       IF WS-JD-KEEP = "Y"
                           MOVE SCORECARD-RECORD TO SCORECARD-TEMP-RECORD
                           WRITE SCORECARD-TEMP-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCORECARDS-FILE
           CLOSE SCORECARDS-TEMP-FILE

           OPEN OUTPUT SCORECARDS-FILE
           OPEN INPUT SCORECARDS-TEMP-FILE
           MOVE "N" TO WS-SCORECARDS-EOF
           PERFORM UNTIL WS-SCORECARDS-EOF = "Y"
               READ SCORECARDS-TEMP-FILE
                   AT END MOVE "Y" TO WS-SCORECARDS-EOF
                   NOT AT END
                       MOVE SCORECARD-TEMP-RECORD TO SCORECARD-RECORD
                       WRITE SCORECARD-RECORD
               END-READ
           END-PERFORM
           CLOSE SCORECARDS-FILE
           CLOSE SCORECARDS-TEMP-FILE

           OPEN OUTPUT SCORECARDS-TEMP-FILE
           CLOSE SCORECARDS-TEMP-FILE
           .

      *> WS-JD-KEEP "N" WHEN WS-JD-KEY IS ALREADY ON THE SURVIVOR;
      *> OTHERWISE THE KEY IS NOTED SO A SECOND COPY IS CAUGHT TOO
       MOVE-DUPE-ROW.
           MOVE "N" TO WS-JD-FOUND
           PERFORM VARYING WS-JD-K FROM 1 BY 1
               UNTIL WS-JD-K > WS-JD-KEY-COUNT OR WS-JD-FOUND = "Y"
               IF WS-JD-KEY-ENTRY (WS-JD-K) = WS-JD-KEY
                   MOVE "Y" TO WS-JD-FOUND
               END-IF
           END-PERFORM
           IF WS-JD-FOUND = "Y"
               MOVE "N" TO WS-JD-KEEP
           ELSE
               PERFORM ADD-DUPE-KEY
           END-IF
           .

      *> WS-JD-FOUND "Y" WHEN WS-JD-NOTE-USER'S APPLICATION ON THE
      *> EXTRA WAS DROPPED. THE INTERVIEWS, OFFERS AND SCORECARDS THAT
      *> BELONGED TO IT STAY ON THE CLOSED EXTRA RATHER THAN LAND ON THE
      *> SURVIVOR BESIDE AN APPLICATION THEY WERE NEVER MADE AGAINST --
      *> CLOSE-DUPE-LISTING THEN CALLS OFF ANY STILL PENDING THERE
       FIND-DUPE-DROPPED-USER.
           MOVE "N" TO WS-JD-FOUND
           PERFORM VARYING WS-JD-K FROM 1 BY 1
               UNTIL WS-JD-K > WS-JD-DROPPED-COUNT OR WS-JD-FOUND = "Y"
               IF WS-JD-DROPPED-USER (WS-JD-K) = WS-JD-NOTE-USER
                   MOVE "Y" TO WS-JD-FOUND
               END-IF
           END-PERFORM
           .

       ADD-DUPE-KEY.
           IF WS-JD-KEY-COUNT < 2000
               ADD 1 TO WS-JD-KEY-COUNT
               MOVE WS-JD-KEY TO WS-JD-KEY-ENTRY (WS-JD-KEY-COUNT)
           END-IF
           MOVE SPACES TO WS-JD-KEY
           .

       NOTE-DUPE-STUDENT.
           MOVE "N" TO WS-JD-FOUND
           PERFORM VARYING WS-JD-S FROM 1 BY 1
               UNTIL WS-JD-S > WS-JD-STUDENT-COUNT OR WS-JD-FOUND = "Y"
               IF WS-JD-STUDENT (WS-JD-S) = WS-JD-NOTE-USER
                   MOVE "Y" TO WS-JD-FOUND
               END-IF
           END-PERFORM
           IF WS-JD-FOUND = "N" AND WS-JD-STUDENT-COUNT < 2000
               ADD 1 TO WS-JD-STUDENT-COUNT
               MOVE WS-JD-NOTE-USER TO WS-JD-STUDENT (WS-JD-STUDENT-COUNT)
               MOVE WS-JD-EXTRA TO WS-JD-STUDENT-FROM (WS-JD-STUDENT-COUNT)
           END-IF
           .

      *> THE EXTRA CLOSES THE SAME WAY A REJECTED LISTING DOES, AND ITS
      *> POSTER IS TOLD WHERE ITS APPLICANTS WENT. EVERYTHING MOVABLE IS
      *> ON THE SURVIVOR BY NOW, SO THE PROPOSALS AND PENDING OFFERS LEFT
      *> ON THE EXTRA ARE A DROPPED APPLICANT'S, WITH NO APPLICATION
      *> BEHIND THEM -- THEY GO AS ON ANY OTHER CLOSE
       CLOSE-DUPE-LISTING.
           MOVE SPACES TO WS-NOTIFY-TEXT
           OPEN I-O JOBS-FILE
           IF WS-JOBS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-JD-EXTRA TO JR-ID
           READ JOBS-FILE KEY IS JR-ID
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF JR-STATUS NOT = "C"
                       MOVE "C" TO JR-STATUS
                       MOVE "JOBS" TO WS-JOURNAL-FILE-ID
                       MOVE "U" TO WS-JOURNAL-ACTION
                       MOVE JOBS-FILE-RECORD TO WS-JOURNAL-IMAGE
                       PERFORM WRITE-JOURNAL-RECORD
                       REWRITE JOBS-FILE-RECORD
                   END-IF
                   MOVE JR-AUTHOR-USERNAME TO WS-NOTIFY-USERNAME
                   MOVE SPACES TO WS-NOTIFY-TEXT
                   STRING "Your listing " JR-ID " duplicated listing "
                       WS-JD-SURVIVOR " and was closed - its applicants"
                       " now appear under " WS-JD-SURVIVOR "."
                       DELIMITED BY SIZE INTO WS-NOTIFY-TEXT
                   END-STRING
           END-READ
           CLOSE JOBS-FILE

           MOVE WS-JD-EXTRA TO WS-CLOSEOUT-JOB-ID
           PERFORM CANCEL-JOB-INTERVIEW-PROPOSALS
           PERFORM WITHDRAW-JOB-PENDING-OFFERS

           MOVE WS-OPERATOR-NAME TO WS-AUDIT-USERNAME
           MOVE "JOBMERGE" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING WS-JD-EXTRA " INTO " WS-JD-SURVIVOR
               DELIMITED BY SIZE INTO WS-AUDIT-KEY
           END-STRING
           PERFORM WRITE-AUDIT-RECORD

           IF WS-NOTIFY-TEXT NOT = SPACES
               MOVE SPACES TO WS-NOTIFY-CATEGORY
               PERFORM WRITE-NOTIFICATION-RECORD
               MOVE SPACES TO WS-NOTIFY-TEXT
           END-IF
           .

      *> WS-JD-FOUND = "Y" IF JD-JOB-ID WAS AN OPEN MEMBER ON SCREEN
       FIND-OPEN-DUPE-MEMBER.
           MOVE "N" TO WS-JD-FOUND
           PERFORM VARYING WS-JD-M FROM 1 BY 1
               UNTIL WS-JD-M > WS-JD-MEMBER-COUNT
               IF WS-JD-M-JOB (WS-JD-M) = JD-JOB-ID
                   AND WS-JD-M-OPEN (WS-JD-M) = "Y"
                   MOVE "Y" TO WS-JD-FOUND
               END-IF
           END-PERFORM
           .

      *> RECORDS THE DECISION AGAINST EVERY UNDECIDED ROW OF THE GROUP
      *> -- "S"/"M" FOR A MERGE, "N" WHEN RULED NOT DUPLICATES -- SO THE
      *> NEXT JOBDUPES RUN CARRIES IT FORWARD INSTEAD OF ASKING AGAIN.
      *> A MEMBER A MERGE LEFT ALONE BECAUSE IT HAD CLOSED GETS "N"
       SET-DUPE-GROUP-DECISION.
           OPEN INPUT JOB-DUPES-FILE
           IF WS-JD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT JOB-DUPES-TEMP-FILE
           MOVE "N" TO WS-JD-EOF
           PERFORM UNTIL WS-JD-EOF = "Y"
               READ JOB-DUPES-FILE
                   AT END MOVE "Y" TO WS-JD-EOF
                   NOT AT END
                       IF JD-GROUP = WS-JD-GROUP AND JD-STATUS = "P"
                           IF WS-JD-DECISION = "N"
                               MOVE "N" TO JD-STATUS
                               MOVE 0 TO JD-SURVIVOR
                           ELSE
                               PERFORM FIND-OPEN-DUPE-MEMBER
                               IF JD-JOB-ID = WS-JD-SURVIVOR
                                   MOVE "S" TO JD-STATUS
                                   MOVE WS-JD-SURVIVOR TO JD-SURVIVOR
                               ELSE
                                   IF WS-JD-FOUND = "Y"
                                       MOVE "M" TO JD-STATUS
                                       MOVE WS-JD-SURVIVOR
                                           TO JD-SURVIVOR
                                   ELSE
                                       MOVE "N" TO JD-STATUS
                                       MOVE 0 TO JD-SURVIVOR
                                   END-IF
                               END-IF
                           END-IF
                           MOVE WS-OPERATOR-NAME TO JD-DECIDED-BY
                           MOVE WS-TODAY-DATE TO JD-DECIDED-DATE
                       END-IF
                       MOVE JOB-DUPE-RECORD TO JOB-DUPE-TEMP-RECORD
                       WRITE JOB-DUPE-TEMP-RECORD
               END-READ
           END-PERFORM
           CLOSE JOB-DUPES-FILE
           CLOSE JOB-DUPES-TEMP-FILE

           OPEN OUTPUT JOB-DUPES-FILE
           OPEN INPUT JOB-DUPES-TEMP-FILE
           MOVE "N" TO WS-JD-EOF
           PERFORM UNTIL WS-JD-EOF = "Y"
               READ JOB-DUPES-TEMP-FILE
                   AT END MOVE "Y" TO WS-JD-EOF
                   NOT AT END
                       MOVE JOB-DUPE-TEMP-RECORD TO JOB-DUPE-RECORD
                       WRITE JOB-DUPE-RECORD
               END-READ
           END-PERFORM
           CLOSE JOB-DUPES-FILE
           CLOSE JOB-DUPES-TEMP-FILE

           OPEN OUTPUT JOB-DUPES-TEMP-FILE
           CLOSE JOB-DUPES-TEMP-FILE
           .


      *> COMPLIANCE HOLDS ON companies.doc ENTRIES. EVERY HOLD ON FILE
      *> THAT IS WAITING FOR APPROVAL OR IN FORCE IS LISTED; ANYONE MAY
      *> LOOK, BUT PLACING OR LIFTING ONE NEEDS FULL ACCESS AND IS ONLY
      *> QUEUED HERE -- A SECOND OPERATOR APPROVES IT UNDER PENDING
      *> APPROVALS LIKE EVERY OTHER FOUR-EYES ACTION
       MANAGE-COMPANY-HOLDS.
           MOVE "--- Company Holds ---" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           PERFORM LIST-COMPANY-HOLDS

           MOVE "1. Place a hold  2. Lift a hold  0. Back" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE 0 TO WS-HOLD-CHOICE
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF WS-TEMP-INPUT(1:1) IS NUMERIC
                           MOVE WS-TEMP-INPUT(1:1) TO WS-HOLD-CHOICE
                       END-IF
               END-READ
           END-IF
           IF WS-HOLD-CHOICE NOT = 1 AND WS-HOLD-CHOICE NOT = 2
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-OPERATOR-WRITE-ACCESS
           IF WS-OPERATOR-LEVEL NOT = "F"
               EXIT PARAGRAPH
           END-IF
           IF WS-HOLD-CHOICE = 1
               PERFORM PLACE-COMPANY-HOLD
           ELSE
               PERFORM LIFT-COMPANY-HOLD
           END-IF
           .

      *> NUMBERED INTO WS-HOLD-LIST-TABLE: "P" AWAITING APPROVAL, "A" IN
      *> FORCE. AN APPROVED HOLD WHOSE LIFT DATE HAS COME IS OVER AND
      *> IS NOT SHOWN
       LIST-COMPANY-HOLDS.
           MOVE 0 TO WS-HOLD-LIST-COUNT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOLD-TODAY
           MOVE "N" TO WS-HOLD-EOF
           OPEN INPUT COMPANY-HOLDS-FILE
           IF WS-HOLD-STATUS NOT = "00"
               MOVE "Y" TO WS-HOLD-EOF
           END-IF
           PERFORM UNTIL WS-HOLD-EOF = "Y"
               READ COMPANY-HOLDS-FILE
                   AT END MOVE "Y" TO WS-HOLD-EOF
                   NOT AT END
                       PERFORM CHECK-HOLD-ROW-ACTIVE
                       IF (CH-STATUS = "P" OR WS-HOLD-IS-ACTIVE = "Y")
                           AND WS-HOLD-LIST-COUNT < 50
                           ADD 1 TO WS-HOLD-LIST-COUNT
                           PERFORM SHOW-COMPANY-HOLD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HOLD-STATUS NOT = "35"
               CLOSE COMPANY-HOLDS-FILE
           END-IF
           IF WS-HOLD-LIST-COUNT = 0
               MOVE "No company is on hold." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF
           .

       SHOW-COMPANY-HOLD.
           MOVE CH-HOLD-ID TO WS-HOLD-LIST-ID (WS-HOLD-LIST-COUNT)
           MOVE CH-COMPANY TO WS-HOLD-LIST-COMPANY (WS-HOLD-LIST-COUNT)
           MOVE CH-STATUS TO WS-HOLD-LIST-STATE (WS-HOLD-LIST-COUNT)
           MOVE SPACES TO OUTPUT-RECORD
           EVALUATE TRUE
               WHEN CH-STATUS = "P"
                   STRING WS-HOLD-LIST-COUNT ". "
                       FUNCTION TRIM(CH-COMPANY)
                       " - awaiting approval" INTO OUTPUT-RECORD
                   END-STRING
               WHEN CH-LIFT-DATE NUMERIC AND CH-LIFT-DATE > 0
                   STRING WS-HOLD-LIST-COUNT ". "
                       FUNCTION TRIM(CH-COMPANY)
                       " - on hold since " CH-APPROVED-TS(1:8)
                       ", lifts " CH-LIFT-DATE INTO OUTPUT-RECORD
                   END-STRING
               WHEN OTHER
                   STRING WS-HOLD-LIST-COUNT ". "
                       FUNCTION TRIM(CH-COMPANY)
                       " - on hold since " CH-APPROVED-TS(1:8)
                       " until lifted" INTO OUTPUT-RECORD
                   END-STRING
           END-EVALUATE
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO OUTPUT-RECORD
           STRING "    " FUNCTION TRIM(CH-REASON) " (placed by "
               FUNCTION TRIM(CH-PLACED-BY) ")"
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           .

      *> THE COMPANY MUST BE ON companies.doc AND NOT ALREADY HELD OR
      *> AWAITING A HOLD. THE ROW IS WRITTEN NOW AS "P" SO THE REASON
      *> AND LIFT DATE TRAVEL WITH IT; THE APPROVAL ONLY CARRIES ITS ID
       PLACE-COMPANY-HOLD.
           MOVE "Company name:" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-COMPANY-LOOKUP
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       MOVE WS-TEMP-INPUT TO WS-COMPANY-LOOKUP
               END-READ
           END-IF
           IF WS-COMPANY-LOOKUP = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-COMPANY-BY-NAME
           IF WS-COMPANY-FOUND = "N"
               MOVE "No company by that name - nothing queued." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-HOLD-I FROM 1 BY 1
               UNTIL WS-HOLD-I > WS-HOLD-LIST-COUNT
               IF WS-HOLD-LIST-COMPANY (WS-HOLD-I) = WS-COMPANY-NAME
                   MOVE "That company is already on hold or awaiting one - nothing queued." TO OUTPUT-RECORD
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           MOVE "Reason for the hold (up to 60 characters):" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-HOLD-REASON
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       MOVE WS-TEMP-INPUT TO WS-HOLD-REASON
               END-READ
           END-IF
           IF WS-HOLD-REASON = SPACES
               MOVE "A hold needs a reason - nothing queued." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-HOLD-LIFT-DATE
           MOVE "Lift date YYYYMMDD (blank = until an operator lifts it):" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-TEMP-INPUT
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF
           IF WS-TEMP-INPUT NOT = SPACES
               IF WS-TEMP-INPUT(1:8) IS NUMERIC
                   MOVE WS-TEMP-INPUT(1:8) TO WS-HOLD-LIFT-DATE
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-HOLD-LIFT-DATE) NOT = 0
                   OR WS-HOLD-LIFT-DATE <= WS-HOLD-TODAY
                   MOVE "The lift date must be a real date after today - nothing queued." TO OUTPUT-RECORD
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM LOAD-COMPANY-HOLDS
           ADD 1 TO WS-HOLD-NEXT-ID GIVING WS-HOLD-ID
           OPEN EXTEND COMPANY-HOLDS-FILE
           IF WS-HOLD-STATUS NOT = "00"
               OPEN OUTPUT COMPANY-HOLDS-FILE
           END-IF
           MOVE SPACES TO COMPANY-HOLD-RECORD
           MOVE WS-HOLD-ID TO CH-HOLD-ID
           MOVE WS-COMPANY-NAME TO CH-COMPANY
           MOVE "P" TO CH-STATUS
           MOVE WS-HOLD-REASON TO CH-REASON
           MOVE WS-HOLD-LIFT-DATE TO CH-LIFT-DATE
           MOVE WS-OPERATOR-NAME TO CH-PLACED-BY
           MOVE FUNCTION CURRENT-DATE(1:14) TO CH-PLACED-TS
           WRITE COMPANY-HOLD-RECORD
           CLOSE COMPANY-HOLDS-FILE

           MOVE "COHOLD" TO WS-PA-ACTION
           MOVE WS-HOLD-ID TO WS-PA-TARGET
           MOVE SPACES TO WS-PA-DATA
           PERFORM QUEUE-PENDING-APPROVAL
           MOVE "Hold queued - a second operator must approve it under Pending Approvals." TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           .

       LIFT-COMPANY-HOLD.
           MOVE "Enter the number of the hold to lift:" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE 0 TO WS-HOLD-PICK
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF FUNCTION NUMVAL(WS-TEMP-INPUT) > 0
                           AND FUNCTION NUMVAL(WS-TEMP-INPUT)
                               <= WS-HOLD-LIST-COUNT
                           COMPUTE WS-HOLD-PICK =
                               FUNCTION NUMVAL(WS-TEMP-INPUT)
                       END-IF
               END-READ
           END-IF
           IF WS-HOLD-PICK = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-HOLD-LIST-STATE (WS-HOLD-PICK) NOT = "A"
               MOVE "That hold is not in force yet - deny it under Pending Approvals instead." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE "COLIFT" TO WS-PA-ACTION
           MOVE WS-HOLD-LIST-ID (WS-HOLD-PICK) TO WS-PA-TARGET
           MOVE SPACES TO WS-PA-DATA
           PERFORM QUEUE-PENDING-APPROVAL
           MOVE "Lift queued - a second operator must approve it under Pending Approvals." TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           .

      *> COMPANY AND REASON UNDER A QUEUED "COHOLD"/"COLIFT" IN THE
      *> PENDING-APPROVALS LIST, SO THE APPROVER SEES WHAT THEY SIGN
       SHOW-PENDING-COMPANY-HOLD.
           MOVE "N" TO WS-HOLD-EOF
           OPEN INPUT COMPANY-HOLDS-FILE
           IF WS-HOLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HOLD-EOF = "Y"
               READ COMPANY-HOLDS-FILE
                   AT END MOVE "Y" TO WS-HOLD-EOF
                   NOT AT END
                       IF CH-HOLD-ID = PA-TARGET(1:4)
                           MOVE "Y" TO WS-HOLD-EOF
                           MOVE SPACES TO OUTPUT-RECORD
                           STRING "   " FUNCTION TRIM(CH-COMPANY) ": "
                               FUNCTION TRIM(CH-REASON)
                               DELIMITED BY SIZE INTO OUTPUT-RECORD
                           END-STRING
                           DISPLAY OUTPUT-RECORD
                           WRITE OUTPUT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMPANY-HOLDS-FILE
           .

      *> AN APPROVED "COHOLD" PUTS THE HOLD IN FORCE AND TELLS EVERY
      *> STUDENT WITH AN OPEN APPLICATION TO THE COMPANY; AN APPROVED
      *> "COLIFT" ENDS IT. THE REQUESTING OPERATOR COMES FROM THE QUEUED
      *> ENTRY, THE APPROVER IS THE ONE SIGNED IN NOW. A DENIED "COHOLD"
      *> IS CLOSED OFF AS "D" BY THE SAME PARAGRAPH
       APPLY-COMPANY-HOLD-CHANGE.
           MOVE "N" TO WS-HOLD-FOUND
           IF WS-PA-LIST-TARGET (WS-PA-PICK)(1:4) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PA-LIST-TARGET (WS-PA-PICK)(1:4) TO WS-HOLD-ID
           MOVE "N" TO WS-HOLD-EOF
           OPEN I-O COMPANY-HOLDS-FILE
           IF WS-HOLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HOLD-EOF = "Y"
               READ COMPANY-HOLDS-FILE
                   AT END MOVE "Y" TO WS-HOLD-EOF
                   NOT AT END
                       IF CH-HOLD-ID = WS-HOLD-ID
                           MOVE "Y" TO WS-HOLD-EOF
                           PERFORM SET-COMPANY-HOLD-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMPANY-HOLDS-FILE
           IF WS-HOLD-FOUND = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-OPERATOR-NAME TO WS-AUDIT-USERNAME
           EVALUATE WS-HOLD-NEW-STATUS
               WHEN "A"
                   MOVE "COHOLD" TO WS-AUDIT-ACTION
               WHEN "L"
                   MOVE "COLIFT" TO WS-AUDIT-ACTION
               WHEN OTHER
                   MOVE "COHOLDDENY" TO WS-AUDIT-ACTION
           END-EVALUATE
           MOVE WS-HOLD-COMPANY TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-RECORD

           IF WS-HOLD-NEW-STATUS = "A"
               PERFORM NOTIFY-HOLD-APPLICANTS
           END-IF
           .

      *> REWRITES THE ROW IN THE BUFFER IN PLACE WHEN THE DECISION FITS
      *> ITS STATUS -- A HOLD CAN ONLY BE APPROVED OR DENIED WHILE "P"
      *> AND ONLY LIFTED WHILE "A"
       SET-COMPANY-HOLD-STATUS.
           MOVE SPACES TO WS-HOLD-NEW-STATUS
           EVALUATE TRUE
               WHEN WS-PA-LIST-ACTION (WS-PA-PICK) = "COHOLD"
                   AND CH-STATUS = "P" AND WS-PA-DECISION = 1
                   MOVE "A" TO WS-HOLD-NEW-STATUS
                   MOVE WS-OPERATOR-NAME TO CH-APPROVED-BY
                   MOVE FUNCTION CURRENT-DATE(1:14) TO CH-APPROVED-TS
               WHEN WS-PA-LIST-ACTION (WS-PA-PICK) = "COHOLD"
                   AND CH-STATUS = "P"
                   MOVE "D" TO WS-HOLD-NEW-STATUS
                   MOVE WS-OPERATOR-NAME TO CH-APPROVED-BY
                   MOVE FUNCTION CURRENT-DATE(1:14) TO CH-APPROVED-TS
               WHEN WS-PA-LIST-ACTION (WS-PA-PICK) = "COLIFT"
                   AND CH-STATUS = "A" AND WS-PA-DECISION = 1
                   MOVE "L" TO WS-HOLD-NEW-STATUS
                   MOVE WS-PA-LIST-BY (WS-PA-PICK) TO CH-LIFTED-BY
                   MOVE WS-OPERATOR-NAME TO CH-LIFT-APPROVED-BY
                   MOVE FUNCTION CURRENT-DATE(1:14) TO CH-LIFTED-TS
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE WS-HOLD-NEW-STATUS TO CH-STATUS
           MOVE CH-COMPANY TO WS-HOLD-COMPANY
           REWRITE COMPANY-HOLD-RECORD
           MOVE "Y" TO WS-HOLD-FOUND
           .

      *> ONE NEUTRAL NOTICE PER OPEN APPLICATION TO A LISTING UNDER THE
      *> HELD COMPANY'S NAME -- THE REASON FOR THE HOLD IS NOT SHARED
       NOTIFY-HOLD-APPLICANTS.
           MOVE 0 TO WS-HOLD-NOTICES
           MOVE FUNCTION UPPER-CASE(WS-HOLD-COMPANY(1:20))
               TO WS-HOLD-MATCH-NAME
           MOVE "N" TO WS-APPLICATIONS-EOF
           OPEN INPUT APPLICATIONS-FILE
           IF WS-APPLICATIONS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT JOBS-FILE
           PERFORM UNTIL WS-APPLICATIONS-EOF = "Y"
               READ APPLICATIONS-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-APPLICATIONS-EOF
                   NOT AT END
                       IF APP-STATUS NOT = "R" AND APP-STATUS NOT = "H"
                           AND APP-STATUS NOT = "D"
                           AND APP-STATUS NOT = "W"
                           MOVE APP-JOB-ID TO JR-ID
                           READ JOBS-FILE KEY IS JR-ID
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   IF FUNCTION UPPER-CASE(JR-EMPLOYER)
                                       = WS-HOLD-MATCH-NAME
                                       ADD 1 TO WS-HOLD-NOTICES
                                       MOVE APP-USERNAME
                                           TO WS-NOTIFY-USERNAME
                                       MOVE SPACES TO WS-NOTIFY-TEXT
                                       STRING "Job " APP-JOB-ID
                                           ": the employer has paused its"
                                           " hiring activity for now."
                                           " Your application stays on"
                                           " file." INTO WS-NOTIFY-TEXT
                                       END-STRING
                                       MOVE "A" TO WS-NOTIFY-CATEGORY
                                       PERFORM WRITE-NOTIFICATION-RECORD
                                   END-IF
                           END-READ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBS-FILE
           CLOSE APPLICATIONS-FILE
           .

       REMOVE-PENDING-APPROVAL.
           OPEN INPUT PENDING-APPROVALS-FILE
           OPEN OUTPUT PENDING-APPROVALS-TEMP-FILE
           MOVE "N" TO WS-PEND-APPR-EOF
           PERFORM UNTIL WS-PEND-APPR-EOF = "Y"
               READ PENDING-APPROVALS-FILE INTO PENDING-APPROVAL-RECORD
                   AT END MOVE "Y" TO WS-PEND-APPR-EOF
                   NOT AT END
                       IF PA-TIMESTAMP = WS-PA-LIST-TS (WS-PA-PICK)
                           AND PA-ACTION = WS-PA-LIST-ACTION (WS-PA-PICK)
                           AND PA-TARGET = WS-PA-LIST-TARGET (WS-PA-PICK)
                           CONTINUE
                       ELSE
                           MOVE PENDING-APPROVAL-RECORD
                               TO PENDING-APPROVAL-TEMP-RECORD
                           WRITE PENDING-APPROVAL-TEMP-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDING-APPROVALS-FILE
           CLOSE PENDING-APPROVALS-TEMP-FILE

           OPEN OUTPUT PENDING-APPROVALS-FILE
           OPEN INPUT PENDING-APPROVALS-TEMP-FILE
           MOVE "N" TO WS-PEND-APPR-EOF
           PERFORM UNTIL WS-PEND-APPR-EOF = "Y"
               READ PENDING-APPROVALS-TEMP-FILE
                   INTO PENDING-APPROVAL-TEMP-RECORD
                   AT END MOVE "Y" TO WS-PEND-APPR-EOF
                   NOT AT END
                       MOVE PENDING-APPROVAL-TEMP-RECORD
                           TO PENDING-APPROVAL-RECORD
                       WRITE PENDING-APPROVAL-RECORD
               END-READ
           END-PERFORM
           CLOSE PENDING-APPROVALS-FILE
           CLOSE PENDING-APPROVALS-TEMP-FILE
           OPEN OUTPUT PENDING-APPROVALS-TEMP-FILE
           CLOSE PENDING-APPROVALS-TEMP-FILE
           .

      *> SPAM REVIEW QUEUE: EACH REPORT SHOWS REPORTER, OFFENDER AND
      *> THE EVIDENCE LINE. "SUSPEND" GOES THROUGH THE FOUR-EYES
      *> PENDING-APPROVALS QUEUE LIKE EVERY OTHER SUSPENSION -- THE
      *> ABUSE QUEUE DOES NOT GET TO SHORT-CIRCUIT THAT CONTROL
       REVIEW-ABUSE-REPORTS.
           MOVE "--- Abuse Reports ---" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE 0 TO WS-ABUSE-LIST-COUNT
           MOVE "N" TO WS-ABUSE-EOF
           OPEN INPUT ABUSE-REPORTS-FILE
           IF WS-ABUSE-STATUS NOT = "00"
               MOVE "Y" TO WS-ABUSE-EOF
           END-IF
           PERFORM UNTIL WS-ABUSE-EOF = "Y"
               READ ABUSE-REPORTS-FILE INTO ABUSE-REPORT-RECORD
                   AT END MOVE "Y" TO WS-ABUSE-EOF
                   NOT AT END
                       IF WS-ABUSE-LIST-COUNT < 50
                           ADD 1 TO WS-ABUSE-LIST-COUNT
                           MOVE AB-TIMESTAMP
                               TO WS-ABUSE-LIST-TS (WS-ABUSE-LIST-COUNT)
                           MOVE AB-REPORTER TO
                               WS-ABUSE-LIST-REPORTER (WS-ABUSE-LIST-COUNT)
                           MOVE AB-OFFENDER TO
                               WS-ABUSE-LIST-OFFENDER (WS-ABUSE-LIST-COUNT)
                           MOVE AB-TEXT TO
                               WS-ABUSE-LIST-TEXT (WS-ABUSE-LIST-COUNT)
                           MOVE SPACES TO OUTPUT-RECORD
                           STRING WS-ABUSE-LIST-COUNT ". "
                               FUNCTION TRIM(AB-OFFENDER TRAILING)
                               " reported by "
                               FUNCTION TRIM(AB-REPORTER TRAILING)
                               INTO OUTPUT-RECORD
                           DISPLAY OUTPUT-RECORD
                           WRITE OUTPUT-RECORD
                           MOVE SPACES TO OUTPUT-RECORD
                           STRING "   Evidence: "
                               FUNCTION TRIM(AB-TEXT TRAILING)
                               INTO OUTPUT-RECORD
                           DISPLAY OUTPUT-RECORD
                           WRITE OUTPUT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ABUSE-STATUS = "00"
               CLOSE ABUSE-REPORTS-FILE
           END-IF

           IF WS-ABUSE-LIST-COUNT = 0
               MOVE "No abuse reports on file." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter the number of a report to act on, or 0 to go back:" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE 0 TO WS-ABUSE-PICK
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       MOVE FUNCTION NUMVAL(WS-TEMP-INPUT)
                           TO WS-ABUSE-PICK
               END-READ
           END-IF
           IF WS-ABUSE-PICK = 0 OR WS-ABUSE-PICK > WS-ABUSE-LIST-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE "1. Queue suspension of the sender  2. Dismiss report" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE 0 TO WS-ABUSE-DECISION
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF WS-TEMP-INPUT(1:1) IS NUMERIC
                           MOVE WS-TEMP-INPUT(1:1) TO WS-ABUSE-DECISION
                       END-IF
               END-READ
           END-IF

           EVALUATE WS-ABUSE-DECISION
               WHEN 1
                   MOVE "SUSPTOGGLE" TO WS-PA-ACTION
                   MOVE WS-ABUSE-LIST-OFFENDER (WS-ABUSE-PICK)
                       TO WS-PA-TARGET
                   MOVE SPACES TO WS-PA-DATA
                   PERFORM QUEUE-PENDING-APPROVAL
                   MOVE "Suspension queued for second-operator approval." TO OUTPUT-RECORD
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
                   PERFORM REMOVE-ABUSE-REPORT
               WHEN 2
                   MOVE WS-OPERATOR-NAME TO WS-AUDIT-USERNAME
                   MOVE "SPAMDISMISS" TO WS-AUDIT-ACTION
                   MOVE WS-ABUSE-LIST-OFFENDER (WS-ABUSE-PICK)
                       TO WS-AUDIT-KEY
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE "Report dismissed." TO OUTPUT-RECORD
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
                   PERFORM REMOVE-ABUSE-REPORT
               WHEN OTHER CONTINUE
           END-EVALUATE
           .

       REMOVE-ABUSE-REPORT.
           OPEN INPUT ABUSE-REPORTS-FILE
           OPEN OUTPUT ABUSE-REPORTS-TEMP-FILE
           MOVE "N" TO WS-ABUSE-EOF
           PERFORM UNTIL WS-ABUSE-EOF = "Y"
               READ ABUSE-REPORTS-FILE INTO ABUSE-REPORT-RECORD
                   AT END MOVE "Y" TO WS-ABUSE-EOF
                   NOT AT END
                       IF AB-TIMESTAMP = WS-ABUSE-LIST-TS (WS-ABUSE-PICK)
                           AND AB-REPORTER
                               = WS-ABUSE-LIST-REPORTER (WS-ABUSE-PICK)
                           AND AB-OFFENDER
                               = WS-ABUSE-LIST-OFFENDER (WS-ABUSE-PICK)
                           CONTINUE
                       ELSE
                           MOVE ABUSE-REPORT-RECORD
                               TO ABUSE-REPORT-TEMP-RECORD
                           WRITE ABUSE-REPORT-TEMP-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ABUSE-REPORTS-FILE
           CLOSE ABUSE-REPORTS-TEMP-FILE

           OPEN OUTPUT ABUSE-REPORTS-FILE
           OPEN INPUT ABUSE-REPORTS-TEMP-FILE
           MOVE "N" TO WS-ABUSE-EOF
           PERFORM UNTIL WS-ABUSE-EOF = "Y"
               READ ABUSE-REPORTS-TEMP-FILE INTO ABUSE-REPORT-TEMP-RECORD
                   AT END MOVE "Y" TO WS-ABUSE-EOF
                   NOT AT END
                       MOVE ABUSE-REPORT-TEMP-RECORD
                           TO ABUSE-REPORT-RECORD
                       WRITE ABUSE-REPORT-RECORD
               END-READ
           END-PERFORM
           CLOSE ABUSE-REPORTS-FILE
           CLOSE ABUSE-REPORTS-TEMP-FILE
           OPEN OUTPUT ABUSE-REPORTS-TEMP-FILE
           CLOSE ABUSE-REPORTS-TEMP-FILE
           .

       USER-ADMIN-MENU.
           MOVE "Enter the username to administer:" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-USERADM-USERNAME
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF
           IF WS-EOF-FLAG = "Y" OR WS-USERADM-USERNAME = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-USERADM-FOUND
           MOVE "N" TO WS-ACCOUNTS-EOF
           OPEN INPUT ACCOUNTS-FILE
           PERFORM UNTIL WS-ACCOUNTS-EOF = "Y" OR WS-USERADM-FOUND = "Y"
               READ ACCOUNTS-FILE INTO ACCOUNT-RECORD
                   AT END MOVE "Y" TO WS-ACCOUNTS-EOF
                   NOT AT END
                       IF ACCOUNT-USERNAME = WS-USERADM-USERNAME
                           MOVE "Y" TO WS-USERADM-FOUND
                           MOVE ACCOUNT-TYPE TO WS-USERADM-TYPE
                           MOVE ACCOUNT-STATUS TO WS-USERADM-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE

           IF WS-USERADM-FOUND = "N"
               MOVE "No account found with that username." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO OUTPUT-RECORD
           STRING "Account: " FUNCTION TRIM(WS-USERADM-USERNAME TRAILING)
               INTO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF WS-USERADM-TYPE = "E"
               MOVE "Type: Employer" TO OUTPUT-RECORD
           ELSE
               MOVE "Type: Student" TO OUTPUT-RECORD
           END-IF
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           EVALUATE WS-USERADM-STATUS
               WHEN "L"
                   MOVE "Status: LOCKED (failed logins)" TO OUTPUT-RECORD
               WHEN "S"
                   MOVE "Status: SUSPENDED" TO OUTPUT-RECORD
               WHEN "D"
                   MOVE "Status: DORMANT (reactivates at next login)" TO OUTPUT-RECORD
               WHEN OTHER
                   MOVE "Status: Active" TO OUTPUT-RECORD
           END-EVALUATE
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE "1. Force-Reset Password" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "2. Reset Security Answer" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "3. Suspend/Unsuspend Account" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "4. View Profile" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "9. Back" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "Enter your choice:" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE 9 TO WS-USERADM-CHOICE
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       MOVE WS-TEMP-INPUT(1:1) TO WS-USERADM-CHOICE
               END-READ
           END-IF

           EVALUATE WS-USERADM-CHOICE
               WHEN 1
                   PERFORM CHECK-OPERATOR-WRITE-ACCESS
                   IF WS-OPERATOR-LEVEL = "F"
                       PERFORM ADMIN-RESET-PASSWORD
                   END-IF
               WHEN 2
                   PERFORM CHECK-OPERATOR-WRITE-ACCESS
                   IF WS-OPERATOR-LEVEL = "F"
                       PERFORM ADMIN-RESET-SECURITY-ANSWER
                   END-IF
               WHEN 3
                   PERFORM CHECK-OPERATOR-WRITE-ACCESS
                   IF WS-OPERATOR-LEVEL = "F"
                       PERFORM ADMIN-TOGGLE-SUSPENSION
                   END-IF
               WHEN 4
                   PERFORM ADMIN-VIEW-PROFILE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       ADMIN-CONFIRM-ACTION.
      *> EVERY STATE-CHANGING USER-ADMIN ACTION IS CONFIRMED FIRST
           MOVE "Type YES to confirm:" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-USERADM-CONFIRM
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-USERADM-CONFIRM
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF
           IF FUNCTION UPPER-CASE(WS-USERADM-CONFIRM) NOT = "YES"
               MOVE "Cancelled." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF
           .

       ADMIN-RESET-PASSWORD.
           MOVE "N" TO WS-VALID-PASS
           PERFORM UNTIL WS-VALID-PASS = "Y" OR WS-EOF-FLAG = "Y"
               MOVE "New password for the account:" TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               IF WS-EOF-FLAG NOT = "Y"
                   READ INPUT-FILE INTO WS-PASSWORD
                       AT END PERFORM NOTE-END-OF-INPUT
                       NOT AT END PERFORM COUNT-INPUT-LINE
                   END-READ
               END-IF
               PERFORM VALIDATE-PASSWORD
           END-PERFORM
           IF WS-VALID-PASS NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           PERFORM ADMIN-CONFIRM-ACTION
           IF FUNCTION UPPER-CASE(WS-USERADM-CONFIRM) NOT = "YES"
               EXIT PARAGRAPH
           END-IF

           PERFORM HASH-PASSWORD

      *> FOUR-EYES: THE RESET ONLY TAKES EFFECT WHEN A SECOND
      *> OPERATOR APPROVES IT FROM THE PENDING APPROVALS SCREEN
           MOVE "RESETPW" TO WS-PA-ACTION
           MOVE WS-USERADM-USERNAME TO WS-PA-TARGET
           MOVE WS-PASSWORD-HASHED TO WS-PA-DATA
           PERFORM QUEUE-PENDING-APPROVAL

           MOVE "Password reset queued for second-operator approval." TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           .

       ADMIN-RESET-SECURITY-ANSWER.
           MOVE "New security answer (city of birth):" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-SECURITY-ANSWER
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF
           IF WS-EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF

           PERFORM ADMIN-CONFIRM-ACTION
           IF FUNCTION UPPER-CASE(WS-USERADM-CONFIRM) NOT = "YES"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SECURITY-ANSWER TO WS-PASSWORD
           PERFORM HASH-PASSWORD

      *> FOUR-EYES, SAME AS THE PASSWORD RESET
           MOVE "RESETSEC" TO WS-PA-ACTION
           MOVE WS-USERADM-USERNAME TO WS-PA-TARGET
           MOVE WS-PASSWORD-HASHED TO WS-PA-DATA
           PERFORM QUEUE-PENDING-APPROVAL

           MOVE "Security answer reset queued for second-operator approval." TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           .

       ADMIN-TOGGLE-SUSPENSION.
           PERFORM ADMIN-CONFIRM-ACTION
           IF FUNCTION UPPER-CASE(WS-USERADM-CONFIRM) NOT = "YES"
               EXIT PARAGRAPH
           END-IF

      *> FOUR-EYES: THE TOGGLE IS QUEUED AND ONLY FLIPS WHEN A
      *> SECOND OPERATOR APPROVES IT
           MOVE "SUSPTOGGLE" TO WS-PA-ACTION
           MOVE WS-USERADM-USERNAME TO WS-PA-TARGET
           MOVE SPACES TO WS-PA-DATA
           PERFORM QUEUE-PENDING-APPROVAL

           MOVE "Suspension toggle queued for second-operator approval." TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           .

      *> READ-ONLY LOOK AT THE PROFILE RECORD -- NO EDIT PATH FROM HERE
       ADMIN-VIEW-PROFILE.
           OPEN INPUT PROFILE-FILE
           MOVE WS-USERADM-USERNAME TO PR-USERNAME
           READ PROFILE-FILE KEY IS PR-USERNAME
               INVALID KEY
                   MOVE "No profile on file for this account." TO OUTPUT-RECORD
                   DISPLAY OUTPUT-RECORD
      *> END-WRITE SO THE NOT INVALID KEY BELOW BINDS TO THE READ,
      *> NOT TO THIS WRITE
                   WRITE OUTPUT-RECORD
                   END-WRITE
               NOT INVALID KEY
      *> ON FILE FOR THE RECORD, NEVER SHOWN TO THE STUDENT
                   MOVE WS-OPERATOR-NAME TO WS-PV-VIEWER
                   MOVE PR-USERNAME TO WS-PV-VIEWED
                   MOVE "O" TO WS-PV-SOURCE
                   MOVE SPACES TO WS-PV-COMPANY
                   PERFORM RECORD-PROFILE-VIEW

                   MOVE SPACES TO OUTPUT-RECORD
                   STRING "Name: " FUNCTION TRIM(PR-FIRST-NAME TRAILING)
                       " " FUNCTION TRIM(PR-LAST-NAME TRAILING)
                       INTO OUTPUT-RECORD
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD

                   MOVE SPACES TO OUTPUT-RECORD
                   STRING "University: "
                       FUNCTION TRIM(PR-UNIVERSITY TRAILING)
                       INTO OUTPUT-RECORD
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD

                   MOVE SPACES TO OUTPUT-RECORD
                   STRING "Major: " FUNCTION TRIM(PR-MAJOR TRAILING)
                       " (Class of " PR-GRAD-YEAR ")"
                       INTO OUTPUT-RECORD
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD

                   EVALUATE PR-VISIBILITY
                       WHEN "P"
                           MOVE "Visibility: Private" TO OUTPUT-RECORD
                       WHEN "C"
                           MOVE "Visibility: Connections Only" TO OUTPUT-RECORD
                       WHEN OTHER
                           MOVE "Visibility: Everyone" TO OUTPUT-RECORD
                   END-EVALUATE
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
           END-READ
           CLOSE PROFILE-FILE

           MOVE WS-OPERATOR-NAME TO WS-AUDIT-USERNAME
           MOVE "VIEWPROFILE" TO WS-AUDIT-ACTION
           MOVE WS-USERADM-USERNAME TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-RECORD
           .

      *> THE NIGHTLY CHAIN AT A GLANCE: EVERY START/END RECORD FROM THE
      *> MOST RECENT DATE IN joblog.doc, IN THE ORDER THEY HAPPENED --
      *> A MISSING END OR A MISSING JOB JUMPS STRAIGHT OUT
       SHOW-BATCH-CHAIN.
           PERFORM SHOW-OPS-QUEUE-SUMMARY
           MOVE 0 TO WS-JOBLOG-MAX-DATE
           MOVE "N" TO WS-JOBLOG-EOF
           OPEN INPUT JOBLOG-FILE
           IF WS-JOBLOG-STATUS NOT = "00"
               MOVE "Y" TO WS-JOBLOG-EOF
           END-IF
           PERFORM UNTIL WS-JOBLOG-EOF = "Y"
               READ JOBLOG-FILE INTO JOBLOG-RECORD
                   AT END MOVE "Y" TO WS-JOBLOG-EOF
                   NOT AT END
                       IF JG-DATE NUMERIC AND JG-DATE > WS-JOBLOG-MAX-DATE
                           MOVE JG-DATE TO WS-JOBLOG-MAX-DATE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-JOBLOG-STATUS NOT = "35"
               CLOSE JOBLOG-FILE
           END-IF

           IF WS-JOBLOG-MAX-DATE = 0
               MOVE "No batch runs logged yet." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO OUTPUT-RECORD
           STRING "--- Batch chain for " WS-JOBLOG-MAX-DATE(1:4) "-"
               WS-JOBLOG-MAX-DATE(5:2) "-" WS-JOBLOG-MAX-DATE(7:2)
               " ---" INTO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE 0 TO WS-JOBLOG-SHOWN
           MOVE "N" TO WS-JOBLOG-EOF
           OPEN INPUT JOBLOG-FILE
           PERFORM UNTIL WS-JOBLOG-EOF = "Y"
               READ JOBLOG-FILE INTO JOBLOG-RECORD
                   AT END MOVE "Y" TO WS-JOBLOG-EOF
                   NOT AT END
                       IF JG-DATE = WS-JOBLOG-MAX-DATE
                           ADD 1 TO WS-JOBLOG-SHOWN
                           MOVE SPACES TO OUTPUT-RECORD
                           STRING JG-TIME(1:2) ":" JG-TIME(3:2) ":"
                               JG-TIME(5:2) " "
                               FUNCTION TRIM(JG-JOB-NAME TRAILING) " "
                               FUNCTION TRIM(JG-EVENT TRAILING) " "
                               FUNCTION TRIM(JG-RETURN-STATUS TRAILING)
                               INTO OUTPUT-RECORD
                           END-STRING
      *> A REPLAYED NIGHT SHOWS WHICH BUSINESS DATE IT RAN AS OF
                           IF JG-BUSINESS-DATE NUMERIC
                               AND JG-BUSINESS-DATE > 0
                               AND JG-BUSINESS-DATE NOT = JG-DATE
                               MOVE OUTPUT-RECORD TO WS-TEMP-INPUT
                               MOVE SPACES TO OUTPUT-RECORD
                               STRING FUNCTION TRIM(WS-TEMP-INPUT TRAILING)
                                   " (as of " JG-BUSINESS-DATE(1:4) "-"
                                   JG-BUSINESS-DATE(5:2) "-"
                                   JG-BUSINESS-DATE(7:2) ")"
                                   DELIMITED BY SIZE INTO OUTPUT-RECORD
                               END-STRING
                           END-IF
                           DISPLAY OUTPUT-RECORD
                           WRITE OUTPUT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBLOG-FILE
           PERFORM SHOW-CAPACITY-WARNINGS
           .

      *> ONE LINE PER QUEUE FROM THE LATEST OPSQUEUE RUN: WHAT IS OPEN,
      *> HOW OLD THE OLDEST ITEM IS, AND WHETHER IT IS PAST ITS TARGET.
      *> NOTHING IS SHOWN UNTIL THE JOB HAS RUN ONCE
       SHOW-OPS-QUEUE-SUMMARY.
           MOVE SPACES TO WS-OQ-LATEST
           MOVE "N" TO WS-OQ-EOF
           OPEN INPUT OPS-QUEUE-FILE
           IF WS-OQ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-OQ-EOF = "Y"
               READ OPS-QUEUE-FILE
                   AT END MOVE "Y" TO WS-OQ-EOF
                   NOT AT END
                       IF OPS-QUEUE-RECORD(1:14) > WS-OQ-LATEST
                           MOVE OPS-QUEUE-RECORD(1:14) TO WS-OQ-LATEST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPS-QUEUE-FILE
           IF WS-OQ-LATEST = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO OUTPUT-RECORD
           STRING "--- Ops queues as of " WS-OQ-LATEST(1:4) "-"
               WS-OQ-LATEST(5:2) "-" WS-OQ-LATEST(7:2)
               " ---" INTO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "N" TO WS-OQ-EOF
           OPEN INPUT OPS-QUEUE-FILE
           PERFORM UNTIL WS-OQ-EOF = "Y"
               READ OPS-QUEUE-FILE
                   AT END MOVE "Y" TO WS-OQ-EOF
                   NOT AT END
                       IF OPS-QUEUE-RECORD(1:14) = WS-OQ-LATEST
                           MOVE OQ-OPEN TO WS-OQ-SHOW-OPEN
                           MOVE OQ-OLDEST-AGE TO WS-OQ-SHOW-AGE
                           MOVE OQ-TARGET TO WS-OQ-SHOW-TARGET
                           MOVE SPACES TO OUTPUT-RECORD
                           STRING OQ-LABEL " open " WS-OQ-SHOW-OPEN
                               ", oldest " FUNCTION TRIM(WS-OQ-SHOW-AGE)
                               "d, target "
                               FUNCTION TRIM(WS-OQ-SHOW-TARGET) "d"
                               DELIMITED BY SIZE INTO OUTPUT-RECORD
                           END-STRING
                           IF OQ-BREACH = "Y"
                               MOVE OUTPUT-RECORD TO WS-TEMP-INPUT
                               MOVE SPACES TO OUTPUT-RECORD
                               STRING FUNCTION TRIM(WS-TEMP-INPUT TRAILING)
                                   " - PAST TARGET"
                                   DELIMITED BY SIZE INTO OUTPUT-RECORD
                               END-STRING
                           END-IF
                           DISPLAY OUTPUT-RECORD
                           WRITE OUTPUT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPS-QUEUE-FILE
           .

      *> WHATEVER THE LATEST CAPACITY RUN PROJECTED TO RUN OUT INSIDE
      *> ITS ALERT WINDOW
       SHOW-CAPACITY-WARNINGS.
           MOVE SPACES TO WS-CAPACITY-LATEST
           MOVE "N" TO WS-CAPACITY-EOF
           OPEN INPUT CAPACITY-FILE
           IF WS-CAPACITY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CAPACITY-EOF = "Y"
               READ CAPACITY-FILE
                   AT END MOVE "Y" TO WS-CAPACITY-EOF
                   NOT AT END
                       IF CAPACITY-RECORD(1:14) > WS-CAPACITY-LATEST
                           MOVE CAPACITY-RECORD(1:14) TO WS-CAPACITY-LATEST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAPACITY-FILE

           MOVE SPACES TO OUTPUT-RECORD
           STRING "--- Capacity as of " WS-CAPACITY-LATEST(1:4) "-"
               WS-CAPACITY-LATEST(5:2) "-" WS-CAPACITY-LATEST(7:2)
               " ---" INTO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE 0 TO WS-CAPACITY-SHOWN
           MOVE "N" TO WS-CAPACITY-EOF
           OPEN INPUT CAPACITY-FILE
           PERFORM UNTIL WS-CAPACITY-EOF = "Y"
               READ CAPACITY-FILE
                   AT END MOVE "Y" TO WS-CAPACITY-EOF
                   NOT AT END
                       IF CAPACITY-RECORD(1:14) = WS-CAPACITY-LATEST
                           AND CP-ALERT = "Y"
                           ADD 1 TO WS-CAPACITY-SHOWN
                           MOVE CP-DAYS-LEFT TO WS-CAPACITY-DAYS
                           MOVE SPACES TO OUTPUT-RECORD
                           IF CP-DAYS-LEFT = 0
                               STRING "CAPACITY: "
                                   FUNCTION TRIM(CP-ITEM TRAILING)
                                   " has run out"
                                   INTO OUTPUT-RECORD
                               END-STRING
                           ELSE
                               STRING "CAPACITY: "
                                   FUNCTION TRIM(CP-ITEM TRAILING)
                                   " runs out in "
                                   FUNCTION TRIM(WS-CAPACITY-DAYS)
                                   " days (" CP-EXHAUST-DATE(1:4) "-"
                                   CP-EXHAUST-DATE(5:2) "-"
                                   CP-EXHAUST-DATE(7:2) ")"
                                   INTO OUTPUT-RECORD
                               END-STRING
                           END-IF
                           DISPLAY OUTPUT-RECORD
                           WRITE OUTPUT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAPACITY-FILE
           IF WS-CAPACITY-SHOWN = 0
               MOVE "Nothing projected to run out within the alert window." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF
           .

      *> OPS VIEW OF THE TWO REFERENCE TABLES WITH AN ADD ACTION EACH
       MANAGE-REFERENCE-TABLES.
           MOVE "1. Universities  2. Majors:" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE 0 TO WS-REF-TABLE-CHOICE
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       MOVE WS-TEMP-INPUT(1:1) TO WS-REF-TABLE-CHOICE
               END-READ
           END-IF
           IF WS-REF-TABLE-CHOICE NOT = 1 AND WS-REF-TABLE-CHOICE NOT = 2
               EXIT PARAGRAPH
           END-IF

           IF WS-REF-TABLE-CHOICE = 1
               PERFORM LOAD-UNIVERSITY-REF-TABLE
               MOVE "--- Approved Universities ---" TO OUTPUT-RECORD
           ELSE
               PERFORM LOAD-MAJOR-REF-TABLE
               MOVE "--- Approved Majors ---" TO OUTPUT-RECORD
           END-IF
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           PERFORM DISPLAY-REF-TABLE

           MOVE "Enter a new entry to add, or blank to go back:" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-REF-NEW-NAME
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-REF-NEW-NAME
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF
           IF WS-REF-NEW-NAME = SPACES OR WS-EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF

           IF WS-REF-TABLE-CHOICE = 1
               OPEN EXTEND UNIVERSITIES-FILE
               IF WS-UNIVERSITIES-STATUS NOT = "00"
                   OPEN OUTPUT UNIVERSITIES-FILE
               END-IF
               MOVE WS-REF-NEW-NAME TO UN-NAME
               WRITE UNIVERSITY-RECORD
               CLOSE UNIVERSITIES-FILE
           ELSE
               OPEN EXTEND MAJORS-FILE
               IF WS-MAJORS-STATUS NOT = "00"
                   OPEN OUTPUT MAJORS-FILE
               END-IF
               MOVE WS-REF-NEW-NAME TO MJ-NAME
               WRITE MAJOR-RECORD
               CLOSE MAJORS-FILE
           END-IF

           MOVE "Entry added." TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           .

      *> OPS "REPORTS" SCREEN: THE BATCH REPORT CATALOG, THEN THE KEPT
      *> DATED COPIES OF ONE REPORT, THEN ONE COPY PAGED ON SCREEN.
      *> ENTRIES CATALOGUED FOR FULL-ACCESS OPERATORS ONLY ARE LEFT
      *> OFF THE LIST FOR A READ-ONLY OPERATOR
       VIEW-REPORT-CATALOG.
           PERFORM LOAD-VISIBLE-REPORTS
           IF WS-RPT-COUNT = 0 AND WS-RPT-HIDDEN = 0
               MOVE "No report catalog on file yet." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE "--- Report Catalog ---" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           PERFORM VARYING WS-RPT-I FROM 1 BY 1 UNTIL WS-RPT-I > WS-RPT-COUNT
               MOVE WS-RPT-I TO WS-RPT-NUM
               MOVE SPACES TO OUTPUT-RECORD
               EVALUATE WS-RPT-AUDIENCE (WS-RPT-I)
                   WHEN "C"
                       MOVE "career center" TO WS-RPT-CHOICE
                   WHEN "S"
                       MOVE "security" TO WS-RPT-CHOICE
                   WHEN OTHER
                       MOVE "ops" TO WS-RPT-CHOICE
               END-EVALUATE
               STRING WS-RPT-NUM ". "
                   FUNCTION TRIM(WS-RPT-TITLE (WS-RPT-I) TRAILING)
                   " (" FUNCTION TRIM(WS-RPT-NAME (WS-RPT-I) TRAILING)
                   ", " FUNCTION TRIM(WS-RPT-CHOICE TRAILING) ")"
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-PERFORM
           IF WS-RPT-HIDDEN > 0
               MOVE WS-RPT-HIDDEN TO WS-RPT-NUM
               MOVE SPACES TO OUTPUT-RECORD
               STRING FUNCTION TRIM(WS-RPT-NUM)
                   " more report(s) need full operator access."
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF
           IF WS-RPT-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter a report number to see its kept copies, or 0 to go back:" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-RPT-CHOICE
           READ INPUT-FILE INTO WS-RPT-CHOICE
               AT END PERFORM NOTE-END-OF-INPUT
               NOT AT END PERFORM COUNT-INPUT-LINE
           END-READ
           IF WS-EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-RPT-CHOICE) = 0
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-RPT-CHOICE) < 0
               OR FUNCTION NUMVAL(WS-RPT-CHOICE) > WS-RPT-COUNT
               MOVE "Invalid choice, please try again" TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-RPT-CHOICE) TO WS-RPT-PICK

           PERFORM LOAD-REPORT-GENERATIONS
           IF WS-RPT-GEN-COUNT = 0
               MOVE "No copies of this report have been kept yet." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO OUTPUT-RECORD
           STRING "--- Kept copies of "
               FUNCTION TRIM(WS-RPT-NAME (WS-RPT-PICK) TRAILING) " ---"
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           PERFORM VARYING WS-RPT-I FROM 1 BY 1
               UNTIL WS-RPT-I > WS-RPT-GEN-COUNT
               MOVE WS-RPT-I TO WS-RPT-NUM
               MOVE WS-RPT-GEN-LINES (WS-RPT-I) TO WS-RPT-LINES-DISPLAY
               MOVE SPACES TO OUTPUT-RECORD
               STRING WS-RPT-NUM ". "
                   WS-RPT-GEN-DATE (WS-RPT-I)(1:4) "-"
                   WS-RPT-GEN-DATE (WS-RPT-I)(5:2) "-"
                   WS-RPT-GEN-DATE (WS-RPT-I)(7:2) "  "
                   FUNCTION TRIM(WS-RPT-LINES-DISPLAY) " lines"
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-PERFORM

           MOVE "Enter a copy number to read, or 0 to go back:" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-RPT-CHOICE
           READ INPUT-FILE INTO WS-RPT-CHOICE
               AT END PERFORM NOTE-END-OF-INPUT
               NOT AT END PERFORM COUNT-INPUT-LINE
           END-READ
           IF WS-EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-RPT-CHOICE) = 0
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-RPT-CHOICE) < 0
               OR FUNCTION NUMVAL(WS-RPT-CHOICE) > WS-RPT-GEN-COUNT
               MOVE "Invalid choice, please try again" TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-RPT-CHOICE) TO WS-RPT-GEN-PICK

           MOVE WS-OPERATOR-NAME TO WS-AUDIT-USERNAME
           MOVE "VIEWREPORT" TO WS-AUDIT-ACTION
           MOVE WS-RPT-NAME (WS-RPT-PICK) TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-RECORD
           PERFORM PAGE-REPORT-GENERATION
           .

      *> THE CATALOG ENTRIES THIS OPERATOR'S LEVEL ALLOWS, AND HOW MANY
      *> WERE HELD BACK
       LOAD-VISIBLE-REPORTS.
           MOVE 0 TO WS-RPT-COUNT
           MOVE 0 TO WS-RPT-HIDDEN
           MOVE "N" TO WS-RPT-EOF
           OPEN INPUT REPORT-CATALOG-FILE
           IF WS-RPT-CATALOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RPT-EOF = "Y"
               READ REPORT-CATALOG-FILE
                   AT END MOVE "Y" TO WS-RPT-EOF
                   NOT AT END
                       IF RC-REPORT-NAME NOT = SPACES
                           IF RC-VIEW-LEVEL = "F"
                               AND WS-OPERATOR-LEVEL NOT = "F"
                               ADD 1 TO WS-RPT-HIDDEN
                           ELSE
                               IF WS-RPT-COUNT < 40
                                   ADD 1 TO WS-RPT-COUNT
                                   MOVE RC-REPORT-NAME
                                       TO WS-RPT-NAME (WS-RPT-COUNT)
                                   MOVE RC-AUDIENCE
                                       TO WS-RPT-AUDIENCE (WS-RPT-COUNT)
                                   MOVE RC-TITLE
                                       TO WS-RPT-TITLE (WS-RPT-COUNT)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REPORT-CATALOG-FILE
           .

      *> KEPT GENERATIONS OF REPORT WS-RPT-PICK, AS THE BATCH FILED THEM
       LOAD-REPORT-GENERATIONS.
           MOVE 0 TO WS-RPT-GEN-COUNT
           MOVE "N" TO WS-RPT-EOF
           OPEN INPUT REPORT-GENERATIONS-FILE
           IF WS-RPT-GEN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RPT-EOF = "Y"
               READ REPORT-GENERATIONS-FILE
                   AT END MOVE "Y" TO WS-RPT-EOF
                   NOT AT END
                       IF RG-REPORT-NAME = WS-RPT-NAME (WS-RPT-PICK)
                           AND WS-RPT-GEN-COUNT < 40
                           ADD 1 TO WS-RPT-GEN-COUNT
                           MOVE RG-DATE TO WS-RPT-GEN-DATE (WS-RPT-GEN-COUNT)
                           MOVE RG-FILE-NAME
                               TO WS-RPT-GEN-FILE (WS-RPT-GEN-COUNT)
                           MOVE RG-LINES
                               TO WS-RPT-GEN-LINES (WS-RPT-GEN-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REPORT-GENERATIONS-FILE
           .

      *> PAGES THE CHOSEN COPY WS-RPT-PAGE-SIZE LINES AT A TIME WITH THE
      *> SAME N / P / 0 KEYS AS THE JOB BROWSER
       PAGE-REPORT-GENERATION.
           MOVE WS-RPT-GEN-FILE (WS-RPT-GEN-PICK) TO WS-RPT-VIEW-NAME
           MOVE WS-RPT-GEN-LINES (WS-RPT-GEN-PICK) TO WS-RPT-LINES
           MOVE 1 TO WS-RPT-PAGE
           DIVIDE WS-RPT-LINES BY WS-RPT-PAGE-SIZE
               GIVING WS-RPT-TOTAL-PAGES REMAINDER WS-RPT-REMAINDER
           IF WS-RPT-REMAINDER > 0
               ADD 1 TO WS-RPT-TOTAL-PAGES
           END-IF
           IF WS-RPT-TOTAL-PAGES = 0
               MOVE 1 TO WS-RPT-TOTAL-PAGES
           END-IF

           MOVE "N" TO WS-RPT-DONE
           PERFORM DISPLAY-REPORT-PAGE
           PERFORM UNTIL WS-RPT-DONE = "Y" OR WS-EOF-FLAG = "Y"
               READ INPUT-FILE INTO WS-RPT-CHOICE
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       MOVE FUNCTION UPPER-CASE(WS-RPT-CHOICE) TO WS-RPT-CHOICE
                       IF WS-RPT-CHOICE(1:1) = "N"
                           IF WS-RPT-PAGE < WS-RPT-TOTAL-PAGES
                               ADD 1 TO WS-RPT-PAGE
                               PERFORM DISPLAY-REPORT-PAGE
                           ELSE
                               MOVE "Already on the last page." TO OUTPUT-RECORD
                               DISPLAY OUTPUT-RECORD
                               WRITE OUTPUT-RECORD
                           END-IF
                       ELSE IF WS-RPT-CHOICE(1:1) = "P"
                           IF WS-RPT-PAGE > 1
                               SUBTRACT 1 FROM WS-RPT-PAGE
                               PERFORM DISPLAY-REPORT-PAGE
                           ELSE
                               MOVE "Already on the first page." TO OUTPUT-RECORD
                               DISPLAY OUTPUT-RECORD
                               WRITE OUTPUT-RECORD
                           END-IF
                       ELSE IF WS-RPT-CHOICE(1:1) = "0"
                           MOVE "Y" TO WS-RPT-DONE
                       ELSE
                           MOVE "Invalid choice, please try again" TO OUTPUT-RECORD
                           DISPLAY OUTPUT-RECORD
                           WRITE OUTPUT-RECORD
                       END-IF
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      *> ONE PAGE OF THE COPY, READ FROM THE TOP EACH TIME. A LINE WIDER
      *> THAN THE CONSOLE IS CUT AT THE CONSOLE'S WIDTH
       DISPLAY-REPORT-PAGE.
           MOVE WS-RPT-PAGE TO WS-RPT-PAGE-DISPLAY
           MOVE WS-RPT-TOTAL-PAGES TO WS-RPT-TOTAL-DISPLAY
           MOVE SPACES TO OUTPUT-RECORD
           STRING "--- "
               FUNCTION TRIM(WS-RPT-NAME (WS-RPT-PICK) TRAILING) " "
               WS-RPT-GEN-DATE (WS-RPT-GEN-PICK)(1:4) "-"
               WS-RPT-GEN-DATE (WS-RPT-GEN-PICK)(5:2) "-"
               WS-RPT-GEN-DATE (WS-RPT-GEN-PICK)(7:2)
               " (page " FUNCTION TRIM(WS-RPT-PAGE-DISPLAY)
               " of " FUNCTION TRIM(WS-RPT-TOTAL-DISPLAY) ") ---"
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           END-STRING
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           COMPUTE WS-RPT-FIRST-LINE =
               (WS-RPT-PAGE - 1) * WS-RPT-PAGE-SIZE + 1
           COMPUTE WS-RPT-LAST-LINE = WS-RPT-PAGE * WS-RPT-PAGE-SIZE
           MOVE 0 TO WS-RPT-LINE-NO
           MOVE "N" TO WS-RPT-EOF
           OPEN INPUT RPT-VIEW-FILE
           IF WS-RPT-VIEW-STATUS NOT = "00"
               MOVE "That copy is no longer on disk." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               MOVE "Y" TO WS-RPT-DONE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RPT-EOF = "Y"
               READ RPT-VIEW-FILE
                   AT END MOVE "Y" TO WS-RPT-EOF
                   NOT AT END
                       ADD 1 TO WS-RPT-LINE-NO
                       IF WS-RPT-LINE-NO > WS-RPT-LAST-LINE
                           MOVE "Y" TO WS-RPT-EOF
                       ELSE
                           IF WS-RPT-LINE-NO >= WS-RPT-FIRST-LINE
                               MOVE RPT-VIEW-RECORD TO OUTPUT-RECORD
                               DISPLAY OUTPUT-RECORD
                               WRITE OUTPUT-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RPT-VIEW-FILE

           MOVE "N. Next page  P. Previous page  0. Back" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           .

       CHECK-OPERATOR-WRITE-ACCESS.
           IF WS-OPERATOR-LEVEL NOT = "F"
               MOVE "Read-only operator - this action needs full access." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF
           .

      *> LISTS THE NAMED OPERATORS AND ADDS A NEW ONE (NAME, PASSWORD,
      *> LEVEL). ONCE THE FIRST OPERATOR EXISTS THE SHARED-PASSWORD
      *> BOOTSTRAP PATH IN ADMIN-LOGIN STOPS BEING OFFERED
       MANAGE-OPERATOR-ACCOUNTS.
           MOVE "--- Operator Accounts ---" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE "N" TO WS-OPERATORS-EOF
           OPEN INPUT OPERATORS-FILE
           IF WS-OPERATORS-STATUS NOT = "00"
               MOVE "Y" TO WS-OPERATORS-EOF
           END-IF
           PERFORM UNTIL WS-OPERATORS-EOF = "Y"
               READ OPERATORS-FILE INTO OPERATOR-RECORD
                   AT END MOVE "Y" TO WS-OPERATORS-EOF
                   NOT AT END
                       MOVE SPACES TO OUTPUT-RECORD
                       IF OP-LEVEL = "R"
                           STRING "  " FUNCTION TRIM(OP-NAME TRAILING)
                               " (read-only)" INTO OUTPUT-RECORD
                       ELSE
                           STRING "  " FUNCTION TRIM(OP-NAME TRAILING)
                               " (full access)" INTO OUTPUT-RECORD
                       END-IF
                       DISPLAY OUTPUT-RECORD
                       WRITE OUTPUT-RECORD
               END-READ
           END-PERFORM
           IF WS-OPERATORS-STATUS NOT = "35"
               CLOSE OPERATORS-FILE
           END-IF

           MOVE "New operator name (blank = go back):" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-OPERATOR-NEW-NAME
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-OPERATOR-NEW-NAME
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF
           IF WS-OPERATOR-NEW-NAME = SPACES OR WS-EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE "Operator password:" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-PASSWORD
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF
           IF WS-EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM HASH-PASSWORD

           MOVE "Permission level? 1. Full access  2. Read-only:" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "F" TO WS-OPERATOR-NEW-LEVEL
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF WS-TEMP-INPUT(1:1) = "2"
                           MOVE "R" TO WS-OPERATOR-NEW-LEVEL
                       END-IF
               END-READ
           END-IF

           OPEN EXTEND OPERATORS-FILE
           IF WS-OPERATORS-STATUS NOT = "00"
               OPEN OUTPUT OPERATORS-FILE
           END-IF
           MOVE WS-OPERATOR-NEW-NAME TO OP-NAME
           MOVE WS-PASSWORD-HASHED TO OP-PASSWORD-HASH
           MOVE WS-OPERATOR-NEW-LEVEL TO OP-LEVEL
           WRITE OPERATOR-RECORD
           CLOSE OPERATORS-FILE

           MOVE WS-OPERATOR-NAME TO WS-AUDIT-USERNAME
           MOVE "ADDOPERATOR" TO WS-AUDIT-ACTION
           MOVE WS-OPERATOR-NEW-NAME TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-RECORD

           MOVE "Operator account created." TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           .

      *> OPS VIEW OF THE CONTROLLED CATEGORY LIST WITH AN ADD ACTION --
      *> REMOVALS ARE DELIBERATELY NOT OFFERED, SINCE EXISTING LISTINGS
      *> ALREADY CARRY THE CATEGORY TEXT
       MANAGE-JOB-CATEGORIES.
           PERFORM LOAD-CATEGORY-TABLE
           MOVE "--- Job Categories ---" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           PERFORM DISPLAY-CATEGORY-TABLE

           MOVE "Enter a new category to add, or blank to go back:" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-CATEGORY-NEW
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-CATEGORY-NEW
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF
           IF WS-CATEGORY-NEW = SPACES OR WS-EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-CATEGORY-COUNT >= 20
               MOVE "The category list is full." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND CATEGORIES-FILE
           IF WS-CATEGORIES-STATUS NOT = "00"
               OPEN OUTPUT CATEGORIES-FILE
           END-IF
           MOVE WS-CATEGORY-NEW TO CG-NAME
           WRITE CATEGORY-RECORD
           CLOSE CATEGORIES-FILE

           MOVE "Category added." TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           .

      *> LISTS THE PUBLISHED TERMS-OF-USE VERSIONS AND PUBLISHES A NEW
      *> ONE. VERSION NUMBERS ARE ASSIGNED BY SCANNING FOR THE HIGHEST
      *> ON FILE, LIKE ANNOUNCEMENT IDS. A VERSION MAY BE DATED AHEAD;
      *> EVERY USER IS ASKED TO ACCEPT IT AT THE FIRST LOGIN ON OR
      *> AFTER THAT DATE
       MANAGE-TERMS-VERSIONS.
           MOVE "--- Terms of Use Versions ---" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE 0 TO WS-TERMS-NEXT-VERSION
           MOVE "N" TO WS-TERMS-EOF
           OPEN INPUT TERMS-VERSIONS-FILE
           IF WS-TERMS-STATUS NOT = "00"
               MOVE "Y" TO WS-TERMS-EOF
               MOVE "No versions published yet." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF
           PERFORM UNTIL WS-TERMS-EOF = "Y"
               READ TERMS-VERSIONS-FILE INTO TERMS-VERSION-RECORD
                   AT END MOVE "Y" TO WS-TERMS-EOF
                   NOT AT END
                       IF TV-VERSION NUMERIC
                           AND TV-VERSION > WS-TERMS-NEXT-VERSION
                           MOVE TV-VERSION TO WS-TERMS-NEXT-VERSION
                       END-IF
                       MOVE SPACES TO OUTPUT-RECORD
                       STRING "Version " TV-VERSION " effective "
                           TV-EFFECTIVE-DATE " - "
                           FUNCTION TRIM(TV-SUMMARY TRAILING)
                           INTO OUTPUT-RECORD
                       END-STRING
                       DISPLAY OUTPUT-RECORD
                       WRITE OUTPUT-RECORD
               END-READ
           END-PERFORM
           IF WS-TERMS-STATUS NOT = "35"
               CLOSE TERMS-VERSIONS-FILE
           END-IF
           IF WS-TERMS-NEXT-VERSION >= 999
               MOVE "The version numbers are used up." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TERMS-NEXT-VERSION

           MOVE "Summary of the new version (max 60 chars), or blank to go back:" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-TERMS-NEW-SUMMARY
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TERMS-NEW-SUMMARY
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF
           IF WS-TERMS-NEW-SUMMARY = SPACES OR WS-EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE TO WS-TERMS-NEW-DATE
           MOVE "Effective date YYYYMMDD (blank = today):" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF WS-TEMP-INPUT(1:8) IS NUMERIC
                           MOVE WS-TEMP-INPUT(1:8) TO WS-TERMS-NEW-DATE
                       END-IF
               END-READ
           END-IF
      *> BACKDATING WOULD PRETEND USERS WERE BOUND BEFORE THEY SAW IT
           IF WS-TERMS-NEW-DATE < WS-TODAY-DATE
               MOVE "The effective date cannot be in the past." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND TERMS-VERSIONS-FILE
           IF WS-TERMS-STATUS NOT = "00"
               OPEN OUTPUT TERMS-VERSIONS-FILE
           END-IF
           MOVE WS-TERMS-NEXT-VERSION TO TV-VERSION
           MOVE WS-TERMS-NEW-DATE TO TV-EFFECTIVE-DATE
           MOVE WS-TERMS-NEW-SUMMARY TO TV-SUMMARY
           MOVE WS-OPERATOR-NAME TO TV-ADDED-BY
           WRITE TERMS-VERSION-RECORD
           CLOSE TERMS-VERSIONS-FILE

           MOVE WS-OPERATOR-NAME TO WS-AUDIT-USERNAME
           MOVE "TERMSVERSION" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING "version " WS-TERMS-NEXT-VERSION " eff "
               WS-TERMS-NEW-DATE INTO WS-AUDIT-KEY
           END-STRING
           PERFORM WRITE-AUDIT-RECORD

           MOVE SPACES TO OUTPUT-RECORD
           STRING "Terms of Use version " WS-TERMS-NEXT-VERSION
               " published, effective " WS-TERMS-NEW-DATE "."
               INTO OUTPUT-RECORD
           END-STRING
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           .

      *> LISTS EVERY SPONSORSHIP CONTRACT AND ADDS ONE OR ENDS ONE
      *> EARLY. THE CONTRACT IS WHAT THE MONTH-END STATEMENT BILLS
      *> FROM, SO ROWS ARE NEVER DELETED HERE
       MANAGE-SPONSORED-LISTINGS.
           MOVE "--- Sponsored Listings ---" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE 0 TO WS-SPL-COUNT
           MOVE "N" TO WS-SPL-EOF
           OPEN INPUT SPONSORED-LISTINGS-FILE
           IF WS-SPL-STATUS NOT = "00"
               MOVE "Y" TO WS-SPL-EOF
           END-IF
           PERFORM UNTIL WS-SPL-EOF = "Y"
               READ SPONSORED-LISTINGS-FILE INTO SPONSORED-LISTING-RECORD
                   AT END MOVE "Y" TO WS-SPL-EOF
                   NOT AT END
                       ADD 1 TO WS-SPL-COUNT
                       EVALUATE TRUE
                           WHEN SPL-END-DATE < WS-TODAY-DATE
                               MOVE "ended" TO WS-SPL-STATE
                           WHEN SPL-START-DATE > WS-TODAY-DATE
                               MOVE "upcoming" TO WS-SPL-STATE
                           WHEN OTHER
                               MOVE "active" TO WS-SPL-STATE
                       END-EVALUATE
                       MOVE SPL-RATE TO WS-SPL-RATE-OUT
                       MOVE SPACES TO OUTPUT-RECORD
                       STRING "Job " SPL-JOB-ID " "
                           FUNCTION TRIM(SPL-EMPLOYER TRAILING) " "
                           SPL-START-DATE "-" SPL-END-DATE " @"
                           WS-SPL-RATE-OUT "/day " WS-SPL-STATE
                           INTO OUTPUT-RECORD
                       END-STRING
                       DISPLAY OUTPUT-RECORD
                       WRITE OUTPUT-RECORD
               END-READ
           END-PERFORM
           IF WS-SPL-STATUS NOT = "35"
               CLOSE SPONSORED-LISTINGS-FILE
           END-IF
           IF WS-SPL-COUNT = 0
               MOVE "No sponsorships on file." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF

           MOVE "1. Add a sponsorship  2. End a sponsorship early  0. Back" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE 0 TO WS-SPL-CHOICE
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF WS-TEMP-INPUT(1:1) IS NUMERIC
                           MOVE WS-TEMP-INPUT(1:1) TO WS-SPL-CHOICE
                       END-IF
               END-READ
           END-IF

           EVALUATE WS-SPL-CHOICE
               WHEN 1 PERFORM ADD-SPONSORED-LISTING
               WHEN 2 PERFORM END-SPONSORED-LISTING
               WHEN OTHER CONTINUE
           END-EVALUATE
           .

      *> THE LISTING MUST BE OPEN AND PAST THE REVIEW QUEUE, AND ITS
      *> NEW WINDOW MAY NOT OVERLAP ANOTHER CONTRACT FOR THE SAME
      *> LISTING -- TWO CONTRACTS FOR ONE DAY WOULD BILL THE DAY TWICE
       ADD-SPONSORED-LISTING.
           MOVE "Job ID to sponsor:" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE 0 TO WS-SPL-JOB-ID
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       MOVE FUNCTION NUMVAL(WS-TEMP-INPUT) TO WS-SPL-JOB-ID
               END-READ
           END-IF
           IF WS-SPL-JOB-ID = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-SPL-FOUND
           OPEN INPUT JOBS-FILE
           MOVE WS-SPL-JOB-ID TO JR-ID
           READ JOBS-FILE KEY IS JR-ID
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO WS-SPL-FOUND
           END-READ
           CLOSE JOBS-FILE
           IF WS-SPL-FOUND = "N"
               MOVE "No job listing has that ID." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF
           IF JR-STATUS = "C" OR JR-STATUS = "E"
               OR JR-VERIFIED = "N" OR JR-VERIFIED = "R"
               MOVE "Only an open, approved listing can be sponsored." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE JR-AUTHOR-USERNAME TO WS-SPL-EMPLOYER

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE TO WS-SPL-START
           MOVE "Start date YYYYMMDD (blank = today):" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF WS-TEMP-INPUT(1:8) IS NUMERIC
                           MOVE WS-TEMP-INPUT(1:8) TO WS-SPL-START
                       END-IF
               END-READ
           END-IF

           MOVE 0 TO WS-SPL-END
           MOVE "End date YYYYMMDD (last day of the window):" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF WS-TEMP-INPUT(1:8) IS NUMERIC
                           MOVE WS-TEMP-INPUT(1:8) TO WS-SPL-END
                       END-IF
               END-READ
           END-IF
      *> A WINDOW ALREADY UNDER WAY CANNOT BE BILLED FOR DAYS THE
      *> LISTING WAS NEVER FEATURED
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-SPL-START) NOT = 0
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-SPL-END) NOT = 0
               OR WS-SPL-START < WS-TODAY-DATE
               OR WS-SPL-END < WS-SPL-START
               MOVE "The window must be real dates, start today or later, and end on or after the start." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-SPL-RATE
           MOVE "Contracted rate per day in dollars (e.g. 25.00):" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF FUNCTION TEST-NUMVAL(WS-TEMP-INPUT) = 0
                           MOVE FUNCTION NUMVAL(WS-TEMP-INPUT)
                               TO WS-SPL-RATE
                       END-IF
               END-READ
           END-IF
           IF WS-SPL-RATE = 0
               MOVE "A sponsorship needs a contracted rate - not added." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-SPL-FOUND
           MOVE "N" TO WS-SPL-EOF
           OPEN INPUT SPONSORED-LISTINGS-FILE
           IF WS-SPL-STATUS NOT = "00"
               MOVE "Y" TO WS-SPL-EOF
           END-IF
           PERFORM UNTIL WS-SPL-EOF = "Y"
               READ SPONSORED-LISTINGS-FILE INTO SPONSORED-LISTING-RECORD
                   AT END MOVE "Y" TO WS-SPL-EOF
                   NOT AT END
                       IF SPL-JOB-ID = WS-SPL-JOB-ID
                           AND SPL-START-DATE <= WS-SPL-END
                           AND SPL-END-DATE >= WS-SPL-START
                           MOVE "Y" TO WS-SPL-FOUND
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SPL-STATUS NOT = "35"
               CLOSE SPONSORED-LISTINGS-FILE
           END-IF
           IF WS-SPL-FOUND = "Y"
               MOVE "That listing already has a sponsorship covering part of that window." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND SPONSORED-LISTINGS-FILE
           IF WS-SPL-STATUS NOT = "00"
               OPEN OUTPUT SPONSORED-LISTINGS-FILE
           END-IF
           MOVE WS-SPL-JOB-ID TO SPL-JOB-ID
           MOVE WS-SPL-EMPLOYER TO SPL-EMPLOYER
           MOVE WS-SPL-START TO SPL-START-DATE
           MOVE WS-SPL-END TO SPL-END-DATE
           MOVE WS-SPL-RATE TO SPL-RATE
           MOVE WS-OPERATOR-NAME TO SPL-ADDED-BY
           MOVE WS-TODAY-DATE TO SPL-DATE
           WRITE SPONSORED-LISTING-RECORD
           CLOSE SPONSORED-LISTINGS-FILE

           MOVE WS-OPERATOR-NAME TO WS-AUDIT-USERNAME
           MOVE "SPONSORJOB" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING "add " WS-SPL-JOB-ID " " WS-SPL-START
               INTO WS-AUDIT-KEY
           END-STRING
           PERFORM WRITE-AUDIT-RECORD

           MOVE SPACES TO OUTPUT-RECORD
           STRING "Job " WS-SPL-JOB-ID " sponsored " WS-SPL-START
               " through " WS-SPL-END ", billed to "
               FUNCTION TRIM(WS-SPL-EMPLOYER TRAILING) "."
               INTO OUTPUT-RECORD
           END-STRING
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           .

      *> PULLS THE END OF THE LISTING'S CURRENT OR UPCOMING CONTRACT
      *> BACK TO YESTERDAY. AN UPCOMING ONE ENDS UP WITH ITS END BEFORE
      *> ITS START, WHICH THE STATEMENT BILLS AS ZERO DAYS
       END-SPONSORED-LISTING.
           MOVE "Job ID whose sponsorship should end:" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE 0 TO WS-SPL-JOB-ID
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       MOVE FUNCTION NUMVAL(WS-TEMP-INPUT) TO WS-SPL-JOB-ID
               END-READ
           END-IF
           IF WS-SPL-JOB-ID = 0
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           COMPUTE WS-SPL-YESTERDAY = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 1)
           MOVE "N" TO WS-SPL-FOUND
           MOVE "N" TO WS-SPL-EOF
           OPEN I-O SPONSORED-LISTINGS-FILE
           IF WS-SPL-STATUS NOT = "00"
               MOVE "Y" TO WS-SPL-EOF
           END-IF
           PERFORM UNTIL WS-SPL-EOF = "Y"
               READ SPONSORED-LISTINGS-FILE INTO SPONSORED-LISTING-RECORD
                   AT END MOVE "Y" TO WS-SPL-EOF
                   NOT AT END
                       IF SPL-JOB-ID = WS-SPL-JOB-ID
                           AND SPL-END-DATE >= WS-TODAY-DATE
                           MOVE WS-SPL-YESTERDAY TO SPL-END-DATE
                           REWRITE SPONSORED-LISTING-RECORD
                           MOVE "Y" TO WS-SPL-FOUND
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SPL-STATUS NOT = "35"
               CLOSE SPONSORED-LISTINGS-FILE
           END-IF
           IF WS-SPL-FOUND = "N"
               MOVE "That listing has no current or upcoming sponsorship." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE WS-OPERATOR-NAME TO WS-AUDIT-USERNAME
           MOVE "SPONSOREND" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING "end " WS-SPL-JOB-ID " " WS-SPL-YESTERDAY
               INTO WS-AUDIT-KEY
           END-STRING
           PERFORM WRITE-AUDIT-RECORD

           MOVE SPACES TO OUTPUT-RECORD
           STRING "Sponsorship for job " WS-SPL-JOB-ID
               " ended as of " WS-SPL-YESTERDAY "."
               INTO OUTPUT-RECORD
           END-STRING
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           .

      *> LISTS THE PROHIBITED-CONTENT RULES AND ADDS OR REMOVES ONE.
      *> RULE NUMBERS ARE ASSIGNED BY SCANNING FOR THE HIGHEST ON FILE
      *> AND ARE NEVER REUSED, SO OLD ROWS IN content_hits.doc STILL
      *> POINT AT THE RULE THAT MADE THEM
       MANAGE-CONTENT-RULES.
           MOVE "--- Content Rules ---" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE 0 TO WS-RULE-COUNT
           MOVE 0 TO WS-RULE-NEXT-ID
           MOVE "N" TO WS-RULES-EOF
           OPEN INPUT CONTENT-RULES-FILE
           IF WS-RULES-STATUS NOT = "00"
               MOVE "Y" TO WS-RULES-EOF
           END-IF
           PERFORM UNTIL WS-RULES-EOF = "Y"
               READ CONTENT-RULES-FILE INTO CONTENT-RULE-RECORD
                   AT END MOVE "Y" TO WS-RULES-EOF
                   NOT AT END
                       ADD 1 TO WS-RULE-COUNT
                       IF CR-RULE-ID NUMERIC
                           AND CR-RULE-ID > WS-RULE-NEXT-ID
                           MOVE CR-RULE-ID TO WS-RULE-NEXT-ID
                       END-IF
                       MOVE SPACES TO OUTPUT-RECORD
                       STRING "Rule " CR-RULE-ID " [" CR-SEVERITY "] "
                           FUNCTION TRIM(CR-PHRASE TRAILING)
                           INTO OUTPUT-RECORD
                       END-STRING
                       DISPLAY OUTPUT-RECORD
                       WRITE OUTPUT-RECORD
               END-READ
           END-PERFORM
           IF WS-RULES-STATUS NOT = "35"
               CLOSE CONTENT-RULES-FILE
           END-IF
           IF WS-RULE-COUNT = 0
               MOVE "No content rules on file." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF

           MOVE "[H] blocks the post, message or review; [L] lets it through and queues it for review." TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "1. Add a rule  2. Remove a rule  0. Back" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE 0 TO WS-RULE-CHOICE
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF WS-TEMP-INPUT(1:1) IS NUMERIC
                           MOVE WS-TEMP-INPUT(1:1) TO WS-RULE-CHOICE
                       END-IF
               END-READ
           END-IF

           EVALUATE WS-RULE-CHOICE
               WHEN 1 PERFORM ADD-CONTENT-RULE
               WHEN 2 PERFORM REMOVE-CONTENT-RULE
               WHEN OTHER CONTINUE
           END-EVALUATE
           .

       ADD-CONTENT-RULE.
           IF WS-RULE-NEXT-ID >= 999
               MOVE "The rule numbers are used up." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RULE-NEXT-ID

           MOVE "Phrase to screen for (max 40 chars):" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-RULE-NEW-PHRASE
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-RULE-NEW-PHRASE
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF
           IF WS-RULE-NEW-PHRASE = SPACES OR WS-EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
      *> STORED LEFT-JUSTIFIED SO THE LISTING READS CLEANLY
           MOVE FUNCTION TRIM(WS-RULE-NEW-PHRASE) TO WS-RULE-NEW-PHRASE

           MOVE "Severity: H = block, L = let through and queue for review:" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACE TO WS-RULE-NEW-SEVERITY
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       MOVE FUNCTION UPPER-CASE(WS-TEMP-INPUT(1:1))
                           TO WS-RULE-NEW-SEVERITY
               END-READ
           END-IF
           IF WS-RULE-NEW-SEVERITY NOT = "H"
               AND WS-RULE-NEW-SEVERITY NOT = "L"
               MOVE "Severity must be H or L - rule not added." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND CONTENT-RULES-FILE
           IF WS-RULES-STATUS NOT = "00"
               OPEN OUTPUT CONTENT-RULES-FILE
           END-IF
           MOVE WS-RULE-NEXT-ID TO CR-RULE-ID
           MOVE WS-RULE-NEW-SEVERITY TO CR-SEVERITY
           MOVE WS-RULE-NEW-PHRASE TO CR-PHRASE
           MOVE WS-OPERATOR-NAME TO CR-ADDED-BY
           MOVE FUNCTION CURRENT-DATE(1:8) TO CR-DATE
           WRITE CONTENT-RULE-RECORD
           CLOSE CONTENT-RULES-FILE

           MOVE WS-OPERATOR-NAME TO WS-AUDIT-USERNAME
           MOVE "CONTENTRULE" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING "add " WS-RULE-NEXT-ID " " WS-RULE-NEW-SEVERITY
               INTO WS-AUDIT-KEY
           END-STRING
           PERFORM WRITE-AUDIT-RECORD

           MOVE SPACES TO OUTPUT-RECORD
           STRING "Content rule " WS-RULE-NEXT-ID " added."
               INTO OUTPUT-RECORD
           END-STRING
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           .

      *> DROPS ONE RULE BY NUMBER -- SAME TEMP-FILE REWRITE AS EVERY
      *> OTHER ROW REMOVAL. ITS PAST HITS STAY IN content_hits.doc
       REMOVE-CONTENT-RULE.
           MOVE "Number of the rule to remove:" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE 0 TO WS-RULE-PICK
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       MOVE FUNCTION NUMVAL(WS-TEMP-INPUT) TO WS-RULE-PICK
               END-READ
           END-IF
           IF WS-RULE-PICK = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-RULE-FOUND
           OPEN INPUT CONTENT-RULES-FILE
           IF WS-RULES-STATUS NOT = "00"
               MOVE "No such rule." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CONTENT-RULES-TEMP-FILE
           MOVE "N" TO WS-RULES-EOF
           PERFORM UNTIL WS-RULES-EOF = "Y"
               READ CONTENT-RULES-FILE INTO CONTENT-RULE-RECORD
                   AT END MOVE "Y" TO WS-RULES-EOF
                   NOT AT END
                       IF CR-RULE-ID = WS-RULE-PICK
                           MOVE "Y" TO WS-RULE-FOUND
                       ELSE
                           MOVE CONTENT-RULE-RECORD
                               TO CONTENT-RULE-TEMP-RECORD
                           WRITE CONTENT-RULE-TEMP-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTENT-RULES-FILE
           CLOSE CONTENT-RULES-TEMP-FILE

           IF WS-RULE-FOUND = "N"
               MOVE "No such rule." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               OPEN OUTPUT CONTENT-RULES-TEMP-FILE
               CLOSE CONTENT-RULES-TEMP-FILE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT CONTENT-RULES-FILE
           OPEN INPUT CONTENT-RULES-TEMP-FILE
           MOVE "N" TO WS-RULES-EOF
           PERFORM UNTIL WS-RULES-EOF = "Y"
               READ CONTENT-RULES-TEMP-FILE INTO CONTENT-RULE-TEMP-RECORD
                   AT END MOVE "Y" TO WS-RULES-EOF
                   NOT AT END
                       MOVE CONTENT-RULE-TEMP-RECORD
                           TO CONTENT-RULE-RECORD
                       WRITE CONTENT-RULE-RECORD
               END-READ
           END-PERFORM
           CLOSE CONTENT-RULES-FILE
           CLOSE CONTENT-RULES-TEMP-FILE
           OPEN OUTPUT CONTENT-RULES-TEMP-FILE
           CLOSE CONTENT-RULES-TEMP-FILE

           MOVE WS-OPERATOR-NAME TO WS-AUDIT-USERNAME
           MOVE "CONTENTRULE" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING "remove " WS-RULE-PICK INTO WS-AUDIT-KEY
           END-STRING
           PERFORM WRITE-AUDIT-RECORD

           MOVE SPACES TO OUTPUT-RECORD
           STRING "Content rule " WS-RULE-PICK " removed."
               INTO OUTPUT-RECORD
           END-STRING
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           .

      *> "WHO VIEWED MY PROFILE": THE LAST 30 DAYS OF profile_views.doc
      *> ROWS AGAINST CURRENT-USERNAME, NEWEST FIRST. A VIEWER WHOSE
      *> OWN PROFILE THE STUDENT COULD SEE IS NAMED; EMPLOYER SCREENS
      *> SHOW ONLY THE COMPANY. OPERATOR VIEWS ARE ON FILE FOR THE
      *> AUDITORS BUT ARE NEVER SHOWN OR COUNTED HERE
       VIEW-WHO-VIEWED-ME.
           MOVE "--- Who Viewed My Profile (last 30 days) ---" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE WS-PV-WINDOW-DAYS TO WS-PV-DAYS
           PERFORM COMPUTE-PROFILE-VIEW-CUTOFF
           MOVE 0 TO WS-PV-TOTAL
           MOVE 0 TO WS-PV-COUNT
           MOVE "N" TO WS-PROFILE-VIEWS-EOF
           OPEN INPUT PROFILE-VIEWS-FILE
           IF WS-PROFILE-VIEWS-STATUS NOT = "00"
               MOVE "Y" TO WS-PROFILE-VIEWS-EOF
           END-IF
           PERFORM UNTIL WS-PROFILE-VIEWS-EOF = "Y"
               READ PROFILE-VIEWS-FILE INTO PROFILE-VIEW-RECORD
                   AT END MOVE "Y" TO WS-PROFILE-VIEWS-EOF
                   NOT AT END
                       IF PV-VIEWED = CURRENT-USERNAME
                           AND PV-SOURCE NOT = "O"
                           AND PV-DATE > WS-PV-CUTOFF-DATE
                           ADD 1 TO WS-PV-TOTAL
      *> THE FILE IS IN DATE ORDER -- ONCE THE TABLE IS FULL THE
      *> OLDEST KEPT ROW DROPS OFF THE FRONT
                           IF WS-PV-COUNT >= 50
                               PERFORM VARYING WS-PV-I FROM 1 BY 1
                                   UNTIL WS-PV-I > 49
                                   MOVE WS-PV-ENTRY (WS-PV-I + 1)
                                       TO WS-PV-ENTRY (WS-PV-I)
                               END-PERFORM
                           ELSE
                               ADD 1 TO WS-PV-COUNT
                           END-IF
                           MOVE PV-VIEWER TO WS-PV-TBL-VIEWER (WS-PV-COUNT)
                           MOVE PV-DATE TO WS-PV-TBL-DATE (WS-PV-COUNT)
                           MOVE PV-SOURCE TO WS-PV-TBL-SOURCE (WS-PV-COUNT)
                           MOVE PV-COMPANY TO WS-PV-TBL-COMPANY (WS-PV-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PROFILE-VIEWS-STATUS NOT = "35"
               CLOSE PROFILE-VIEWS-FILE
           END-IF

           IF WS-PV-TOTAL = 0
               MOVE "No one has viewed your profile in the last 30 days." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PV-TOTAL TO WS-PV-SHOW-TOTAL
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Your profile was viewed "
               FUNCTION TRIM(WS-PV-SHOW-TOTAL) " time(s):"
               INTO OUTPUT-RECORD
           END-STRING
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           PERFORM VARYING WS-PV-I FROM WS-PV-COUNT BY -1
               UNTIL WS-PV-I < 1
               PERFORM BUILD-PROFILE-VIEWER-LABEL
               MOVE SPACES TO OUTPUT-RECORD
               STRING "  " WS-PV-TBL-DATE (WS-PV-I) (1:4) "-"
                   WS-PV-TBL-DATE (WS-PV-I) (5:2) "-"
                   WS-PV-TBL-DATE (WS-PV-I) (7:2) "  "
                   FUNCTION TRIM(WS-PV-LABEL TRAILING)
                   INTO OUTPUT-RECORD
               END-STRING
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-PERFORM

           IF WS-PV-TOTAL > WS-PV-COUNT
               MOVE "(Only the 50 most recent views are listed.)" TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF
           .

      *> WHO TO SHOW FOR TABLE ROW WS-PV-I, INTO WS-PV-LABEL. A MEMBER
      *> IS NAMED ONLY WHEN THEIR OWN PROFILE WOULD BE VISIBLE TO THE
      *> STUDENT -- THE SAME TEST SEARCH-USER APPLIES
       BUILD-PROFILE-VIEWER-LABEL.
           MOVE SPACES TO WS-PV-LABEL
           IF WS-PV-TBL-SOURCE (WS-PV-I) = "C"
               OR WS-PV-TBL-SOURCE (WS-PV-I) = "A"
               IF WS-PV-TBL-COMPANY (WS-PV-I) = SPACES
                   MOVE "An employer" TO WS-PV-LABEL
               ELSE
                   STRING "An employer at "
                       FUNCTION TRIM(WS-PV-TBL-COMPANY (WS-PV-I) TRAILING)
                       INTO WS-PV-LABEL
                   END-STRING
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE "An InCollege member" TO WS-PV-LABEL
           OPEN INPUT PROFILE-FILE
           MOVE WS-PV-TBL-VIEWER (WS-PV-I) TO PR-USERNAME
           READ PROFILE-FILE KEY IS PR-USERNAME
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM CHECK-PROFILE-VISIBILITY
                   IF WS-PROFILE-VISIBLE = "Y"
                       MOVE SPACES TO WS-PV-LABEL
                       STRING FUNCTION TRIM(PR-FIRST-NAME TRAILING) " "
                           FUNCTION TRIM(PR-LAST-NAME TRAILING)
                           INTO WS-PV-LABEL
                       END-STRING
                   END-IF
           END-READ
           CLOSE PROFILE-FILE
           .

      *> APPENDS ONE VIEW OF WS-PV-VIEWED BY WS-PV-VIEWER FROM SCREEN
      *> WS-PV-SOURCE (SEE PV-SOURCE). LOOKING AT YOUR OWN PROFILE IS
      *> NOT A VIEW. THE EMPLOYER SCREENS SET WS-PV-COMPANY FIRST
       RECORD-PROFILE-VIEW.
           IF WS-PV-VIEWED = SPACES OR WS-PV-VIEWER = WS-PV-VIEWED
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND PROFILE-VIEWS-FILE
           IF WS-PROFILE-VIEWS-STATUS NOT = "00"
               OPEN OUTPUT PROFILE-VIEWS-FILE
           END-IF
           MOVE WS-PV-VIEWER TO PV-VIEWER
           MOVE WS-PV-VIEWED TO PV-VIEWED
           MOVE FUNCTION CURRENT-DATE(1:8) TO PV-DATE
           MOVE WS-PV-SOURCE TO PV-SOURCE
           MOVE WS-PV-COMPANY TO PV-COMPANY
           WRITE PROFILE-VIEW-RECORD
           CLOSE PROFILE-VIEWS-FILE
           .

      *> THE COMPANY CURRENT-USERNAME REGISTERED IN companies.doc INTO
      *> WS-PV-COMPANY, BLANK WHEN THEY NEVER REGISTERED ONE
       RESOLVE-VIEWER-COMPANY.
           MOVE SPACES TO WS-PV-COMPANY
           MOVE "N" TO WS-COMPANIES-EOF
           OPEN INPUT COMPANIES-FILE
           IF WS-COMPANIES-STATUS NOT = "00"
               MOVE "Y" TO WS-COMPANIES-EOF
           END-IF
           PERFORM UNTIL WS-COMPANIES-EOF = "Y" OR WS-PV-COMPANY NOT = SPACES
               READ COMPANIES-FILE INTO COMPANY-RECORD
                   AT END MOVE "Y" TO WS-COMPANIES-EOF
                   NOT AT END
                       IF CO-OWNER = CURRENT-USERNAME
                           MOVE CO-NAME TO WS-PV-COMPANY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-COMPANIES-STATUS NOT = "35"
               CLOSE COMPANIES-FILE
           END-IF
           .

      *> WS-PV-DAYS BACK FROM TODAY INTO WS-PV-CUTOFF-DATE -- A VIEW
      *> COUNTS WHEN PV-DATE IS AFTER IT
       COMPUTE-PROFILE-VIEW-CUTOFF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           COMPUTE WS-PV-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - WS-PV-DAYS)
           .

      *> VIEWS OF CURRENT-USERNAME OVER THE PAST WEEK, FOR THE LOGIN
      *> SUMMARY. OPERATOR VIEWS ARE LEFT OUT, AS ON THE FULL SCREEN
       COUNT-WEEKLY-PROFILE-VIEWS.
           MOVE WS-PV-SUMMARY-DAYS TO WS-PV-DAYS
           PERFORM COMPUTE-PROFILE-VIEW-CUTOFF
           MOVE 0 TO WS-PV-WEEK-COUNT
           MOVE "N" TO WS-PROFILE-VIEWS-EOF
           OPEN INPUT PROFILE-VIEWS-FILE
           IF WS-PROFILE-VIEWS-STATUS NOT = "00"
               MOVE "Y" TO WS-PROFILE-VIEWS-EOF
           END-IF
           PERFORM UNTIL WS-PROFILE-VIEWS-EOF = "Y"
               READ PROFILE-VIEWS-FILE INTO PROFILE-VIEW-RECORD
                   AT END MOVE "Y" TO WS-PROFILE-VIEWS-EOF
                   NOT AT END
                       IF PV-VIEWED = CURRENT-USERNAME
                           AND PV-SOURCE NOT = "O"
                           AND PV-DATE > WS-PV-CUTOFF-DATE
                           ADD 1 TO WS-PV-WEEK-COUNT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PROFILE-VIEWS-STATUS NOT = "35"
               CLOSE PROFILE-VIEWS-FILE
           END-IF
           .

      *> "NETWORK ACTIVITY FEED": SHORT STATUS UPDATES A MEMBER POSTS
      *> TO THEIR OWN NETWORK, PLUS THE MILESTONES (AN ACCEPTED OFFER,
      *> A VERIFIED SKILL, AN EVENT RSVP) THEY HAVE CHOSEN TO SHARE
       NETWORK-FEED-MENU.
           PERFORM LOOKUP-FEED-SHARE
           MOVE "==== Network Activity Feed ====" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "1. View my network feed" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "2. Post an update" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF WS-FEED-SHARE = "Y"
               MOVE "3. Share my milestones with my network (currently ON)" TO OUTPUT-RECORD
           ELSE
               MOVE "3. Share my milestones with my network (currently OFF)" TO OUTPUT-RECORD
           END-IF
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "9. Back" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE 0 TO WS-FEED-CHOICE
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF WS-TEMP-INPUT(1:1) IS NUMERIC
                           MOVE WS-TEMP-INPUT(1:1) TO WS-FEED-CHOICE
                       END-IF
               END-READ
           END-IF

           EVALUATE WS-FEED-CHOICE
               WHEN 1 PERFORM VIEW-NETWORK-FEED
               WHEN 2 PERFORM POST-NETWORK-UPDATE
               WHEN 3 PERFORM TOGGLE-FEED-SHARE
               WHEN OTHER CONTINUE
           END-EVALUATE
           .

      *> THE LATEST 50 feed.doc ROWS FROM CURRENT-USERNAME'S DIRECT
      *> CONNECTIONS, NEWEST FIRST. AN AUTHOR WHOSE PROFILE THE READER
      *> COULD NOT SEE (PR-VISIBILITY, OR A BLOCK EITHER WAY) IS LEFT
      *> OUT ENTIRELY, AND A MILESTONE ONLY SHOWS WHILE ITS AUTHOR
      *> STILL SHARES MILESTONES
       VIEW-NETWORK-FEED.
           MOVE "--- Your Network Feed ---" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           PERFORM LOAD-CONNECTION-DEGREE-SETS
           IF WS-MY-CONN-COUNT = 0
               MOVE "You have no connections yet - updates from your network will appear here." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-FEED-AUTHORS

           MOVE 0 TO WS-FEED-TOTAL
           MOVE 0 TO WS-FEED-COUNT
           MOVE "N" TO WS-FEED-EOF
           OPEN INPUT FEED-FILE
           IF WS-FEED-STATUS NOT = "00"
               MOVE "Y" TO WS-FEED-EOF
           END-IF
           PERFORM UNTIL WS-FEED-EOF = "Y"
               READ FEED-FILE INTO FEED-RECORD
                   AT END MOVE "Y" TO WS-FEED-EOF
                   NOT AT END
                       MOVE FE-USERNAME TO WS-FEED-FIND-USER
                       PERFORM FIND-FEED-AUTHOR
                       IF WS-FEED-AUTH-PICK > 0
                           IF WS-FEED-AUTH-SHOWN (WS-FEED-AUTH-PICK) = "Y"
                               AND (FE-TYPE = "U"
                                 OR WS-FEED-AUTH-SHARE (WS-FEED-AUTH-PICK) = "Y")
                               PERFORM KEEP-FEED-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FEED-STATUS NOT = "35"
               CLOSE FEED-FILE
           END-IF

           IF WS-FEED-TOTAL = 0
               MOVE "No recent activity from your connections." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-FEED-I FROM WS-FEED-COUNT BY -1
               UNTIL WS-FEED-I < 1
               MOVE WS-FEED-TBL-AUTH (WS-FEED-I) TO WS-FEED-AUTH-PICK
               MOVE SPACES TO OUTPUT-RECORD
               STRING WS-FEED-TBL-STAMP (WS-FEED-I) (1:4) "-"
                   WS-FEED-TBL-STAMP (WS-FEED-I) (5:2) "-"
                   WS-FEED-TBL-STAMP (WS-FEED-I) (7:2) " "
                   WS-FEED-TBL-STAMP (WS-FEED-I) (9:2) ":"
                   WS-FEED-TBL-STAMP (WS-FEED-I) (11:2) "  "
                   FUNCTION TRIM(WS-FEED-AUTH-NAME (WS-FEED-AUTH-PICK) TRAILING)
                   INTO OUTPUT-RECORD
               END-STRING
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               MOVE SPACES TO OUTPUT-RECORD
               STRING "    " WS-FEED-TBL-TEXT (WS-FEED-I)
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               END-STRING
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-PERFORM

           IF WS-FEED-TOTAL > WS-FEED-COUNT
               MOVE "(Only the 50 most recent items are listed.)" TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF
           .

      *> THE FILE IS IN TIME ORDER -- ONCE THE TABLE IS FULL THE
      *> OLDEST KEPT ROW DROPS OFF THE FRONT, AS IN VIEW-WHO-VIEWED-ME
       KEEP-FEED-ROW.
           ADD 1 TO WS-FEED-TOTAL
           IF WS-FEED-COUNT >= 50
               PERFORM VARYING WS-FEED-I FROM 1 BY 1
                   UNTIL WS-FEED-I > 49
                   MOVE WS-FEED-ENTRY (WS-FEED-I + 1)
                       TO WS-FEED-ENTRY (WS-FEED-I)
               END-PERFORM
           ELSE
               ADD 1 TO WS-FEED-COUNT
           END-IF
           MOVE WS-FEED-AUTH-PICK TO WS-FEED-TBL-AUTH (WS-FEED-COUNT)
           MOVE FE-TIMESTAMP TO WS-FEED-TBL-STAMP (WS-FEED-COUNT)
           MOVE FE-TEXT TO WS-FEED-TBL-TEXT (WS-FEED-COUNT)
           .

      *> ONE WS-FEED-AUTH ROW PER DIRECT CONNECTION (WS-MY-CONN-TABLE
      *> MUST BE LOADED): WHETHER THE READER MAY SEE THEM, THE NAME TO
      *> SHOW AND WHETHER THEY SHARE MILESTONES -- DECIDED ONCE HERE
      *> RATHER THAN FOR EVERY ROW OF feed.doc
       LOAD-FEED-AUTHORS.
           MOVE 0 TO WS-FEED-AUTH-COUNT
           OPEN INPUT PROFILE-FILE
           PERFORM VARYING WS-FEED-J FROM 1 BY 1
               UNTIL WS-FEED-J > WS-MY-CONN-COUNT
               ADD 1 TO WS-FEED-AUTH-COUNT
               MOVE WS-MY-CONN-USERNAME (WS-FEED-J)
                   TO WS-FEED-AUTH-USER (WS-FEED-AUTH-COUNT)
               MOVE WS-MY-CONN-USERNAME (WS-FEED-J)
                   TO WS-FEED-AUTH-NAME (WS-FEED-AUTH-COUNT)
               MOVE "N" TO WS-FEED-AUTH-SHOWN (WS-FEED-AUTH-COUNT)
               MOVE "N" TO WS-FEED-AUTH-SHARE (WS-FEED-AUTH-COUNT)
               MOVE WS-MY-CONN-USERNAME (WS-FEED-J) TO PR-USERNAME
               READ PROFILE-FILE KEY IS PR-USERNAME
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM CHECK-PROFILE-VISIBILITY
                       IF WS-PROFILE-VISIBLE = "Y"
                           MOVE PR-USERNAME TO WS-MSG-RECIPIENT
                           PERFORM CHECK-EITHER-BLOCKED
                           IF WS-USER-BLOCKED = "N"
                               MOVE "Y" TO WS-FEED-AUTH-SHOWN (WS-FEED-AUTH-COUNT)
                               MOVE SPACES TO WS-FEED-AUTH-NAME (WS-FEED-AUTH-COUNT)
                               STRING FUNCTION TRIM(PR-FIRST-NAME TRAILING) " "
                                   FUNCTION TRIM(PR-LAST-NAME TRAILING)
                                   INTO WS-FEED-AUTH-NAME (WS-FEED-AUTH-COUNT)
                               END-STRING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROFILE-FILE

           MOVE "N" TO WS-FEED-SHARE-EOF
           OPEN INPUT FEED-SHARE-FILE
           IF WS-FEED-SHARE-STATUS NOT = "00"
               MOVE "Y" TO WS-FEED-SHARE-EOF
           END-IF
           PERFORM UNTIL WS-FEED-SHARE-EOF = "Y"
               READ FEED-SHARE-FILE INTO FEED-SHARE-RECORD
                   AT END MOVE "Y" TO WS-FEED-SHARE-EOF
                   NOT AT END
                       MOVE FS-USERNAME TO WS-FEED-FIND-USER
                       PERFORM FIND-FEED-AUTHOR
                       IF WS-FEED-AUTH-PICK > 0
                           MOVE FS-SHARE TO WS-FEED-AUTH-SHARE (WS-FEED-AUTH-PICK)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FEED-SHARE-STATUS NOT = "35"
               CLOSE FEED-SHARE-FILE
           END-IF
           .

      *> WS-FEED-FIND-USER'S ROW IN WS-FEED-AUTH INTO WS-FEED-AUTH-PICK,
      *> 0 WHEN THEY ARE NOT ONE OF THE READER'S CONNECTIONS
       FIND-FEED-AUTHOR.
           MOVE 0 TO WS-FEED-AUTH-PICK
           PERFORM VARYING WS-FEED-J FROM 1 BY 1
               UNTIL WS-FEED-J > WS-FEED-AUTH-COUNT
                  OR WS-FEED-AUTH-PICK > 0
               IF WS-FEED-AUTH-USER (WS-FEED-J) = WS-FEED-FIND-USER
                   MOVE WS-FEED-J TO WS-FEED-AUTH-PICK
               END-IF
           END-PERFORM
           .

       POST-NETWORK-UPDATE.
           MOVE "Your update (one line):" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-FEED-POST-TEXT
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-FEED-POST-TEXT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF
           IF WS-FEED-POST-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-FEED-POST-TEXT TO WS-SCREEN-TEXT
           MOVE "FEEDPOST" TO WS-SCREEN-SOURCE
           MOVE CURRENT-USERNAME TO WS-SCREEN-KEY
           PERFORM SCREEN-CONTENT
           IF WS-SCREEN-RESULT = "H"
               PERFORM REPORT-CONTENT-BLOCKED
               EXIT PARAGRAPH
           END-IF

           MOVE "U" TO WS-FEED-TYPE
           MOVE WS-FEED-POST-TEXT TO WS-FEED-TEXT
           PERFORM WRITE-FEED-EVENT

           IF WS-SCREEN-RESULT = "L"
               PERFORM QUEUE-CONTENT-FOR-REVIEW
           END-IF

           MOVE CURRENT-USERNAME TO WS-AUDIT-USERNAME
           MOVE "FEEDPOST" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-RECORD

           MOVE "Update posted to your network." TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF WS-FEED-AUTHOR-VIS = "P"
               MOVE "Your profile is private, so your connections will not see it until you change your visibility." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF
           .

      *> APPENDS ONE feed.doc ROW BY CURRENT-USERNAME FROM WS-FEED-TYPE
      *> AND WS-FEED-TEXT. A MILESTONE ("O", "B", "R") IS ONLY WRITTEN
      *> FOR A MEMBER WHO SHARES MILESTONES. EACH CONNECTION NOT ON A
      *> BLOCK LIST EITHER WAY GETS A SOCIAL NOTIFICATION, WHICH THEIR
      *> NP-SOCIAL PREFERENCE THEN GOVERNS -- UNLESS THE AUTHOR'S
      *> PROFILE IS PRIVATE AND NOBODY COULD SEE THE ROW ANYWAY
       WRITE-FEED-EVENT.
           IF WS-FEED-TYPE NOT = "U"
               PERFORM LOOKUP-FEED-SHARE
               IF WS-FEED-SHARE NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           OPEN EXTEND FEED-FILE
           IF WS-FEED-STATUS NOT = "00"
               OPEN OUTPUT FEED-FILE
           END-IF
           MOVE CURRENT-USERNAME TO FE-USERNAME
           MOVE FUNCTION CURRENT-DATE(1:14) TO FE-TIMESTAMP
           MOVE WS-FEED-TYPE TO FE-TYPE
           MOVE WS-FEED-TEXT TO FE-TEXT
           WRITE FEED-RECORD
           CLOSE FEED-FILE

           MOVE "A" TO WS-FEED-AUTHOR-VIS
           OPEN INPUT PROFILE-FILE
           MOVE CURRENT-USERNAME TO PR-USERNAME
           READ PROFILE-FILE KEY IS PR-USERNAME
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE PR-VISIBILITY TO WS-FEED-AUTHOR-VIS
           END-READ
           CLOSE PROFILE-FILE
           IF WS-FEED-AUTHOR-VIS = "P"
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-CONNECTION-DEGREE-SETS
           PERFORM VARYING WS-FEED-J FROM 1 BY 1
               UNTIL WS-FEED-J > WS-MY-CONN-COUNT
               MOVE WS-MY-CONN-USERNAME (WS-FEED-J) TO WS-MSG-RECIPIENT
               PERFORM CHECK-EITHER-BLOCKED
               IF WS-USER-BLOCKED = "N"
                   MOVE WS-MSG-RECIPIENT TO WS-NOTIFY-USERNAME
                   MOVE SPACES TO WS-NOTIFY-TEXT
                   IF WS-FEED-TYPE = "U"
                       STRING FUNCTION TRIM(CURRENT-USERNAME TRAILING)
                           " posted an update to your network feed."
                           INTO WS-NOTIFY-TEXT
                       END-STRING
                   ELSE
                       STRING FUNCTION TRIM(CURRENT-USERNAME TRAILING)
                           " shared a milestone in your network feed."
                           INTO WS-NOTIFY-TEXT
                       END-STRING
                   END-IF
                   MOVE "S" TO WS-NOTIFY-CATEGORY
                   PERFORM WRITE-NOTIFICATION-RECORD
               END-IF
           END-PERFORM
           .

      *> CURRENT-USERNAME'S feed_share.doc FLAG INTO WS-FEED-SHARE.
      *> SHARING IS OPT-IN -- NO ROW MEANS "N"
       LOOKUP-FEED-SHARE.
           MOVE "N" TO WS-FEED-SHARE
           MOVE "N" TO WS-FEED-SHARE-EOF
           OPEN INPUT FEED-SHARE-FILE
           IF WS-FEED-SHARE-STATUS NOT = "00"
               MOVE "Y" TO WS-FEED-SHARE-EOF
           END-IF
           PERFORM UNTIL WS-FEED-SHARE-EOF = "Y"
               READ FEED-SHARE-FILE INTO FEED-SHARE-RECORD
                   AT END MOVE "Y" TO WS-FEED-SHARE-EOF
                   NOT AT END
                       IF FS-USERNAME = CURRENT-USERNAME
                           MOVE FS-SHARE TO WS-FEED-SHARE
                           MOVE "Y" TO WS-FEED-SHARE-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FEED-SHARE-STATUS NOT = "35"
               CLOSE FEED-SHARE-FILE
           END-IF
           .

      *> FLIPS CURRENT-USERNAME'S FLAG. TURNING IT OFF ALSO HIDES THE
      *> MILESTONES ALREADY ON FILE -- VIEW-NETWORK-FEED CHECKS THE
      *> FLAG AS IT STANDS, NOT AS IT STOOD WHEN THE ROW WAS WRITTEN
       TOGGLE-FEED-SHARE.
           PERFORM LOOKUP-FEED-SHARE
           IF WS-FEED-SHARE = "Y"
               MOVE "N" TO WS-FEED-SHARE
           ELSE
               MOVE "Y" TO WS-FEED-SHARE
           END-IF
           PERFORM REMOVE-FEED-SHARE-ROW
           OPEN EXTEND FEED-SHARE-FILE
           IF WS-FEED-SHARE-STATUS NOT = "00"
               OPEN OUTPUT FEED-SHARE-FILE
           END-IF
           MOVE CURRENT-USERNAME TO FS-USERNAME
           MOVE WS-FEED-SHARE TO FS-SHARE
           WRITE FEED-SHARE-RECORD
           CLOSE FEED-SHARE-FILE

           MOVE CURRENT-USERNAME TO WS-AUDIT-USERNAME
           MOVE "FEEDSHARE" TO WS-AUDIT-ACTION
           MOVE WS-FEED-SHARE TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-RECORD

           IF WS-FEED-SHARE = "Y"
               MOVE "Milestone sharing is ON - accepted offers, verified skills and event RSVPs will appear in your connections' feeds." TO OUTPUT-RECORD
           ELSE
               MOVE "Milestone sharing is OFF - your milestones are hidden from your connections' feeds." TO OUTPUT-RECORD
           END-IF
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           .

      *> DROPS CURRENT-USERNAME'S ROW FROM feed_share.doc
       REMOVE-FEED-SHARE-ROW.
           OPEN INPUT FEED-SHARE-FILE
           IF WS-FEED-SHARE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FEED-SHARE-TEMP-FILE
           MOVE "N" TO WS-FEED-SHARE-EOF
           PERFORM UNTIL WS-FEED-SHARE-EOF = "Y"
               READ FEED-SHARE-FILE INTO FEED-SHARE-RECORD
                   AT END MOVE "Y" TO WS-FEED-SHARE-EOF
                   NOT AT END
                       IF FS-USERNAME NOT = CURRENT-USERNAME
                           MOVE FEED-SHARE-RECORD TO FEED-SHARE-TEMP-RECORD
                           WRITE FEED-SHARE-TEMP-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEED-SHARE-FILE
           CLOSE FEED-SHARE-TEMP-FILE

           OPEN OUTPUT FEED-SHARE-FILE
           OPEN INPUT FEED-SHARE-TEMP-FILE
           MOVE "N" TO WS-FEED-SHARE-EOF
           PERFORM UNTIL WS-FEED-SHARE-EOF = "Y"
               READ FEED-SHARE-TEMP-FILE INTO FEED-SHARE-TEMP-RECORD
                   AT END MOVE "Y" TO WS-FEED-SHARE-EOF
                   NOT AT END
                       MOVE FEED-SHARE-TEMP-RECORD TO FEED-SHARE-RECORD
                       WRITE FEED-SHARE-RECORD
               END-READ
           END-PERFORM
           CLOSE FEED-SHARE-FILE
           CLOSE FEED-SHARE-TEMP-FILE

           OPEN OUTPUT FEED-SHARE-TEMP-FILE
           CLOSE FEED-SHARE-TEMP-FILE
           .

      *> MILESTONE FOR AN ACCEPTED OFFER -- THE LISTING'S TITLE AND
      *> EMPLOYER AS THEY STAND NOW
       SHARE-OFFER-MILESTONE.
           MOVE "O" TO WS-FEED-TYPE
           MOVE SPACES TO WS-FEED-TEXT
           OPEN INPUT JOBS-FILE
           MOVE WS-OFFER-JOB-ID TO JR-ID
           READ JOBS-FILE KEY IS JR-ID
               INVALID KEY
                   MOVE "Accepted a new job offer." TO WS-FEED-TEXT
               NOT INVALID KEY
                   STRING "Accepted an offer: "
                       FUNCTION TRIM(JR-TITLE TRAILING) " at "
                       FUNCTION TRIM(JR-EMPLOYER TRAILING) "."
                       INTO WS-FEED-TEXT
                   END-STRING
           END-READ
           CLOSE JOBS-FILE
           PERFORM WRITE-FEED-EVENT
           .

      *> "CONTACT SUPPORT": A USER WHO IS STUCK OPENS A TICKET WITH A
      *> CATEGORY AND A ONE-LINE DESCRIPTION, OR READS BACK THEIR OWN
      *> TICKETS WITH EVERYTHING SUPPORT HAS SAID ON THEM
       CONTACT-SUPPORT.
           MOVE "--- Contact Support ---" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "1. Open a new ticket  2. My tickets  0. Back" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE 0 TO WS-TICKET-CHOICE
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF WS-TEMP-INPUT(1:1) IS NUMERIC
                           MOVE WS-TEMP-INPUT(1:1) TO WS-TICKET-CHOICE
                       END-IF
               END-READ
           END-IF
           EVALUATE WS-TICKET-CHOICE
               WHEN 1 PERFORM OPEN-SUPPORT-TICKET
               WHEN 2 PERFORM LIST-MY-SUPPORT-TICKETS
               WHEN OTHER CONTINUE
           END-EVALUATE
           .

      *> TICKET NUMBERS ARE THE HIGHEST ON FILE PLUS ONE, SAME AS THE
      *> CONTENT RULES
       OPEN-SUPPORT-TICKET.
           MOVE 0 TO WS-TICKET-NEXT-ID
           MOVE 0 TO WS-TICKET-OPEN-COUNT
           MOVE "N" TO WS-TICKETS-EOF
           OPEN INPUT SUPPORT-TICKETS-FILE
           IF WS-TICKETS-STATUS NOT = "00"
               MOVE "Y" TO WS-TICKETS-EOF
           END-IF
           PERFORM UNTIL WS-TICKETS-EOF = "Y"
               READ SUPPORT-TICKETS-FILE INTO SUPPORT-TICKET-RECORD
                   AT END MOVE "Y" TO WS-TICKETS-EOF
                   NOT AT END
                       IF TK-ID NUMERIC AND TK-ID > WS-TICKET-NEXT-ID
                           MOVE TK-ID TO WS-TICKET-NEXT-ID
                       END-IF
                       IF TK-USERNAME = CURRENT-USERNAME
                           AND (TK-STATUS = "O" OR TK-STATUS = "A")
                           ADD 1 TO WS-TICKET-OPEN-COUNT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TICKETS-STATUS NOT = "35"
               CLOSE SUPPORT-TICKETS-FILE
           END-IF
           IF WS-TICKET-OPEN-COUNT >= WS-TICKET-MAX-OPEN
               MOVE "You already have 5 open tickets - support will get to them; please add to one of those instead." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF
           IF WS-TICKET-NEXT-ID >= 999999
               MOVE "Support tickets cannot be opened right now." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TICKET-NEXT-ID

           MOVE "What is it about?" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "1. Account & login  2. Applications & offers  3. Job listings" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "4. Company / employer profile  5. Something else" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACE TO WS-TICKET-CATEGORY
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       EVALUATE WS-TEMP-INPUT(1:1)
                           WHEN "1" MOVE "A" TO WS-TICKET-CATEGORY
                           WHEN "2" MOVE "P" TO WS-TICKET-CATEGORY
                           WHEN "3" MOVE "J" TO WS-TICKET-CATEGORY
                           WHEN "4" MOVE "C" TO WS-TICKET-CATEGORY
                           WHEN "5" MOVE "O" TO WS-TICKET-CATEGORY
                           WHEN OTHER CONTINUE
                       END-EVALUATE
               END-READ
           END-IF
           IF WS-TICKET-CATEGORY = SPACE
               MOVE "Please pick a category from 1 to 5 - no ticket opened." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE "Describe the problem (one line):" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-TICKET-TEXT
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TICKET-TEXT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF
           IF WS-TICKET-TEXT = SPACES OR WS-EOF-FLAG = "Y"
               MOVE "No description given - no ticket opened." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND SUPPORT-TICKETS-FILE
           IF WS-TICKETS-STATUS NOT = "00"
               OPEN OUTPUT SUPPORT-TICKETS-FILE
           END-IF
           MOVE WS-TICKET-NEXT-ID TO TK-ID
           MOVE CURRENT-USERNAME TO TK-USERNAME
           MOVE WS-TICKET-CATEGORY TO TK-CATEGORY
           MOVE "O" TO TK-STATUS
           MOVE SPACES TO TK-ASSIGNEE
           MOVE FUNCTION CURRENT-DATE(1:14) TO TK-OPENED
           MOVE SPACES TO TK-FIRST-REPLY
           MOVE TK-OPENED TO TK-UPDATED
           MOVE WS-TICKET-TEXT TO TK-DESCRIPTION
           WRITE SUPPORT-TICKET-RECORD
           CLOSE SUPPORT-TICKETS-FILE

           MOVE CURRENT-USERNAME TO WS-AUDIT-USERNAME
           MOVE "TKTOPEN" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING WS-TICKET-NEXT-ID " " WS-TICKET-CATEGORY
               INTO WS-AUDIT-KEY
           END-STRING
           PERFORM WRITE-AUDIT-RECORD

           MOVE SPACES TO OUTPUT-RECORD
           STRING "Ticket #" WS-TICKET-NEXT-ID " opened. Support's replies will appear in your notifications."
               INTO OUTPUT-RECORD
           END-STRING
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           .

      *> THE USER'S OWN TICKETS, NEWEST LAST, EACH WITH ITS THREAD.
      *> A FOLLOW-UP CAN BE ADDED TO ONE STILL OPEN; A RESOLVED OR
      *> CLOSED TICKET STAYS SHUT AND THE USER OPENS A NEW ONE
       LIST-MY-SUPPORT-TICKETS.
           MOVE "--- My Support Tickets ---" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "U" TO WS-TICKET-VIEWER
           MOVE 0 TO WS-TICKET-LIST-COUNT
           MOVE "N" TO WS-TICKETS-EOF
           OPEN INPUT SUPPORT-TICKETS-FILE
           IF WS-TICKETS-STATUS NOT = "00"
               MOVE "Y" TO WS-TICKETS-EOF
           END-IF
           PERFORM UNTIL WS-TICKETS-EOF = "Y"
               READ SUPPORT-TICKETS-FILE INTO SUPPORT-TICKET-RECORD
                   AT END MOVE "Y" TO WS-TICKETS-EOF
                   NOT AT END
                       IF TK-USERNAME = CURRENT-USERNAME
                           ADD 1 TO WS-TICKET-LIST-COUNT
                           PERFORM SHOW-SUPPORT-TICKET
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TICKETS-STATUS NOT = "35"
               CLOSE SUPPORT-TICKETS-FILE
           END-IF
           IF WS-TICKET-LIST-COUNT = 0
               MOVE "You have not opened any support tickets." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter a ticket number to add a follow-up, or 0 to go back:" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE 0 TO WS-TICKET-PICK
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       MOVE FUNCTION NUMVAL(WS-TEMP-INPUT) TO WS-TICKET-PICK
               END-READ
           END-IF
           IF WS-TICKET-PICK = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TICKET-PICK TO WS-TICKET-PICK-ID
           PERFORM FIND-SUPPORT-TICKET
           IF WS-TICKET-FOUND = "N" OR WS-TICKET-OWNER NOT = CURRENT-USERNAME
               MOVE "You have no ticket with that number." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF
           IF WS-TICKET-CUR-STATUS NOT = "O" AND WS-TICKET-CUR-STATUS NOT = "A"
               MOVE "That ticket is no longer open - please open a new one." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE "Your follow-up (one line):" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-TICKET-TEXT
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TICKET-TEXT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF
           IF WS-TICKET-TEXT = SPACES OR WS-EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "U" TO WS-TICKET-NOTE-FROM
           PERFORM WRITE-TICKET-NOTE
           MOVE SPACE TO WS-TICKET-NEW-STATUS
           MOVE SPACES TO WS-TICKET-ASSIGNEE
           MOVE "N" TO WS-TICKET-MARK-REPLY
           PERFORM REWRITE-SUPPORT-TICKET

           MOVE CURRENT-USERNAME TO WS-AUDIT-USERNAME
           MOVE "TKTFOLLOWUP" TO WS-AUDIT-ACTION
           MOVE WS-TICKET-PICK-ID TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-RECORD

           MOVE "Follow-up added to your ticket." TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           .

      *> ONE TICKET FROM SUPPORT-TICKET-RECORD: HEADER, DESCRIPTION,
      *> THEN ITS NOTES IN THE ORDER THEY WERE WRITTEN
       SHOW-SUPPORT-TICKET.
           MOVE TK-CATEGORY TO WS-TICKET-CATEGORY
           PERFORM SET-TICKET-CATEGORY-NAME
           MOVE TK-STATUS TO WS-TICKET-CUR-STATUS
           PERFORM SET-TICKET-STATUS-NAME
           MOVE SPACES TO OUTPUT-RECORD
           IF WS-TICKET-VIEWER = "O"
               STRING WS-TICKET-LIST-COUNT ". #" TK-ID " ["
                   FUNCTION TRIM(WS-TICKET-CATEGORY-NAME) "] from "
                   FUNCTION TRIM(TK-USERNAME) ", opened "
                   TK-OPENED(1:4) "-" TK-OPENED(5:2) "-" TK-OPENED(7:2)
                   INTO OUTPUT-RECORD
               END-STRING
           ELSE
               STRING "#" TK-ID " [" FUNCTION TRIM(WS-TICKET-CATEGORY-NAME)
                   "] " FUNCTION TRIM(WS-TICKET-STATUS-NAME) ", opened "
                   TK-OPENED(1:4) "-" TK-OPENED(5:2) "-" TK-OPENED(7:2)
                   INTO OUTPUT-RECORD
               END-STRING
           END-IF
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF WS-TICKET-VIEWER = "O"
               MOVE SPACES TO OUTPUT-RECORD
               IF TK-ASSIGNEE = SPACES
                   STRING "   " FUNCTION TRIM(WS-TICKET-STATUS-NAME)
                       " - unassigned" INTO OUTPUT-RECORD
                   END-STRING
               ELSE
                   STRING "   " FUNCTION TRIM(WS-TICKET-STATUS-NAME)
                       " - assigned to " FUNCTION TRIM(TK-ASSIGNEE)
                       INTO OUTPUT-RECORD
                   END-STRING
               END-IF
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF
           MOVE SPACES TO OUTPUT-RECORD
           STRING "   " FUNCTION TRIM(TK-DESCRIPTION TRAILING)
               INTO OUTPUT-RECORD
           END-STRING
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE TK-ID TO WS-TICKET-PICK-ID
           PERFORM SHOW-TICKET-NOTES
           .

       SHOW-TICKET-NOTES.
           MOVE "N" TO WS-TICKET-NOTES-EOF
           OPEN INPUT TICKET-NOTES-FILE
           IF WS-TICKET-NOTES-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TICKET-NOTES-EOF = "Y"
               READ TICKET-NOTES-FILE INTO TICKET-NOTE-RECORD
                   AT END MOVE "Y" TO WS-TICKET-NOTES-EOF
                   NOT AT END
                       IF TN-TICKET-ID = WS-TICKET-PICK-ID
                           EVALUATE TRUE
                               WHEN TN-FROM = "U" AND WS-TICKET-VIEWER = "U"
                                   MOVE "You" TO WS-TICKET-NOTE-WHO
                               WHEN TN-FROM = "U"
                                   MOVE TN-AUTHOR TO WS-TICKET-NOTE-WHO
                               WHEN WS-TICKET-VIEWER = "U"
                                   MOVE "Support" TO WS-TICKET-NOTE-WHO
                               WHEN OTHER
                                   MOVE SPACES TO WS-TICKET-NOTE-WHO
                                   STRING "Support (" FUNCTION TRIM(TN-AUTHOR)
                                       ")" DELIMITED BY SIZE
                                       INTO WS-TICKET-NOTE-WHO
                                   END-STRING
                           END-EVALUATE
                           MOVE SPACES TO OUTPUT-RECORD
                           STRING "   " FUNCTION TRIM(WS-TICKET-NOTE-WHO) ", "
                               TN-TIMESTAMP(1:4) "-" TN-TIMESTAMP(5:2) "-"
                               TN-TIMESTAMP(7:2) ":"
                               DELIMITED BY SIZE INTO OUTPUT-RECORD
                           END-STRING
                           DISPLAY OUTPUT-RECORD
                           WRITE OUTPUT-RECORD
                           MOVE SPACES TO OUTPUT-RECORD
                           STRING "     " FUNCTION TRIM(TN-TEXT TRAILING)
                               INTO OUTPUT-RECORD
                           END-STRING
                           DISPLAY OUTPUT-RECORD
                           WRITE OUTPUT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TICKET-NOTES-FILE
           .

       SET-TICKET-CATEGORY-NAME.
           EVALUATE WS-TICKET-CATEGORY
               WHEN "A" MOVE "Account & login" TO WS-TICKET-CATEGORY-NAME
               WHEN "P" MOVE "Applications & offers" TO WS-TICKET-CATEGORY-NAME
               WHEN "J" MOVE "Job listings" TO WS-TICKET-CATEGORY-NAME
               WHEN "C" MOVE "Company / employer profile" TO WS-TICKET-CATEGORY-NAME
               WHEN OTHER MOVE "Something else" TO WS-TICKET-CATEGORY-NAME
           END-EVALUATE
           .

       SET-TICKET-STATUS-NAME.
           EVALUATE WS-TICKET-CUR-STATUS
               WHEN "O" MOVE "Open" TO WS-TICKET-STATUS-NAME
               WHEN "A" MOVE "In progress" TO WS-TICKET-STATUS-NAME
               WHEN "R" MOVE "Resolved" TO WS-TICKET-STATUS-NAME
               WHEN OTHER MOVE "Closed" TO WS-TICKET-STATUS-NAME
           END-EVALUATE
           .

      *> LOOKS UP WS-TICKET-PICK-ID; LEAVES WS-TICKET-FOUND AND THE
      *> TICKET'S OWNER, STATUS AND ASSIGNEE
       FIND-SUPPORT-TICKET.
           MOVE "N" TO WS-TICKET-FOUND
           MOVE SPACES TO WS-TICKET-OWNER
           MOVE "N" TO WS-TICKETS-EOF
           OPEN INPUT SUPPORT-TICKETS-FILE
           IF WS-TICKETS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TICKETS-EOF = "Y" OR WS-TICKET-FOUND = "Y"
               READ SUPPORT-TICKETS-FILE INTO SUPPORT-TICKET-RECORD
                   AT END MOVE "Y" TO WS-TICKETS-EOF
                   NOT AT END
                       IF TK-ID = WS-TICKET-PICK-ID
                           MOVE "Y" TO WS-TICKET-FOUND
                           MOVE TK-USERNAME TO WS-TICKET-OWNER
                           MOVE TK-STATUS TO WS-TICKET-CUR-STATUS
                           MOVE TK-ASSIGNEE TO WS-TICKET-CUR-ASSIGNEE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUPPORT-TICKETS-FILE
           .

      *> APPENDS WS-TICKET-TEXT TO THE THREAD OF WS-TICKET-PICK-ID
       WRITE-TICKET-NOTE.
           OPEN EXTEND TICKET-NOTES-FILE
           IF WS-TICKET-NOTES-STATUS NOT = "00"
               OPEN OUTPUT TICKET-NOTES-FILE
           END-IF
           MOVE WS-TICKET-PICK-ID TO TN-TICKET-ID
           MOVE FUNCTION CURRENT-DATE(1:14) TO TN-TIMESTAMP
           MOVE WS-TICKET-NOTE-FROM TO TN-FROM
           IF WS-TICKET-NOTE-FROM = "O"
               MOVE WS-OPERATOR-NAME TO TN-AUTHOR
           ELSE
               MOVE CURRENT-USERNAME TO TN-AUTHOR
           END-IF
           MOVE WS-TICKET-TEXT TO TN-TEXT
           WRITE TICKET-NOTE-RECORD
           CLOSE TICKET-NOTES-FILE
           .

      *> SAME TEMP-FILE REWRITE AS EVERY OTHER ROW CHANGE: COPY OUT,
      *> ALTERING THE ONE TICKET ON THE WAY, THEN COPY BACK
       REWRITE-SUPPORT-TICKET.
           OPEN INPUT SUPPORT-TICKETS-FILE
           IF WS-TICKETS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SUPPORT-TICKETS-TEMP-FILE
           MOVE "N" TO WS-TICKETS-EOF
           PERFORM UNTIL WS-TICKETS-EOF = "Y"
               READ SUPPORT-TICKETS-FILE INTO SUPPORT-TICKET-RECORD
                   AT END MOVE "Y" TO WS-TICKETS-EOF
                   NOT AT END
                       IF TK-ID = WS-TICKET-PICK-ID
                           IF WS-TICKET-NEW-STATUS NOT = SPACE
                               MOVE WS-TICKET-NEW-STATUS TO TK-STATUS
                           END-IF
                           IF WS-TICKET-ASSIGNEE NOT = SPACES
                               MOVE WS-TICKET-ASSIGNEE TO TK-ASSIGNEE
                           END-IF
                           IF WS-TICKET-MARK-REPLY = "Y"
                               AND TK-FIRST-REPLY = SPACES
                               MOVE FUNCTION CURRENT-DATE(1:14)
                                   TO TK-FIRST-REPLY
                           END-IF
                           MOVE FUNCTION CURRENT-DATE(1:14) TO TK-UPDATED
                       END-IF
                       MOVE SUPPORT-TICKET-RECORD
                           TO SUPPORT-TICKET-TEMP-RECORD
                       WRITE SUPPORT-TICKET-TEMP-RECORD
               END-READ
           END-PERFORM
           CLOSE SUPPORT-TICKETS-FILE
           CLOSE SUPPORT-TICKETS-TEMP-FILE

           OPEN OUTPUT SUPPORT-TICKETS-FILE
           OPEN INPUT SUPPORT-TICKETS-TEMP-FILE
           MOVE "N" TO WS-TICKETS-EOF
           PERFORM UNTIL WS-TICKETS-EOF = "Y"
               READ SUPPORT-TICKETS-TEMP-FILE INTO SUPPORT-TICKET-TEMP-RECORD
                   AT END MOVE "Y" TO WS-TICKETS-EOF
                   NOT AT END
                       MOVE SUPPORT-TICKET-TEMP-RECORD
                           TO SUPPORT-TICKET-RECORD
                       WRITE SUPPORT-TICKET-RECORD
               END-READ
           END-PERFORM
           CLOSE SUPPORT-TICKETS-FILE
           CLOSE SUPPORT-TICKETS-TEMP-FILE
           OPEN OUTPUT SUPPORT-TICKETS-TEMP-FILE
           CLOSE SUPPORT-TICKETS-TEMP-FILE
           .

      *> OPS QUEUE: EVERY TICKET NOT YET RESOLVED OR CLOSED, OLDEST
      *> FIRST. THE OPERATOR PICKS ONE, READS THE THREAD, AND ASSIGNS,
      *> REPLIES, RESOLVES OR CLOSES IT. THE USER HEARS ABOUT REPLIES
      *> AND THE OUTCOME THROUGH THEIR NOTIFICATIONS; EVERY STEP IS
      *> AUDITED UNDER THE OPERATOR'S NAME
       REVIEW-SUPPORT-TICKETS.
           MOVE "--- Support Tickets ---" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "O" TO WS-TICKET-VIEWER
           MOVE 0 TO WS-TICKET-LIST-COUNT
           MOVE "N" TO WS-TICKETS-EOF
           OPEN INPUT SUPPORT-TICKETS-FILE
           IF WS-TICKETS-STATUS NOT = "00"
               MOVE "Y" TO WS-TICKETS-EOF
           END-IF
           PERFORM UNTIL WS-TICKETS-EOF = "Y"
               READ SUPPORT-TICKETS-FILE INTO SUPPORT-TICKET-RECORD
                   AT END MOVE "Y" TO WS-TICKETS-EOF
                   NOT AT END
                       IF (TK-STATUS = "O" OR TK-STATUS = "A")
                           AND WS-TICKET-LIST-COUNT < 50
                           ADD 1 TO WS-TICKET-LIST-COUNT
                           MOVE TK-ID TO WS-TICKET-LIST-ID (WS-TICKET-LIST-COUNT)
                           PERFORM SHOW-SUPPORT-TICKET
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TICKETS-STATUS NOT = "35"
               CLOSE SUPPORT-TICKETS-FILE
           END-IF
           IF WS-TICKET-LIST-COUNT = 0
               MOVE "No open support tickets." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter the number of a ticket to work, or 0 to go back:" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE 0 TO WS-TICKET-PICK
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       MOVE FUNCTION NUMVAL(WS-TEMP-INPUT) TO WS-TICKET-PICK
               END-READ
           END-IF
           IF WS-TICKET-PICK = 0 OR WS-TICKET-PICK > WS-TICKET-LIST-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TICKET-LIST-ID (WS-TICKET-PICK) TO WS-TICKET-PICK-ID
           PERFORM FIND-SUPPORT-TICKET
           IF WS-TICKET-FOUND = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE "1. Assign  2. Reply  3. Resolve  4. Close  0. Back" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE 0 TO WS-TICKET-ACTION
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF WS-TEMP-INPUT(1:1) IS NUMERIC
                           MOVE WS-TEMP-INPUT(1:1) TO WS-TICKET-ACTION
                       END-IF
               END-READ
           END-IF
           EVALUATE WS-TICKET-ACTION
               WHEN 1 PERFORM ASSIGN-SUPPORT-TICKET
               WHEN 2 PERFORM REPLY-TO-SUPPORT-TICKET
               WHEN 3
                   MOVE "R" TO WS-TICKET-NEW-STATUS
                   PERFORM FINISH-SUPPORT-TICKET
               WHEN 4
                   MOVE "C" TO WS-TICKET-NEW-STATUS
                   PERFORM FINISH-SUPPORT-TICKET
               WHEN OTHER CONTINUE
           END-EVALUATE
           .

      *> BLANK MEANS "ME"; ANY OTHER NAME MUST BE ON operators.doc
       ASSIGN-SUPPORT-TICKET.
           MOVE "Assign to which operator? (blank = yourself):" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-TICKET-ASSIGNEE
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TICKET-ASSIGNEE
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF
           IF WS-EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-TICKET-ASSIGNEE = SPACES
               MOVE WS-OPERATOR-NAME TO WS-TICKET-ASSIGNEE
           END-IF
           IF WS-TICKET-ASSIGNEE NOT = WS-OPERATOR-NAME
               MOVE "N" TO WS-TICKET-FOUND
               MOVE "N" TO WS-OPERATORS-EOF
               OPEN INPUT OPERATORS-FILE
               IF WS-OPERATORS-STATUS NOT = "00"
                   MOVE "Y" TO WS-OPERATORS-EOF
               END-IF
               PERFORM UNTIL WS-OPERATORS-EOF = "Y" OR WS-TICKET-FOUND = "Y"
                   READ OPERATORS-FILE INTO OPERATOR-RECORD
                       AT END MOVE "Y" TO WS-OPERATORS-EOF
                       NOT AT END
                           IF OP-NAME = WS-TICKET-ASSIGNEE
                               MOVE "Y" TO WS-TICKET-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-OPERATORS-STATUS NOT = "35"
                   CLOSE OPERATORS-FILE
               END-IF
               IF WS-TICKET-FOUND = "N"
                   MOVE "No operator by that name - ticket not assigned." TO OUTPUT-RECORD
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE "A" TO WS-TICKET-NEW-STATUS
           MOVE "N" TO WS-TICKET-MARK-REPLY
           PERFORM REWRITE-SUPPORT-TICKET

           MOVE WS-OPERATOR-NAME TO WS-AUDIT-USERNAME
           MOVE "TKTASSIGN" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING WS-TICKET-PICK-ID " " WS-TICKET-ASSIGNEE
               DELIMITED BY SIZE INTO WS-AUDIT-KEY
           END-STRING
           PERFORM WRITE-AUDIT-RECORD

           MOVE SPACES TO OUTPUT-RECORD
           STRING "Ticket #" WS-TICKET-PICK-ID " assigned to "
               FUNCTION TRIM(WS-TICKET-ASSIGNEE) "."
               INTO OUTPUT-RECORD
           END-STRING
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           .

      *> A REPLY ON AN UNASSIGNED TICKET TAKES IT: WHOEVER ANSWERS
      *> OWNS IT FROM THEN ON
       REPLY-TO-SUPPORT-TICKET.
           MOVE "Reply to the user (one line):" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-TICKET-TEXT
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TICKET-TEXT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF
           IF WS-TICKET-TEXT = SPACES OR WS-EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "O" TO WS-TICKET-NOTE-FROM
           PERFORM WRITE-TICKET-NOTE
           MOVE "A" TO WS-TICKET-NEW-STATUS
           MOVE SPACES TO WS-TICKET-ASSIGNEE
           IF WS-TICKET-CUR-ASSIGNEE = SPACES
               MOVE WS-OPERATOR-NAME TO WS-TICKET-ASSIGNEE
           END-IF
           MOVE "Y" TO WS-TICKET-MARK-REPLY
           PERFORM REWRITE-SUPPORT-TICKET

           MOVE WS-TICKET-OWNER TO WS-NOTIFY-USERNAME
           MOVE SPACES TO WS-NOTIFY-TEXT
           STRING "Support replied on ticket #" WS-TICKET-PICK-ID ": "
               FUNCTION TRIM(WS-TICKET-TEXT TRAILING)
               DELIMITED BY SIZE INTO WS-NOTIFY-TEXT
           END-STRING
           PERFORM WRITE-NOTIFICATION-RECORD

           MOVE WS-OPERATOR-NAME TO WS-AUDIT-USERNAME
           MOVE "TKTREPLY" TO WS-AUDIT-ACTION
           MOVE WS-TICKET-PICK-ID TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-RECORD

           MOVE "Reply sent." TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           .

      *> RESOLVE ("R") OR CLOSE ("C") PER WS-TICKET-NEW-STATUS, WITH AN
      *> OPTIONAL CLOSING NOTE. ENDING A TICKET COUNTS AS ANSWERING IT
       FINISH-SUPPORT-TICKET.
           MOVE "Closing note for the user (one line, blank for none):" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-TICKET-TEXT
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TICKET-TEXT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF
           IF WS-EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-TICKET-TEXT NOT = SPACES
               MOVE "O" TO WS-TICKET-NOTE-FROM
               PERFORM WRITE-TICKET-NOTE
           END-IF
           MOVE SPACES TO WS-TICKET-ASSIGNEE
           IF WS-TICKET-CUR-ASSIGNEE = SPACES
               MOVE WS-OPERATOR-NAME TO WS-TICKET-ASSIGNEE
           END-IF
           MOVE "Y" TO WS-TICKET-MARK-REPLY
           PERFORM REWRITE-SUPPORT-TICKET

           MOVE WS-TICKET-OWNER TO WS-NOTIFY-USERNAME
           MOVE SPACES TO WS-NOTIFY-TEXT
           IF WS-TICKET-NEW-STATUS = "R"
               STRING "Your support ticket #" WS-TICKET-PICK-ID
                   " has been resolved. " FUNCTION TRIM(WS-TICKET-TEXT TRAILING)
                   DELIMITED BY SIZE INTO WS-NOTIFY-TEXT
               END-STRING
               MOVE "TKTRESOLVE" TO WS-AUDIT-ACTION
           ELSE
               STRING "Your support ticket #" WS-TICKET-PICK-ID
                   " has been closed. " FUNCTION TRIM(WS-TICKET-TEXT TRAILING)
                   DELIMITED BY SIZE INTO WS-NOTIFY-TEXT
               END-STRING
               MOVE "TKTCLOSE" TO WS-AUDIT-ACTION
           END-IF
           PERFORM WRITE-NOTIFICATION-RECORD

           MOVE WS-OPERATOR-NAME TO WS-AUDIT-USERNAME
           MOVE WS-TICKET-PICK-ID TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-RECORD

           IF WS-TICKET-NEW-STATUS = "R"
               MOVE "Ticket resolved." TO OUTPUT-RECORD
           ELSE
               MOVE "Ticket closed." TO OUTPUT-RECORD
           END-IF
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           .

           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-UNLOCK-USERNAME
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF

           MOVE SPACES TO WS-ANNOUNCE-TEXT
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-ANNOUNCE-TEXT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF


           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-AUDIT-SEARCH-KEY
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF

                       MOVE 0 TO WS-AUDIT-SEARCH-TALLY
                       INSPECT AU-KEY TALLYING WS-AUDIT-SEARCH-TALLY
                           FOR ALL FUNCTION TRIM(WS-AUDIT-SEARCH-KEY)
      *> DAY SEALS AND REDACTION ENTRIES ARE THE CHAIN'S OWN ROWS
                       IF (AU-USERNAME = WS-AUDIT-SEARCH-KEY(1:20)
                           OR WS-AUDIT-SEARCH-TALLY > 0)
                           AND AU-SEAL-TYPE NOT = "S"
                           AND AU-SEAL-TYPE NOT = "X"
                           ADD 1 TO WS-AUDIT-MATCH-COUNT
                           MOVE SPACES TO OUTPUT-RECORD
                           STRING AU-TIMESTAMP " "

           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       MOVE WS-TEMP-INPUT(1:1) TO WS-MSG-CHOICE
                       EVALUATE WS-MSG-CHOICE
                           WHEN 1

           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-MSG-RECIPIENT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF

               EXIT PARAGRAPH
           END-IF

      *> AN EMPLOYER WHOSE COMPANY IS ON HOLD CANNOT USE THE
      *> APPLICATION CHANNEL TO REACH APPLICANTS
           IF WS-MSG-JOB-ID NOT = 0
               PERFORM CHECK-EMPLOYER-ON-HOLD
               IF WS-HOLD-FROZEN = "Y"
                   MOVE "Your company's account is on hold - messaging applicants is unavailable for now." TO OUTPUT-RECORD
                   DISPLAY OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE "Enter your message (max 200 chars):" TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-MSG-CONTENT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF

               EXIT PARAGRAPH
           END-IF

      *> PROHIBITED-CONTENT SCREEN BEFORE ANYTHING IS STORED
           MOVE WS-MSG-CONTENT TO WS-SCREEN-TEXT
           MOVE "MESSAGE" TO WS-SCREEN-SOURCE
           MOVE WS-MSG-RECIPIENT TO WS-SCREEN-KEY
           PERFORM SCREEN-CONTENT
           IF WS-SCREEN-RESULT = "H"
               PERFORM REPORT-CONTENT-BLOCKED
               EXIT PARAGRAPH
           END-IF

      *> Generate timestamp from CURRENT-DATE (format: YYYYMMDDHHMMSS)
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP

           MOVE WS-MSG-RECIPIENT TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-RECORD

           IF WS-SCREEN-RESULT = "L"
               PERFORM QUEUE-CONTENT-FOR-REVIEW
           END-IF

      *> Display success message
           MOVE SPACES TO WS-MESSAGE
           STRING "Message sent to " DELIMITED BY SIZE
           MOVE 0 TO WS-CONV-CHOICE
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       MOVE FUNCTION NUMVAL(WS-TEMP-INPUT) TO WS-CONV-CHOICE
               END-READ
           END-IF
               WRITE OUTPUT-RECORD
               IF WS-EOF-FLAG NOT = "Y"
                   READ INPUT-FILE INTO WS-TEMP-INPUT
                       AT END PERFORM NOTE-END-OF-INPUT
                       NOT AT END
                           PERFORM COUNT-INPUT-LINE
                           IF FUNCTION NUMVAL(WS-TEMP-INPUT) > 0
                               MOVE FUNCTION NUMVAL(WS-TEMP-INPUT)
                                   TO WS-TARGET-JOB-ID
           MOVE SPACES TO WS-MSG-CONTENT
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-MSG-CONTENT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF

                   WRITE OUTPUT-RECORD
                   EXIT PARAGRAPH
               END-IF
      *> SAME COMPANY-HOLD RULE AS SEND-MESSAGE
               IF WS-MSG-JOB-ID NOT = 0
                   PERFORM CHECK-EMPLOYER-ON-HOLD
                   IF WS-HOLD-FROZEN = "Y"
                       MOVE "Your company's account is on hold - messaging applicants is unavailable for now." TO OUTPUT-RECORD
                       DISPLAY OUTPUT-RECORD
                       WRITE OUTPUT-RECORD
                       EXIT PARAGRAPH
                   END-IF
               END-IF
      *> SAME PROHIBITED-CONTENT SCREEN AS SEND-MESSAGE
               MOVE WS-MSG-CONTENT TO WS-SCREEN-TEXT
               MOVE "MESSAGE" TO WS-SCREEN-SOURCE
               MOVE WS-CONV-COUNTERPART TO WS-SCREEN-KEY
               PERFORM SCREEN-CONTENT
               IF WS-SCREEN-RESULT = "H"
                   PERFORM REPORT-CONTENT-BLOCKED
                   EXIT PARAGRAPH
               END-IF
               OPEN I-O MESSAGES-FILE
               IF WS-MESSAGES-STATUS NOT = "00"
                   OPEN OUTPUT MESSAGES-FILE
               MOVE WS-CONV-COUNTERPART TO WS-AUDIT-KEY
               PERFORM WRITE-AUDIT-RECORD

               IF WS-SCREEN-RESULT = "L"
                   PERFORM QUEUE-CONTENT-FOR-REVIEW
               END-IF

               MOVE "Reply sent." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
      *> CONNECTIONS
           MOVE "--- Connections ---" TO USERDATA-RECORD
           WRITE USERDATA-RECORD
      *> EVERY PAIR, NOT JUST THE FIRST 200 THE DEGREE TABLES HOLD --
      *> THE RUN UNDER CN-USER-ONE, THEN THE CN-USER-TWO RUN
           MOVE "N" TO WS-CONNECTIONS-EOF
           OPEN INPUT CONNECTIONS-FILE
           IF WS-CONNECTION-STATUS NOT = "00"
               MOVE "Y" TO WS-CONNECTIONS-EOF
           ELSE
               MOVE CURRENT-USERNAME TO CN-USER-ONE
               MOVE LOW-VALUES TO CN-USER-TWO
               START CONNECTIONS-FILE KEY >= CN-KEY
                   INVALID KEY MOVE "Y" TO WS-CONNECTIONS-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-CONNECTIONS-EOF = "Y"
               READ CONNECTIONS-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-CONNECTIONS-EOF
                   NOT AT END
                       IF CN-USER-ONE NOT = CURRENT-USERNAME
                           MOVE "Y" TO WS-CONNECTIONS-EOF
                       ELSE
                           MOVE SPACES TO USERDATA-RECORD
                           STRING "Connected with: "
                               FUNCTION TRIM(CN-USER-TWO TRAILING)
                               INTO USERDATA-RECORD
                           WRITE USERDATA-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CONNECTION-STATUS NOT = "35"
               MOVE "N" TO WS-CONNECTIONS-EOF
               MOVE CURRENT-USERNAME TO CN-USER-TWO
               START CONNECTIONS-FILE KEY = CN-USER-TWO
                   INVALID KEY MOVE "Y" TO WS-CONNECTIONS-EOF
               END-START
               PERFORM UNTIL WS-CONNECTIONS-EOF = "Y"
                   READ CONNECTIONS-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-CONNECTIONS-EOF
                       NOT AT END
                           IF CN-USER-TWO NOT = CURRENT-USERNAME
                               MOVE "Y" TO WS-CONNECTIONS-EOF
                           ELSE
                               MOVE SPACES TO USERDATA-RECORD
                               STRING "Connected with: "
                                   FUNCTION TRIM(CN-USER-ONE TRAILING)
                                   INTO USERDATA-RECORD
                               WRITE USERDATA-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONNECTIONS-FILE
           END-IF

           WRITE USERDATA-RECORD
           MOVE "N" TO WS-APPLICATIONS-EOF
           OPEN INPUT APPLICATIONS-FILE
           MOVE CURRENT-USERNAME TO APP-USERNAME
           MOVE 0 TO APP-JOB-ID
           START APPLICATIONS-FILE KEY >= APP-KEY
               INVALID KEY MOVE "Y" TO WS-APPLICATIONS-EOF
           END-START
           PERFORM UNTIL WS-APPLICATIONS-EOF = "Y"
               READ APPLICATIONS-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-APPLICATIONS-EOF
                   NOT AT END
                       IF APP-USERNAME NOT = CURRENT-USERNAME
                           MOVE "Y" TO WS-APPLICATIONS-EOF
                       END-IF
                       IF APP-USERNAME = CURRENT-USERNAME
                           MOVE SPACES TO USERDATA-RECORD
                           STRING "Job " APP-JOB-ID " - status "
           WRITE OUTPUT-RECORD
           .

      *> WRITES calendar-<username>.ics THROUGH THE SAME PER-USER OUTPUT
      *> FILE DOWNLOAD-MY-DATA USES: CONFIRMED INTERVIEWS AND RSVPED
      *> EVENTS (FOR AN EMPLOYER, THEIR INTERVIEW DAY AND THEIR OWN
      *> EVENTS) AS A STANDARD iCALENDAR FILE ANY CALENDAR APP IMPORTS
       EXPORT-MY-CALENDAR.
           MOVE CURRENT-USERNAME TO WS-CAL-USERNAME
           IF WS-ACCOUNT-TYPE = "E"
               MOVE "Y" TO WS-CAL-EMPLOYER
           ELSE
               MOVE "N" TO WS-CAL-EMPLOYER
           END-IF
           PERFORM COLLECT-CALENDAR-ENTRIES

           MOVE SPACES TO WS-USERDATA-FILE-NAME
           STRING "calendar-"
               FUNCTION TRIM(CURRENT-USERNAME TRAILING) ".ics"
               INTO WS-USERDATA-FILE-NAME
           END-STRING
           OPEN OUTPUT USERDATA-FILE
           IF WS-USERDATA-STATUS NOT = "00"
               MOVE "Could not create the calendar file." TO OUTPUT-RECORD
               DISPLAY OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-CALENDAR-ENTRIES
           CLOSE USERDATA-FILE

           MOVE SPACES TO OUTPUT-RECORD
           STRING "Your calendar (" WS-CAL-COUNT " entries) has been written to "
               FUNCTION TRIM(WS-USERDATA-FILE-NAME TRAILING)
               INTO OUTPUT-RECORD
           END-STRING
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           .

       WRITE-CALENDAR-RECORD.
           MOVE WS-CAL-OUT TO USERDATA-RECORD
           WRITE USERDATA-RECORD
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

      *> ADD OR REMOVE BLOCKS WITHOUT THE OTHER PARTY EVER BEING TOLD.
      *> THE LIST ONLY EVER SHOWS ITS OWNER'S OWN ENTRIES
       MANAGE-BLOCKED-USERS.
           MOVE 9 TO WS-BLOCK-CHOICE
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       MOVE WS-TEMP-INPUT(1:1) TO WS-BLOCK-CHOICE
               END-READ
           END-IF
           MOVE SPACES TO WS-BLOCK-TARGET
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-BLOCK-TARGET
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF
           IF WS-BLOCK-TARGET = SPACES OR WS-EOF-FLAG = "Y"
           MOVE 9 TO WS-EVENT-CHOICE
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       MOVE WS-TEMP-INPUT(1:1) TO WS-EVENT-CHOICE
               END-READ
           END-IF
           MOVE 0 TO WS-EVENT-PICK-ID
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       MOVE FUNCTION NUMVAL(WS-TEMP-INPUT)
                           TO WS-EVENT-PICK-ID
               END-READ
           WRITE EVENT-RSVP-RECORD
           CLOSE EVENT-RSVPS-FILE

      *> EVENT-RECORD STILL HOLDS THE EVENT FOUND ABOVE
           MOVE "R" TO WS-FEED-TYPE
           MOVE SPACES TO WS-FEED-TEXT
           STRING "Is attending " FUNCTION TRIM(EV-TITLE TRAILING) "."
               INTO WS-FEED-TEXT
           END-STRING
           PERFORM WRITE-FEED-EVENT

           MOVE "RSVP recorded. The event will appear in your login summary." TO OUTPUT-RECORD
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO EV-TITLE
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO EV-TITLE
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF
           IF WS-EOF-FLAG = "Y" OR EV-TITLE = SPACES
           MOVE SPACES TO EV-DESC
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO EV-DESC
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF

           MOVE SPACES TO EV-LOCATION
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO EV-LOCATION
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END PERFORM COUNT-INPUT-LINE
               END-READ
           END-IF

           MOVE 0 TO EV-DATE
           IF WS-EOF-FLAG NOT = "Y"
               READ INPUT-FILE INTO WS-TEMP-INPUT
                   AT END PERFORM NOTE-END-OF-INPUT
                   NOT AT END
                       PERFORM COUNT-INPUT-LINE
                       IF WS-TEMP-INPUT(1:8) IS NUMERIC
                           MOVE WS-TEMP-INPUT(1:8) TO EV-DATE
                       END-IF
           END-IF
           PERFORM UNTIL WS-APPLICATIONS-EOF = "Y"
                   OR WS-APP-CHANNEL-FLAG = "Y"
               READ APPLICATIONS-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-APPLICATIONS-EOF
                   NOT AT END
                       IF APP-STATUS NOT = "R" AND APP-STATUS NOT = "H"
           IF WS-APPLICATIONS-STATUS NOT = "00"
               MOVE "Y" TO WS-APPLICATIONS-EOF
           END-IF
           IF WS-APPLICATIONS-EOF = "N"
               MOVE CURRENT-USERNAME TO APP-USERNAME
               MOVE IN-JOB-ID TO APP-JOB-ID
               READ APPLICATIONS-FILE KEY IS APP-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO WS-INVITE-APPLIED
               END-READ
           END-IF
           IF WS-APPLICATIONS-STATUS NOT = "35"
               CLOSE APPLICATIONS-FILE
           END-IF
           .

       CHECK-IF-CONNECTED.
           MOVE CURRENT-USERNAME TO WS-PAIR-USER-ONE
           MOVE WS-MSG-RECIPIENT TO WS-PAIR-USER-TWO
           PERFORM CHECK-PAIR-CONNECTED
           MOVE WS-PAIR-CONNECTED TO WS-CONNECTED-FLAG
           .

      *> IS THERE A PAIR BETWEEN WS-PAIR-USER-ONE AND WS-PAIR-USER-TWO?
      *> IT IS FILED IN WHICHEVER ORDER THE ACCEPT WROTE IT, SO ONE
      *> KEYED READ EACH WAY ROUND
       CHECK-PAIR-CONNECTED.
           MOVE "N" TO WS-PAIR-CONNECTED
           OPEN INPUT CONNECTIONS-FILE
           IF WS-CONNECTION-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PAIR-USER-ONE TO CN-USER-ONE
           MOVE WS-PAIR-USER-TWO TO CN-USER-TWO
           READ CONNECTIONS-FILE KEY IS CN-KEY
               INVALID KEY
                   MOVE WS-PAIR-USER-TWO TO CN-USER-ONE
                   MOVE WS-PAIR-USER-ONE TO CN-USER-TWO
                   READ CONNECTIONS-FILE KEY IS CN-KEY
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE "Y" TO WS-PAIR-CONNECTED
                   END-READ
               NOT INVALID KEY MOVE "Y" TO WS-PAIR-CONNECTED
           END-READ
           CLOSE CONNECTIONS-FILE
           .

           OPEN INPUT CONNECTION-REQUESTS-FILE
           IF WS-CONN-REQ-STATUS NOT = "00"
               MOVE "Y" TO WS-PENDING-EOF
           ELSE
      *> THE SENDER'S OWN REQUESTS ARE ONE RUN OF THE PRIME KEY
               MOVE CURRENT-USERNAME TO CR-SENDER
               MOVE LOW-VALUES TO CR-RECEIVER
               START CONNECTION-REQUESTS-FILE KEY >= CR-KEY
                   INVALID KEY MOVE "Y" TO WS-PENDING-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-PENDING-EOF = "Y"
               READ CONNECTION-REQUESTS-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-PENDING-EOF
                   NOT AT END
                       IF CR-SENDER NOT = CURRENT-USERNAME
                           MOVE "Y" TO WS-PENDING-EOF
                       ELSE
                           IF CR-TIMESTAMP(1:8)
                               = FUNCTION CURRENT-DATE(1:8)
                               ADD 1 TO WS-TODAYS-SENT-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           WRITE OUTPUT-RECORD
           .

      *> PROHIBITED-CONTENT SCREEN SHARED BY POST-A-JOB, SEND-MESSAGE
      *> (AND THE CONVERSATION REPLY), GROUP BOARD POSTS AND COMPANY
      *> REVIEWS. EVERY PHRASE IN content_rules.doc IS TRIED AGAINST
      *> WS-SCREEN-TEXT; A HIGH-SEVERITY MATCH ENDS THE SEARCH, A LOW
      *> ONE IS KEPT UNLESS A HIGH ONE TURNS UP LATER. BOTH SIDES ARE
      *> UPPER-CASED WITH PUNCTUATION BLANKED AND A SPACE EACH SIDE,
      *> SO A PHRASE ONLY EVER MATCHES WHOLE WORDS ("ASS" MUST NOT
      *> CATCH "CLASS"). NO RULES FILE MEANS NOTHING IS SCREENED
       SCREEN-CONTENT.
           MOVE SPACE TO WS-SCREEN-RESULT
           MOVE 0 TO WS-SCREEN-RULE-ID
           MOVE SPACES TO WS-SCREEN-PHRASE
           IF WS-SCREEN-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SCREEN-UPPER
           MOVE FUNCTION UPPER-CASE(WS-SCREEN-TEXT)
               TO WS-SCREEN-UPPER(2:200)
           INSPECT WS-SCREEN-UPPER
               CONVERTING ".,;:!?()/'-*&" TO "             "

           MOVE "N" TO WS-RULES-EOF
           OPEN INPUT CONTENT-RULES-FILE
           IF WS-RULES-STATUS NOT = "00"
               MOVE "Y" TO WS-RULES-EOF
           END-IF
           PERFORM UNTIL WS-RULES-EOF = "Y" OR WS-SCREEN-RESULT = "H"
               READ CONTENT-RULES-FILE INTO CONTENT-RULE-RECORD
                   AT END MOVE "Y" TO WS-RULES-EOF
                   NOT AT END
                       IF CR-PHRASE NOT = SPACES
                           AND (CR-SEVERITY = "H"
                               OR (CR-SEVERITY = "L"
                                   AND WS-SCREEN-RESULT = SPACE))
                           PERFORM MATCH-CONTENT-RULE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RULES-STATUS NOT = "35"
               CLOSE CONTENT-RULES-FILE
           END-IF
           .

       MATCH-CONTENT-RULE.
           MOVE SPACES TO WS-SCREEN-PHRASE-UPPER
           MOVE FUNCTION UPPER-CASE(CR-PHRASE)
               TO WS-SCREEN-PHRASE-UPPER(2:40)
           INSPECT WS-SCREEN-PHRASE-UPPER
               CONVERTING ".,;:!?()/'-*&" TO "             "
           IF WS-SCREEN-PHRASE-UPPER = SPACES
               EXIT PARAGRAPH
           END-IF
      *> LEADING SPACE, THE PHRASE, ONE TRAILING SPACE
           COMPUTE WS-SCREEN-PHRASE-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(WS-SCREEN-PHRASE-UPPER TRAILING)) + 1
           MOVE 0 TO WS-SCREEN-TALLY
           INSPECT WS-SCREEN-UPPER TALLYING WS-SCREEN-TALLY
               FOR ALL WS-SCREEN-PHRASE-UPPER(1:WS-SCREEN-PHRASE-LEN)
           IF WS-SCREEN-TALLY > 0
               MOVE CR-SEVERITY TO WS-SCREEN-RESULT
               MOVE CR-RULE-ID TO WS-SCREEN-RULE-ID
               MOVE CR-PHRASE TO WS-SCREEN-PHRASE
           END-IF
           .

      *> ONE ROW IN content_hits.doc FOR THE MATCH SCREEN-CONTENT JUST
      *> MADE -- BLOCKED FOR "H", QUEUED FOR "L"
       LOG-CONTENT-HIT.
           OPEN EXTEND CONTENT-HITS-FILE
           IF WS-HITS-STATUS NOT = "00"
               OPEN OUTPUT CONTENT-HITS-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO CH-TIMESTAMP
           MOVE WS-SCREEN-RULE-ID TO CH-RULE-ID
           MOVE WS-SCREEN-RESULT TO CH-SEVERITY
           MOVE CURRENT-USERNAME TO CH-USERNAME
           MOVE WS-SCREEN-SOURCE TO CH-SOURCE
           MOVE WS-SCREEN-KEY TO CH-KEY
           IF WS-SCREEN-RESULT = "H"
               MOVE "B" TO CH-ACTION
           ELSE
               MOVE "Q" TO CH-ACTION
           END-IF
           WRITE CONTENT-HIT-RECORD
           CLOSE CONTENT-HITS-FILE
           .

      *> HIGH SEVERITY: NOTHING WAS WRITTEN, AND THE USER IS TOLD WHICH
      *> PHRASE STOPPED IT SO THEY CAN REWORD RATHER THAN GUESS
       REPORT-CONTENT-BLOCKED.
           PERFORM LOG-CONTENT-HIT
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Not saved: the text contains """
               FUNCTION TRIM(WS-SCREEN-PHRASE TRAILING)
               """, which is not allowed on InCollege."
               INTO OUTPUT-RECORD
           END-STRING
           DISPLAY OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           .

      *> LOW SEVERITY ON A MESSAGE, GROUP POST OR REVIEW: THE WRITE
      *> STANDS, AND THE TEXT GOES INTO THE ABUSE-REPORT QUEUE WITH THE
      *> RULE AS THE "REPORTER" AND THE AUTHOR AS THE OFFENDER, SO THE
      *> EXISTING DISMISS / QUEUE-SUSPENSION DECISIONS APPLY
       QUEUE-CONTENT-FOR-REVIEW.
           PERFORM LOG-CONTENT-HIT
           OPEN EXTEND ABUSE-REPORTS-FILE
           IF WS-ABUSE-STATUS NOT = "00"
               OPEN OUTPUT ABUSE-REPORTS-FILE
           END-IF
           MOVE SPACES TO AB-REPORTER
           STRING "content rule " WS-SCREEN-RULE-ID INTO AB-REPORTER
           END-STRING
           MOVE CURRENT-USERNAME TO AB-OFFENDER
           MOVE SPACES TO AB-TEXT
           STRING FUNCTION TRIM(WS-SCREEN-SOURCE TRAILING) ": "
               WS-SCREEN-TEXT DELIMITED BY SIZE INTO AB-TEXT
           END-STRING
           MOVE FUNCTION CURRENT-DATE(1:14) TO AB-TIMESTAMP
           WRITE ABUSE-REPORT-RECORD
           CLOSE ABUSE-REPORTS-FILE
           .

       CLEANUP.
           CLOSE INPUT-FILE
           CLOSE OUTPUT-FILE
           CLOSE PROFILE-FILE
           CLOSE JOBS-FILE
           CLOSE CONNECTION-REQUESTS-FILE 
           CLOSE CONNECTIONS-FILE 
      *> === EPIC 8 CLEANUP ===
           CLOSE MESSAGES-FILE
           IF WS-DRY-RUN = "Y"
               PERFORM FINISH-DRY-RUN
           END-IF
       .
