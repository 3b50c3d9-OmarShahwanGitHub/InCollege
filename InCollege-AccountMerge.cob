      *> === INCOLLEGE DUPLICATE ACCOUNT MERGE JOB ===
      *> Folds a retiring account into a surviving one for people who
      *> registered twice (an old personal username and a new school
      *> one, say). CHECK-USERNAME-TAKEN stops exact duplicates only,
      *> so ops collects the pairs by hand in merge_requests.doc, one
      *> per line: retiring username (columns 1-20), surviving
      *> username (21-40).
      *>
      *> For each pair every per-user file the interactive program's
      *> REMOVE-USER-FROM-* paragraphs clean up on account deletion is
      *> re-keyed from the retiring name to the surviving one:
      *>   - rows that would duplicate one the survivor already has
      *>     (same connection either way round, same endorsement, same
      *>     application, one-per-user answers, ...) are dropped, the
      *>     survivor's copy winning;
      *>   - rows that would pair the survivor with itself (connected
      *>     to yourself, endorsing yourself, ...) are dropped;
      *>   - password history and terms consent are not carried over --
      *>     the survivor keeps its own password and its own consent;
      *>   - nor are profile scores or the digest's calendar
      *>     fingerprint -- the nightly steps rebuild both for the
      *>     survivor;
      *>   - recruiter seats follow the user, a seat the survivor
      *>     already has at the same company winning;
      *>   - the retiring account row goes; its profile moves across
      *>     only when the survivor has none, otherwise it is dropped;
      *>   - messages are re-addressed in place;
      *>   - applications are re-keyed by delete-and-add, the username
      *>     being part of the indexed file's prime key;
      *>   - connections and connection requests likewise, both
      *>     usernames making up the prime key;
      *>   - app_history.doc follows applications.doc so the status
      *>     trail stays with the application.
      *> Every change is journaled to journal.doc BEFORE it is applied
      *> so InCollege-Recover.cob can roll it forward after a restore:
      *> ACCOUNTS/PROFILES/MESSAGES/APPLICATIONS/CONNECTIONS/CONNREQ
      *> rows in the usual vocabulary, and
      *> one "REKEY" entry per sequential file carrying the same file
      *> spec this job used. merge.rpt shows the before/after record
      *> counts for every file touched. Run it with the interactive
      *> system down, like Reorg.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCOLLEGE-ACCOUNT-MERGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERGE-REQUEST-FILE ASSIGN TO "merge_requests.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT ACCOUNTS-FILE ASSIGN TO "accounts.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNTS-STATUS.
           SELECT ACCOUNTS-TEMP-FILE ASSIGN TO "accounts.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNTS-TEMP-STATUS.
           SELECT PROFILE-FILE ASSIGN TO "profiles.doc"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRR-USERNAME
               FILE STATUS IS WS-PROFILE-STATUS.
           SELECT MESSAGES-FILE ASSIGN TO "messages.doc"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSR-ID
               ALTERNATE RECORD KEY IS MSR-RECIPIENT WITH DUPLICATES
               ALTERNATE RECORD KEY IS MSR-SENDER WITH DUPLICATES
               FILE STATUS IS WS-MESSAGES-STATUS.
           SELECT APPLICATIONS-FILE ASSIGN TO "applications.doc"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APR-KEY
               ALTERNATE RECORD KEY IS APR-JOB-ID WITH DUPLICATES
               FILE STATUS IS WS-APPLICATIONS-STATUS.
           SELECT CONNECTIONS-FILE ASSIGN TO "connections.doc"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNR-KEY
               ALTERNATE RECORD KEY IS CNR-USER-TWO WITH DUPLICATES
               FILE STATUS IS WS-CONNECTIONS-STATUS.
           SELECT CONN-REQ-FILE ASSIGN TO "connection_requests.doc"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRR-KEY
               ALTERNATE RECORD KEY IS CRR-RECEIVER WITH DUPLICATES
               FILE STATUS IS WS-CONN-REQ-STATUS.
      *> GENERIC PAIR FOR THE SEQUENTIAL PER-USER FILES -- THE NAME IS
      *> SET FROM WS-REKEY-FILE-TABLE BEFORE EACH PASS
           SELECT DATA-FILE ASSIGN TO WS-DATA-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.
           SELECT DATA-TEMP-FILE ASSIGN TO "merge_work.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-TEMP-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "journal.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
      *> RUNNING CHECK-VALUE STATE FOR THE audit.doc AND journal.doc
      *> CHAINS -- SEE CHAIN-AUDIT-ROW
           SELECT SEAL-STATE-FILE ASSIGN TO "seal_state.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEAL-STATE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "merge.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MERGE-REQUEST-FILE.
       01 MERGE-REQUEST-RECORD.
           05 MR-RETIRING  PIC X(20).
           05 MR-SURVIVING PIC X(20).

       FD ACCOUNTS-FILE.
       01 ACCOUNT-RECORD.
           05 ACCOUNT-USERNAME        PIC X(20).
           05 ACCOUNT-PASSWORD        PIC X(12).
           05 ACCOUNT-SECURITY-ANSWER PIC X(12).
           05 ACCOUNT-TYPE            PIC X(01).
           05 ACCOUNT-STATUS          PIC X(01).

       FD ACCOUNTS-TEMP-FILE.
       01 ACCOUNT-TEMP-RECORD PIC X(46).

      *> FLAT IMAGES, AS IN InCollege-Recover.cob -- ONLY THE KEYS
      *> MATTER HERE
       FD  PROFILE-FILE.
       01  PROFILE-IMAGE-RECORD.
           05  PRR-USERNAME PIC X(20).
           05  PRR-REST     PIC X(3062).

       FD APPLICATIONS-FILE.
       01 APPLICATION-IMAGE-RECORD.
           05 APR-KEY.
               10 APR-USERNAME PIC X(20).
               10 APR-JOB-ID   PIC 9(4).
           05 APR-REST         PIC X(465).

       FD CONNECTIONS-FILE.
       01 CONNECTION-IMAGE-RECORD.
           05 CNR-KEY.
               10 CNR-USER-ONE PIC X(20).
               10 CNR-USER-TWO PIC X(20).
           05 CNR-REST         PIC X(8).

       FD CONN-REQ-FILE.
       01 CONN-REQ-IMAGE-RECORD.
           05 CRR-KEY.
               10 CRR-SENDER   PIC X(20).
               10 CRR-RECEIVER PIC X(20).
           05 CRR-REST         PIC X(20).

       FD MESSAGES-FILE.
       01 MESSAGE-IMAGE-RECORD.
           05 MSR-ID        PIC 9(8).
           05 MSR-SENDER    PIC X(20).
           05 MSR-RECIPIENT PIC X(20).
           05 MSR-REST      PIC X(225).

      *> WIDE ENOUGH FOR THE LONGEST PER-USER ROW (APPLICATION-RECORD)
       FD DATA-FILE.
       01 DATA-RECORD      PIC X(500).

       FD DATA-TEMP-FILE.
       01 DATA-TEMP-RECORD PIC X(500).

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           05 JL-TIMESTAMP PIC X(14).
           05 JL-FILE-ID   PIC X(12).
           05 JL-ACTION    PIC X(01).
           05 JL-KEY       PIC X(44).
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

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-REQUEST-STATUS       PIC XX.
       77  WS-ACCOUNTS-STATUS      PIC XX.
       77  WS-ACCOUNTS-TEMP-STATUS PIC XX.
       77  WS-PROFILE-STATUS       PIC XX.
       77  WS-MESSAGES-STATUS      PIC XX.
       77  WS-APPLICATIONS-STATUS  PIC XX.
       77  WS-CONNECTIONS-STATUS   PIC XX.
       77  WS-CONN-REQ-STATUS      PIC XX.
       77  WS-DATA-STATUS          PIC XX.
       77  WS-DATA-TEMP-STATUS     PIC XX.
       77  WS-JOURNAL-STATUS       PIC XX.
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
       77  WS-REPORT-STATUS        PIC XX.

       77  WS-REQUEST-EOF     PIC X VALUE "N".
       77  WS-FILE-EOF        PIC X VALUE "N".
       77  WS-DATA-FILE-NAME  PIC X(30).
       77  WS-RETIRING        PIC X(20).
       77  WS-SURVIVING       PIC X(20).
       77  WS-RETIRING-TYPE   PIC X(01).
       77  WS-SURVIVING-TYPE  PIC X(01).
       77  WS-RETIRING-FOUND  PIC X VALUE "N".
       77  WS-SURVIVING-FOUND PIC X VALUE "N".
       77  WS-PAIR-OK         PIC X VALUE "N".
       77  WS-REJECT-REASON   PIC X(50).
       77  WS-PAIRS-READ      PIC 9(4) VALUE 0.
       77  WS-PAIRS-MERGED    PIC 9(4) VALUE 0.
       77  WS-PAIRS-REJECTED  PIC 9(4) VALUE 0.
       77  WS-PROFILE-MOVED   PIC X VALUE "N".

      *> PER-FILE TALLIES FOR THE REPORT LINE
       77  WS-COUNT-BEFORE    PIC 9(6) VALUE 0.
       77  WS-COUNT-AFTER     PIC 9(6) VALUE 0.
       77  WS-COUNT-MOVED     PIC 9(6) VALUE 0.
       77  WS-COUNT-DROPPED   PIC 9(6) VALUE 0.
       77  WS-COUNT-RETIRING  PIC 9(6) VALUE 0.
       77  WS-BEFORE-DISPLAY  PIC ZZZ,ZZ9.
       77  WS-AFTER-DISPLAY   PIC ZZZ,ZZ9.
       77  WS-MOVED-DISPLAY   PIC ZZZ,ZZ9.
       77  WS-DROPPED-DISPLAY PIC ZZZ,ZZ9.
       77  WS-PAIRS-DISPLAY   PIC ZZZ9.

      *> ONE SEQUENTIAL FILE'S RE-KEY RULES. THE SAME 51 BYTES GO INTO
      *> THE JOURNAL'S "REKEY" IMAGE SO RECOVERY REPLAYS THE IDENTICAL
      *> PASS:
      *>   RK-POS-ONE/TWO   COLUMNS HOLDING A USERNAME (TWO = 0 IF ONE)
      *>   RK-KEY-1/2       START/LENGTH OF THE DUPLICATE-CHECK KEY,
      *>                    ZERO LENGTH = NO DUPLICATE CHECK
      *>   RK-MODE          "R" RE-KEY, "D" DROP THE RETIRING ROWS
      *>   RK-UNORDERED     "Y" THE TWO USERNAME COLUMNS ARE A PAIR
      *>                    EITHER WAY ROUND (CONNECTIONS)
      *>   RK-DROP-SELF     "Y" A ROW NAMING THE SURVIVOR TWICE GOES
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

      *> EVERY SEQUENTIAL FILE A REMOVE-USER-FROM-* PARAGRAPH CLEANS,
      *> PLUS app_history.doc. search_index.doc IS HANDLED AFTER THE
      *> PROFILE, SINCE ITS RULE DEPENDS ON WHETHER THE PROFILE MOVED
       01  WS-REKEY-FILE-VALUES.
           05 FILLER PIC X(51) VALUE
              "app_history.doc               001000000000000000RNN".
           05 FILLER PIC X(51) VALUE
              "saved_jobs.doc                001000001024000000RNN".
           05 FILLER PIC X(51) VALUE
              "subscriptions.doc             001000001040000000RNN".
           05 FILLER PIC X(51) VALUE
              "notifications.doc             001000000000000000RNN".
           05 FILLER PIC X(51) VALUE
              "blocks.doc                    001021001040000000RNY".
           05 FILLER PIC X(51) VALUE
              "interviews.doc                001103001024000000RNN".
           05 FILLER PIC X(51) VALUE
              "invitations.doc               001025001044000000RNN".
           05 FILLER PIC X(51) VALUE
              "offers.doc                    001000001024000000RNN".
           05 FILLER PIC X(51) VALUE
              "scorecards.doc                001235001024235020RNN".
           05 FILLER PIC X(51) VALUE
              "referrals.doc                 001021001044000000RNY".
           05 FILLER PIC X(51) VALUE
              "mentor_optins.doc             001000001021000000RNN".
           05 FILLER PIC X(51) VALUE
              "mentor_pairs.doc              001021001040000000RNY".
           05 FILLER PIC X(51) VALUE
              "cand_subscriptions.doc        001000001040000000RNN".
           05 FILLER PIC X(51) VALUE
              "destinations.doc              001000001020000000RNN".
           05 FILLER PIC X(51) VALUE
              "notif_prefs.doc               001000001020000000RNN".
           05 FILLER PIC X(51) VALUE
              "digest_pending.doc            001000000000000000RNN".
           05 FILLER PIC X(51) VALUE
              "usage_meter.doc               001000001026000000RNN".
           05 FILLER PIC X(51) VALUE
              "pwd_history.doc               001000000000000000DNN".
           05 FILLER PIC X(51) VALUE
              "documents.doc                 001000001050000000RNN".
           05 FILLER PIC X(51) VALUE
              "group_members.doc             005000001024000000RNN".
           05 FILLER PIC X(51) VALUE
              "group_posts.doc               005000000000000000RNN".
           05 FILLER PIC X(51) VALUE
              "abuse_reports.doc             001021000000000000RNY".
           05 FILLER PIC X(51) VALUE
              "job_recs.doc                  001000001024000000RNN".
           05 FILLER PIC X(51) VALUE
              "internship_hours.doc          001036001032000000RNN".
           05 FILLER PIC X(51) VALUE
              "internship_credit.doc         001060001024000000RNN".
           05 FILLER PIC X(51) VALUE
              "work_auth.doc                 001000001020000000RNN".
           05 FILLER PIC X(51) VALUE
              "eeo_selfid.doc                001000001020000000RNN".
           05 FILLER PIC X(51) VALUE
              "enrollment_verify.doc         001000001020000000RNN".
           05 FILLER PIC X(51) VALUE
              "consent.doc                   001000000000000000DNN".
           05 FILLER PIC X(51) VALUE
              "recommendations.doc           001021001040000000RNY".
           05 FILLER PIC X(51) VALUE
              "event_rsvps.doc               005000001024000000RNN".
           05 FILLER PIC X(51) VALUE
              "endorsements.doc              001051001070000000RNY".
           05 FILLER PIC X(51) VALUE
              "tickets.doc                   007000000000000000RNN".
           05 FILLER PIC X(51) VALUE
              "skill_attempts.doc            001000000000000000RNN".
           05 FILLER PIC X(51) VALUE
              "skill_badges.doc              001000001050000000RNN".
           05 FILLER PIC X(51) VALUE
              "profile_views.doc             001021000000000000RNY".
           05 FILLER PIC X(51) VALUE
              "feed.doc                      001000000000000000RNN".
           05 FILLER PIC X(51) VALUE
              "feed_share.doc                001000001020000000RNN".
           05 FILLER PIC X(51) VALUE
              "company_seats.doc             031000001050000000RNN".
           05 FILLER PIC X(51) VALUE
              "disposition_templates.doc     001000001040000000RNN".
           05 FILLER PIC X(51) VALUE
              "profile_scores.doc            001000000000000000DNN".
           05 FILLER PIC X(51) VALUE
              "outreach_list.doc             031000001050000000RNN".
           05 FILLER PIC X(51) VALUE
              "outreach_contacts.doc         001000000000000000RNN".
           05 FILLER PIC X(51) VALUE
              "calendar_state.doc            001000000000000000DNN".
       01  WS-REKEY-FILE-TABLE REDEFINES WS-REKEY-FILE-VALUES.
           05 WS-REKEY-FILE-ENTRY PIC X(51) OCCURS 44 TIMES
               INDEXED BY WS-REKEY-IDX.

      *> WORK AREAS FOR ONE ROW OF THE GENERIC PASS
       77  WS-ROW             PIC X(500).
       77  WS-ROW-HAS-RETIRING PIC X VALUE "N".
       77  WS-ROW-HAS-SURVIVOR PIC X VALUE "N".
       77  WS-ROW-KEEP        PIC X VALUE "Y".
       77  WS-ROW-KEY         PIC X(100).
       77  WS-ROW-KEY-SWAPPED PIC X(100).
       77  WS-KEY-FOUND       PIC X VALUE "N".
      *> DUPLICATE-CHECK KEYS OF THE SURVIVOR'S ROWS, PLUS EACH
      *> RE-KEYED ROW AS IT IS WRITTEN
       77  WS-KEY-COUNT       PIC 9(4) VALUE 0.
       77  WS-KEY-I           PIC 9(4) VALUE 0.
       01  WS-KEY-TABLE OCCURS 2000 TIMES.
           05  WS-KEY-ENTRY   PIC X(100).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN OUTPUT REPORT-FILE
           MOVE "=== InCollege Duplicate Account Merge ===" TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE

           OPEN INPUT MERGE-REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = "00"
               MOVE "No merge_requests.doc found - nothing to merge." TO REPORT-RECORD
               PERFORM EMIT-REPORT-LINE
               CLOSE REPORT-FILE
               STOP RUN
           END-IF

           MOVE "N" TO WS-REQUEST-EOF
           PERFORM UNTIL WS-REQUEST-EOF = "Y"
               READ MERGE-REQUEST-FILE
                   AT END MOVE "Y" TO WS-REQUEST-EOF
                   NOT AT END
                       IF MERGE-REQUEST-RECORD NOT = SPACES
                           ADD 1 TO WS-PAIRS-READ
                           MOVE MR-RETIRING TO WS-RETIRING
                           MOVE MR-SURVIVING TO WS-SURVIVING
                           PERFORM MERGE-ONE-PAIR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MERGE-REQUEST-FILE

           PERFORM WRITE-MERGE-SUMMARY
           CLOSE REPORT-FILE
           STOP RUN.

       MERGE-ONE-PAIR.
           MOVE SPACES TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           STRING "--- Merge " FUNCTION TRIM(WS-RETIRING TRAILING)
               " into " FUNCTION TRIM(WS-SURVIVING TRAILING) " ---"
               INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE

           PERFORM VALIDATE-MERGE-PAIR
           IF WS-PAIR-OK NOT = "Y"
               ADD 1 TO WS-PAIRS-REJECTED
               MOVE SPACES TO REPORT-RECORD
               STRING "Rejected: " WS-REJECT-REASON INTO REPORT-RECORD
               END-STRING
               PERFORM EMIT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "File                            Before    After    Moved  Dropped" TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE

           PERFORM MERGE-ACCOUNTS
           PERFORM MERGE-PROFILE
           PERFORM MERGE-MESSAGES
           PERFORM MERGE-APPLICATIONS
           PERFORM MERGE-CONNECTIONS
           PERFORM MERGE-CONN-REQUESTS
           PERFORM VARYING WS-REKEY-IDX FROM 1 BY 1
               UNTIL WS-REKEY-IDX > 44
               MOVE WS-REKEY-FILE-ENTRY (WS-REKEY-IDX) TO WS-REKEY-SPEC
               PERFORM REKEY-ONE-FILE
           END-PERFORM
      *> THE SEARCH INDEX FOLLOWS THE PROFILE: RE-KEYED IF IT MOVED,
      *> OTHERWISE THE RETIRING NAME'S TOKENS SIMPLY GO
           MOVE "search_index.doc              042000001061000000RNN"
               TO WS-REKEY-SPEC
           IF WS-PROFILE-MOVED NOT = "Y"
               MOVE "D" TO RK-MODE
           END-IF
           PERFORM REKEY-ONE-FILE

           ADD 1 TO WS-PAIRS-MERGED
           MOVE "Merge complete." TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE
           .

      *> BOTH ACCOUNTS MUST EXIST, BE DIFFERENT, AND BE THE SAME KIND
      *> OF ACCOUNT -- A STUDENT NEVER ABSORBS AN EMPLOYER'S POSTINGS
       VALIDATE-MERGE-PAIR.
           MOVE "N" TO WS-PAIR-OK
           MOVE SPACES TO WS-REJECT-REASON
           IF WS-RETIRING = SPACES OR WS-SURVIVING = SPACES
               MOVE "both usernames are required" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-RETIRING = WS-SURVIVING
               MOVE "the two usernames are the same" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-RETIRING-FOUND
           MOVE "N" TO WS-SURVIVING-FOUND
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS NOT = "00"
               MOVE "Y" TO WS-FILE-EOF
           END-IF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ ACCOUNTS-FILE
                   AT END MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF ACCOUNT-USERNAME = WS-RETIRING
                           MOVE "Y" TO WS-RETIRING-FOUND
                           MOVE ACCOUNT-TYPE TO WS-RETIRING-TYPE
                       END-IF
                       IF ACCOUNT-USERNAME = WS-SURVIVING
                           MOVE "Y" TO WS-SURVIVING-FOUND
                           MOVE ACCOUNT-TYPE TO WS-SURVIVING-TYPE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ACCOUNTS-STATUS NOT = "35"
               CLOSE ACCOUNTS-FILE
           END-IF

           IF WS-RETIRING-FOUND NOT = "Y"
               MOVE "retiring account not found" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-SURVIVING-FOUND NOT = "Y"
               MOVE "surviving account not found" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
      *> PRE-TYPE ROWS READ BACK AS SPACES AND ARE STUDENTS
           IF WS-RETIRING-TYPE = SPACE
               MOVE "S" TO WS-RETIRING-TYPE
           END-IF
           IF WS-SURVIVING-TYPE = SPACE
               MOVE "S" TO WS-SURVIVING-TYPE
           END-IF
           IF WS-RETIRING-TYPE NOT = WS-SURVIVING-TYPE
               MOVE "the accounts are of different types" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-PAIR-OK
           .

      *> --- ACCOUNTS: THE RETIRING ROW GOES ---
       MERGE-ACCOUNTS.
           MOVE "accounts.doc" TO WS-DATA-FILE-NAME
           MOVE 0 TO WS-COUNT-BEFORE
           MOVE 0 TO WS-COUNT-AFTER
           MOVE 0 TO WS-COUNT-MOVED
           MOVE 0 TO WS-COUNT-DROPPED

           MOVE "ACCOUNTS" TO JL-FILE-ID
           MOVE "D" TO JL-ACTION
           MOVE WS-RETIRING TO JL-KEY
           MOVE SPACES TO JL-IMAGE
           PERFORM WRITE-JOURNAL-ENTRY

           OPEN INPUT ACCOUNTS-FILE
           OPEN OUTPUT ACCOUNTS-TEMP-FILE
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ ACCOUNTS-FILE
                   AT END MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       ADD 1 TO WS-COUNT-BEFORE
                       IF ACCOUNT-USERNAME = WS-RETIRING
                           ADD 1 TO WS-COUNT-DROPPED
                       ELSE
                           MOVE ACCOUNT-RECORD TO ACCOUNT-TEMP-RECORD
                           WRITE ACCOUNT-TEMP-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           CLOSE ACCOUNTS-TEMP-FILE

           OPEN OUTPUT ACCOUNTS-FILE
           OPEN INPUT ACCOUNTS-TEMP-FILE
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ ACCOUNTS-TEMP-FILE
                   AT END MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       ADD 1 TO WS-COUNT-AFTER
                       MOVE ACCOUNT-TEMP-RECORD TO ACCOUNT-RECORD
                       WRITE ACCOUNT-RECORD
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           CLOSE ACCOUNTS-TEMP-FILE

           OPEN OUTPUT ACCOUNTS-TEMP-FILE
           CLOSE ACCOUNTS-TEMP-FILE
           PERFORM WRITE-FILE-COUNT-LINE
           .

      *> --- PROFILES: THE RETIRING PROFILE MOVES ACROSS ONLY WHEN THE
      *> SURVIVOR HAS NONE; A SURVIVOR'S OWN PROFILE IS NEVER TOUCHED ---
       MERGE-PROFILE.
           MOVE "profiles.doc" TO WS-DATA-FILE-NAME
           MOVE "N" TO WS-PROFILE-MOVED
           MOVE 0 TO WS-COUNT-MOVED
           MOVE 0 TO WS-COUNT-DROPPED
           PERFORM COUNT-PROFILES
           MOVE WS-COUNT-AFTER TO WS-COUNT-BEFORE

           OPEN I-O PROFILE-FILE
           IF WS-PROFILE-STATUS NOT = "00"
               PERFORM WRITE-FILE-COUNT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SURVIVING TO PRR-USERNAME
           MOVE "N" TO WS-ROW-HAS-SURVIVOR
           READ PROFILE-FILE KEY IS PRR-USERNAME
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO WS-ROW-HAS-SURVIVOR
           END-READ
           MOVE WS-RETIRING TO PRR-USERNAME
           READ PROFILE-FILE KEY IS PRR-USERNAME
               INVALID KEY
                   CLOSE PROFILE-FILE
                   PERFORM WRITE-FILE-COUNT-LINE
                   EXIT PARAGRAPH
           END-READ

           MOVE "PROFILES" TO JL-FILE-ID
           IF WS-ROW-HAS-SURVIVOR = "N"
               MOVE WS-SURVIVING TO PRR-USERNAME
               MOVE "A" TO JL-ACTION
               MOVE WS-SURVIVING TO JL-KEY
               MOVE PROFILE-IMAGE-RECORD TO JL-IMAGE
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF
           MOVE "D" TO JL-ACTION
           MOVE WS-RETIRING TO JL-KEY
           MOVE SPACES TO JL-IMAGE
           PERFORM WRITE-JOURNAL-ENTRY

           IF WS-ROW-HAS-SURVIVOR = "N"
               WRITE PROFILE-IMAGE-RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-PROFILE-MOVED
                       ADD 1 TO WS-COUNT-MOVED
               END-WRITE
           ELSE
               ADD 1 TO WS-COUNT-DROPPED
           END-IF
           MOVE WS-RETIRING TO PRR-USERNAME
           DELETE PROFILE-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           CLOSE PROFILE-FILE

           PERFORM COUNT-PROFILES
           PERFORM WRITE-FILE-COUNT-LINE
           .

       COUNT-PROFILES.
           MOVE 0 TO WS-COUNT-AFTER
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ PROFILE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-FILE-EOF
                   NOT AT END ADD 1 TO WS-COUNT-AFTER
               END-READ
           END-PERFORM
           CLOSE PROFILE-FILE
           .

      *> --- MESSAGES: RE-ADDRESSED IN PLACE, PRIME KEY UNCHANGED ---
       MERGE-MESSAGES.
           MOVE "messages.doc" TO WS-DATA-FILE-NAME
           MOVE 0 TO WS-COUNT-BEFORE
           MOVE 0 TO WS-COUNT-MOVED
           MOVE 0 TO WS-COUNT-DROPPED
           OPEN I-O MESSAGES-FILE
           IF WS-MESSAGES-STATUS NOT = "00"
               MOVE 0 TO WS-COUNT-AFTER
               PERFORM WRITE-FILE-COUNT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ MESSAGES-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       ADD 1 TO WS-COUNT-BEFORE
                       IF MSR-SENDER = WS-RETIRING
                          OR MSR-RECIPIENT = WS-RETIRING
                           IF MSR-SENDER = WS-RETIRING
                               MOVE WS-SURVIVING TO MSR-SENDER
                           END-IF
                           IF MSR-RECIPIENT = WS-RETIRING
                               MOVE WS-SURVIVING TO MSR-RECIPIENT
                           END-IF
                           MOVE "MESSAGES" TO JL-FILE-ID
                           MOVE "U" TO JL-ACTION
                           MOVE MSR-ID TO JL-KEY
                           MOVE MESSAGE-IMAGE-RECORD TO JL-IMAGE
                           PERFORM WRITE-JOURNAL-ENTRY
                           REWRITE MESSAGE-IMAGE-RECORD
                               INVALID KEY CONTINUE
                               NOT INVALID KEY ADD 1 TO WS-COUNT-MOVED
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MESSAGES-FILE
           MOVE WS-COUNT-BEFORE TO WS-COUNT-AFTER
           PERFORM WRITE-FILE-COUNT-LINE
           .

      *> --- APPLICATIONS: USERNAME PLUS JOB IS THE PRIME KEY, SO EACH
      *> RETIRING ROW IS DELETED AND ADDED BACK UNDER THE SURVIVOR.
      *> THE SURVIVOR'S OWN APPLICATION TO THE SAME JOB WINS ---
       MERGE-APPLICATIONS.
           MOVE "applications.doc" TO WS-DATA-FILE-NAME
           MOVE 0 TO WS-COUNT-MOVED
           MOVE 0 TO WS-COUNT-DROPPED
           PERFORM COUNT-APPLICATIONS
           MOVE WS-COUNT-AFTER TO WS-COUNT-BEFORE

           OPEN I-O APPLICATIONS-FILE
           IF WS-APPLICATIONS-STATUS NOT = "00"
               PERFORM WRITE-FILE-COUNT-LINE
               EXIT PARAGRAPH
           END-IF
      *> A HANDLED ROW IS GONE FROM UNDER THE RETIRING NAME, SO EACH
      *> FRESH START LANDS ON THE NEXT ONE
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               MOVE WS-RETIRING TO APR-USERNAME
               MOVE 0 TO APR-JOB-ID
               START APPLICATIONS-FILE KEY >= APR-KEY
                   INVALID KEY MOVE "Y" TO WS-FILE-EOF
               END-START
               IF WS-FILE-EOF = "N"
                   READ APPLICATIONS-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           IF APR-USERNAME = WS-RETIRING
                               PERFORM MERGE-ONE-APPLICATION
                           ELSE
                               MOVE "Y" TO WS-FILE-EOF
                           END-IF
                   END-READ
               END-IF
           END-PERFORM
           CLOSE APPLICATIONS-FILE

           PERFORM COUNT-APPLICATIONS
           PERFORM WRITE-FILE-COUNT-LINE
           .

       MERGE-ONE-APPLICATION.
           MOVE APPLICATION-IMAGE-RECORD TO WS-ROW
           MOVE "APPLICATIONS" TO JL-FILE-ID
           MOVE "D" TO JL-ACTION
           MOVE SPACES TO JL-KEY
           MOVE APR-KEY TO JL-KEY
           MOVE SPACES TO JL-IMAGE
           PERFORM WRITE-JOURNAL-ENTRY
           DELETE APPLICATIONS-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE

           MOVE WS-ROW TO APPLICATION-IMAGE-RECORD
           MOVE WS-SURVIVING TO APR-USERNAME
           MOVE APPLICATION-IMAGE-RECORD TO WS-ROW
           MOVE "N" TO WS-KEY-FOUND
           READ APPLICATIONS-FILE KEY IS APR-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO WS-KEY-FOUND
           END-READ
           IF WS-KEY-FOUND = "Y"
               ADD 1 TO WS-COUNT-DROPPED
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ROW TO APPLICATION-IMAGE-RECORD
           MOVE "APPLICATIONS" TO JL-FILE-ID
           MOVE "A" TO JL-ACTION
           MOVE SPACES TO JL-KEY
           MOVE APR-KEY TO JL-KEY
           MOVE APPLICATION-IMAGE-RECORD TO JL-IMAGE
           PERFORM WRITE-JOURNAL-ENTRY
           WRITE APPLICATION-IMAGE-RECORD
               INVALID KEY ADD 1 TO WS-COUNT-DROPPED
               NOT INVALID KEY ADD 1 TO WS-COUNT-MOVED
           END-WRITE
           .

       COUNT-APPLICATIONS.
           MOVE 0 TO WS-COUNT-AFTER
           OPEN INPUT APPLICATIONS-FILE
           IF WS-APPLICATIONS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ APPLICATIONS-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-FILE-EOF
                   NOT AT END ADD 1 TO WS-COUNT-AFTER
               END-READ
           END-PERFORM
           CLOSE APPLICATIONS-FILE
           .

      *> --- CONNECTIONS: THE PAIR IS THE PRIME KEY, STORED EITHER WAY
      *> ROUND, SO THE RETIRING NAME IS LOOKED FOR IN BOTH COLUMNS AND
      *> EACH ROW IS DELETED AND ADDED BACK UNDER THE SURVIVOR. A PAIR
      *> THE SURVIVOR ALREADY HAS (EITHER ORDER) WINS, AND A PAIR OF
      *> THE TWO ACCOUNTS BEING MERGED GOES ---
       MERGE-CONNECTIONS.
           MOVE "connections.doc" TO WS-DATA-FILE-NAME
           MOVE 0 TO WS-COUNT-MOVED
           MOVE 0 TO WS-COUNT-DROPPED
           PERFORM COUNT-CONNECTIONS
           MOVE WS-COUNT-AFTER TO WS-COUNT-BEFORE

           OPEN I-O CONNECTIONS-FILE
           IF WS-CONNECTIONS-STATUS NOT = "00"
               PERFORM WRITE-FILE-COUNT-LINE
               EXIT PARAGRAPH
           END-IF
      *> FIRST COLUMN, THEN SECOND -- AS WITH APPLICATIONS A HANDLED
      *> ROW IS GONE, SO EACH FRESH START LANDS ON THE NEXT ONE
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               MOVE WS-RETIRING TO CNR-USER-ONE
               MOVE LOW-VALUES TO CNR-USER-TWO
               START CONNECTIONS-FILE KEY >= CNR-KEY
                   INVALID KEY MOVE "Y" TO WS-FILE-EOF
               END-START
               IF WS-FILE-EOF = "N"
                   READ CONNECTIONS-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           IF CNR-USER-ONE = WS-RETIRING
                               PERFORM MERGE-ONE-CONNECTION
                           ELSE
                               MOVE "Y" TO WS-FILE-EOF
                           END-IF
                   END-READ
               END-IF
           END-PERFORM
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               MOVE WS-RETIRING TO CNR-USER-TWO
               START CONNECTIONS-FILE KEY = CNR-USER-TWO
                   INVALID KEY MOVE "Y" TO WS-FILE-EOF
               END-START
               IF WS-FILE-EOF = "N"
                   READ CONNECTIONS-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           IF CNR-USER-TWO = WS-RETIRING
                               PERFORM MERGE-ONE-CONNECTION
                           ELSE
                               MOVE "Y" TO WS-FILE-EOF
                           END-IF
                   END-READ
               END-IF
           END-PERFORM
           CLOSE CONNECTIONS-FILE

           PERFORM COUNT-CONNECTIONS
           PERFORM WRITE-FILE-COUNT-LINE
           .

       MERGE-ONE-CONNECTION.
           MOVE CONNECTION-IMAGE-RECORD TO WS-ROW
           MOVE "CONNECTIONS" TO JL-FILE-ID
           MOVE "D" TO JL-ACTION
           MOVE SPACES TO JL-KEY
           MOVE CNR-KEY TO JL-KEY
           MOVE SPACES TO JL-IMAGE
           PERFORM WRITE-JOURNAL-ENTRY
           DELETE CONNECTIONS-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE

           MOVE WS-ROW TO CONNECTION-IMAGE-RECORD
           IF CNR-USER-ONE = WS-RETIRING
               MOVE WS-SURVIVING TO CNR-USER-ONE
           END-IF
           IF CNR-USER-TWO = WS-RETIRING
               MOVE WS-SURVIVING TO CNR-USER-TWO
           END-IF
           IF CNR-USER-ONE = CNR-USER-TWO
               ADD 1 TO WS-COUNT-DROPPED
               EXIT PARAGRAPH
           END-IF
           MOVE CONNECTION-IMAGE-RECORD TO WS-ROW
           MOVE "N" TO WS-KEY-FOUND
           READ CONNECTIONS-FILE KEY IS CNR-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO WS-KEY-FOUND
           END-READ
           IF WS-KEY-FOUND = "N"
               MOVE WS-ROW(21:20) TO CNR-USER-ONE
               MOVE WS-ROW(1:20) TO CNR-USER-TWO
               READ CONNECTIONS-FILE KEY IS CNR-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO WS-KEY-FOUND
               END-READ
           END-IF
           IF WS-KEY-FOUND = "Y"
               ADD 1 TO WS-COUNT-DROPPED
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ROW TO CONNECTION-IMAGE-RECORD
           MOVE "A" TO JL-ACTION
           MOVE SPACES TO JL-KEY
           MOVE CNR-KEY TO JL-KEY
           MOVE CONNECTION-IMAGE-RECORD TO JL-IMAGE
           PERFORM WRITE-JOURNAL-ENTRY
           WRITE CONNECTION-IMAGE-RECORD
               INVALID KEY ADD 1 TO WS-COUNT-DROPPED
               NOT INVALID KEY ADD 1 TO WS-COUNT-MOVED
           END-WRITE
           .

       COUNT-CONNECTIONS.
           MOVE 0 TO WS-COUNT-AFTER
           OPEN INPUT CONNECTIONS-FILE
           IF WS-CONNECTIONS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ CONNECTIONS-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-FILE-EOF
                   NOT AT END ADD 1 TO WS-COUNT-AFTER
               END-READ
           END-PERFORM
           CLOSE CONNECTIONS-FILE
           .

      *> --- CONNECTION REQUESTS: SENDER PLUS RECEIVER IS THE PRIME
      *> KEY, DIRECTION MATTERS. THE SURVIVOR'S OWN REQUEST TO OR FROM
      *> THE SAME PERSON WINS; A REQUEST BETWEEN THE TWO ACCOUNTS BEING
      *> MERGED GOES ---
       MERGE-CONN-REQUESTS.
           MOVE "connection_requests.doc" TO WS-DATA-FILE-NAME
           MOVE 0 TO WS-COUNT-MOVED
           MOVE 0 TO WS-COUNT-DROPPED
           PERFORM COUNT-CONN-REQUESTS
           MOVE WS-COUNT-AFTER TO WS-COUNT-BEFORE

           OPEN I-O CONN-REQ-FILE
           IF WS-CONN-REQ-STATUS NOT = "00"
               PERFORM WRITE-FILE-COUNT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               MOVE WS-RETIRING TO CRR-SENDER
               MOVE LOW-VALUES TO CRR-RECEIVER
               START CONN-REQ-FILE KEY >= CRR-KEY
                   INVALID KEY MOVE "Y" TO WS-FILE-EOF
               END-START
               IF WS-FILE-EOF = "N"
                   READ CONN-REQ-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           IF CRR-SENDER = WS-RETIRING
                               PERFORM MERGE-ONE-CONN-REQUEST
                           ELSE
                               MOVE "Y" TO WS-FILE-EOF
                           END-IF
                   END-READ
               END-IF
           END-PERFORM
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               MOVE WS-RETIRING TO CRR-RECEIVER
               START CONN-REQ-FILE KEY = CRR-RECEIVER
                   INVALID KEY MOVE "Y" TO WS-FILE-EOF
               END-START
               IF WS-FILE-EOF = "N"
                   READ CONN-REQ-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           IF CRR-RECEIVER = WS-RETIRING
                               PERFORM MERGE-ONE-CONN-REQUEST
                           ELSE
                               MOVE "Y" TO WS-FILE-EOF
                           END-IF
                   END-READ
               END-IF
           END-PERFORM
           CLOSE CONN-REQ-FILE

           PERFORM COUNT-CONN-REQUESTS
           PERFORM WRITE-FILE-COUNT-LINE
           .

       MERGE-ONE-CONN-REQUEST.
           MOVE CONN-REQ-IMAGE-RECORD TO WS-ROW
           MOVE "CONNREQ" TO JL-FILE-ID
           MOVE "D" TO JL-ACTION
           MOVE SPACES TO JL-KEY
           MOVE CRR-KEY TO JL-KEY
           MOVE SPACES TO JL-IMAGE
           PERFORM WRITE-JOURNAL-ENTRY
           DELETE CONN-REQ-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE

           MOVE WS-ROW TO CONN-REQ-IMAGE-RECORD
           IF CRR-SENDER = WS-RETIRING
               MOVE WS-SURVIVING TO CRR-SENDER
           END-IF
           IF CRR-RECEIVER = WS-RETIRING
               MOVE WS-SURVIVING TO CRR-RECEIVER
           END-IF
           IF CRR-SENDER = CRR-RECEIVER
               ADD 1 TO WS-COUNT-DROPPED
               EXIT PARAGRAPH
           END-IF
           MOVE CONN-REQ-IMAGE-RECORD TO WS-ROW
           MOVE "N" TO WS-KEY-FOUND
           READ CONN-REQ-FILE KEY IS CRR-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO WS-KEY-FOUND
           END-READ
           IF WS-KEY-FOUND = "Y"
               ADD 1 TO WS-COUNT-DROPPED
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ROW TO CONN-REQ-IMAGE-RECORD
           MOVE "A" TO JL-ACTION
           MOVE SPACES TO JL-KEY
           MOVE CRR-KEY TO JL-KEY
           MOVE CONN-REQ-IMAGE-RECORD TO JL-IMAGE
           PERFORM WRITE-JOURNAL-ENTRY
           WRITE CONN-REQ-IMAGE-RECORD
               INVALID KEY ADD 1 TO WS-COUNT-DROPPED
               NOT INVALID KEY ADD 1 TO WS-COUNT-MOVED
           END-WRITE
           .

       COUNT-CONN-REQUESTS.
           MOVE 0 TO WS-COUNT-AFTER
           OPEN INPUT CONN-REQ-FILE
           IF WS-CONN-REQ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ CONN-REQ-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-FILE-EOF
                   NOT AT END ADD 1 TO WS-COUNT-AFTER
               END-READ
           END-PERFORM
           CLOSE CONN-REQ-FILE
           .

      *> --- ONE SEQUENTIAL FILE, DRIVEN BY WS-REKEY-SPEC ---
      *> PASS 1 COUNTS THE FILE, COUNTS THE RETIRING NAME'S ROWS AND
      *> COLLECTS THE SURVIVOR'S DUPLICATE-CHECK KEYS. NOTHING TO MOVE
      *> MEANS NO JOURNAL ENTRY AND NO REWRITE. PASS 2 COPIES TO THE
      *> WORK FILE APPLYING THE RULES; PASS 3 COPIES BACK
       REKEY-ONE-FILE.
           MOVE RK-FILE-NAME TO WS-DATA-FILE-NAME
           MOVE 0 TO WS-COUNT-BEFORE
           MOVE 0 TO WS-COUNT-AFTER
           MOVE 0 TO WS-COUNT-MOVED
           MOVE 0 TO WS-COUNT-DROPPED
           MOVE 0 TO WS-COUNT-RETIRING
           MOVE 0 TO WS-KEY-COUNT

           OPEN INPUT DATA-FILE
           IF WS-DATA-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ DATA-FILE
                   AT END MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       ADD 1 TO WS-COUNT-BEFORE
                       MOVE DATA-RECORD TO WS-ROW
                       PERFORM CLASSIFY-ROW
                       IF WS-ROW-HAS-RETIRING = "Y"
                           ADD 1 TO WS-COUNT-RETIRING
                       ELSE
                           IF WS-ROW-HAS-SURVIVOR = "Y"
                               AND RK-KEY-1-LEN > 0
                               PERFORM BUILD-ROW-KEY
                               PERFORM REMEMBER-ROW-KEY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DATA-FILE

           IF WS-COUNT-RETIRING = 0
               MOVE WS-COUNT-BEFORE TO WS-COUNT-AFTER
               PERFORM WRITE-FILE-COUNT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "REKEY" TO JL-FILE-ID
           MOVE RK-MODE TO JL-ACTION
           MOVE SPACES TO JL-KEY
           MOVE WS-RETIRING TO JL-KEY(1:20)
           MOVE WS-SURVIVING TO JL-KEY(21:20)
           MOVE WS-REKEY-SPEC TO JL-IMAGE
           PERFORM WRITE-JOURNAL-ENTRY

           OPEN INPUT DATA-FILE
           OPEN OUTPUT DATA-TEMP-FILE
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ DATA-FILE
                   AT END MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       MOVE DATA-RECORD TO WS-ROW
                       PERFORM CLASSIFY-ROW
                       MOVE "Y" TO WS-ROW-KEEP
                       IF WS-ROW-HAS-RETIRING = "Y"
                           PERFORM REKEY-ROW
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
                       ADD 1 TO WS-COUNT-AFTER
                       MOVE DATA-TEMP-RECORD TO DATA-RECORD
                       WRITE DATA-RECORD
               END-READ
           END-PERFORM
           CLOSE DATA-FILE
           CLOSE DATA-TEMP-FILE

           OPEN OUTPUT DATA-TEMP-FILE
           CLOSE DATA-TEMP-FILE
           PERFORM WRITE-FILE-COUNT-LINE
           .

       CLASSIFY-ROW.
           MOVE "N" TO WS-ROW-HAS-RETIRING
           MOVE "N" TO WS-ROW-HAS-SURVIVOR
           IF WS-ROW(RK-POS-ONE:20) = WS-RETIRING
               MOVE "Y" TO WS-ROW-HAS-RETIRING
           END-IF
           IF WS-ROW(RK-POS-ONE:20) = WS-SURVIVING
               MOVE "Y" TO WS-ROW-HAS-SURVIVOR
           END-IF
           IF RK-POS-TWO > 0
               IF WS-ROW(RK-POS-TWO:20) = WS-RETIRING
                   MOVE "Y" TO WS-ROW-HAS-RETIRING
               END-IF
               IF WS-ROW(RK-POS-TWO:20) = WS-SURVIVING
                   MOVE "Y" TO WS-ROW-HAS-SURVIVOR
               END-IF
           END-IF
           .

      *> APPLIES THE SPEC TO A ROW NAMING THE RETIRING ACCOUNT; CLEARS
      *> WS-ROW-KEEP WHEN THE ROW IS TO GO
       REKEY-ROW.
           IF RK-MODE = "D"
               MOVE "N" TO WS-ROW-KEEP
               ADD 1 TO WS-COUNT-DROPPED
               EXIT PARAGRAPH
           END-IF
           IF WS-ROW(RK-POS-ONE:20) = WS-RETIRING
               MOVE WS-SURVIVING TO WS-ROW(RK-POS-ONE:20)
           END-IF
           IF RK-POS-TWO > 0
               IF WS-ROW(RK-POS-TWO:20) = WS-RETIRING
                   MOVE WS-SURVIVING TO WS-ROW(RK-POS-TWO:20)
               END-IF
               IF RK-DROP-SELF = "Y"
                   AND WS-ROW(RK-POS-ONE:20) = WS-ROW(RK-POS-TWO:20)
                   MOVE "N" TO WS-ROW-KEEP
                   ADD 1 TO WS-COUNT-DROPPED
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF RK-KEY-1-LEN > 0
               PERFORM BUILD-ROW-KEY
               PERFORM FIND-ROW-KEY
               IF WS-KEY-FOUND = "Y"
                   MOVE "N" TO WS-ROW-KEEP
                   ADD 1 TO WS-COUNT-DROPPED
                   EXIT PARAGRAPH
               END-IF
               PERFORM REMEMBER-ROW-KEY
           END-IF
           ADD 1 TO WS-COUNT-MOVED
           .

      *> DUPLICATE-CHECK KEY OF WS-ROW; FOR AN UNORDERED PAIR ALSO THE
      *> KEY WITH THE TWO USERNAMES THE OTHER WAY ROUND
       BUILD-ROW-KEY.
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

       FIND-ROW-KEY.
           MOVE "N" TO WS-KEY-FOUND
           PERFORM VARYING WS-KEY-I FROM 1 BY 1
               UNTIL WS-KEY-I > WS-KEY-COUNT OR WS-KEY-FOUND = "Y"
               IF WS-KEY-ENTRY (WS-KEY-I) = WS-ROW-KEY
                  OR WS-KEY-ENTRY (WS-KEY-I) = WS-ROW-KEY-SWAPPED
                   MOVE "Y" TO WS-KEY-FOUND
               END-IF
           END-PERFORM
           .

       REMEMBER-ROW-KEY.
           IF WS-KEY-COUNT < 2000
               ADD 1 TO WS-KEY-COUNT
               MOVE WS-ROW-KEY TO WS-KEY-ENTRY (WS-KEY-COUNT)
           END-IF
           .

       WRITE-JOURNAL-ENTRY.
           MOVE "N" TO WS-SEAL-NEW-FILE
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
               MOVE "Y" TO WS-SEAL-NEW-FILE
           END-IF
           PERFORM LOAD-SEAL-STATE
           PERFORM SEAL-JOURNAL-DAY
           MOVE FUNCTION CURRENT-DATE(1:14) TO JL-TIMESTAMP
           MOVE "R" TO JL-SEAL-TYPE
           PERFORM CHAIN-JOURNAL-ROW
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE
           PERFORM SAVE-SEAL-STATE
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

       WRITE-FILE-COUNT-LINE.
           MOVE WS-COUNT-BEFORE TO WS-BEFORE-DISPLAY
           MOVE WS-COUNT-AFTER TO WS-AFTER-DISPLAY
           MOVE WS-COUNT-MOVED TO WS-MOVED-DISPLAY
           MOVE WS-COUNT-DROPPED TO WS-DROPPED-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING WS-DATA-FILE-NAME "  " WS-BEFORE-DISPLAY "  "
               WS-AFTER-DISPLAY "  " WS-MOVED-DISPLAY "  "
               WS-DROPPED-DISPLAY
               INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE
           .

       WRITE-MERGE-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE
           MOVE WS-PAIRS-READ TO WS-PAIRS-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Merge requests read: " WS-PAIRS-DISPLAY
               INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE WS-PAIRS-MERGED TO WS-PAIRS-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Accounts merged:     " WS-PAIRS-DISPLAY
               INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE WS-PAIRS-REJECTED TO WS-PAIRS-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Requests rejected:   " WS-PAIRS-DISPLAY
               INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE
           .

       EMIT-REPORT-LINE.
           DISPLAY FUNCTION TRIM(REPORT-RECORD TRAILING)
           WRITE REPORT-RECORD
           .
