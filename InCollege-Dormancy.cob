      *> === INCOLLEGE DORMANT-ACCOUNT LIFECYCLE ===
      *> Monthly pass over accounts.doc that walks every account nobody
      *> has signed in to for a long time through warning, dormancy and
      *> finally the deletion queue, so years-old accounts stop padding
      *> the daily counts, the people search and employers' candidate
      *> searches, and stop sitting on data we have no reason to keep.
      *> "Idle" is measured from the last successful login on
      *> login_history.doc (or, for an account that has never logged
      *> in, from the first run that saw it) to the business date:
      *>
      *>   - idle past the warning threshold: a "still want your
      *>     account?" notice goes out, held for the next mailed digest
      *>     (digest_pending.doc) whatever the user's notification
      *>     preferences -- it is about the account itself, and
      *>     someone who never logs in would never see an in-app one;
      *>   - no successful login within the grace period after the
      *>     notice: ACCOUNT-STATUS becomes "D" (dormant) through
      *>     journal.doc and is audited as DORMANT. A dormant account
      *>     is left out of search, people-you-may-know, candidate
      *>     searches and alerts, and job recommendations, and the
      *>     interactive program reactivates it on its next successful
      *>     login -- nothing else about it is touched;
      *>   - dormant and idle past the deletion threshold: queued for
      *>     deletion (audited as DORMQUEUE) unless the username is on
      *>     legal_hold.doc. The queue is worked from the ops console
      *>     ("Dormant Account Deletions"), where a second operator
      *>     approves each one and the account goes the same way as a
      *>     user's own DELETE-MY-ACCOUNT.
      *>
      *> Only active accounts (status blank or "A") are warned or made
      *> dormant -- locked, suspended and pending-vetting accounts are
      *> already in somebody's hands. The thresholds come from
      *> dormancy-control.doc (one record: warning days, grace days,
      *> deletion days) and default to 730, 30 and 1095. Where each
      *> account stands is kept in dormancy.doc, rewritten every run;
      *> the run's warned, answered, dormant, reactivated, queued and
      *> deleted accounts are listed in dormancy.rpt with the totals.
      *> Queued monthly by ops as DORMANCY in batch-queue.doc.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCOLLEGE-DORMANCY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE ASSIGN TO "accounts.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNTS-STATUS.
           SELECT LOGIN-HISTORY-FILE ASSIGN TO "login_history.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOGIN-HIST-STATUS.
      *> WHERE EACH ACCOUNT STOOD AFTER THE LAST RUN
           SELECT DORMANCY-FILE ASSIGN TO "dormancy.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DORMANCY-STATUS.
           SELECT DORMANCY-CONTROL-FILE ASSIGN TO "dormancy-control.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
      *> OPEN INVESTIGATIONS -- SEE InCollege-Purge.cob
           SELECT LEGAL-HOLD-FILE ASSIGN TO "legal_hold.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEGAL-HOLD-STATUS.
           SELECT DIGEST-PENDING-FILE ASSIGN TO "digest_pending.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIGEST-PEND-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "journal.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "audit.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      *> RUNNING CHECK-VALUE STATE FOR THE audit.doc AND journal.doc
      *> CHAINS -- SEE CHAIN-AUDIT-ROW
           SELECT SEAL-STATE-FILE ASSIGN TO "seal_state.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEAL-STATE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "dormancy.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      *> BUSINESS-DATE CONTROL RECORD -- SEE LOAD-BUSINESS-DATE
           SELECT BUSINESS-DATE-FILE ASSIGN TO "business_date.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> SEE THE MAIN PROGRAM'S FD
       FD ACCOUNTS-FILE.
       01 ACCOUNT-RECORD.
           05 ACCOUNT-USERNAME        PIC X(20).
           05 ACCOUNT-PASSWORD        PIC X(12).
           05 ACCOUNT-SECURITY-ANSWER PIC X(12).
           05 ACCOUNT-TYPE            PIC X(01).
           05 ACCOUNT-STATUS          PIC X(01).

      *> SEE THE MAIN PROGRAM'S FD
       FD LOGIN-HISTORY-FILE.
       01 LOGIN-HISTORY-RECORD.
           05 LH-USERNAME  PIC X(20).
           05 LH-TIMESTAMP PIC X(14).
           05 LH-RESULT    PIC X(01).

      *> ONE ROW PER ACCOUNT. DM-STATE "A" ACTIVE, "W" WARNED, "D"
      *> DORMANT, "Q" QUEUED FOR DELETION. DM-LAST-LOGIN IS THE LATEST
      *> SUCCESSFUL LOGIN EVER SEEN (ZERO = NEVER), KEPT HERE SO IT
      *> OUTLIVES THE login_history.doc ROW IT CAME FROM
       FD DORMANCY-FILE.
       01 DORMANCY-RECORD.
           05 DM-USERNAME      PIC X(20).
           05 DM-STATE         PIC X(01).
           05 DM-LAST-LOGIN    PIC 9(8).
           05 DM-FIRST-SEEN    PIC 9(8).
           05 DM-WARNED-DATE   PIC 9(8).
           05 DM-DORMANT-DATE  PIC 9(8).
           05 DM-QUEUED-DATE   PIC 9(8).

      *> ONE RECORD, ALL IN DAYS -- MISSING OR BAD KEEPS THE DEFAULTS
       FD DORMANCY-CONTROL-FILE.
       01 DORMANCY-CONTROL-RECORD.
           05 DMC-WARN-DAYS    PIC 9(4).
           05 DMC-GRACE-DAYS   PIC 9(3).
           05 DMC-DELETE-DAYS  PIC 9(4).

       FD LEGAL-HOLD-FILE.
       01 LEGAL-HOLD-RECORD PIC X(20).

       FD DIGEST-PENDING-FILE.
       01 DIGEST-PENDING-RECORD.
           05 DP-USERNAME  PIC X(20).
           05 DP-TIMESTAMP PIC X(14).
           05 DP-TEXT      PIC X(100).

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

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           05 AU-TIMESTAMP PIC X(14).
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

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(120).

      *> ONE RECORD: THE DATE THE NIGHTLY BATCH PROCESSES AS OF
       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BD-DATE          PIC 9(8).

       WORKING-STORAGE SECTION.
       77  WS-ACCOUNTS-STATUS     PIC XX.
       77  WS-LOGIN-HIST-STATUS   PIC XX.
       77  WS-DORMANCY-STATUS     PIC XX.
       77  WS-CONTROL-STATUS      PIC XX.
       77  WS-LEGAL-HOLD-STATUS   PIC XX.
       77  WS-DIGEST-PEND-STATUS  PIC XX.
       77  WS-JOURNAL-STATUS      PIC XX.
       77  WS-AUDIT-STATUS        PIC XX.
       77  WS-REPORT-STATUS       PIC XX.
       77  WS-BUSINESS-DATE-STATUS PIC XX.
       77  WS-ACCOUNTS-EOF        PIC X VALUE "N".
       77  WS-LOGIN-HIST-EOF      PIC X VALUE "N".
       77  WS-DORMANCY-EOF        PIC X VALUE "N".
       77  WS-LEGAL-HOLD-EOF      PIC X VALUE "N".
      *> THE DATE THIS RUN PROCESSES AS OF, AND THE REAL ONE
       77  WS-BUSINESS-DATE      PIC 9(8) VALUE 0.
       77  WS-CLOCK-DATE         PIC 9(8) VALUE 0.
       77  WS-BUSINESS-INT       PIC 9(8) VALUE 0.

      *> THE THRESHOLDS IN FORCE, IN DAYS
       77  WS-WARN-DAYS          PIC 9(4) VALUE 730.
       77  WS-GRACE-DAYS         PIC 9(3) VALUE 30.
       77  WS-DELETE-DAYS        PIC 9(4) VALUE 1095.
       77  WS-CONTROL-USED       PIC X VALUE "N".

      *> EVERY ACCOUNT ON FILE, IN accounts.doc ORDER -- CTL-MAX-ACCOUNTS
      *> CANNOT GO PAST 9999, SO NEITHER CAN THIS. WS-DM-ACTION IS WHAT
      *> THIS RUN DID: "W" WARNED, "K" WARNING ANSWERED BY A LOGIN, "D"
      *> MADE DORMANT, "R" REACTIVATED, "Q" QUEUED FOR DELETION, "H"
      *> KEPT BACK FROM THE QUEUE BY A LEGAL HOLD, SPACE NOTHING
       77  WS-DM-COUNT           PIC 9(5) VALUE 0.
       77  WS-DM-I               PIC 9(5) VALUE 0.
       77  WS-DM-FOUND           PIC 9(5) VALUE 0.
       77  WS-FIND-USERNAME      PIC X(20).
       01  WS-DM-TABLE OCCURS 9999 TIMES.
           05  WS-DM-USERNAME    PIC X(20).
           05  WS-DM-ACCT-STATUS PIC X(01).
           05  WS-DM-STATE       PIC X(01).
           05  WS-DM-LAST-LOGIN  PIC 9(8).
           05  WS-DM-FIRST-SEEN  PIC 9(8).
           05  WS-DM-WARNED      PIC 9(8).
           05  WS-DM-DORMANT     PIC 9(8).
           05  WS-DM-QUEUED      PIC 9(8).
           05  WS-DM-ACTION      PIC X(01).

      *> USERNAMES UNDER A LEGAL HOLD
       77  WS-LH-COUNT           PIC 9(4) VALUE 0.
       77  WS-LH-I               PIC 9(4) VALUE 0.
       77  WS-LH-ON-HOLD         PIC X VALUE "N".
       01  WS-LH-TABLE.
           05  WS-LH-NAME        PIC X(20) OCCURS 500 TIMES.

      *> THE ACCOUNT BEING STEPPED
       77  WS-LOGIN-DATE         PIC 9(8) VALUE 0.
       77  WS-IDLE-FROM          PIC 9(8) VALUE 0.
       77  WS-IDLE-DAYS          PIC 9(6) VALUE 0.
       77  WS-GRACE-END          PIC 9(8) VALUE 0.
       77  WS-DATE-OUT           PIC X(10).

      *> RUN TOTALS
       77  WS-CT-WARNED          PIC 9(6) VALUE 0.
       77  WS-CT-ANSWERED        PIC 9(6) VALUE 0.
       77  WS-CT-DORMANT         PIC 9(6) VALUE 0.
       77  WS-CT-REACTIVATED     PIC 9(6) VALUE 0.
       77  WS-CT-QUEUED          PIC 9(6) VALUE 0.
       77  WS-CT-HELD            PIC 9(6) VALUE 0.
       77  WS-CT-AWAITING        PIC 9(6) VALUE 0.
       77  WS-CT-DELETED         PIC 9(6) VALUE 0.
       77  WS-CT-ALL-DORMANT     PIC 9(6) VALUE 0.
       77  WS-CT-UNTRACKED       PIC 9(6) VALUE 0.
       77  WS-COUNT-DISPLAY      PIC ZZZ,ZZ9.
       77  WS-DAYS-DISPLAY       PIC Z,ZZ9.
       77  WS-GRACE-DISPLAY      PIC ZZ9.
       01  WS-DETAIL-LINE.
           05  WS-DL-ACTION      PIC X(13).
           05  WS-DL-USERNAME    PIC X(22).
           05  WS-DL-LAST-LOGIN  PIC X(10).

      *> SAME SCRATCH AS THE INTERACTIVE PROGRAM'S WRITE-JOURNAL-RECORD
      *> AND WRITE-AUDIT-RECORD (NO COPYBOOKS IN THIS SHOP)
       77  WS-JOURNAL-FILE-ID    PIC X(12).
       77  WS-JOURNAL-ACTION     PIC X(01).
       77  WS-JOURNAL-KEY        PIC X(44).
       77  WS-JOURNAL-IMAGE      PIC X(3100).
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
       77  WS-AUDIT-USERNAME     PIC X(20).
       77  WS-AUDIT-ACTION       PIC X(12).
       77  WS-AUDIT-KEY          PIC X(24).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-BUSINESS-DATE
           COMPUTE WS-BUSINESS-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
           PERFORM READ-DORMANCY-CONTROL
           OPEN OUTPUT REPORT-FILE
           MOVE "=== InCollege Dormant-Account Lifecycle ===" TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           STRING "Business date: " WS-BUSINESS-DATE(1:4) "-"
               WS-BUSINESS-DATE(5:2) "-" WS-BUSINESS-DATE(7:2)
               INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-WARN-DAYS TO WS-DAYS-DISPLAY
           MOVE WS-GRACE-DAYS TO WS-GRACE-DISPLAY
           STRING "Warn after " FUNCTION TRIM(WS-DAYS-DISPLAY)
               " days without a login, dormant "
               FUNCTION TRIM(WS-GRACE-DISPLAY) " days after the warning"
               INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-DELETE-DAYS TO WS-DAYS-DISPLAY
           IF WS-CONTROL-USED = "Y"
               STRING "Queue for deletion after "
                   FUNCTION TRIM(WS-DAYS-DISPLAY)
                   " days without a login (dormancy-control.doc)"
                   INTO REPORT-RECORD
               END-STRING
           ELSE
               STRING "Queue for deletion after "
                   FUNCTION TRIM(WS-DAYS-DISPLAY)
                   " days without a login (defaults)"
                   INTO REPORT-RECORD
               END-STRING
           END-IF
           PERFORM EMIT-REPORT-LINE

      *> WITHOUT THE ACCOUNTS EVERY ROW OF dormancy.doc WOULD LOOK LIKE
      *> A DELETED ACCOUNT -- LEAVE EVERYTHING FOR A RERUN INSTEAD
           PERFORM LOAD-ACCOUNTS
           IF WS-ACCOUNTS-STATUS NOT = "00"
               MOVE SPACES TO REPORT-RECORD
               STRING "accounts.doc could not be opened (status "
                   WS-ACCOUNTS-STATUS ") - nothing done."
                   INTO REPORT-RECORD
               END-STRING
               PERFORM EMIT-REPORT-LINE
               CLOSE REPORT-FILE
               STOP RUN
           END-IF

           MOVE SPACES TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE
           MOVE "ACTION       USERNAME              LAST LOGIN" TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE

           PERFORM LOAD-PRIOR-STATE
           PERFORM APPLY-LOGIN-HISTORY
           PERFORM LOAD-LEGAL-HOLDS
           PERFORM VARYING WS-DM-I FROM 1 BY 1 UNTIL WS-DM-I > WS-DM-COUNT
               PERFORM STEP-ONE-ACCOUNT
           END-PERFORM
           PERFORM MARK-DORMANT-ACCOUNTS
           PERFORM SAVE-DORMANCY-STATE
           PERFORM REPORT-TOTALS
           CLOSE REPORT-FILE
           STOP RUN.

      *> OPTIONAL ONE-RECORD CONTROL FILE, SAME IDEA AS
      *> backup-control.doc. A SET OF THRESHOLDS THAT WOULD QUEUE AN
      *> ACCOUNT BEFORE IT COULD EVEN HAVE GONE DORMANT IS IGNORED
      *> WHOLE RATHER THAN HALF-APPLIED
       READ-DORMANCY-CONTROL.
           OPEN INPUT DORMANCY-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ DORMANCY-CONTROL-FILE
               AT END CONTINUE
               NOT AT END
                   IF DMC-WARN-DAYS NUMERIC AND DMC-WARN-DAYS > 0
                       AND DMC-GRACE-DAYS NUMERIC AND DMC-GRACE-DAYS > 0
                       AND DMC-DELETE-DAYS NUMERIC
                       AND DMC-DELETE-DAYS > DMC-WARN-DAYS + DMC-GRACE-DAYS
                       MOVE DMC-WARN-DAYS TO WS-WARN-DAYS
                       MOVE DMC-GRACE-DAYS TO WS-GRACE-DAYS
                       MOVE DMC-DELETE-DAYS TO WS-DELETE-DAYS
                       MOVE "Y" TO WS-CONTROL-USED
                   END-IF
           END-READ
           CLOSE DORMANCY-CONTROL-FILE
           .

      *> EVERY ACCOUNT STARTS AS "A", FIRST SEEN TODAY -- LOAD-PRIOR-STATE
      *> THEN PUTS BACK WHAT THE LAST RUN KNEW ABOUT IT
       LOAD-ACCOUNTS.
           MOVE 0 TO WS-DM-COUNT
           OPEN INPUT ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ACCOUNTS-EOF
           PERFORM UNTIL WS-ACCOUNTS-EOF = "Y"
               READ ACCOUNTS-FILE
                   AT END MOVE "Y" TO WS-ACCOUNTS-EOF
                   NOT AT END
                       IF WS-DM-COUNT < 9999
                           ADD 1 TO WS-DM-COUNT
                           MOVE ACCOUNT-USERNAME
                               TO WS-DM-USERNAME (WS-DM-COUNT)
                           MOVE ACCOUNT-STATUS
                               TO WS-DM-ACCT-STATUS (WS-DM-COUNT)
                           MOVE "A" TO WS-DM-STATE (WS-DM-COUNT)
                           MOVE 0 TO WS-DM-LAST-LOGIN (WS-DM-COUNT)
                           MOVE WS-BUSINESS-DATE
                               TO WS-DM-FIRST-SEEN (WS-DM-COUNT)
                           MOVE 0 TO WS-DM-WARNED (WS-DM-COUNT)
                           MOVE 0 TO WS-DM-DORMANT (WS-DM-COUNT)
                           MOVE 0 TO WS-DM-QUEUED (WS-DM-COUNT)
                           MOVE SPACE TO WS-DM-ACTION (WS-DM-COUNT)
                       ELSE
                           ADD 1 TO WS-CT-UNTRACKED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           MOVE "00" TO WS-ACCOUNTS-STATUS
           .

      *> A ROW WHOSE ACCOUNT IS GONE WAS DELETED SINCE THE LAST RUN --
      *> FROM THE QUEUE (COUNTED AND LISTED) OR BY THE USER THEMSELVES
       LOAD-PRIOR-STATE.
           OPEN INPUT DORMANCY-FILE
           IF WS-DORMANCY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-DORMANCY-EOF
           PERFORM UNTIL WS-DORMANCY-EOF = "Y"
               READ DORMANCY-FILE
                   AT END MOVE "Y" TO WS-DORMANCY-EOF
                   NOT AT END PERFORM RESTORE-PRIOR-ROW
               END-READ
           END-PERFORM
           CLOSE DORMANCY-FILE
           .

       RESTORE-PRIOR-ROW.
           MOVE DM-USERNAME TO WS-FIND-USERNAME
           PERFORM FIND-ACCOUNT-SLOT
           IF WS-DM-FOUND = 0
               IF DM-STATE = "Q"
                   ADD 1 TO WS-CT-DELETED
                   MOVE "DELETED" TO WS-DL-ACTION
                   MOVE DM-USERNAME TO WS-DL-USERNAME
                   MOVE DM-LAST-LOGIN TO WS-LOGIN-DATE
                   PERFORM WRITE-DETAIL-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE DM-STATE TO WS-DM-STATE (WS-DM-FOUND)
           IF DM-LAST-LOGIN NUMERIC
               MOVE DM-LAST-LOGIN TO WS-DM-LAST-LOGIN (WS-DM-FOUND)
           END-IF
           IF DM-FIRST-SEEN NUMERIC AND DM-FIRST-SEEN > 0
               MOVE DM-FIRST-SEEN TO WS-DM-FIRST-SEEN (WS-DM-FOUND)
           END-IF
           IF DM-WARNED-DATE NUMERIC
               MOVE DM-WARNED-DATE TO WS-DM-WARNED (WS-DM-FOUND)
           END-IF
           IF DM-DORMANT-DATE NUMERIC
               MOVE DM-DORMANT-DATE TO WS-DM-DORMANT (WS-DM-FOUND)
           END-IF
           IF DM-QUEUED-DATE NUMERIC
               MOVE DM-QUEUED-DATE TO WS-DM-QUEUED (WS-DM-FOUND)
           END-IF
           .

      *> WS-DM-FOUND = THE TABLE SLOT OF WS-FIND-USERNAME, ZERO IF NONE
       FIND-ACCOUNT-SLOT.
           MOVE 0 TO WS-DM-FOUND
           PERFORM VARYING WS-DM-I FROM 1 BY 1
               UNTIL WS-DM-I > WS-DM-COUNT OR WS-DM-FOUND > 0
               IF WS-DM-USERNAME (WS-DM-I) = WS-FIND-USERNAME
                   MOVE WS-DM-I TO WS-DM-FOUND
               END-IF
           END-PERFORM
           .

      *> THE LATEST SUCCESSFUL LOGIN PER ACCOUNT. A LOGIN STAMPED AFTER
      *> THE BUSINESS DATE (AN AS-OF RERUN) STILL COUNTS -- THE USER
      *> PLAINLY STILL WANTS THE ACCOUNT
       APPLY-LOGIN-HISTORY.
           OPEN INPUT LOGIN-HISTORY-FILE
           IF WS-LOGIN-HIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LOGIN-HIST-EOF
           PERFORM UNTIL WS-LOGIN-HIST-EOF = "Y"
               READ LOGIN-HISTORY-FILE
                   AT END MOVE "Y" TO WS-LOGIN-HIST-EOF
                   NOT AT END
                       IF LH-RESULT = "S" AND LH-TIMESTAMP(1:8) NUMERIC
                           MOVE LH-TIMESTAMP(1:8) TO WS-LOGIN-DATE
                           MOVE LH-USERNAME TO WS-FIND-USERNAME
                           PERFORM FIND-ACCOUNT-SLOT
                           IF WS-DM-FOUND > 0
                               AND WS-LOGIN-DATE
                                   > WS-DM-LAST-LOGIN (WS-DM-FOUND)
                               MOVE WS-LOGIN-DATE
                                   TO WS-DM-LAST-LOGIN (WS-DM-FOUND)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOGIN-HISTORY-FILE
           .

       LOAD-LEGAL-HOLDS.
           MOVE 0 TO WS-LH-COUNT
           OPEN INPUT LEGAL-HOLD-FILE
           IF WS-LEGAL-HOLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LEGAL-HOLD-EOF
           PERFORM UNTIL WS-LEGAL-HOLD-EOF = "Y"
               READ LEGAL-HOLD-FILE
                   AT END MOVE "Y" TO WS-LEGAL-HOLD-EOF
                   NOT AT END
                       IF LEGAL-HOLD-RECORD NOT = SPACES
                           AND WS-LH-COUNT < 500
                           ADD 1 TO WS-LH-COUNT
                           MOVE LEGAL-HOLD-RECORD
                               TO WS-LH-NAME (WS-LH-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEGAL-HOLD-FILE
           .

      *> ONE STEP OF THE LIFECYCLE FOR SLOT WS-DM-I -- AT MOST ONE MOVE
      *> PER RUN, SO NOBODY GOES FROM ACTIVE TO QUEUED IN ONE NIGHT
       STEP-ONE-ACCOUNT.
      *> BACK IN USE: THE INTERACTIVE PROGRAM TURNED "D" BACK TO ACTIVE
      *> AT A SUCCESSFUL LOGIN, OR OPS CHANGED THE STATUS BY HAND
           IF (WS-DM-STATE (WS-DM-I) = "D" OR WS-DM-STATE (WS-DM-I) = "Q")
               AND WS-DM-ACCT-STATUS (WS-DM-I) NOT = "D"
               MOVE "A" TO WS-DM-STATE (WS-DM-I)
               MOVE 0 TO WS-DM-WARNED (WS-DM-I)
               MOVE 0 TO WS-DM-DORMANT (WS-DM-I)
               MOVE 0 TO WS-DM-QUEUED (WS-DM-I)
               MOVE "R" TO WS-DM-ACTION (WS-DM-I)
               ADD 1 TO WS-CT-REACTIVATED
               MOVE "REACTIVATED" TO WS-DL-ACTION
               PERFORM WRITE-ACCOUNT-DETAIL
               EXIT PARAGRAPH
           END-IF
      *> DORMANT WITHOUT A ROW SAYING SO (dormancy.doc LOST OR NEW) --
      *> TAKE IT AS GOING DORMANT TODAY
           IF WS-DM-ACCT-STATUS (WS-DM-I) = "D"
               AND WS-DM-STATE (WS-DM-I) NOT = "D"
               AND WS-DM-STATE (WS-DM-I) NOT = "Q"
               MOVE "D" TO WS-DM-STATE (WS-DM-I)
               MOVE WS-BUSINESS-DATE TO WS-DM-DORMANT (WS-DM-I)
               ADD 1 TO WS-CT-ALL-DORMANT
               EXIT PARAGRAPH
           END-IF
      *> LOCKED, SUSPENDED AND PENDING-VETTING ACCOUNTS ARE LEFT WHERE
      *> THEY STAND UNTIL THEY ARE ACTIVE AGAIN
           IF WS-DM-ACCT-STATUS (WS-DM-I) NOT = SPACE
               AND WS-DM-ACCT-STATUS (WS-DM-I) NOT = "A"
               AND WS-DM-ACCT-STATUS (WS-DM-I) NOT = "D"
               EXIT PARAGRAPH
           END-IF

           IF WS-DM-LAST-LOGIN (WS-DM-I) > 0
               MOVE WS-DM-LAST-LOGIN (WS-DM-I) TO WS-IDLE-FROM
           ELSE
               MOVE WS-DM-FIRST-SEEN (WS-DM-I) TO WS-IDLE-FROM
           END-IF
           MOVE 0 TO WS-IDLE-DAYS
           IF WS-IDLE-FROM < WS-BUSINESS-DATE
               AND FUNCTION TEST-DATE-YYYYMMDD(WS-IDLE-FROM) = 0
               COMPUTE WS-IDLE-DAYS = WS-BUSINESS-INT
                   - FUNCTION INTEGER-OF-DATE(WS-IDLE-FROM)
           END-IF

           EVALUATE WS-DM-STATE (WS-DM-I)
               WHEN "W"
                   PERFORM STEP-WARNED-ACCOUNT
               WHEN "D"
                   PERFORM STEP-DORMANT-ACCOUNT
               WHEN "Q"
                   ADD 1 TO WS-CT-AWAITING
               WHEN OTHER
                   IF WS-IDLE-DAYS >= WS-WARN-DAYS
                       PERFORM WARN-ACCOUNT
                   END-IF
           END-EVALUATE
           IF WS-DM-STATE (WS-DM-I) = "D" OR WS-DM-STATE (WS-DM-I) = "Q"
               ADD 1 TO WS-CT-ALL-DORMANT
           END-IF
           .

      *> ANY SUCCESSFUL LOGIN ON OR AFTER THE WARNING DAY ANSWERS IT;
      *> OTHERWISE THE ACCOUNT GOES DORMANT ONCE THE GRACE PERIOD IS UP
       STEP-WARNED-ACCOUNT.
           IF WS-DM-LAST-LOGIN (WS-DM-I) >= WS-DM-WARNED (WS-DM-I)
               MOVE "A" TO WS-DM-STATE (WS-DM-I)
               MOVE 0 TO WS-DM-WARNED (WS-DM-I)
               MOVE "K" TO WS-DM-ACTION (WS-DM-I)
               ADD 1 TO WS-CT-ANSWERED
               MOVE "ANSWERED" TO WS-DL-ACTION
               PERFORM WRITE-ACCOUNT-DETAIL
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-GRACE-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DM-WARNED (WS-DM-I))
               + WS-GRACE-DAYS)
           IF WS-BUSINESS-DATE >= WS-GRACE-END
               MOVE "D" TO WS-DM-STATE (WS-DM-I)
               MOVE WS-BUSINESS-DATE TO WS-DM-DORMANT (WS-DM-I)
               MOVE "D" TO WS-DM-ACTION (WS-DM-I)
               ADD 1 TO WS-CT-DORMANT
               MOVE "DORMANT" TO WS-DL-ACTION
               PERFORM WRITE-ACCOUNT-DETAIL
           END-IF
           .

       STEP-DORMANT-ACCOUNT.
           IF WS-IDLE-DAYS < WS-DELETE-DAYS
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LH-ON-HOLD
           PERFORM VARYING WS-LH-I FROM 1 BY 1
               UNTIL WS-LH-I > WS-LH-COUNT OR WS-LH-ON-HOLD = "Y"
               IF WS-LH-NAME (WS-LH-I) = WS-DM-USERNAME (WS-DM-I)
                   MOVE "Y" TO WS-LH-ON-HOLD
               END-IF
           END-PERFORM
           IF WS-LH-ON-HOLD = "Y"
               MOVE "H" TO WS-DM-ACTION (WS-DM-I)
               ADD 1 TO WS-CT-HELD
               MOVE "LEGAL HOLD" TO WS-DL-ACTION
               PERFORM WRITE-ACCOUNT-DETAIL
               EXIT PARAGRAPH
           END-IF
           MOVE "Q" TO WS-DM-STATE (WS-DM-I)
           MOVE WS-BUSINESS-DATE TO WS-DM-QUEUED (WS-DM-I)
           MOVE "Q" TO WS-DM-ACTION (WS-DM-I)
           ADD 1 TO WS-CT-QUEUED
           ADD 1 TO WS-CT-AWAITING
           MOVE "QUEUED" TO WS-DL-ACTION
           PERFORM WRITE-ACCOUNT-DETAIL

           MOVE WS-DM-USERNAME (WS-DM-I) TO WS-AUDIT-USERNAME
           MOVE "DORMQUEUE" TO WS-AUDIT-ACTION
           MOVE WS-DM-USERNAME (WS-DM-I) TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-RECORD
           .

      *> THE NOTICE NAMES THE LAST DAY A LOGIN STILL COUNTS
       WARN-ACCOUNT.
           MOVE "W" TO WS-DM-STATE (WS-DM-I)
           MOVE WS-BUSINESS-DATE TO WS-DM-WARNED (WS-DM-I)
           MOVE "W" TO WS-DM-ACTION (WS-DM-I)
           ADD 1 TO WS-CT-WARNED
           MOVE "WARNED" TO WS-DL-ACTION
           PERFORM WRITE-ACCOUNT-DETAIL

           COMPUTE WS-GRACE-END = FUNCTION DATE-OF-INTEGER(
               WS-BUSINESS-INT + WS-GRACE-DAYS - 1)
           OPEN EXTEND DIGEST-PENDING-FILE
           IF WS-DIGEST-PEND-STATUS NOT = "00"
               OPEN OUTPUT DIGEST-PENDING-FILE
           END-IF
           MOVE WS-DM-USERNAME (WS-DM-I) TO DP-USERNAME
           MOVE FUNCTION CURRENT-DATE(1:14) TO DP-TIMESTAMP
           MOVE SPACES TO DP-TEXT
           STRING "Still want your InCollege account? Log in by "
               WS-GRACE-END(1:4) "-" WS-GRACE-END(5:2) "-"
               WS-GRACE-END(7:2) " or it will be made dormant."
               DELIMITED BY SIZE INTO DP-TEXT
           END-STRING
           WRITE DIGEST-PENDING-RECORD
           CLOSE DIGEST-PENDING-FILE
           .

      *> ONE PASS OVER accounts.doc SETTING "D" ON THE ACCOUNTS THIS RUN
      *> MADE DORMANT. THE FILE IS STILL IN THE ORDER LOAD-ACCOUNTS READ
      *> IT, SO RECORD N IS SLOT N -- THE USERNAME IS CHECKED ANYWAY,
      *> AND AN ACCOUNT NO LONGER ACTIVE IS LEFT ALONE
       MARK-DORMANT-ACCOUNTS.
           IF WS-CT-DORMANT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-DM-I
           MOVE "N" TO WS-ACCOUNTS-EOF
           PERFORM UNTIL WS-ACCOUNTS-EOF = "Y"
               READ ACCOUNTS-FILE
                   AT END MOVE "Y" TO WS-ACCOUNTS-EOF
                   NOT AT END
                       ADD 1 TO WS-DM-I
                       IF WS-DM-I <= WS-DM-COUNT
                           AND WS-DM-ACTION (WS-DM-I) = "D"
                           AND ACCOUNT-USERNAME = WS-DM-USERNAME (WS-DM-I)
                           AND (ACCOUNT-STATUS = SPACE
                                OR ACCOUNT-STATUS = "A")
                           PERFORM MARK-ONE-DORMANT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           .

       MARK-ONE-DORMANT.
           MOVE "D" TO ACCOUNT-STATUS
           MOVE "ACCOUNTS" TO WS-JOURNAL-FILE-ID
           MOVE "U" TO WS-JOURNAL-ACTION
           MOVE ACCOUNT-USERNAME TO WS-JOURNAL-KEY
           MOVE ACCOUNT-RECORD TO WS-JOURNAL-IMAGE
           PERFORM WRITE-JOURNAL-RECORD
           REWRITE ACCOUNT-RECORD

           MOVE ACCOUNT-USERNAME TO WS-AUDIT-USERNAME
           MOVE "DORMANT" TO WS-AUDIT-ACTION
           MOVE ACCOUNT-USERNAME TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-RECORD
           .

       SAVE-DORMANCY-STATE.
           OPEN OUTPUT DORMANCY-FILE
           PERFORM VARYING WS-DM-I FROM 1 BY 1 UNTIL WS-DM-I > WS-DM-COUNT
               MOVE WS-DM-USERNAME (WS-DM-I) TO DM-USERNAME
               MOVE WS-DM-STATE (WS-DM-I) TO DM-STATE
               MOVE WS-DM-LAST-LOGIN (WS-DM-I) TO DM-LAST-LOGIN
               MOVE WS-DM-FIRST-SEEN (WS-DM-I) TO DM-FIRST-SEEN
               MOVE WS-DM-WARNED (WS-DM-I) TO DM-WARNED-DATE
               MOVE WS-DM-DORMANT (WS-DM-I) TO DM-DORMANT-DATE
               MOVE WS-DM-QUEUED (WS-DM-I) TO DM-QUEUED-DATE
               WRITE DORMANCY-RECORD
           END-PERFORM
           CLOSE DORMANCY-FILE
           .

       WRITE-ACCOUNT-DETAIL.
           MOVE WS-DM-USERNAME (WS-DM-I) TO WS-DL-USERNAME
           MOVE WS-DM-LAST-LOGIN (WS-DM-I) TO WS-LOGIN-DATE
           PERFORM WRITE-DETAIL-LINE
           .

      *> WS-DL-ACTION AND WS-DL-USERNAME SET BY THE CALLER, THE LAST
      *> LOGIN IN WS-LOGIN-DATE
       WRITE-DETAIL-LINE.
           IF WS-LOGIN-DATE = 0
               MOVE "never" TO WS-DL-LAST-LOGIN
           ELSE
               MOVE SPACES TO WS-DATE-OUT
               STRING WS-LOGIN-DATE(1:4) "-" WS-LOGIN-DATE(5:2) "-"
                   WS-LOGIN-DATE(7:2) DELIMITED BY SIZE INTO WS-DATE-OUT
               END-STRING
               MOVE WS-DATE-OUT TO WS-DL-LAST-LOGIN
           END-IF
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE
           .

       REPORT-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE
           MOVE WS-DM-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Accounts examined:            " WS-COUNT-DISPLAY
               INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE WS-CT-WARNED TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Warned:                       " WS-COUNT-DISPLAY
               INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE WS-CT-ANSWERED TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Warnings answered by a login: " WS-COUNT-DISPLAY
               INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE WS-CT-DORMANT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Made dormant:                 " WS-COUNT-DISPLAY
               INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE WS-CT-REACTIVATED TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Reactivated:                  " WS-COUNT-DISPLAY
               INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE WS-CT-QUEUED TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Queued for deletion:          " WS-COUNT-DISPLAY
               INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE WS-CT-HELD TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Kept back by a legal hold:    " WS-COUNT-DISPLAY
               INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE WS-CT-AWAITING TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Awaiting deletion in total:   " WS-COUNT-DISPLAY
               INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE WS-CT-DELETED TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Deleted since the last run:   " WS-COUNT-DISPLAY
               INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE WS-CT-ALL-DORMANT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Dormant accounts now:         " WS-COUNT-DISPLAY
               INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE
           IF WS-CT-UNTRACKED > 0
               MOVE WS-CT-UNTRACKED TO WS-COUNT-DISPLAY
               MOVE SPACES TO REPORT-RECORD
               STRING "Accounts past 9999 not examined: "
                   WS-COUNT-DISPLAY INTO REPORT-RECORD
               END-STRING
               PERFORM EMIT-REPORT-LINE
           END-IF
           .

       WRITE-JOURNAL-RECORD.
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

       WRITE-AUDIT-RECORD.
           MOVE "N" TO WS-SEAL-NEW-FILE
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
               MOVE "Y" TO WS-SEAL-NEW-FILE
           END-IF
           PERFORM LOAD-SEAL-STATE
           PERFORM SEAL-AUDIT-DAY
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

       EMIT-REPORT-LINE.
           DISPLAY REPORT-RECORD
           WRITE REPORT-RECORD
           .

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
