      *> === INCOLLEGE LISTING CLOSE-OUT SWEEP ===
      *> Nightly companion to the close-out an employer is offered when
      *> they close a listing by hand (OFFER-CLOSE-OUT in the
      *> interactive program). Listings that stop taking applicants
      *> with nobody at the keyboard leave their applicants hanging:
      *> EXPIRE-OLD-JOB-LISTINGS flips old listings to "E", and the ATS
      *> status feed can fill the last opening of a listing overnight.
      *> This job walks jobs.doc and, for every listing that is
      *>
      *>   - "E" expired, or
      *>   - "C" closed with its hires ("H" applications) at or above
      *>     JR-OPENINGS -- a hand-closed listing with seats still
      *>     open is left alone, its employer chose not to close out,
      *>
      *> closes out every application still open on it (anything but
      *> R, H, D or W) exactly as the interactive close-out does: the
      *> application goes to "R" through journal.doc with its
      *> app_history.doc row, the listing author's default letter from
      *> disposition_templates.doc (or the house standard letter when
      *> they have not flagged one) goes to the applicant on the job's
      *> message thread (MS-JOB-ID) unless either has blocked the
      *> other, the applicant is notified under their application-status
      *> preference and any pending referral settles as "R". The
      *> listing's unconfirmed interviews.doc proposals are then
      *> dropped and its pending offers.doc offers marked "W". One
      *> CLOSEOUT audit row per listing goes under the author.
      *> Message numbers come from CTL-NEXT-MSG-ID in control.doc, which
      *> is written back after every letter. close-out.rpt lists each
      *> listing closed out. Queued nightly by ops as CLOSEOUT in
      *> batch-queue.doc, after the expiry step.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCOLLEGE-CLOSE-OUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT APP-HISTORY-FILE ASSIGN TO "app_history.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APP-HIST-STATUS.
           SELECT INTERVIEWS-FILE ASSIGN TO "interviews.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERVIEWS-STATUS.
           SELECT INTERVIEWS-TEMP-FILE ASSIGN TO "interviews.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERVIEWS-TEMP-STATUS.
           SELECT OFFERS-FILE ASSIGN TO "offers.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFFERS-STATUS.
      *> INDEXED -- SEE THE MAIN PROGRAM'S FD
           SELECT MESSAGES-FILE ASSIGN TO "messages.doc"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MS-ID
               ALTERNATE RECORD KEY IS MS-RECIPIENT WITH DUPLICATES
               ALTERNATE RECORD KEY IS MS-SENDER WITH DUPLICATES
               FILE STATUS IS WS-MESSAGES-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "control.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT DISPOSITION-TEMPLATES-FILE
               ASSIGN TO "disposition_templates.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DT-STATUS.
           SELECT BLOCKS-FILE ASSIGN TO "blocks.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOCKS-STATUS.
           SELECT REFERRALS-FILE ASSIGN TO "referrals.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFERRALS-STATUS.
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
           SELECT NOTIFICATIONS-FILE ASSIGN TO "notifications.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.
      *> PER-USER NOTIFICATION PREFERENCES AND THE DIGEST-ONLY HOLDING
      *> PEN -- SEE THE INTERACTIVE PROGRAM'S WRITE-NOTIFICATION-RECORD
           SELECT NOTIF-PREFS-FILE ASSIGN TO "notif_prefs.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIF-PREFS-STATUS.
           SELECT DIGEST-PENDING-FILE ASSIGN TO "digest_pending.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIGEST-PEND-STATUS.
           SELECT REPORT-FILE ASSIGN TO "close-out.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      *> BUSINESS-DATE CONTROL RECORD -- SEE LOAD-BUSINESS-DATE
           SELECT BUSINESS-DATE-FILE ASSIGN TO "business_date.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> SEE THE MAIN PROGRAM'S FD
       FD JOBS-FILE.
       01 JOBS-FILE-RECORD.
           05 JR-ID              PIC 9(4) VALUE 0.
           05 JR-TITLE           PIC X(20).
           05 JR-DESC            PIC X(200).
           05 JR-EMPLOYER        PIC X(20).
           05 JR-LOCATION        PIC X(20).
           05 JR-SALARY          PIC X(20).
           05 JR-AUTHOR-USERNAME PIC X(20).
           05 JR-STATUS          PIC X(01) VALUE "O".
           05 JR-POSTED-DATE     PIC 9(8) VALUE 0.
           05 JR-VERIFIED         PIC X(01) VALUE "N".
           05 JR-CATEGORY        PIC X(20).
      *> HEADCOUNT ON THE REQUISITION -- SEE THE MAIN PROGRAM'S FD
           05 JR-OPENINGS        PIC 9(3).
      *> SPONSORSHIP FLAG ON THE LISTING -- SEE THE MAIN PROGRAM'S FD
           05 JR-SPONSORSHIP     PIC X(01).
      *> PARTNER-BOARD SYNDICATION OPT-OUT -- SEE THE MAIN PROGRAM'S FD
           05 JR-SYNDICATE       PIC X(01).

      *> SEE THE MAIN PROGRAM'S FD
       FD APPLICATIONS-FILE.
       01 APPLICATION-RECORD.
           05 APP-KEY.
               10 APP-USERNAME   PIC X(20).
               10 APP-JOB-ID     PIC 9(4).
           05 APP-STATUS     PIC X(01).
           05 APP-COVER-NOTE  PIC X(200).
           05 APP-NAME        PIC X(40).
           05 APP-UNIVERSITY  PIC X(30).
           05 APP-MAJOR       PIC X(30).
           05 APP-GRAD-YEAR   PIC 9(4).
           05 APP-EXP-SUMMARY PIC X(60).
           05 APP-RESUME-LINK PIC X(100).

       FD APP-HISTORY-FILE.
       01 APP-HISTORY-RECORD.
           05 AH-USERNAME   PIC X(20).
           05 AH-JOB-ID     PIC 9(4).
           05 AH-OLD-STATUS PIC X(01).
           05 AH-NEW-STATUS PIC X(01).
           05 AH-TIMESTAMP  PIC X(14).

      *> SEE THE MAIN PROGRAM'S FD
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

       FD INTERVIEWS-TEMP-FILE.
       01 INTERVIEW-TEMP-RECORD PIC X(122).

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

      *> SEE THE MAIN PROGRAM'S FD
       FD MESSAGES-FILE.
       01 MESSAGE-RECORD.
           05 MS-ID          PIC 9(8).
           05 MS-SENDER      PIC X(20).
           05 MS-RECIPIENT   PIC X(20).
           05 MS-CONTENT     PIC X(200).
           05 MS-TIMESTAMP   PIC X(20).
           05 MS-STATUS      PIC X(01).
           05 MS-JOB-ID      PIC 9(4).

      *> SEE THE MAIN PROGRAM'S FD. ONLY THE MESSAGE COUNTER IS
      *> CHANGED -- THE REST OF THE RECORD IS WRITTEN BACK AS READ
       FD CONTROL-FILE.
       01 CONTROL-RECORD.
           05 CTL-MAX-ACCOUNTS PIC 9(4).
           05 CTL-ADMIN-PASSWORD-HASH PIC X(12).
           05 CTL-NEXT-JOB-ID PIC 9(4).
           05 CTL-MAX-LOGIN-FAILURES PIC 9(2).
           05 CTL-MAX-PASSWORD-AGE PIC 9(3).
           05 CTL-MAX-MSGS-PER-DAY    PIC 9(3).
           05 CTL-MAX-CONNREQ-PER-DAY PIC 9(3).
           05 CTL-NEXT-MSG-ID PIC 9(8).
           05 CTL-DRY-RUN PIC X(01).

      *> SEE THE MAIN PROGRAM'S FD
       FD DISPOSITION-TEMPLATES-FILE.
       01 DISPOSITION-TEMPLATE-RECORD.
           05 DT-EMPLOYER      PIC X(20).
           05 DT-NAME          PIC X(20).
           05 DT-DEFAULT       PIC X(01).
           05 DT-TEXT          PIC X(200).
           05 DT-DATE          PIC 9(8).

       FD BLOCKS-FILE.
       01 BLOCK-RECORD.
           05 BL-OWNER   PIC X(20).
           05 BL-BLOCKED PIC X(20).

      *> SEE THE MAIN PROGRAM'S FD
       FD REFERRALS-FILE.
       01 REFERRAL-RECORD.
           05 RF-REFERRER    PIC X(20).
           05 RF-CANDIDATE   PIC X(20).
           05 RF-JOB-ID      PIC 9(4).
           05 RF-ENDORSEMENT PIC X(100).
           05 RF-DATE        PIC 9(8).
           05 RF-OUTCOME     PIC X(01).

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

       FD NOTIFICATIONS-FILE.
       01 NOTIFICATION-RECORD.
           05 NT-USERNAME  PIC X(20).
           05 NT-TIMESTAMP PIC X(14).
           05 NT-TEXT      PIC X(100).

       FD NOTIF-PREFS-FILE.
       01 NOTIF-PREFS-RECORD.
           05 NP-USERNAME    PIC X(20).
           05 NP-JOB-ALERTS  PIC X(01).
           05 NP-APP-STATUS  PIC X(01).
           05 NP-INTERVIEWS  PIC X(01).
           05 NP-SOCIAL      PIC X(01).
           05 NP-SYSTEM      PIC X(01).
           05 NP-DIGEST-ONLY PIC X(01).

       FD DIGEST-PENDING-FILE.
       01 DIGEST-PENDING-RECORD.
           05 DP-USERNAME  PIC X(20).
           05 DP-TIMESTAMP PIC X(14).
           05 DP-TEXT      PIC X(100).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(120).

      *> ONE RECORD: THE DATE THE NIGHTLY BATCH PROCESSES AS OF
       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BD-DATE          PIC 9(8).

       WORKING-STORAGE SECTION.
       77  WS-JOBS-FILE-STATUS    PIC XX.
       77  WS-APPLICATIONS-STATUS PIC XX.
       77  WS-APP-HIST-STATUS     PIC XX.
       77  WS-INTERVIEWS-STATUS   PIC XX.
       77  WS-INTERVIEWS-TEMP-STATUS PIC XX.
       77  WS-OFFERS-STATUS       PIC XX.
       77  WS-MESSAGES-STATUS     PIC XX.
       77  WS-CONTROL-STATUS      PIC XX.
       77  WS-DT-STATUS           PIC XX.
       77  WS-BLOCKS-STATUS       PIC XX.
       77  WS-REFERRALS-STATUS    PIC XX.
       77  WS-JOURNAL-STATUS      PIC XX.
       77  WS-AUDIT-STATUS        PIC XX.
       77  WS-NOTIFY-STATUS       PIC XX.
       77  WS-NOTIF-PREFS-STATUS  PIC XX.
       77  WS-DIGEST-PEND-STATUS  PIC XX.
       77  WS-REPORT-STATUS       PIC XX.
       77  WS-BUSINESS-DATE-STATUS PIC XX.
      *> THE DATE THIS RUN PROCESSES AS OF, AND THE REAL ONE
       77  WS-BUSINESS-DATE      PIC 9(8) VALUE 0.
       77  WS-CLOCK-DATE         PIC 9(8) VALUE 0.
       77  WS-JOBS-EOF           PIC X VALUE "N".
       77  WS-APPLICATIONS-EOF   PIC X VALUE "N".
       77  WS-INTERVIEWS-EOF     PIC X VALUE "N".
       77  WS-OFFERS-EOF         PIC X VALUE "N".
       77  WS-DT-EOF             PIC X VALUE "N".
       77  WS-BLOCKS-EOF         PIC X VALUE "N".
       77  WS-REFERRALS-EOF      PIC X VALUE "N".
       77  WS-NOTIF-PREFS-EOF    PIC X VALUE "N".

      *> control.doc AS READ, AND THE MESSAGE COUNTER CARRIED FORWARD
       77  WS-CONTROL-IMAGE      PIC X(40).
       77  WS-NEXT-MSG-ID        PIC 9(8) VALUE 0.

      *> THE LISTING BEING SWEPT
       77  WS-HIRED-COUNT        PIC 9(4) VALUE 0.
       77  WS-FILL-OPENINGS      PIC 9(4) VALUE 0.
       77  WS-SWEEP-DUE          PIC X(01).
       77  WS-CLOSEOUT-JOB-ID    PIC 9(4) VALUE 0.
       77  WS-CLOSEOUT-SENDER    PIC X(20).
       77  WS-CLOSEOUT-TEXT      PIC X(200).
       77  WS-CLOSEOUT-REASON    PIC X(20).
       77  WS-CLOSEOUT-COUNT     PIC 9(5) VALUE 0.
       77  WS-CLOSEOUT-OPEN      PIC 9(5) VALUE 0.
       77  WS-CLOSEOUT-MORE      PIC X VALUE "N".
       77  WS-CLOSEOUT-DONE      PIC X VALUE "N".
       77  WS-CLOSEOUT-APPLIED   PIC 9(3) VALUE 0.
       77  WS-CLOSEOUT-BATCH     PIC 9(3) VALUE 0.
       01  WS-CLOSEOUT-TABLE.
           05 WS-CLOSEOUT-ENTRY OCCURS 200 TIMES.
               10 WS-CLOSEOUT-USER     PIC X(20).
       77  WS-CLOSEOUT-I         PIC 9(3) VALUE 0.
      *> THE SAME HOUSE LETTER AS THE INTERACTIVE PROGRAM'S
       77  WS-CLOSEOUT-STANDARD  PIC X(200) VALUE
           "Thank you for your interest. This position is no longer open, so we will not be moving forward with your application. We wish you every success in your search.".
       77  WS-LETTER-BLOCKED     PIC X(01).
       77  WS-BLOCK-CHECK-OWNER  PIC X(20).
       77  WS-BLOCK-CHECK-TARGET PIC X(20).
       77  WS-REFER-CANDIDATE    PIC X(20).
       77  WS-REFER-JOB-ID       PIC 9(4) VALUE 0.
       77  WS-REFER-OUTCOME      PIC X(01).

      *> RUN TOTALS
       77  WS-JOBS-READ          PIC 9(6) VALUE 0.
       77  WS-JOBS-SWEPT         PIC 9(6) VALUE 0.
       77  WS-APPS-CLOSED        PIC 9(6) VALUE 0.
       77  WS-LETTERS-SENT       PIC 9(6) VALUE 0.
       77  WS-LETTERS-WITHHELD   PIC 9(6) VALUE 0.
       77  WS-COUNT-DISPLAY      PIC ZZZ,ZZ9.
       77  WS-JOB-COUNT-DISPLAY  PIC ZZ,ZZ9.

      *> SAME SCRATCH AS THE INTERACTIVE PROGRAM'S WRITE-JOURNAL-RECORD,
      *> WRITE-AUDIT-RECORD, WRITE-NOTIFICATION-RECORD AND
      *> WRITE-APP-HISTORY-RECORD (NO COPYBOOKS IN THIS SHOP)
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
       77  WS-NOTIFY-USERNAME    PIC X(20).
       77  WS-NOTIFY-TEXT        PIC X(100).
       77  WS-NOTIFY-CATEGORY    PIC X(01) VALUE SPACE.
       77  WS-NOTIFY-WANTED      PIC X(01).
       77  WS-NP-JOB-ALERTS      PIC X(01).
       77  WS-NP-APP-STATUS      PIC X(01).
       77  WS-NP-INTERVIEWS      PIC X(01).
       77  WS-NP-SOCIAL          PIC X(01).
       77  WS-NP-SYSTEM          PIC X(01).
       77  WS-NP-DIGEST-ONLY     PIC X(01).
       77  WS-NP-FOUND           PIC X(01).
       77  WS-APP-HIST-USERNAME  PIC X(20).
       77  WS-APP-HIST-JOB-ID    PIC 9(4).
       77  WS-APP-HIST-OLD       PIC X(01).
       77  WS-APP-HIST-NEW       PIC X(01).
       77  WS-APP-HIST-STAMP     PIC X(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-BUSINESS-DATE
           OPEN OUTPUT REPORT-FILE
           MOVE "=== InCollege Listing Close-Out Sweep ===" TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           STRING "Business date: " WS-BUSINESS-DATE(1:4) "-"
               WS-BUSINESS-DATE(5:2) "-" WS-BUSINESS-DATE(7:2)
               INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE

      *> WITHOUT THE MESSAGE COUNTER EVERY LETTER WOULD RISK A PRIME-KEY
      *> COLLISION -- LEAVE THE SWEEP FOR A RERUN INSTEAD
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               MOVE "control.doc could not be read - nothing closed out." TO REPORT-RECORD
               PERFORM EMIT-REPORT-LINE
               CLOSE REPORT-FILE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-CONTROL-IMAGE
           READ CONTROL-FILE
               AT END CONTINUE
               NOT AT END
                   MOVE CONTROL-RECORD TO WS-CONTROL-IMAGE
                   IF CTL-NEXT-MSG-ID NUMERIC
                       MOVE CTL-NEXT-MSG-ID TO WS-NEXT-MSG-ID
                   END-IF
           END-READ
           CLOSE CONTROL-FILE

           OPEN INPUT JOBS-FILE
           IF WS-JOBS-FILE-STATUS NOT = "00"
               MOVE SPACES TO REPORT-RECORD
               STRING "jobs.doc could not be opened (status "
                   WS-JOBS-FILE-STATUS ") - nothing closed out."
                   INTO REPORT-RECORD
               END-STRING
               PERFORM EMIT-REPORT-LINE
               CLOSE REPORT-FILE
               STOP RUN
           END-IF

           MOVE SPACES TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE
           MOVE "Listings closed out:" TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE
           MOVE "N" TO WS-JOBS-EOF
           PERFORM UNTIL WS-JOBS-EOF = "Y"
               READ JOBS-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-JOBS-EOF
                   NOT AT END
                       ADD 1 TO WS-JOBS-READ
                       IF JR-STATUS = "E" OR JR-STATUS = "C"
                           PERFORM SWEEP-ONE-LISTING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBS-FILE
           IF WS-JOBS-SWEPT = 0
               MOVE "  (none)" TO REPORT-RECORD
               PERFORM EMIT-REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE
           MOVE WS-JOBS-READ TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Listings read:         " WS-COUNT-DISPLAY
               INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE WS-JOBS-SWEPT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Listings closed out:   " WS-COUNT-DISPLAY
               INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE WS-APPS-CLOSED TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Applications closed:   " WS-COUNT-DISPLAY
               INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE WS-LETTERS-SENT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Letters sent:          " WS-COUNT-DISPLAY
               INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE WS-LETTERS-WITHHELD TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Letters held (blocked):" WS-COUNT-DISPLAY
               INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE
           CLOSE REPORT-FILE
           STOP RUN.

      *> ONE "E" OR "C" LISTING: A CLOSED ONE IS ONLY DUE WHEN ITS
      *> OPENINGS ARE ALL FILLED. ANYONE STILL OPEN ON A DUE LISTING IS
      *> CLOSED OUT WITH THE AUTHOR'S DEFAULT LETTER
       SWEEP-ONE-LISTING.
           MOVE JR-ID TO WS-CLOSEOUT-JOB-ID
           MOVE JR-AUTHOR-USERNAME TO WS-CLOSEOUT-SENDER
           MOVE "Y" TO WS-SWEEP-DUE
           IF JR-STATUS = "C"
               PERFORM COUNT-JOB-HIRES
               IF JR-OPENINGS NUMERIC AND JR-OPENINGS > 0
                   MOVE JR-OPENINGS TO WS-FILL-OPENINGS
               ELSE
                   MOVE 1 TO WS-FILL-OPENINGS
               END-IF
               IF WS-HIRED-COUNT < WS-FILL-OPENINGS
                   MOVE "N" TO WS-SWEEP-DUE
               END-IF
               MOVE "has been filled" TO WS-CLOSEOUT-REASON
           ELSE
               MOVE "has expired" TO WS-CLOSEOUT-REASON
           END-IF
           IF WS-SWEEP-DUE NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           PERFORM COLLECT-CLOSEOUT-BATCH
           IF WS-CLOSEOUT-OPEN = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM PICK-DEFAULT-DISPOSITION
           PERFORM CLOSE-OUT-APPLICANTS
           ADD 1 TO WS-JOBS-SWEPT
           ADD WS-CLOSEOUT-COUNT TO WS-APPS-CLOSED

           MOVE WS-CLOSEOUT-COUNT TO WS-JOB-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "  Job " WS-CLOSEOUT-JOB-ID "  "
               WS-CLOSEOUT-SENDER " "
               WS-CLOSEOUT-REASON WS-JOB-COUNT-DISPLAY
               " application(s) closed out"
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE
           .

       COUNT-JOB-HIRES.
           MOVE 0 TO WS-HIRED-COUNT
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
                           AND APP-STATUS = "H"
                           ADD 1 TO WS-HIRED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPLICATIONS-FILE
           .

      *> WS-CLOSEOUT-SENDER'S DEFAULT LETTER INTO WS-CLOSEOUT-TEXT, OR
      *> THE STANDARD LETTER IF THEY HAVE NOT FLAGGED ONE
       PICK-DEFAULT-DISPOSITION.
           MOVE WS-CLOSEOUT-STANDARD TO WS-CLOSEOUT-TEXT
           MOVE "N" TO WS-DT-EOF
           OPEN INPUT DISPOSITION-TEMPLATES-FILE
           IF WS-DT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DT-EOF = "Y"
               READ DISPOSITION-TEMPLATES-FILE
                   AT END MOVE "Y" TO WS-DT-EOF
                   NOT AT END
                       IF DT-EMPLOYER = WS-CLOSEOUT-SENDER
                           AND DT-DEFAULT = "Y"
                           MOVE DT-TEXT TO WS-CLOSEOUT-TEXT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISPOSITION-TEMPLATES-FILE
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
                       MOVE FUNCTION CURRENT-DATE(1:14)
                           TO WS-APP-HIST-STAMP
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
           IF WS-LETTER-BLOCKED NOT = "Y"
               MOVE WS-CLOSEOUT-USER(WS-CLOSEOUT-I)
                   TO WS-BLOCK-CHECK-OWNER
               MOVE WS-CLOSEOUT-SENDER TO WS-BLOCK-CHECK-TARGET
               PERFORM CHECK-USER-BLOCKED
           END-IF
           IF WS-LETTER-BLOCKED = "Y"
               ADD 1 TO WS-LETTERS-WITHHELD
           ELSE
               OPEN I-O MESSAGES-FILE
               IF WS-MESSAGES-STATUS NOT = "00"
                   OPEN OUTPUT MESSAGES-FILE
                   CLOSE MESSAGES-FILE
                   OPEN I-O MESSAGES-FILE
               END-IF
               ADD 1 TO WS-NEXT-MSG-ID
               MOVE WS-NEXT-MSG-ID TO MS-ID
               PERFORM PERSIST-NEXT-MSG-ID
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
                   NOT INVALID KEY ADD 1 TO WS-LETTERS-SENT
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

      *> HAS WS-BLOCK-CHECK-OWNER PUT WS-BLOCK-CHECK-TARGET ON THEIR
      *> BLOCK LIST? SAME AS THE MAIN PROGRAM'S CHECK-USER-BLOCKED
       CHECK-USER-BLOCKED.
           MOVE "N" TO WS-LETTER-BLOCKED
           MOVE "N" TO WS-BLOCKS-EOF
           OPEN INPUT BLOCKS-FILE
           IF WS-BLOCKS-STATUS NOT = "00"
               MOVE "Y" TO WS-BLOCKS-EOF
           END-IF
           PERFORM UNTIL WS-BLOCKS-EOF = "Y" OR WS-LETTER-BLOCKED = "Y"
               READ BLOCKS-FILE
                   AT END MOVE "Y" TO WS-BLOCKS-EOF
                   NOT AT END
                       IF BL-OWNER = WS-BLOCK-CHECK-OWNER
                          AND BL-BLOCKED = WS-BLOCK-CHECK-TARGET
                           MOVE "Y" TO WS-LETTER-BLOCKED
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BLOCKS-STATUS NOT = "35"
               CLOSE BLOCKS-FILE
           END-IF
           .

      *> SETTLES ANY PENDING REFERRAL FOR WS-REFER-CANDIDATE /
      *> WS-REFER-JOB-ID AS WS-REFER-OUTCOME AND TELLS THE REFERRER --
      *> SAME AS THE MAIN PROGRAM'S NOTIFY-REFERRER-OUTCOME
       NOTIFY-REFERRER-OUTCOME.
           MOVE "N" TO WS-REFERRALS-EOF
           OPEN I-O REFERRALS-FILE
           IF WS-REFERRALS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-REFERRALS-EOF = "Y"
               READ REFERRALS-FILE
                   AT END MOVE "Y" TO WS-REFERRALS-EOF
                   NOT AT END
                       IF RF-CANDIDATE = WS-REFER-CANDIDATE
                          AND RF-JOB-ID = WS-REFER-JOB-ID
                          AND RF-OUTCOME = "P"
                           MOVE WS-REFER-OUTCOME TO RF-OUTCOME
                           REWRITE REFERRAL-RECORD
                           MOVE RF-REFERRER TO WS-NOTIFY-USERNAME
                           MOVE SPACES TO WS-NOTIFY-TEXT
                           STRING "Your referral of "
                               FUNCTION TRIM(RF-CANDIDATE TRAILING)
                               " for job " RF-JOB-ID
                               " was not selected." INTO WS-NOTIFY-TEXT
                           END-STRING
                           MOVE "S" TO WS-NOTIFY-CATEGORY
                           PERFORM WRITE-NOTIFICATION-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REFERRALS-FILE
           .

      *> WRITES control.doc BACK AS IT WAS READ, WITH THE ADVANCED
      *> MESSAGE COUNTER
       PERSIST-NEXT-MSG-ID.
           MOVE WS-CONTROL-IMAGE TO CONTROL-RECORD
           MOVE WS-NEXT-MSG-ID TO CTL-NEXT-MSG-ID
           MOVE CONTROL-RECORD TO WS-CONTROL-IMAGE
           OPEN OUTPUT CONTROL-FILE
           WRITE CONTROL-RECORD
           CLOSE CONTROL-FILE
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

       WRITE-APP-HISTORY-RECORD.
           OPEN EXTEND APP-HISTORY-FILE
           IF WS-APP-HIST-STATUS NOT = "00"
               OPEN OUTPUT APP-HISTORY-FILE
           END-IF
           MOVE WS-APP-HIST-USERNAME TO AH-USERNAME
           MOVE WS-APP-HIST-JOB-ID TO AH-JOB-ID
           MOVE WS-APP-HIST-OLD TO AH-OLD-STATUS
           MOVE WS-APP-HIST-NEW TO AH-NEW-STATUS
           MOVE WS-APP-HIST-STAMP TO AH-TIMESTAMP
           WRITE APP-HISTORY-RECORD
           CLOSE APP-HISTORY-FILE
           .

      *> SAME PREFERENCE GATE AS THE INTERACTIVE PROGRAM'S
      *> WRITE-NOTIFICATION-RECORD: MUTED CATEGORY DROPS THE EVENT,
      *> DIGEST-ONLY HOLDS IT FOR THE NIGHTLY DIGEST
       WRITE-NOTIFICATION-RECORD.
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
           MOVE SPACES TO WS-NOTIFY-CATEGORY

           IF WS-NOTIFY-WANTED = "N"
               EXIT PARAGRAPH
           END-IF

           IF WS-NP-DIGEST-ONLY = "Y"
               OPEN EXTEND DIGEST-PENDING-FILE
               IF WS-DIGEST-PEND-STATUS NOT = "00"
                   OPEN OUTPUT DIGEST-PENDING-FILE
               END-IF
               MOVE WS-NOTIFY-USERNAME TO DP-USERNAME
               MOVE FUNCTION CURRENT-DATE(1:14) TO DP-TIMESTAMP
               MOVE WS-NOTIFY-TEXT TO DP-TEXT
               WRITE DIGEST-PENDING-RECORD
               CLOSE DIGEST-PENDING-FILE
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND NOTIFICATIONS-FILE
           IF WS-NOTIFY-STATUS NOT = "00"
               OPEN OUTPUT NOTIFICATIONS-FILE
           END-IF
           MOVE WS-NOTIFY-USERNAME TO NT-USERNAME
           MOVE FUNCTION CURRENT-DATE(1:14) TO NT-TIMESTAMP
           MOVE WS-NOTIFY-TEXT TO NT-TEXT
           WRITE NOTIFICATION-RECORD
           CLOSE NOTIFICATIONS-FILE
           .

       LOOKUP-NOTIFY-PREFS.
           MOVE "Y" TO WS-NP-JOB-ALERTS
           MOVE "Y" TO WS-NP-APP-STATUS
           MOVE "Y" TO WS-NP-INTERVIEWS
           MOVE "Y" TO WS-NP-SOCIAL
           MOVE "Y" TO WS-NP-SYSTEM
           MOVE "N" TO WS-NP-DIGEST-ONLY
           MOVE "N" TO WS-NP-FOUND
           MOVE "N" TO WS-NOTIF-PREFS-EOF
           OPEN INPUT NOTIF-PREFS-FILE
           IF WS-NOTIF-PREFS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-NOTIF-PREFS-EOF = "Y"
                   OR WS-NP-FOUND = "Y"
               READ NOTIF-PREFS-FILE
                   AT END MOVE "Y" TO WS-NOTIF-PREFS-EOF
                   NOT AT END
                       IF NP-USERNAME = WS-NOTIFY-USERNAME
                           MOVE "Y" TO WS-NP-FOUND
                           MOVE NP-JOB-ALERTS TO WS-NP-JOB-ALERTS
                           MOVE NP-APP-STATUS TO WS-NP-APP-STATUS
                           MOVE NP-INTERVIEWS TO WS-NP-INTERVIEWS
                           MOVE NP-SOCIAL TO WS-NP-SOCIAL
                           MOVE NP-SYSTEM TO WS-NP-SYSTEM
                           MOVE NP-DIGEST-ONLY TO WS-NP-DIGEST-ONLY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NOTIF-PREFS-FILE
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
