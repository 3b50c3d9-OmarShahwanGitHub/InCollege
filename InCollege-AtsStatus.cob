      *> === INCOLLEGE EMPLOYER ATS APPLICATION-STATUS FEED ===
      *> The return leg of INCOLLEGE-JOB-IMPORT: employers who post
      *> through the import keep working their candidates in their own
      *> applicant-tracking system, and nobody re-keys those decisions
      *> into MANAGE-JOB-APPLICANTS, so the APP-STATUS students see goes
      *> stale. This job reads the employer's status extract
      *> (ats-status.csv, one decision per line: submitting employer
      *> username, job id, applicant username, new status, decision
      *> date YYYYMMDD -- plain comma-separated) and applies each row
      *> the way the interactive screen would:
      *>
      *>   - the job must exist and be the submitter's own listing, or
      *>     one of a company the submitter administers (CO-OWNER) or
      *>     holds an active recruiter seat at (company_seats.doc);
      *>   - the listing's company must not be under a compliance hold
      *>     (company_holds.doc) -- a held employer extends no offers
      *>     and moves no candidates until the hold is lifted;
      *>   - the applicant must have applied to it;
      *>   - the status is one MANAGE-JOB-APPLICANTS can set -- U under
      *>     review, I interview, O offer extended, R rejected -- or H
      *>     hired, which (as on the interactive side, where only an
      *>     accepted offer hires) is only legal from O. An offer out
      *>     can only end in H or R, and H, R, D (offer declined) and W
      *>     (withdrawn) are final -- a student who withdrew is never
      *>     put back in somebody's pipeline by a feed;
      *>   - the decision date must be a real date no later than the
      *>     business date, and no older than the application's latest
      *>     app_history.doc row, so a re-sent old extract cannot walk
      *>     a status backwards;
      *>   - a row repeating the status already held is counted as
      *>     unchanged, not rejected -- most ATS extracts are full
      *>     snapshots.
      *>
      *> An accepted row rewrites applications.doc through journal.doc,
      *> adds the app_history.doc row (stamped with the decision date),
      *> audits it as ATSSTATUS under the submitter, and notifies the
      *> student under their application-status preference. A hire
      *> settles any pending offers.doc offer as accepted and runs the
      *> CHECK-JOB-FILLED tally, closing the listing when the last
      *> opening fills. Every rejected row goes to dead_letter.doc
      *> (code ATSSTATUS, the row itself as the detail) and to
      *> ats-status.rpt, which ends with a per-employer count of rows
      *> applied, unchanged and rejected. Queued nightly by ops as
      *> ATSSTATUS in batch-queue.doc.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCOLLEGE-ATS-STATUS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATUS-CSV-FILE ASSIGN TO "ats-status.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
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
           SELECT OFFERS-FILE ASSIGN TO "offers.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFFERS-STATUS.
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
           SELECT DEAD-LETTER-FILE ASSIGN TO "dead_letter.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEAD-LETTER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ats-status.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT COMPANIES-FILE ASSIGN TO "companies.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPANIES-STATUS.
           SELECT COMPANY-SEATS-FILE ASSIGN TO "company_seats.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEATS-STATUS.
           SELECT COMPANY-HOLDS-FILE ASSIGN TO "company_holds.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
      *> BUSINESS-DATE CONTROL RECORD -- SEE LOAD-BUSINESS-DATE
           SELECT BUSINESS-DATE-FILE ASSIGN TO "business_date.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STATUS-CSV-FILE.
       01 STATUS-CSV-RECORD PIC X(200).

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

      *> SEE InCollege-BatchJobs.cob'S FD
       FD DEAD-LETTER-FILE.
       01 DEAD-LETTER-RECORD.
           05 DL-TIMESTAMP PIC X(14).
           05 DL-CODE      PIC X(20).
           05 DL-REASON    PIC X(30).
           05 DL-AS-OF     PIC X(8).
           05 DL-DETAIL    PIC X(60).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(120).

      *> SEE THE MAIN PROGRAM'S FD
       FD COMPANIES-FILE.
       01 COMPANY-RECORD.
           05 CO-NAME     PIC X(30).
           05 CO-DESC     PIC X(200).
           05 CO-LOCATION PIC X(20).
           05 CO-OWNER    PIC X(20).

      *> SEE THE MAIN PROGRAM'S FD
       FD COMPANY-SEATS-FILE.
       01 COMPANY-SEAT-RECORD.
           05 SE-COMPANY  PIC X(30).
           05 SE-USERNAME PIC X(20).
           05 SE-STATUS   PIC X(01).
           05 SE-SET-BY   PIC X(20).
           05 SE-SET-DATE PIC 9(8).

      *> ONE RECORD: THE DATE THE NIGHTLY BATCH PROCESSES AS OF
       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BD-DATE          PIC 9(8).

       WORKING-STORAGE SECTION.
       77  WS-CSV-STATUS          PIC XX.
       77  WS-JOBS-FILE-STATUS    PIC XX.
       77  WS-APPLICATIONS-STATUS PIC XX.
       77  WS-APP-HIST-STATUS     PIC XX.
       77  WS-OFFERS-STATUS       PIC XX.
       77  WS-JOURNAL-STATUS      PIC XX.
       77  WS-AUDIT-STATUS        PIC XX.
       77  WS-NOTIFY-STATUS       PIC XX.
       77  WS-NOTIF-PREFS-STATUS  PIC XX.
       77  WS-DIGEST-PEND-STATUS  PIC XX.
       77  WS-DEAD-LETTER-STATUS  PIC XX.
       77  WS-REPORT-STATUS       PIC XX.
       77  WS-BUSINESS-DATE-STATUS PIC XX.
       77  WS-COMPANIES-STATUS    PIC XX.
       77  WS-SEATS-STATUS        PIC XX.
       77  WS-COMPANIES-EOF       PIC X VALUE "N".
       77  WS-SEATS-EOF           PIC X VALUE "N".
       77  WS-SEAT-OK             PIC X VALUE "N".
       77  WS-SEAT-MATCH-NAME     PIC X(20).
      *> THE DATE THIS RUN PROCESSES AS OF, AND THE REAL ONE
       77  WS-BUSINESS-DATE      PIC 9(8) VALUE 0.
       77  WS-CLOCK-DATE         PIC 9(8) VALUE 0.
       77  WS-CSV-EOF            PIC X VALUE "N".
       77  WS-APPLICATIONS-EOF   PIC X VALUE "N".
       77  WS-APP-HIST-EOF       PIC X VALUE "N".
       77  WS-OFFERS-EOF         PIC X VALUE "N".
       77  WS-NOTIF-PREFS-EOF    PIC X VALUE "N".

      *> THE ROW BEING APPLIED
       77  WS-ATS-SUBMITTER      PIC X(20).
       77  WS-ATS-JOB-TEXT       PIC X(10).
       77  WS-ATS-APPLICANT      PIC X(20).
       77  WS-ATS-STATUS-TEXT    PIC X(10).
       77  WS-ATS-DATE-TEXT      PIC X(10).
       77  WS-ATS-JOB-ID         PIC 9(4) VALUE 0.
       77  WS-ATS-DATE           PIC 9(8) VALUE 0.
       77  WS-ATS-OLD            PIC X(01).
       77  WS-ATS-NEW            PIC X(01).
       77  WS-ATS-FOUND          PIC X(01).
       77  WS-ATS-LATEST-DATE    PIC 9(8) VALUE 0.
       77  WS-REJECT-REASON      PIC X(30).
       77  WS-ATS-UNCHANGED      PIC X(01).

      *> COMPANIES UNDER A COMPLIANCE HOLD ON THE BUSINESS DATE, AS
      *> UPPER-CASED JR-EMPLOYER-WIDTH NAMES
       77  WS-HOLD-STATUS        PIC XX.
       77  WS-HOLD-EOF           PIC X VALUE "N".
       77  WS-HOLD-IS-ACTIVE     PIC X VALUE "N".
       77  WS-HOLD-I             PIC 9(2) VALUE 0.
       77  WS-HOLD-MATCH-NAME    PIC X(20).
       77  WS-HOLD-ACTIVE-COUNT  PIC 9(2) VALUE 0.
       01  WS-HOLD-ACTIVE-TABLE.
           05  WS-HOLD-ACTIVE-NAME PIC X(20) OCCURS 50 TIMES.

      *> RUN TOTALS
       77  WS-ROWS-READ          PIC 9(6) VALUE 0.
       77  WS-ROWS-APPLIED       PIC 9(6) VALUE 0.
       77  WS-ROWS-UNCHANGED     PIC 9(6) VALUE 0.
       77  WS-ROWS-REJECTED      PIC 9(6) VALUE 0.
       77  WS-JOBS-CLOSED        PIC 9(6) VALUE 0.
       77  WS-COUNT-DISPLAY      PIC ZZZ,ZZ9.

      *> PER-EMPLOYER ACCEPTANCE/REJECTION COUNTS FOR THE REPORT
       77  WS-EMP-COUNT          PIC 9(4) VALUE 0.
       77  WS-EMP-SLOT           PIC 9(4) VALUE 0.
       77  WS-EMP-I              PIC 9(4) VALUE 0.
       77  WS-EMP-OVERFLOW       PIC 9(6) VALUE 0.
       01  WS-EMP-TABLE OCCURS 500 TIMES
           INDEXED BY WS-EMP-IDX.
           05  WS-EMP-NAME       PIC X(20).
           05  WS-EMP-APPLIED    PIC 9(6).
           05  WS-EMP-UNCHANGED  PIC 9(6).
           05  WS-EMP-REJECTED   PIC 9(6).
       01  WS-EMP-LINE.
           05  WS-EMP-LINE-NAME  PIC X(22).
           05  WS-EMP-LINE-APPLIED PIC ZZZ,ZZ9.
           05  FILLER            PIC X(03) VALUE SPACES.
           05  WS-EMP-LINE-UNCHANGED PIC ZZZ,ZZ9.
           05  FILLER            PIC X(03) VALUE SPACES.
           05  WS-EMP-LINE-REJECTED PIC ZZZ,ZZ9.

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

      *> CHECK-JOB-FILLED SCRATCH
       77  WS-HIRED-COUNT        PIC 9(4) VALUE 0.
       77  WS-FILL-OPENINGS      PIC 9(4) VALUE 0.
       77  WS-JOB-CLOSED         PIC X(01).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-COMPANY-HOLDS
           OPEN OUTPUT REPORT-FILE
           MOVE "=== InCollege ATS Application-Status Feed ===" TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           STRING "Business date: " WS-BUSINESS-DATE(1:4) "-"
               WS-BUSINESS-DATE(5:2) "-" WS-BUSINESS-DATE(7:2)
               INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE

           OPEN INPUT STATUS-CSV-FILE
           IF WS-CSV-STATUS NOT = "00"
               MOVE "No ats-status.csv found - nothing to apply." TO REPORT-RECORD
               PERFORM EMIT-REPORT-LINE
               CLOSE REPORT-FILE
               STOP RUN
           END-IF
      *> WITHOUT THE LISTINGS EVERY ROW WOULD BE DEAD-LETTERED AS AN
      *> UNKNOWN JOB -- LEAVE THE FILE FOR A RERUN INSTEAD
           OPEN I-O JOBS-FILE
           IF WS-JOBS-FILE-STATUS NOT = "00"
               MOVE SPACES TO REPORT-RECORD
               STRING "jobs.doc could not be opened (status "
                   WS-JOBS-FILE-STATUS ") - nothing applied."
                   INTO REPORT-RECORD
               END-STRING
               PERFORM EMIT-REPORT-LINE
               CLOSE STATUS-CSV-FILE
               CLOSE REPORT-FILE
               STOP RUN
           END-IF

           MOVE SPACES TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE
           MOVE "Rejected rows:" TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE
           MOVE "N" TO WS-CSV-EOF
           PERFORM UNTIL WS-CSV-EOF = "Y"
               READ STATUS-CSV-FILE
                   AT END MOVE "Y" TO WS-CSV-EOF
                   NOT AT END
                       IF STATUS-CSV-RECORD NOT = SPACES
                           ADD 1 TO WS-ROWS-READ
                           PERFORM APPLY-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STATUS-CSV-FILE
           CLOSE JOBS-FILE
           IF WS-ROWS-REJECTED = 0
               MOVE "  (none)" TO REPORT-RECORD
               PERFORM EMIT-REPORT-LINE
           END-IF

           PERFORM REPORT-BY-EMPLOYER
           CLOSE REPORT-FILE
           STOP RUN.

       APPLY-ONE-ROW.
           MOVE SPACES TO WS-ATS-SUBMITTER
           MOVE SPACES TO WS-ATS-JOB-TEXT
           MOVE SPACES TO WS-ATS-APPLICANT
           MOVE SPACES TO WS-ATS-STATUS-TEXT
           MOVE SPACES TO WS-ATS-DATE-TEXT
           UNSTRING STATUS-CSV-RECORD DELIMITED BY ","
               INTO WS-ATS-SUBMITTER WS-ATS-JOB-TEXT WS-ATS-APPLICANT
                    WS-ATS-STATUS-TEXT WS-ATS-DATE-TEXT
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-ATS-SUBMITTER) TO WS-ATS-SUBMITTER
           MOVE FUNCTION TRIM(WS-ATS-APPLICANT) TO WS-ATS-APPLICANT
           MOVE FUNCTION TRIM(WS-ATS-JOB-TEXT) TO WS-ATS-JOB-TEXT
           MOVE FUNCTION TRIM(WS-ATS-DATE-TEXT) TO WS-ATS-DATE-TEXT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ATS-STATUS-TEXT))
               TO WS-ATS-STATUS-TEXT
           MOVE WS-ATS-STATUS-TEXT(1:1) TO WS-ATS-NEW
           PERFORM FIND-EMPLOYER-SLOT

      *> VALIDATE THE ROW BEFORE TOUCHING ANY FILE
           MOVE SPACES TO WS-REJECT-REASON
           MOVE "N" TO WS-ATS-UNCHANGED
           IF WS-ATS-SUBMITTER = SPACES OR WS-ATS-APPLICANT = SPACES
               MOVE "missing submitter or applicant" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF WS-ATS-JOB-TEXT = SPACES
                   OR FUNCTION TRIM(WS-ATS-JOB-TEXT) IS NOT NUMERIC
                   OR FUNCTION LENGTH(FUNCTION TRIM(WS-ATS-JOB-TEXT)) > 4
                   MOVE "job id must be 1-4 digits" TO WS-REJECT-REASON
               ELSE
                   MOVE FUNCTION NUMVAL(WS-ATS-JOB-TEXT) TO WS-ATS-JOB-ID
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF WS-ATS-STATUS-TEXT(2:9) NOT = SPACES
                   OR (WS-ATS-NEW NOT = "U" AND WS-ATS-NEW NOT = "I"
                       AND WS-ATS-NEW NOT = "O" AND WS-ATS-NEW NOT = "R"
                       AND WS-ATS-NEW NOT = "H")
                   MOVE "status must be U, I, O, R or H" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF WS-ATS-DATE-TEXT(1:8) IS NOT NUMERIC
                   OR WS-ATS-DATE-TEXT(9:2) NOT = SPACES
                   MOVE "date must be YYYYMMDD" TO WS-REJECT-REASON
               ELSE
                   MOVE WS-ATS-DATE-TEXT(1:8) TO WS-ATS-DATE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-ATS-DATE) NOT = 0
                       MOVE "date must be YYYYMMDD" TO WS-REJECT-REASON
                   ELSE
                       IF WS-ATS-DATE > WS-BUSINESS-DATE
                           MOVE "decision date in the future"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               MOVE WS-ATS-JOB-ID TO JR-ID
               READ JOBS-FILE KEY IS JR-ID
                   INVALID KEY
                       MOVE "unknown job" TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF JR-AUTHOR-USERNAME NOT = WS-ATS-SUBMITTER
                           PERFORM CHECK-SUBMITTER-SEAT
                           IF WS-SEAT-OK NOT = "Y"
                               MOVE "job is not the submitter's"
                                   TO WS-REJECT-REASON
                           END-IF
                       END-IF
                       IF WS-REJECT-REASON = SPACES
                           PERFORM CHECK-LISTING-ON-HOLD
                           IF WS-HOLD-IS-ACTIVE = "Y"
                               MOVE "company under compliance hold"
                                   TO WS-REJECT-REASON
                           END-IF
                       END-IF
               END-READ
           END-IF

           IF WS-REJECT-REASON = SPACES
               PERFORM FIND-APPLICATION
               IF WS-ATS-FOUND NOT = "Y"
                   MOVE "unknown applicant" TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               PERFORM CHECK-ATS-TRANSITION
           END-IF

           IF WS-REJECT-REASON = SPACES AND WS-ATS-UNCHANGED NOT = "Y"
               PERFORM FIND-LATEST-HISTORY-DATE
               IF WS-ATS-DATE < WS-ATS-LATEST-DATE
                   MOVE "older than the current status" TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REJECT-REASON NOT = SPACES
               PERFORM REJECT-ROW
               EXIT PARAGRAPH
           END-IF

           IF WS-ATS-UNCHANGED = "Y"
               ADD 1 TO WS-ROWS-UNCHANGED
               IF WS-EMP-SLOT > 0
                   ADD 1 TO WS-EMP-UNCHANGED (WS-EMP-SLOT)
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM APPLY-STATUS-CHANGE
           ADD 1 TO WS-ROWS-APPLIED
           IF WS-EMP-SLOT > 0
               ADD 1 TO WS-EMP-APPLIED (WS-EMP-SLOT)
           END-IF
           .

      *> WS-ATS-OLD / WS-ATS-NEW AGAINST THE RULES IN THE HEADER
       CHECK-ATS-TRANSITION.
           IF WS-ATS-OLD = SPACE
               MOVE "A" TO WS-ATS-OLD
           END-IF
           IF WS-ATS-OLD = WS-ATS-NEW
               MOVE "Y" TO WS-ATS-UNCHANGED
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-ATS-OLD = "H" OR WS-ATS-OLD = "R"
                   OR WS-ATS-OLD = "D" OR WS-ATS-OLD = "W"
                   CONTINUE
               WHEN WS-ATS-NEW = "H" AND WS-ATS-OLD NOT = "O"
                   CONTINUE
               WHEN WS-ATS-OLD = "O"
                   AND (WS-ATS-NEW = "U" OR WS-ATS-NEW = "I")
                   CONTINUE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE SPACES TO WS-REJECT-REASON
           STRING "illegal transition " WS-ATS-OLD " -> " WS-ATS-NEW
               INTO WS-REJECT-REASON
           END-STRING
           .

      *> A COLLEAGUE'S LISTING IS STILL THE SUBMITTER'S TO WORK WHEN
      *> THEY ADMINISTER ITS COMPANY OR HOLD AN ACTIVE SEAT THERE -- THE
      *> SAME RULE AS THE INTERACTIVE PROGRAM'S CHECK-LISTING-SEAT
       CHECK-SUBMITTER-SEAT.
           MOVE "N" TO WS-SEAT-OK
           IF JR-EMPLOYER = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(JR-EMPLOYER) TO WS-SEAT-MATCH-NAME
           MOVE "N" TO WS-COMPANIES-EOF
           OPEN INPUT COMPANIES-FILE
           IF WS-COMPANIES-STATUS NOT = "00"
               MOVE "Y" TO WS-COMPANIES-EOF
           END-IF
           PERFORM UNTIL WS-COMPANIES-EOF = "Y" OR WS-SEAT-OK = "Y"
               READ COMPANIES-FILE
                   AT END MOVE "Y" TO WS-COMPANIES-EOF
                   NOT AT END
                       IF CO-OWNER = WS-ATS-SUBMITTER
                           AND FUNCTION UPPER-CASE(CO-NAME(1:20))
                               = WS-SEAT-MATCH-NAME
                           MOVE "Y" TO WS-SEAT-OK
                       END-IF
               END-READ
           END-PERFORM
           IF WS-COMPANIES-STATUS NOT = "35"
               CLOSE COMPANIES-FILE
           END-IF
           IF WS-SEAT-OK = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-SEATS-EOF
           OPEN INPUT COMPANY-SEATS-FILE
           IF WS-SEATS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SEATS-EOF = "Y" OR WS-SEAT-OK = "Y"
               READ COMPANY-SEATS-FILE
                   AT END MOVE "Y" TO WS-SEATS-EOF
                   NOT AT END
                       IF SE-USERNAME = WS-ATS-SUBMITTER
                           AND SE-STATUS = "A"
                           AND FUNCTION UPPER-CASE(SE-COMPANY(1:20))
                               = WS-SEAT-MATCH-NAME
                           MOVE "Y" TO WS-SEAT-OK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMPANY-SEATS-FILE
           .

      *> THE APPLICATION FOR WS-ATS-APPLICANT / WS-ATS-JOB-ID AND ITS
      *> CURRENT STATUS
       FIND-APPLICATION.
           MOVE "N" TO WS-ATS-FOUND
           MOVE SPACE TO WS-ATS-OLD
           OPEN INPUT APPLICATIONS-FILE
           IF WS-APPLICATIONS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ATS-APPLICANT TO APP-USERNAME
           MOVE WS-ATS-JOB-ID TO APP-JOB-ID
           READ APPLICATIONS-FILE KEY IS APP-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ATS-FOUND
                   MOVE APP-STATUS TO WS-ATS-OLD
           END-READ
           CLOSE APPLICATIONS-FILE
           .

       FIND-LATEST-HISTORY-DATE.
           MOVE 0 TO WS-ATS-LATEST-DATE
           MOVE "N" TO WS-APP-HIST-EOF
           OPEN INPUT APP-HISTORY-FILE
           IF WS-APP-HIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-APP-HIST-EOF = "Y"
               READ APP-HISTORY-FILE
                   AT END MOVE "Y" TO WS-APP-HIST-EOF
                   NOT AT END
                       IF AH-USERNAME = WS-ATS-APPLICANT
                           AND AH-JOB-ID = WS-ATS-JOB-ID
                           AND AH-TIMESTAMP(1:8) IS NUMERIC
                           AND AH-TIMESTAMP(1:8) > WS-ATS-LATEST-DATE
                           MOVE AH-TIMESTAMP(1:8) TO WS-ATS-LATEST-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APP-HISTORY-FILE
           .

      *> THE SAME STEPS MANAGE-JOB-APPLICANTS TAKES FOR A STATUS CHANGE:
      *> JOURNAL, REWRITE, HISTORY, AUDIT, NOTIFY -- PLUS THE OFFER
      *> SETTLEMENT AND FILLED CHECK APPLY-OFFER-DECISION DOES ON A HIRE
       APPLY-STATUS-CHANGE.
           OPEN I-O APPLICATIONS-FILE
           MOVE WS-ATS-APPLICANT TO APP-USERNAME
           MOVE WS-ATS-JOB-ID TO APP-JOB-ID
           READ APPLICATIONS-FILE KEY IS APP-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE WS-ATS-NEW TO APP-STATUS
                   MOVE "APPLICATIONS" TO WS-JOURNAL-FILE-ID
                   MOVE "U" TO WS-JOURNAL-ACTION
                   MOVE SPACES TO WS-JOURNAL-KEY
                   MOVE APP-USERNAME TO WS-JOURNAL-KEY(1:20)
                   MOVE APP-JOB-ID TO WS-JOURNAL-KEY(21:4)
                   MOVE APPLICATION-RECORD TO WS-JOURNAL-IMAGE
                   PERFORM WRITE-JOURNAL-RECORD
                   REWRITE APPLICATION-RECORD
           END-READ
           CLOSE APPLICATIONS-FILE

           MOVE WS-ATS-APPLICANT TO WS-APP-HIST-USERNAME
           MOVE WS-ATS-JOB-ID TO WS-APP-HIST-JOB-ID
           MOVE WS-ATS-OLD TO WS-APP-HIST-OLD
           MOVE WS-ATS-NEW TO WS-APP-HIST-NEW
      *> THE DECISION HAPPENED ON THE ATS DATE, NOT WHEN THIS JOB RAN --
      *> TIME-TO-HIRE IS MEASURED OFF THESE ROWS
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-APP-HIST-STAMP
           MOVE WS-ATS-DATE TO WS-APP-HIST-STAMP(1:8)
           PERFORM WRITE-APP-HISTORY-RECORD

           MOVE WS-ATS-SUBMITTER TO WS-AUDIT-USERNAME
           MOVE "ATSSTATUS" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING WS-ATS-JOB-ID " " FUNCTION TRIM(WS-ATS-APPLICANT TRAILING)
               INTO WS-AUDIT-KEY
           END-STRING
           PERFORM WRITE-AUDIT-RECORD

           MOVE WS-ATS-APPLICANT TO WS-NOTIFY-USERNAME
           MOVE SPACES TO WS-NOTIFY-TEXT
           EVALUATE WS-ATS-NEW
               WHEN "U"
                   STRING "Your application for job " WS-ATS-JOB-ID
                       " is now Under Review." INTO WS-NOTIFY-TEXT
               WHEN "I"
                   STRING "Your application for job " WS-ATS-JOB-ID
                       " moved to Interview." INTO WS-NOTIFY-TEXT
               WHEN "O"
                   STRING "A job offer was extended for job "
                       WS-ATS-JOB-ID ". The employer will send the terms."
                       INTO WS-NOTIFY-TEXT
               WHEN "R"
                   STRING "Your application for job " WS-ATS-JOB-ID
                       " was not selected." INTO WS-NOTIFY-TEXT
               WHEN "H"
                   STRING "You were hired for job " WS-ATS-JOB-ID
                       " - congratulations!" INTO WS-NOTIFY-TEXT
           END-EVALUATE
           MOVE "A" TO WS-NOTIFY-CATEGORY
           PERFORM WRITE-NOTIFICATION-RECORD

           IF WS-ATS-NEW = "H"
               PERFORM SETTLE-PENDING-OFFER
               PERFORM CHECK-JOB-FILLED
           END-IF
           .

      *> A HIRE FROM THE ATS ANSWERS ANY OFFER STILL WAITING ON THE
      *> STUDENT, SO offers.doc (AND THE SALARY BENCHMARKS BUILT ON IT)
      *> AGREES WITH THE APPLICATION
       SETTLE-PENDING-OFFER.
           MOVE "N" TO WS-OFFERS-EOF
           OPEN I-O OFFERS-FILE
           IF WS-OFFERS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-OFFERS-EOF = "Y"
               READ OFFERS-FILE
                   AT END MOVE "Y" TO WS-OFFERS-EOF
                   NOT AT END
                       IF OF-USERNAME = WS-ATS-APPLICANT
                           AND OF-JOB-ID = WS-ATS-JOB-ID
                           AND OF-STATUS = "P"
                           MOVE "A" TO OF-STATUS
                           MOVE WS-ATS-DATE TO OF-DECISION-DATE
                           REWRITE OFFER-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OFFERS-FILE
           .

      *> MIRRORS THE INTERACTIVE PROGRAM'S CHECK-JOB-FILLED FOR
      *> WS-ATS-JOB-ID: TALLY THE "H" APPLICATIONS AGAINST JR-OPENINGS,
      *> CLOSE THE LISTING WHEN THE LAST OPENING FILLS AND TELL EVERYONE
      *> STILL LIVE IN THE PIPELINE
       CHECK-JOB-FILLED.
           MOVE 0 TO WS-HIRED-COUNT
           MOVE "N" TO WS-APPLICATIONS-EOF
           OPEN INPUT APPLICATIONS-FILE
           MOVE WS-ATS-JOB-ID TO APP-JOB-ID
           START APPLICATIONS-FILE KEY = APP-JOB-ID
               INVALID KEY MOVE "Y" TO WS-APPLICATIONS-EOF
           END-START
           PERFORM UNTIL WS-APPLICATIONS-EOF = "Y"
               READ APPLICATIONS-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-APPLICATIONS-EOF
                   NOT AT END
                       IF APP-JOB-ID NOT = WS-ATS-JOB-ID
                           MOVE "Y" TO WS-APPLICATIONS-EOF
                       END-IF
                       IF APP-JOB-ID = WS-ATS-JOB-ID
                           AND APP-STATUS = "H"
                           ADD 1 TO WS-HIRED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPLICATIONS-FILE

           MOVE "N" TO WS-JOB-CLOSED
           MOVE WS-ATS-JOB-ID TO JR-ID
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
                       MOVE "Y" TO WS-JOB-CLOSED
                   END-IF
           END-READ
           IF WS-JOB-CLOSED NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-JOBS-CLOSED
           MOVE WS-ATS-SUBMITTER TO WS-AUDIT-USERNAME
           MOVE "JOBFILLED" TO WS-AUDIT-ACTION
           MOVE WS-ATS-JOB-ID TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-RECORD

           MOVE "N" TO WS-APPLICATIONS-EOF
           OPEN INPUT APPLICATIONS-FILE
           MOVE WS-ATS-JOB-ID TO APP-JOB-ID
           START APPLICATIONS-FILE KEY = APP-JOB-ID
               INVALID KEY MOVE "Y" TO WS-APPLICATIONS-EOF
           END-START
           PERFORM UNTIL WS-APPLICATIONS-EOF = "Y"
               READ APPLICATIONS-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-APPLICATIONS-EOF
                   NOT AT END
                       IF APP-JOB-ID NOT = WS-ATS-JOB-ID
                           MOVE "Y" TO WS-APPLICATIONS-EOF
                       END-IF
                       IF APP-JOB-ID = WS-ATS-JOB-ID
                           AND APP-STATUS NOT = "R"
                           AND APP-STATUS NOT = "H"
                           AND APP-STATUS NOT = "D"
                           AND APP-STATUS NOT = "W"
                           MOVE APP-USERNAME TO WS-NOTIFY-USERNAME
                           MOVE SPACES TO WS-NOTIFY-TEXT
                           STRING "Job " WS-ATS-JOB-ID
                               " filled all its openings - the "
                               "listing is now closed."
                               INTO WS-NOTIFY-TEXT
                           END-STRING
                           MOVE "A" TO WS-NOTIFY-CATEGORY
                           PERFORM WRITE-NOTIFICATION-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPLICATIONS-FILE
           .

      *> DEAD-LETTER ROW PLUS A REPORT LINE; THE RAW INPUT ROW GOES IN
      *> DL-DETAIL SO OPS CAN SEE EXACTLY WHAT THE EMPLOYER SENT
       REJECT-ROW.
           ADD 1 TO WS-ROWS-REJECTED
           IF WS-EMP-SLOT > 0
               ADD 1 TO WS-EMP-REJECTED (WS-EMP-SLOT)
           END-IF
           OPEN EXTEND DEAD-LETTER-FILE
           IF WS-DEAD-LETTER-STATUS NOT = "00"
               OPEN OUTPUT DEAD-LETTER-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO DL-TIMESTAMP
           MOVE "ATSSTATUS" TO DL-CODE
           MOVE WS-REJECT-REASON TO DL-REASON
           MOVE WS-BUSINESS-DATE TO DL-AS-OF
           MOVE STATUS-CSV-RECORD TO DL-DETAIL
           WRITE DEAD-LETTER-RECORD
           CLOSE DEAD-LETTER-FILE

           MOVE WS-ROWS-READ TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "  Row " FUNCTION TRIM(WS-COUNT-DISPLAY) ": "
               FUNCTION TRIM(WS-REJECT-REASON TRAILING) " -- "
               FUNCTION TRIM(STATUS-CSV-RECORD TRAILING)
               INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE
           .

      *> WS-EMP-SLOT FOR WS-ATS-SUBMITTER, ADDING IT ON FIRST SIGHT.
      *> ZERO WHEN THE TABLE IS FULL (COUNTED IN WS-EMP-OVERFLOW)
       FIND-EMPLOYER-SLOT.
           MOVE 0 TO WS-EMP-SLOT
           PERFORM VARYING WS-EMP-I FROM 1 BY 1
               UNTIL WS-EMP-I > WS-EMP-COUNT OR WS-EMP-SLOT > 0
               IF WS-EMP-NAME (WS-EMP-I) = WS-ATS-SUBMITTER
                   MOVE WS-EMP-I TO WS-EMP-SLOT
               END-IF
           END-PERFORM
           IF WS-EMP-SLOT > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-EMP-COUNT < 500
               ADD 1 TO WS-EMP-COUNT
               MOVE WS-EMP-COUNT TO WS-EMP-SLOT
               MOVE WS-ATS-SUBMITTER TO WS-EMP-NAME (WS-EMP-SLOT)
               MOVE 0 TO WS-EMP-APPLIED (WS-EMP-SLOT)
               MOVE 0 TO WS-EMP-UNCHANGED (WS-EMP-SLOT)
               MOVE 0 TO WS-EMP-REJECTED (WS-EMP-SLOT)
           ELSE
               ADD 1 TO WS-EMP-OVERFLOW
           END-IF
           .

       REPORT-BY-EMPLOYER.
           MOVE SPACES TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE
           MOVE "By submitting employer:" TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE
           MOVE "Employer              Applied   Unchanged    Rejected" TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE
           PERFORM VARYING WS-EMP-I FROM 1 BY 1
               UNTIL WS-EMP-I > WS-EMP-COUNT
               MOVE WS-EMP-NAME (WS-EMP-I) TO WS-EMP-LINE-NAME
               IF WS-EMP-NAME (WS-EMP-I) = SPACES
                   MOVE "(no submitter)" TO WS-EMP-LINE-NAME
               END-IF
               MOVE WS-EMP-APPLIED (WS-EMP-I) TO WS-EMP-LINE-APPLIED
               MOVE WS-EMP-UNCHANGED (WS-EMP-I) TO WS-EMP-LINE-UNCHANGED
               MOVE WS-EMP-REJECTED (WS-EMP-I) TO WS-EMP-LINE-REJECTED
               MOVE WS-EMP-LINE TO REPORT-RECORD
               PERFORM EMIT-REPORT-LINE
           END-PERFORM
           IF WS-EMP-OVERFLOW > 0
               MOVE WS-EMP-OVERFLOW TO WS-COUNT-DISPLAY
               MOVE SPACES TO REPORT-RECORD
               STRING "Rows from employers past the first 500 (totals only): "
                   FUNCTION TRIM(WS-COUNT-DISPLAY)
                   INTO REPORT-RECORD
               END-STRING
               PERFORM EMIT-REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE
           MOVE WS-ROWS-READ TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Rows read:       " WS-COUNT-DISPLAY INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE WS-ROWS-APPLIED TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Rows applied:    " WS-COUNT-DISPLAY INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE WS-ROWS-UNCHANGED TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Rows unchanged:  " WS-COUNT-DISPLAY INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE WS-ROWS-REJECTED TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Rows rejected:   " WS-COUNT-DISPLAY INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE WS-JOBS-CLOSED TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Listings filled: " WS-COUNT-DISPLAY INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE
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

      *> A HOLD IS IN FORCE ONCE APPROVED ("A") UNTIL IT IS LIFTED OR
      *> ITS LIFT DATE -- THE FIRST DAY IT NO LONGER APPLIES -- ARRIVES
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
                                OR CH-LIFT-DATE > WS-BUSINESS-DATE)
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
