      *> === INCOLLEGE OUTBOUND JOB SYNDICATION FEED ===
      *> The outbound sibling of INCOLLEGE-JOB-IMPORT. Partner job
      *> boards and the university's central careers site pick up our
      *> verified listings from two files this job writes every night:
      *>
      *>   - job-feed.xml: the full feed -- every listing that is open
      *>     (JR-STATUS "O"), verified (JR-VERIFIED "Y"), not opted
      *>     out by the employer (JR-SYNDICATE "N") and not yet past
      *>     its expiry date and not from a company under a compliance
      *>     hold (company_holds.doc), with title, employer, the employer's
      *>     company page description (companies.doc), location,
      *>     category, salary text, description, posted date and
      *>     expiry date;
      *>   - job-feed-delta.dat: what changed since the previous run,
      *>     in the INCOLLEGE-DELTA-EXTRACT layout -- a run header, one
      *>     COUNT line per action, the rows, an END trailer. Rows are
      *>     pipe-delimited. ADD and CHANGE carry the whole entry;
      *>     WITHDRAW carries the job id and why it left the feed:
      *>     FILLED (closed by CHECK-JOB-FILLED or by the employer),
      *>     EXPIRED, ON-HOLD, OPTED-OUT, UNVERIFIED, CLOSED (any other
      *>     status) or REMOVED (no longer on jobs.doc at all).
      *>
      *> "What changed" comes from syndication_state.doc, one row per
      *> listing the previous run syndicated, in job id order with an
      *> image of the syndicated fields. jobs.doc is read in key order
      *> and matched against it: a listing only on jobs.doc is an ADD,
      *> a listing on both whose image differs is a CHANGE, a listing
      *> on the state file that no longer qualifies is a WITHDRAW.
      *> The state file is rewritten at the end, so a rerun on the same
      *> night emits an empty delta. Nothing is written (state
      *> included) when jobs.doc cannot be opened -- otherwise every
      *> listing would go out as withdrawn. The expiry date is the
      *> posted date plus WS-JOB-EXPIRATION-DAYS, the same 60 days the
      *> expiration passes use, and the feed is cut as of the business
      *> date. Queued nightly by ops as JOBSYNDICATE in batch-queue.doc,
      *> after the expiration pass; totals go to job-syndication.rpt.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCOLLEGE-JOB-SYNDICATION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBS-FILE ASSIGN TO "jobs.doc"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JR-ID
               FILE STATUS IS WS-JOBS-FILE-STATUS.
           SELECT COMPANIES-FILE ASSIGN TO "companies.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPANIES-STATUS.
           SELECT COMPANY-HOLDS-FILE ASSIGN TO "company_holds.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
      *> PREVIOUS RUN'S SYNDICATED LISTINGS, AND TONIGHT'S BEING BUILT
           SELECT STATE-FILE ASSIGN TO "syndication_state.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.
           SELECT STATE-TEMP-FILE ASSIGN TO "syndication_state.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-TEMP-STATUS.
           SELECT SYNDICATION-CONTROL-FILE
               ASSIGN TO "syndication-control.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYN-CTL-STATUS.
           SELECT FEED-FILE ASSIGN TO "job-feed.xml"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
      *> DELTA ROWS ARE HELD HERE UNTIL THE COUNTS FOR THE HEADER ARE
      *> KNOWN, THEN COPIED BEHIND THEM
           SELECT DELTA-TEMP-FILE ASSIGN TO "job-feed-delta.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELTA-TEMP-STATUS.
           SELECT DELTA-FILE ASSIGN TO "job-feed-delta.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELTA-STATUS.
           SELECT REPORT-FILE ASSIGN TO "job-syndication.rpt"
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
       FD COMPANIES-FILE.
       01 COMPANY-RECORD.
           05 CO-NAME     PIC X(30).
           05 CO-DESC     PIC X(200).
           05 CO-LOCATION PIC X(20).
           05 CO-OWNER    PIC X(20).

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

      *> ONE ROW PER SYNDICATED LISTING, ASCENDING SY-JOB-ID.
      *> SY-IMAGE IS WS-SYN-IMAGE AS LAST SENT; SY-SENT-DATE THE
      *> BUSINESS DATE OF THE ADD OR LAST CHANGE
       FD STATE-FILE.
       01 STATE-RECORD.
           05 SY-JOB-ID        PIC 9(4).
           05 SY-IMAGE         PIC X(536).
           05 SY-SENT-DATE     PIC 9(8).

       FD STATE-TEMP-FILE.
       01 STATE-TEMP-RECORD.
           05 ST-JOB-ID        PIC 9(4).
           05 ST-IMAGE         PIC X(536).
           05 ST-SENT-DATE     PIC 9(8).

       FD SYNDICATION-CONTROL-FILE.
       01 SYNDICATION-CONTROL-RECORD.
      *> BUSINESS DATE OF THE PREVIOUS RUN, FOR THE DELTA HEADER
           05 SC-LAST-RUN-DATE PIC 9(8).

       FD FEED-FILE.
       01 FEED-RECORD          PIC X(1100).

       FD DELTA-TEMP-FILE.
       01 DELTA-TEMP-RECORD    PIC X(600).

       FD DELTA-FILE.
       01 DELTA-RECORD         PIC X(600).

       FD REPORT-FILE.
       01 REPORT-RECORD        PIC X(100).

      *> ONE RECORD: THE DATE THE NIGHTLY BATCH PROCESSES AS OF
       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BD-DATE          PIC 9(8).

       WORKING-STORAGE SECTION.
       77  WS-JOBS-FILE-STATUS  PIC XX.
       77  WS-COMPANIES-STATUS  PIC XX.
       77  WS-HOLD-STATUS       PIC XX.
       77  WS-STATE-STATUS      PIC XX.
       77  WS-STATE-TEMP-STATUS PIC XX.
       77  WS-SYN-CTL-STATUS    PIC XX.
       77  WS-FEED-STATUS       PIC XX.
       77  WS-DELTA-TEMP-STATUS PIC XX.
       77  WS-DELTA-STATUS      PIC XX.
       77  WS-REPORT-STATUS     PIC XX.
       77  WS-BUSINESS-DATE-STATUS PIC XX.
      *> THE DATE THIS RUN PROCESSES AS OF, AND THE REAL ONE
       77  WS-BUSINESS-DATE      PIC 9(8) VALUE 0.
       77  WS-CLOCK-DATE         PIC 9(8) VALUE 0.
       77  WS-LAST-RUN-DATE      PIC 9(8) VALUE 0.
       77  WS-COMPANIES-EOF      PIC X VALUE "N".
       77  WS-COPY-EOF           PIC X VALUE "N".
       77  WS-STATE-OPEN         PIC X VALUE "N".

      *> SAME LIFETIME AS WS-JOB-EXPIRATION-DAYS IN THE MAIN PROGRAM
      *> AND INCOLLEGE-BATCH-JOBS -- A LISTING OLDER THAN THIS EXPIRES
       77  WS-JOB-EXPIRATION-DAYS PIC 9(4) VALUE 60.

      *> MATCH-MERGE KEYS. 99999 IS PAST THE LAST FOUR-DIGIT JOB ID AND
      *> MARKS THE END OF EITHER SIDE
       77  WS-JOB-KEY            PIC 9(5) VALUE 0.
       77  WS-STATE-KEY          PIC 9(5) VALUE 0.

      *> THE LISTING IN JOBS-FILE-RECORD: "Y" IF IT BELONGS IN THE FEED,
      *> OTHERWISE WHY NOT
       77  WS-ELIGIBLE           PIC X(01).
       77  WS-WITHDRAW-REASON    PIC X(12).
       77  WS-WITHDRAW-ID        PIC 9(4) VALUE 0.
       77  WS-EXPIRY-DATE        PIC 9(8) VALUE 0.
       77  WS-DELTA-ACTION       PIC X(08).

      *> EVERYTHING THE FEED SAYS ABOUT A LISTING. A DIFFERENCE IN ANY
      *> OF IT FROM THE STATE FILE'S COPY MAKES THE LISTING A CHANGE
       01  WS-SYN-IMAGE.
           05  WS-SYN-TITLE      PIC X(20).
           05  WS-SYN-DESC       PIC X(200).
           05  WS-SYN-EMPLOYER   PIC X(20).
           05  WS-SYN-LOCATION   PIC X(20).
           05  WS-SYN-CATEGORY   PIC X(20).
           05  WS-SYN-SALARY     PIC X(20).
           05  WS-SYN-POSTED     PIC 9(8).
           05  WS-SYN-EXPIRES    PIC 9(8).
           05  WS-SYN-CO-DESC    PIC X(200).

      *> COMPANY PAGES, LOADED ONCE. MATCHED ON THE UPPER-CASED NAME
      *> THE WAY FIND-COMPANY-BY-NAME DOES
       77  WS-CO-COUNT           PIC 9(4) VALUE 0.
       77  WS-CO-I               PIC 9(4) VALUE 0.
       77  WS-CO-OVERFLOW        PIC 9(6) VALUE 0.
       77  WS-CO-LOOKUP          PIC X(30).
       01  WS-COMPANY-TABLE OCCURS 1000 TIMES
           INDEXED BY WS-CO-IDX.
           05  WS-CO-KEY         PIC X(30).
           05  WS-CO-DESC        PIC X(200).

      *> COMPANIES UNDER A COMPLIANCE HOLD ON THE BUSINESS DATE, AS
      *> UPPER-CASED JR-EMPLOYER-WIDTH NAMES
       77  WS-HOLD-EOF           PIC X VALUE "N".
       77  WS-HOLD-IS-ACTIVE     PIC X VALUE "N".
       77  WS-HOLD-I             PIC 9(2) VALUE 0.
       77  WS-HOLD-MATCH-NAME    PIC X(20).
       77  WS-HOLD-ACTIVE-COUNT  PIC 9(2) VALUE 0.
       01  WS-HOLD-ACTIVE-TABLE.
           05  WS-HOLD-ACTIVE-NAME PIC X(20) OCCURS 50 TIMES.

      *> RUN TOTALS
       77  WS-JOBS-READ          PIC 9(6) VALUE 0.
       77  WS-FEED-COUNT         PIC 9(6) VALUE 0.
       77  WS-ADD-COUNT          PIC 9(6) VALUE 0.
       77  WS-CHANGE-COUNT       PIC 9(6) VALUE 0.
       77  WS-WITHDRAW-COUNT     PIC 9(6) VALUE 0.
       77  WS-UNCHANGED-COUNT    PIC 9(6) VALUE 0.
       77  WS-DELTA-TOTAL        PIC 9(6) VALUE 0.
       77  WS-OPTED-OUT-COUNT    PIC 9(6) VALUE 0.
       77  WS-WD-FILLED          PIC 9(6) VALUE 0.
       77  WS-WD-EXPIRED         PIC 9(6) VALUE 0.
       77  WS-WD-ON-HOLD         PIC 9(6) VALUE 0.
       77  WS-WD-OPTED-OUT       PIC 9(6) VALUE 0.
       77  WS-WD-UNVERIFIED      PIC 9(6) VALUE 0.
       77  WS-WD-REMOVED         PIC 9(6) VALUE 0.
       77  WS-SHOW-COUNT         PIC ZZZ,ZZ9.

      *> XML ESCAPING: WS-XML-IN IS COPIED TO WS-XML-OUT WITH & < > "
      *> AND ' SPELLED AS ENTITIES AND TRAILING SPACES DROPPED
       77  WS-XML-IN             PIC X(200).
       77  WS-XML-OUT            PIC X(1000).
       77  WS-XML-IN-LEN         PIC 9(4) VALUE 0.
       77  WS-XML-OUT-LEN        PIC 9(4) VALUE 0.
       77  WS-XML-I              PIC 9(4) VALUE 0.
       77  WS-XML-TAG            PIC X(20).
       77  WS-XML-DATE           PIC X(10).

      *> PIPE-SAFE COPIES OF THE FREE TEXT FOR THE DELTA ROW
       77  WS-DELTA-DESC         PIC X(200).
       77  WS-DELTA-CO-DESC      PIC X(200).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-LAST-RUN-DATE
           OPEN OUTPUT REPORT-FILE
           MOVE "=== InCollege Outbound Job Syndication ===" TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           STRING "Business date: " WS-BUSINESS-DATE(1:4) "-"
               WS-BUSINESS-DATE(5:2) "-" WS-BUSINESS-DATE(7:2)
               "   Previous run: " WS-LAST-RUN-DATE
               INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE

           OPEN INPUT JOBS-FILE
           IF WS-JOBS-FILE-STATUS NOT = "00"
               MOVE SPACES TO REPORT-RECORD
               STRING "jobs.doc could not be opened (status "
                   WS-JOBS-FILE-STATUS
                   ") -- no feed written, syndication state left as is."
                   INTO REPORT-RECORD
               END-STRING
               PERFORM EMIT-REPORT-LINE
               CLOSE REPORT-FILE
               STOP RUN
           END-IF

           PERFORM LOAD-COMPANY-TABLE
           PERFORM LOAD-COMPANY-HOLDS

           OPEN INPUT STATE-FILE
           IF WS-STATE-STATUS = "00"
               MOVE "Y" TO WS-STATE-OPEN
           END-IF
           OPEN OUTPUT STATE-TEMP-FILE
           OPEN OUTPUT DELTA-TEMP-FILE
           OPEN OUTPUT FEED-FILE
           MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO FEED-RECORD
           WRITE FEED-RECORD
           MOVE SPACES TO FEED-RECORD
           STRING '<jobFeed source="InCollege" asOf="'
               WS-BUSINESS-DATE(1:4) "-" WS-BUSINESS-DATE(5:2) "-"
               WS-BUSINESS-DATE(7:2) '">'
               INTO FEED-RECORD
           END-STRING
           WRITE FEED-RECORD

      *> THE MATCH-MERGE. BOTH SIDES ARE IN ASCENDING JOB ID
           PERFORM READ-NEXT-JOB
           PERFORM READ-NEXT-STATE
           PERFORM UNTIL WS-JOB-KEY = 99999 AND WS-STATE-KEY = 99999
               EVALUATE TRUE
                   WHEN WS-JOB-KEY < WS-STATE-KEY
                       PERFORM CHECK-LISTING-ELIGIBLE
                       IF WS-ELIGIBLE = "Y"
                           MOVE "ADD" TO WS-DELTA-ACTION
                           PERFORM SYNDICATE-LISTING
                       END-IF
                       PERFORM READ-NEXT-JOB
                   WHEN WS-JOB-KEY = WS-STATE-KEY
                       PERFORM CHECK-LISTING-ELIGIBLE
                       IF WS-ELIGIBLE = "Y"
                           IF WS-SYN-IMAGE = SY-IMAGE
                               MOVE "SAME" TO WS-DELTA-ACTION
                           ELSE
                               MOVE "CHANGE" TO WS-DELTA-ACTION
                           END-IF
                           PERFORM SYNDICATE-LISTING
                       ELSE
                           MOVE JR-ID TO WS-WITHDRAW-ID
                           PERFORM WRITE-WITHDRAW-ROW
                       END-IF
                       PERFORM READ-NEXT-JOB
                       PERFORM READ-NEXT-STATE
                   WHEN OTHER
                       MOVE "REMOVED" TO WS-WITHDRAW-REASON
                       MOVE SY-JOB-ID TO WS-WITHDRAW-ID
                       PERFORM WRITE-WITHDRAW-ROW
                       PERFORM READ-NEXT-STATE
               END-EVALUATE
           END-PERFORM

           MOVE "</jobFeed>" TO FEED-RECORD
           WRITE FEED-RECORD
           CLOSE FEED-FILE
           CLOSE DELTA-TEMP-FILE
           CLOSE STATE-TEMP-FILE
           IF WS-STATE-OPEN = "Y"
               CLOSE STATE-FILE
           END-IF
           CLOSE JOBS-FILE

           PERFORM WRITE-DELTA-FILE
           PERFORM REPLACE-STATE-FILE
           PERFORM SAVE-LAST-RUN-DATE
           PERFORM REPORT-TOTALS
           CLOSE REPORT-FILE
           STOP RUN.

      *> NEXT LISTING IN KEY ORDER, OR 99999 AT THE END
       READ-NEXT-JOB.
           IF WS-JOB-KEY = 99999
               EXIT PARAGRAPH
           END-IF
           READ JOBS-FILE NEXT RECORD
               AT END MOVE 99999 TO WS-JOB-KEY
               NOT AT END
                   ADD 1 TO WS-JOBS-READ
                   MOVE JR-ID TO WS-JOB-KEY
           END-READ
           .

       READ-NEXT-STATE.
           IF WS-STATE-OPEN NOT = "Y" OR WS-STATE-KEY = 99999
               MOVE 99999 TO WS-STATE-KEY
               EXIT PARAGRAPH
           END-IF
           READ STATE-FILE
               AT END MOVE 99999 TO WS-STATE-KEY
               NOT AT END
                   IF SY-JOB-ID NUMERIC
                       MOVE SY-JOB-ID TO WS-STATE-KEY
                   ELSE
                       MOVE 99999 TO WS-STATE-KEY
                   END-IF
           END-READ
           .

      *> DECIDES WHETHER THE LISTING IN JOBS-FILE-RECORD GOES IN THE
      *> FEED AND, IF SO, BUILDS ITS WS-SYN-IMAGE. A LISTING THE EXPIRY
      *> PASS HAS NOT CAUGHT UP WITH YET IS STILL TREATED AS EXPIRED --
      *> A PARTNER BOARD SHOULD NEVER SHOW A DEAD POSTING
       CHECK-LISTING-ELIGIBLE.
           MOVE "N" TO WS-ELIGIBLE
           MOVE SPACES TO WS-WITHDRAW-REASON
           MOVE 0 TO WS-EXPIRY-DATE
           IF JR-POSTED-DATE NUMERIC AND JR-POSTED-DATE > 0
               IF FUNCTION TEST-DATE-YYYYMMDD(JR-POSTED-DATE) = 0
                   COMPUTE WS-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(JR-POSTED-DATE)
                       + WS-JOB-EXPIRATION-DAYS)
               END-IF
           END-IF
           PERFORM CHECK-LISTING-ON-HOLD
           EVALUATE TRUE
               WHEN JR-STATUS = "C"
                   MOVE "FILLED" TO WS-WITHDRAW-REASON
               WHEN JR-STATUS = "E"
                   MOVE "EXPIRED" TO WS-WITHDRAW-REASON
               WHEN JR-STATUS NOT = "O"
                   MOVE "CLOSED" TO WS-WITHDRAW-REASON
               WHEN WS-EXPIRY-DATE > 0
                   AND WS-EXPIRY-DATE < WS-BUSINESS-DATE
                   MOVE "EXPIRED" TO WS-WITHDRAW-REASON
               WHEN WS-HOLD-IS-ACTIVE = "Y"
                   MOVE "ON-HOLD" TO WS-WITHDRAW-REASON
               WHEN JR-VERIFIED NOT = "Y"
                   MOVE "UNVERIFIED" TO WS-WITHDRAW-REASON
               WHEN JR-SYNDICATE = "N"
                   MOVE "OPTED-OUT" TO WS-WITHDRAW-REASON
                   ADD 1 TO WS-OPTED-OUT-COUNT
               WHEN OTHER
                   MOVE "Y" TO WS-ELIGIBLE
           END-EVALUATE
           IF WS-ELIGIBLE NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE JR-TITLE TO WS-SYN-TITLE
           MOVE JR-DESC TO WS-SYN-DESC
           MOVE JR-EMPLOYER TO WS-SYN-EMPLOYER
           MOVE JR-LOCATION TO WS-SYN-LOCATION
           MOVE JR-CATEGORY TO WS-SYN-CATEGORY
           MOVE JR-SALARY TO WS-SYN-SALARY
           MOVE 0 TO WS-SYN-POSTED
           IF WS-EXPIRY-DATE > 0
               MOVE JR-POSTED-DATE TO WS-SYN-POSTED
           END-IF
           MOVE WS-EXPIRY-DATE TO WS-SYN-EXPIRES
           MOVE SPACES TO WS-SYN-CO-DESC
           MOVE JR-EMPLOYER TO WS-CO-LOOKUP
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CO-LOOKUP))
               TO WS-CO-LOOKUP
           PERFORM VARYING WS-CO-I FROM 1 BY 1
               UNTIL WS-CO-I > WS-CO-COUNT
               IF WS-CO-KEY (WS-CO-I) = WS-CO-LOOKUP
                   MOVE WS-CO-DESC (WS-CO-I) TO WS-SYN-CO-DESC
                   MOVE WS-CO-COUNT TO WS-CO-I
               END-IF
           END-PERFORM
           .

      *> THE LISTING IN WS-SYN-IMAGE GOES IN TONIGHT'S FEED AND STATE.
      *> WS-DELTA-ACTION IS ADD, CHANGE OR SAME (NO DELTA ROW, AND THE
      *> STATE ROW IS CARRIED OVER WITH ITS ORIGINAL SENT DATE)
       SYNDICATE-LISTING.
           PERFORM WRITE-FEED-ENTRY
           ADD 1 TO WS-FEED-COUNT

           IF WS-DELTA-ACTION = "SAME"
               ADD 1 TO WS-UNCHANGED-COUNT
               MOVE STATE-RECORD TO STATE-TEMP-RECORD
           ELSE
               MOVE JR-ID TO ST-JOB-ID
               MOVE WS-SYN-IMAGE TO ST-IMAGE
               MOVE WS-BUSINESS-DATE TO ST-SENT-DATE
               PERFORM WRITE-ADD-CHANGE-ROW
           END-IF
           WRITE STATE-TEMP-RECORD
           .

       WRITE-FEED-ENTRY.
           MOVE SPACES TO FEED-RECORD
           STRING '  <job id="' JR-ID '">' INTO FEED-RECORD
           END-STRING
           WRITE FEED-RECORD
           MOVE "title" TO WS-XML-TAG
           MOVE WS-SYN-TITLE TO WS-XML-IN
           PERFORM WRITE-XML-ELEMENT
           MOVE "employer" TO WS-XML-TAG
           MOVE WS-SYN-EMPLOYER TO WS-XML-IN
           PERFORM WRITE-XML-ELEMENT
           MOVE "companyDescription" TO WS-XML-TAG
           MOVE WS-SYN-CO-DESC TO WS-XML-IN
           PERFORM WRITE-XML-ELEMENT
           MOVE "location" TO WS-XML-TAG
           MOVE WS-SYN-LOCATION TO WS-XML-IN
           PERFORM WRITE-XML-ELEMENT
           MOVE "category" TO WS-XML-TAG
           MOVE WS-SYN-CATEGORY TO WS-XML-IN
           PERFORM WRITE-XML-ELEMENT
           MOVE "salary" TO WS-XML-TAG
           MOVE WS-SYN-SALARY TO WS-XML-IN
           PERFORM WRITE-XML-ELEMENT
           MOVE "description" TO WS-XML-TAG
           MOVE WS-SYN-DESC TO WS-XML-IN
           PERFORM WRITE-XML-ELEMENT
           MOVE "postedDate" TO WS-XML-TAG
           MOVE SPACES TO WS-XML-IN
           IF WS-SYN-POSTED > 0
               STRING WS-SYN-POSTED(1:4) "-" WS-SYN-POSTED(5:2) "-"
                   WS-SYN-POSTED(7:2) INTO WS-XML-IN
               END-STRING
           END-IF
           PERFORM WRITE-XML-ELEMENT
           MOVE "expiryDate" TO WS-XML-TAG
           MOVE SPACES TO WS-XML-IN
           IF WS-SYN-EXPIRES > 0
               STRING WS-SYN-EXPIRES(1:4) "-" WS-SYN-EXPIRES(5:2) "-"
                   WS-SYN-EXPIRES(7:2) INTO WS-XML-IN
               END-STRING
           END-IF
           PERFORM WRITE-XML-ELEMENT
           MOVE "  </job>" TO FEED-RECORD
           WRITE FEED-RECORD
           .

      *> ONE <TAG>ESCAPED TEXT</TAG> LINE. AN EMPTY VALUE IS STILL
      *> WRITTEN, AS AN EMPTY ELEMENT, SO EVERY ENTRY HAS THE SAME SHAPE
       WRITE-XML-ELEMENT.
           PERFORM ESCAPE-XML-TEXT
           MOVE SPACES TO FEED-RECORD
           IF WS-XML-OUT-LEN = 0
               STRING "    <" FUNCTION TRIM(WS-XML-TAG) "/>"
                   INTO FEED-RECORD
               END-STRING
           ELSE
               STRING "    <" FUNCTION TRIM(WS-XML-TAG) ">"
                   WS-XML-OUT(1:WS-XML-OUT-LEN)
                   "</" FUNCTION TRIM(WS-XML-TAG) ">"
                   INTO FEED-RECORD
               END-STRING
           END-IF
           WRITE FEED-RECORD
           .

       ESCAPE-XML-TEXT.
           MOVE SPACES TO WS-XML-OUT
           MOVE 0 TO WS-XML-OUT-LEN
           MOVE 0 TO WS-XML-IN-LEN
           IF WS-XML-IN = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-XML-IN-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-XML-IN TRAILING))
           PERFORM VARYING WS-XML-I FROM 1 BY 1
               UNTIL WS-XML-I > WS-XML-IN-LEN
               EVALUATE WS-XML-IN(WS-XML-I:1)
                   WHEN "&"
                       MOVE "&amp;" TO WS-XML-OUT(WS-XML-OUT-LEN + 1:5)
                       ADD 5 TO WS-XML-OUT-LEN
                   WHEN "<"
                       MOVE "&lt;" TO WS-XML-OUT(WS-XML-OUT-LEN + 1:4)
                       ADD 4 TO WS-XML-OUT-LEN
                   WHEN ">"
                       MOVE "&gt;" TO WS-XML-OUT(WS-XML-OUT-LEN + 1:4)
                       ADD 4 TO WS-XML-OUT-LEN
                   WHEN '"'
                       MOVE "&quot;" TO WS-XML-OUT(WS-XML-OUT-LEN + 1:6)
                       ADD 6 TO WS-XML-OUT-LEN
                   WHEN "'"
                       MOVE "&apos;" TO WS-XML-OUT(WS-XML-OUT-LEN + 1:6)
                       ADD 6 TO WS-XML-OUT-LEN
                   WHEN OTHER
                       ADD 1 TO WS-XML-OUT-LEN
                       MOVE WS-XML-IN(WS-XML-I:1)
                           TO WS-XML-OUT(WS-XML-OUT-LEN:1)
               END-EVALUATE
           END-PERFORM
           .

      *> ADD|ID|TITLE|EMPLOYER|LOCATION|CATEGORY|SALARY|POSTED|EXPIRES|
      *> DESCRIPTION|COMPANY DESCRIPTION -- A PIPE INSIDE THE FREE TEXT
      *> IS SENT AS A SLASH SO IT CANNOT SHIFT THE COLUMNS
       WRITE-ADD-CHANGE-ROW.
           IF WS-DELTA-ACTION = "ADD"
               ADD 1 TO WS-ADD-COUNT
           ELSE
               ADD 1 TO WS-CHANGE-COUNT
           END-IF
           ADD 1 TO WS-DELTA-TOTAL
           MOVE WS-SYN-DESC TO WS-DELTA-DESC
           INSPECT WS-DELTA-DESC REPLACING ALL "|" BY "/"
           MOVE WS-SYN-CO-DESC TO WS-DELTA-CO-DESC
           INSPECT WS-DELTA-CO-DESC REPLACING ALL "|" BY "/"
           MOVE SPACES TO DELTA-TEMP-RECORD
           STRING FUNCTION TRIM(WS-DELTA-ACTION) "|" JR-ID "|"
               FUNCTION TRIM(WS-SYN-TITLE TRAILING) "|"
               FUNCTION TRIM(WS-SYN-EMPLOYER TRAILING) "|"
               FUNCTION TRIM(WS-SYN-LOCATION TRAILING) "|"
               FUNCTION TRIM(WS-SYN-CATEGORY TRAILING) "|"
               FUNCTION TRIM(WS-SYN-SALARY TRAILING) "|"
               WS-SYN-POSTED "|" WS-SYN-EXPIRES "|"
               FUNCTION TRIM(WS-DELTA-DESC TRAILING) "|"
               FUNCTION TRIM(WS-DELTA-CO-DESC TRAILING)
               INTO DELTA-TEMP-RECORD
           END-STRING
           WRITE DELTA-TEMP-RECORD
           .

      *> WITHDRAW|ID|REASON. THE LISTING IS NOT CARRIED INTO TONIGHT'S
      *> STATE, SO IT COMES BACK AS AN ADD IF IT EVER QUALIFIES AGAIN
       WRITE-WITHDRAW-ROW.
           ADD 1 TO WS-WITHDRAW-COUNT
           ADD 1 TO WS-DELTA-TOTAL
           EVALUATE WS-WITHDRAW-REASON
               WHEN "FILLED"
                   ADD 1 TO WS-WD-FILLED
               WHEN "EXPIRED"
                   ADD 1 TO WS-WD-EXPIRED
               WHEN "ON-HOLD"
                   ADD 1 TO WS-WD-ON-HOLD
               WHEN "OPTED-OUT"
                   ADD 1 TO WS-WD-OPTED-OUT
               WHEN "UNVERIFIED"
                   ADD 1 TO WS-WD-UNVERIFIED
               WHEN OTHER
                   ADD 1 TO WS-WD-REMOVED
           END-EVALUATE
           MOVE SPACES TO DELTA-TEMP-RECORD
           STRING "WITHDRAW|" WS-WITHDRAW-ID "|"
               FUNCTION TRIM(WS-WITHDRAW-REASON)
               INTO DELTA-TEMP-RECORD
           END-STRING
           WRITE DELTA-TEMP-RECORD
           .

      *> HEADER, COUNTS, ROWS, TRAILER -- THE INCOLLEGE-DELTA-EXTRACT
      *> SHAPE, SO THE PARTNERS' LOADER CAN VERIFY IT GOT EVERY ROW
       WRITE-DELTA-FILE.
           OPEN OUTPUT DELTA-FILE
           MOVE SPACES TO DELTA-RECORD
           STRING "JOB-SYNDICATION DELTA RUN " WS-BUSINESS-DATE
               " SINCE " WS-LAST-RUN-DATE INTO DELTA-RECORD
           END-STRING
           WRITE DELTA-RECORD
           MOVE SPACES TO DELTA-RECORD
           STRING "ACTION ADD COUNT " WS-ADD-COUNT INTO DELTA-RECORD
           END-STRING
           WRITE DELTA-RECORD
           MOVE SPACES TO DELTA-RECORD
           STRING "ACTION CHANGE COUNT " WS-CHANGE-COUNT
               INTO DELTA-RECORD
           END-STRING
           WRITE DELTA-RECORD
           MOVE SPACES TO DELTA-RECORD
           STRING "ACTION WITHDRAW COUNT " WS-WITHDRAW-COUNT
               INTO DELTA-RECORD
           END-STRING
           WRITE DELTA-RECORD

           MOVE "N" TO WS-COPY-EOF
           OPEN INPUT DELTA-TEMP-FILE
           IF WS-DELTA-TEMP-STATUS NOT = "00"
               MOVE "Y" TO WS-COPY-EOF
           END-IF
           PERFORM UNTIL WS-COPY-EOF = "Y"
               READ DELTA-TEMP-FILE
                   AT END MOVE "Y" TO WS-COPY-EOF
                   NOT AT END
                       WRITE DELTA-RECORD FROM DELTA-TEMP-RECORD
               END-READ
           END-PERFORM
           IF WS-DELTA-TEMP-STATUS NOT = "35"
               CLOSE DELTA-TEMP-FILE
           END-IF

           MOVE SPACES TO DELTA-RECORD
           STRING "END TOTAL " WS-DELTA-TOTAL INTO DELTA-RECORD
           END-STRING
           WRITE DELTA-RECORD
           CLOSE DELTA-FILE
           .

      *> TONIGHT'S STATE BECOMES THE FILE THE NEXT RUN COMPARES WITH
       REPLACE-STATE-FILE.
           MOVE "N" TO WS-COPY-EOF
           OPEN INPUT STATE-TEMP-FILE
           IF WS-STATE-TEMP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT STATE-FILE
           PERFORM UNTIL WS-COPY-EOF = "Y"
               READ STATE-TEMP-FILE
                   AT END MOVE "Y" TO WS-COPY-EOF
                   NOT AT END
                       WRITE STATE-RECORD FROM STATE-TEMP-RECORD
               END-READ
           END-PERFORM
           CLOSE STATE-TEMP-FILE
           CLOSE STATE-FILE
           .

       LOAD-COMPANY-TABLE.
           MOVE 0 TO WS-CO-COUNT
           MOVE "N" TO WS-COMPANIES-EOF
           OPEN INPUT COMPANIES-FILE
           IF WS-COMPANIES-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-COMPANIES-EOF = "Y"
               READ COMPANIES-FILE
                   AT END MOVE "Y" TO WS-COMPANIES-EOF
                   NOT AT END
                       IF WS-CO-COUNT < 1000
                           ADD 1 TO WS-CO-COUNT
                           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CO-NAME))
                               TO WS-CO-KEY (WS-CO-COUNT)
                           MOVE CO-DESC TO WS-CO-DESC (WS-CO-COUNT)
                       ELSE
                           ADD 1 TO WS-CO-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMPANIES-FILE
           .

      *> A HOLD IS IN FORCE ONCE APPROVED ("A") UNTIL IT IS LIFTED OR
      *> ITS LIFT DATE -- THE FIRST DAY IT NO LONGER APPLIES -- ARRIVES.
      *> THE HELD COMPANY'S LISTINGS LEAVE THE FEED AS ON-HOLD AND COME
      *> BACK AS ADDS THE FIRST NIGHT AFTER IT ENDS
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

       LOAD-LAST-RUN-DATE.
           MOVE 0 TO WS-LAST-RUN-DATE
           OPEN INPUT SYNDICATION-CONTROL-FILE
           IF WS-SYN-CTL-STATUS = "00"
               READ SYNDICATION-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF SC-LAST-RUN-DATE NUMERIC
                           MOVE SC-LAST-RUN-DATE TO WS-LAST-RUN-DATE
                       END-IF
               END-READ
               CLOSE SYNDICATION-CONTROL-FILE
           END-IF
           .

       SAVE-LAST-RUN-DATE.
           OPEN OUTPUT SYNDICATION-CONTROL-FILE
           MOVE WS-BUSINESS-DATE TO SC-LAST-RUN-DATE
           WRITE SYNDICATION-CONTROL-RECORD
           CLOSE SYNDICATION-CONTROL-FILE
           .

       REPORT-TOTALS.
           MOVE WS-JOBS-READ TO WS-SHOW-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "Listings read:                " WS-SHOW-COUNT
               INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE WS-FEED-COUNT TO WS-SHOW-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "Listings in job-feed.xml:     " WS-SHOW-COUNT
               INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE WS-OPTED-OUT-COUNT TO WS-SHOW-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "Open listings opted out:      " WS-SHOW-COUNT
               INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE
           MOVE "Delta since the previous run:" TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE
           MOVE WS-ADD-COUNT TO WS-SHOW-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "  Added:                      " WS-SHOW-COUNT
               INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE WS-CHANGE-COUNT TO WS-SHOW-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "  Changed:                    " WS-SHOW-COUNT
               INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE WS-UNCHANGED-COUNT TO WS-SHOW-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "  Unchanged:                  " WS-SHOW-COUNT
               INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE WS-WITHDRAW-COUNT TO WS-SHOW-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "  Withdrawn:                  " WS-SHOW-COUNT
               INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE WS-WD-FILLED TO WS-SHOW-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "    filled:                   " WS-SHOW-COUNT
               INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE WS-WD-EXPIRED TO WS-SHOW-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "    expired:                  " WS-SHOW-COUNT
               INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE WS-WD-ON-HOLD TO WS-SHOW-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "    company on hold:          " WS-SHOW-COUNT
               INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE WS-WD-OPTED-OUT TO WS-SHOW-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "    opted out:                " WS-SHOW-COUNT
               INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE WS-WD-UNVERIFIED TO WS-SHOW-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "    no longer verified:       " WS-SHOW-COUNT
               INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE WS-WD-REMOVED TO WS-SHOW-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "    removed from jobs.doc:    " WS-SHOW-COUNT
               INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE
           IF WS-CO-OVERFLOW > 0
               MOVE WS-CO-OVERFLOW TO WS-SHOW-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "Company pages past the first 1000 not loaded: "
                   WS-SHOW-COUNT
                   INTO REPORT-RECORD
               END-STRING
               PERFORM EMIT-REPORT-LINE
           END-IF
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
