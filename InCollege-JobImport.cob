      *> employer-supplied extract of their applicant-tracking system
      *> (jobs-import.csv, one listing per line in the agreed column
      *> order: poster username, company, title, description, category,
      *> location, salary, openings, sponsorship, syndication -- plain
      *> comma-separated, no embedded commas) and creates jobs.doc listings the way
      *> POST-A-JOB would, so the big employers stop re-keying their
      *> ATS postings by hand and leaving half the locations blank.
      *>
      *>   - the company must already exist in companies.doc and the
      *>     canonical CO-NAME replaces whatever spelling is in the
      *>     file, exactly like POST-A-JOB's lookup;
      *>   - the company must not be under a compliance hold
      *>     (company_holds.doc), the same freeze POST-A-JOB enforces;
      *>   - the category must be one of the controlled categories.doc
      *>     entries;
      *>   - job ids are assigned from CTL-NEXT-JOB-ID in control.doc
      *>   - the job_index.doc keyword rows are appended so the
      *>     listings are searchable without waiting for the next
      *>     BUILDJOBINDEX pass;
      *>   - the sponsorship column is Y (will sponsor a work visa),
      *>     N (work authorization required) or blank (not stated), the
      *>     same three values POST-A-JOB offers;
      *>   - the syndication column is N to keep the listing off the
      *>     partner job boards (JOBSYNDICATION); Y or blank lets it
      *>     syndicate, the same default POST-A-JOB uses;
      *>   - the description goes through the same prohibited-content
      *>     rules (content_rules.doc) as POST-A-JOB: a high-severity
      *>     match rejects the row, a low-severity one is loaded and
      *>     logged to content_hits.doc for the review queue;
      *>   - every rejected row goes to job-import-exceptions.rpt with
      *>     its reason instead of half-loading the file.
       IDENTIFICATION DIVISION.
           SELECT COMPANIES-FILE ASSIGN TO "companies.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPANIES-STATUS.
           SELECT COMPANY-HOLDS-FILE ASSIGN TO "company_holds.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT JOB-INDEX-FILE ASSIGN TO "job_index.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-INDEX-STATUS.
           SELECT EXCEPTIONS-FILE ASSIGN TO "job-import-exceptions.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTIONS-STATUS.
           SELECT CONTENT-RULES-FILE ASSIGN TO "content_rules.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
           SELECT CONTENT-HITS-FILE ASSIGN TO "content_hits.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HITS-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 JR-VERIFIED        PIC X(01).
           05 JR-CATEGORY        PIC X(20).
           05 JR-OPENINGS        PIC 9(3).
           05 JR-SPONSORSHIP     PIC X(01).
           05 JR-SYNDICATE       PIC X(01).

       FD CONTROL-FILE.
       01 CONTROL-RECORD.
      *> THROUGH THE REWRITE OR AN IMPORT RUN WOULD TRUNCATE IT AND
      *> THE NEXT SEND-MESSAGE WOULD COLLIDE ON THE INDEXED PRIME KEY
           05 CTL-NEXT-MSG-ID PIC 9(8).
      *> DRY-RUN SWITCH -- SEE THE MAIN PROGRAM'S FD. RIDES THROUGH THE
      *> REWRITE SO A NIGHTLY IMPORT NEVER TURNS OPS' DRY RUN LIVE
           05 CTL-DRY-RUN PIC X(01).

       FD CATEGORIES-FILE.
       01 CATEGORY-RECORD.
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

       FD JOB-INDEX-FILE.
       01 JOB-INDEX-RECORD.
           05 JX-TOKEN  PIC X(41).
       FD EXCEPTIONS-FILE.
       01 EXCEPTION-RECORD PIC X(400).

      *> SEE THE MAIN PROGRAM'S FDS FOR BOTH CONTENT FILES
       FD CONTENT-RULES-FILE.
       01 CONTENT-RULE-RECORD.
           05 CR-RULE-ID       PIC 9(3).
           05 CR-SEVERITY      PIC X(01).
           05 CR-PHRASE        PIC X(40).
           05 CR-ADDED-BY      PIC X(20).
           05 CR-DATE          PIC 9(8).

       FD CONTENT-HITS-FILE.
       01 CONTENT-HIT-RECORD.
           05 CH-TIMESTAMP     PIC X(14).
           05 CH-RULE-ID       PIC 9(3).
           05 CH-SEVERITY      PIC X(01).
           05 CH-USERNAME      PIC X(20).
           05 CH-SOURCE        PIC X(10).
           05 CH-KEY           PIC X(30).
           05 CH-ACTION        PIC X(01).

       WORKING-STORAGE SECTION.
       77  WS-IMPORT-STATUS     PIC XX.
       77  WS-ACCOUNTS-STATUS   PIC XX.
       77  WS-CONTROL-STATUS    PIC XX.
       77  WS-CATEGORIES-STATUS PIC XX.
       77  WS-COMPANIES-STATUS  PIC XX.
       77  WS-HOLD-STATUS       PIC XX.
       77  WS-JOB-INDEX-STATUS  PIC XX.
       77  WS-EXCEPTIONS-STATUS PIC XX.
       77  WS-RULES-STATUS      PIC XX.
       77  WS-HITS-STATUS       PIC XX.

       77  WS-IMPORT-EOF        PIC X VALUE "N".
       77  WS-ACCOUNTS-EOF      PIC X VALUE "N".
       77  WS-ROWS-READ         PIC 9(6) VALUE 0.
       77  WS-ROWS-IMPORTED     PIC 9(6) VALUE 0.
       77  WS-ROWS-REJECTED     PIC 9(6) VALUE 0.
       77  WS-ROWS-FLAGGED      PIC 9(6) VALUE 0.
       77  WS-COUNT-DISPLAY     PIC ZZZ,ZZ9.

      *> FIELDS SPLIT OUT OF THE CURRENT CSV ROW
       77  WS-CSV-LOCATION      PIC X(20).
       77  WS-CSV-SALARY        PIC X(20).
       77  WS-CSV-OPENINGS      PIC X(10).
       77  WS-CSV-SPONSORSHIP   PIC X(10).
       77  WS-CSV-SYNDICATE     PIC X(10).
       77  WS-REJECT-REASON     PIC X(40).

      *> LOOKUP RESULTS
       77  WS-CATEGORY-OK       PIC X VALUE "N".
       77  WS-COMPANY-OK        PIC X VALUE "N".
       77  WS-COMPANY-CANONICAL PIC X(30).
       77  WS-COMPANY-ON-HOLD   PIC X VALUE "N".
       77  WS-HOLD-EOF          PIC X VALUE "N".
       77  WS-HOLD-TODAY        PIC 9(8) VALUE 0.

      *> NEXT JOB ID, CARRIED IN MEMORY ACROSS THE ROWS AND WRITTEN
      *> BACK TO control.doc ONCE AT END OF RUN
       77  WS-MAX-MSGS-PER-DAY   PIC 9(3) VALUE 0.
       77  WS-MAX-CONNREQ-PER-DAY PIC 9(3) VALUE 0.
       77  WS-NEXT-MSG-ID        PIC 9(8) VALUE 0.
       77  WS-DRY-RUN            PIC X VALUE "N".

      *> SAME TOKENIZER SCRATCH AS THE INTERACTIVE PROGRAM'S
      *> APPEND-JOB-INDEX-ROWS (NO COPYBOOKS IN THIS SHOP)
       77  WS-JOBX-WORD         PIC X(41).
       77  WS-JOBX-PTR          PIC 9(4) VALUE 1.

      *> SAME SCRATCH AS THE INTERACTIVE PROGRAM'S SCREEN-CONTENT
       77  WS-RULES-EOF           PIC X VALUE "N".
       77  WS-SCREEN-TEXT         PIC X(200).
       77  WS-SCREEN-UPPER        PIC X(202).
       77  WS-SCREEN-PHRASE-UPPER PIC X(42).
       77  WS-SCREEN-PHRASE-LEN   PIC 9(3) VALUE 0.
       77  WS-SCREEN-TALLY        PIC 9(4) VALUE 0.
       77  WS-SCREEN-RESULT       PIC X VALUE SPACE.
       77  WS-SCREEN-RULE-ID      PIC 9(3) VALUE 0.
       77  WS-SCREEN-PHRASE       PIC X(40).
       77  WS-SCREEN-KEY          PIC X(30).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN OUTPUT EXCEPTIONS-FILE
           DISPLAY "Rows imported: " WS-COUNT-DISPLAY
           MOVE WS-ROWS-REJECTED TO WS-COUNT-DISPLAY
           DISPLAY "Rows rejected: " WS-COUNT-DISPLAY
           MOVE WS-ROWS-FLAGGED TO WS-COUNT-DISPLAY
           DISPLAY "Rows flagged:  " WS-COUNT-DISPLAY

           CLOSE EXCEPTIONS-FILE
           STOP RUN.
                       IF CTL-NEXT-MSG-ID NUMERIC
                           MOVE CTL-NEXT-MSG-ID TO WS-NEXT-MSG-ID
                       END-IF
                       IF CTL-DRY-RUN = "Y"
                           MOVE "Y" TO WS-DRY-RUN
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           MOVE WS-MAX-MSGS-PER-DAY TO CTL-MAX-MSGS-PER-DAY
           MOVE WS-MAX-CONNREQ-PER-DAY TO CTL-MAX-CONNREQ-PER-DAY
           MOVE WS-NEXT-MSG-ID TO CTL-NEXT-MSG-ID
           MOVE WS-DRY-RUN TO CTL-DRY-RUN
           WRITE CONTROL-RECORD
           CLOSE CONTROL-FILE
           .
           MOVE SPACES TO WS-CSV-LOCATION
           MOVE SPACES TO WS-CSV-SALARY
           MOVE SPACES TO WS-CSV-OPENINGS
           MOVE SPACES TO WS-CSV-SPONSORSHIP
           MOVE SPACES TO WS-CSV-SYNDICATE
           UNSTRING IMPORT-CSV-RECORD DELIMITED BY ","
               INTO WS-CSV-POSTER WS-CSV-COMPANY WS-CSV-TITLE
                    WS-CSV-DESC WS-CSV-CATEGORY WS-CSV-LOCATION
                    WS-CSV-SALARY WS-CSV-OPENINGS WS-CSV-SPONSORSHIP
                    WS-CSV-SYNDICATE
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CSV-SPONSORSHIP))
               TO WS-CSV-SPONSORSHIP
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CSV-SYNDICATE))
               TO WS-CSV-SYNDICATE

      *> VALIDATE THE ROW BEFORE TOUCHING ANY FILE
           MOVE SPACES TO WS-REJECT-REASON
           IF WS-REJECT-REASON = SPACES AND WS-CSV-LOCATION = SPACES
               MOVE "missing location" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND WS-CSV-SPONSORSHIP NOT = SPACES
               AND WS-CSV-SPONSORSHIP NOT = "Y"
               AND WS-CSV-SPONSORSHIP NOT = "N"
               MOVE "sponsorship must be Y, N or blank" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND WS-CSV-SYNDICATE NOT = SPACES
               AND WS-CSV-SYNDICATE NOT = "Y"
               AND WS-CSV-SYNDICATE NOT = "N"
               MOVE "syndication must be Y, N or blank" TO WS-REJECT-REASON
           END-IF

           IF WS-REJECT-REASON = SPACES
               PERFORM CHECK-POSTER-ACCOUNT
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               PERFORM CHECK-COMPANY-ON-HOLD
               IF WS-COMPANY-ON-HOLD = "Y"
                   MOVE "company is under a compliance hold"
                       TO WS-REJECT-REASON
               END-IF
           END-IF

      *> PROHIBITED CONTENT LAST -- ONLY A ROW THAT WOULD OTHERWISE
      *> LOAD COUNTS AS A HIT AGAINST THE POSTER
           MOVE SPACE TO WS-SCREEN-RESULT
           IF WS-REJECT-REASON = SPACES
               MOVE WS-CSV-DESC TO WS-SCREEN-TEXT
               PERFORM SCREEN-CONTENT
               IF WS-SCREEN-RESULT = "H"
                   STRING "prohibited content (rule "
                       WS-SCREEN-RULE-ID ")" DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
                   END-STRING
                   MOVE SPACES TO WS-SCREEN-KEY
                   STRING "row " WS-ROWS-READ DELIMITED BY SIZE
                       INTO WS-SCREEN-KEY
                   END-STRING
                   PERFORM LOG-CONTENT-HIT
               END-IF
           END-IF

           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-EXCEPTION-ROW
               EXIT PARAGRAPH
           PERFORM CREATE-IMPORTED-LISTING
           PERFORM APPEND-JOB-INDEX-ROWS
           ADD 1 TO WS-ROWS-IMPORTED

      *> LOW SEVERITY: LOADED LIKE ANY OTHER ROW -- IT WAITS IN THE
      *> REVIEW QUEUE ANYWAY, WHERE THE OPERATOR SEES THE FLAG
           IF WS-SCREEN-RESULT = "L"
               ADD 1 TO WS-ROWS-FLAGGED
               MOVE SPACES TO WS-SCREEN-KEY
               MOVE JR-ID TO WS-SCREEN-KEY(1:4)
               PERFORM LOG-CONTENT-HIT
           END-IF
           .

      *> THE POSTER MUST BE AN EXISTING "E" EMPLOYER ACCOUNT THAT IS
           END-IF
           .

      *> WS-COMPANY-ON-HOLD = "Y" WHEN WS-COMPANY-CANONICAL HAS AN
      *> APPROVED HOLD THAT HAS NOT REACHED ITS LIFT DATE -- THE TEST
      *> THE MAIN PROGRAM'S CHECK-HOLD-ROW-ACTIVE MAKES
       CHECK-COMPANY-ON-HOLD.
           MOVE "N" TO WS-COMPANY-ON-HOLD
           MOVE "N" TO WS-HOLD-EOF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOLD-TODAY
           OPEN INPUT COMPANY-HOLDS-FILE
           IF WS-HOLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HOLD-EOF = "Y" OR WS-COMPANY-ON-HOLD = "Y"
               READ COMPANY-HOLDS-FILE
                   AT END MOVE "Y" TO WS-HOLD-EOF
                   NOT AT END
                       IF CH-STATUS = "A"
                           AND FUNCTION UPPER-CASE(CH-COMPANY)
                               = FUNCTION UPPER-CASE(WS-COMPANY-CANONICAL)
                           AND (CH-LIFT-DATE NOT NUMERIC
                                OR CH-LIFT-DATE = 0
                                OR CH-LIFT-DATE > WS-HOLD-TODAY)
                           MOVE "Y" TO WS-COMPANY-ON-HOLD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMPANY-HOLDS-FILE
           .

       CREATE-IMPORTED-LISTING.
           ADD 1 TO WS-NEXT-JOB-ID

               AND FUNCTION NUMVAL(WS-CSV-OPENINGS) > 0
               MOVE FUNCTION NUMVAL(WS-CSV-OPENINGS) TO JR-OPENINGS
           END-IF
           MOVE WS-CSV-SPONSORSHIP TO JR-SPONSORSHIP
           MOVE "Y" TO JR-SYNDICATE
           IF WS-CSV-SYNDICATE = "N"
               MOVE "N" TO JR-SYNDICATE
           END-IF
           WRITE JOBS-FILE-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           CLOSE JOB-INDEX-FILE
           .

      *> SAME MATCH AS THE INTERACTIVE PROGRAM'S SCREEN-CONTENT (NO
      *> COPYBOOKS IN THIS SHOP): WHOLE WORDS, CASE AND PUNCTUATION
      *> IGNORED, A HIGH-SEVERITY MATCH WINS OVER A LOW ONE
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

      *> THE HIT IS CHARGED TO THE POSTER NAMED ON THE ROW
       LOG-CONTENT-HIT.
           OPEN EXTEND CONTENT-HITS-FILE
           IF WS-HITS-STATUS NOT = "00"
               OPEN OUTPUT CONTENT-HITS-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO CH-TIMESTAMP
           MOVE WS-SCREEN-RULE-ID TO CH-RULE-ID
           MOVE WS-SCREEN-RESULT TO CH-SEVERITY
           MOVE WS-CSV-POSTER TO CH-USERNAME
           MOVE "JOBIMPORT" TO CH-SOURCE
           MOVE WS-SCREEN-KEY TO CH-KEY
           IF WS-SCREEN-RESULT = "H"
               MOVE "B" TO CH-ACTION
           ELSE
               MOVE "Q" TO CH-ACTION
           END-IF
           WRITE CONTENT-HIT-RECORD
           CLOSE CONTENT-HITS-FILE
           .

       WRITE-EXCEPTION-ROW.
           ADD 1 TO WS-ROWS-REJECTED
           MOVE SPACES TO EXCEPTION-RECORD
