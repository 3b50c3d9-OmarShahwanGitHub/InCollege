      *> === INCOLLEGE WEEKLY PROHIBITED-CONTENT REPORT ===
      *> Every time a phrase in content_rules.doc matches a job
      *> description, message, group board post or company review --
      *> interactively or through the JobImport feed -- a row lands in
      *> content_hits.doc saying which rule, whose text, and whether
      *> the write was blocked ("H" rules) or let through and queued
      *> for review ("L" rules). This job reads the seven days ending
      *> on the business date and writes content-hits.rpt:
      *>
      *>   1. hits by rule, every rule on file listed (a rule nobody
      *>      trips in a week is worth a second look too), plus any
      *>      since-removed rule that still has hits in the week;
      *>   2. hits by account, most hits first, so repeat offenders
      *>      are at the top of the page;
      *>   3. the week's totals.
      *>
      *> Queued weekly by ops as CONTENTHITS in batch-queue.doc.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCOLLEGE-CONTENT-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTENT-RULES-FILE ASSIGN TO "content_rules.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
           SELECT CONTENT-HITS-FILE ASSIGN TO "content_hits.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HITS-STATUS.
           SELECT REPORT-FILE ASSIGN TO "content-hits.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      *> BUSINESS-DATE CONTROL RECORD -- SEE LOAD-BUSINESS-DATE
           SELECT BUSINESS-DATE-FILE ASSIGN TO "business_date.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(120).

      *> ONE RECORD: THE DATE THE NIGHTLY BATCH PROCESSES AS OF
       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BD-DATE          PIC 9(8).

       WORKING-STORAGE SECTION.
       77  WS-RULES-STATUS      PIC XX.
       77  WS-HITS-STATUS       PIC XX.
       77  WS-REPORT-STATUS     PIC XX.
       77  WS-BUSINESS-DATE-STATUS PIC XX.
      *> THE DATE THIS RUN PROCESSES AS OF, AND THE REAL ONE
       77  WS-BUSINESS-DATE      PIC 9(8) VALUE 0.
       77  WS-CLOCK-DATE         PIC 9(8) VALUE 0.
       77  WS-RULES-EOF         PIC X VALUE "N".
       77  WS-HITS-EOF          PIC X VALUE "N".

      *> THE WEEK: SIX DAYS BEFORE THE BUSINESS DATE THROUGH IT
       77  WS-WEEK-FROM         PIC 9(8) VALUE 0.
       77  WS-WEEK-TO           PIC 9(8) VALUE 0.
       77  WS-HIT-DATE          PIC X(8).

      *> ONE SLOT PER RULE NUMBER -- RULE IDS ARE 001-999, SO THE ID
      *> IS THE SUBSCRIPT AND THE LISTING COMES OUT IN RULE ORDER
       77  WS-RT-I              PIC 9(4) VALUE 0.
       01  WS-RULE-TABLE OCCURS 999 TIMES
           INDEXED BY WS-RT-IDX.
      *> "Y" STILL IN content_rules.doc
           05  WS-RT-ON-FILE    PIC X(01).
           05  WS-RT-SEVERITY   PIC X(01).
           05  WS-RT-PHRASE     PIC X(40).
           05  WS-RT-BLOCKED    PIC 9(6).
           05  WS-RT-QUEUED     PIC 9(6).

      *> HITS PER ACCOUNT IN THE WEEK
       77  WS-AC-COUNT          PIC 9(4) VALUE 0.
       77  WS-AC-SLOT           PIC 9(4) VALUE 0.
       77  WS-AC-I              PIC 9(4) VALUE 0.
       77  WS-AC-BEST           PIC 9(4) VALUE 0.
       77  WS-AC-BEST-TOTAL     PIC 9(6) VALUE 0.
       77  WS-AC-PRINTED-COUNT  PIC 9(4) VALUE 0.
       01  WS-ACCOUNT-TABLE OCCURS 500 TIMES
           INDEXED BY WS-AC-IDX.
           05  WS-AC-USERNAME   PIC X(20).
           05  WS-AC-BLOCKED    PIC 9(6).
           05  WS-AC-QUEUED     PIC 9(6).
           05  WS-AC-TOTAL      PIC 9(6).
           05  WS-AC-PRINTED    PIC X(01).

       77  WS-TOTAL-HITS        PIC 9(6) VALUE 0.
       77  WS-TOTAL-BLOCKED     PIC 9(6) VALUE 0.
       77  WS-TOTAL-QUEUED      PIC 9(6) VALUE 0.
      *> ACCOUNTS PAST THE TABLE'S 500 ARE STILL IN THE TOTALS
       77  WS-AC-OVERFLOW       PIC 9(6) VALUE 0.

       77  WS-SHOW-BLOCKED      PIC ZZZ,ZZ9.
       77  WS-SHOW-QUEUED       PIC ZZZ,ZZ9.
       77  WS-SHOW-TOTAL        PIC ZZZ,ZZ9.
       77  WS-SHOW-ID           PIC 9(3).
       77  WS-SHOW-PHRASE       PIC X(40).
       77  WS-SHOW-NAME         PIC X(20).
       77  WS-SHOW-SEVERITY     PIC X(01).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-WEEK-TO
           COMPUTE WS-WEEK-FROM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-WEEK-TO) - 6)

           PERFORM LOAD-CONTENT-RULES
           PERFORM TALLY-CONTENT-HITS

           OPEN OUTPUT REPORT-FILE
           MOVE "=== InCollege Weekly Prohibited-Content Report ===" TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           STRING "Week: " WS-WEEK-FROM(1:4) "-" WS-WEEK-FROM(5:2) "-"
               WS-WEEK-FROM(7:2) " through " WS-WEEK-TO(1:4) "-"
               WS-WEEK-TO(5:2) "-" WS-WEEK-TO(7:2)
               INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE

           PERFORM REPORT-HITS-BY-RULE
           PERFORM REPORT-HITS-BY-ACCOUNT
           PERFORM REPORT-WEEK-TOTALS

           CLOSE REPORT-FILE
           STOP RUN.

      *> EVERY RULE ON FILE GETS ITS SLOT, HIT OR NOT
       LOAD-CONTENT-RULES.
           PERFORM VARYING WS-RT-I FROM 1 BY 1 UNTIL WS-RT-I > 999
               MOVE "N" TO WS-RT-ON-FILE (WS-RT-I)
               MOVE SPACE TO WS-RT-SEVERITY (WS-RT-I)
               MOVE SPACES TO WS-RT-PHRASE (WS-RT-I)
               MOVE 0 TO WS-RT-BLOCKED (WS-RT-I)
               MOVE 0 TO WS-RT-QUEUED (WS-RT-I)
           END-PERFORM
           MOVE "N" TO WS-RULES-EOF
           OPEN INPUT CONTENT-RULES-FILE
           IF WS-RULES-STATUS NOT = "00"
               MOVE "Y" TO WS-RULES-EOF
           END-IF
           PERFORM UNTIL WS-RULES-EOF = "Y"
               READ CONTENT-RULES-FILE INTO CONTENT-RULE-RECORD
                   AT END MOVE "Y" TO WS-RULES-EOF
                   NOT AT END
                       IF CR-RULE-ID NUMERIC AND CR-RULE-ID > 0
                           MOVE "Y" TO WS-RT-ON-FILE (CR-RULE-ID)
                           MOVE CR-SEVERITY TO WS-RT-SEVERITY (CR-RULE-ID)
                           MOVE CR-PHRASE TO WS-RT-PHRASE (CR-RULE-ID)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RULES-STATUS NOT = "35"
               CLOSE CONTENT-RULES-FILE
           END-IF
           .

       TALLY-CONTENT-HITS.
           MOVE "N" TO WS-HITS-EOF
           OPEN INPUT CONTENT-HITS-FILE
           IF WS-HITS-STATUS NOT = "00"
               MOVE "Y" TO WS-HITS-EOF
           END-IF
           PERFORM UNTIL WS-HITS-EOF = "Y"
               READ CONTENT-HITS-FILE INTO CONTENT-HIT-RECORD
                   AT END MOVE "Y" TO WS-HITS-EOF
                   NOT AT END
                       MOVE CH-TIMESTAMP(1:8) TO WS-HIT-DATE
                       IF WS-HIT-DATE IS NUMERIC
                           AND CH-RULE-ID NUMERIC AND CH-RULE-ID > 0
                           AND WS-HIT-DATE >= WS-WEEK-FROM
                           AND WS-HIT-DATE <= WS-WEEK-TO
                           PERFORM TALLY-ONE-HIT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HITS-STATUS NOT = "35"
               CLOSE CONTENT-HITS-FILE
           END-IF
           .

       TALLY-ONE-HIT.
           ADD 1 TO WS-TOTAL-HITS
           IF CH-ACTION = "B"
               ADD 1 TO WS-TOTAL-BLOCKED
               ADD 1 TO WS-RT-BLOCKED (CH-RULE-ID)
           ELSE
               ADD 1 TO WS-TOTAL-QUEUED
               ADD 1 TO WS-RT-QUEUED (CH-RULE-ID)
           END-IF
      *> A REMOVED RULE STILL SHOWS WITH THE SEVERITY IT HAD AT THE TIME
           IF WS-RT-SEVERITY (CH-RULE-ID) = SPACE
               MOVE CH-SEVERITY TO WS-RT-SEVERITY (CH-RULE-ID)
           END-IF

           MOVE 0 TO WS-AC-SLOT
           PERFORM VARYING WS-AC-I FROM 1 BY 1
               UNTIL WS-AC-I > WS-AC-COUNT OR WS-AC-SLOT > 0
               IF WS-AC-USERNAME (WS-AC-I) = CH-USERNAME
                   MOVE WS-AC-I TO WS-AC-SLOT
               END-IF
           END-PERFORM
           IF WS-AC-SLOT = 0 AND WS-AC-COUNT < 500
               ADD 1 TO WS-AC-COUNT
               MOVE WS-AC-COUNT TO WS-AC-SLOT
               MOVE CH-USERNAME TO WS-AC-USERNAME (WS-AC-SLOT)
               MOVE 0 TO WS-AC-BLOCKED (WS-AC-SLOT)
               MOVE 0 TO WS-AC-QUEUED (WS-AC-SLOT)
               MOVE 0 TO WS-AC-TOTAL (WS-AC-SLOT)
               MOVE "N" TO WS-AC-PRINTED (WS-AC-SLOT)
           END-IF
           IF WS-AC-SLOT = 0
               ADD 1 TO WS-AC-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AC-TOTAL (WS-AC-SLOT)
           IF CH-ACTION = "B"
               ADD 1 TO WS-AC-BLOCKED (WS-AC-SLOT)
           ELSE
               ADD 1 TO WS-AC-QUEUED (WS-AC-SLOT)
           END-IF
           .

       REPORT-HITS-BY-RULE.
           MOVE "Hits by rule" TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE
           MOVE "Rule Sev Blocked   Queued  Phrase" TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE
           PERFORM VARYING WS-RT-I FROM 1 BY 1 UNTIL WS-RT-I > 999
               IF WS-RT-ON-FILE (WS-RT-I) = "Y"
                   OR WS-RT-BLOCKED (WS-RT-I) > 0
                   OR WS-RT-QUEUED (WS-RT-I) > 0
                   PERFORM REPORT-ONE-RULE
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE
           .

       REPORT-ONE-RULE.
           MOVE WS-RT-I TO WS-SHOW-ID
           MOVE WS-RT-SEVERITY (WS-RT-I) TO WS-SHOW-SEVERITY
           MOVE WS-RT-BLOCKED (WS-RT-I) TO WS-SHOW-BLOCKED
           MOVE WS-RT-QUEUED (WS-RT-I) TO WS-SHOW-QUEUED
           IF WS-RT-ON-FILE (WS-RT-I) = "Y"
               MOVE WS-RT-PHRASE (WS-RT-I) TO WS-SHOW-PHRASE
           ELSE
               MOVE "(rule since removed)" TO WS-SHOW-PHRASE
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING WS-SHOW-ID "   " WS-SHOW-SEVERITY "  " WS-SHOW-BLOCKED
               "  " WS-SHOW-QUEUED "  "
               FUNCTION TRIM(WS-SHOW-PHRASE TRAILING)
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE
           .

      *> MOST HITS FIRST: EACH PASS PRINTS THE LARGEST NOT YET PRINTED
       REPORT-HITS-BY-ACCOUNT.
           MOVE "Hits by account (most first)" TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE
           IF WS-AC-COUNT = 0
               MOVE "No hits this week." TO REPORT-RECORD
               PERFORM EMIT-REPORT-LINE
               MOVE SPACES TO REPORT-RECORD
               PERFORM EMIT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "Account              Blocked   Queued    Total" TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE
           MOVE 0 TO WS-AC-PRINTED-COUNT
           PERFORM UNTIL WS-AC-PRINTED-COUNT >= WS-AC-COUNT
               MOVE 0 TO WS-AC-BEST
               MOVE 0 TO WS-AC-BEST-TOTAL
               PERFORM VARYING WS-AC-I FROM 1 BY 1
                   UNTIL WS-AC-I > WS-AC-COUNT
                   IF WS-AC-PRINTED (WS-AC-I) = "N"
                       AND (WS-AC-BEST = 0
                           OR WS-AC-TOTAL (WS-AC-I) > WS-AC-BEST-TOTAL)
                       MOVE WS-AC-I TO WS-AC-BEST
                       MOVE WS-AC-TOTAL (WS-AC-I) TO WS-AC-BEST-TOTAL
                   END-IF
               END-PERFORM
               MOVE "Y" TO WS-AC-PRINTED (WS-AC-BEST)
               ADD 1 TO WS-AC-PRINTED-COUNT
               PERFORM REPORT-ONE-ACCOUNT
           END-PERFORM
           IF WS-AC-OVERFLOW > 0
               MOVE WS-AC-OVERFLOW TO WS-SHOW-TOTAL
               MOVE SPACES TO REPORT-RECORD
               STRING "(" FUNCTION TRIM(WS-SHOW-TOTAL)
                   " more hits from accounts past the first 500)"
                   INTO REPORT-RECORD
               END-STRING
               PERFORM EMIT-REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE
           .

       REPORT-ONE-ACCOUNT.
           MOVE WS-AC-USERNAME (WS-AC-BEST) TO WS-SHOW-NAME
           MOVE WS-AC-BLOCKED (WS-AC-BEST) TO WS-SHOW-BLOCKED
           MOVE WS-AC-QUEUED (WS-AC-BEST) TO WS-SHOW-QUEUED
           MOVE WS-AC-TOTAL (WS-AC-BEST) TO WS-SHOW-TOTAL
           MOVE SPACES TO REPORT-RECORD
           STRING WS-SHOW-NAME " " WS-SHOW-BLOCKED "  " WS-SHOW-QUEUED
               "  " WS-SHOW-TOTAL
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE
           .

       REPORT-WEEK-TOTALS.
           MOVE WS-TOTAL-HITS TO WS-SHOW-TOTAL
           MOVE WS-TOTAL-BLOCKED TO WS-SHOW-BLOCKED
           MOVE WS-TOTAL-QUEUED TO WS-SHOW-QUEUED
           MOVE SPACES TO REPORT-RECORD
           STRING "Total hits: " FUNCTION TRIM(WS-SHOW-TOTAL)
               "   Blocked: " FUNCTION TRIM(WS-SHOW-BLOCKED)
               "   Queued for review: " FUNCTION TRIM(WS-SHOW-QUEUED)
               INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE
           .

       EMIT-REPORT-LINE.
           DISPLAY FUNCTION TRIM(REPORT-RECORD TRAILING)
           WRITE REPORT-RECORD
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
