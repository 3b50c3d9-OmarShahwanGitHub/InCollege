      *> === INCOLLEGE OFFER SALARY BENCHMARK REPORT ===
      *> Career advisers run this once a term to answer "what does a
      *> Computer Science graduate actually get offered". Every
      *> accepted offer ("A" in offers.doc) decided in the twelve
      *> months ending on the business date is joined to its posting
      *> (jobs.doc category and location) and to the student's profile
      *> (major, university, graduating class). Written to
      *> salary-benchmark.rpt in four tables:
      *>
      *>   1. by major;
      *>   2. by major, university and graduating class;
      *>   3. by job category;
      *>   4. by job location.
      *>
      *> Each row gives the offer count, minimum, lower quartile,
      *> median, upper quartile and maximum. The first-destination
      *> survey (destinations.doc) only asks for a salary BAND and is
      *> tied to the student rather than a posting, so its answers sit
      *> in a separate column on the two profile-based tables, never
      *> mixed into the offer figures. Any group with fewer than three
      *> offers has its figures suppressed (and likewise any survey
      *> column with fewer than three answers) -- with two offers the
      *> "median" is somebody's salary.
      *>
      *> The same figures go to salary_benchmarks.doc, suppressed
      *> groups zeroed, which is what a student sees from the job
      *> menu for their own major. Queued by ops as SALARYBENCH in
      *> batch-queue.doc.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCOLLEGE-SALARY-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFFERS-FILE ASSIGN TO "offers.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFFERS-STATUS.
           SELECT PROFILE-FILE ASSIGN TO "profiles.doc"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-USERNAME
               FILE STATUS IS WS-PROFILE-STATUS.
           SELECT JOBS-FILE ASSIGN TO "jobs.doc"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JR-ID
               FILE STATUS IS WS-JOBS-FILE-STATUS.
           SELECT DESTINATIONS-FILE ASSIGN TO "destinations.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DESTINATIONS-STATUS.
      *> ACCEPTED OFFERS, LOWEST SALARY FIRST
           SELECT SALARY-SORT-FILE ASSIGN TO "salary_sort.tmp".
           SELECT BENCHMARK-FILE ASSIGN TO "salary_benchmarks.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENCHMARK-STATUS.
           SELECT REPORT-FILE ASSIGN TO "salary-benchmark.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      *> BUSINESS-DATE CONTROL RECORD -- SEE LOAD-BUSINESS-DATE
           SELECT BUSINESS-DATE-FILE ASSIGN TO "business_date.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  PROFILE-FILE.
       01  PROFILE-RECORD.
           05  PR-USERNAME        PIC X(20).
           05  PR-FIRST-NAME      PIC X(20).
           05  PR-LAST-NAME       PIC X(20).
           05  PR-UNIVERSITY      PIC X(30).
           05  PR-MAJOR           PIC X(30).
           05  PR-GRAD-YEAR       PIC 9(4).
           05  PR-ABOUT-ME        PIC X(200).
           05  PR-EXP-COUNT       PIC 99.
           05  PR-EXP OCCURS 10 TIMES
               INDEXED BY PR-EXP-IDX.
               10 PR-EXP-TITLE    PIC X(30).
               10 PR-EXP-COMPANY  PIC X(30).
               10 PR-EXP-DATES    PIC X(20).
               10 PR-EXP-DESC     PIC X(100).
           05  PR-EDU-COUNT          PIC 99.
           05  PR-EDU OCCURS 10 TIMES
               INDEXED BY PR-EDU-IDX.
               10 PR-EDU-DEGREE PIC X(30).
               10 PR-EDU-SCHOOL PIC X(30).
               10 PR-EDU-YEARS PIC X(10).
           05  PR-RESUME-LINK     PIC X(100).
           05  PR-PROGRAMMING-COMPLETE PIC X(01) VALUE "N".
           05  PR-VISIBILITY           PIC X(01) VALUE "A".
           05  PR-SKILL-COUNT     PIC 99.
           05  PR-SKILL OCCURS 5 TIMES
               INDEXED BY PR-SKILL-IDX.
               10 PR-SKILL-NAME   PIC X(30).

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

       FD DESTINATIONS-FILE.
       01 DESTINATION-RECORD.
           05 DS-USERNAME    PIC X(20).
           05 DS-OUTCOME     PIC X(01).
           05 DS-EMPLOYER    PIC X(30).
           05 DS-SALARY-BAND PIC X(01).
           05 DS-DATE        PIC 9(8).

       SD SALARY-SORT-FILE.
       01 SALARY-SORT-RECORD.
           05 SS-SALARY       PIC 9(8).
           05 SS-MAJOR        PIC X(30).
           05 SS-UNIVERSITY   PIC X(30).
           05 SS-GRAD-YEAR    PIC 9(4).
           05 SS-CATEGORY     PIC X(20).
           05 SS-LOCATION     PIC X(20).

      *> ONE ROW PER GROUP. SB-KIND: "1" MAJOR, "2" MAJOR/UNIVERSITY/
      *> CLASS, "3" CATEGORY, "4" LOCATION. SB-KEY HOLDS THE MAJOR,
      *> CATEGORY OR LOCATION; SB-UNIVERSITY AND SB-GRAD-YEAR ONLY ON
      *> KIND "2". FIGURES ARE ZERO WHERE THE GROUP IS SUPPRESSED
       FD BENCHMARK-FILE.
       01 BENCHMARK-RECORD.
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

      *> A FULL 132-COLUMN PRINT LINE -- THE SURVEY COLUMNS NEED IT
       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

      *> ONE RECORD: THE DATE THE NIGHTLY BATCH PROCESSES AS OF
       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BD-DATE          PIC 9(8).

       WORKING-STORAGE SECTION.
       77  WS-OFFERS-STATUS       PIC XX.
       77  WS-PROFILE-STATUS      PIC XX.
       77  WS-JOBS-FILE-STATUS    PIC XX.
       77  WS-DESTINATIONS-STATUS PIC XX.
       77  WS-BENCHMARK-STATUS    PIC XX.
       77  WS-REPORT-STATUS       PIC XX.
       77  WS-BUSINESS-DATE-STATUS PIC XX.
      *> THE DATE THIS RUN PROCESSES AS OF, AND THE REAL ONE
       77  WS-BUSINESS-DATE      PIC 9(8) VALUE 0.
       77  WS-CLOCK-DATE         PIC 9(8) VALUE 0.
       77  WS-OFFERS-EOF          PIC X VALUE "N".
       77  WS-DESTINATIONS-EOF    PIC X VALUE "N".
       77  WS-SORT-EOF            PIC X VALUE "N".
       77  WS-PROFILES-OPEN       PIC X VALUE "N".
       77  WS-JOBS-OPEN           PIC X VALUE "N".

      *> THE TWELVE MONTHS: 364 DAYS BEFORE THE BUSINESS DATE THROUGH IT
       77  WS-YEAR-FROM          PIC 9(8) VALUE 0.
       77  WS-YEAR-TO            PIC 9(8) VALUE 0.
       77  WS-OFFER-DATE         PIC 9(8) VALUE 0.

      *> SMALLEST GROUP WHOSE FIGURES ARE PRINTED
       77  WS-MIN-GROUP-SIZE     PIC 9(2) VALUE 3.

      *> ACCEPTED OFFERS IN THE WINDOW, JOINED, LOWEST SALARY FIRST.
      *> WS-OT-CELL HOLDS THE OFFER'S GROUP SLOT FOR EACH OF THE FOUR
      *> KINDS ONCE ASSIGN-OFFER-CELLS HAS RUN
       77  WS-OT-COUNT           PIC 9(5) VALUE 0.
       77  WS-OT-I               PIC 9(5) VALUE 0.
      *> OFFERS PAST THE TABLE'S 3000 ARE LEFT OUT OF THE FIGURES
       77  WS-OT-OVERFLOW        PIC 9(6) VALUE 0.
       77  WS-OFFERS-SKIPPED     PIC 9(6) VALUE 0.
       01  WS-OFFER-TABLE OCCURS 3000 TIMES
           INDEXED BY WS-OT-IDX.
           05  WS-OT-SALARY      PIC 9(8).
           05  WS-OT-MAJOR       PIC X(30).
           05  WS-OT-UNIVERSITY  PIC X(30).
           05  WS-OT-GRAD-YEAR   PIC 9(4).
           05  WS-OT-CATEGORY    PIC X(20).
           05  WS-OT-LOCATION    PIC X(20).
           05  WS-OT-CELL        PIC 9(4) OCCURS 4 TIMES.

      *> GROUPS OF ALL FOUR KINDS IN ONE TABLE. WS-GC-RANK-* ARE THE
      *> POSITIONS (1 = LOWEST) OF THE QUARTILES WITHIN THE GROUP;
      *> WS-GC-SEEN COUNTS THE GROUP'S OFFERS AS THE SECOND PASS
      *> WALKS UP THE SALARIES
       77  WS-GC-COUNT           PIC 9(4) VALUE 0.
       77  WS-GC-SLOT            PIC 9(4) VALUE 0.
       77  WS-GC-I               PIC 9(4) VALUE 0.
       77  WS-GC-OVERFLOW        PIC 9(6) VALUE 0.
       01  WS-GROUP-TABLE OCCURS 1000 TIMES
           INDEXED BY WS-GC-IDX.
           05  WS-GC-KIND        PIC X(01).
           05  WS-GC-KEY         PIC X(30).
           05  WS-GC-UNIVERSITY  PIC X(30).
           05  WS-GC-GRAD-YEAR   PIC 9(4).
      *> UPPER-CASED KIND+KEY+UNIVERSITY+CLASS: MATCHING AND PRINT ORDER
           05  WS-GC-SORT-KEY    PIC X(65).
           05  WS-GC-OFFERS      PIC 9(5).
           05  WS-GC-SEEN        PIC 9(5).
           05  WS-GC-MINIMUM     PIC 9(8).
           05  WS-GC-MAXIMUM     PIC 9(8).
           05  WS-GC-RANK-Q1     PIC 9(5).
           05  WS-GC-RANK-MED-LO PIC 9(5).
           05  WS-GC-RANK-MED-HI PIC 9(5).
           05  WS-GC-RANK-Q3     PIC 9(5).
           05  WS-GC-Q1          PIC 9(8).
           05  WS-GC-MEDIAN-SUM  PIC 9(9).
           05  WS-GC-MEDIAN      PIC 9(8).
           05  WS-GC-Q3          PIC 9(8).
           05  WS-GC-SURVEY      PIC 9(5).
           05  WS-GC-BAND        PIC 9(5) OCCURS 5 TIMES.
           05  WS-GC-PRINTED     PIC X(01).

      *> THE GROUP BEING LOOKED UP BY FIND-GROUP-SLOT
       77  WS-FIND-KIND          PIC X(01).
       77  WS-FIND-KEY           PIC X(30).
       77  WS-FIND-UNIVERSITY    PIC X(30).
       77  WS-FIND-GRAD-YEAR     PIC 9(4).
       77  WS-FIND-SORT-KEY      PIC X(65).
       77  WS-FIND-ADD           PIC X(01).

      *> LATEST SURVEY ANSWER PER STUDENT -- A STUDENT WHO ANSWERS
      *> TWICE IS COUNTED ONCE, WITH THE LATER BAND
       77  WS-SV-COUNT           PIC 9(5) VALUE 0.
       77  WS-SV-I               PIC 9(5) VALUE 0.
       77  WS-SV-SLOT            PIC 9(5) VALUE 0.
       01  WS-SURVEY-TABLE OCCURS 3000 TIMES
           INDEXED BY WS-SV-IDX.
           05  WS-SV-USERNAME    PIC X(20).
           05  WS-SV-BAND        PIC X(01).
       77  WS-BAND-NUM           PIC 9(1) VALUE 0.
       77  WS-KIND-NUM           PIC 9(1) VALUE 0.

      *> PRINT-ORDER SELECTION
       77  WS-PRINT-KIND         PIC X(01).
       77  WS-PRINT-BEST         PIC 9(4) VALUE 0.
       77  WS-PRINT-DONE         PIC X(01).
       77  WS-PRINT-ROWS         PIC 9(4) VALUE 0.

      *> REPORT LINE PIECES
       01  WS-ROW-LINE.
           05  WS-ROW-LABEL      PIC X(28).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WS-ROW-OFFERS     PIC X(05).
           05  WS-ROW-FIGURES.
               10  WS-ROW-MIN    PIC Z,ZZZ,ZZ9B.
               10  WS-ROW-Q1     PIC Z,ZZZ,ZZ9B.
               10  WS-ROW-MEDIAN PIC Z,ZZZ,ZZ9B.
               10  WS-ROW-Q3     PIC Z,ZZZ,ZZ9B.
               10  WS-ROW-MAX    PIC Z,ZZZ,ZZ9B.
           05  WS-ROW-SURVEY.
               10  WS-ROW-ANSWERS PIC X(08).
               10  WS-ROW-BAND-SHOW PIC ZZZZZ9B OCCURS 5 TIMES.
       77  WS-SHOW-COUNT         PIC ZZZZ9.
       77  WS-SHOW-TOTAL         PIC ZZZ,ZZ9.
       77  WS-SHOW-YEAR          PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-YEAR-TO
           COMPUTE WS-YEAR-FROM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-YEAR-TO) - 364)

           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS = "00"
               MOVE "Y" TO WS-PROFILES-OPEN
           END-IF
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-FILE-STATUS = "00"
               MOVE "Y" TO WS-JOBS-OPEN
           END-IF

           SORT SALARY-SORT-FILE
               ON ASCENDING KEY SS-SALARY
               INPUT PROCEDURE IS RELEASE-ACCEPTED-OFFERS
               OUTPUT PROCEDURE IS LOAD-SORTED-OFFERS

           PERFORM ASSIGN-OFFER-CELLS
           PERFORM SET-QUARTILE-RANKS
           PERFORM PICK-QUARTILE-VALUES
           PERFORM TALLY-SURVEY-BANDS

           IF WS-PROFILES-OPEN = "Y"
               CLOSE PROFILE-FILE
           END-IF
           IF WS-JOBS-OPEN = "Y"
               CLOSE JOBS-FILE
           END-IF

           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT BENCHMARK-FILE
           MOVE "=== InCollege Offer Salary Benchmark Report ===" TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           STRING "Accepted offers decided " WS-YEAR-FROM(1:4) "-"
               WS-YEAR-FROM(5:2) "-" WS-YEAR-FROM(7:2) " through "
               WS-YEAR-TO(1:4) "-" WS-YEAR-TO(5:2) "-" WS-YEAR-TO(7:2)
               INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE WS-OT-COUNT TO WS-SHOW-TOTAL
           MOVE SPACES TO REPORT-RECORD
           STRING "Offers in the figures: " FUNCTION TRIM(WS-SHOW-TOTAL)
               INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE
           IF WS-OFFERS-SKIPPED > 0
               MOVE WS-OFFERS-SKIPPED TO WS-SHOW-TOTAL
               MOVE SPACES TO REPORT-RECORD
               STRING "Accepted offers left out (no profile on file): "
                   FUNCTION TRIM(WS-SHOW-TOTAL)
                   INTO REPORT-RECORD
               END-STRING
               PERFORM EMIT-REPORT-LINE
           END-IF
           IF WS-OT-OVERFLOW > 0
               MOVE WS-OT-OVERFLOW TO WS-SHOW-TOTAL
               MOVE SPACES TO REPORT-RECORD
               STRING "Accepted offers past the first 3000 left out: "
                   FUNCTION TRIM(WS-SHOW-TOTAL)
                   INTO REPORT-RECORD
               END-STRING
               PERFORM EMIT-REPORT-LINE
           END-IF
           IF WS-GC-OVERFLOW > 0
               MOVE WS-GC-OVERFLOW TO WS-SHOW-TOTAL
               MOVE SPACES TO REPORT-RECORD
               STRING "Group entries past the first 1000 left out: "
                   FUNCTION TRIM(WS-SHOW-TOTAL)
                   INTO REPORT-RECORD
               END-STRING
               PERFORM EMIT-REPORT-LINE
           END-IF
           MOVE "Groups with fewer than 3 offers (or 3 survey answers) are suppressed." TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE

           MOVE "1" TO WS-PRINT-KIND
           MOVE "By major" TO REPORT-RECORD
           PERFORM REPORT-ONE-TABLE
           MOVE "2" TO WS-PRINT-KIND
           MOVE "By major, university and graduating class" TO REPORT-RECORD
           PERFORM REPORT-ONE-TABLE
           MOVE "3" TO WS-PRINT-KIND
           MOVE "By job category" TO REPORT-RECORD
           PERFORM REPORT-ONE-TABLE
           MOVE "4" TO WS-PRINT-KIND
           MOVE "By job location" TO REPORT-RECORD
           PERFORM REPORT-ONE-TABLE

           CLOSE BENCHMARK-FILE
           CLOSE REPORT-FILE
           STOP RUN.

      *> SORT INPUT: ACCEPTED OFFERS DECIDED IN THE WINDOW, WITH THE
      *> PROFILE AND POSTING FIELDS ALREADY JOINED ON. AN OFFER WHOSE
      *> STUDENT HAS NO PROFILE CANNOT BE PLACED IN A MAJOR AND IS
      *> COUNTED AS SKIPPED; A POSTING SINCE PURGED STILL COUNTS, JUST
      *> WITHOUT A CATEGORY OR LOCATION
       RELEASE-ACCEPTED-OFFERS.
           MOVE "N" TO WS-OFFERS-EOF
           OPEN INPUT OFFERS-FILE
           IF WS-OFFERS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-OFFERS-EOF = "Y"
               READ OFFERS-FILE
                   AT END MOVE "Y" TO WS-OFFERS-EOF
                   NOT AT END
                       IF OF-STATUS = "A" AND OF-SALARY NUMERIC
                           AND OF-SALARY > 0
                           PERFORM RELEASE-ONE-OFFER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OFFERS-FILE
           .

       RELEASE-ONE-OFFER.
           MOVE OF-DECISION-DATE TO WS-OFFER-DATE
           IF OF-DECISION-DATE NOT NUMERIC OR OF-DECISION-DATE = 0
               MOVE OF-OFFER-DATE TO WS-OFFER-DATE
           END-IF
           IF WS-OFFER-DATE < WS-YEAR-FROM OR WS-OFFER-DATE > WS-YEAR-TO
               EXIT PARAGRAPH
           END-IF
           IF WS-PROFILES-OPEN NOT = "Y"
               ADD 1 TO WS-OFFERS-SKIPPED
               EXIT PARAGRAPH
           END-IF
           MOVE OF-USERNAME TO PR-USERNAME
           READ PROFILE-FILE KEY IS PR-USERNAME
               INVALID KEY
                   ADD 1 TO WS-OFFERS-SKIPPED
                   EXIT PARAGRAPH
           END-READ
           MOVE OF-SALARY TO SS-SALARY
           MOVE PR-MAJOR TO SS-MAJOR
           IF SS-MAJOR = SPACES
               MOVE "(no major given)" TO SS-MAJOR
           END-IF
           MOVE PR-UNIVERSITY TO SS-UNIVERSITY
           IF SS-UNIVERSITY = SPACES
               MOVE "(no university given)" TO SS-UNIVERSITY
           END-IF
           MOVE PR-GRAD-YEAR TO SS-GRAD-YEAR
           IF PR-GRAD-YEAR NOT NUMERIC
               MOVE 0 TO SS-GRAD-YEAR
           END-IF
           MOVE "(no category)" TO SS-CATEGORY
           MOVE "(no location)" TO SS-LOCATION
           IF WS-JOBS-OPEN = "Y"
               MOVE OF-JOB-ID TO JR-ID
               READ JOBS-FILE KEY IS JR-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF JR-CATEGORY NOT = SPACES
                           MOVE JR-CATEGORY TO SS-CATEGORY
                       END-IF
                       IF JR-LOCATION NOT = SPACES
                           MOVE JR-LOCATION TO SS-LOCATION
                       END-IF
               END-READ
           END-IF
           RELEASE SALARY-SORT-RECORD
           .

      *> SORT OUTPUT: INTO THE OFFER TABLE IN SALARY ORDER
       LOAD-SORTED-OFFERS.
           MOVE "N" TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = "Y"
               RETURN SALARY-SORT-FILE
                   AT END MOVE "Y" TO WS-SORT-EOF
                   NOT AT END
                       IF WS-OT-COUNT < 3000
                           ADD 1 TO WS-OT-COUNT
                           MOVE SS-SALARY TO WS-OT-SALARY (WS-OT-COUNT)
                           MOVE SS-MAJOR TO WS-OT-MAJOR (WS-OT-COUNT)
                           MOVE SS-UNIVERSITY TO WS-OT-UNIVERSITY (WS-OT-COUNT)
                           MOVE SS-GRAD-YEAR TO WS-OT-GRAD-YEAR (WS-OT-COUNT)
                           MOVE SS-CATEGORY TO WS-OT-CATEGORY (WS-OT-COUNT)
                           MOVE SS-LOCATION TO WS-OT-LOCATION (WS-OT-COUNT)
                       ELSE
                           ADD 1 TO WS-OT-OVERFLOW
                       END-IF
               END-RETURN
           END-PERFORM
           .

      *> FIRST PASS, LOWEST SALARY FIRST: EACH OFFER FINDS (OR OPENS)
      *> ITS GROUP OF EACH KIND. THE FIRST OFFER A GROUP SEES IS ITS
      *> MINIMUM AND THE LAST IS ITS MAXIMUM
       ASSIGN-OFFER-CELLS.
           PERFORM VARYING WS-OT-I FROM 1 BY 1 UNTIL WS-OT-I > WS-OT-COUNT
               MOVE "Y" TO WS-FIND-ADD
               MOVE "1" TO WS-FIND-KIND
               MOVE WS-OT-MAJOR (WS-OT-I) TO WS-FIND-KEY
               MOVE SPACES TO WS-FIND-UNIVERSITY
               MOVE 0 TO WS-FIND-GRAD-YEAR
               PERFORM FIND-GROUP-SLOT
               MOVE WS-GC-SLOT TO WS-OT-CELL (WS-OT-I, 1)
               MOVE "2" TO WS-FIND-KIND
               MOVE WS-OT-UNIVERSITY (WS-OT-I) TO WS-FIND-UNIVERSITY
               MOVE WS-OT-GRAD-YEAR (WS-OT-I) TO WS-FIND-GRAD-YEAR
               PERFORM FIND-GROUP-SLOT
               MOVE WS-GC-SLOT TO WS-OT-CELL (WS-OT-I, 2)
               MOVE "3" TO WS-FIND-KIND
               MOVE WS-OT-CATEGORY (WS-OT-I) TO WS-FIND-KEY
               MOVE SPACES TO WS-FIND-UNIVERSITY
               MOVE 0 TO WS-FIND-GRAD-YEAR
               PERFORM FIND-GROUP-SLOT
               MOVE WS-GC-SLOT TO WS-OT-CELL (WS-OT-I, 3)
               MOVE "4" TO WS-FIND-KIND
               MOVE WS-OT-LOCATION (WS-OT-I) TO WS-FIND-KEY
               PERFORM FIND-GROUP-SLOT
               MOVE WS-GC-SLOT TO WS-OT-CELL (WS-OT-I, 4)
               PERFORM VARYING WS-KIND-NUM FROM 1 BY 1 UNTIL WS-KIND-NUM > 4
                   MOVE WS-OT-CELL (WS-OT-I, WS-KIND-NUM) TO WS-GC-SLOT
                   IF WS-GC-SLOT > 0
                       ADD 1 TO WS-GC-OFFERS (WS-GC-SLOT)
                       IF WS-GC-OFFERS (WS-GC-SLOT) = 1
                           MOVE WS-OT-SALARY (WS-OT-I) TO WS-GC-MINIMUM (WS-GC-SLOT)
                       END-IF
                       MOVE WS-OT-SALARY (WS-OT-I) TO WS-GC-MAXIMUM (WS-GC-SLOT)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      *> LEAVES WS-GC-SLOT ON THE GROUP MATCHING WS-FIND-*, COMPARED
      *> WITHOUT REGARD TO CASE ("computer science" AND "Computer
      *> Science" ARE ONE MAJOR; THE FIRST SPELLING SEEN IS PRINTED).
      *> WITH WS-FIND-ADD = "Y" A NEW GROUP IS OPENED WHEN NONE
      *> MATCHES; WS-GC-SLOT = 0 WHEN NONE MATCHES AND NONE WAS (OR
      *> COULD BE) OPENED
       FIND-GROUP-SLOT.
           MOVE SPACES TO WS-FIND-SORT-KEY
           MOVE WS-FIND-KIND TO WS-FIND-SORT-KEY(1:1)
           MOVE FUNCTION UPPER-CASE(WS-FIND-KEY) TO WS-FIND-SORT-KEY(2:30)
           MOVE FUNCTION UPPER-CASE(WS-FIND-UNIVERSITY) TO WS-FIND-SORT-KEY(32:30)
           MOVE WS-FIND-GRAD-YEAR TO WS-FIND-SORT-KEY(62:4)
           MOVE 0 TO WS-GC-SLOT
           PERFORM VARYING WS-GC-I FROM 1 BY 1
               UNTIL WS-GC-I > WS-GC-COUNT OR WS-GC-SLOT > 0
               IF WS-GC-SORT-KEY (WS-GC-I) = WS-FIND-SORT-KEY
                   MOVE WS-GC-I TO WS-GC-SLOT
               END-IF
           END-PERFORM
           IF WS-GC-SLOT > 0 OR WS-FIND-ADD NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-GC-COUNT >= 1000
               ADD 1 TO WS-GC-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GC-COUNT
           MOVE WS-GC-COUNT TO WS-GC-SLOT
           INITIALIZE WS-GROUP-TABLE (WS-GC-SLOT)
           MOVE WS-FIND-KIND TO WS-GC-KIND (WS-GC-SLOT)
           MOVE WS-FIND-KEY TO WS-GC-KEY (WS-GC-SLOT)
           MOVE WS-FIND-UNIVERSITY TO WS-GC-UNIVERSITY (WS-GC-SLOT)
           MOVE WS-FIND-GRAD-YEAR TO WS-GC-GRAD-YEAR (WS-GC-SLOT)
           MOVE WS-FIND-SORT-KEY TO WS-GC-SORT-KEY (WS-GC-SLOT)
           MOVE "N" TO WS-GC-PRINTED (WS-GC-SLOT)
           .

      *> NEAREST-RANK QUARTILES: THE LOWER QUARTILE IS THE OFFER AT
      *> POSITION N/4 ROUNDED UP, THE UPPER AT 3N/4 ROUNDED UP. THE
      *> MEDIAN IS THE MIDDLE OFFER, OR THE MEAN OF THE MIDDLE TWO
      *> WHEN N IS EVEN
       SET-QUARTILE-RANKS.
           PERFORM VARYING WS-GC-I FROM 1 BY 1 UNTIL WS-GC-I > WS-GC-COUNT
               IF WS-GC-OFFERS (WS-GC-I) > 0
                   COMPUTE WS-GC-RANK-Q1 (WS-GC-I) =
                       (WS-GC-OFFERS (WS-GC-I) + 3) / 4
                   COMPUTE WS-GC-RANK-Q3 (WS-GC-I) =
                       (3 * WS-GC-OFFERS (WS-GC-I) + 3) / 4
                   COMPUTE WS-GC-RANK-MED-LO (WS-GC-I) =
                       (WS-GC-OFFERS (WS-GC-I) + 1) / 2
                   COMPUTE WS-GC-RANK-MED-HI (WS-GC-I) =
                       WS-GC-OFFERS (WS-GC-I) / 2 + 1
               END-IF
           END-PERFORM
           .

      *> SECOND PASS, LOWEST SALARY FIRST: EACH GROUP COUNTS ITS OWN
      *> OFFERS AND KEEPS THE ONES THAT LAND ON ITS QUARTILE POSITIONS
       PICK-QUARTILE-VALUES.
           PERFORM VARYING WS-OT-I FROM 1 BY 1 UNTIL WS-OT-I > WS-OT-COUNT
               PERFORM VARYING WS-KIND-NUM FROM 1 BY 1 UNTIL WS-KIND-NUM > 4
                   MOVE WS-OT-CELL (WS-OT-I, WS-KIND-NUM) TO WS-GC-SLOT
                   IF WS-GC-SLOT > 0
                       PERFORM PICK-ONE-QUARTILE
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-GC-I FROM 1 BY 1 UNTIL WS-GC-I > WS-GC-COUNT
               IF WS-GC-OFFERS (WS-GC-I) > 0
                   IF WS-GC-RANK-MED-LO (WS-GC-I) = WS-GC-RANK-MED-HI (WS-GC-I)
                       MOVE WS-GC-MEDIAN-SUM (WS-GC-I) TO WS-GC-MEDIAN (WS-GC-I)
                   ELSE
                       COMPUTE WS-GC-MEDIAN (WS-GC-I) ROUNDED =
                           WS-GC-MEDIAN-SUM (WS-GC-I) / 2
                   END-IF
               END-IF
           END-PERFORM
           .

      *> FOR ODD N THE TWO MEDIAN POSITIONS ARE THE SAME OFFER, WHICH
      *> IS THEN ADDED ONCE
       PICK-ONE-QUARTILE.
           ADD 1 TO WS-GC-SEEN (WS-GC-SLOT)
           IF WS-GC-SEEN (WS-GC-SLOT) = WS-GC-RANK-Q1 (WS-GC-SLOT)
               MOVE WS-OT-SALARY (WS-OT-I) TO WS-GC-Q1 (WS-GC-SLOT)
           END-IF
           IF WS-GC-SEEN (WS-GC-SLOT) = WS-GC-RANK-Q3 (WS-GC-SLOT)
               MOVE WS-OT-SALARY (WS-OT-I) TO WS-GC-Q3 (WS-GC-SLOT)
           END-IF
           IF WS-GC-SEEN (WS-GC-SLOT) = WS-GC-RANK-MED-LO (WS-GC-SLOT)
               OR WS-GC-SEEN (WS-GC-SLOT) = WS-GC-RANK-MED-HI (WS-GC-SLOT)
               ADD WS-OT-SALARY (WS-OT-I) TO WS-GC-MEDIAN-SUM (WS-GC-SLOT)
           END-IF
           .

      *> SURVEY BANDS: EMPLOYED ANSWERS WITH A BAND, DATED IN THE SAME
      *> TWELVE MONTHS, LATEST PER STUDENT, FOLDED INTO THE STUDENT'S
      *> MAJOR AND MAJOR/UNIVERSITY/CLASS GROUPS. A GROUP WITH SURVEY
      *> ANSWERS BUT NO OFFERS IS OPENED HERE SO THE ANSWERS STILL SHOW
       TALLY-SURVEY-BANDS.
           MOVE "N" TO WS-DESTINATIONS-EOF
           OPEN INPUT DESTINATIONS-FILE
           IF WS-DESTINATIONS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DESTINATIONS-EOF = "Y"
               READ DESTINATIONS-FILE
                   AT END MOVE "Y" TO WS-DESTINATIONS-EOF
                   NOT AT END
                       IF DS-OUTCOME = "E"
                           AND DS-SALARY-BAND >= "1" AND DS-SALARY-BAND <= "5"
                           AND DS-DATE NUMERIC
                           AND DS-DATE >= WS-YEAR-FROM AND DS-DATE <= WS-YEAR-TO
                           PERFORM KEEP-SURVEY-ANSWER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DESTINATIONS-FILE

           IF WS-PROFILES-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SV-I FROM 1 BY 1 UNTIL WS-SV-I > WS-SV-COUNT
               MOVE WS-SV-USERNAME (WS-SV-I) TO PR-USERNAME
               READ PROFILE-FILE KEY IS PR-USERNAME
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM FOLD-SURVEY-ANSWER
               END-READ
           END-PERFORM
           .

       KEEP-SURVEY-ANSWER.
           MOVE 0 TO WS-SV-SLOT
           PERFORM VARYING WS-SV-I FROM 1 BY 1
               UNTIL WS-SV-I > WS-SV-COUNT OR WS-SV-SLOT > 0
               IF WS-SV-USERNAME (WS-SV-I) = DS-USERNAME
                   MOVE WS-SV-I TO WS-SV-SLOT
               END-IF
           END-PERFORM
           IF WS-SV-SLOT = 0
               IF WS-SV-COUNT >= 3000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SV-COUNT
               MOVE WS-SV-COUNT TO WS-SV-SLOT
               MOVE DS-USERNAME TO WS-SV-USERNAME (WS-SV-SLOT)
           END-IF
           MOVE DS-SALARY-BAND TO WS-SV-BAND (WS-SV-SLOT)
           .

       FOLD-SURVEY-ANSWER.
           MOVE WS-SV-BAND (WS-SV-I) TO WS-BAND-NUM
           MOVE "Y" TO WS-FIND-ADD
           MOVE "1" TO WS-FIND-KIND
           MOVE PR-MAJOR TO WS-FIND-KEY
           IF WS-FIND-KEY = SPACES
               MOVE "(no major given)" TO WS-FIND-KEY
           END-IF
           MOVE SPACES TO WS-FIND-UNIVERSITY
           MOVE 0 TO WS-FIND-GRAD-YEAR
           PERFORM FIND-GROUP-SLOT
           IF WS-GC-SLOT > 0
               ADD 1 TO WS-GC-SURVEY (WS-GC-SLOT)
               ADD 1 TO WS-GC-BAND (WS-GC-SLOT, WS-BAND-NUM)
           END-IF
           MOVE "2" TO WS-FIND-KIND
           MOVE PR-UNIVERSITY TO WS-FIND-UNIVERSITY
           IF WS-FIND-UNIVERSITY = SPACES
               MOVE "(no university given)" TO WS-FIND-UNIVERSITY
           END-IF
           MOVE PR-GRAD-YEAR TO WS-FIND-GRAD-YEAR
           IF PR-GRAD-YEAR NOT NUMERIC
               MOVE 0 TO WS-FIND-GRAD-YEAR
           END-IF
           PERFORM FIND-GROUP-SLOT
           IF WS-GC-SLOT > 0
               ADD 1 TO WS-GC-SURVEY (WS-GC-SLOT)
               ADD 1 TO WS-GC-BAND (WS-GC-SLOT, WS-BAND-NUM)
           END-IF
           .

      *> ONE TABLE: THE HEADING ALREADY IN REPORT-RECORD, THEN THE
      *> GROUPS OF WS-PRINT-KIND IN ALPHABETICAL ORDER (REPEATED
      *> LOWEST-KEY PASS, AS THE GROUP COUNT IS SMALL)
       REPORT-ONE-TABLE.
           PERFORM EMIT-REPORT-LINE
           IF WS-PRINT-KIND = "1" OR WS-PRINT-KIND = "2"
               MOVE "Group                       Offers  Minimum   Lower Q    Median   Upper Q   Maximum  Survey    <40K  40-60  60-80 80-100  100K+" TO REPORT-RECORD
           ELSE
               MOVE "Group                       Offers  Minimum   Lower Q    Median   Upper Q   Maximum" TO REPORT-RECORD
           END-IF
           PERFORM EMIT-REPORT-LINE
           MOVE 0 TO WS-PRINT-ROWS
           MOVE "N" TO WS-PRINT-DONE
           PERFORM UNTIL WS-PRINT-DONE = "Y"
               MOVE 0 TO WS-PRINT-BEST
               PERFORM VARYING WS-GC-I FROM 1 BY 1 UNTIL WS-GC-I > WS-GC-COUNT
                   IF WS-GC-KIND (WS-GC-I) = WS-PRINT-KIND
                       AND WS-GC-PRINTED (WS-GC-I) = "N"
                       IF WS-PRINT-BEST = 0
                           MOVE WS-GC-I TO WS-PRINT-BEST
                       ELSE
                           IF WS-GC-SORT-KEY (WS-GC-I) < WS-GC-SORT-KEY (WS-PRINT-BEST)
                               MOVE WS-GC-I TO WS-PRINT-BEST
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-PRINT-BEST = 0
                   MOVE "Y" TO WS-PRINT-DONE
               ELSE
                   MOVE "Y" TO WS-GC-PRINTED (WS-PRINT-BEST)
                   ADD 1 TO WS-PRINT-ROWS
                   PERFORM REPORT-ONE-GROUP
                   PERFORM WRITE-BENCHMARK-ROW
               END-IF
           END-PERFORM
           IF WS-PRINT-ROWS = 0
               MOVE "  (no accepted offers in the period)" TO REPORT-RECORD
               PERFORM EMIT-REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE
           .

       REPORT-ONE-GROUP.
           MOVE SPACES TO WS-ROW-LINE
           IF WS-GC-KIND (WS-PRINT-BEST) = "2"
               MOVE WS-GC-GRAD-YEAR (WS-PRINT-BEST) TO WS-SHOW-YEAR
               STRING FUNCTION TRIM(WS-GC-KEY (WS-PRINT-BEST) (1:12))
                   "/" FUNCTION TRIM(WS-GC-UNIVERSITY (WS-PRINT-BEST) (1:10))
                   "/" WS-SHOW-YEAR
                   DELIMITED BY SIZE INTO WS-ROW-LABEL
               END-STRING
           ELSE
               MOVE WS-GC-KEY (WS-PRINT-BEST) TO WS-ROW-LABEL
           END-IF
           IF WS-GC-OFFERS (WS-PRINT-BEST) < WS-MIN-GROUP-SIZE
               MOVE "   <3" TO WS-ROW-OFFERS
               MOVE "  (fewer than three offers)" TO WS-ROW-FIGURES
           ELSE
               MOVE WS-GC-OFFERS (WS-PRINT-BEST) TO WS-SHOW-COUNT
               MOVE WS-SHOW-COUNT TO WS-ROW-OFFERS
               MOVE WS-GC-MINIMUM (WS-PRINT-BEST) TO WS-ROW-MIN
               MOVE WS-GC-Q1 (WS-PRINT-BEST) TO WS-ROW-Q1
               MOVE WS-GC-MEDIAN (WS-PRINT-BEST) TO WS-ROW-MEDIAN
               MOVE WS-GC-Q3 (WS-PRINT-BEST) TO WS-ROW-Q3
               MOVE WS-GC-MAXIMUM (WS-PRINT-BEST) TO WS-ROW-MAX
           END-IF
           IF WS-PRINT-KIND = "1" OR WS-PRINT-KIND = "2"
               IF WS-GC-SURVEY (WS-PRINT-BEST) < WS-MIN-GROUP-SIZE
                   MOVE "     <3" TO WS-ROW-ANSWERS
               ELSE
                   MOVE WS-GC-SURVEY (WS-PRINT-BEST) TO WS-SHOW-COUNT
                   MOVE WS-SHOW-COUNT TO WS-ROW-ANSWERS (3:5)
                   PERFORM VARYING WS-BAND-NUM FROM 1 BY 1 UNTIL WS-BAND-NUM > 5
                       MOVE WS-GC-BAND (WS-PRINT-BEST, WS-BAND-NUM)
                           TO WS-ROW-BAND-SHOW (WS-BAND-NUM)
                   END-PERFORM
               END-IF
           END-IF
           MOVE WS-ROW-LINE TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE
           .

      *> THE STUDENT-FACING COPY. NOTHING A SUPPRESSED CELL WOULD GIVE
      *> AWAY IS WRITTEN -- ONLY ITS OFFER COUNT, SO THE JOB MENU CAN
      *> SAY WHY THERE ARE NO FIGURES
       WRITE-BENCHMARK-ROW.
           INITIALIZE BENCHMARK-RECORD
           MOVE WS-GC-KIND (WS-PRINT-BEST) TO SB-KIND
           MOVE WS-GC-KEY (WS-PRINT-BEST) TO SB-KEY
           MOVE WS-GC-UNIVERSITY (WS-PRINT-BEST) TO SB-UNIVERSITY
           MOVE WS-GC-GRAD-YEAR (WS-PRINT-BEST) TO SB-GRAD-YEAR
           MOVE WS-GC-OFFERS (WS-PRINT-BEST) TO SB-OFFERS
           IF WS-GC-OFFERS (WS-PRINT-BEST) >= WS-MIN-GROUP-SIZE
               MOVE WS-GC-MINIMUM (WS-PRINT-BEST) TO SB-MINIMUM
               MOVE WS-GC-Q1 (WS-PRINT-BEST) TO SB-LOWER-QUARTILE
               MOVE WS-GC-MEDIAN (WS-PRINT-BEST) TO SB-MEDIAN
               MOVE WS-GC-Q3 (WS-PRINT-BEST) TO SB-UPPER-QUARTILE
               MOVE WS-GC-MAXIMUM (WS-PRINT-BEST) TO SB-MAXIMUM
           END-IF
           IF WS-GC-SURVEY (WS-PRINT-BEST) >= WS-MIN-GROUP-SIZE
               MOVE WS-GC-SURVEY (WS-PRINT-BEST) TO SB-SURVEY-ANSWERS
               PERFORM VARYING WS-BAND-NUM FROM 1 BY 1 UNTIL WS-BAND-NUM > 5
                   MOVE WS-GC-BAND (WS-PRINT-BEST, WS-BAND-NUM)
                       TO SB-BAND-COUNT (WS-BAND-NUM)
               END-PERFORM
           END-IF
           MOVE WS-BUSINESS-DATE TO SB-RUN-DATE
           WRITE BENCHMARK-RECORD
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
