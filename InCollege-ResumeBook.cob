      *> === INCOLLEGE CAREER-CENTER RESUME BOOK JOB ===
      *> Employers ask the career center for "all spring-graduating
      *> Finance majors at our university"; this job answers such
      *> requests in bulk instead of one CANDIDATE-SEARCH screen at a
      *> time. resume_book_requests.doc holds one request per line:
      *>
      *>   columns   1- 20  employer the book goes to
      *>   columns  21- 50  university
      *>   columns  51-140  up to three majors, 30 columns each
      *>   columns 141-144  earliest grad year  (blank = no limit)
      *>   columns 145-148  latest grad year    (blank = no limit)
      *>   columns 149-238  up to three skills, 30 columns each
      *>
      *> University, majors and skills are compared upper-cased. A
      *> student qualifies when the university matches, the major is
      *> one of those listed (any, if none is), the grad year is in
      *> range and -- if skills are listed -- they claim at least one
      *> of them. Only students who opted in are ever considered:
      *>   - they picked a locker document for resume books (DOC-BOOK
      *>     in documents.doc -- see CHOOSE-RESUME-BOOK-DOCUMENT in the
      *>     main program), which is the document the book carries;
      *>   - once terms of use are in force, their latest consent.doc
      *>     row allows employer sharing, the same rule profiles.csv
      *>     follows in InCollege-CsvExport.cob;
      *>   - employer, career-center and suspended accounts never are.
      *>
      *> Each request becomes resume-books/book-<date>-<nnn>.txt: a
      *> cover page, an index, then one page per student. Every
      *> student in a book is notified, and resume_book_log.doc
      *> records which employer received which students on which
      *> (business) date. resume-book.rpt lists the requests run and
      *> any that could not be read.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCOLLEGE-RESUME-BOOK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "resume_book_requests.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT ACCOUNTS-FILE ASSIGN TO "accounts.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNTS-STATUS.
           SELECT PROFILE-FILE ASSIGN TO "profiles.doc"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-USERNAME
               FILE STATUS IS WS-PROFILE-STATUS.
           SELECT DOCUMENTS-FILE ASSIGN TO "documents.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOCUMENTS-STATUS.
           SELECT TERMS-VERSIONS-FILE ASSIGN TO "terms_versions.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMS-STATUS.
           SELECT CONSENT-FILE ASSIGN TO "consent.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSENT-STATUS.
           SELECT NOTIFICATIONS-FILE ASSIGN TO "notifications.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.
           SELECT BOOK-LOG-FILE ASSIGN TO "resume_book_log.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOK-LOG-STATUS.
           SELECT BOOK-FILE ASSIGN TO WS-BOOK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOK-STATUS.
           SELECT REPORT-FILE ASSIGN TO "resume-book.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      *> BUSINESS-DATE CONTROL RECORD -- SEE LOAD-BUSINESS-DATE
           SELECT BUSINESS-DATE-FILE ASSIGN TO "business_date.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REQUEST-FILE.
       01 REQUEST-RECORD.
           05 RQ-EMPLOYER      PIC X(20).
           05 RQ-UNIVERSITY    PIC X(30).
           05 RQ-MAJOR         PIC X(30) OCCURS 3 TIMES.
           05 RQ-YEAR-FROM     PIC X(4).
           05 RQ-YEAR-TO       PIC X(4).
           05 RQ-SKILL         PIC X(30) OCCURS 3 TIMES.

       FD ACCOUNTS-FILE.
       01 ACCOUNT-RECORD.
           05 ACCOUNT-USERNAME        PIC X(20).
           05 ACCOUNT-PASSWORD        PIC X(12).
           05 ACCOUNT-SECURITY-ANSWER PIC X(12).
           05 ACCOUNT-TYPE            PIC X(01).
           05 ACCOUNT-STATUS          PIC X(01).

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

      *> DOCUMENT LOCKER -- SEE THE MAIN PROGRAM'S FD
       FD DOCUMENTS-FILE.
       01 DOCUMENT-RECORD.
           05 DOC-USERNAME PIC X(20).
           05 DOC-NAME     PIC X(30).
           05 DOC-LINK     PIC X(100).
           05 DOC-NOTE     PIC X(60).
           05 DOC-DATE     PIC 9(8).
           05 DOC-BOOK     PIC X(01).

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

       FD NOTIFICATIONS-FILE.
       01 NOTIFICATION-RECORD.
           05 NT-USERNAME  PIC X(20).
           05 NT-TIMESTAMP PIC X(14).
           05 NT-TEXT      PIC X(100).

      *> ONE ROW PER STUDENT PER BOOK: WHO WENT TO WHICH EMPLOYER, WHEN,
      *> WITH WHICH DOCUMENT AND IN WHICH BOOK FILE
       FD BOOK-LOG-FILE.
       01 BOOK-LOG-RECORD.
           05 BL-DATE          PIC 9(8).
           05 BL-EMPLOYER      PIC X(20).
           05 BL-USERNAME      PIC X(20).
           05 BL-DOC-NAME      PIC X(30).
           05 BL-BOOK-FILE     PIC X(40).

       FD BOOK-FILE.
       01 BOOK-RECORD PIC X(120).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(120).

      *> ONE RECORD: THE DATE THE NIGHTLY BATCH PROCESSES AS OF
       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BD-DATE          PIC 9(8).

       WORKING-STORAGE SECTION.
       77  WS-REQUEST-STATUS      PIC XX.
       77  WS-ACCOUNTS-STATUS     PIC XX.
       77  WS-PROFILE-STATUS      PIC XX.
       77  WS-DOCUMENTS-STATUS    PIC XX.
       77  WS-TERMS-STATUS        PIC XX.
       77  WS-CONSENT-STATUS      PIC XX.
       77  WS-NOTIFY-STATUS       PIC XX.
       77  WS-BOOK-LOG-STATUS     PIC XX.
       77  WS-BOOK-STATUS         PIC XX.
       77  WS-REPORT-STATUS       PIC XX.
       77  WS-BUSINESS-DATE-STATUS PIC XX.
      *> THE DATE THIS RUN PROCESSES AS OF, AND THE REAL ONE
       77  WS-BUSINESS-DATE      PIC 9(8) VALUE 0.
       77  WS-CLOCK-DATE         PIC 9(8) VALUE 0.

       77  WS-REQUEST-EOF         PIC X VALUE "N".
       77  WS-ACCOUNTS-EOF        PIC X VALUE "N".
       77  WS-PROFILE-EOF         PIC X VALUE "N".
       77  WS-DOCUMENTS-EOF       PIC X VALUE "N".
       77  WS-TERMS-EOF           PIC X VALUE "N".
       77  WS-CONSENT-EOF         PIC X VALUE "N".
       77  WS-TODAY               PIC 9(8) VALUE 0.
       77  WS-TODAY-TEXT          PIC X(10).
       77  WS-COUNT-DISPLAY       PIC ZZZ,ZZ9.

       77  WS-REQUESTS-READ       PIC 9(4) VALUE 0.
       77  WS-REQUESTS-REJECTED   PIC 9(4) VALUE 0.
       77  WS-BOOKS-WRITTEN       PIC 9(4) VALUE 0.
       77  WS-STUDENTS-SENT       PIC 9(6) VALUE 0.
       77  WS-REJECT-REASON       PIC X(40).

      *> THE REQUEST BEING WORKED, KEYS UPPER-CASED
       77  WS-RQ-UNIVERSITY-KEY   PIC X(30).
       77  WS-RQ-YEAR-FROM        PIC 9(4) VALUE 0.
       77  WS-RQ-YEAR-TO          PIC 9(4) VALUE 9999.
       77  WS-RQ-MAJOR-COUNT      PIC 9 VALUE 0.
       77  WS-RQ-SKILL-COUNT      PIC 9 VALUE 0.
       77  WS-RQ-I                PIC 9 VALUE 0.
       01  WS-RQ-MAJOR-KEYS.
           05  WS-RQ-MAJOR-KEY    PIC X(30) OCCURS 3 TIMES.
       01  WS-RQ-SKILL-KEYS.
           05  WS-RQ-SKILL-KEY    PIC X(30) OCCURS 3 TIMES.
       77  WS-RQ-CRITERIA         PIC X(100).

      *> LATEST SHARING ANSWER PER USER -- SAME RULE AS CSVEXPORT'S
       77  WS-TERMS-CURRENT-VERSION PIC 9(3) VALUE 0.
       77  WS-CONSENT-COUNT       PIC 9(4) VALUE 0.
       77  WS-CONSENT-I           PIC 9(4) VALUE 0.
       77  WS-CONSENT-SHARING     PIC X VALUE "Y".
       01  WS-CONSENT-TABLE OCCURS 2000 TIMES.
           05  WS-CONSENT-TBL-USER  PIC X(20).
           05  WS-CONSENT-TBL-SHARE PIC X(01).

      *> EMPLOYER, CAREER-CENTER AND SUSPENDED ACCOUNTS -- NEVER IN A BOOK
       77  WS-EXCLUDED-COUNT      PIC 9(4) VALUE 0.
       77  WS-EXCLUDED-I          PIC 9(4) VALUE 0.
       01  WS-EXCLUDED-TABLE OCCURS 2000 TIMES.
           05  WS-EXCLUDED-USER   PIC X(20).

      *> EACH OPTED-IN STUDENT'S RESUME-BOOK DOCUMENT
       77  WS-BOOKDOC-COUNT       PIC 9(4) VALUE 0.
       77  WS-BOOKDOC-I           PIC 9(4) VALUE 0.
       77  WS-BOOKDOC-SLOT        PIC 9(4) VALUE 0.
       01  WS-BOOKDOC-TABLE OCCURS 2000 TIMES.
           05  WS-BOOKDOC-USER    PIC X(20).
           05  WS-BOOKDOC-NAME    PIC X(30).
           05  WS-BOOKDOC-LINK    PIC X(100).
           05  WS-BOOKDOC-NOTE    PIC X(60).
           05  WS-BOOKDOC-DATE    PIC 9(8).

      *> STUDENTS SELECTED FOR THE CURRENT REQUEST, IN PROFILE ORDER
       77  WS-SEL-COUNT           PIC 9(4) VALUE 0.
       77  WS-SEL-I               PIC 9(4) VALUE 0.
       77  WS-SEL-QUALIFIES       PIC X VALUE "N".
       77  WS-SEL-OVERFLOW        PIC 9(4) VALUE 0.
       01  WS-SEL-TABLE OCCURS 500 TIMES.
           05  WS-SEL-USER        PIC X(20).
           05  WS-SEL-DOC-SLOT    PIC 9(4).

      *> BOOK LAYOUT: PAGE 1 COVER, PAGE 2 INDEX, STUDENTS FROM PAGE 3
       77  WS-BOOK-FILE-NAME      PIC X(64).
       77  WS-BOOK-SHORT-NAME     PIC X(40).
       77  WS-PAGE-NO             PIC 9(4) VALUE 0.
       77  WS-PAGE-DISPLAY        PIC ZZZ9.
       77  WS-REQUEST-NO-DISPLAY  PIC 9(3).
       77  WS-STUDENT-NO-DISPLAY  PIC ZZ9.
       77  WS-KEY                 PIC X(30).
       77  WS-LINE                PIC X(120).
       77  WS-SKILL-LIST          PIC X(200).
       77  WS-SKILL-PTR           PIC 9(3) VALUE 1.
       77  WS-EXP-I               PIC 99 VALUE 0.
       77  WS-NOTIFY-TEXT         PIC X(100).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-TODAY
           MOVE SPACES TO WS-TODAY-TEXT
           STRING WS-TODAY(1:4) "-" WS-TODAY(5:2) "-" WS-TODAY(7:2)
               INTO WS-TODAY-TEXT
           END-STRING
           OPEN OUTPUT REPORT-FILE
           MOVE "=== Career Center Resume Book Run ===" TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           STRING "Run date: " WS-TODAY-TEXT INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE

           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = "00"
               MOVE "No resume_book_requests.doc found - nothing to produce." TO REPORT-RECORD
               PERFORM EMIT-REPORT-LINE
               CLOSE REPORT-FILE
               STOP RUN
           END-IF

           CALL "SYSTEM" USING "mkdir -p resume-books"
           PERFORM LOAD-CONSENT-TABLE
           PERFORM LOAD-EXCLUDED-ACCOUNTS
           PERFORM LOAD-BOOK-DOCUMENTS

           MOVE SPACES TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE
           MOVE "--- Requests ---" TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE
           MOVE "N" TO WS-REQUEST-EOF
           PERFORM UNTIL WS-REQUEST-EOF = "Y"
               READ REQUEST-FILE
                   AT END MOVE "Y" TO WS-REQUEST-EOF
                   NOT AT END
                       IF REQUEST-RECORD NOT = SPACES
                           ADD 1 TO WS-REQUESTS-READ
                           PERFORM PROCESS-ONE-REQUEST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REQUEST-FILE

           PERFORM WRITE-SUMMARY
           CLOSE REPORT-FILE
           STOP RUN.

      *> VALIDATES ONE REQUEST LINE, PICKS ITS STUDENTS AND WRITES,
      *> NOTIFIES AND LOGS THE BOOK
       PROCESS-ONE-REQUEST.
           MOVE SPACES TO WS-REJECT-REASON
           IF RQ-EMPLOYER = SPACES
               MOVE "missing employer" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES AND RQ-UNIVERSITY = SPACES
               MOVE "missing university" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND RQ-YEAR-FROM NOT = SPACES
               AND RQ-YEAR-FROM NOT NUMERIC
               MOVE "earliest grad year not numeric" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND RQ-YEAR-TO NOT = SPACES
               AND RQ-YEAR-TO NOT NUMERIC
               MOVE "latest grad year not numeric" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE 0 TO WS-RQ-YEAR-FROM
               MOVE 9999 TO WS-RQ-YEAR-TO
               IF RQ-YEAR-FROM NOT = SPACES
                   MOVE RQ-YEAR-FROM TO WS-RQ-YEAR-FROM
               END-IF
               IF RQ-YEAR-TO NOT = SPACES
                   MOVE RQ-YEAR-TO TO WS-RQ-YEAR-TO
               END-IF
               IF WS-RQ-YEAR-FROM > WS-RQ-YEAR-TO
                   MOVE "grad year range is backwards" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REQUESTS-REJECTED
               MOVE SPACES TO REPORT-RECORD
               STRING "  Rejected (" FUNCTION TRIM(WS-REJECT-REASON TRAILING)
                   "): " FUNCTION TRIM(REQUEST-RECORD TRAILING)
                   INTO REPORT-RECORD
               END-STRING
               PERFORM EMIT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RQ-UNIVERSITY))
               TO WS-RQ-UNIVERSITY-KEY
           MOVE 0 TO WS-RQ-MAJOR-COUNT
           MOVE 0 TO WS-RQ-SKILL-COUNT
           MOVE SPACES TO WS-RQ-MAJOR-KEYS
           MOVE SPACES TO WS-RQ-SKILL-KEYS
           PERFORM VARYING WS-RQ-I FROM 1 BY 1 UNTIL WS-RQ-I > 3
               IF RQ-MAJOR (WS-RQ-I) NOT = SPACES
                   ADD 1 TO WS-RQ-MAJOR-COUNT
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RQ-MAJOR (WS-RQ-I)))
                       TO WS-RQ-MAJOR-KEY (WS-RQ-MAJOR-COUNT)
               END-IF
               IF RQ-SKILL (WS-RQ-I) NOT = SPACES
                   ADD 1 TO WS-RQ-SKILL-COUNT
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RQ-SKILL (WS-RQ-I)))
                       TO WS-RQ-SKILL-KEY (WS-RQ-SKILL-COUNT)
               END-IF
           END-PERFORM

           PERFORM SELECT-REQUEST-STUDENTS

           ADD 1 TO WS-BOOKS-WRITTEN
           MOVE WS-BOOKS-WRITTEN TO WS-REQUEST-NO-DISPLAY
           MOVE SPACES TO WS-BOOK-SHORT-NAME
           STRING "book-" WS-TODAY "-" WS-REQUEST-NO-DISPLAY ".txt"
               INTO WS-BOOK-SHORT-NAME
           END-STRING
           MOVE SPACES TO WS-BOOK-FILE-NAME
           STRING "resume-books/"
               FUNCTION TRIM(WS-BOOK-SHORT-NAME TRAILING)
               INTO WS-BOOK-FILE-NAME
           END-STRING
           OPEN OUTPUT BOOK-FILE
           IF WS-BOOK-STATUS NOT = "00"
               SUBTRACT 1 FROM WS-BOOKS-WRITTEN
               ADD 1 TO WS-REQUESTS-REJECTED
               MOVE SPACES TO REPORT-RECORD
               STRING "  Could not create "
                   FUNCTION TRIM(WS-BOOK-FILE-NAME TRAILING)
                   " for " FUNCTION TRIM(RQ-EMPLOYER TRAILING)
                   INTO REPORT-RECORD
               END-STRING
               PERFORM EMIT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-BOOK-COVER
           PERFORM WRITE-BOOK-INDEX
           OPEN INPUT PROFILE-FILE
           PERFORM VARYING WS-SEL-I FROM 1 BY 1
               UNTIL WS-SEL-I > WS-SEL-COUNT
               PERFORM WRITE-STUDENT-PAGE
           END-PERFORM
           CLOSE PROFILE-FILE
           CLOSE BOOK-FILE

           PERFORM RECORD-BOOK-DISTRIBUTION

           MOVE WS-SEL-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "  " FUNCTION TRIM(RQ-EMPLOYER TRAILING) ": "
               FUNCTION TRIM(WS-COUNT-DISPLAY) " student(s) in "
               FUNCTION TRIM(WS-BOOK-FILE-NAME TRAILING)
               INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE
           IF WS-SEL-OVERFLOW > 0
               MOVE WS-SEL-OVERFLOW TO WS-COUNT-DISPLAY
               MOVE SPACES TO REPORT-RECORD
               STRING "    " FUNCTION TRIM(WS-COUNT-DISPLAY)
                   " more matched but the book is capped at 500 -"
                   " narrow the request" INTO REPORT-RECORD
               END-STRING
               PERFORM EMIT-REPORT-LINE
           END-IF
           .

      *> ONE PASS OVER profiles.doc FOR THE CURRENT REQUEST
       SELECT-REQUEST-STUDENTS.
           MOVE 0 TO WS-SEL-COUNT
           MOVE 0 TO WS-SEL-OVERFLOW
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PROFILE-EOF
           PERFORM UNTIL WS-PROFILE-EOF = "Y"
               READ PROFILE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-PROFILE-EOF
                   NOT AT END
                       PERFORM CHECK-BOOK-CANDIDATE
                       IF WS-SEL-QUALIFIES = "Y"
                           IF WS-SEL-COUNT < 500
                               ADD 1 TO WS-SEL-COUNT
                               MOVE PR-USERNAME
                                   TO WS-SEL-USER (WS-SEL-COUNT)
                               MOVE WS-BOOKDOC-SLOT
                                   TO WS-SEL-DOC-SLOT (WS-SEL-COUNT)
                           ELSE
                               ADD 1 TO WS-SEL-OVERFLOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROFILE-FILE
           .

      *> SETS WS-SEL-QUALIFIES FOR THE PROFILE IN PROFILE-RECORD, AND
      *> WS-BOOKDOC-SLOT TO ITS RESUME-BOOK DOCUMENT
       CHECK-BOOK-CANDIDATE.
           MOVE "N" TO WS-SEL-QUALIFIES

           MOVE 0 TO WS-BOOKDOC-SLOT
           PERFORM VARYING WS-BOOKDOC-I FROM 1 BY 1
               UNTIL WS-BOOKDOC-I > WS-BOOKDOC-COUNT
               IF WS-BOOKDOC-USER (WS-BOOKDOC-I) = PR-USERNAME
                   MOVE WS-BOOKDOC-I TO WS-BOOKDOC-SLOT
               END-IF
           END-PERFORM
           IF WS-BOOKDOC-SLOT = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-EXCLUDED-I FROM 1 BY 1
               UNTIL WS-EXCLUDED-I > WS-EXCLUDED-COUNT
               IF WS-EXCLUDED-USER (WS-EXCLUDED-I) = PR-USERNAME
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           PERFORM CHECK-PROFILE-SHARING
           IF WS-CONSENT-SHARING NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PR-UNIVERSITY)) TO WS-KEY
           IF WS-KEY NOT = WS-RQ-UNIVERSITY-KEY
               EXIT PARAGRAPH
           END-IF

           IF PR-GRAD-YEAR NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF PR-GRAD-YEAR < WS-RQ-YEAR-FROM
               OR PR-GRAD-YEAR > WS-RQ-YEAR-TO
               EXIT PARAGRAPH
           END-IF

           IF WS-RQ-MAJOR-COUNT > 0
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PR-MAJOR)) TO WS-KEY
               MOVE "N" TO WS-SEL-QUALIFIES
               PERFORM VARYING WS-RQ-I FROM 1 BY 1
                   UNTIL WS-RQ-I > WS-RQ-MAJOR-COUNT
                   IF WS-RQ-MAJOR-KEY (WS-RQ-I) = WS-KEY
                       MOVE "Y" TO WS-SEL-QUALIFIES
                   END-IF
               END-PERFORM
               IF WS-SEL-QUALIFIES = "N"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-RQ-SKILL-COUNT > 0
               MOVE "N" TO WS-SEL-QUALIFIES
               IF PR-SKILL-COUNT NOT NUMERIC
                   EXIT PARAGRAPH
               END-IF
               SET PR-SKILL-IDX TO 1
               PERFORM UNTIL PR-SKILL-IDX > PR-SKILL-COUNT
                   OR PR-SKILL-IDX > 5
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(PR-SKILL-NAME (PR-SKILL-IDX)))
                       TO WS-KEY
                   PERFORM VARYING WS-RQ-I FROM 1 BY 1
                       UNTIL WS-RQ-I > WS-RQ-SKILL-COUNT
                       IF WS-RQ-SKILL-KEY (WS-RQ-I) = WS-KEY
                           MOVE "Y" TO WS-SEL-QUALIFIES
                       END-IF
                   END-PERFORM
                   SET PR-SKILL-IDX UP BY 1
               END-PERFORM
               IF WS-SEL-QUALIFIES = "N"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE "Y" TO WS-SEL-QUALIFIES
           .

       WRITE-BOOK-COVER.
           MOVE 1 TO WS-PAGE-NO
           PERFORM START-BOOK-PAGE
           MOVE SPACES TO BOOK-RECORD
           WRITE BOOK-RECORD
           MOVE "InCollege Career Center - Resume Book" TO BOOK-RECORD
           WRITE BOOK-RECORD
           MOVE SPACES TO BOOK-RECORD
           WRITE BOOK-RECORD
           MOVE SPACES TO BOOK-RECORD
           STRING "Prepared for:  " FUNCTION TRIM(RQ-EMPLOYER TRAILING)
               INTO BOOK-RECORD
           END-STRING
           WRITE BOOK-RECORD
           MOVE SPACES TO BOOK-RECORD
           STRING "Date:          " WS-TODAY-TEXT INTO BOOK-RECORD
           END-STRING
           WRITE BOOK-RECORD
           MOVE SPACES TO BOOK-RECORD
           STRING "University:    " FUNCTION TRIM(RQ-UNIVERSITY TRAILING)
               INTO BOOK-RECORD
           END-STRING
           WRITE BOOK-RECORD

           MOVE SPACES TO WS-RQ-CRITERIA
           IF WS-RQ-MAJOR-COUNT = 0
               MOVE "any" TO WS-RQ-CRITERIA
           ELSE
               MOVE 1 TO WS-SKILL-PTR
               PERFORM VARYING WS-RQ-I FROM 1 BY 1 UNTIL WS-RQ-I > 3
                   IF RQ-MAJOR (WS-RQ-I) NOT = SPACES
                       IF WS-SKILL-PTR > 1
                           STRING ", " DELIMITED BY SIZE
                               INTO WS-RQ-CRITERIA POINTER WS-SKILL-PTR
                           END-STRING
                       END-IF
                       STRING FUNCTION TRIM(RQ-MAJOR (WS-RQ-I))
                           DELIMITED BY SIZE
                           INTO WS-RQ-CRITERIA POINTER WS-SKILL-PTR
                       END-STRING
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO BOOK-RECORD
           STRING "Major(s):      " FUNCTION TRIM(WS-RQ-CRITERIA TRAILING)
               INTO BOOK-RECORD
           END-STRING
           WRITE BOOK-RECORD

           MOVE SPACES TO BOOK-RECORD
           EVALUATE TRUE
               WHEN WS-RQ-YEAR-FROM = 0 AND WS-RQ-YEAR-TO = 9999
                   MOVE "Class of:      any" TO BOOK-RECORD
               WHEN WS-RQ-YEAR-FROM = 0
                   STRING "Class of:      " WS-RQ-YEAR-TO " or earlier"
                       INTO BOOK-RECORD
                   END-STRING
               WHEN WS-RQ-YEAR-TO = 9999
                   STRING "Class of:      " WS-RQ-YEAR-FROM " or later"
                       INTO BOOK-RECORD
                   END-STRING
               WHEN WS-RQ-YEAR-FROM = WS-RQ-YEAR-TO
                   STRING "Class of:      " WS-RQ-YEAR-FROM
                       INTO BOOK-RECORD
                   END-STRING
               WHEN OTHER
                   STRING "Class of:      " WS-RQ-YEAR-FROM " - "
                       WS-RQ-YEAR-TO INTO BOOK-RECORD
                   END-STRING
           END-EVALUATE
           WRITE BOOK-RECORD

           MOVE SPACES TO WS-RQ-CRITERIA
           IF WS-RQ-SKILL-COUNT = 0
               MOVE "any" TO WS-RQ-CRITERIA
           ELSE
               MOVE 1 TO WS-SKILL-PTR
               PERFORM VARYING WS-RQ-I FROM 1 BY 1 UNTIL WS-RQ-I > 3
                   IF RQ-SKILL (WS-RQ-I) NOT = SPACES
                       IF WS-SKILL-PTR > 1
                           STRING " or " DELIMITED BY SIZE
                               INTO WS-RQ-CRITERIA POINTER WS-SKILL-PTR
                           END-STRING
                       END-IF
                       STRING FUNCTION TRIM(RQ-SKILL (WS-RQ-I))
                           DELIMITED BY SIZE
                           INTO WS-RQ-CRITERIA POINTER WS-SKILL-PTR
                       END-STRING
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO BOOK-RECORD
           STRING "Skills:        " FUNCTION TRIM(WS-RQ-CRITERIA TRAILING)
               INTO BOOK-RECORD
           END-STRING
           WRITE BOOK-RECORD

           MOVE SPACES TO BOOK-RECORD
           WRITE BOOK-RECORD
           MOVE WS-SEL-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO BOOK-RECORD
           STRING "Students:      " FUNCTION TRIM(WS-COUNT-DISPLAY)
               INTO BOOK-RECORD
           END-STRING
           WRITE BOOK-RECORD
           MOVE SPACES TO BOOK-RECORD
           WRITE BOOK-RECORD
           MOVE "Every student in this book chose to take part and agreed to share their profile" TO BOOK-RECORD
           WRITE BOOK-RECORD
           MOVE "with employers. Please do not pass it on outside your recruiting team." TO BOOK-RECORD
           WRITE BOOK-RECORD
           .

      *> STUDENT N IS ON PAGE N + 2
       WRITE-BOOK-INDEX.
           MOVE 2 TO WS-PAGE-NO
           PERFORM START-BOOK-PAGE
           MOVE SPACES TO BOOK-RECORD
           WRITE BOOK-RECORD
           MOVE "Index" TO BOOK-RECORD
           WRITE BOOK-RECORD
           MOVE SPACES TO BOOK-RECORD
           WRITE BOOK-RECORD
           IF WS-SEL-COUNT = 0
               MOVE "  No opted-in students match this request." TO BOOK-RECORD
               WRITE BOOK-RECORD
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PROFILE-FILE
           PERFORM VARYING WS-SEL-I FROM 1 BY 1
               UNTIL WS-SEL-I > WS-SEL-COUNT
               MOVE WS-SEL-USER (WS-SEL-I) TO PR-USERNAME
               READ PROFILE-FILE KEY IS PR-USERNAME
                   INVALID KEY CONTINUE
               END-READ
               MOVE WS-SEL-I TO WS-STUDENT-NO-DISPLAY
               COMPUTE WS-PAGE-DISPLAY = WS-SEL-I + 2
               MOVE SPACES TO BOOK-RECORD
               STRING WS-STUDENT-NO-DISPLAY ". "
                   FUNCTION TRIM(PR-LAST-NAME TRAILING) ", "
                   FUNCTION TRIM(PR-FIRST-NAME TRAILING) " - "
                   FUNCTION TRIM(PR-MAJOR TRAILING) ", Class of "
                   PR-GRAD-YEAR " ... page " FUNCTION TRIM(WS-PAGE-DISPLAY)
                   INTO BOOK-RECORD
               END-STRING
               WRITE BOOK-RECORD
           END-PERFORM
           CLOSE PROFILE-FILE
           .

       WRITE-STUDENT-PAGE.
           COMPUTE WS-PAGE-NO = WS-SEL-I + 2
           PERFORM START-BOOK-PAGE
           MOVE WS-SEL-USER (WS-SEL-I) TO PR-USERNAME
           READ PROFILE-FILE KEY IS PR-USERNAME
               INVALID KEY
                   MOVE "  (profile no longer on file)" TO BOOK-RECORD
                   WRITE BOOK-RECORD
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-SEL-DOC-SLOT (WS-SEL-I) TO WS-BOOKDOC-SLOT

           MOVE SPACES TO BOOK-RECORD
           WRITE BOOK-RECORD
           MOVE SPACES TO BOOK-RECORD
           STRING FUNCTION TRIM(PR-FIRST-NAME TRAILING) " "
               FUNCTION TRIM(PR-LAST-NAME TRAILING)
               "   (InCollege: " FUNCTION TRIM(PR-USERNAME TRAILING) ")"
               INTO BOOK-RECORD
           END-STRING
           WRITE BOOK-RECORD
           MOVE SPACES TO BOOK-RECORD
           STRING FUNCTION TRIM(PR-UNIVERSITY TRAILING) " - "
               FUNCTION TRIM(PR-MAJOR TRAILING) ", Class of "
               PR-GRAD-YEAR INTO BOOK-RECORD
           END-STRING
           WRITE BOOK-RECORD

           MOVE SPACES TO BOOK-RECORD
           WRITE BOOK-RECORD
           MOVE "Resume:" TO BOOK-RECORD
           WRITE BOOK-RECORD
           MOVE SPACES TO BOOK-RECORD
           STRING "  " FUNCTION TRIM(WS-BOOKDOC-NAME (WS-BOOKDOC-SLOT) TRAILING)
               " - " FUNCTION TRIM(WS-BOOKDOC-LINK (WS-BOOKDOC-SLOT) TRAILING)
               INTO BOOK-RECORD
           END-STRING
           WRITE BOOK-RECORD
           MOVE SPACES TO BOOK-RECORD
           IF WS-BOOKDOC-NOTE (WS-BOOKDOC-SLOT) = SPACES
               STRING "  (updated " WS-BOOKDOC-DATE (WS-BOOKDOC-SLOT) ")"
                   INTO BOOK-RECORD
               END-STRING
           ELSE
               STRING "  ("
                   FUNCTION TRIM(WS-BOOKDOC-NOTE (WS-BOOKDOC-SLOT) TRAILING)
                   ", updated " WS-BOOKDOC-DATE (WS-BOOKDOC-SLOT) ")"
                   INTO BOOK-RECORD
               END-STRING
           END-IF
           WRITE BOOK-RECORD

           IF PR-ABOUT-ME NOT = SPACES
               MOVE SPACES TO BOOK-RECORD
               WRITE BOOK-RECORD
               MOVE "About:" TO BOOK-RECORD
               WRITE BOOK-RECORD
               MOVE SPACES TO BOOK-RECORD
               STRING "  " PR-ABOUT-ME(1:100) INTO BOOK-RECORD
               END-STRING
               WRITE BOOK-RECORD
               IF PR-ABOUT-ME(101:100) NOT = SPACES
                   MOVE SPACES TO BOOK-RECORD
                   STRING "  " PR-ABOUT-ME(101:100) INTO BOOK-RECORD
                   END-STRING
                   WRITE BOOK-RECORD
               END-IF
           END-IF

           IF PR-SKILL-COUNT NUMERIC AND PR-SKILL-COUNT > 0
               MOVE SPACES TO WS-SKILL-LIST
               MOVE 1 TO WS-SKILL-PTR
               SET PR-SKILL-IDX TO 1
               PERFORM UNTIL PR-SKILL-IDX > PR-SKILL-COUNT
                   OR PR-SKILL-IDX > 5
                   IF WS-SKILL-PTR > 1
                       STRING ", " DELIMITED BY SIZE
                           INTO WS-SKILL-LIST POINTER WS-SKILL-PTR
                       END-STRING
                   END-IF
                   STRING FUNCTION TRIM(PR-SKILL-NAME (PR-SKILL-IDX))
                       DELIMITED BY SIZE
                       INTO WS-SKILL-LIST POINTER WS-SKILL-PTR
                   END-STRING
                   SET PR-SKILL-IDX UP BY 1
               END-PERFORM
               MOVE SPACES TO BOOK-RECORD
               WRITE BOOK-RECORD
               MOVE SPACES TO BOOK-RECORD
               STRING "Skills: " FUNCTION TRIM(WS-SKILL-LIST TRAILING)
                   INTO BOOK-RECORD
               END-STRING
               WRITE BOOK-RECORD
           END-IF

           IF PR-EXP-COUNT NUMERIC AND PR-EXP-COUNT > 0
               MOVE SPACES TO BOOK-RECORD
               WRITE BOOK-RECORD
               MOVE "Experience:" TO BOOK-RECORD
               WRITE BOOK-RECORD
               PERFORM VARYING WS-EXP-I FROM 1 BY 1
                   UNTIL WS-EXP-I > PR-EXP-COUNT OR WS-EXP-I > 10
                   MOVE SPACES TO BOOK-RECORD
                   STRING "  " FUNCTION TRIM(PR-EXP-TITLE (WS-EXP-I) TRAILING)
                       ", " FUNCTION TRIM(PR-EXP-COMPANY (WS-EXP-I) TRAILING)
                       " (" FUNCTION TRIM(PR-EXP-DATES (WS-EXP-I) TRAILING)
                       ")" INTO BOOK-RECORD
                   END-STRING
                   WRITE BOOK-RECORD
                   IF PR-EXP-DESC (WS-EXP-I) NOT = SPACES
                       MOVE SPACES TO BOOK-RECORD
                       STRING "    " PR-EXP-DESC (WS-EXP-I) INTO BOOK-RECORD
                       END-STRING
                       WRITE BOOK-RECORD
                   END-IF
               END-PERFORM
           END-IF

           IF PR-EDU-COUNT NUMERIC AND PR-EDU-COUNT > 0
               MOVE SPACES TO BOOK-RECORD
               WRITE BOOK-RECORD
               MOVE "Education:" TO BOOK-RECORD
               WRITE BOOK-RECORD
               PERFORM VARYING WS-EXP-I FROM 1 BY 1
                   UNTIL WS-EXP-I > PR-EDU-COUNT OR WS-EXP-I > 10
                   MOVE SPACES TO BOOK-RECORD
                   STRING "  " FUNCTION TRIM(PR-EDU-DEGREE (WS-EXP-I) TRAILING)
                       ", " FUNCTION TRIM(PR-EDU-SCHOOL (WS-EXP-I) TRAILING)
                       " (" FUNCTION TRIM(PR-EDU-YEARS (WS-EXP-I) TRAILING)
                       ")" INTO BOOK-RECORD
                   END-STRING
                   WRITE BOOK-RECORD
               END-PERFORM
           END-IF
           .

      *> PAGES ARE SEPARATED BY A RULE AND NUMBERED, SO THE BOOK
      *> PRINTS AND READS THE SAME ON SCREEN
       START-BOOK-PAGE.
           IF WS-PAGE-NO > 1
               MOVE SPACES TO BOOK-RECORD
               WRITE BOOK-RECORD
           END-IF
           MOVE ALL "=" TO BOOK-RECORD
           WRITE BOOK-RECORD
           MOVE WS-PAGE-NO TO WS-PAGE-DISPLAY
           MOVE SPACES TO BOOK-RECORD
           STRING "Resume book for " FUNCTION TRIM(RQ-EMPLOYER TRAILING)
               " - " WS-TODAY-TEXT " - page " FUNCTION TRIM(WS-PAGE-DISPLAY)
               INTO BOOK-RECORD
           END-STRING
           WRITE BOOK-RECORD
           MOVE ALL "=" TO BOOK-RECORD
           WRITE BOOK-RECORD
           .

      *> A NOTICE TO EACH STUDENT IN THE BOOK AND ONE LOG ROW APIECE --
      *> SENT REGARDLESS OF NOTIFICATION PREFERENCES, SINCE IT TELLS
      *> THEM WHERE THEIR RESUME WENT
       RECORD-BOOK-DISTRIBUTION.
           IF WS-SEL-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-NOTIFY-TEXT
           STRING "The career center sent your resume to "
               FUNCTION TRIM(RQ-EMPLOYER TRAILING)
               " in a resume book on " WS-TODAY-TEXT "."
               INTO WS-NOTIFY-TEXT
           END-STRING
           OPEN EXTEND NOTIFICATIONS-FILE
           IF WS-NOTIFY-STATUS NOT = "00"
               OPEN OUTPUT NOTIFICATIONS-FILE
           END-IF
           OPEN EXTEND BOOK-LOG-FILE
           IF WS-BOOK-LOG-STATUS NOT = "00"
               OPEN OUTPUT BOOK-LOG-FILE
           END-IF
           PERFORM VARYING WS-SEL-I FROM 1 BY 1
               UNTIL WS-SEL-I > WS-SEL-COUNT
               MOVE WS-SEL-USER (WS-SEL-I) TO NT-USERNAME
               MOVE FUNCTION CURRENT-DATE(1:14) TO NT-TIMESTAMP
               MOVE WS-NOTIFY-TEXT TO NT-TEXT
               WRITE NOTIFICATION-RECORD

               MOVE WS-SEL-DOC-SLOT (WS-SEL-I) TO WS-BOOKDOC-SLOT
               MOVE WS-TODAY TO BL-DATE
               MOVE RQ-EMPLOYER TO BL-EMPLOYER
               MOVE WS-SEL-USER (WS-SEL-I) TO BL-USERNAME
               MOVE WS-BOOKDOC-NAME (WS-BOOKDOC-SLOT) TO BL-DOC-NAME
               MOVE WS-BOOK-SHORT-NAME TO BL-BOOK-FILE
               WRITE BOOK-LOG-RECORD
               ADD 1 TO WS-STUDENTS-SENT
           END-PERFORM
           CLOSE NOTIFICATIONS-FILE
           CLOSE BOOK-LOG-FILE
           .

      *> FINDS THE TERMS VERSION IN FORCE AND, IF THERE IS ONE, LOADS
      *> THE LATEST consent.doc ROW PER USER. NO VERSION IN FORCE
      *> LEAVES THE TABLE EMPTY AND SHARING UNRESTRICTED
       LOAD-CONSENT-TABLE.
           MOVE 0 TO WS-TERMS-CURRENT-VERSION
           MOVE 0 TO WS-CONSENT-COUNT
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
                           AND TV-EFFECTIVE-DATE <= WS-TODAY
                           AND TV-VERSION > WS-TERMS-CURRENT-VERSION
                           MOVE TV-VERSION TO WS-TERMS-CURRENT-VERSION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERMS-VERSIONS-FILE
           IF WS-TERMS-CURRENT-VERSION = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-CONSENT-EOF
           OPEN INPUT CONSENT-FILE
           IF WS-CONSENT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CONSENT-EOF = "Y"
               READ CONSENT-FILE INTO CONSENT-RECORD
                   AT END MOVE "Y" TO WS-CONSENT-EOF
                   NOT AT END
                       PERFORM VARYING WS-CONSENT-I FROM 1 BY 1
                           UNTIL WS-CONSENT-I > WS-CONSENT-COUNT
                           OR WS-CONSENT-TBL-USER (WS-CONSENT-I)
                               = TC-USERNAME
                           CONTINUE
                       END-PERFORM
                       IF WS-CONSENT-I > WS-CONSENT-COUNT
                           AND WS-CONSENT-COUNT < 2000
                           ADD 1 TO WS-CONSENT-COUNT
                           MOVE TC-USERNAME
                               TO WS-CONSENT-TBL-USER (WS-CONSENT-I)
                       END-IF
                       IF WS-CONSENT-I <= WS-CONSENT-COUNT
                           MOVE TC-SHARE
                               TO WS-CONSENT-TBL-SHARE (WS-CONSENT-I)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONSENT-FILE
           .

       CHECK-PROFILE-SHARING.
           MOVE "Y" TO WS-CONSENT-SHARING
           IF WS-TERMS-CURRENT-VERSION = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CONSENT-SHARING
           PERFORM VARYING WS-CONSENT-I FROM 1 BY 1
               UNTIL WS-CONSENT-I > WS-CONSENT-COUNT
               IF WS-CONSENT-TBL-USER (WS-CONSENT-I) = PR-USERNAME
                   AND WS-CONSENT-TBL-SHARE (WS-CONSENT-I) = "Y"
                   MOVE "Y" TO WS-CONSENT-SHARING
               END-IF
           END-PERFORM
           .

      *> ACCOUNT-TYPE "E" EMPLOYER OR "C" CAREER CENTER, OR
      *> ACCOUNT-STATUS "S" SUSPENDED BY OPS
       LOAD-EXCLUDED-ACCOUNTS.
           MOVE 0 TO WS-EXCLUDED-COUNT
           MOVE "N" TO WS-ACCOUNTS-EOF
           OPEN INPUT ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ACCOUNTS-EOF = "Y"
               READ ACCOUNTS-FILE INTO ACCOUNT-RECORD
                   AT END MOVE "Y" TO WS-ACCOUNTS-EOF
                   NOT AT END
                       IF (ACCOUNT-TYPE = "E" OR ACCOUNT-TYPE = "C"
                           OR ACCOUNT-STATUS = "S")
                           AND WS-EXCLUDED-COUNT < 2000
                           ADD 1 TO WS-EXCLUDED-COUNT
                           MOVE ACCOUNT-USERNAME
                               TO WS-EXCLUDED-USER (WS-EXCLUDED-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           .

      *> THE DOCUMENT EACH STUDENT MARKED FOR RESUME BOOKS. SHOULD A
      *> STUDENT HAVE TWO (TWO ACCOUNTS MERGED), THE LATER ROW WINS
       LOAD-BOOK-DOCUMENTS.
           MOVE 0 TO WS-BOOKDOC-COUNT
           MOVE "N" TO WS-DOCUMENTS-EOF
           OPEN INPUT DOCUMENTS-FILE
           IF WS-DOCUMENTS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DOCUMENTS-EOF = "Y"
               READ DOCUMENTS-FILE INTO DOCUMENT-RECORD
                   AT END MOVE "Y" TO WS-DOCUMENTS-EOF
                   NOT AT END
                       IF DOC-BOOK = "Y"
                           PERFORM VARYING WS-BOOKDOC-I FROM 1 BY 1
                               UNTIL WS-BOOKDOC-I > WS-BOOKDOC-COUNT
                               OR WS-BOOKDOC-USER (WS-BOOKDOC-I)
                                   = DOC-USERNAME
                               CONTINUE
                           END-PERFORM
                           IF WS-BOOKDOC-I > WS-BOOKDOC-COUNT
                               AND WS-BOOKDOC-COUNT < 2000
                               ADD 1 TO WS-BOOKDOC-COUNT
                           END-IF
                           IF WS-BOOKDOC-I <= WS-BOOKDOC-COUNT
                               MOVE DOC-USERNAME
                                   TO WS-BOOKDOC-USER (WS-BOOKDOC-I)
                               MOVE DOC-NAME
                                   TO WS-BOOKDOC-NAME (WS-BOOKDOC-I)
                               MOVE DOC-LINK
                                   TO WS-BOOKDOC-LINK (WS-BOOKDOC-I)
                               MOVE DOC-NOTE
                                   TO WS-BOOKDOC-NOTE (WS-BOOKDOC-I)
                               MOVE DOC-DATE
                                   TO WS-BOOKDOC-DATE (WS-BOOKDOC-I)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DOCUMENTS-FILE
           .

       WRITE-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE
           MOVE "--- Summary ---" TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE
           MOVE WS-REQUESTS-READ TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "  Requests read:                 " WS-COUNT-DISPLAY
               INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE WS-REQUESTS-REJECTED TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "  Requests rejected:             " WS-COUNT-DISPLAY
               INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE WS-BOOKS-WRITTEN TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "  Resume books written:          " WS-COUNT-DISPLAY
               INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE WS-STUDENTS-SENT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "  Student pages sent:            " WS-COUNT-DISPLAY
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
