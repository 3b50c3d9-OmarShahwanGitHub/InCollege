      *> === INCOLLEGE INTERNSHIP CREDIT REPORT ===
      *> Term-end companion to the internship hours log: for every
      *> internship career-center staff certified for academic credit
      *> (internship_credit.doc), grouped by university, prints the
      *> intern, the employer, the hours certified, the hours approved
      *> on internship_hours.doc as of tonight, and every week still
      *> waiting on (or rejected by) the employer -- the registrar's
      *> replacement for the paper timesheets. The term window comes
      *> from internship-term.doc (start date, end date, term name)
      *> when ops has left one; without it every certification on file
      *> is reported. Written to internship.rpt.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCOLLEGE-INTERNSHIP-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT INTERNSHIP-HOURS-FILE ASSIGN TO "internship_hours.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERN-HOURS-STATUS.
           SELECT INTERNSHIP-CREDIT-FILE ASSIGN TO "internship_credit.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERN-CREDIT-STATUS.
      *> OPTIONAL ONE-LINE TERM WINDOW, LIKE backup-control.doc
           SELECT TERM-CONTROL-FILE ASSIGN TO "internship-term.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-CONTROL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "internship.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

      *> SEE THE MAIN PROGRAM'S FD FOR THE FIELD MEANINGS
       FD INTERNSHIP-HOURS-FILE.
       01 INTERNSHIP-HOURS-RECORD.
           05 IH-USERNAME     PIC X(20).
           05 IH-JOB-ID       PIC 9(4).
           05 IH-WEEK-START   PIC 9(8).
           05 IH-HOURS        PIC 9(2)V9.
           05 IH-EMPLOYER     PIC X(20).
           05 IH-STATUS       PIC X(01).
           05 IH-LOGGED-DATE  PIC 9(8).
           05 IH-DECIDED-DATE PIC 9(8).

       FD INTERNSHIP-CREDIT-FILE.
       01 INTERNSHIP-CREDIT-RECORD.
           05 IC-USERNAME     PIC X(20).
           05 IC-JOB-ID       PIC 9(4).
           05 IC-UNIVERSITY   PIC X(30).
           05 IC-HOURS        PIC 9(4)V9.
           05 IC-CERTIFIED-BY PIC X(20).
           05 IC-DATE         PIC 9(8).

       FD TERM-CONTROL-FILE.
       01 TERM-CONTROL-RECORD.
           05 TM-START-DATE   PIC 9(8).
           05 TM-END-DATE     PIC 9(8).
           05 TM-NAME         PIC X(20).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
       77  WS-PROFILE-STATUS       PIC XX.
       77  WS-JOBS-FILE-STATUS     PIC XX.
       77  WS-INTERN-HOURS-STATUS  PIC XX.
       77  WS-INTERN-CREDIT-STATUS PIC XX.
       77  WS-TERM-CONTROL-STATUS  PIC XX.
       77  WS-REPORT-STATUS        PIC XX.

       77  WS-INTERN-HOURS-EOF     PIC X VALUE "N".
       77  WS-INTERN-CREDIT-EOF    PIC X VALUE "N".
       77  WS-PROFILES-OPEN        PIC X VALUE "N".
       77  WS-JOBS-OPEN            PIC X VALUE "N".
       77  WS-COUNT-DISPLAY        PIC ZZZ,ZZ9.
       77  WS-HOURS-DISPLAY        PIC Z,ZZ9.9.
       77  WS-WEEK-HOURS-DISPLAY   PIC Z9.9.

      *> TERM WINDOW -- ZERO/ALL-NINES WHEN NO CONTROL FILE IS ON HAND
       77  WS-TERM-START           PIC 9(8) VALUE 0.
       77  WS-TERM-END             PIC 9(8) VALUE 99999999.
       77  WS-TERM-NAME            PIC X(20) VALUE SPACES.

      *> EVERY CERTIFICATION INSIDE THE TERM WINDOW, WITH ITS LIVE
      *> APPROVED/UNAPPROVED ROLL-UP FROM internship_hours.doc
       77  WS-CREDIT-COUNT         PIC 9(4) VALUE 0.
       77  WS-CREDIT-SLOT          PIC 9(4) VALUE 0.
       01  WS-CREDIT-TABLE OCCURS 500 TIMES
           INDEXED BY WS-CREDIT-IDX.
           05  WS-CREDIT-USERNAME   PIC X(20).
           05  WS-CREDIT-JOB-ID     PIC 9(4).
           05  WS-CREDIT-UNIVERSITY PIC X(30).
           05  WS-CREDIT-HOURS      PIC 9(4)V9.
           05  WS-CREDIT-DATE       PIC 9(8).
           05  WS-CREDIT-APPROVED   PIC 9(4)V9.
           05  WS-CREDIT-UNAPPROVED PIC 9(3).

      *> DISTINCT UNIVERSITIES, IN ORDER OF FIRST CERTIFICATION
       77  WS-UNIV-COUNT           PIC 9(4) VALUE 0.
       77  WS-UNIV-FOUND           PIC X VALUE "N".
       01  WS-UNIV-TABLE OCCURS 100 TIMES
           INDEXED BY WS-UNIV-IDX.
           05  WS-UNIV-NAME         PIC X(30).
           05  WS-UNIV-INTERNS      PIC 9(5).
           05  WS-UNIV-HOURS        PIC 9(6)V9.

       77  WS-INTERN-NAME          PIC X(41).
       77  WS-EMPLOYER-NAME        PIC X(20).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN OUTPUT REPORT-FILE
           MOVE "=== InCollege Internship Credit Report ===" TO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM LOAD-TERM-WINDOW
           MOVE SPACES TO REPORT-RECORD
           IF WS-TERM-NAME NOT = SPACES
               STRING "Term: " FUNCTION TRIM(WS-TERM-NAME TRAILING)
                   " (" WS-TERM-START " - " WS-TERM-END ")"
                   INTO REPORT-RECORD
               END-STRING
           ELSE
               MOVE "Term: all certifications on file" TO REPORT-RECORD
           END-IF
           DISPLAY FUNCTION TRIM(REPORT-RECORD)
           WRITE REPORT-RECORD

           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS = "00"
               MOVE "Y" TO WS-PROFILES-OPEN
           END-IF
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-FILE-STATUS = "00"
               MOVE "Y" TO WS-JOBS-OPEN
           END-IF

           PERFORM LOAD-CERTIFICATIONS
           PERFORM TALLY-LOGGED-HOURS

           IF WS-CREDIT-COUNT = 0
               MOVE "  (no internships certified in this term)" TO REPORT-RECORD
               DISPLAY FUNCTION TRIM(REPORT-RECORD)
               WRITE REPORT-RECORD
           ELSE
               SET WS-UNIV-IDX TO 1
               PERFORM WS-UNIV-COUNT TIMES
                   PERFORM WRITE-UNIVERSITY-SECTION
                   SET WS-UNIV-IDX UP BY 1
               END-PERFORM
           END-IF

           IF WS-PROFILES-OPEN = "Y"
               CLOSE PROFILE-FILE
           END-IF
           IF WS-JOBS-OPEN = "Y"
               CLOSE JOBS-FILE
           END-IF
           CLOSE REPORT-FILE
           STOP RUN.

       LOAD-TERM-WINDOW.
           OPEN INPUT TERM-CONTROL-FILE
           IF WS-TERM-CONTROL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ TERM-CONTROL-FILE
               AT END CONTINUE
               NOT AT END
                   IF TM-START-DATE NUMERIC
                       MOVE TM-START-DATE TO WS-TERM-START
                   END-IF
                   IF TM-END-DATE NUMERIC AND TM-END-DATE > 0
                       MOVE TM-END-DATE TO WS-TERM-END
                   END-IF
                   MOVE TM-NAME TO WS-TERM-NAME
           END-READ
           CLOSE TERM-CONTROL-FILE
           .

       LOAD-CERTIFICATIONS.
           MOVE "N" TO WS-INTERN-CREDIT-EOF
           OPEN INPUT INTERNSHIP-CREDIT-FILE
           IF WS-INTERN-CREDIT-STATUS NOT = "00"
               MOVE "Y" TO WS-INTERN-CREDIT-EOF
           END-IF
           PERFORM UNTIL WS-INTERN-CREDIT-EOF = "Y"
               READ INTERNSHIP-CREDIT-FILE INTO INTERNSHIP-CREDIT-RECORD
                   AT END MOVE "Y" TO WS-INTERN-CREDIT-EOF
                   NOT AT END
                       IF IC-DATE >= WS-TERM-START
                           AND IC-DATE <= WS-TERM-END
                           AND WS-CREDIT-COUNT < 500
                           ADD 1 TO WS-CREDIT-COUNT
                           MOVE IC-USERNAME
                               TO WS-CREDIT-USERNAME(WS-CREDIT-COUNT)
                           MOVE IC-JOB-ID
                               TO WS-CREDIT-JOB-ID(WS-CREDIT-COUNT)
                           MOVE IC-UNIVERSITY
                               TO WS-CREDIT-UNIVERSITY(WS-CREDIT-COUNT)
                           MOVE IC-HOURS
                               TO WS-CREDIT-HOURS(WS-CREDIT-COUNT)
                           MOVE IC-DATE
                               TO WS-CREDIT-DATE(WS-CREDIT-COUNT)
                           MOVE 0 TO WS-CREDIT-APPROVED(WS-CREDIT-COUNT)
                           MOVE 0 TO WS-CREDIT-UNAPPROVED(WS-CREDIT-COUNT)
                           PERFORM NOTE-UNIVERSITY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-INTERN-CREDIT-STATUS NOT = "35"
               CLOSE INTERNSHIP-CREDIT-FILE
           END-IF
           .

       NOTE-UNIVERSITY.
           MOVE "N" TO WS-UNIV-FOUND
           SET WS-UNIV-IDX TO 1
           PERFORM WS-UNIV-COUNT TIMES
               IF WS-UNIV-NAME(WS-UNIV-IDX) = IC-UNIVERSITY
                   MOVE "Y" TO WS-UNIV-FOUND
                   ADD 1 TO WS-UNIV-INTERNS(WS-UNIV-IDX)
                   ADD IC-HOURS TO WS-UNIV-HOURS(WS-UNIV-IDX)
               END-IF
               SET WS-UNIV-IDX UP BY 1
           END-PERFORM
           IF WS-UNIV-FOUND = "N" AND WS-UNIV-COUNT < 100
               ADD 1 TO WS-UNIV-COUNT
               MOVE IC-UNIVERSITY TO WS-UNIV-NAME(WS-UNIV-COUNT)
               MOVE 1 TO WS-UNIV-INTERNS(WS-UNIV-COUNT)
               MOVE IC-HOURS TO WS-UNIV-HOURS(WS-UNIV-COUNT)
           END-IF
           .

      *> ONE PASS OVER THE TIMESHEETS FOLDS EVERY WEEK INTO ITS
      *> CERTIFIED INTERNSHIP, IF IT HAS ONE
       TALLY-LOGGED-HOURS.
           IF WS-CREDIT-COUNT = 0
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
                       PERFORM FIND-CREDIT-SLOT
                       IF WS-CREDIT-SLOT > 0
                           IF IH-STATUS = "A"
                               ADD IH-HOURS
                                   TO WS-CREDIT-APPROVED(WS-CREDIT-SLOT)
                           ELSE
                               ADD 1
                                   TO WS-CREDIT-UNAPPROVED(WS-CREDIT-SLOT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-INTERN-HOURS-STATUS NOT = "35"
               CLOSE INTERNSHIP-HOURS-FILE
           END-IF
           .

       FIND-CREDIT-SLOT.
           MOVE 0 TO WS-CREDIT-SLOT
           SET WS-CREDIT-IDX TO 1
           PERFORM WS-CREDIT-COUNT TIMES
               IF WS-CREDIT-USERNAME(WS-CREDIT-IDX) = IH-USERNAME
                   AND WS-CREDIT-JOB-ID(WS-CREDIT-IDX) = IH-JOB-ID
                   SET WS-CREDIT-SLOT TO WS-CREDIT-IDX
               END-IF
               SET WS-CREDIT-IDX UP BY 1
           END-PERFORM
           .

       WRITE-UNIVERSITY-SECTION.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "--- " FUNCTION TRIM(WS-UNIV-NAME(WS-UNIV-IDX) TRAILING)
               " ---" INTO REPORT-RECORD
           END-STRING
           DISPLAY FUNCTION TRIM(REPORT-RECORD)
           WRITE REPORT-RECORD

           SET WS-CREDIT-IDX TO 1
           PERFORM WS-CREDIT-COUNT TIMES
               IF WS-CREDIT-UNIVERSITY(WS-CREDIT-IDX)
                   = WS-UNIV-NAME(WS-UNIV-IDX)
                   PERFORM WRITE-INTERN-DETAIL
               END-IF
               SET WS-CREDIT-IDX UP BY 1
           END-PERFORM

           MOVE WS-UNIV-INTERNS(WS-UNIV-IDX) TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "  Certified interns: " WS-COUNT-DISPLAY
               INTO REPORT-RECORD
           DISPLAY FUNCTION TRIM(REPORT-RECORD)
           WRITE REPORT-RECORD
           MOVE WS-UNIV-HOURS(WS-UNIV-IDX) TO WS-HOURS-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "  Certified hours:   " WS-HOURS-DISPLAY
               INTO REPORT-RECORD
           DISPLAY FUNCTION TRIM(REPORT-RECORD)
           WRITE REPORT-RECORD
           .

       WRITE-INTERN-DETAIL.
           MOVE WS-CREDIT-USERNAME(WS-CREDIT-IDX) TO WS-INTERN-NAME
           IF WS-PROFILES-OPEN = "Y"
               MOVE WS-CREDIT-USERNAME(WS-CREDIT-IDX) TO PR-USERNAME
               READ PROFILE-FILE KEY IS PR-USERNAME
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-INTERN-NAME
                       STRING FUNCTION TRIM(PR-FIRST-NAME TRAILING) " "
                           FUNCTION TRIM(PR-LAST-NAME TRAILING)
                           INTO WS-INTERN-NAME
                       END-STRING
               END-READ
           END-IF
           MOVE SPACES TO WS-EMPLOYER-NAME
           IF WS-JOBS-OPEN = "Y"
               MOVE WS-CREDIT-JOB-ID(WS-CREDIT-IDX) TO JR-ID
               READ JOBS-FILE KEY IS JR-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE JR-EMPLOYER TO WS-EMPLOYER-NAME
               END-READ
           END-IF

           MOVE WS-CREDIT-HOURS(WS-CREDIT-IDX) TO WS-HOURS-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "  " FUNCTION TRIM(WS-INTERN-NAME TRAILING)
               " (" FUNCTION TRIM(WS-CREDIT-USERNAME(WS-CREDIT-IDX)
                   TRAILING) ") at "
               FUNCTION TRIM(WS-EMPLOYER-NAME TRAILING)
               ", job " WS-CREDIT-JOB-ID(WS-CREDIT-IDX)
               " - certified " WS-HOURS-DISPLAY " hours on "
               WS-CREDIT-DATE(WS-CREDIT-IDX)
               INTO REPORT-RECORD
           END-STRING
           DISPLAY FUNCTION TRIM(REPORT-RECORD)
           WRITE REPORT-RECORD

           MOVE WS-CREDIT-APPROVED(WS-CREDIT-IDX) TO WS-HOURS-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "    Approved hours to date: " WS-HOURS-DISPLAY
               INTO REPORT-RECORD
           DISPLAY FUNCTION TRIM(REPORT-RECORD)
           WRITE REPORT-RECORD

           IF WS-CREDIT-UNAPPROVED(WS-CREDIT-IDX) > 0
               PERFORM WRITE-UNAPPROVED-WEEKS
           END-IF
           .

      *> A SECOND PASS FOR THE FEW INTERNS WITH LOOSE WEEKS -- EACH ONE
      *> PRINTED SO THE REGISTRAR CAN CHASE THE EMPLOYER BY DATE
       WRITE-UNAPPROVED-WEEKS.
           MOVE "N" TO WS-INTERN-HOURS-EOF
           OPEN INPUT INTERNSHIP-HOURS-FILE
           IF WS-INTERN-HOURS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-INTERN-HOURS-EOF = "Y"
               READ INTERNSHIP-HOURS-FILE INTO INTERNSHIP-HOURS-RECORD
                   AT END MOVE "Y" TO WS-INTERN-HOURS-EOF
                   NOT AT END
                       IF IH-USERNAME = WS-CREDIT-USERNAME(WS-CREDIT-IDX)
                           AND IH-JOB-ID = WS-CREDIT-JOB-ID(WS-CREDIT-IDX)
                           AND IH-STATUS NOT = "A"
                           MOVE IH-HOURS TO WS-WEEK-HOURS-DISPLAY
                           MOVE SPACES TO REPORT-RECORD
                           IF IH-STATUS = "R"
                               STRING "    Unapproved: week of "
                                   IH-WEEK-START ", "
                                   WS-WEEK-HOURS-DISPLAY
                                   " hours (rejected, not resubmitted)"
                                   INTO REPORT-RECORD
                               END-STRING
                           ELSE
                               STRING "    Unapproved: week of "
                                   IH-WEEK-START ", "
                                   WS-WEEK-HOURS-DISPLAY
                                   " hours (awaiting "
                                   FUNCTION TRIM(IH-EMPLOYER TRAILING) ")"
                                   INTO REPORT-RECORD
                               END-STRING
                           END-IF
                           DISPLAY FUNCTION TRIM(REPORT-RECORD)
                           WRITE REPORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INTERNSHIP-HOURS-FILE
           .
