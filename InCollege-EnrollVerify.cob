      *> === INCOLLEGE REGISTRAR ENROLLMENT VERIFICATION JOB ===
      *> INCOLLEGE-CSV-IMPORT seeds a freshman's profile once; after
      *> that PR-UNIVERSITY, PR-MAJOR and PR-GRAD-YEAR are whatever the
      *> student typed. This job runs each term against the
      *> registrar's enrollment extract (enrollment.csv, one student
      *> per line: name, university, major, grad year, enrollment
      *> status, and optionally the InCollege username -- plain
      *> comma-separated, no embedded commas, same conventions as
      *> registrar.csv) and records, per profile, what the registrar
      *> says about it in enrollment_verify.doc:
      *>
      *>   - RV-RESULT "V" verified (major and grad year agree), "M"
      *>     mismatched (either one differs), "N" not found;
      *>   - RV-ENROLLMENT "E" enrolled, "W" withdrawn, "G" graduated,
      *>     straight from the feed (space when not found);
      *>   - a profile is matched on the username column when the
      *>     registrar supplied one, otherwise on first + last name
      *>     and university, all compared upper-cased;
      *>   - only profiles at a university that appears in the feed
      *>     are judged -- a school that did not send a file this
      *>     term keeps last term's results;
      *>   - enroll-exceptions.rpt lists every mismatch, every profile
      *>     the registrar could not find, every withdrawn or graduated
      *>     student and every feed row that could not be read, for
      *>     the career center to follow up.
      *> The interactive program shows employers a "registrar
      *> verified" marker from this file in CANDIDATE-SEARCH and
      *> SHOW-APPLICANT-SNAPSHOT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCOLLEGE-ENROLL-VERIFY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLLMENT-CSV-FILE ASSIGN TO "enrollment.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLLMENT-STATUS.
           SELECT PROFILE-FILE ASSIGN TO "profiles.doc"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-USERNAME
               FILE STATUS IS WS-PROFILE-STATUS.
           SELECT ENROLL-VERIFY-FILE ASSIGN TO "enrollment_verify.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERIFY-STATUS.
           SELECT ENROLL-VERIFY-TEMP-FILE ASSIGN TO "enrollment_verify.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERIFY-TEMP-STATUS.
           SELECT EXCEPTIONS-FILE ASSIGN TO "enroll-exceptions.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTIONS-STATUS.
      *> BUSINESS-DATE CONTROL RECORD -- SEE LOAD-BUSINESS-DATE
           SELECT BUSINESS-DATE-FILE ASSIGN TO "business_date.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ENROLLMENT-CSV-FILE.
       01 ENROLLMENT-CSV-RECORD PIC X(160).

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

      *> REGISTRAR VERIFICATION RESULT -- SEE THE MAIN PROGRAM'S FD
       FD ENROLL-VERIFY-FILE.
       01 ENROLL-VERIFY-RECORD.
           05 RV-USERNAME      PIC X(20).
           05 RV-RESULT        PIC X(01).
           05 RV-ENROLLMENT    PIC X(01).
           05 RV-REG-MAJOR     PIC X(30).
           05 RV-REG-GRAD-YEAR PIC 9(4).
           05 RV-DATE          PIC 9(8).

       FD ENROLL-VERIFY-TEMP-FILE.
       01 ENROLL-VERIFY-TEMP-RECORD PIC X(64).

       FD EXCEPTIONS-FILE.
       01 EXCEPTION-RECORD PIC X(160).

      *> ONE RECORD: THE DATE THE NIGHTLY BATCH PROCESSES AS OF
       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BD-DATE          PIC 9(8).

       WORKING-STORAGE SECTION.
       77  WS-ENROLLMENT-STATUS   PIC XX.
       77  WS-PROFILE-STATUS      PIC XX.
       77  WS-VERIFY-STATUS       PIC XX.
       77  WS-VERIFY-TEMP-STATUS  PIC XX.
       77  WS-EXCEPTIONS-STATUS   PIC XX.
       77  WS-BUSINESS-DATE-STATUS PIC XX.
      *> THE DATE THIS RUN PROCESSES AS OF, AND THE REAL ONE
       77  WS-BUSINESS-DATE      PIC 9(8) VALUE 0.
       77  WS-CLOCK-DATE         PIC 9(8) VALUE 0.

       77  WS-ENROLLMENT-EOF      PIC X VALUE "N".
       77  WS-PROFILE-EOF         PIC X VALUE "N".
       77  WS-VERIFY-EOF          PIC X VALUE "N".
       77  WS-TODAY               PIC 9(8) VALUE 0.
       77  WS-COUNT-DISPLAY       PIC ZZZ,ZZ9.

       77  WS-ROWS-READ           PIC 9(6) VALUE 0.
       77  WS-ROWS-REJECTED       PIC 9(6) VALUE 0.
       77  WS-ROWS-UNMATCHED      PIC 9(6) VALUE 0.
       77  WS-VERIFIED-COUNT      PIC 9(6) VALUE 0.
       77  WS-MISMATCH-COUNT      PIC 9(6) VALUE 0.
       77  WS-NOT-FOUND-COUNT     PIC 9(6) VALUE 0.
       77  WS-LEFT-COUNT          PIC 9(6) VALUE 0.

      *> FIELDS SPLIT OUT OF THE CURRENT CSV ROW
       77  WS-CSV-NAME            PIC X(41).
       77  WS-CSV-UNIVERSITY      PIC X(30).
       77  WS-CSV-MAJOR           PIC X(30).
       77  WS-CSV-GRAD-YEAR       PIC X(10).
       77  WS-CSV-ENROLLMENT      PIC X(10).
       77  WS-CSV-USERNAME        PIC X(20).
       77  WS-CSV-FIRST-NAME      PIC X(20).
       77  WS-CSV-LAST-NAME       PIC X(20).
       77  WS-REJECT-REASON       PIC X(40).

      *> THE REGISTRAR'S ROWS, KEYS UPPER-CASED FOR MATCHING
       77  WS-REG-COUNT           PIC 9(4) VALUE 0.
       77  WS-REG-SLOT            PIC 9(4) VALUE 0.
       01  WS-REG-TABLE OCCURS 3000 TIMES
           INDEXED BY WS-REG-IDX.
           05  WS-REG-FIRST       PIC X(20).
           05  WS-REG-LAST        PIC X(20).
           05  WS-REG-UNIVERSITY  PIC X(30).
           05  WS-REG-MAJOR       PIC X(30).
           05  WS-REG-GRAD-YEAR   PIC 9(4).
           05  WS-REG-ENROLLMENT  PIC X(01).
           05  WS-REG-USERNAME    PIC X(20).
           05  WS-REG-MATCHED     PIC X(01).

      *> UNIVERSITIES THE FEED COVERS THIS TERM
       77  WS-UNIV-COUNT          PIC 9(3) VALUE 0.
       77  WS-UNIV-FOUND          PIC X VALUE "N".
       77  WS-UNIV-KEY            PIC X(30).
       01  WS-UNIV-TABLE OCCURS 50 TIMES
           INDEXED BY WS-UNIV-IDX.
           05  WS-UNIV-NAME       PIC X(30).

      *> ONE RESULT PER PROFILE JUDGED THIS RUN
       77  WS-RES-COUNT           PIC 9(4) VALUE 0.
       77  WS-RES-FOUND           PIC X VALUE "N".
       01  WS-RES-TABLE OCCURS 3000 TIMES
           INDEXED BY WS-RES-IDX.
           05  WS-RES-USERNAME    PIC X(20).
           05  WS-RES-FIRST       PIC X(20).
           05  WS-RES-LAST        PIC X(20).
           05  WS-RES-UNIVERSITY  PIC X(30).
           05  WS-RES-PR-MAJOR    PIC X(30).
           05  WS-RES-PR-YEAR     PIC 9(4).
           05  WS-RES-RESULT      PIC X(01).
           05  WS-RES-ENROLLMENT  PIC X(01).
           05  WS-RES-REG-MAJOR   PIC X(30).
           05  WS-RES-REG-YEAR    PIC 9(4).

      *> THE PROFILE CURRENTLY BEING JUDGED, KEYS UPPER-CASED
       77  WS-PR-FIRST-KEY        PIC X(20).
       77  WS-PR-LAST-KEY         PIC X(20).
       77  WS-PR-MAJOR-KEY        PIC X(30).
       77  WS-REG-MAJOR-KEY       PIC X(30).
       77  WS-ENROLL-TEXT         PIC X(10).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-TODAY
           OPEN OUTPUT EXCEPTIONS-FILE
           MOVE "=== Registrar Enrollment Verification Exceptions ===" TO EXCEPTION-RECORD
           PERFORM EMIT-EXCEPTION-LINE
           MOVE SPACES TO EXCEPTION-RECORD
           STRING "Run date: " WS-TODAY INTO EXCEPTION-RECORD
           END-STRING
           PERFORM EMIT-EXCEPTION-LINE

           OPEN INPUT ENROLLMENT-CSV-FILE
           IF WS-ENROLLMENT-STATUS NOT = "00"
               MOVE "No enrollment.csv found - nothing to verify." TO EXCEPTION-RECORD
               PERFORM EMIT-EXCEPTION-LINE
               CLOSE EXCEPTIONS-FILE
               STOP RUN
           END-IF

           MOVE SPACES TO EXCEPTION-RECORD
           PERFORM EMIT-EXCEPTION-LINE
           MOVE "--- Feed rows that could not be read ---" TO EXCEPTION-RECORD
           PERFORM EMIT-EXCEPTION-LINE
           MOVE "N" TO WS-ENROLLMENT-EOF
           PERFORM UNTIL WS-ENROLLMENT-EOF = "Y"
               READ ENROLLMENT-CSV-FILE
                   AT END MOVE "Y" TO WS-ENROLLMENT-EOF
                   NOT AT END
                       ADD 1 TO WS-ROWS-READ
                       PERFORM LOAD-ONE-FEED-ROW
               END-READ
           END-PERFORM
           CLOSE ENROLLMENT-CSV-FILE
           IF WS-ROWS-REJECTED = 0
               MOVE "  (none)" TO EXCEPTION-RECORD
               PERFORM EMIT-EXCEPTION-LINE
           END-IF

           PERFORM JUDGE-ALL-PROFILES
           PERFORM REPLACE-VERIFY-ROWS

           PERFORM WRITE-MISMATCH-SECTION
           PERFORM WRITE-NOT-FOUND-SECTION
           PERFORM WRITE-LEFT-SECTION
           PERFORM WRITE-SUMMARY

           CLOSE EXCEPTIONS-FILE
           STOP RUN.

      *> VALIDATE ONE CSV ROW AND ADD IT TO WS-REG-TABLE
       LOAD-ONE-FEED-ROW.
           MOVE SPACES TO WS-CSV-NAME
           MOVE SPACES TO WS-CSV-UNIVERSITY
           MOVE SPACES TO WS-CSV-MAJOR
           MOVE SPACES TO WS-CSV-GRAD-YEAR
           MOVE SPACES TO WS-CSV-ENROLLMENT
           MOVE SPACES TO WS-CSV-USERNAME
           UNSTRING ENROLLMENT-CSV-RECORD DELIMITED BY ","
               INTO WS-CSV-NAME WS-CSV-UNIVERSITY WS-CSV-MAJOR
                    WS-CSV-GRAD-YEAR WS-CSV-ENROLLMENT WS-CSV-USERNAME
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CSV-ENROLLMENT))
               TO WS-CSV-ENROLLMENT

           MOVE SPACES TO WS-REJECT-REASON
           IF WS-CSV-NAME = SPACES
               MOVE "missing name" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES AND WS-CSV-UNIVERSITY = SPACES
               MOVE "missing university" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND FUNCTION TRIM(WS-CSV-GRAD-YEAR) NOT NUMERIC
               MOVE "grad year not numeric" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND WS-CSV-ENROLLMENT NOT = "E"
               AND WS-CSV-ENROLLMENT NOT = "W"
               AND WS-CSV-ENROLLMENT NOT = "G"
               MOVE "enrollment status must be E, W or G" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE SPACES TO WS-CSV-FIRST-NAME
               MOVE SPACES TO WS-CSV-LAST-NAME
               UNSTRING FUNCTION TRIM(WS-CSV-NAME) DELIMITED BY ALL " "
                   INTO WS-CSV-FIRST-NAME WS-CSV-LAST-NAME
               END-UNSTRING
               IF WS-CSV-LAST-NAME = SPACES
                   MOVE "name needs first and last" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES AND WS-REG-COUNT >= 3000
               MOVE "feed larger than 3000 rows" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-ROWS-REJECTED
               MOVE SPACES TO EXCEPTION-RECORD
               STRING "  Rejected (" FUNCTION TRIM(WS-REJECT-REASON TRAILING)
                   "): " FUNCTION TRIM(ENROLLMENT-CSV-RECORD TRAILING)
                   INTO EXCEPTION-RECORD
               END-STRING
               PERFORM EMIT-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-REG-COUNT
           MOVE FUNCTION UPPER-CASE(WS-CSV-FIRST-NAME)
               TO WS-REG-FIRST(WS-REG-COUNT)
           MOVE FUNCTION UPPER-CASE(WS-CSV-LAST-NAME)
               TO WS-REG-LAST(WS-REG-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CSV-UNIVERSITY))
               TO WS-REG-UNIVERSITY(WS-REG-COUNT)
           MOVE FUNCTION TRIM(WS-CSV-MAJOR) TO WS-REG-MAJOR(WS-REG-COUNT)
           MOVE FUNCTION NUMVAL(WS-CSV-GRAD-YEAR)
               TO WS-REG-GRAD-YEAR(WS-REG-COUNT)
           MOVE WS-CSV-ENROLLMENT(1:1) TO WS-REG-ENROLLMENT(WS-REG-COUNT)
           MOVE FUNCTION TRIM(WS-CSV-USERNAME)
               TO WS-REG-USERNAME(WS-REG-COUNT)
           MOVE "N" TO WS-REG-MATCHED(WS-REG-COUNT)

           MOVE WS-REG-UNIVERSITY(WS-REG-COUNT) TO WS-UNIV-KEY
           PERFORM FIND-FEED-UNIVERSITY
           IF WS-UNIV-FOUND = "N" AND WS-UNIV-COUNT < 50
               ADD 1 TO WS-UNIV-COUNT
               MOVE WS-UNIV-KEY TO WS-UNIV-NAME(WS-UNIV-COUNT)
           END-IF
           .

       FIND-FEED-UNIVERSITY.
           MOVE "N" TO WS-UNIV-FOUND
           SET WS-UNIV-IDX TO 1
           PERFORM WS-UNIV-COUNT TIMES
               IF WS-UNIV-NAME(WS-UNIV-IDX) = WS-UNIV-KEY
                   MOVE "Y" TO WS-UNIV-FOUND
               END-IF
               SET WS-UNIV-IDX UP BY 1
           END-PERFORM
           .

      *> EVERY PROFILE AT A UNIVERSITY THE FEED COVERS GETS A RESULT
       JUDGE-ALL-PROFILES.
           MOVE 0 TO WS-RES-COUNT
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PROFILE-EOF
           PERFORM UNTIL WS-PROFILE-EOF = "Y"
               READ PROFILE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-PROFILE-EOF
                   NOT AT END
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PR-UNIVERSITY))
                           TO WS-UNIV-KEY
                       PERFORM FIND-FEED-UNIVERSITY
                       IF WS-UNIV-FOUND = "Y" AND WS-RES-COUNT < 3000
                           PERFORM JUDGE-ONE-PROFILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROFILE-FILE

           SET WS-REG-IDX TO 1
           PERFORM WS-REG-COUNT TIMES
               IF WS-REG-MATCHED(WS-REG-IDX) = "N"
                   ADD 1 TO WS-ROWS-UNMATCHED
               END-IF
               SET WS-REG-IDX UP BY 1
           END-PERFORM
           .

      *> A USERNAME SUPPLIED BY THE REGISTRAR WINS; OTHERWISE THE
      *> FIRST ROW WITH THE SAME NAME AT THE SAME UNIVERSITY
       JUDGE-ONE-PROFILE.
           MOVE FUNCTION UPPER-CASE(PR-FIRST-NAME) TO WS-PR-FIRST-KEY
           MOVE FUNCTION UPPER-CASE(PR-LAST-NAME) TO WS-PR-LAST-KEY
           MOVE 0 TO WS-REG-SLOT
           SET WS-REG-IDX TO 1
           PERFORM WS-REG-COUNT TIMES
               IF WS-REG-USERNAME(WS-REG-IDX) = PR-USERNAME
                   SET WS-REG-SLOT TO WS-REG-IDX
               END-IF
               SET WS-REG-IDX UP BY 1
           END-PERFORM
           IF WS-REG-SLOT = 0
               SET WS-REG-IDX TO 1
               PERFORM WS-REG-COUNT TIMES
                   IF WS-REG-SLOT = 0
                       AND WS-REG-USERNAME(WS-REG-IDX) = SPACES
                       AND WS-REG-FIRST(WS-REG-IDX) = WS-PR-FIRST-KEY
                       AND WS-REG-LAST(WS-REG-IDX) = WS-PR-LAST-KEY
                       AND WS-REG-UNIVERSITY(WS-REG-IDX) = WS-UNIV-KEY
                       SET WS-REG-SLOT TO WS-REG-IDX
                   END-IF
                   SET WS-REG-IDX UP BY 1
               END-PERFORM
           END-IF

           ADD 1 TO WS-RES-COUNT
           MOVE PR-USERNAME TO WS-RES-USERNAME(WS-RES-COUNT)
           MOVE PR-FIRST-NAME TO WS-RES-FIRST(WS-RES-COUNT)
           MOVE PR-LAST-NAME TO WS-RES-LAST(WS-RES-COUNT)
           MOVE PR-UNIVERSITY TO WS-RES-UNIVERSITY(WS-RES-COUNT)
           MOVE PR-MAJOR TO WS-RES-PR-MAJOR(WS-RES-COUNT)
           MOVE PR-GRAD-YEAR TO WS-RES-PR-YEAR(WS-RES-COUNT)

           IF WS-REG-SLOT = 0
               MOVE "N" TO WS-RES-RESULT(WS-RES-COUNT)
               MOVE SPACE TO WS-RES-ENROLLMENT(WS-RES-COUNT)
               MOVE SPACES TO WS-RES-REG-MAJOR(WS-RES-COUNT)
               MOVE 0 TO WS-RES-REG-YEAR(WS-RES-COUNT)
               ADD 1 TO WS-NOT-FOUND-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-REG-MATCHED(WS-REG-SLOT)
           MOVE WS-REG-ENROLLMENT(WS-REG-SLOT)
               TO WS-RES-ENROLLMENT(WS-RES-COUNT)
           MOVE WS-REG-MAJOR(WS-REG-SLOT) TO WS-RES-REG-MAJOR(WS-RES-COUNT)
           MOVE WS-REG-GRAD-YEAR(WS-REG-SLOT) TO WS-RES-REG-YEAR(WS-RES-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PR-MAJOR))
               TO WS-PR-MAJOR-KEY
           MOVE FUNCTION UPPER-CASE(WS-REG-MAJOR(WS-REG-SLOT))
               TO WS-REG-MAJOR-KEY
           IF WS-PR-MAJOR-KEY = WS-REG-MAJOR-KEY
               AND PR-GRAD-YEAR = WS-REG-GRAD-YEAR(WS-REG-SLOT)
               MOVE "V" TO WS-RES-RESULT(WS-RES-COUNT)
               ADD 1 TO WS-VERIFIED-COUNT
           ELSE
               MOVE "M" TO WS-RES-RESULT(WS-RES-COUNT)
               ADD 1 TO WS-MISMATCH-COUNT
           END-IF
           IF WS-REG-ENROLLMENT(WS-REG-SLOT) NOT = "E"
               ADD 1 TO WS-LEFT-COUNT
           END-IF
           .

      *> enrollment_verify.doc KEEPS ONE ROW PER USER: ROWS FOR USERS
      *> JUDGED THIS RUN ARE REPLACED, ALL OTHERS CARRY OVER UNCHANGED
       REPLACE-VERIFY-ROWS.
           OPEN OUTPUT ENROLL-VERIFY-TEMP-FILE
           MOVE "N" TO WS-VERIFY-EOF
           OPEN INPUT ENROLL-VERIFY-FILE
           IF WS-VERIFY-STATUS NOT = "00"
               MOVE "Y" TO WS-VERIFY-EOF
           END-IF
           PERFORM UNTIL WS-VERIFY-EOF = "Y"
               READ ENROLL-VERIFY-FILE INTO ENROLL-VERIFY-RECORD
                   AT END MOVE "Y" TO WS-VERIFY-EOF
                   NOT AT END
                       MOVE "N" TO WS-RES-FOUND
                       SET WS-RES-IDX TO 1
                       PERFORM WS-RES-COUNT TIMES
                           IF WS-RES-USERNAME(WS-RES-IDX) = RV-USERNAME
                               MOVE "Y" TO WS-RES-FOUND
                           END-IF
                           SET WS-RES-IDX UP BY 1
                       END-PERFORM
                       IF WS-RES-FOUND = "N"
                           MOVE ENROLL-VERIFY-RECORD
                               TO ENROLL-VERIFY-TEMP-RECORD
                           WRITE ENROLL-VERIFY-TEMP-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-VERIFY-STATUS NOT = "35"
               CLOSE ENROLL-VERIFY-FILE
           END-IF

           SET WS-RES-IDX TO 1
           PERFORM WS-RES-COUNT TIMES
               MOVE WS-RES-USERNAME(WS-RES-IDX) TO RV-USERNAME
               MOVE WS-RES-RESULT(WS-RES-IDX) TO RV-RESULT
               MOVE WS-RES-ENROLLMENT(WS-RES-IDX) TO RV-ENROLLMENT
               MOVE WS-RES-REG-MAJOR(WS-RES-IDX) TO RV-REG-MAJOR
               MOVE WS-RES-REG-YEAR(WS-RES-IDX) TO RV-REG-GRAD-YEAR
               MOVE WS-TODAY TO RV-DATE
               MOVE ENROLL-VERIFY-RECORD TO ENROLL-VERIFY-TEMP-RECORD
               WRITE ENROLL-VERIFY-TEMP-RECORD
               SET WS-RES-IDX UP BY 1
           END-PERFORM
           CLOSE ENROLL-VERIFY-TEMP-FILE

           OPEN OUTPUT ENROLL-VERIFY-FILE
           OPEN INPUT ENROLL-VERIFY-TEMP-FILE
           MOVE "N" TO WS-VERIFY-EOF
           PERFORM UNTIL WS-VERIFY-EOF = "Y"
               READ ENROLL-VERIFY-TEMP-FILE INTO ENROLL-VERIFY-TEMP-RECORD
                   AT END MOVE "Y" TO WS-VERIFY-EOF
                   NOT AT END
                       MOVE ENROLL-VERIFY-TEMP-RECORD TO ENROLL-VERIFY-RECORD
                       WRITE ENROLL-VERIFY-RECORD
               END-READ
           END-PERFORM
           CLOSE ENROLL-VERIFY-FILE
           CLOSE ENROLL-VERIFY-TEMP-FILE

           OPEN OUTPUT ENROLL-VERIFY-TEMP-FILE
           CLOSE ENROLL-VERIFY-TEMP-FILE
           .

       WRITE-MISMATCH-SECTION.
           MOVE SPACES TO EXCEPTION-RECORD
           PERFORM EMIT-EXCEPTION-LINE
           MOVE "--- Profiles that disagree with the registrar ---" TO EXCEPTION-RECORD
           PERFORM EMIT-EXCEPTION-LINE
           IF WS-MISMATCH-COUNT = 0
               MOVE "  (none)" TO EXCEPTION-RECORD
               PERFORM EMIT-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF
           SET WS-RES-IDX TO 1
           PERFORM WS-RES-COUNT TIMES
               IF WS-RES-RESULT(WS-RES-IDX) = "M"
                   MOVE SPACES TO EXCEPTION-RECORD
                   STRING "  " FUNCTION TRIM(WS-RES-USERNAME(WS-RES-IDX))
                       " (" FUNCTION TRIM(WS-RES-FIRST(WS-RES-IDX))
                       " " FUNCTION TRIM(WS-RES-LAST(WS-RES-IDX))
                       ", " FUNCTION TRIM(WS-RES-UNIVERSITY(WS-RES-IDX))
                       ")" INTO EXCEPTION-RECORD
                   END-STRING
                   PERFORM EMIT-EXCEPTION-LINE
                   MOVE SPACES TO EXCEPTION-RECORD
                   STRING "      profile:   "
                       FUNCTION TRIM(WS-RES-PR-MAJOR(WS-RES-IDX))
                       ", Class of " WS-RES-PR-YEAR(WS-RES-IDX)
                       INTO EXCEPTION-RECORD
                   END-STRING
                   PERFORM EMIT-EXCEPTION-LINE
                   MOVE SPACES TO EXCEPTION-RECORD
                   STRING "      registrar: "
                       FUNCTION TRIM(WS-RES-REG-MAJOR(WS-RES-IDX))
                       ", Class of " WS-RES-REG-YEAR(WS-RES-IDX)
                       INTO EXCEPTION-RECORD
                   END-STRING
                   PERFORM EMIT-EXCEPTION-LINE
               END-IF
               SET WS-RES-IDX UP BY 1
           END-PERFORM
           .

       WRITE-NOT-FOUND-SECTION.
           MOVE SPACES TO EXCEPTION-RECORD
           PERFORM EMIT-EXCEPTION-LINE
           MOVE "--- Profiles the registrar could not find ---" TO EXCEPTION-RECORD
           PERFORM EMIT-EXCEPTION-LINE
           IF WS-NOT-FOUND-COUNT = 0
               MOVE "  (none)" TO EXCEPTION-RECORD
               PERFORM EMIT-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF
           SET WS-RES-IDX TO 1
           PERFORM WS-RES-COUNT TIMES
               IF WS-RES-RESULT(WS-RES-IDX) = "N"
                   MOVE SPACES TO EXCEPTION-RECORD
                   STRING "  " FUNCTION TRIM(WS-RES-USERNAME(WS-RES-IDX))
                       " (" FUNCTION TRIM(WS-RES-FIRST(WS-RES-IDX))
                       " " FUNCTION TRIM(WS-RES-LAST(WS-RES-IDX))
                       ", " FUNCTION TRIM(WS-RES-UNIVERSITY(WS-RES-IDX))
                       ")" INTO EXCEPTION-RECORD
                   END-STRING
                   PERFORM EMIT-EXCEPTION-LINE
               END-IF
               SET WS-RES-IDX UP BY 1
           END-PERFORM
           .

       WRITE-LEFT-SECTION.
           MOVE SPACES TO EXCEPTION-RECORD
           PERFORM EMIT-EXCEPTION-LINE
           MOVE "--- Withdrawn or graduated per the registrar ---" TO EXCEPTION-RECORD
           PERFORM EMIT-EXCEPTION-LINE
           IF WS-LEFT-COUNT = 0
               MOVE "  (none)" TO EXCEPTION-RECORD
               PERFORM EMIT-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF
           SET WS-RES-IDX TO 1
           PERFORM WS-RES-COUNT TIMES
               IF WS-RES-ENROLLMENT(WS-RES-IDX) = "W"
                   OR WS-RES-ENROLLMENT(WS-RES-IDX) = "G"
                   IF WS-RES-ENROLLMENT(WS-RES-IDX) = "W"
                       MOVE "withdrawn" TO WS-ENROLL-TEXT
                   ELSE
                       MOVE "graduated" TO WS-ENROLL-TEXT
                   END-IF
                   MOVE SPACES TO EXCEPTION-RECORD
                   STRING "  " FUNCTION TRIM(WS-RES-USERNAME(WS-RES-IDX))
                       " (" FUNCTION TRIM(WS-RES-FIRST(WS-RES-IDX))
                       " " FUNCTION TRIM(WS-RES-LAST(WS-RES-IDX))
                       ", " FUNCTION TRIM(WS-RES-UNIVERSITY(WS-RES-IDX))
                       "): " FUNCTION TRIM(WS-ENROLL-TEXT)
                       INTO EXCEPTION-RECORD
                   END-STRING
                   PERFORM EMIT-EXCEPTION-LINE
               END-IF
               SET WS-RES-IDX UP BY 1
           END-PERFORM
           .

       WRITE-SUMMARY.
           MOVE SPACES TO EXCEPTION-RECORD
           PERFORM EMIT-EXCEPTION-LINE
           MOVE "--- Summary ---" TO EXCEPTION-RECORD
           PERFORM EMIT-EXCEPTION-LINE
           MOVE WS-ROWS-READ TO WS-COUNT-DISPLAY
           MOVE SPACES TO EXCEPTION-RECORD
           STRING "  Feed rows read:                " WS-COUNT-DISPLAY
               INTO EXCEPTION-RECORD
           END-STRING
           PERFORM EMIT-EXCEPTION-LINE
           MOVE WS-ROWS-REJECTED TO WS-COUNT-DISPLAY
           MOVE SPACES TO EXCEPTION-RECORD
           STRING "  Feed rows rejected:            " WS-COUNT-DISPLAY
               INTO EXCEPTION-RECORD
           END-STRING
           PERFORM EMIT-EXCEPTION-LINE
           MOVE WS-ROWS-UNMATCHED TO WS-COUNT-DISPLAY
           MOVE SPACES TO EXCEPTION-RECORD
           STRING "  Feed rows with no profile:     " WS-COUNT-DISPLAY
               INTO EXCEPTION-RECORD
           END-STRING
           PERFORM EMIT-EXCEPTION-LINE
           MOVE WS-VERIFIED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO EXCEPTION-RECORD
           STRING "  Profiles verified:             " WS-COUNT-DISPLAY
               INTO EXCEPTION-RECORD
           END-STRING
           PERFORM EMIT-EXCEPTION-LINE
           MOVE WS-MISMATCH-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO EXCEPTION-RECORD
           STRING "  Profiles mismatched:           " WS-COUNT-DISPLAY
               INTO EXCEPTION-RECORD
           END-STRING
           PERFORM EMIT-EXCEPTION-LINE
           MOVE WS-NOT-FOUND-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO EXCEPTION-RECORD
           STRING "  Profiles not found:            " WS-COUNT-DISPLAY
               INTO EXCEPTION-RECORD
           END-STRING
           PERFORM EMIT-EXCEPTION-LINE
           .

       EMIT-EXCEPTION-LINE.
           DISPLAY FUNCTION TRIM(EXCEPTION-RECORD TRAILING)
           WRITE EXCEPTION-RECORD
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
