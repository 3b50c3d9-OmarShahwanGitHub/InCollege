           SELECT JOBS-CSV-FILE ASSIGN TO "jobs.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-CSV-STATUS.
      *> profiles.csv IS A RESUME-STYLE EXTRACT -- ONCE TERMS OF USE
      *> ARE IN FORCE IT CARRIES ONLY PROFILES WHOSE OWNERS AGREED TO
      *> EMPLOYER SHARING (SEE CHECK-TERMS-ACCEPTANCE IN THE MAIN
      *> PROGRAM)
           SELECT TERMS-VERSIONS-FILE ASSIGN TO "terms_versions.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMS-STATUS.
           SELECT CONSENT-FILE ASSIGN TO "consent.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 JR-CATEGORY        PIC X(20).
      *> HEADCOUNT ON THE REQUISITION -- SEE THE MAIN PROGRAM'S FD
           05 JR-OPENINGS        PIC 9(3).
      *> SPONSORSHIP FLAG ON THE LISTING -- SEE THE MAIN PROGRAM'S FD
           05 JR-SPONSORSHIP     PIC X(01).
      *> PARTNER-BOARD SYNDICATION OPT-OUT -- SEE THE MAIN PROGRAM'S FD
           05 JR-SYNDICATE       PIC X(01).

       FD PROFILES-CSV-FILE.
       01 PROFILES-CSV-RECORD PIC X(600).
       FD JOBS-CSV-FILE.
       01 JOBS-CSV-RECORD PIC X(400).

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

       WORKING-STORAGE SECTION.
       77  WS-PROFILE-STATUS      PIC XX.
       77  WS-JOBS-FILE-STATUS    PIC XX.
       77  WS-JOB-ID-DISPLAY     PIC 9(4).
       77  WS-POSTED-DATE-DISPLAY PIC 9(8).

      *> LATEST SHARING ANSWER PER USER; "Y" AGREED, "N" DECLINED, "-"
      *> NON-STUDENT NOT ASKED. NO ROW = NOT YET ASKED, SO WITHHELD
       77  WS-TERMS-STATUS        PIC XX.
       77  WS-TERMS-EOF           PIC X VALUE "N".
       77  WS-TERMS-CURRENT-VERSION PIC 9(3) VALUE 0.
       77  WS-TODAY-DATE          PIC 9(8) VALUE 0.
       77  WS-CONSENT-STATUS      PIC XX.
       77  WS-CONSENT-EOF         PIC X VALUE "N".
       77  WS-CONSENT-COUNT       PIC 9(4) VALUE 0.
       77  WS-CONSENT-I           PIC 9(4) VALUE 0.
       77  WS-CONSENT-SHARING     PIC X VALUE "Y".
       77  WS-PROFILE-WITHHELD-COUNT PIC 9(6) VALUE 0.
       01  WS-CONSENT-TABLE OCCURS 2000 TIMES.
           05  WS-CONSENT-TBL-USER  PIC X(20).
           05  WS-CONSENT-TBL-SHARE PIC X(01).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM EXPORT-PROFILES-CSV
           PERFORM EXPORT-JOBS-CSV
           DISPLAY "Profiles exported: " WS-PROFILE-EXPORT-COUNT
           DISPLAY "Profiles withheld: " WS-PROFILE-WITHHELD-COUNT
           DISPLAY "Jobs exported:     " WS-JOBS-EXPORT-COUNT
           STOP RUN.

           .

       EXPORT-PROFILES-CSV.
           PERFORM LOAD-CONSENT-TABLE
           OPEN OUTPUT PROFILES-CSV-FILE
           MOVE "Username,First Name,Last Name,University,Major,"
               TO PROFILES-CSV-RECORD
                   READ PROFILE-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-PROFILE-EOF
                       NOT AT END
                           PERFORM CHECK-PROFILE-SHARING
                           IF WS-CONSENT-SHARING = "Y"
                               PERFORM WRITE-PROFILE-CSV-LINE
                               ADD 1 TO WS-PROFILE-EXPORT-COUNT
                           ELSE
                               ADD 1 TO WS-PROFILE-WITHHELD-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROFILE-FILE
           CLOSE PROFILES-CSV-FILE
           .

      *> FINDS THE TERMS VERSION IN FORCE AND, IF THERE IS ONE, LOADS
      *> THE LATEST consent.doc ROW PER USER. NO VERSION IN FORCE
      *> LEAVES THE TABLE EMPTY AND THE EXPORT UNFILTERED
       LOAD-CONSENT-TABLE.
           MOVE 0 TO WS-TERMS-CURRENT-VERSION
           MOVE 0 TO WS-CONSENT-COUNT
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
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
                           AND TV-EFFECTIVE-DATE <= WS-TODAY-DATE
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
                   AND (WS-CONSENT-TBL-SHARE (WS-CONSENT-I) = "Y"
                        OR WS-CONSENT-TBL-SHARE (WS-CONSENT-I) = "-")
                   MOVE "Y" TO WS-CONSENT-SHARING
               END-IF
           END-PERFORM
           .

       WRITE-PROFILE-CSV-LINE.
           MOVE SPACES TO PROFILES-CSV-RECORD
           MOVE PR-USERNAME TO WS-CSV-FIELD-IN
