      *>     logins work without carrying real credentials;
      *>   - testcopy-search_index.doc is regenerated from the
      *>     anonymized profiles, not remapped, so its tokens match
      *>     the anonymized names;
      *>   - every other file data_catalog.doc marks for the test copy
      *>     is copied generically: the username fields the catalog
      *>     lists are remapped and its free-text span becomes
      *>     generated filler. A file with no entry, or marked to be
      *>     left out, is not copied at all.
      *>
      *> The line-sequential testcopy-* files for the sequential stores
      *> can be renamed straight into place in the test directory. The
      *> six INDEXED stores (profiles.doc, jobs.doc, messages.doc,
      *> applications.doc, connections.doc, connection_requests.doc)
      *> are written here as FLAT unloads -- like INCOLLEGE-BACKUP's
      *> generation files -- and must be RELOADED into fresh indexed
      *> files in the test directory (the same record-at-a-time
           SELECT PROFILES-OUT ASSIGN TO "testcopy-profiles.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
      *> INDEXED NOW -- SEE THE MAIN PROGRAM'S FD
           SELECT CONNECTIONS-FILE ASSIGN TO "connections.doc"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-KEY
               ALTERNATE RECORD KEY IS CN-USER-TWO WITH DUPLICATES
               FILE STATUS IS WS-IN-STATUS.
           SELECT CONNECTIONS-OUT ASSIGN TO "testcopy-connections.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
      *> INDEXED NOW -- SEE THE MAIN PROGRAM'S FD
           SELECT CONN-REQ-FILE ASSIGN TO "connection_requests.doc"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-KEY
               ALTERNATE RECORD KEY IS CR-RECEIVER WITH DUPLICATES
               FILE STATUS IS WS-IN-STATUS.
           SELECT CONN-REQ-OUT ASSIGN TO "testcopy-connection_requests.doc"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT JOBS-OUT ASSIGN TO "testcopy-jobs.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
      *> INDEXED NOW -- SEE THE MAIN PROGRAM'S FD
           SELECT APPLICATIONS-FILE ASSIGN TO "applications.doc"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APP-KEY
               ALTERNATE RECORD KEY IS APP-JOB-ID WITH DUPLICATES
               FILE STATUS IS WS-IN-STATUS.
           SELECT APPLICATIONS-OUT ASSIGN TO "testcopy-applications.doc"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT MESSAGES-OUT ASSIGN TO "testcopy-messages.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
      *> THE DATA-FILE CATALOG -- SEE InCollege-Reconcile.cob
           SELECT DATA-CATALOG-FILE ASSIGN TO "data_catalog.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-CATALOG-STATUS.
      *> GENERIC SOURCE/TARGET PAIR FOR THE CATALOGUED SEQUENTIAL
      *> FILES -- THE NAMES ARE SET BEFORE EACH COPY
           SELECT CATALOG-IN-FILE ASSIGN TO WS-CATALOG-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT CATALOG-OUT-FILE ASSIGN TO WS-CATALOG-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT SEARCH-INDEX-OUT ASSIGN TO "testcopy-search_index.doc"

       FD CONNECTIONS-FILE.
       01 CONNECTION-RECORD.
           05 CN-KEY.
               10 CN-USER-ONE PIC X(20).
               10 CN-USER-TWO PIC X(20).
           05 CN-DATE     PIC 9(8).

       FD CONNECTIONS-OUT.

       FD CONN-REQ-FILE.
       01 CONNECTION-REQUEST-RECORD.
           05 CR-KEY.
               10 CR-SENDER PIC X(20).
               10 CR-RECEIVER PIC X(20).
           05 CR-TIMESTAMP PIC X(20).

       FD CONN-REQ-OUT.
           05 JR-VERIFIED        PIC X(01).
           05 JR-CATEGORY        PIC X(20).
           05 JR-OPENINGS        PIC 9(3).
           05 JR-SPONSORSHIP     PIC X(01).
           05 JR-SYNDICATE       PIC X(01).

       FD JOBS-OUT.
       01 JOBS-OUT-RECORD PIC X(339).

       FD APPLICATIONS-FILE.
       01 APPLICATION-RECORD.
           05 APP-KEY.
               10 APP-USERNAME   PIC X(20).
               10 APP-JOB-ID     PIC 9(4).
           05 APP-STATUS     PIC X(01).
           05 APP-COVER-NOTE  PIC X(200).
           05 APP-NAME        PIC X(40).
       FD MESSAGES-OUT.
       01 MESSAGE-OUT-RECORD PIC X(273).

      *> SEE InCollege-Reconcile.cob FOR THE FULL DESCRIPTION -- LOADED
      *> STRAIGHT INTO WS-DC-TABLE, WHICH HAS THE SAME LAYOUT
       FD DATA-CATALOG-FILE.
       01 DATA-CATALOG-RECORD PIC X(107).

       FD CATALOG-IN-FILE.
       01 CATALOG-IN-RECORD  PIC X(4000).

       FD CATALOG-OUT-FILE.
       01 CATALOG-OUT-RECORD PIC X(4000).

       FD SEARCH-INDEX-OUT.
       01 SEARCH-INDEX-OUT-RECORD.
       77  WS-JOBS-FILE-STATUS PIC XX.
       77  WS-IN-STATUS        PIC XX.
       77  WS-OUT-STATUS       PIC XX.
       77  WS-DATA-CATALOG-STATUS PIC XX.
       77  WS-FILE-EOF         PIC X VALUE "N".

      *> THE USERNAME MAP -- THE ONE THING THAT MUST BE APPLIED
       77  WS-ROWS-WRITTEN     PIC 9(6) VALUE 0.
       77  WS-COUNT-DISPLAY    PIC ZZZ,ZZ9.

      *> THE DATA-FILE CATALOG, SAME LAYOUT AS ITS RECORD
       77  WS-DC-COUNT             PIC 9(3) VALUE 0.
       01  WS-DC-TABLE.
           05 WS-DC-ENTRY OCCURS 150 TIMES
               INDEXED BY WS-DC-IDX.
               10 WS-DC-FILE-NAME       PIC X(30).
               10 WS-DC-ORGANIZATION    PIC X(01).
               10 WS-DC-RECORD-LENGTH   PIC 9(05).
               10 WS-DC-KEY-FIELDS      PIC X(30).
               10 WS-DC-USER-FIELD OCCURS 4 TIMES.
                   15 WS-DC-USER-POS    PIC 9(04).
                   15 WS-DC-USER-LEN    PIC 9(02).
                   15 WS-DC-USER-KIND   PIC X(01).
               10 WS-DC-PERSONAL        PIC X(01).
               10 WS-DC-TEXT-POS        PIC 9(04).
               10 WS-DC-TEXT-LEN        PIC 9(04).
               10 WS-DC-BACKUP          PIC X(01).
               10 WS-DC-PURGE-RULE      PIC X(01).
               10 WS-DC-TEST-COPY       PIC X(01).
               10 WS-DC-BALANCED        PIC X(01).
       77  WS-DC-U                 PIC 9 VALUE 0.
       77  WS-CATALOG-IN-NAME      PIC X(30).
       77  WS-CATALOG-OUT-NAME     PIC X(40).
       77  WS-FILE-ROWS            PIC 9(6) VALUE 0.
       77  WS-FILES-COPIED         PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE "Welcome#1" TO WS-PASSWORD
           PERFORM COPY-JOBS
           PERFORM COPY-APPLICATIONS
           PERFORM COPY-MESSAGES
           PERFORM COPY-CATALOGUED-FILES

           MOVE WS-ROWS-WRITTEN TO WS-COUNT-DISPLAY
           DISPLAY "Anonymized rows written: " WS-COUNT-DISPLAY
           OPEN OUTPUT CONNECTIONS-OUT
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ CONNECTIONS-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       MOVE CN-USER-ONE TO WS-MAP-IN
           OPEN OUTPUT CONN-REQ-OUT
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ CONN-REQ-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       MOVE CR-SENDER TO WS-MAP-IN
           MOVE "N" TO WS-FILE-EOF
           MOVE 0 TO WS-SEQ-DISPLAY
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ APPLICATIONS-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       ADD 1 TO WS-SEQ-DISPLAY
           CLOSE MESSAGES-OUT
           .

      *> EVERY SEQUENTIAL FILE data_catalog.doc MARKS "Y" FOR THE TEST
      *> COPY, DONE GENERICALLY. THE FILES WITH THEIR OWN PARAGRAPHS
      *> ABOVE ARE MARKED "R" AND ARE NOT TOUCHED HERE
       COPY-CATALOGUED-FILES.
           MOVE 0 TO WS-DC-COUNT
           OPEN INPUT DATA-CATALOG-FILE
           IF WS-DATA-CATALOG-STATUS NOT = "00"
               DISPLAY "data_catalog.doc not found - only accounts, "
                   "profiles, connections, jobs, applications and "
                   "messages were copied"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ DATA-CATALOG-FILE
                   AT END MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF DATA-CATALOG-RECORD (1:30) NOT = SPACES
                           AND WS-DC-COUNT < 150
                           ADD 1 TO WS-DC-COUNT
                           MOVE DATA-CATALOG-RECORD
                               TO WS-DC-ENTRY (WS-DC-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DATA-CATALOG-FILE
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                   UNTIL WS-DC-IDX > WS-DC-COUNT
               IF WS-DC-TEST-COPY (WS-DC-IDX) = "Y"
                   AND WS-DC-ORGANIZATION (WS-DC-IDX) = "S"
                   AND WS-DC-RECORD-LENGTH (WS-DC-IDX) <= 4000
                   PERFORM COPY-ONE-CATALOGUED-FILE
               END-IF
           END-PERFORM
           MOVE WS-FILES-COPIED TO WS-COUNT-DISPLAY
           DISPLAY "Catalogued files copied: " WS-COUNT-DISPLAY
           .

       COPY-ONE-CATALOGUED-FILE.
           MOVE WS-DC-FILE-NAME (WS-DC-IDX) TO WS-CATALOG-IN-NAME
           MOVE SPACES TO WS-CATALOG-OUT-NAME
           STRING "testcopy-" FUNCTION TRIM(WS-CATALOG-IN-NAME)
               INTO WS-CATALOG-OUT-NAME
           END-STRING
           OPEN INPUT CATALOG-IN-FILE
           IF WS-IN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CATALOG-OUT-FILE
           MOVE 0 TO WS-FILE-ROWS
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ CATALOG-IN-FILE
                   AT END MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       MOVE CATALOG-IN-RECORD TO CATALOG-OUT-RECORD
                       PERFORM ANONYMIZE-CATALOGUED-ROW
                       WRITE CATALOG-OUT-RECORD
                       ADD 1 TO WS-FILE-ROWS
                       ADD 1 TO WS-ROWS-WRITTEN
               END-READ
           END-PERFORM
           CLOSE CATALOG-IN-FILE
           CLOSE CATALOG-OUT-FILE
           ADD 1 TO WS-FILES-COPIED
           MOVE WS-FILE-ROWS TO WS-COUNT-DISPLAY
           DISPLAY "  " FUNCTION TRIM(WS-CATALOG-OUT-NAME) ": "
               FUNCTION TRIM(WS-COUNT-DISPLAY) " rows"
           .

      *> EVERY USERNAME FIELD THE CATALOG LISTS GOES THROUGH THE SAME
      *> MAP AS THE CORE FILES, SO THE ROWS STILL LINE UP WITH
      *> testcopy-accounts.doc; THE FREE TEXT, IF ANY WAS WRITTEN,
      *> BECOMES FILLER
       ANONYMIZE-CATALOGUED-ROW.
           PERFORM VARYING WS-DC-U FROM 1 BY 1 UNTIL WS-DC-U > 4
               IF WS-DC-USER-POS (WS-DC-IDX, WS-DC-U) > 0
                   MOVE CATALOG-OUT-RECORD
                       (WS-DC-USER-POS (WS-DC-IDX, WS-DC-U):
                        WS-DC-USER-LEN (WS-DC-IDX, WS-DC-U))
                       TO WS-MAP-IN
                   PERFORM FIND-ANON-NAME
                   MOVE WS-MAP-OUT TO CATALOG-OUT-RECORD
                       (WS-DC-USER-POS (WS-DC-IDX, WS-DC-U):
                        WS-DC-USER-LEN (WS-DC-IDX, WS-DC-U))
               END-IF
           END-PERFORM
           IF WS-DC-TEXT-POS (WS-DC-IDX) > 0
               AND CATALOG-OUT-RECORD (WS-DC-TEXT-POS (WS-DC-IDX):
                   WS-DC-TEXT-LEN (WS-DC-IDX)) NOT = SPACES
               MOVE "Generated test text." TO CATALOG-OUT-RECORD
                   (WS-DC-TEXT-POS (WS-DC-IDX):
                    WS-DC-TEXT-LEN (WS-DC-IDX))
           END-IF
           .
