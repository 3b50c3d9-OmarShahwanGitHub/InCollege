      *> the rebuild: record counts must match and EVERY key from the
      *> unload must read back from the rebuilt file. Before/after byte
      *> sizes are reported so ops can see the space actually come back.
      *> The files to rebuild are the indexed entries in
      *> data_catalog.doc; one this job has no routine for, or whose
      *> catalogued record length no longer matches the layout here, is
      *> reported and left alone.
      *> Scheduled from batch-queue.doc via the REORG transaction in
      *> InCollege-BatchJobs.cob; must run while the interactive system
      *> is down, like the rest of the nightly chain.
      *> Record counts and the JR-ID hash total are balanced against
      *> the chain's control totals before the rebuild, and must come
      *> through it unchanged; either mismatch halts the chain.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCOLLEGE-REORG.

           SELECT JOBS-WORK-FILE ASSIGN TO "jobs.reorg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-WORK-STATUS.
      *> CONTROL TOTALS EACH STEP OF THE NIGHTLY CHAIN LEAVES FOR THE
      *> NEXT ONE TO BALANCE AGAINST -- SEE CHECK-OPENING-BALANCE
           SELECT CONTROL-TOTALS-FILE ASSIGN TO "control_totals.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-TOTALS-STATUS.
      *> NIGHTLY RUN-CONTROL LOG -- THIS JOB ONLY WRITES A HALT ROW
      *> THERE WHEN ITS CONTROL TOTALS DO NOT BALANCE
           SELECT JOBLOG-FILE ASSIGN TO "joblog.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.
      *> BUSINESS-DATE CONTROL RECORD -- SEE LOAD-BUSINESS-DATE
           SELECT BUSINESS-DATE-FILE ASSIGN TO "business_date.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
      *> OPERATOR ALERTS LAND IN THE OPERATORS' NOTIFICATIONS, THE
      *> SAME WAY InCollege-BatchJobs.cob RAISES THEM
           SELECT OPERATORS-FILE ASSIGN TO "operators.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATORS-STATUS.
           SELECT NOTIFICATIONS-FILE ASSIGN TO "notifications.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.
      *> THE DATA-FILE CATALOG -- SEE InCollege-Reconcile.cob
           SELECT DATA-CATALOG-FILE ASSIGN TO "data_catalog.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-CATALOG-STATUS.
           SELECT REPORT-FILE ASSIGN TO "reorg.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           05 JR-CATEGORY        PIC X(20).
      *> HEADCOUNT ON THE REQUISITION -- SEE THE MAIN PROGRAM'S FD
           05 JR-OPENINGS        PIC 9(3).
      *> SPONSORSHIP FLAG ON THE LISTING -- SEE THE MAIN PROGRAM'S FD
           05 JR-SPONSORSHIP     PIC X(01).
      *> PARTNER-BOARD SYNDICATION OPT-OUT -- SEE THE MAIN PROGRAM'S FD
           05 JR-SYNDICATE       PIC X(01).

       FD JOBS-WORK-FILE.
      *> FLAT KEY-ORDER UNLOAD IMAGE -- SAME LENGTH AS JOBS-FILE-RECORD
       01 JOBS-WORK-RECORD PIC X(339).

      *> ONE ROW PER TOTAL; THE ROWS ONE STEP WRITES TOGETHER SHARE
      *> DATE, TIME AND STEP AND FORM THAT STEP'S SET. PRIOR VALUE PLUS
      *> ADJUSTMENT IS THE CLOSING VALUE -- THE ADJUSTMENT IS A
      *> DIFFERENCE THE STEP MADE ON PURPOSE (ROWS MOVED TO THE .arc
      *> FILES, PURGED, A GENERATION RESTORED)
       FD CONTROL-TOTALS-FILE.
       01 CONTROL-TOTAL-RECORD.
           05 CT-DATE         PIC 9(8).
           05 CT-TIME         PIC X(6).
           05 CT-STEP         PIC X(16).
           05 CT-FILE-NAME    PIC X(24).
           05 CT-TOTAL-NAME   PIC X(12).
           05 CT-VALUE        PIC 9(12).
           05 CT-PRIOR-VALUE  PIC 9(12).
           05 CT-ADJUSTMENT   PIC S9(12) SIGN IS LEADING SEPARATE.
           05 CT-REASON       PIC X(20).

       FD JOBLOG-FILE.
       01 JOBLOG-RECORD.
           05 JG-DATE          PIC 9(8).
           05 JG-TIME          PIC X(6).
           05 JG-JOB-NAME      PIC X(12).
      *> "START", "END" OR "HALT"
           05 JG-EVENT         PIC X(5).
           05 JG-RETURN-STATUS PIC X(4).
      *> THE DATE THE RUN PROCESSED AS OF -- JG-DATE IS WHEN IT RAN
           05 JG-BUSINESS-DATE PIC 9(8).

      *> ONE RECORD: THE DATE THE NIGHTLY BATCH PROCESSES AS OF
       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BD-DATE          PIC 9(8).

       FD OPERATORS-FILE.
       01 OPERATOR-RECORD.
           05 OP-NAME          PIC X(20).
           05 OP-PASSWORD-HASH PIC X(12).
           05 OP-LEVEL         PIC X(01).

       FD NOTIFICATIONS-FILE.
       01 NOTIFICATION-RECORD.
           05 NT-USERNAME  PIC X(20).
           05 NT-TIMESTAMP PIC X(14).
           05 NT-TEXT      PIC X(100).

      *> SEE InCollege-Reconcile.cob FOR THE FULL DESCRIPTION -- LOADED
      *> STRAIGHT INTO WS-DC-TABLE, WHICH HAS THE SAME LAYOUT
       FD DATA-CATALOG-FILE.
       01 DATA-CATALOG-RECORD PIC X(107).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(100).
       77  WS-JOBS-FILE-STATUS    PIC XX.
       77  WS-JOBS-WORK-STATUS    PIC XX.
       77  WS-REPORT-STATUS       PIC XX.
       77  WS-THIS-JOB-NAME       PIC X(12) VALUE "REORG".
       77  WS-JOBLOG-STATUS      PIC XX.
       77  WS-BUSINESS-DATE-STATUS PIC XX.
      *> THE DATE THIS RUN PROCESSES AS OF, AND THE REAL ONE
       77  WS-BUSINESS-DATE      PIC 9(8) VALUE 0.
       77  WS-CLOCK-DATE         PIC 9(8) VALUE 0.
       77  WS-OPERATORS-STATUS   PIC XX.
       77  WS-OPERATORS-EOF      PIC X VALUE "N".
       77  WS-NOTIFY-STATUS      PIC XX.
       77  WS-OPS-NOTIFIED       PIC X VALUE "N".
       77  WS-ALERT-TEXT         PIC X(100).

      *> === CONTROL-TOTALS WORKING STORAGE ===
      *> ONE SLOT PER FILE/TOTAL THIS STEP DERIVES: WHAT IS ON FILE
      *> NOW, THE OPENING POSITION AND TONIGHT'S LATEST SET FOR IT. A
      *> REORG ADDS AND REMOVES NO ROWS, SO ITS ADJUSTMENTS STAY ZERO
       77  WS-CTL-TOTALS-STATUS  PIC XX.
       77  WS-CTL-TOTALS-EOF     PIC X VALUE "N".
       77  WS-CT-EOF             PIC X VALUE "N".
       77  WS-CT-TODAY           PIC 9(8) VALUE 0.
       77  WS-CT-NOW             PIC X(6).
       77  WS-CT-STEP-NAME       PIC X(16).
       77  WS-CT-FILE-NAME       PIC X(24).
       77  WS-CT-TOTAL-NAME      PIC X(12).
       77  WS-CT-VALUE           PIC 9(12).
       77  WS-CT-BALANCE         PIC S9(13).
       77  WS-CT-STAMP           PIC X(30).
       77  WS-CT-FILE-KNOWN      PIC X VALUE "N".
       77  WS-CT-OUT-OF-BALANCE  PIC X VALUE "N".
       77  WS-CT-FIRST-FILE      PIC X(24).
       77  WS-CT-FIRST-TOTAL     PIC X(12).
       77  WS-CT-SHOW-VALUE      PIC Z(11)9.
       77  WS-CT-SHOW-EXPECT     PIC -(12)9.
       77  WS-CT-SHOW-STEP       PIC X(16).
       77  WS-CT-MESSAGE         PIC X(100).
       77  WS-CT-COUNT           PIC 9(2) VALUE 0.
       77  WS-CT-PICK            PIC 9(2) VALUE 0.
       77  WS-CT-I               PIC 9(2) VALUE 0.
       77  WS-CT-J               PIC 9(2) VALUE 0.
       01  WS-CT-TABLE OCCURS 40 TIMES.
           05  WS-CT-FILE         PIC X(24).
           05  WS-CT-TOTAL        PIC X(12).
           05  WS-CT-CURRENT      PIC 9(12).
           05  WS-CT-OPENING      PIC 9(12).
           05  WS-CT-EXPECTED     PIC 9(12).
           05  WS-CT-HAS-EXPECT   PIC X(01).
           05  WS-CT-SET-STAMP    PIC X(30).
           05  WS-CT-ADJUSTMENT   PIC S9(12).
           05  WS-CT-REASON-TEXT  PIC X(20).

       77  WS-EOF-FLAG            PIC X VALUE "N".
       77  WS-UNLOAD-COUNT        PIC 9(6) VALUE 0.
       77  WS-SIZE-DISPLAY        PIC ZZZ,ZZZ,ZZ9.
       77  WS-CHECK-RESULT        PIC 9(4) COMP VALUE 0.

      *> THE DATA-FILE CATALOG, SAME LAYOUT AS ITS RECORD
       77  WS-DATA-CATALOG-STATUS PIC XX.
       77  WS-DATA-CATALOG-EOF    PIC X VALUE "N".
       77  WS-DC-COUNT            PIC 9(3) VALUE 0.
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

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-BUSINESS-DATE
           OPEN OUTPUT REPORT-FILE
           MOVE "=== InCollege Indexed-File Reorganization ===" TO REPORT-RECORD
           DISPLAY FUNCTION TRIM(REPORT-RECORD)
           WRITE REPORT-RECORD

           MOVE WS-THIS-JOB-NAME TO WS-CT-STEP-NAME
           PERFORM DERIVE-CONTROL-TOTALS
           PERFORM LOAD-EXPECTED-TOTALS
           PERFORM CHECK-OPENING-BALANCE
           IF WS-CT-OUT-OF-BALANCE = "Y"
               PERFORM HALT-OUT-OF-BALANCE
               CLOSE REPORT-FILE
               STOP RUN
           END-IF

           PERFORM LOAD-DATA-CATALOG
           PERFORM REORG-CATALOGUED-FILES

           MOVE WS-REORG-FAILURES TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
               INTO REPORT-RECORD
           DISPLAY FUNCTION TRIM(REPORT-RECORD)
           WRITE REPORT-RECORD

      *> A REBUILD MOVES NOTHING ON PURPOSE: CLOSING MUST EQUAL OPENING
           PERFORM DERIVE-CONTROL-TOTALS
           PERFORM CHECK-CLOSING-BALANCE
           IF WS-CT-OUT-OF-BALANCE = "Y"
               PERFORM HALT-OUT-OF-BALANCE
           ELSE
               PERFORM WRITE-CONTROL-TOTALS
           END-IF
           CLOSE REPORT-FILE
           STOP RUN.

      *> LOADS data_catalog.doc. WITHOUT IT THERE IS NO LIST OF FILES TO
      *> REBUILD, WHICH COUNTS AS A FAILURE SO THE CHAIN NOTICES
       LOAD-DATA-CATALOG.
           MOVE 0 TO WS-DC-COUNT
           OPEN INPUT DATA-CATALOG-FILE
           IF WS-DATA-CATALOG-STATUS NOT = "00"
               MOVE "data_catalog.doc not found - nothing reorganised." TO REPORT-RECORD
               DISPLAY FUNCTION TRIM(REPORT-RECORD)
               WRITE REPORT-RECORD
               ADD 1 TO WS-REORG-FAILURES
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-DATA-CATALOG-EOF
           PERFORM UNTIL WS-DATA-CATALOG-EOF = "Y"
               READ DATA-CATALOG-FILE
                   AT END MOVE "Y" TO WS-DATA-CATALOG-EOF
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
           .

      *> EVERY INDEXED FILE IN THE CATALOG, IN CATALOG ORDER
       REORG-CATALOGUED-FILES.
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                   UNTIL WS-DC-IDX > WS-DC-COUNT
               IF WS-DC-ORGANIZATION (WS-DC-IDX) = "I"
                   PERFORM REORG-CATALOGUED-FILE
               END-IF
           END-PERFORM
           .

      *> A ROUTINE IS ONLY TRUSTED WITH A FILE WHOSE CATALOGUED LENGTH
      *> STILL MATCHES THE RECORD THIS PROGRAM DESCRIBES -- A LAYOUT
      *> CHANGE NOT YET CARRIED HERE WOULD OTHERWISE TRUNCATE ON RELOAD
       REORG-CATALOGUED-FILE.
           EVALUATE WS-DC-FILE-NAME (WS-DC-IDX)
               WHEN "profiles.doc"
                   IF WS-DC-RECORD-LENGTH (WS-DC-IDX)
                       NOT = FUNCTION LENGTH(PROFILE-RECORD)
                       PERFORM REPORT-LENGTH-MISMATCH
                   ELSE
                       PERFORM REORG-PROFILES
                   END-IF
               WHEN "jobs.doc"
                   IF WS-DC-RECORD-LENGTH (WS-DC-IDX)
                       NOT = FUNCTION LENGTH(JOBS-FILE-RECORD)
                       PERFORM REPORT-LENGTH-MISMATCH
                   ELSE
                       PERFORM REORG-JOBS
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO REPORT-RECORD
                   STRING FUNCTION TRIM(WS-DC-FILE-NAME (WS-DC-IDX))
                       ": no reorganisation routine - skipped"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
                   DISPLAY FUNCTION TRIM(REPORT-RECORD)
                   WRITE REPORT-RECORD
           END-EVALUATE
           .

       REPORT-LENGTH-MISMATCH.
           ADD 1 TO WS-REORG-FAILURES
           MOVE SPACES TO REPORT-RECORD
           STRING FUNCTION TRIM(WS-DC-FILE-NAME (WS-DC-IDX))
               ": catalogued record length differs from this job's layout - skipped"
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           DISPLAY FUNCTION TRIM(REPORT-RECORD)
           WRITE REPORT-RECORD
           .

       GET-FILE-SIZE.
           MOVE 0 TO WS-FILE-SIZE
           CALL "CBL_CHECK_FILE" USING WS-SIZE-FILE-NAME WS-FILE-SIZE
               WRITE REPORT-RECORD
           END-IF
           .

      *> THE TWO FILES THIS JOB REBUILDS
       DERIVE-CONTROL-TOTALS.
           PERFORM CLEAR-CONTROL-TOTALS
           MOVE "profiles.doc" TO WS-CT-FILE-NAME
           MOVE 0 TO WS-CT-VALUE
           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
           PERFORM ADD-CONTROL-TOTAL
           MOVE "N" TO WS-CT-EOF
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS = "00"
               PERFORM UNTIL WS-CT-EOF = "Y"
                   READ PROFILE-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-CT-EOF
                       NOT AT END
                           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
                           MOVE 1 TO WS-CT-VALUE
                           PERFORM ADD-CONTROL-TOTAL
                   END-READ
               END-PERFORM
               CLOSE PROFILE-FILE
           END-IF
           MOVE "jobs.doc" TO WS-CT-FILE-NAME
           MOVE 0 TO WS-CT-VALUE
           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
           PERFORM ADD-CONTROL-TOTAL
           MOVE "JR-ID SUM" TO WS-CT-TOTAL-NAME
           PERFORM ADD-CONTROL-TOTAL
           MOVE "N" TO WS-CT-EOF
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-FILE-STATUS = "00"
               PERFORM UNTIL WS-CT-EOF = "Y"
                   READ JOBS-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-CT-EOF
                       NOT AT END
                           MOVE "RECORDS" TO WS-CT-TOTAL-NAME
                           MOVE 1 TO WS-CT-VALUE
                           PERFORM ADD-CONTROL-TOTAL
                           MOVE "JR-ID SUM" TO WS-CT-TOTAL-NAME
                           MOVE JR-ID TO WS-CT-VALUE
                           PERFORM ADD-CONTROL-TOTAL
                   END-READ
               END-PERFORM
               CLOSE JOBS-FILE
           END-IF
           .

       EMIT-CONTROL-LINE.
           MOVE WS-CT-MESSAGE TO REPORT-RECORD
           DISPLAY FUNCTION TRIM(REPORT-RECORD)
           WRITE REPORT-RECORD
           .

      *> === CONTROL TOTALS ===
      *> EVERY STEP OF THE NIGHTLY CHAIN LEAVES A SET OF CONTROL TOTALS
      *> IN control_totals.doc FOR THE FILES IT TOUCHES -- RECORD
      *> COUNTS AND HASH TOTALS OF KEY FIELDS. THE NEXT STEP RE-DERIVES
      *> THEM BEFORE IT STARTS AND MUST MATCH TONIGHT'S LATEST SET; A
      *> STEP THAT MOVES OR REMOVES ROWS ON PURPOSE EXPLAINS THE
      *> DIFFERENCE AND MUST BALANCE OPENING + EXPLAINED = CLOSING
      *> BEFORE IT WRITES ITS OWN SET. OUT OF BALANCE HALTS THE CHAIN.
       CLEAR-CONTROL-TOTALS.
           PERFORM VARYING WS-CT-I FROM 1 BY 1
               UNTIL WS-CT-I > WS-CT-COUNT
               MOVE 0 TO WS-CT-CURRENT (WS-CT-I)
           END-PERFORM
           .

      *> SLOT FOR WS-CT-FILE-NAME / WS-CT-TOTAL-NAME IN WS-CT-PICK,
      *> ADDED IF NEW; 0 ONLY WHEN THE TABLE IS FULL
       FIND-CONTROL-TOTAL.
           MOVE 0 TO WS-CT-PICK
           PERFORM VARYING WS-CT-I FROM 1 BY 1
               UNTIL WS-CT-I > WS-CT-COUNT OR WS-CT-PICK > 0
               IF WS-CT-FILE (WS-CT-I) = WS-CT-FILE-NAME
                   AND WS-CT-TOTAL (WS-CT-I) = WS-CT-TOTAL-NAME
                   MOVE WS-CT-I TO WS-CT-PICK
               END-IF
           END-PERFORM
           IF WS-CT-PICK = 0 AND WS-CT-COUNT < 40
               ADD 1 TO WS-CT-COUNT
               MOVE WS-CT-COUNT TO WS-CT-PICK
               MOVE WS-CT-FILE-NAME TO WS-CT-FILE (WS-CT-PICK)
               MOVE WS-CT-TOTAL-NAME TO WS-CT-TOTAL (WS-CT-PICK)
               MOVE 0 TO WS-CT-CURRENT (WS-CT-PICK)
               MOVE 0 TO WS-CT-OPENING (WS-CT-PICK)
               MOVE 0 TO WS-CT-EXPECTED (WS-CT-PICK)
               MOVE "N" TO WS-CT-HAS-EXPECT (WS-CT-PICK)
               MOVE SPACES TO WS-CT-SET-STAMP (WS-CT-PICK)
               MOVE 0 TO WS-CT-ADJUSTMENT (WS-CT-PICK)
               MOVE SPACES TO WS-CT-REASON-TEXT (WS-CT-PICK)
           END-IF
           .

       ADD-CONTROL-TOTAL.
           PERFORM FIND-CONTROL-TOTAL
           IF WS-CT-PICK > 0
               ADD WS-CT-VALUE TO WS-CT-CURRENT (WS-CT-PICK)
           END-IF
           .

      *> TONIGHT'S LATEST SET FOR EACH FILE THIS STEP DERIVED. A NEWER
      *> SET REPLACES AN OLDER ONE WHOLE, AND A TOTAL THE SET DOES NOT
      *> LIST (NO ROWS OF THAT STATUS, SAY) COUNTS AS ZERO. DERIVE
      *> FIRST, SO EVERY FILE THIS STEP CARES ABOUT HAS ITS SLOTS
       LOAD-EXPECTED-TOTALS.
           PERFORM VARYING WS-CT-I FROM 1 BY 1
               UNTIL WS-CT-I > WS-CT-COUNT
               MOVE "N" TO WS-CT-HAS-EXPECT (WS-CT-I)
               MOVE 0 TO WS-CT-EXPECTED (WS-CT-I)
               MOVE SPACES TO WS-CT-SET-STAMP (WS-CT-I)
           END-PERFORM
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CT-TODAY
           MOVE "N" TO WS-CTL-TOTALS-EOF
           OPEN INPUT CONTROL-TOTALS-FILE
           IF WS-CTL-TOTALS-STATUS NOT = "00"
               MOVE "Y" TO WS-CTL-TOTALS-EOF
           END-IF
           PERFORM UNTIL WS-CTL-TOTALS-EOF = "Y"
               READ CONTROL-TOTALS-FILE
                   AT END MOVE "Y" TO WS-CTL-TOTALS-EOF
                   NOT AT END
                       IF CT-DATE = WS-CT-TODAY
                           PERFORM NOTE-EXPECTED-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CTL-TOTALS-STATUS NOT = "35"
               CLOSE CONTROL-TOTALS-FILE
           END-IF
           .

       NOTE-EXPECTED-TOTAL.
           MOVE SPACES TO WS-CT-STAMP
           STRING CT-DATE CT-TIME CT-STEP DELIMITED BY SIZE
               INTO WS-CT-STAMP
           END-STRING
           MOVE "N" TO WS-CT-FILE-KNOWN
           PERFORM VARYING WS-CT-I FROM 1 BY 1
               UNTIL WS-CT-I > WS-CT-COUNT
               IF WS-CT-FILE (WS-CT-I) = CT-FILE-NAME
                   MOVE "Y" TO WS-CT-FILE-KNOWN
                   IF WS-CT-SET-STAMP (WS-CT-I) NOT = WS-CT-STAMP
                       MOVE WS-CT-STAMP TO WS-CT-SET-STAMP (WS-CT-I)
                       MOVE 0 TO WS-CT-EXPECTED (WS-CT-I)
                       MOVE "Y" TO WS-CT-HAS-EXPECT (WS-CT-I)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CT-FILE-KNOWN = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE CT-FILE-NAME TO WS-CT-FILE-NAME
           MOVE CT-TOTAL-NAME TO WS-CT-TOTAL-NAME
           PERFORM FIND-CONTROL-TOTAL
           IF WS-CT-PICK > 0
               MOVE WS-CT-STAMP TO WS-CT-SET-STAMP (WS-CT-PICK)
               MOVE "Y" TO WS-CT-HAS-EXPECT (WS-CT-PICK)
               MOVE CT-VALUE TO WS-CT-EXPECTED (WS-CT-PICK)
           END-IF
           .

      *> RE-DERIVED TOTALS AGAINST TONIGHT'S LATEST SET, THEN TAKEN AS
      *> THIS STEP'S OPENING POSITION
       CHECK-OPENING-BALANCE.
           MOVE "N" TO WS-CT-OUT-OF-BALANCE
           MOVE SPACES TO WS-CT-FIRST-FILE
           MOVE SPACES TO WS-CT-FIRST-TOTAL
           PERFORM VARYING WS-CT-J FROM 1 BY 1
               UNTIL WS-CT-J > WS-CT-COUNT
               IF WS-CT-HAS-EXPECT (WS-CT-J) = "Y"
                   AND WS-CT-CURRENT (WS-CT-J)
                       NOT = WS-CT-EXPECTED (WS-CT-J)
                   MOVE WS-CT-EXPECTED (WS-CT-J) TO WS-CT-SHOW-EXPECT
                   MOVE WS-CT-SET-STAMP (WS-CT-J) (15:16)
                       TO WS-CT-SHOW-STEP
                   PERFORM REPORT-CONTROL-MISMATCH
               END-IF
           END-PERFORM
           PERFORM TAKE-OPENING-TOTALS
           .

       TAKE-OPENING-TOTALS.
           PERFORM VARYING WS-CT-J FROM 1 BY 1
               UNTIL WS-CT-J > WS-CT-COUNT
               MOVE WS-CT-CURRENT (WS-CT-J) TO WS-CT-OPENING (WS-CT-J)
               MOVE 0 TO WS-CT-ADJUSTMENT (WS-CT-J)
               MOVE SPACES TO WS-CT-REASON-TEXT (WS-CT-J)
           END-PERFORM
           .

      *> AFTER THE STEP: OPENING PLUS THE EXPLAINED DIFFERENCE MUST BE
      *> WHAT IS ON FILE NOW
       CHECK-CLOSING-BALANCE.
           MOVE "N" TO WS-CT-OUT-OF-BALANCE
           MOVE SPACES TO WS-CT-FIRST-FILE
           MOVE SPACES TO WS-CT-FIRST-TOTAL
           PERFORM VARYING WS-CT-J FROM 1 BY 1
               UNTIL WS-CT-J > WS-CT-COUNT
               COMPUTE WS-CT-BALANCE = WS-CT-OPENING (WS-CT-J)
                   + WS-CT-ADJUSTMENT (WS-CT-J)
               IF WS-CT-CURRENT (WS-CT-J) NOT = WS-CT-BALANCE
                   MOVE WS-CT-BALANCE TO WS-CT-SHOW-EXPECT
                   MOVE WS-CT-STEP-NAME TO WS-CT-SHOW-STEP
                   PERFORM REPORT-CONTROL-MISMATCH
               END-IF
           END-PERFORM
           .

       REPORT-CONTROL-MISMATCH.
           MOVE "Y" TO WS-CT-OUT-OF-BALANCE
           IF WS-CT-FIRST-FILE = SPACES
               MOVE WS-CT-FILE (WS-CT-J) TO WS-CT-FIRST-FILE
               MOVE WS-CT-TOTAL (WS-CT-J) TO WS-CT-FIRST-TOTAL
           END-IF
           MOVE WS-CT-CURRENT (WS-CT-J) TO WS-CT-SHOW-VALUE
           MOVE SPACES TO WS-CT-MESSAGE
           STRING "OUT OF BALANCE: "
               FUNCTION TRIM(WS-CT-FILE (WS-CT-J) TRAILING) " "
               FUNCTION TRIM(WS-CT-TOTAL (WS-CT-J) TRAILING) " is "
               FUNCTION TRIM(WS-CT-SHOW-VALUE) ", expected "
               FUNCTION TRIM(WS-CT-SHOW-EXPECT) " ("
               FUNCTION TRIM(WS-CT-SHOW-STEP TRAILING) ")"
               INTO WS-CT-MESSAGE
           END-STRING
           PERFORM EMIT-CONTROL-LINE
           .

      *> APPENDS THIS STEP'S SET -- ONE ROW PER SLOT, ALL STAMPED ALIKE
       WRITE-CONTROL-TOTALS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CT-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CT-NOW
           OPEN EXTEND CONTROL-TOTALS-FILE
           IF WS-CTL-TOTALS-STATUS NOT = "00"
               OPEN OUTPUT CONTROL-TOTALS-FILE
           END-IF
           PERFORM VARYING WS-CT-J FROM 1 BY 1
               UNTIL WS-CT-J > WS-CT-COUNT
               MOVE WS-CT-TODAY TO CT-DATE
               MOVE WS-CT-NOW TO CT-TIME
               MOVE WS-CT-STEP-NAME TO CT-STEP
               MOVE WS-CT-FILE (WS-CT-J) TO CT-FILE-NAME
               MOVE WS-CT-TOTAL (WS-CT-J) TO CT-TOTAL-NAME
               MOVE WS-CT-CURRENT (WS-CT-J) TO CT-VALUE
               MOVE WS-CT-OPENING (WS-CT-J) TO CT-PRIOR-VALUE
               MOVE WS-CT-ADJUSTMENT (WS-CT-J) TO CT-ADJUSTMENT
               MOVE WS-CT-REASON-TEXT (WS-CT-J) TO CT-REASON
               WRITE CONTROL-TOTAL-RECORD
           END-PERFORM
           CLOSE CONTROL-TOTALS-FILE
           .

      *> RECORDS THE HALT IN joblog.doc -- A HALT IS NOT AN END, SO THE
      *> NEXT JOB'S PREREQUISITE CHECK REFUSES TO START -- AND PAGES OPS
       HALT-OUT-OF-BALANCE.
           OPEN EXTEND JOBLOG-FILE
           IF WS-JOBLOG-STATUS NOT = "00"
               OPEN OUTPUT JOBLOG-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO JG-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO JG-TIME
           MOVE WS-BUSINESS-DATE TO JG-BUSINESS-DATE
           MOVE WS-THIS-JOB-NAME TO JG-JOB-NAME
           MOVE "HALT" TO JG-EVENT
           MOVE "OOB" TO JG-RETURN-STATUS
           WRITE JOBLOG-RECORD
           CLOSE JOBLOG-FILE

           MOVE SPACES TO WS-ALERT-TEXT
           STRING "BATCH ALERT: "
               FUNCTION TRIM(WS-CT-STEP-NAME TRAILING)
               " halted - control totals out of balance on "
               FUNCTION TRIM(WS-CT-FIRST-FILE TRAILING) " "
               FUNCTION TRIM(WS-CT-FIRST-TOTAL TRAILING) "."
               INTO WS-ALERT-TEXT
           END-STRING
           PERFORM SEND-OPERATOR-ALERT
           MOVE "Chain halted - control totals out of balance." TO WS-CT-MESSAGE
           PERFORM EMIT-CONTROL-LINE
           .

      *> THE ALERT GOES TO EVERY NAMED OPERATOR, OR TO THE SHARED
      *> "admin" INBOX WHILE operators.doc IS EMPTY
       SEND-OPERATOR-ALERT.
           MOVE "N" TO WS-OPS-NOTIFIED
           MOVE "N" TO WS-OPERATORS-EOF
           OPEN INPUT OPERATORS-FILE
           IF WS-OPERATORS-STATUS NOT = "00"
               MOVE "Y" TO WS-OPERATORS-EOF
           END-IF
           PERFORM UNTIL WS-OPERATORS-EOF = "Y"
               READ OPERATORS-FILE
                   AT END MOVE "Y" TO WS-OPERATORS-EOF
                   NOT AT END
                       IF OP-NAME NOT = SPACES
                           MOVE "Y" TO WS-OPS-NOTIFIED
                           OPEN EXTEND NOTIFICATIONS-FILE
                           IF WS-NOTIFY-STATUS NOT = "00"
                               OPEN OUTPUT NOTIFICATIONS-FILE
                           END-IF
                           MOVE OP-NAME TO NT-USERNAME
                           MOVE FUNCTION CURRENT-DATE(1:14) TO NT-TIMESTAMP
                           MOVE WS-ALERT-TEXT TO NT-TEXT
                           WRITE NOTIFICATION-RECORD
                           CLOSE NOTIFICATIONS-FILE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OPERATORS-STATUS NOT = "35"
               CLOSE OPERATORS-FILE
           END-IF
           IF WS-OPS-NOTIFIED = "N"
               OPEN EXTEND NOTIFICATIONS-FILE
               IF WS-NOTIFY-STATUS NOT = "00"
                   OPEN OUTPUT NOTIFICATIONS-FILE
               END-IF
               MOVE "admin" TO NT-USERNAME
               MOVE FUNCTION CURRENT-DATE(1:14) TO NT-TIMESTAMP
               MOVE WS-ALERT-TEXT TO NT-TEXT
               WRITE NOTIFICATION-RECORD
               CLOSE NOTIFICATIONS-FILE
           END-IF
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
