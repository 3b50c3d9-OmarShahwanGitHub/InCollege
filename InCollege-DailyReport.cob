               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PR-USERNAME
               FILE STATUS IS WS-PROFILE-STATUS.
      *> INDEXED NOW -- SEE THE MAIN PROGRAM'S FD
           SELECT CONNECTION-REQUESTS-FILE ASSIGN TO "connection_requests.doc"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-KEY
               ALTERNATE RECORD KEY IS CR-RECEIVER WITH DUPLICATES
               FILE STATUS IS WS-CONN-REQ-STATUS.
      *> INDEXED NOW -- SEE THE MAIN PROGRAM'S FD
           SELECT CONNECTIONS-FILE ASSIGN TO "connections.doc"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-KEY
               ALTERNATE RECORD KEY IS CN-USER-TWO WITH DUPLICATES
               FILE STATUS IS WS-CONNECTION-STATUS.
           SELECT JOBS-FILE ASSIGN TO "jobs.doc"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JR-ID
               FILE STATUS IS WS-JOBS-FILE-STATUS.
      *> INDEXED NOW -- SEE THE MAIN PROGRAM'S FD
           SELECT APPLICATIONS-FILE ASSIGN TO "applications.doc"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APP-KEY
               ALTERNATE RECORD KEY IS APP-JOB-ID WITH DUPLICATES
               FILE STATUS IS WS-APPLICATIONS-STATUS.
      *> INDEXED NOW -- SEE THE MAIN PROGRAM'S FD
           SELECT MESSAGES-FILE ASSIGN TO "messages.doc"
           SELECT JOBLOG-FILE ASSIGN TO "joblog.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.
      *> BUSINESS-DATE CONTROL RECORD -- SEE LOAD-BUSINESS-DATE
           SELECT BUSINESS-DATE-FILE ASSIGN TO "business_date.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "daily-activity.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       FD CONNECTION-REQUESTS-FILE.
       01 CONNECTION-REQUEST-RECORD.
           05 CR-KEY.
               10 CR-SENDER PIC X(20).
               10 CR-RECEIVER PIC X(20).
           05 CR-TIMESTAMP PIC X(20).

       FD CONNECTIONS-FILE.
       01 CONNECTION-RECORD.
           05 CN-KEY.
               10 CN-USER-ONE PIC X(20).
               10 CN-USER-TWO PIC X(20).
           05 CN-DATE     PIC 9(8).

       FD JOBS-FILE.
           05 JR-CATEGORY        PIC X(20).
      *> HEADCOUNT ON THE REQUISITION -- SEE THE MAIN PROGRAM'S FD
           05 JR-OPENINGS        PIC 9(3).
      *> SPONSORSHIP FLAG ON THE LISTING -- SEE THE MAIN PROGRAM'S FD
           05 JR-SPONSORSHIP     PIC X(01).
      *> PARTNER-BOARD SYNDICATION OPT-OUT -- SEE THE MAIN PROGRAM'S FD
           05 JR-SYNDICATE       PIC X(01).

       FD APPLICATIONS-FILE.
       01 APPLICATION-RECORD.
           05 APP-KEY.
               10 APP-USERNAME   PIC X(20).
               10 APP-JOB-ID     PIC 9(4).
           05 APP-STATUS     PIC X(01) VALUE "A".
           05 APP-COVER-NOTE  PIC X(200).
           05 APP-NAME        PIC X(40).
      *> "START" OR "END"
           05 JG-EVENT         PIC X(5).
           05 JG-RETURN-STATUS PIC X(4).
      *> THE DATE THE RUN PROCESSED AS OF -- JG-DATE IS WHEN IT RAN
           05 JG-BUSINESS-DATE PIC 9(8).

      *> ONE RECORD: THE DATE THE NIGHTLY BATCH PROCESSES AS OF
       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BD-DATE          PIC 9(8).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(100).
      *> HAS APPEARED IN joblog.doc AT LEAST ONCE, SO A SITE THAT RUNS
      *> ONLY SOME OF THE JOBS IS NOT BLOCKED
       77  WS-JOBLOG-STATUS      PIC XX.
       77  WS-BUSINESS-DATE-STATUS PIC XX.
      *> THE DATE THIS RUN PROCESSES AS OF, AND THE REAL ONE
       77  WS-BUSINESS-DATE      PIC 9(8) VALUE 0.
       77  WS-CLOCK-DATE         PIC 9(8) VALUE 0.
       77  WS-JOBLOG-EOF         PIC X VALUE "N".
       77  WS-RUN-CONTROL-OK     PIC X VALUE "Y".
       77  WS-JOBLOG-TODAY       PIC 9(8) VALUE 0.
       77  WS-JOBLOG-ROW-BDATE   PIC 9(8) VALUE 0.
       77  WS-THIS-JOB-NAME      PIC X(12) VALUE "DAILYREPORT".
       77  WS-PREREQ-JOB-NAME    PIC X(12) VALUE "RECONCILE".
       77  WS-PREREQ-DONE-TODAY  PIC X VALUE "N".
       77  WS-STATS-HIST-STATUS   PIC XX.
       77  WS-ALUMNI-EOF          PIC X VALUE "N".
       77  WS-ALUMNI-COUNT        PIC 9(6) VALUE 0.
      *> ACCOUNT-STATUS "D" -- SEE InCollege-Dormancy.cob
       77  WS-DORMANT-COUNT       PIC 9(6) VALUE 0.
       77  WS-PROFILE-STATUS      PIC XX.
       77  WS-CONN-REQ-STATUS     PIC XX.
       77  WS-CONNECTION-STATUS   PIC XX.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM CHECK-RUN-CONTROL
           IF WS-RUN-CONTROL-OK NOT = "Y"
               STOP RUN
           STOP RUN.

       INITIALIZE-REPORT.
           MOVE WS-BUSINESS-DATE TO WS-REPORT-DATE
           OPEN OUTPUT REPORT-FILE
           .

               PERFORM UNTIL WS-ACCOUNTS-EOF = "Y"
                   READ ACCOUNTS-FILE
                       AT END MOVE "Y" TO WS-ACCOUNTS-EOF
                       NOT AT END
                           ADD 1 TO WS-ACCOUNT-COUNT
                           IF ACCOUNT-STATUS = "D"
                               ADD 1 TO WS-DORMANT-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNTS-FILE
           IF WS-CONN-REQ-STATUS = "00"
               MOVE "N" TO WS-CONN-REQ-EOF
               PERFORM UNTIL WS-CONN-REQ-EOF = "Y"
                   READ CONNECTION-REQUESTS-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-CONN-REQ-EOF
                       NOT AT END ADD 1 TO WS-PENDING-REQ-COUNT
                   END-READ
           IF WS-CONNECTION-STATUS = "00"
               MOVE "N" TO WS-CONNECTION-EOF
               PERFORM UNTIL WS-CONNECTION-EOF = "Y"
                   READ CONNECTIONS-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-CONNECTION-EOF
                       NOT AT END ADD 1 TO WS-CONNECTION-COUNT
                   END-READ
           IF WS-APPLICATIONS-STATUS = "00"
               MOVE "N" TO WS-APPLICATIONS-EOF
               PERFORM UNTIL WS-APPLICATIONS-EOF = "Y"
                   READ APPLICATIONS-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-APPLICATIONS-EOF
                       NOT AT END
                           ADD 1 TO WS-APPS-TOTAL-COUNT
           MOVE "  Of Which Alumni:        " TO WS-REPORT-LABEL
           MOVE WS-ALUMNI-COUNT TO WS-REPORT-VALUE
           PERFORM WRITE-REPORT-LINE
           MOVE "  Of Which Dormant:       " TO WS-REPORT-LABEL
           MOVE WS-DORMANT-COUNT TO WS-REPORT-VALUE
           PERFORM WRITE-REPORT-LINE
           MOVE "Total Profiles:           " TO WS-REPORT-LABEL
           MOVE WS-PROFILE-COUNT TO WS-REPORT-VALUE
           PERFORM WRITE-REPORT-LINE
                       IF JG-DATE = WS-JOBLOG-TODAY
                           PERFORM NOTE-JOBLOG-EVENT
                       END-IF
      *> THE PREREQUISITE HAS TO HAVE FINISHED FOR THIS RUN'S BUSINESS
      *> DATE -- ROWS FROM BEFORE THE BUSINESS DATE WAS LOGGED COUNT
      *> AS OF THE DAY THEY RAN
                       MOVE JG-DATE TO WS-JOBLOG-ROW-BDATE
                       IF JG-BUSINESS-DATE NUMERIC
                           AND JG-BUSINESS-DATE > 0
                           MOVE JG-BUSINESS-DATE TO WS-JOBLOG-ROW-BDATE
                       END-IF
                       IF JG-JOB-NAME = WS-PREREQ-JOB-NAME
                           AND WS-JOBLOG-ROW-BDATE = WS-BUSINESS-DATE
                           IF JG-EVENT = "END"
                               MOVE "Y" TO WS-PREREQ-DONE-TODAY
                           ELSE
                               MOVE "N" TO WS-PREREQ-DONE-TODAY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-JOBLOG-STATUS NOT = "35"
                   MOVE WS-JOBLOG-SLOT-JOB(WS-JOBLOG-SLOT-IDX)
                       TO WS-INFLIGHT-JOB
               END-IF
               SET WS-JOBLOG-SLOT-IDX UP BY 1
           END-PERFORM

               MOVE "N" TO WS-RUN-CONTROL-OK
               DISPLAY "Run refused: prerequisite "
                   FUNCTION TRIM(WS-PREREQ-JOB-NAME)
                   " has not completed for business date "
                   WS-BUSINESS-DATE
           END-IF
           .

           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO JG-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO JG-TIME
           MOVE WS-BUSINESS-DATE TO JG-BUSINESS-DATE
           MOVE WS-THIS-JOB-NAME TO JG-JOB-NAME
           MOVE "START" TO JG-EVENT
           MOVE SPACES TO JG-RETURN-STATUS
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO JG-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO JG-TIME
           MOVE WS-BUSINESS-DATE TO JG-BUSINESS-DATE
           MOVE WS-THIS-JOB-NAME TO JG-JOB-NAME
           MOVE "END" TO JG-EVENT
           MOVE "OK" TO JG-RETURN-STATUS
           CLOSE JOBLOG-FILE
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
