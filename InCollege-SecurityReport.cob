           SELECT REPORT-FILE ASSIGN TO "security-anomaly.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      *> BUSINESS-DATE CONTROL RECORD -- SEE LOAD-BUSINESS-DATE
           SELECT BUSINESS-DATE-FILE ASSIGN TO "business_date.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 AU-USERNAME  PIC X(20).
           05 AU-ACTION    PIC X(12).
           05 AU-KEY       PIC X(24).
      *> CHAIN FIELDS -- SEE InCollegewithEpic7.cob
           05 AU-SEAL-TYPE PIC X(01).
           05 AU-SEAL-SEQ  PIC 9(9).
           05 AU-SEAL-CHECK PIC 9(10).

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           05 JL-ACTION    PIC X(01).
           05 JL-KEY       PIC X(44).
           05 JL-IMAGE     PIC X(3100).
      *> CHAIN FIELDS -- SEE InCollegewithEpic7.cob
           05 JL-SEAL-TYPE PIC X(01).
           05 JL-SEAL-SEQ  PIC 9(9).
           05 JL-SEAL-CHECK PIC 9(10).

       FD OPERATORS-FILE.
       01 OPERATOR-RECORD.
       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(120).

      *> ONE RECORD: THE DATE THE NIGHTLY BATCH PROCESSES AS OF
       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BD-DATE          PIC 9(8).

       WORKING-STORAGE SECTION.
       77  WS-LOGIN-HIST-STATUS PIC XX.
       77  WS-AUDIT-STATUS      PIC XX.
       77  WS-JOURNAL-STATUS    PIC XX.
       77  WS-OPERATORS-STATUS  PIC XX.
       77  WS-REPORT-STATUS     PIC XX.
       77  WS-BUSINESS-DATE-STATUS PIC XX.
      *> THE DATE THIS RUN PROCESSES AS OF, AND THE REAL ONE
       77  WS-BUSINESS-DATE      PIC 9(8) VALUE 0.
       77  WS-CLOCK-DATE         PIC 9(8) VALUE 0.
       77  WS-LOGIN-HIST-EOF    PIC X VALUE "N".
       77  WS-AUDIT-EOF         PIC X VALUE "N".
       77  WS-JOURNAL-EOF       PIC X VALUE "N".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           COMPUTE WS-YESTERDAY = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 1)

               READ AUDIT-FILE INTO AUDIT-RECORD
                   AT END MOVE "Y" TO WS-AUDIT-EOF
                   NOT AT END
      *> DAY SEALS AND REDACTION ENTRIES ARE NOBODY'S ACTIONS
                       IF AU-SEAL-TYPE NOT = "S"
                           AND AU-SEAL-TYPE NOT = "X"
                           PERFORM TALLY-USER-VOLUME
                           PERFORM NOTE-OPERATOR-FIRST
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AUDIT-STATUS NOT = "35"
               READ AUDIT-FILE INTO AUDIT-RECORD
                   AT END MOVE "Y" TO WS-AUDIT-EOF
                   NOT AT END
                       IF AU-SEAL-TYPE NOT = "S"
                           AND AU-SEAL-TYPE NOT = "X"
                           PERFORM CHECK-ONE-WINDOW-ACTION
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AUDIT-STATUS NOT = "35"
               END-IF
           END-PERFORM
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
