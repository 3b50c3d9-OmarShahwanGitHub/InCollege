      *> === INCOLLEGE AUDIT / JOURNAL SEAL VERIFICATION ===
      *> audit.doc and journal.doc are plain LINE SEQUENTIAL files, so
      *> on their own nothing stops a line being edited or deleted and
      *> the security anomaly report and InCollege-Recover.cob trusting
      *> what is left. Every writer now chains each new row to the one
      *> before it: a sequence number and a check value folded from the
      *> row's bytes and the previous row's check value (see
      *> CHAIN-AUDIT-ROW in InCollegewithEpic7.cob), with the running
      *> state kept in seal_state.doc. The first write of each day
      *> closes the day before with a seal row carrying that day's row
      *> count.
      *>
      *> This nightly job (SEALVERIFY in batch-queue.doc) re-walks both
      *> files from the top and reports, per file, in seal-verify.rpt:
      *>   - broken links: a check value that does not recompute (a row
      *>     altered), a sequence gap (rows deleted or slipped in), an
      *>     unchained row after the chain began, a file that stops
      *>     short of where seal_state.doc says it ends, or rows emptied
      *>     without a matching redaction entry;
      *>   - missing days: a day whose rows run straight into the next
      *>     day with no seal, or a seal whose count disagrees with the
      *>     rows actually found for that day;
      *>   - out-of-order timestamps;
      *> with the first of each kind spelled out. Rows InCollege-Purge
      *> emptied ("P") keep their original check value and are carried
      *> through unrecomputed, balanced against the sealed "X"
      *> redaction entries Purge appends. Rows written before chaining
      *> began are counted but not judged.
      *> Afterwards any day still open from before today is sealed, so
      *> a quiet morning does not leave yesterday open. Any finding
      *> pages the operators.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCOLLEGE-SEAL-VERIFY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "audit.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "journal.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
      *> RUNNING CHECK-VALUE STATE FOR THE audit.doc AND journal.doc
      *> CHAINS -- SEE CHAIN-AUDIT-ROW
           SELECT SEAL-STATE-FILE ASSIGN TO "seal_state.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEAL-STATE-STATUS.
           SELECT OPERATORS-FILE ASSIGN TO "operators.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATORS-STATUS.
           SELECT NOTIFICATIONS-FILE ASSIGN TO "notifications.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.
           SELECT REPORT-FILE ASSIGN TO "seal-verify.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> SEE InCollegewithEpic7.cob FOR THE FULL DESCRIPTION
       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           05 AU-TIMESTAMP PIC X(14).
           05 AU-USERNAME  PIC X(20).
           05 AU-ACTION    PIC X(12).
           05 AU-KEY       PIC X(24).
      *> TAMPER-EVIDENT CHAIN: "R" ROW, "S" DAY SEAL, "X" REDACTION
      *> ENTRY, "P" ROW BLANKED BY InCollege-Purge.cob; SPACE ON ROWS
      *> WRITTEN BEFORE THE CHAIN STARTED. THE CHECK VALUE COVERS
      *> EVERYTHING ABOVE IT PLUS THE PREVIOUS ROW'S CHECK VALUE
           05 AU-SEAL-TYPE PIC X(01).
           05 AU-SEAL-SEQ  PIC 9(9).
           05 AU-SEAL-CHECK PIC 9(10).
      *> SEE InCollegewithEpic7.cob FOR THE FULL DESCRIPTION
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           05 JL-TIMESTAMP PIC X(14).
           05 JL-FILE-ID   PIC X(12).
           05 JL-ACTION    PIC X(01).
           05 JL-KEY       PIC X(44).
           05 JL-IMAGE     PIC X(3100).
      *> TAMPER-EVIDENT CHAIN -- SAME FIELDS AS audit.doc: "R" ROW,
      *> "S" DAY SEAL, "X" REDACTION ENTRY, "P" ROW EMPTIED BY
      *> InCollege-Purge.cob, SPACE BEFORE THE CHAIN STARTED
           05 JL-SEAL-TYPE PIC X(01).
           05 JL-SEAL-SEQ  PIC 9(9).
           05 JL-SEAL-CHECK PIC 9(10).
      *> ONE ROW PER CHAINED FILE: THE LAST SEQUENCE NUMBER AND CHECK
      *> VALUE WRITTEN, AND THE DAY STILL OPEN WITH ITS ROW COUNT SO FAR
       FD SEAL-STATE-FILE.
       01 SEAL-STATE-RECORD.
           05 SS-FILE-NAME     PIC X(12).
           05 SS-LAST-SEQ      PIC 9(9).
           05 SS-LAST-CHECK    PIC 9(10).
           05 SS-OPEN-DATE     PIC 9(8).
           05 SS-OPEN-ROWS     PIC 9(9).
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

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
       77  WS-AUDIT-STATUS      PIC XX.
       77  WS-JOURNAL-STATUS    PIC XX.
       77  WS-OPERATORS-STATUS  PIC XX.
       77  WS-OPERATORS-EOF     PIC X VALUE "N".
       77  WS-NOTIFY-STATUS     PIC XX.
       77  WS-OPS-NOTIFIED      PIC X VALUE "N".
       77  WS-ALERT-TEXT        PIC X(100).
       77  WS-REPORT-STATUS     PIC XX.
       77  WS-FILE-EOF          PIC X VALUE "N".
       77  WS-TODAY-DATE        PIC 9(8) VALUE 0.
       77  WS-COUNT-DISPLAY     PIC ZZZ,ZZZ,ZZ9.
       77  WS-SEQ-DISPLAY       PIC Z(8)9.
       77  WS-SEQ-DISPLAY-2     PIC Z(8)9.
       77  WS-FAILURES          PIC 9(6) VALUE 0.

      *> === AUDIT / JOURNAL CHAIN WORKING STORAGE ===
      *> seal_state.doc LOADED BY LOAD-SEAL-STATE: SLOT 1 IS audit.doc,
      *> SLOT 2 journal.doc, SAME LAYOUT AS SEAL-STATE-RECORD
       77  WS-SEAL-STATE-STATUS PIC XX.
       77  WS-SEAL-STATE-EOF    PIC X VALUE "N".
       01  WS-SEAL-STATE-TABLE.
           05 WS-SEAL-STATE OCCURS 2 TIMES.
               10 WS-SEAL-FILE-NAME  PIC X(12).
               10 WS-SEAL-LAST-SEQ   PIC 9(9).
               10 WS-SEAL-LAST-CHECK PIC 9(10).
               10 WS-SEAL-OPEN-DATE  PIC 9(8).
               10 WS-SEAL-OPEN-ROWS  PIC 9(9).
       77  WS-SEAL-SLOT         PIC 9 VALUE 0.
       77  WS-SEAL-TODAY        PIC 9(8) VALUE 0.
       77  WS-SEAL-ROW-DATE     PIC 9(8) VALUE 0.
       77  WS-SEAL-TYPE         PIC X VALUE SPACE.
      *> THE BYTES A CHECK VALUE COVERS, AND THE RUNNING VALUE ITSELF
       77  WS-SEAL-BUFFER       PIC X(3181).
       77  WS-SEAL-LENGTH       PIC 9(4) VALUE 0.
       77  WS-SEAL-I            PIC 9(4) VALUE 0.
       77  WS-SEAL-HASH         PIC 9(12) VALUE 0.
      *> "Y" WHEN THE WRITER HAD TO CREATE THE FILE -- A DELETED
      *> journal.doc (CLEARED AFTER A RECOVERY) STARTS A FRESH CHAIN
       77  WS-SEAL-NEW-FILE     PIC X VALUE "N".
      *> A CALLER'S HALF-BUILT ROW, PARKED WHILE A DAY SEAL GOES OUT
       77  WS-SEAL-HOLD         PIC X(3191).
       77  WS-SEAL-COUNT-TEXT   PIC 9(9).
      *> === ONE FILE'S WALK ===
      *> THE ROW IN HAND, COPIED OUT OF WHICHEVER FD IT CAME FROM
       77  WS-V-FILE-NAME       PIC X(12).
       77  WS-V-TYPE            PIC X.
       77  WS-V-SEQ             PIC 9(9).
       77  WS-V-CHECK           PIC 9(10).
       77  WS-V-TIMESTAMP       PIC X(14).
       77  WS-V-ROW-DATE        PIC 9(8).
      *> A SEAL'S DAY AND ROW COUNT, AND A REDACTION ENTRY'S ROW COUNT
       77  WS-V-SEAL-DATE       PIC X(8).
       77  WS-V-SEAL-ROWS       PIC X(9).
       77  WS-V-REDACT-ROWS     PIC X(9).
      *> WHERE THE CHAIN HAS GOT TO
       77  WS-V-STARTED         PIC X VALUE "N".
       77  WS-V-PREV-SEQ        PIC 9(9) VALUE 0.
       77  WS-V-PREV-CHECK      PIC 9(10) VALUE 0.
       77  WS-V-PREV-TS         PIC X(14).
       77  WS-V-DAY             PIC 9(8) VALUE 0.
       77  WS-V-DAY-ROWS        PIC 9(9) VALUE 0.
       77  WS-V-NUMBER          PIC 9(9) VALUE 0.
      *> WHAT IT FOUND
       77  WS-V-ROWS-READ       PIC 9(9) VALUE 0.
       77  WS-V-LEGACY          PIC 9(9) VALUE 0.
       77  WS-V-SEALS           PIC 9(9) VALUE 0.
       77  WS-V-PURGED          PIC 9(9) VALUE 0.
       77  WS-V-REDACTED        PIC 9(9) VALUE 0.
       77  WS-V-BREAKS          PIC 9(6) VALUE 0.
       77  WS-V-DAY-FAULTS      PIC 9(6) VALUE 0.
       77  WS-V-ORDER-FAULTS    PIC 9(6) VALUE 0.
       77  WS-V-MESSAGE         PIC X(100).
       77  WS-V-FIRST-BREAK     PIC X(100).
       77  WS-V-FIRST-DAY       PIC X(100).
       77  WS-V-FIRST-ORDER     PIC X(100).
       77  WS-V-SEALED-DAY      PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           OPEN OUTPUT REPORT-FILE
           MOVE "=== InCollege Audit / Journal Seal Verification ===" TO REPORT-RECORD
           DISPLAY FUNCTION TRIM(REPORT-RECORD)
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Run Date: " WS-TODAY-DATE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM LOAD-SEAL-STATE
           PERFORM VERIFY-AUDIT-CHAIN
           PERFORM VERIFY-JOURNAL-CHAIN
           PERFORM CLOSE-OPEN-DAYS

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-FAILURES = 0
               MOVE "RESULT: both chains intact." TO REPORT-RECORD
           ELSE
               MOVE WS-FAILURES TO WS-COUNT-DISPLAY
               STRING "RESULT: *** " FUNCTION TRIM(WS-COUNT-DISPLAY)
                   " finding(s) - possible tampering, see above ***"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               MOVE "SEALVERIFY: audit/journal chain check failed - see seal-verify.rpt."
                   TO WS-ALERT-TEXT
               PERFORM SEND-OPERATOR-ALERT
           END-IF
           DISPLAY FUNCTION TRIM(REPORT-RECORD)
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE
           STOP RUN.

      *> audit.doc: THE CHECK VALUE COVERS THE FIRST 80 BYTES
       VERIFY-AUDIT-CHAIN.
           MOVE "audit.doc" TO WS-V-FILE-NAME
           MOVE 1 TO WS-SEAL-SLOT
           PERFORM RESET-CHAIN-WALK
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ AUDIT-FILE
                       AT END MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           MOVE AU-SEAL-TYPE TO WS-V-TYPE
                           MOVE AU-SEAL-SEQ TO WS-V-SEQ
                           MOVE AU-SEAL-CHECK TO WS-V-CHECK
                           MOVE AU-TIMESTAMP TO WS-V-TIMESTAMP
                           MOVE AU-KEY (1:8) TO WS-V-SEAL-DATE
                           MOVE AU-KEY (10:9) TO WS-V-SEAL-ROWS
                           MOVE AU-KEY (1:9) TO WS-V-REDACT-ROWS
                           MOVE AUDIT-RECORD (1:80) TO WS-SEAL-BUFFER
                           MOVE 80 TO WS-SEAL-LENGTH
                           PERFORM CHECK-CHAIN-ROW
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF
           PERFORM CHECK-CHAIN-END
           PERFORM REPORT-CHAIN-WALK
           .

      *> journal.doc: THE CHECK VALUE COVERS THE WHOLE ROW BUT ITSELF
       VERIFY-JOURNAL-CHAIN.
           MOVE "journal.doc" TO WS-V-FILE-NAME
           MOVE 2 TO WS-SEAL-SLOT
           PERFORM RESET-CHAIN-WALK
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "00"
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ JOURNAL-FILE
                       AT END MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           MOVE JL-SEAL-TYPE TO WS-V-TYPE
                           MOVE JL-SEAL-SEQ TO WS-V-SEQ
                           MOVE JL-SEAL-CHECK TO WS-V-CHECK
                           MOVE JL-TIMESTAMP TO WS-V-TIMESTAMP
                           MOVE JL-KEY (1:8) TO WS-V-SEAL-DATE
                           MOVE JL-KEY (10:9) TO WS-V-SEAL-ROWS
                           MOVE JL-KEY (1:9) TO WS-V-REDACT-ROWS
                           MOVE JOURNAL-RECORD (1:3181) TO WS-SEAL-BUFFER
                           MOVE 3181 TO WS-SEAL-LENGTH
                           PERFORM CHECK-CHAIN-ROW
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF
           PERFORM CHECK-CHAIN-END
           PERFORM REPORT-CHAIN-WALK
           .

       RESET-CHAIN-WALK.
           MOVE "N" TO WS-V-STARTED
           MOVE 0 TO WS-V-PREV-SEQ
           MOVE 0 TO WS-V-PREV-CHECK
           MOVE SPACES TO WS-V-PREV-TS
           MOVE 0 TO WS-V-DAY
           MOVE 0 TO WS-V-DAY-ROWS
           MOVE 0 TO WS-V-ROWS-READ
           MOVE 0 TO WS-V-LEGACY
           MOVE 0 TO WS-V-SEALS
           MOVE 0 TO WS-V-PURGED
           MOVE 0 TO WS-V-REDACTED
           MOVE 0 TO WS-V-BREAKS
           MOVE 0 TO WS-V-DAY-FAULTS
           MOVE 0 TO WS-V-ORDER-FAULTS
           MOVE SPACES TO WS-V-FIRST-BREAK
           MOVE SPACES TO WS-V-FIRST-DAY
           MOVE SPACES TO WS-V-FIRST-ORDER
           .

      *> ONE ROW AGAINST THE CHAIN SO FAR. AFTER A FINDING THE WALK
      *> CARRIES ON FROM THE ROW AS FOUND, SO ONE BAD ROW IS ONE FINDING
      *> AND NOT EVERY ROW AFTER IT
       CHECK-CHAIN-ROW.
           ADD 1 TO WS-V-ROWS-READ
           MOVE WS-V-PREV-SEQ TO WS-SEQ-DISPLAY
           IF WS-V-TYPE = SPACE
               IF WS-V-STARTED = "N"
                   ADD 1 TO WS-V-LEGACY
               ELSE
                   MOVE SPACES TO WS-V-MESSAGE
                   STRING "unchained row after sequence "
                       FUNCTION TRIM(WS-SEQ-DISPLAY)
                       DELIMITED BY SIZE INTO WS-V-MESSAGE
                   END-STRING
                   PERFORM NOTE-BROKEN-LINK
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-V-PREV-TS NOT = SPACES
               AND WS-V-TIMESTAMP < WS-V-PREV-TS
               MOVE WS-V-SEQ TO WS-SEQ-DISPLAY-2
               MOVE SPACES TO WS-V-MESSAGE
               STRING "sequence " FUNCTION TRIM(WS-SEQ-DISPLAY-2)
                   " stamped " WS-V-TIMESTAMP
                   ", before the row ahead of it (" WS-V-PREV-TS ")"
                   DELIMITED BY SIZE INTO WS-V-MESSAGE
               END-STRING
               PERFORM NOTE-ORDER-FAULT
           END-IF
           MOVE WS-V-TIMESTAMP TO WS-V-PREV-TS

           IF WS-V-TYPE = "P"
               ADD 1 TO WS-V-PURGED
           END-IF
           MOVE WS-V-SEQ TO WS-SEQ-DISPLAY-2
           IF WS-V-SEQ NOT = WS-V-PREV-SEQ + 1
               MOVE SPACES TO WS-V-MESSAGE
               STRING "sequence " FUNCTION TRIM(WS-SEQ-DISPLAY-2)
                   " follows sequence " FUNCTION TRIM(WS-SEQ-DISPLAY)
                   " - rows missing or slipped in"
                   DELIMITED BY SIZE INTO WS-V-MESSAGE
               END-STRING
               PERFORM NOTE-BROKEN-LINK
           ELSE
               IF WS-V-TYPE NOT = "P"
                   MOVE WS-V-PREV-CHECK TO WS-SEAL-HASH
                   PERFORM COMPUTE-SEAL-CHECK
                   IF WS-SEAL-HASH NOT = WS-V-CHECK
                       MOVE SPACES TO WS-V-MESSAGE
                       STRING "check value does not match at sequence "
                           FUNCTION TRIM(WS-SEQ-DISPLAY-2)
                           " - row altered"
                           DELIMITED BY SIZE INTO WS-V-MESSAGE
                       END-STRING
                       PERFORM NOTE-BROKEN-LINK
                   END-IF
               END-IF
           END-IF
           MOVE "Y" TO WS-V-STARTED
           MOVE WS-V-SEQ TO WS-V-PREV-SEQ
           MOVE WS-V-CHECK TO WS-V-PREV-CHECK

           IF WS-V-TYPE = "S"
               PERFORM CHECK-DAY-SEAL
           ELSE
               PERFORM COUNT-DAY-ROW
           END-IF

           IF WS-V-TYPE = "X"
               IF WS-V-REDACT-ROWS IS NUMERIC
                   MOVE WS-V-REDACT-ROWS TO WS-V-NUMBER
                   ADD WS-V-NUMBER TO WS-V-REDACTED
               END-IF
               IF WS-V-REDACTED > WS-V-PURGED
                   MOVE SPACES TO WS-V-MESSAGE
                   STRING "redaction entry at sequence "
                       FUNCTION TRIM(WS-SEQ-DISPLAY-2)
                       " claims more rows than were emptied"
                       DELIMITED BY SIZE INTO WS-V-MESSAGE
                   END-STRING
                   PERFORM NOTE-BROKEN-LINK
               END-IF
           END-IF
           .

      *> A SEAL MUST NAME THE DAY STILL OPEN AND AGREE WITH ITS COUNT
       CHECK-DAY-SEAL.
           ADD 1 TO WS-V-SEALS
           MOVE 0 TO WS-V-NUMBER
           IF WS-V-SEAL-ROWS IS NUMERIC
               MOVE WS-V-SEAL-ROWS TO WS-V-NUMBER
           END-IF
           IF WS-V-SEAL-DATE NOT = WS-V-DAY
               OR WS-V-NUMBER NOT = WS-V-DAY-ROWS
               MOVE WS-V-DAY-ROWS TO WS-SEQ-DISPLAY-2
               MOVE WS-V-NUMBER TO WS-SEQ-DISPLAY
               MOVE SPACES TO WS-V-MESSAGE
               STRING "seal for " WS-V-SEAL-DATE " counts "
                   FUNCTION TRIM(WS-SEQ-DISPLAY) " rows, the chain holds "
                   FUNCTION TRIM(WS-SEQ-DISPLAY-2) " for " WS-V-DAY
                   DELIMITED BY SIZE INTO WS-V-MESSAGE
               END-STRING
               PERFORM NOTE-DAY-FAULT
           END-IF
           MOVE 0 TO WS-V-DAY
           MOVE 0 TO WS-V-DAY-ROWS
           .

      *> ANY OTHER ROW BELONGS TO THE OPEN DAY. A NEW DATE WITH THE OLD
      *> DAY STILL OPEN MEANS THAT DAY'S SEAL IS MISSING
       COUNT-DAY-ROW.
           MOVE WS-V-TIMESTAMP (1:8) TO WS-V-ROW-DATE
           IF WS-V-DAY NOT = 0
               AND WS-V-ROW-DATE NOT = WS-V-DAY
               MOVE SPACES TO WS-V-MESSAGE
               STRING "day " WS-V-DAY " never sealed - sequence "
                   FUNCTION TRIM(WS-SEQ-DISPLAY-2) " on " WS-V-ROW-DATE
                   " follows it directly"
                   DELIMITED BY SIZE INTO WS-V-MESSAGE
               END-STRING
               PERFORM NOTE-DAY-FAULT
               MOVE 0 TO WS-V-DAY
               MOVE 0 TO WS-V-DAY-ROWS
           END-IF
           IF WS-V-DAY = 0
               MOVE WS-V-ROW-DATE TO WS-V-DAY
           END-IF
           ADD 1 TO WS-V-DAY-ROWS
           .

      *> THE FILE MUST END WHERE seal_state.doc SAYS THE CHAIN HAS GOT
      *> TO -- OTHERWISE ROWS WERE CUT FROM THE END, WHICH NO LINK
      *> INSIDE THE FILE CAN SHOW -- AND EVERY EMPTIED ROW NEEDS ITS
      *> REDACTION ENTRY
       CHECK-CHAIN-END.
           IF WS-V-PREV-SEQ NOT = WS-SEAL-LAST-SEQ (WS-SEAL-SLOT)
               OR WS-V-PREV-CHECK NOT = WS-SEAL-LAST-CHECK (WS-SEAL-SLOT)
               MOVE WS-V-PREV-SEQ TO WS-SEQ-DISPLAY
               MOVE WS-SEAL-LAST-SEQ (WS-SEAL-SLOT) TO WS-SEQ-DISPLAY-2
               MOVE SPACES TO WS-V-MESSAGE
               STRING "file ends at sequence " FUNCTION TRIM(WS-SEQ-DISPLAY)
                   ", seal_state.doc has the chain at "
                   FUNCTION TRIM(WS-SEQ-DISPLAY-2)
                   DELIMITED BY SIZE INTO WS-V-MESSAGE
               END-STRING
               PERFORM NOTE-BROKEN-LINK
           END-IF
           IF WS-V-DAY NOT = WS-SEAL-OPEN-DATE (WS-SEAL-SLOT)
               OR WS-V-DAY-ROWS NOT = WS-SEAL-OPEN-ROWS (WS-SEAL-SLOT)
               MOVE WS-V-DAY-ROWS TO WS-SEQ-DISPLAY
               MOVE WS-SEAL-OPEN-ROWS (WS-SEAL-SLOT) TO WS-SEQ-DISPLAY-2
               MOVE SPACES TO WS-V-MESSAGE
               STRING "open day " WS-V-DAY " holds "
                   FUNCTION TRIM(WS-SEQ-DISPLAY)
                   " rows, seal_state.doc counts "
                   FUNCTION TRIM(WS-SEQ-DISPLAY-2) " for "
                   WS-SEAL-OPEN-DATE (WS-SEAL-SLOT)
                   DELIMITED BY SIZE INTO WS-V-MESSAGE
               END-STRING
               PERFORM NOTE-DAY-FAULT
           END-IF
           IF WS-V-PURGED > WS-V-REDACTED
               COMPUTE WS-V-NUMBER = WS-V-PURGED - WS-V-REDACTED
               MOVE WS-V-NUMBER TO WS-SEQ-DISPLAY
               MOVE SPACES TO WS-V-MESSAGE
               STRING FUNCTION TRIM(WS-SEQ-DISPLAY)
                   " emptied row(s) with no redaction entry"
                   DELIMITED BY SIZE INTO WS-V-MESSAGE
               END-STRING
               PERFORM NOTE-BROKEN-LINK
           END-IF
           .

       NOTE-BROKEN-LINK.
           ADD 1 TO WS-V-BREAKS
           IF WS-V-FIRST-BREAK = SPACES
               MOVE WS-V-MESSAGE TO WS-V-FIRST-BREAK
           END-IF
           .

       NOTE-DAY-FAULT.
           ADD 1 TO WS-V-DAY-FAULTS
           IF WS-V-FIRST-DAY = SPACES
               MOVE WS-V-MESSAGE TO WS-V-FIRST-DAY
           END-IF
           .

       NOTE-ORDER-FAULT.
           ADD 1 TO WS-V-ORDER-FAULTS
           IF WS-V-FIRST-ORDER = SPACES
               MOVE WS-V-MESSAGE TO WS-V-FIRST-ORDER
           END-IF
           .

       REPORT-CHAIN-WALK.
           MOVE WS-V-FILE-NAME TO REPORT-RECORD
           DISPLAY FUNCTION TRIM(REPORT-RECORD)
           WRITE REPORT-RECORD
           MOVE WS-V-ROWS-READ TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "  Rows read:                  " WS-COUNT-DISPLAY
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-V-LEGACY TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "  Rows from before sealing:   " WS-COUNT-DISPLAY
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-V-SEALS TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "  Days sealed:                " WS-COUNT-DISPLAY
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-V-PURGED TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "  Rows emptied by purge:      " WS-COUNT-DISPLAY
               INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-V-BREAKS TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "  Broken links:               " WS-COUNT-DISPLAY
               INTO REPORT-RECORD
           DISPLAY FUNCTION TRIM(REPORT-RECORD)
           WRITE REPORT-RECORD
           IF WS-V-FIRST-BREAK NOT = SPACES
               MOVE SPACES TO REPORT-RECORD
               STRING "    first: " WS-V-FIRST-BREAK INTO REPORT-RECORD
               DISPLAY FUNCTION TRIM(REPORT-RECORD)
               WRITE REPORT-RECORD
           END-IF
           MOVE WS-V-DAY-FAULTS TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "  Missing or miscounted days: " WS-COUNT-DISPLAY
               INTO REPORT-RECORD
           DISPLAY FUNCTION TRIM(REPORT-RECORD)
           WRITE REPORT-RECORD
           IF WS-V-FIRST-DAY NOT = SPACES
               MOVE SPACES TO REPORT-RECORD
               STRING "    first: " WS-V-FIRST-DAY INTO REPORT-RECORD
               DISPLAY FUNCTION TRIM(REPORT-RECORD)
               WRITE REPORT-RECORD
           END-IF
           MOVE WS-V-ORDER-FAULTS TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "  Out-of-order timestamps:    " WS-COUNT-DISPLAY
               INTO REPORT-RECORD
           DISPLAY FUNCTION TRIM(REPORT-RECORD)
           WRITE REPORT-RECORD
           IF WS-V-FIRST-ORDER NOT = SPACES
               MOVE SPACES TO REPORT-RECORD
               STRING "    first: " WS-V-FIRST-ORDER INTO REPORT-RECORD
               DISPLAY FUNCTION TRIM(REPORT-RECORD)
               WRITE REPORT-RECORD
           END-IF
           ADD WS-V-BREAKS WS-V-DAY-FAULTS WS-V-ORDER-FAULTS
               TO WS-FAILURES
           .

      *> SEALS WHATEVER DAY IS STILL OPEN FROM BEFORE TODAY IN EITHER
      *> FILE. A FILE THAT IS NOT THERE IS LEFT ALONE RATHER THAN
      *> CREATED JUST TO HOLD A SEAL
       CLOSE-OPEN-DAYS.
           MOVE "N" TO WS-SEAL-NEW-FILE
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               PERFORM LOAD-SEAL-STATE
               MOVE WS-SEAL-OPEN-DATE (1) TO WS-V-SEALED-DAY
               PERFORM SEAL-AUDIT-DAY
               CLOSE AUDIT-FILE
               IF WS-SEAL-OPEN-DATE (1) = 0 AND WS-V-SEALED-DAY NOT = 0
                   PERFORM SAVE-SEAL-STATE
                   MOVE "audit.doc" TO WS-V-FILE-NAME
                   PERFORM REPORT-DAY-SEALED
               END-IF
           END-IF
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "00"
               PERFORM LOAD-SEAL-STATE
               MOVE WS-SEAL-OPEN-DATE (2) TO WS-V-SEALED-DAY
               PERFORM SEAL-JOURNAL-DAY
               CLOSE JOURNAL-FILE
               IF WS-SEAL-OPEN-DATE (2) = 0 AND WS-V-SEALED-DAY NOT = 0
                   PERFORM SAVE-SEAL-STATE
                   MOVE "journal.doc" TO WS-V-FILE-NAME
                   PERFORM REPORT-DAY-SEALED
               END-IF
           END-IF
           .

       REPORT-DAY-SEALED.
           MOVE SPACES TO REPORT-RECORD
           STRING FUNCTION TRIM(WS-V-FILE-NAME) ": day "
               WS-V-SEALED-DAY " sealed"
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           DISPLAY FUNCTION TRIM(REPORT-RECORD)
           WRITE REPORT-RECORD
           .

      *> THE CHAIN PARAGRAPHS BELOW ARE THE SAME AS THE MAIN PROGRAM'S
      *> -- SEE InCollegewithEpic7.cob
      *> seal_state.doc CARRIES EACH CHAIN FROM ONE WRITE TO THE NEXT.
      *> A MISSING FILE STARTS BOTH CHAINS AGAIN FROM ZERO, WHICH THE
      *> NIGHTLY VERIFICATION THEN REPORTS AS A BROKEN LINK
       LOAD-SEAL-STATE.
           PERFORM VARYING WS-SEAL-SLOT FROM 1 BY 1 UNTIL WS-SEAL-SLOT > 2
               MOVE 0 TO WS-SEAL-LAST-SEQ (WS-SEAL-SLOT)
               MOVE 0 TO WS-SEAL-LAST-CHECK (WS-SEAL-SLOT)
               MOVE 0 TO WS-SEAL-OPEN-DATE (WS-SEAL-SLOT)
               MOVE 0 TO WS-SEAL-OPEN-ROWS (WS-SEAL-SLOT)
           END-PERFORM
           MOVE "audit.doc" TO WS-SEAL-FILE-NAME (1)
           MOVE "journal.doc" TO WS-SEAL-FILE-NAME (2)
           OPEN INPUT SEAL-STATE-FILE
           IF WS-SEAL-STATE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SEAL-STATE-EOF
           PERFORM UNTIL WS-SEAL-STATE-EOF = "Y"
               READ SEAL-STATE-FILE
                   AT END MOVE "Y" TO WS-SEAL-STATE-EOF
                   NOT AT END
                       IF SS-FILE-NAME = "audit.doc"
                           MOVE SEAL-STATE-RECORD TO WS-SEAL-STATE (1)
                       END-IF
                       IF SS-FILE-NAME = "journal.doc"
                           MOVE SEAL-STATE-RECORD TO WS-SEAL-STATE (2)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SEAL-STATE-FILE
           .

       SAVE-SEAL-STATE.
           OPEN OUTPUT SEAL-STATE-FILE
           IF WS-SEAL-STATE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SEAL-SLOT FROM 1 BY 1 UNTIL WS-SEAL-SLOT > 2
               MOVE WS-SEAL-STATE (WS-SEAL-SLOT) TO SEAL-STATE-RECORD
               WRITE SEAL-STATE-RECORD
           END-PERFORM
           CLOSE SEAL-STATE-FILE
           .

      *> WS-SEAL-HASH ARRIVES HOLDING THE PREVIOUS ROW'S CHECK VALUE AND
      *> LEAVES HOLDING THIS ONE'S: EVERY BYTE OF WS-SEAL-BUFFER UP TO
      *> WS-SEAL-LENGTH IS FOLDED IN, SO CHANGING, DROPPING OR
      *> REORDERING ANY ROW CHANGES EVERY CHECK VALUE AFTER IT
       COMPUTE-SEAL-CHECK.
           PERFORM VARYING WS-SEAL-I FROM 1 BY 1
                   UNTIL WS-SEAL-I > WS-SEAL-LENGTH
               COMPUTE WS-SEAL-HASH = FUNCTION MOD(WS-SEAL-HASH * 31
                   + FUNCTION ORD(WS-SEAL-BUFFER (WS-SEAL-I:1)),
                   9999999967)
           END-PERFORM
           .

      *> A DAY SEAL CLOSES THE OPEN DAY AND STARTS A FRESH COUNT; ANY
      *> OTHER ROW OPENS ITS DAY IF NONE IS OPEN AND COUNTS INTO IT
       ADVANCE-SEAL-STATE.
           IF WS-SEAL-TYPE = "S"
               MOVE 0 TO WS-SEAL-OPEN-DATE (WS-SEAL-SLOT)
               MOVE 0 TO WS-SEAL-OPEN-ROWS (WS-SEAL-SLOT)
           ELSE
               IF WS-SEAL-OPEN-DATE (WS-SEAL-SLOT) = 0
                   MOVE WS-SEAL-ROW-DATE TO WS-SEAL-OPEN-DATE (WS-SEAL-SLOT)
               END-IF
               ADD 1 TO WS-SEAL-OPEN-ROWS (WS-SEAL-SLOT)
           END-IF
           .
      *> STAMPS THE NEXT SEQUENCE NUMBER AND CHECK VALUE ON THE ROW IN
      *> AUDIT-RECORD (AU-SEAL-TYPE ALREADY SET) AND MOVES THE audit.doc
      *> CHAIN ON. THE CALLER WRITES THE ROW AND SAVES THE STATE
       CHAIN-AUDIT-ROW.
           MOVE 1 TO WS-SEAL-SLOT
           ADD 1 TO WS-SEAL-LAST-SEQ (1)
           MOVE WS-SEAL-LAST-SEQ (1) TO AU-SEAL-SEQ
           MOVE AUDIT-RECORD (1:80) TO WS-SEAL-BUFFER
           MOVE 80 TO WS-SEAL-LENGTH
           MOVE WS-SEAL-LAST-CHECK (1) TO WS-SEAL-HASH
           PERFORM COMPUTE-SEAL-CHECK
           MOVE WS-SEAL-HASH TO AU-SEAL-CHECK
           MOVE WS-SEAL-HASH TO WS-SEAL-LAST-CHECK (1)
           MOVE AU-SEAL-TYPE TO WS-SEAL-TYPE
           MOVE AU-TIMESTAMP (1:8) TO WS-SEAL-ROW-DATE
           PERFORM ADVANCE-SEAL-STATE
           .

      *> THE FIRST audit.doc WRITE OF A NEW DAY FIRST CLOSES THE DAY
      *> BEFORE IT: A SEAL ROW STAMPED 23:59:59 ON THAT DAY CARRYING THE
      *> DAY AND ITS ROW COUNT. audit.doc IS ALREADY OPEN EXTEND AND
      *> THE STATE LOADED
       SEAL-AUDIT-DAY.
           IF WS-SEAL-NEW-FILE = "Y"
               MOVE 0 TO WS-SEAL-LAST-SEQ (1)
               MOVE 0 TO WS-SEAL-LAST-CHECK (1)
               MOVE 0 TO WS-SEAL-OPEN-DATE (1)
               MOVE 0 TO WS-SEAL-OPEN-ROWS (1)
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SEAL-TODAY
           IF WS-SEAL-OPEN-DATE (1) = 0
               OR WS-SEAL-OPEN-DATE (1) >= WS-SEAL-TODAY
               EXIT PARAGRAPH
           END-IF
           MOVE AUDIT-RECORD TO WS-SEAL-HOLD
           MOVE SPACES TO AUDIT-RECORD
           STRING WS-SEAL-OPEN-DATE (1) "235959"
               DELIMITED BY SIZE INTO AU-TIMESTAMP
           END-STRING
           MOVE "DAY-SEAL" TO AU-ACTION
           MOVE WS-SEAL-OPEN-ROWS (1) TO WS-SEAL-COUNT-TEXT
           STRING WS-SEAL-OPEN-DATE (1) " " WS-SEAL-COUNT-TEXT
               DELIMITED BY SIZE INTO AU-KEY
           END-STRING
           MOVE "S" TO AU-SEAL-TYPE
           PERFORM CHAIN-AUDIT-ROW
           WRITE AUDIT-RECORD
           MOVE WS-SEAL-HOLD TO AUDIT-RECORD
           .
      *> THE SAME FOR journal.doc -- THE CHECK VALUE COVERS THE WHOLE
      *> ROW, AFTER-IMAGE INCLUDED
       CHAIN-JOURNAL-ROW.
           MOVE 2 TO WS-SEAL-SLOT
           ADD 1 TO WS-SEAL-LAST-SEQ (2)
           MOVE WS-SEAL-LAST-SEQ (2) TO JL-SEAL-SEQ
           MOVE JOURNAL-RECORD (1:3181) TO WS-SEAL-BUFFER
           MOVE 3181 TO WS-SEAL-LENGTH
           MOVE WS-SEAL-LAST-CHECK (2) TO WS-SEAL-HASH
           PERFORM COMPUTE-SEAL-CHECK
           MOVE WS-SEAL-HASH TO JL-SEAL-CHECK
           MOVE WS-SEAL-HASH TO WS-SEAL-LAST-CHECK (2)
           MOVE JL-SEAL-TYPE TO WS-SEAL-TYPE
           MOVE JL-TIMESTAMP (1:8) TO WS-SEAL-ROW-DATE
           PERFORM ADVANCE-SEAL-STATE
           .

       SEAL-JOURNAL-DAY.
           IF WS-SEAL-NEW-FILE = "Y"
               MOVE 0 TO WS-SEAL-LAST-SEQ (2)
               MOVE 0 TO WS-SEAL-LAST-CHECK (2)
               MOVE 0 TO WS-SEAL-OPEN-DATE (2)
               MOVE 0 TO WS-SEAL-OPEN-ROWS (2)
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SEAL-TODAY
           IF WS-SEAL-OPEN-DATE (2) = 0
               OR WS-SEAL-OPEN-DATE (2) >= WS-SEAL-TODAY
               EXIT PARAGRAPH
           END-IF
           MOVE JOURNAL-RECORD TO WS-SEAL-HOLD
           MOVE SPACES TO JOURNAL-RECORD
           STRING WS-SEAL-OPEN-DATE (2) "235959"
               DELIMITED BY SIZE INTO JL-TIMESTAMP
           END-STRING
           MOVE "DAY-SEAL" TO JL-FILE-ID
           MOVE "S" TO JL-ACTION
           MOVE WS-SEAL-OPEN-ROWS (2) TO WS-SEAL-COUNT-TEXT
           STRING WS-SEAL-OPEN-DATE (2) " " WS-SEAL-COUNT-TEXT
               DELIMITED BY SIZE INTO JL-KEY
           END-STRING
           MOVE "S" TO JL-SEAL-TYPE
           PERFORM CHAIN-JOURNAL-ROW
           WRITE JOURNAL-RECORD
           MOVE WS-SEAL-HOLD TO JOURNAL-RECORD
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
