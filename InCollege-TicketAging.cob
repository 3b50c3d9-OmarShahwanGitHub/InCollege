      *> === INCOLLEGE SUPPORT TICKET AGING REPORT ===
      *> Nightly look at the help-desk queue users open from "Contact
      *> Support" (tickets.doc). As of the business date it writes
      *> ticket-aging.rpt:
      *>
      *>   1. tickets still open (not resolved or closed) by category,
      *>      split unassigned / assigned and by age, with the oldest;
      *>   2. every open ticket past the response target -- no reply
      *>      from ops yet and older than WS-RESPONSE-TARGET-DAYS --
      *>      oldest first, so the morning shift starts at the top;
      *>   3. tickets resolved or closed in the last seven days.
      *>
      *> A ticket opened after the business date is left out, so an
      *> as-of rerun does not count tomorrow's tickets in. Queued
      *> nightly by ops as TICKETAGING in batch-queue.doc.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCOLLEGE-TICKET-AGING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPORT-TICKETS-FILE ASSIGN TO "tickets.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TICKETS-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ticket-aging.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      *> BUSINESS-DATE CONTROL RECORD -- SEE LOAD-BUSINESS-DATE
           SELECT BUSINESS-DATE-FILE ASSIGN TO "business_date.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> SEE THE MAIN PROGRAM'S FD
       FD SUPPORT-TICKETS-FILE.
       01 SUPPORT-TICKET-RECORD.
           05 TK-ID            PIC 9(6).
           05 TK-USERNAME      PIC X(20).
           05 TK-CATEGORY      PIC X(01).
           05 TK-STATUS        PIC X(01).
           05 TK-ASSIGNEE      PIC X(20).
           05 TK-OPENED        PIC X(14).
           05 TK-FIRST-REPLY   PIC X(14).
           05 TK-UPDATED       PIC X(14).
           05 TK-DESCRIPTION   PIC X(200).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(120).

      *> ONE RECORD: THE DATE THE NIGHTLY BATCH PROCESSES AS OF
       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BD-DATE          PIC 9(8).

       WORKING-STORAGE SECTION.
       77  WS-TICKETS-STATUS    PIC XX.
       77  WS-REPORT-STATUS     PIC XX.
       77  WS-BUSINESS-DATE-STATUS PIC XX.
      *> THE DATE THIS RUN PROCESSES AS OF, AND THE REAL ONE
       77  WS-BUSINESS-DATE      PIC 9(8) VALUE 0.
       77  WS-CLOCK-DATE         PIC 9(8) VALUE 0.
       77  WS-TICKETS-EOF       PIC X VALUE "N".

      *> A TICKET WITH NO OPS REPLY THIS MANY DAYS AFTER IT WAS OPENED
      *> IS PAST TARGET
       77  WS-RESPONSE-TARGET-DAYS PIC 9(3) VALUE 2.

       77  WS-TODAY-INT         PIC 9(8) VALUE 0.
       77  WS-OPENED-DATE       PIC 9(8) VALUE 0.
       77  WS-UPDATED-DATE      PIC 9(8) VALUE 0.
       77  WS-AGE-DAYS          PIC 9(5) VALUE 0.
       77  WS-DAYS-OVER         PIC 9(5) VALUE 0.
       77  WS-CAT-I             PIC 9(1) VALUE 0.

      *> ONE ROW PER CATEGORY, IN THE ORDER THE MENU OFFERS THEM;
      *> ROW 6 IS THE TOTAL
       01  WS-CATEGORY-VALUES.
           05 FILLER PIC X(27) VALUE "AAccount & login".
           05 FILLER PIC X(27) VALUE "PApplications & offers".
           05 FILLER PIC X(27) VALUE "JJob listings".
           05 FILLER PIC X(27) VALUE "CCompany / employer profile".
           05 FILLER PIC X(27) VALUE "OSomething else".
           05 FILLER PIC X(27) VALUE " All categories".
       01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-VALUES.
           05  WS-CAT-ENTRY OCCURS 6 TIMES.
               10  WS-CAT-CODE      PIC X(01).
               10  WS-CAT-NAME      PIC X(26).
       01  WS-CATEGORY-COUNTS.
           05  WS-CAT-COUNTS OCCURS 6 TIMES.
               10  WS-CAT-UNASSIGNED PIC 9(5).
               10  WS-CAT-ASSIGNED   PIC 9(5).
               10  WS-CAT-AGE-0-1    PIC 9(5).
               10  WS-CAT-AGE-2-7    PIC 9(5).
               10  WS-CAT-AGE-8-30   PIC 9(5).
               10  WS-CAT-AGE-31-UP  PIC 9(5).
               10  WS-CAT-OLDEST     PIC 9(5).
               10  WS-CAT-OVERDUE    PIC 9(5).

      *> OPEN TICKETS PAST TARGET, IN FILE (OPENING) ORDER
       77  WS-OVERDUE-COUNT     PIC 9(4) VALUE 0.
       77  WS-OVERDUE-OVERFLOW  PIC 9(6) VALUE 0.
       77  WS-OD-I              PIC 9(4) VALUE 0.
       01  WS-OVERDUE-TABLE OCCURS 500 TIMES.
           05  WS-OD-ID         PIC 9(6).
           05  WS-OD-CATEGORY   PIC X(26).
           05  WS-OD-USERNAME   PIC X(20).
           05  WS-OD-OPENED     PIC X(8).
           05  WS-OD-AGE        PIC 9(5).
           05  WS-OD-ASSIGNEE   PIC X(20).

       77  WS-RESOLVED-WEEK     PIC 9(6) VALUE 0.
       77  WS-CLOSED-WEEK       PIC 9(6) VALUE 0.
       77  WS-WEEK-FROM         PIC 9(8) VALUE 0.

       77  WS-SHOW-1            PIC ZZ,ZZ9.
       77  WS-SHOW-2            PIC ZZ,ZZ9.
       77  WS-SHOW-3            PIC ZZ,ZZ9.
       77  WS-SHOW-4            PIC ZZ,ZZ9.
       77  WS-SHOW-5            PIC ZZ,ZZ9.
       77  WS-SHOW-6            PIC ZZ,ZZ9.
       77  WS-SHOW-7            PIC ZZ,ZZ9.
       77  WS-SHOW-8            PIC ZZ,ZZ9.
       77  WS-SHOW-AGE          PIC ZZZZ9.
       77  WS-SHOW-TARGET       PIC ZZ9.
       77  WS-SHOW-NAME         PIC X(26).
       77  WS-SHOW-USER         PIC X(20).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-BUSINESS-DATE
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
           COMPUTE WS-WEEK-FROM = FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - 6)
           INITIALIZE WS-CATEGORY-COUNTS

           PERFORM TALLY-SUPPORT-TICKETS

           OPEN OUTPUT REPORT-FILE
           MOVE "=== InCollege Support Ticket Aging Report ===" TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE
           MOVE WS-RESPONSE-TARGET-DAYS TO WS-SHOW-TARGET
           MOVE SPACES TO REPORT-RECORD
           STRING "As of " WS-BUSINESS-DATE(1:4) "-" WS-BUSINESS-DATE(5:2)
               "-" WS-BUSINESS-DATE(7:2) "   Response target: "
               FUNCTION TRIM(WS-SHOW-TARGET) " days to first reply"
               INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE

           PERFORM REPORT-OPEN-BY-CATEGORY
           PERFORM REPORT-PAST-TARGET
           PERFORM REPORT-WEEK-CLOSED

           CLOSE REPORT-FILE
           STOP RUN.

       TALLY-SUPPORT-TICKETS.
           MOVE "N" TO WS-TICKETS-EOF
           OPEN INPUT SUPPORT-TICKETS-FILE
           IF WS-TICKETS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TICKETS-EOF = "Y"
               READ SUPPORT-TICKETS-FILE
                   AT END MOVE "Y" TO WS-TICKETS-EOF
                   NOT AT END
                       IF TK-OPENED(1:8) IS NUMERIC
                           MOVE TK-OPENED(1:8) TO WS-OPENED-DATE
                           IF WS-OPENED-DATE <= WS-BUSINESS-DATE
                               PERFORM TALLY-ONE-TICKET
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUPPORT-TICKETS-FILE
           .

       TALLY-ONE-TICKET.
           IF TK-STATUS = "R" OR TK-STATUS = "C"
               IF TK-UPDATED(1:8) IS NUMERIC
                   MOVE TK-UPDATED(1:8) TO WS-UPDATED-DATE
                   IF WS-UPDATED-DATE >= WS-WEEK-FROM
                       AND WS-UPDATED-DATE <= WS-BUSINESS-DATE
                       IF TK-STATUS = "R"
                           ADD 1 TO WS-RESOLVED-WEEK
                       ELSE
                           ADD 1 TO WS-CLOSED-WEEK
                       END-IF
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-AGE-DAYS = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(WS-OPENED-DATE)
      *> UNKNOWN CATEGORY CODES COUNT AS "SOMETHING ELSE"
           MOVE 5 TO WS-CAT-I
           PERFORM VARYING WS-CAT-I FROM 1 BY 1
               UNTIL WS-CAT-I > 4 OR WS-CAT-CODE (WS-CAT-I) = TK-CATEGORY
               CONTINUE
           END-PERFORM
           PERFORM ADD-TO-CATEGORY-ROW
           MOVE 6 TO WS-CAT-I
           PERFORM ADD-TO-CATEGORY-ROW

           IF TK-FIRST-REPLY = SPACES
               AND WS-AGE-DAYS > WS-RESPONSE-TARGET-DAYS
               IF WS-OVERDUE-COUNT < 500
                   ADD 1 TO WS-OVERDUE-COUNT
                   MOVE TK-ID TO WS-OD-ID (WS-OVERDUE-COUNT)
                   MOVE TK-USERNAME TO WS-OD-USERNAME (WS-OVERDUE-COUNT)
                   MOVE TK-OPENED(1:8) TO WS-OD-OPENED (WS-OVERDUE-COUNT)
                   MOVE WS-AGE-DAYS TO WS-OD-AGE (WS-OVERDUE-COUNT)
                   MOVE TK-ASSIGNEE TO WS-OD-ASSIGNEE (WS-OVERDUE-COUNT)
                   PERFORM VARYING WS-CAT-I FROM 1 BY 1
                       UNTIL WS-CAT-I > 4 OR WS-CAT-CODE (WS-CAT-I) = TK-CATEGORY
                       CONTINUE
                   END-PERFORM
                   MOVE WS-CAT-NAME (WS-CAT-I) TO WS-OD-CATEGORY (WS-OVERDUE-COUNT)
               ELSE
                   ADD 1 TO WS-OVERDUE-OVERFLOW
               END-IF
           END-IF
           .

       ADD-TO-CATEGORY-ROW.
           IF TK-ASSIGNEE = SPACES
               ADD 1 TO WS-CAT-UNASSIGNED (WS-CAT-I)
           ELSE
               ADD 1 TO WS-CAT-ASSIGNED (WS-CAT-I)
           END-IF
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 1
                   ADD 1 TO WS-CAT-AGE-0-1 (WS-CAT-I)
               WHEN WS-AGE-DAYS <= 7
                   ADD 1 TO WS-CAT-AGE-2-7 (WS-CAT-I)
               WHEN WS-AGE-DAYS <= 30
                   ADD 1 TO WS-CAT-AGE-8-30 (WS-CAT-I)
               WHEN OTHER
                   ADD 1 TO WS-CAT-AGE-31-UP (WS-CAT-I)
           END-EVALUATE
           IF WS-AGE-DAYS > WS-CAT-OLDEST (WS-CAT-I)
               MOVE WS-AGE-DAYS TO WS-CAT-OLDEST (WS-CAT-I)
           END-IF
           IF TK-FIRST-REPLY = SPACES
               AND WS-AGE-DAYS > WS-RESPONSE-TARGET-DAYS
               ADD 1 TO WS-CAT-OVERDUE (WS-CAT-I)
           END-IF
           .

       REPORT-OPEN-BY-CATEGORY.
           MOVE "Open tickets by category (age in days)" TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE
           MOVE "Category                   Unassgn Assigned    0-1    2-7   8-30    31+ Oldest PastTgt" TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE
           PERFORM VARYING WS-CAT-I FROM 1 BY 1 UNTIL WS-CAT-I > 6
               MOVE WS-CAT-NAME (WS-CAT-I) TO WS-SHOW-NAME
               MOVE WS-CAT-UNASSIGNED (WS-CAT-I) TO WS-SHOW-1
               MOVE WS-CAT-ASSIGNED (WS-CAT-I) TO WS-SHOW-2
               MOVE WS-CAT-AGE-0-1 (WS-CAT-I) TO WS-SHOW-3
               MOVE WS-CAT-AGE-2-7 (WS-CAT-I) TO WS-SHOW-4
               MOVE WS-CAT-AGE-8-30 (WS-CAT-I) TO WS-SHOW-5
               MOVE WS-CAT-AGE-31-UP (WS-CAT-I) TO WS-SHOW-6
               MOVE WS-CAT-OLDEST (WS-CAT-I) TO WS-SHOW-7
               MOVE WS-CAT-OVERDUE (WS-CAT-I) TO WS-SHOW-8
               MOVE SPACES TO REPORT-RECORD
               STRING WS-SHOW-NAME "  " WS-SHOW-1 "   " WS-SHOW-2
                   " " WS-SHOW-3 " " WS-SHOW-4 " " WS-SHOW-5
                   " " WS-SHOW-6 " " WS-SHOW-7 "  " WS-SHOW-8
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               PERFORM EMIT-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE
           .

       REPORT-PAST-TARGET.
           MOVE "Past the response target (no reply yet), oldest first" TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE
           IF WS-OVERDUE-COUNT = 0
               MOVE "None - every open ticket has been answered within target." TO REPORT-RECORD
               PERFORM EMIT-REPORT-LINE
               MOVE SPACES TO REPORT-RECORD
               PERFORM EMIT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "Ticket  Category                   User                 Opened       Age  Assigned to" TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE
           PERFORM VARYING WS-OD-I FROM 1 BY 1 UNTIL WS-OD-I > WS-OVERDUE-COUNT
               MOVE WS-OD-AGE (WS-OD-I) TO WS-SHOW-AGE
               MOVE WS-OD-USERNAME (WS-OD-I) TO WS-SHOW-USER
               MOVE SPACES TO REPORT-RECORD
               IF WS-OD-ASSIGNEE (WS-OD-I) = SPACES
                   STRING WS-OD-ID (WS-OD-I) "  " WS-OD-CATEGORY (WS-OD-I)
                       " " WS-SHOW-USER " " WS-OD-OPENED (WS-OD-I) (1:4) "-"
                       WS-OD-OPENED (WS-OD-I) (5:2) "-" WS-OD-OPENED (WS-OD-I) (7:2)
                       " " WS-SHOW-AGE "  (unassigned)"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
               ELSE
                   STRING WS-OD-ID (WS-OD-I) "  " WS-OD-CATEGORY (WS-OD-I)
                       " " WS-SHOW-USER " " WS-OD-OPENED (WS-OD-I) (1:4) "-"
                       WS-OD-OPENED (WS-OD-I) (5:2) "-" WS-OD-OPENED (WS-OD-I) (7:2)
                       " " WS-SHOW-AGE "  " WS-OD-ASSIGNEE (WS-OD-I)
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
               END-IF
               PERFORM EMIT-REPORT-LINE
           END-PERFORM
           IF WS-OVERDUE-OVERFLOW > 0
               MOVE WS-OVERDUE-OVERFLOW TO WS-SHOW-1
               MOVE SPACES TO REPORT-RECORD
               STRING "(" FUNCTION TRIM(WS-SHOW-1)
                   " more past target beyond the first 500)"
                   INTO REPORT-RECORD
               END-STRING
               PERFORM EMIT-REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE
           .

       REPORT-WEEK-CLOSED.
           MOVE WS-RESOLVED-WEEK TO WS-SHOW-1
           MOVE WS-CLOSED-WEEK TO WS-SHOW-2
           MOVE SPACES TO REPORT-RECORD
           STRING "Last seven days: resolved " FUNCTION TRIM(WS-SHOW-1)
               ", closed without a fix " FUNCTION TRIM(WS-SHOW-2)
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
