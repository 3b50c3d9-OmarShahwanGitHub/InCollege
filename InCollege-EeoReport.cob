      *> === INCOLLEGE EEO APPLICANT-FLOW REPORT ===
      *> Aggregate-only compliance report over the voluntary
      *> self-identification answers in eeo_selfid.doc. Each
      *> application (live applications.doc PLUS the archived
      *> applications.arc) is joined to its applicant's answers and
      *> counted by job and by employer at three stages:
      *>   - applied      every application;
      *>   - interviewed  reached interview or beyond (status I, O, D
      *>                  or H now, or an "I" transition on file in
      *>                  app_history.doc);
      *>   - hired        status H.
      *> An applicant with no answers on file counts as "not
      *> provided" in every category, so each category block adds up
      *> to the stage total.
      *> No individual can be picked out of the printout:
      *>   - any category count from 1 up to the minimum cell size is
      *>     printed as "*";
      *>   - when that leaves exactly one starred cell in a category
      *>     block, the next-smallest count in the block is starred
      *>     too, so it cannot be worked back out of the stage total;
      *>   - a stage whose total is under the minimum has its total
      *>     and every category starred, and a job or employer with
      *>     fewer applicants than the minimum prints no counts at all;
      *>   - an employer's counts are the sums of its jobs' counts, so
      *>     any cell or stage total starred for one of its jobs is
      *>     starred for the employer too -- otherwise the employer
      *>     figure less the employer's other jobs would give it back.
      *> The minimum cell size comes from eeo-control.doc (one record,
      *> EC-MIN-CELL) and defaults to 5. Written to eeo.rpt.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCOLLEGE-EEO-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBS-FILE ASSIGN TO "jobs.doc"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JR-ID
               FILE STATUS IS WS-JOBS-FILE-STATUS.
      *> INDEXED NOW -- SEE THE MAIN PROGRAM'S FD
           SELECT APPLICATIONS-FILE ASSIGN TO "applications.doc"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APP-KEY
               ALTERNATE RECORD KEY IS APP-JOB-ID WITH DUPLICATES
               FILE STATUS IS WS-APPLICATIONS-STATUS.
           SELECT APPLICATIONS-ARCHIVE-FILE ASSIGN TO "applications.arc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APP-ARCHIVE-STATUS.
           SELECT APP-HISTORY-FILE ASSIGN TO "app_history.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APP-HISTORY-STATUS.
           SELECT EEO-SELFID-FILE ASSIGN TO "eeo_selfid.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EEO-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "eeo-control.doc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "eeo.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD APPLICATIONS-FILE.
       01 APPLICATION-RECORD.
           05 APP-KEY.
               10 APP-USERNAME   PIC X(20).
               10 APP-JOB-ID     PIC 9(4).
           05 APP-STATUS     PIC X(01) VALUE "A".
           05 APP-COVER-NOTE  PIC X(200).
           05 APP-NAME        PIC X(40).
           05 APP-UNIVERSITY  PIC X(30).
           05 APP-MAJOR       PIC X(30).
           05 APP-GRAD-YEAR   PIC 9(4).
           05 APP-EXP-SUMMARY PIC X(60).
           05 APP-RESUME-LINK PIC X(100).

       FD APPLICATIONS-ARCHIVE-FILE.
       01 APPLICATION-ARCHIVE-RECORD.
           05 APPA-USERNAME   PIC X(20).
           05 APPA-JOB-ID     PIC 9(4).
           05 APPA-STATUS     PIC X(01).
           05 APPA-COVER-NOTE  PIC X(200).
           05 APPA-NAME        PIC X(40).
           05 APPA-UNIVERSITY  PIC X(30).
           05 APPA-MAJOR       PIC X(30).
           05 APPA-GRAD-YEAR   PIC 9(4).
           05 APPA-EXP-SUMMARY PIC X(60).
           05 APPA-RESUME-LINK PIC X(100).

       FD APP-HISTORY-FILE.
       01 APP-HISTORY-RECORD.
           05 AH-USERNAME   PIC X(20).
           05 AH-JOB-ID     PIC 9(4).
           05 AH-OLD-STATUS PIC X(01).
           05 AH-NEW-STATUS PIC X(01).
           05 AH-TIMESTAMP  PIC X(14).

      *> SELF-IDENTIFICATION CODES -- SEE THE MAIN PROGRAM'S FD
       FD EEO-SELFID-FILE.
       01 EEO-SELFID-RECORD.
           05 EE-USERNAME   PIC X(20).
           05 EE-GENDER     PIC X(01).
           05 EE-RACE       PIC X(01).
           05 EE-VETERAN    PIC X(01).
           05 EE-DISABILITY PIC X(01).
           05 EE-DATE       PIC 9(8).

       FD CONTROL-FILE.
       01 EEO-CONTROL-RECORD.
           05 EC-MIN-CELL   PIC 9(3).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
       77  WS-JOBS-FILE-STATUS    PIC XX.
       77  WS-APPLICATIONS-STATUS PIC XX.
       77  WS-APP-ARCHIVE-STATUS  PIC XX.
       77  WS-APP-HISTORY-STATUS  PIC XX.
       77  WS-EEO-STATUS          PIC XX.
       77  WS-CONTROL-STATUS      PIC XX.
       77  WS-REPORT-STATUS       PIC XX.

       77  WS-APPLICATIONS-EOF    PIC X VALUE "N".
       77  WS-APP-HISTORY-EOF     PIC X VALUE "N".
       77  WS-EEO-EOF             PIC X VALUE "N".
       77  WS-JOBS-OPEN           PIC X VALUE "N".
       77  WS-COUNT-DISPLAY       PIC ZZZ,ZZ9.
       77  WS-MIN-CELL            PIC 9(3) VALUE 5.
       77  WS-MIN-DISPLAY         PIC ZZ9.
       77  WS-APPS-READ           PIC 9(6) VALUE 0.
       77  WS-APPS-ANSWERED       PIC 9(6) VALUE 0.

      *> THE APPLICATION CURRENTLY BEING FOLDED IN, REGARDLESS OF
      *> WHETHER IT CAME FROM THE LIVE FILE OR THE ARCHIVE
       77  WS-CUR-USERNAME        PIC X(20).
       77  WS-CUR-JOB-ID          PIC 9(4) VALUE 0.
       77  WS-CUR-STATUS          PIC X(01).
       77  WS-CUR-INTERVIEWED     PIC X VALUE "N".
       77  WS-CUR-HIRED           PIC X VALUE "N".
       77  WS-CUR-EMPLOYER        PIC X(20).
       77  WS-CUR-TITLE           PIC X(20).
      *> THE FOUR CATEGORY CELLS THIS APPLICANT FALLS INTO
       01  WS-CUR-CELL-SET.
           05  WS-CUR-CELL-NO     PIC 9(2) OCCURS 4 TIMES.

      *> SELF-IDENTIFICATION ANSWERS, LOADED ONCE
       77  WS-EEO-COUNT           PIC 9(4) VALUE 0.
       77  WS-EEO-SLOT            PIC 9(4) VALUE 0.
       01  WS-EEO-TABLE OCCURS 2000 TIMES
           INDEXED BY WS-EEO-IDX.
           05  WS-EEO-USER        PIC X(20).
           05  WS-EEO-GENDER      PIC X(01).
           05  WS-EEO-RACE        PIC X(01).
           05  WS-EEO-VETERAN     PIC X(01).
           05  WS-EEO-DISABILITY  PIC X(01).

      *> APPLICANT/JOB PAIRS THAT EVER MOVED TO INTERVIEW, SO A LATER
      *> REJECTION OR WITHDRAWAL STILL COUNTS AS INTERVIEWED
       77  WS-IVW-COUNT           PIC 9(4) VALUE 0.
       01  WS-IVW-TABLE OCCURS 3000 TIMES
           INDEXED BY WS-IVW-IDX.
           05  WS-IVW-USER        PIC X(20).
           05  WS-IVW-JOB-ID      PIC 9(4).

      *> PER-JOB AND PER-EMPLOYER COUNTS: STAGE 1 APPLIED, 2
      *> INTERVIEWED, 3 HIRED; 18 CATEGORY CELLS PER STAGE
       77  WS-JOB-COUNT           PIC 9(4) VALUE 0.
       77  WS-JOB-SLOT            PIC 9(4) VALUE 0.
       01  WS-JOB-TABLE OCCURS 300 TIMES
           INDEXED BY WS-JOB-IDX.
           05  WS-JOB-ID          PIC 9(4).
           05  WS-JOB-TITLE       PIC X(20).
           05  WS-JOB-EMPLOYER    PIC X(20).
           05  WS-JOB-COUNTS.
               10  WS-JOB-STAGE OCCURS 3 TIMES.
                   15  WS-JOB-TOTAL   PIC 9(6).
                   15  WS-JOB-CELL    PIC 9(6) OCCURS 18 TIMES.
      *> WHAT THE JOB SECTION PRINTS -- SEE WS-PRT-SHOW-TABLE
           05  WS-JOB-SHOW-TABLE.
               10  WS-JOB-SHOW-STAGE OCCURS 3 TIMES.
                   15  WS-JOB-SHOW-TOTAL  PIC X(01).
                   15  WS-JOB-SHOW        PIC X(01) OCCURS 18 TIMES.

       77  WS-EMP-COUNT           PIC 9(4) VALUE 0.
       77  WS-EMP-SLOT            PIC 9(4) VALUE 0.
       01  WS-EMP-TABLE OCCURS 100 TIMES
           INDEXED BY WS-EMP-IDX.
           05  WS-EMP-NAME        PIC X(20).
           05  WS-EMP-COUNTS.
               10  WS-EMP-STAGE OCCURS 3 TIMES.
                   15  WS-EMP-TOTAL   PIC 9(6).
                   15  WS-EMP-CELL    PIC 9(6) OCCURS 18 TIMES.
           05  WS-EMP-SHOW-TABLE.
               10  WS-EMP-SHOW-STAGE OCCURS 3 TIMES.
                   15  WS-EMP-SHOW-TOTAL  PIC X(01).
                   15  WS-EMP-SHOW        PIC X(01) OCCURS 18 TIMES.

      *> THE JOB OR EMPLOYER BEING PRINTED, AND WHICH OF ITS STAGE
      *> TOTALS AND CELLS SURVIVE SUPPRESSION ("Y" PRINT, "S" STARRED)
       01  WS-PRT-COUNTS.
           05  WS-PRT-STAGE OCCURS 3 TIMES.
               10  WS-PRT-TOTAL       PIC 9(6).
               10  WS-PRT-CELL        PIC 9(6) OCCURS 18 TIMES.
       01  WS-PRT-SHOW-TABLE.
           05  WS-PRT-SHOW-STAGE OCCURS 3 TIMES.
               10  WS-PRT-SHOW-TOTAL  PIC X(01).
               10  WS-PRT-SHOW        PIC X(01) OCCURS 18 TIMES.
       77  WS-PRT-HEADING         PIC X(100).

       77  WS-STAGE               PIC 9(1) VALUE 0.
       77  WS-CELL                PIC 9(2) VALUE 0.
       77  WS-DIM                 PIC 9(1) VALUE 0.
       77  WS-SUPP-COUNT          PIC 9(2) VALUE 0.
       77  WS-SMALLEST-CELL       PIC 9(2) VALUE 0.
       77  WS-SMALLEST-VALUE      PIC 9(6) VALUE 0.
       01  WS-COL-TEXT OCCURS 3 TIMES PIC X(12).

      *> CATEGORY BLOCKS: FIRST AND LAST CELL OF EACH DIMENSION
       01  WS-DIM-RANGES-VALUES.
           05  FILLER PIC X(4) VALUE "0104".
           05  FILLER PIC X(4) VALUE "0512".
           05  FILLER PIC X(4) VALUE "1315".
           05  FILLER PIC X(4) VALUE "1618".
       01  WS-DIM-RANGES REDEFINES WS-DIM-RANGES-VALUES.
           05  WS-DIM-RANGE OCCURS 4 TIMES.
               10  WS-DIM-FIRST   PIC 9(2).
               10  WS-DIM-LAST    PIC 9(2).

       01  WS-DIM-NAME-VALUES.
           05  FILLER PIC X(20) VALUE "Gender".
           05  FILLER PIC X(20) VALUE "Race/ethnicity".
           05  FILLER PIC X(20) VALUE "Veteran status".
           05  FILLER PIC X(20) VALUE "Disability".
       01  WS-DIM-NAMES REDEFINES WS-DIM-NAME-VALUES.
           05  WS-DIM-NAME        PIC X(20) OCCURS 4 TIMES.

       01  WS-CELL-LABEL-VALUES.
           05  FILLER PIC X(40) VALUE "Female".
           05  FILLER PIC X(40) VALUE "Male".
           05  FILLER PIC X(40) VALUE "Non-binary".
           05  FILLER PIC X(40) VALUE "Declined / not provided".
           05  FILLER PIC X(40) VALUE "Hispanic or Latino".
           05  FILLER PIC X(40) VALUE "White".
           05  FILLER PIC X(40) VALUE "Black or African American".
           05  FILLER PIC X(40) VALUE "Asian".
           05  FILLER PIC X(40) VALUE "Native Hawaiian / Pacific Islander".
           05  FILLER PIC X(40) VALUE "American Indian / Alaska Native".
           05  FILLER PIC X(40) VALUE "Two or more races".
           05  FILLER PIC X(40) VALUE "Declined / not provided".
           05  FILLER PIC X(40) VALUE "Protected veteran".
           05  FILLER PIC X(40) VALUE "Not a veteran".
           05  FILLER PIC X(40) VALUE "Declined / not provided".
           05  FILLER PIC X(40) VALUE "Has a disability".
           05  FILLER PIC X(40) VALUE "No disability".
           05  FILLER PIC X(40) VALUE "Declined / not provided".
       01  WS-CELL-LABELS REDEFINES WS-CELL-LABEL-VALUES.
           05  WS-CELL-LABEL      PIC X(40) OCCURS 18 TIMES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN OUTPUT REPORT-FILE
           MOVE "=== InCollege EEO Applicant-Flow Report (aggregate only) ===" TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE

           PERFORM READ-EEO-CONTROL
           PERFORM LOAD-EEO-TABLE
           PERFORM LOAD-INTERVIEW-TABLE

           OPEN INPUT JOBS-FILE
           IF WS-JOBS-FILE-STATUS = "00"
               MOVE "Y" TO WS-JOBS-OPEN
           END-IF

           PERFORM TALLY-LIVE-APPLICATIONS
           PERFORM TALLY-ARCHIVED-APPLICATIONS

           IF WS-JOBS-OPEN = "Y"
               CLOSE JOBS-FILE
           END-IF

           MOVE WS-MIN-CELL TO WS-MIN-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Minimum cell size: " WS-MIN-DISPLAY
               "  (counts below it print as *)" INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE WS-APPS-READ TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Applications counted:              " WS-COUNT-DISPLAY
               INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE WS-APPS-ANSWERED TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "  from applicants who self-identified: " WS-COUNT-DISPLAY
               INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE

      *> EVERY JOB'S STARS ARE SETTLED BEFORE ANY EMPLOYER'S, SINCE
      *> THE EMPLOYER INHERITS THEM
           PERFORM SUPPRESS-JOB-COUNTS
           PERFORM SUPPRESS-EMPLOYER-COUNTS
           PERFORM WRITE-JOB-SECTION
           PERFORM WRITE-EMPLOYER-SECTION

           CLOSE REPORT-FILE
           STOP RUN.

      *> OPTIONAL ONE-RECORD CONTROL FILE, SAME IDEA AS
      *> backup-control.doc -- MISSING OR BAD LEAVES THE DEFAULT
       READ-EEO-CONTROL.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = "00"
               READ CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF EC-MIN-CELL NUMERIC
                          AND EC-MIN-CELL > 0
                           MOVE EC-MIN-CELL TO WS-MIN-CELL
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           .

       LOAD-EEO-TABLE.
           MOVE 0 TO WS-EEO-COUNT
           MOVE "N" TO WS-EEO-EOF
           OPEN INPUT EEO-SELFID-FILE
           IF WS-EEO-STATUS NOT = "00"
               MOVE "Y" TO WS-EEO-EOF
           END-IF
           PERFORM UNTIL WS-EEO-EOF = "Y"
               READ EEO-SELFID-FILE INTO EEO-SELFID-RECORD
                   AT END MOVE "Y" TO WS-EEO-EOF
                   NOT AT END
                       IF WS-EEO-COUNT < 2000
                           ADD 1 TO WS-EEO-COUNT
                           MOVE EE-USERNAME TO WS-EEO-USER(WS-EEO-COUNT)
                           MOVE EE-GENDER TO WS-EEO-GENDER(WS-EEO-COUNT)
                           MOVE EE-RACE TO WS-EEO-RACE(WS-EEO-COUNT)
                           MOVE EE-VETERAN TO WS-EEO-VETERAN(WS-EEO-COUNT)
                           MOVE EE-DISABILITY
                               TO WS-EEO-DISABILITY(WS-EEO-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EEO-STATUS NOT = "35"
               CLOSE EEO-SELFID-FILE
           END-IF
           .

       LOAD-INTERVIEW-TABLE.
           MOVE 0 TO WS-IVW-COUNT
           MOVE "N" TO WS-APP-HISTORY-EOF
           OPEN INPUT APP-HISTORY-FILE
           IF WS-APP-HISTORY-STATUS NOT = "00"
               MOVE "Y" TO WS-APP-HISTORY-EOF
           END-IF
           PERFORM UNTIL WS-APP-HISTORY-EOF = "Y"
               READ APP-HISTORY-FILE INTO APP-HISTORY-RECORD
                   AT END MOVE "Y" TO WS-APP-HISTORY-EOF
                   NOT AT END
                       IF AH-NEW-STATUS = "I" AND WS-IVW-COUNT < 3000
                           ADD 1 TO WS-IVW-COUNT
                           MOVE AH-USERNAME TO WS-IVW-USER(WS-IVW-COUNT)
                           MOVE AH-JOB-ID TO WS-IVW-JOB-ID(WS-IVW-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-APP-HISTORY-STATUS NOT = "35"
               CLOSE APP-HISTORY-FILE
           END-IF
           .

       TALLY-LIVE-APPLICATIONS.
           MOVE "N" TO WS-APPLICATIONS-EOF
           OPEN INPUT APPLICATIONS-FILE
           IF WS-APPLICATIONS-STATUS NOT = "00"
               MOVE "Y" TO WS-APPLICATIONS-EOF
           END-IF
           PERFORM UNTIL WS-APPLICATIONS-EOF = "Y"
               READ APPLICATIONS-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-APPLICATIONS-EOF
                   NOT AT END
                       MOVE APP-USERNAME TO WS-CUR-USERNAME
                       MOVE APP-JOB-ID TO WS-CUR-JOB-ID
                       MOVE APP-STATUS TO WS-CUR-STATUS
                       PERFORM TALLY-ONE-APPLICATION
               END-READ
           END-PERFORM
           IF WS-APPLICATIONS-STATUS NOT = "35"
               CLOSE APPLICATIONS-FILE
           END-IF
           .

       TALLY-ARCHIVED-APPLICATIONS.
           MOVE "N" TO WS-APPLICATIONS-EOF
           OPEN INPUT APPLICATIONS-ARCHIVE-FILE
           IF WS-APP-ARCHIVE-STATUS NOT = "00"
               MOVE "Y" TO WS-APPLICATIONS-EOF
           END-IF
           PERFORM UNTIL WS-APPLICATIONS-EOF = "Y"
               READ APPLICATIONS-ARCHIVE-FILE INTO APPLICATION-ARCHIVE-RECORD
                   AT END MOVE "Y" TO WS-APPLICATIONS-EOF
                   NOT AT END
                       MOVE APPA-USERNAME TO WS-CUR-USERNAME
                       MOVE APPA-JOB-ID TO WS-CUR-JOB-ID
                       MOVE APPA-STATUS TO WS-CUR-STATUS
                       PERFORM TALLY-ONE-APPLICATION
               END-READ
           END-PERFORM
           IF WS-APP-ARCHIVE-STATUS NOT = "35"
               CLOSE APPLICATIONS-ARCHIVE-FILE
           END-IF
           .

      *> WORK OUT THE STAGES AND CATEGORY CELLS FOR ONE APPLICATION AND
      *> ADD IT TO ITS JOB AND ITS EMPLOYER
       TALLY-ONE-APPLICATION.
           ADD 1 TO WS-APPS-READ

           MOVE "N" TO WS-CUR-HIRED
           MOVE "N" TO WS-CUR-INTERVIEWED
           EVALUATE WS-CUR-STATUS
               WHEN "H"
                   MOVE "Y" TO WS-CUR-HIRED
                   MOVE "Y" TO WS-CUR-INTERVIEWED
               WHEN "I"
               WHEN "O"
               WHEN "D"
                   MOVE "Y" TO WS-CUR-INTERVIEWED
               WHEN OTHER
                   SET WS-IVW-IDX TO 1
                   PERFORM WS-IVW-COUNT TIMES
                       IF WS-IVW-USER(WS-IVW-IDX) = WS-CUR-USERNAME
                           AND WS-IVW-JOB-ID(WS-IVW-IDX) = WS-CUR-JOB-ID
                           MOVE "Y" TO WS-CUR-INTERVIEWED
                       END-IF
                       SET WS-IVW-IDX UP BY 1
                   END-PERFORM
           END-EVALUATE

           PERFORM CLASSIFY-APPLICANT

           MOVE SPACES TO WS-CUR-TITLE
           MOVE "(listing removed)" TO WS-CUR-EMPLOYER
           IF WS-JOBS-OPEN = "Y"
               MOVE WS-CUR-JOB-ID TO JR-ID
               READ JOBS-FILE KEY IS JR-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE JR-TITLE TO WS-CUR-TITLE
                       MOVE JR-EMPLOYER TO WS-CUR-EMPLOYER
               END-READ
           END-IF

           PERFORM FIND-JOB-SLOT
           IF WS-JOB-SLOT > 0
               MOVE WS-JOB-COUNTS(WS-JOB-SLOT) TO WS-PRT-COUNTS
               PERFORM ADD-CURRENT-TO-PRT
               MOVE WS-PRT-COUNTS TO WS-JOB-COUNTS(WS-JOB-SLOT)
           END-IF
           PERFORM FIND-EMPLOYER-SLOT
           IF WS-EMP-SLOT > 0
               MOVE WS-EMP-COUNTS(WS-EMP-SLOT) TO WS-PRT-COUNTS
               PERFORM ADD-CURRENT-TO-PRT
               MOVE WS-PRT-COUNTS TO WS-EMP-COUNTS(WS-EMP-SLOT)
           END-IF
           .

      *> ONE CELL PER DIMENSION; NO ROW ON FILE IS "NOT PROVIDED"
       CLASSIFY-APPLICANT.
           MOVE 4 TO WS-CUR-CELL-NO(1)
           MOVE 12 TO WS-CUR-CELL-NO(2)
           MOVE 15 TO WS-CUR-CELL-NO(3)
           MOVE 18 TO WS-CUR-CELL-NO(4)
           MOVE 0 TO WS-EEO-SLOT
           SET WS-EEO-IDX TO 1
           PERFORM WS-EEO-COUNT TIMES
               IF WS-EEO-USER(WS-EEO-IDX) = WS-CUR-USERNAME
                   SET WS-EEO-SLOT TO WS-EEO-IDX
               END-IF
               SET WS-EEO-IDX UP BY 1
           END-PERFORM
           IF WS-EEO-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-APPS-ANSWERED

           EVALUATE WS-EEO-GENDER(WS-EEO-SLOT)
               WHEN "F" MOVE 1 TO WS-CUR-CELL-NO(1)
               WHEN "M" MOVE 2 TO WS-CUR-CELL-NO(1)
               WHEN "N" MOVE 3 TO WS-CUR-CELL-NO(1)
               WHEN OTHER CONTINUE
           END-EVALUATE
           EVALUATE WS-EEO-RACE(WS-EEO-SLOT)
               WHEN "H" MOVE 5 TO WS-CUR-CELL-NO(2)
               WHEN "W" MOVE 6 TO WS-CUR-CELL-NO(2)
               WHEN "B" MOVE 7 TO WS-CUR-CELL-NO(2)
               WHEN "A" MOVE 8 TO WS-CUR-CELL-NO(2)
               WHEN "P" MOVE 9 TO WS-CUR-CELL-NO(2)
               WHEN "I" MOVE 10 TO WS-CUR-CELL-NO(2)
               WHEN "T" MOVE 11 TO WS-CUR-CELL-NO(2)
               WHEN OTHER CONTINUE
           END-EVALUATE
           EVALUATE WS-EEO-VETERAN(WS-EEO-SLOT)
               WHEN "V" MOVE 13 TO WS-CUR-CELL-NO(3)
               WHEN "N" MOVE 14 TO WS-CUR-CELL-NO(3)
               WHEN OTHER CONTINUE
           END-EVALUATE
           EVALUATE WS-EEO-DISABILITY(WS-EEO-SLOT)
               WHEN "Y" MOVE 16 TO WS-CUR-CELL-NO(4)
               WHEN "N" MOVE 17 TO WS-CUR-CELL-NO(4)
               WHEN OTHER CONTINUE
           END-EVALUATE
           .

      *> ADDS THE CURRENT APPLICATION TO WS-PRT-COUNTS FOR EACH STAGE
      *> IT REACHED
       ADD-CURRENT-TO-PRT.
           PERFORM VARYING WS-STAGE FROM 1 BY 1 UNTIL WS-STAGE > 3
               IF WS-STAGE = 1
                   OR (WS-STAGE = 2 AND WS-CUR-INTERVIEWED = "Y")
                   OR (WS-STAGE = 3 AND WS-CUR-HIRED = "Y")
                   ADD 1 TO WS-PRT-TOTAL(WS-STAGE)
                   PERFORM VARYING WS-DIM FROM 1 BY 1 UNTIL WS-DIM > 4
                       MOVE WS-CUR-CELL-NO(WS-DIM) TO WS-CELL
                       ADD 1 TO WS-PRT-CELL(WS-STAGE, WS-CELL)
                   END-PERFORM
               END-IF
           END-PERFORM
           .

       FIND-JOB-SLOT.
           MOVE 0 TO WS-JOB-SLOT
           SET WS-JOB-IDX TO 1
           PERFORM WS-JOB-COUNT TIMES
               IF WS-JOB-ID(WS-JOB-IDX) = WS-CUR-JOB-ID
                   SET WS-JOB-SLOT TO WS-JOB-IDX
               END-IF
               SET WS-JOB-IDX UP BY 1
           END-PERFORM
           IF WS-JOB-SLOT = 0 AND WS-JOB-COUNT < 300
               ADD 1 TO WS-JOB-COUNT
               MOVE WS-JOB-COUNT TO WS-JOB-SLOT
               MOVE WS-CUR-JOB-ID TO WS-JOB-ID(WS-JOB-SLOT)
               MOVE WS-CUR-TITLE TO WS-JOB-TITLE(WS-JOB-SLOT)
               MOVE WS-CUR-EMPLOYER TO WS-JOB-EMPLOYER(WS-JOB-SLOT)
               INITIALIZE WS-JOB-COUNTS(WS-JOB-SLOT)
           END-IF
           .

       FIND-EMPLOYER-SLOT.
           MOVE 0 TO WS-EMP-SLOT
           SET WS-EMP-IDX TO 1
           PERFORM WS-EMP-COUNT TIMES
               IF WS-EMP-NAME(WS-EMP-IDX) = WS-CUR-EMPLOYER
                   SET WS-EMP-SLOT TO WS-EMP-IDX
               END-IF
               SET WS-EMP-IDX UP BY 1
           END-PERFORM
           IF WS-EMP-SLOT = 0 AND WS-EMP-COUNT < 100
               ADD 1 TO WS-EMP-COUNT
               MOVE WS-EMP-COUNT TO WS-EMP-SLOT
               MOVE WS-CUR-EMPLOYER TO WS-EMP-NAME(WS-EMP-SLOT)
               INITIALIZE WS-EMP-COUNTS(WS-EMP-SLOT)
           END-IF
           .

       SUPPRESS-JOB-COUNTS.
           SET WS-JOB-IDX TO 1
           PERFORM WS-JOB-COUNT TIMES
               MOVE WS-JOB-COUNTS(WS-JOB-IDX) TO WS-PRT-COUNTS
               MOVE ALL "Y" TO WS-PRT-SHOW-TABLE
               PERFORM APPLY-SUPPRESSION
               MOVE WS-PRT-SHOW-TABLE TO WS-JOB-SHOW-TABLE(WS-JOB-IDX)
               SET WS-JOB-IDX UP BY 1
           END-PERFORM
           .

      *> AN EMPLOYER STARTS WITH EVERY STAR ANY OF ITS JOBS CARRIES,
      *> THEN TAKES ITS OWN PRIMARY AND COMPLEMENTARY STARS ON TOP. WHAT
      *> IT STILL PRINTS IS THEN THE SUM OF FIGURES ITS JOBS PRINT TOO,
      *> SO NO SUBTRACTION BETWEEN THE TWO SECTIONS UNCOVERS A STAR
       SUPPRESS-EMPLOYER-COUNTS.
           SET WS-EMP-IDX TO 1
           PERFORM WS-EMP-COUNT TIMES
               MOVE WS-EMP-COUNTS(WS-EMP-IDX) TO WS-PRT-COUNTS
               MOVE ALL "Y" TO WS-PRT-SHOW-TABLE
               SET WS-JOB-IDX TO 1
               PERFORM WS-JOB-COUNT TIMES
                   IF WS-JOB-EMPLOYER(WS-JOB-IDX) = WS-EMP-NAME(WS-EMP-IDX)
                       PERFORM INHERIT-JOB-STARS
                   END-IF
                   SET WS-JOB-IDX UP BY 1
               END-PERFORM
               PERFORM APPLY-SUPPRESSION
               MOVE WS-PRT-SHOW-TABLE TO WS-EMP-SHOW-TABLE(WS-EMP-IDX)
               SET WS-EMP-IDX UP BY 1
           END-PERFORM
           .

       INHERIT-JOB-STARS.
           PERFORM VARYING WS-STAGE FROM 1 BY 1 UNTIL WS-STAGE > 3
               IF WS-JOB-SHOW-TOTAL(WS-JOB-IDX, WS-STAGE) = "S"
                   MOVE "S" TO WS-PRT-SHOW-TOTAL(WS-STAGE)
               END-IF
               PERFORM VARYING WS-CELL FROM 1 BY 1 UNTIL WS-CELL > 18
                   IF WS-JOB-SHOW(WS-JOB-IDX, WS-STAGE, WS-CELL) = "S"
                       MOVE "S" TO WS-PRT-SHOW(WS-STAGE, WS-CELL)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       WRITE-JOB-SECTION.
           MOVE SPACES TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE
           MOVE "--- Applicant flow by job ---" TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE
           IF WS-JOB-COUNT = 0
               MOVE "  (no applications on file)" TO REPORT-RECORD
               PERFORM EMIT-REPORT-LINE
           END-IF
           SET WS-JOB-IDX TO 1
           PERFORM WS-JOB-COUNT TIMES
               MOVE SPACES TO WS-PRT-HEADING
               STRING "Job " WS-JOB-ID(WS-JOB-IDX) " - "
                   FUNCTION TRIM(WS-JOB-TITLE(WS-JOB-IDX) TRAILING)
                   " at "
                   FUNCTION TRIM(WS-JOB-EMPLOYER(WS-JOB-IDX) TRAILING)
                   INTO WS-PRT-HEADING
               END-STRING
               MOVE WS-JOB-COUNTS(WS-JOB-IDX) TO WS-PRT-COUNTS
               MOVE WS-JOB-SHOW-TABLE(WS-JOB-IDX) TO WS-PRT-SHOW-TABLE
               PERFORM WRITE-ONE-BREAKDOWN
               SET WS-JOB-IDX UP BY 1
           END-PERFORM
           .

       WRITE-EMPLOYER-SECTION.
           MOVE SPACES TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE
           MOVE "--- Applicant flow by employer ---" TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE
           IF WS-EMP-COUNT = 0
               MOVE "  (no applications on file)" TO REPORT-RECORD
               PERFORM EMIT-REPORT-LINE
           END-IF
           SET WS-EMP-IDX TO 1
           PERFORM WS-EMP-COUNT TIMES
               MOVE SPACES TO WS-PRT-HEADING
               STRING "Employer: "
                   FUNCTION TRIM(WS-EMP-NAME(WS-EMP-IDX) TRAILING)
                   INTO WS-PRT-HEADING
               END-STRING
               MOVE WS-EMP-COUNTS(WS-EMP-IDX) TO WS-PRT-COUNTS
               MOVE WS-EMP-SHOW-TABLE(WS-EMP-IDX) TO WS-PRT-SHOW-TABLE
               PERFORM WRITE-ONE-BREAKDOWN
               SET WS-EMP-IDX UP BY 1
           END-PERFORM
           .

      *> PRINTS WS-PRT-COUNTS UNDER WS-PRT-HEADING AS WS-PRT-SHOW-TABLE
      *> ALLOWS
       WRITE-ONE-BREAKDOWN.
           MOVE SPACES TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE
           MOVE WS-PRT-HEADING TO REPORT-RECORD
           PERFORM EMIT-REPORT-LINE

           IF WS-PRT-TOTAL(1) < WS-MIN-CELL
               MOVE SPACES TO REPORT-RECORD
               STRING "  Fewer than " WS-MIN-DISPLAY
                   " applicants -- category detail suppressed"
                   INTO REPORT-RECORD
               END-STRING
               PERFORM EMIT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPORT-RECORD
           STRING "  " "Category" "                                  "
               "     Applied" " Interviewed" "       Hired"
               INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE

           PERFORM VARYING WS-STAGE FROM 1 BY 1 UNTIL WS-STAGE > 3
               MOVE SPACES TO WS-COL-TEXT(WS-STAGE)
               IF WS-PRT-SHOW-TOTAL(WS-STAGE) = "S"
                   MOVE "*" TO WS-COL-TEXT(WS-STAGE)(12:1)
               ELSE
                   MOVE WS-PRT-TOTAL(WS-STAGE) TO WS-COUNT-DISPLAY
                   MOVE WS-COUNT-DISPLAY TO WS-COL-TEXT(WS-STAGE)(6:7)
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-RECORD
           STRING "  " "All applicants                            "
               WS-COL-TEXT(1) WS-COL-TEXT(2) WS-COL-TEXT(3)
               INTO REPORT-RECORD
           END-STRING
           PERFORM EMIT-REPORT-LINE

           PERFORM VARYING WS-DIM FROM 1 BY 1 UNTIL WS-DIM > 4
               MOVE SPACES TO REPORT-RECORD
               STRING "  " WS-DIM-NAME(WS-DIM) INTO REPORT-RECORD
               END-STRING
               PERFORM EMIT-REPORT-LINE
               PERFORM VARYING WS-CELL FROM WS-DIM-FIRST(WS-DIM) BY 1
                       UNTIL WS-CELL > WS-DIM-LAST(WS-DIM)
                   PERFORM FORMAT-CELL-COLUMNS
                   MOVE SPACES TO REPORT-RECORD
                   STRING "    " WS-CELL-LABEL(WS-CELL)
                       WS-COL-TEXT(1) WS-COL-TEXT(2) WS-COL-TEXT(3)
                       INTO REPORT-RECORD
                   END-STRING
                   PERFORM EMIT-REPORT-LINE
               END-PERFORM
           END-PERFORM
           .

       FORMAT-CELL-COLUMNS.
           PERFORM VARYING WS-STAGE FROM 1 BY 1 UNTIL WS-STAGE > 3
               MOVE SPACES TO WS-COL-TEXT(WS-STAGE)
               IF WS-PRT-SHOW(WS-STAGE, WS-CELL) = "S"
                   MOVE "*" TO WS-COL-TEXT(WS-STAGE)(12:1)
               ELSE
                   MOVE WS-PRT-CELL(WS-STAGE, WS-CELL) TO WS-COUNT-DISPLAY
                   MOVE WS-COUNT-DISPLAY TO WS-COL-TEXT(WS-STAGE)(6:7)
               END-IF
           END-PERFORM
           .

      *> ADDS TO THE STARS ALREADY IN WS-PRT-SHOW-TABLE FOR
      *> WS-PRT-COUNTS. PRIMARY: ANY COUNT FROM 1 TO MINIMUM-1, OR THE
      *> TOTAL AND EVERY CELL OF A STAGE WHOSE TOTAL IS UNDER THE
      *> MINIMUM -- AND EVERYTHING WHEN FEWER THAN THE MINIMUM APPLIED.
      *> COMPLEMENTARY: A LONE STARRED CELL IN A CATEGORY BLOCK TAKES
      *> THE NEXT-SMALLEST NON-ZERO CELL WITH IT
       APPLY-SUPPRESSION.
           IF WS-PRT-TOTAL(1) < WS-MIN-CELL
               MOVE ALL "S" TO WS-PRT-SHOW-TABLE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-STAGE FROM 1 BY 1 UNTIL WS-STAGE > 3
               IF WS-PRT-TOTAL(WS-STAGE) > 0
                   AND WS-PRT-TOTAL(WS-STAGE) < WS-MIN-CELL
                   MOVE "S" TO WS-PRT-SHOW-TOTAL(WS-STAGE)
                   PERFORM VARYING WS-CELL FROM 1 BY 1 UNTIL WS-CELL > 18
                       MOVE "S" TO WS-PRT-SHOW(WS-STAGE, WS-CELL)
                   END-PERFORM
               ELSE
                   PERFORM VARYING WS-DIM FROM 1 BY 1 UNTIL WS-DIM > 4
                       PERFORM SUPPRESS-ONE-BLOCK
                   END-PERFORM
               END-IF
           END-PERFORM
           .

      *> STARS ALREADY CARRIED IN (AN EMPLOYER'S FROM ITS JOBS) COUNT
      *> TOWARDS THE BLOCK'S TOTAL THE SAME AS ITS OWN
       SUPPRESS-ONE-BLOCK.
           MOVE 0 TO WS-SUPP-COUNT
           PERFORM VARYING WS-CELL FROM WS-DIM-FIRST(WS-DIM) BY 1
                   UNTIL WS-CELL > WS-DIM-LAST(WS-DIM)
               IF WS-PRT-CELL(WS-STAGE, WS-CELL) > 0
                   AND WS-PRT-CELL(WS-STAGE, WS-CELL) < WS-MIN-CELL
                   MOVE "S" TO WS-PRT-SHOW(WS-STAGE, WS-CELL)
               END-IF
               IF WS-PRT-SHOW(WS-STAGE, WS-CELL) = "S"
                   ADD 1 TO WS-SUPP-COUNT
               END-IF
           END-PERFORM
           IF WS-SUPP-COUNT NOT = 1
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-SMALLEST-CELL
           MOVE 999999 TO WS-SMALLEST-VALUE
           PERFORM VARYING WS-CELL FROM WS-DIM-FIRST(WS-DIM) BY 1
                   UNTIL WS-CELL > WS-DIM-LAST(WS-DIM)
               IF WS-PRT-SHOW(WS-STAGE, WS-CELL) = "Y"
                   AND WS-PRT-CELL(WS-STAGE, WS-CELL) > 0
                   AND WS-PRT-CELL(WS-STAGE, WS-CELL) < WS-SMALLEST-VALUE
                   MOVE WS-CELL TO WS-SMALLEST-CELL
                   MOVE WS-PRT-CELL(WS-STAGE, WS-CELL) TO WS-SMALLEST-VALUE
               END-IF
           END-PERFORM
           IF WS-SMALLEST-CELL > 0
               MOVE "S" TO WS-PRT-SHOW(WS-STAGE, WS-SMALLEST-CELL)
           END-IF
           .

       EMIT-REPORT-LINE.
           DISPLAY FUNCTION TRIM(REPORT-RECORD TRAILING)
           WRITE REPORT-RECORD
           .
