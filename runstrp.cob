       IDENTIFICATION DIVISION.
       PROGRAM-ID. runstrp.
      ******************************************************************
      * DAILY CHAIN RUN-STATE REPORT.
      *
      * READS THE RUNSTATE CONTROL DATASET (ONE RECORD PER RUN DATE,
      * ONE SLOT PER CHAIN STEP, STAMPED BY EACH STEP AS IT STARTS
      * AND ENDS) AND PRINTS ONE LINE PER RUN DATE SHOWING EVERY
      * STEP AS COMPLETED, HELD, FAILED OR NOT RUN, WITH ITS FINAL
      * RETURN CODE AND AN ASTERISK WHERE THE OPERATOR OVERRODE THE
      * RUN-STATE CHECK WITH A RUNOVRD CARD.
      *
      * A STEP THAT ENDED RC 4 OR 8 IS HELD FOR REVIEW.  A STEP THAT
      * NEVER STARTED IS ALSO SHOWN HELD (WITH NO RETURN CODE) WHEN
      * A STEP WHOSE OUTPUT IT NEEDS ENDED HELD OR FAILED -- IT WAS
      * HELD BACK, NOT MISSED.  A STEP THAT STARTED BUT NEVER WROTE
      * ITS END STAMP STOPPED ON A FILE ERROR (OR IS STILL RUNNING)
      * AND IS SHOWN FAILED WITH NO RETURN CODE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-STATE-FILE ASSIGN TO "RUNSTATE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS RS-RUN-DATE
              FILE STATUS IS RUNSTATE-STATUS.

           SELECT STATE-REPORT-FILE ASSIGN TO "STATERPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS STATERPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * ONE RUNSTATE RECORD PER RUN DATE, ONE SLOT PER CHAIN STEP
      * IN RUN-STATE-STEP-NAME ORDER.  STATE IS BLANK (NOT RUN),
      * S (STARTED, NO END STAMP YET), C (COMPLETED, RC 0),
      * H (ENDED RC 4 OR 8 -- HELD FOR REVIEW) OR F (ENDED RC 12
      * OR WORSE).  STAMPS ARE YYYYMMDDHHMMSS.
       FD  RUN-STATE-FILE.
       01  RUN-STATE-RECORD.
           05 RS-RUN-DATE PIC 9(08).
           05 RS-STEP-ENTRY OCCURS 8 TIMES.
              10 RS-STEP-STATE PIC X(01).
              10 RS-STEP-RC PIC 9(02).
              10 RS-START-STAMP PIC 9(14).
              10 RS-END-STAMP PIC 9(14).
              10 RS-OVERRIDE PIC X(01).

       FD  STATE-REPORT-FILE.
       01  STATE-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 RUNSTATE-STATUS PIC X(02) VALUE SPACES.
       01 STATERPT-STATUS PIC X(02) VALUE SPACES.

       01 IO-STATUS PIC X(02) VALUE SPACES.
       01 IO-FILE-NAME PIC X(10) VALUE SPACES.

      * THE STEPS WHOSE OUTPUT EACH STEP NEEDS, BY SLOT -- THE SAME
      * LISTS THE CHAIN PROGRAMS CHECK BEFORE THEY START.  RANDDIG
      * RUNS WHATEVER HAPPENED EARLIER, SO IT IS NEVER HELD BACK.
       01 RUN-STATE-PREREQ-LIST.
          05 FILLER PIC X(16) VALUE "0000000000000000".
          05 FILLER PIC X(16) VALUE "0100000000000000".
          05 FILLER PIC X(16) VALUE "0102000000000000".
          05 FILLER PIC X(16) VALUE "0102000000000000".
          05 FILLER PIC X(16) VALUE "0100000000000000".
          05 FILLER PIC X(16) VALUE "0102000000000000".
          05 FILLER PIC X(16) VALUE "0102060000000000".
          05 FILLER PIC X(16) VALUE "0000000000000000".
       01 RUN-STATE-PREREQ-TABLE REDEFINES RUN-STATE-PREREQ-LIST.
          05 RUN-STATE-PREREQ-ROW OCCURS 8 TIMES.
             10 RUN-STATE-PREREQ PIC 9(02) OCCURS 8 TIMES.

       01 RS-IX PIC 9(04) COMP-5 VALUE ZERO.
       01 RS-PREREQ-IX PIC 9(04) COMP-5 VALUE ZERO.
       01 RS-PREREQ-STEP PIC 9(04) COMP-5 VALUE ZERO.
       01 STEP-HELD-BACK PIC X VALUE 'N'.

       01 DATE-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 COMPLETED-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 HELD-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 FAILED-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 NOT-RUN-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 OVERRIDE-COUNT PIC 9(04) COMP-5 VALUE ZERO.

       01 LINE-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 LINES-PER-PAGE PIC 9(04) COMP-5 VALUE 60.
       01 PAGE-COUNT PIC 9(04) COMP-5 VALUE ZERO.

       01 STATE-HEADING-1.
          05 FILLER PIC X(30) VALUE "DAILY CHAIN RUN STATE".
          05 FILLER PIC X(10) VALUE "      PAGE".
          05 SH1-PAGE PIC ZZZ9.

       01 STATE-HEADING-2.
          05 FILLER PIC X(10) VALUE "RUN DATE".
          05 FILLER PIC X(14) VALUE "COBMAIN".
          05 FILLER PIC X(14) VALUE "RANDSCRN".
          05 FILLER PIC X(14) VALUE "RANDPOST".
          05 FILLER PIC X(14) VALUE "RANDARCH".
          05 FILLER PIC X(14) VALUE "RANDCOMP".
          05 FILLER PIC X(14) VALUE "RANDCSV".
          05 FILLER PIC X(14) VALUE "RANDBAL".
          05 FILLER PIC X(14) VALUE "RANDDIG".

       01 STATE-DETAIL-LINE.
          05 SD-DATE PIC 9(08).
          05 FILLER  PIC X(02) VALUE SPACES.
          05 SD-CELL OCCURS 8 TIMES.
             10 SD-WORD PIC X(09).
             10 FILLER  PIC X(01).
             10 SD-RC   PIC X(02).
             10 SD-OVERRIDE PIC X(01).
             10 FILLER  PIC X(01).

       01 STATE-RC-EDIT PIC 9(02) VALUE ZERO.

       01 STATE-TOTAL-LINE.
          05 ST-LABEL PIC X(24).
          05 ST-COUNT PIC ZZZ9.

       PROCEDURE DIVISION.

       OPEN INPUT RUN-STATE-FILE.
       MOVE "RUNSTATE" TO IO-FILE-NAME
       MOVE RUNSTATE-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS

       OPEN OUTPUT STATE-REPORT-FILE.
       MOVE "STATERPT" TO IO-FILE-NAME
       MOVE STATERPT-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS
       MOVE ZERO TO LINE-COUNT
       MOVE ZERO TO PAGE-COUNT

       PERFORM UNTIL RUNSTATE-STATUS NOT = "00"
          READ RUN-STATE-FILE
             AT END
                CONTINUE
             NOT AT END
                ADD 1 TO DATE-COUNT
                PERFORM PRINT-STATE-LINE
          END-READ
       END-PERFORM

       IF RUNSTATE-STATUS NOT = "10"
          MOVE "RUNSTATE" TO IO-FILE-NAME
          MOVE RUNSTATE-STATUS TO IO-STATUS
          PERFORM CHECK-IO-STATUS
       END-IF

       PERFORM PRINT-STATE-TOTALS

       CLOSE RUN-STATE-FILE.
       CLOSE STATE-REPORT-FILE.

       DISPLAY "RUN DATES LISTED: " DATE-COUNT
               " FAILED STEPS: " FAILED-COUNT
               " HELD STEPS: " HELD-COUNT

       stop run.

******************Program End*************************


       PRINT-STATE-LINE section.

       IF LINE-COUNT = ZERO OR LINE-COUNT >= LINES-PER-PAGE
          PERFORM PRINT-STATE-HEADING
       END-IF

       MOVE SPACES TO STATE-DETAIL-LINE
       MOVE RS-RUN-DATE TO SD-DATE
       MOVE ZERO TO RS-IX
       PERFORM UNTIL RS-IX = 8
          ADD 1 TO RS-IX
          PERFORM FORMAT-STEP-CELL
       END-PERFORM

       MOVE STATE-DETAIL-LINE TO STATE-REPORT-LINE
       WRITE STATE-REPORT-LINE
       MOVE "STATERPT" TO IO-FILE-NAME
       MOVE STATERPT-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS
       ADD 1 TO LINE-COUNT.

       exit section.


       FORMAT-STEP-CELL section.

       MOVE RS-STEP-RC(RS-IX) TO STATE-RC-EDIT
       EVALUATE RS-STEP-STATE(RS-IX)
          WHEN 'C'
             MOVE "COMPLETED" TO SD-WORD(RS-IX)
             MOVE STATE-RC-EDIT TO SD-RC(RS-IX)
             ADD 1 TO COMPLETED-COUNT
          WHEN 'H'
             MOVE "HELD" TO SD-WORD(RS-IX)
             MOVE STATE-RC-EDIT TO SD-RC(RS-IX)
             ADD 1 TO HELD-COUNT
          WHEN 'F'
             MOVE "FAILED" TO SD-WORD(RS-IX)
             MOVE STATE-RC-EDIT TO SD-RC(RS-IX)
             ADD 1 TO FAILED-COUNT
          WHEN 'S'
             MOVE "FAILED" TO SD-WORD(RS-IX)
             ADD 1 TO FAILED-COUNT
          WHEN OTHER
             PERFORM CHECK-STEP-HELD-BACK
             IF STEP-HELD-BACK = 'Y'
                MOVE "HELD" TO SD-WORD(RS-IX)
                ADD 1 TO HELD-COUNT
             ELSE
                MOVE "NOT RUN" TO SD-WORD(RS-IX)
                ADD 1 TO NOT-RUN-COUNT
             END-IF
       END-EVALUATE

       IF RS-OVERRIDE(RS-IX) = 'Y'
          MOVE "*" TO SD-OVERRIDE(RS-IX)
          ADD 1 TO OVERRIDE-COUNT
       END-IF.

       exit section.


      * A STEP THAT NEVER STARTED WAS HELD BACK WHEN ANY STEP WHOSE
      * OUTPUT IT NEEDS ENDED HELD, FAILED, OR NEVER ENDED AT ALL.
       CHECK-STEP-HELD-BACK section.

       MOVE 'N' TO STEP-HELD-BACK
       MOVE ZERO TO RS-PREREQ-IX
       PERFORM UNTIL RS-PREREQ-IX = 8 OR STEP-HELD-BACK = 'Y'
          ADD 1 TO RS-PREREQ-IX
          IF RUN-STATE-PREREQ(RS-IX, RS-PREREQ-IX) > ZERO
             MOVE RUN-STATE-PREREQ(RS-IX, RS-PREREQ-IX)
                TO RS-PREREQ-STEP
             IF RS-STEP-STATE(RS-PREREQ-STEP) = 'H'
                OR RS-STEP-STATE(RS-PREREQ-STEP) = 'F'
                OR RS-STEP-STATE(RS-PREREQ-STEP) = 'S'
                MOVE 'Y' TO STEP-HELD-BACK
             END-IF
          END-IF
       END-PERFORM.

       exit section.


       PRINT-STATE-HEADING section.

       ADD 1 TO PAGE-COUNT
       MOVE PAGE-COUNT TO SH1-PAGE
       MOVE STATE-HEADING-1 TO STATE-REPORT-LINE
       WRITE STATE-REPORT-LINE
       MOVE "STATERPT" TO IO-FILE-NAME
       MOVE STATERPT-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS
       MOVE SPACES TO STATE-REPORT-LINE
       WRITE STATE-REPORT-LINE
       MOVE "STATERPT" TO IO-FILE-NAME
       MOVE STATERPT-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS
       MOVE STATE-HEADING-2 TO STATE-REPORT-LINE
       WRITE STATE-REPORT-LINE
       MOVE "STATERPT" TO IO-FILE-NAME
       MOVE STATERPT-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS
       MOVE ZERO TO LINE-COUNT.

       exit section.


       PRINT-STATE-TOTALS section.

       PERFORM PRINT-BLANK-LINE
       MOVE "RC IS THE STEP'S FINAL RETURN CODE; * MEANS A RUNOVRD"
          TO STATE-REPORT-LINE
       PERFORM PRINT-REPORT-LINE
       MOVE "CARD OVERRODE THE RUN-STATE CHECK.  FAILED WITH NO RC:"
          TO STATE-REPORT-LINE
       PERFORM PRINT-REPORT-LINE
       MOVE "STARTED BUT NEVER ENDED.  HELD WITH NO RC: HELD BACK BY"
          TO STATE-REPORT-LINE
       PERFORM PRINT-REPORT-LINE
       MOVE "AN EARLIER STEP THAT ENDED HELD OR FAILED."
          TO STATE-REPORT-LINE
       PERFORM PRINT-REPORT-LINE
       PERFORM PRINT-BLANK-LINE

       MOVE "RUN DATES LISTED" TO ST-LABEL
       MOVE DATE-COUNT TO ST-COUNT
       PERFORM PRINT-TOTAL-LINE

       MOVE "STEPS COMPLETED" TO ST-LABEL
       MOVE COMPLETED-COUNT TO ST-COUNT
       PERFORM PRINT-TOTAL-LINE

       MOVE "STEPS HELD" TO ST-LABEL
       MOVE HELD-COUNT TO ST-COUNT
       PERFORM PRINT-TOTAL-LINE

       MOVE "STEPS FAILED" TO ST-LABEL
       MOVE FAILED-COUNT TO ST-COUNT
       PERFORM PRINT-TOTAL-LINE

       MOVE "STEPS NOT RUN" TO ST-LABEL
       MOVE NOT-RUN-COUNT TO ST-COUNT
       PERFORM PRINT-TOTAL-LINE

       MOVE "CHECKS OVERRIDDEN" TO ST-LABEL
       MOVE OVERRIDE-COUNT TO ST-COUNT
       PERFORM PRINT-TOTAL-LINE.

       exit section.


       PRINT-TOTAL-LINE section.

       MOVE STATE-TOTAL-LINE TO STATE-REPORT-LINE
       PERFORM PRINT-REPORT-LINE.

       exit section.


       PRINT-BLANK-LINE section.

       MOVE SPACES TO STATE-REPORT-LINE
       PERFORM PRINT-REPORT-LINE.

       exit section.


       PRINT-REPORT-LINE section.

       WRITE STATE-REPORT-LINE
       MOVE "STATERPT" TO IO-FILE-NAME
       MOVE STATERPT-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS
       ADD 1 TO LINE-COUNT.

       exit section.


       CHECK-IO-STATUS section.

       IF IO-STATUS NOT = "00"
          DISPLAY "FILE ERROR ON " IO-FILE-NAME
                  " FILE STATUS=" IO-STATUS
          MOVE 16 TO RETURN-CODE
          STOP RUN
       END-IF.

       exit section.
