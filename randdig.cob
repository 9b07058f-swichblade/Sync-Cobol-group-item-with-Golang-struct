      * A BAD NIGHT SCATTERS ITS EVIDENCE ACROSS THE CHAIN'S
      * EXCEPTION LISTINGS -- REJECTS, DEPTREJ, EMAILREJ, ERRLOG,
      * DUPLIST AND XDUPLIST FROM THE GENERATION SIDE, POSTLIST FROM
      * THE AUTOMATIC POSTING, TRANLIST FROM MANUAL MAINTENANCE,
      * DEPTLIST FROM DEPTREF MAINTENANCE, ACKLIST FROM THE HR FEED
      * ACKNOWLEDGEMENTS -- AND THE EARLY OPERATOR HAS TO OPEN EVERY
      * ONE TO DECIDE WHETHER TO RELEASE DISTRIBUTION.
      * THIS PROGRAM RUNS AT THE END OF THE JOB STREAM, READS ALL
      * OF THOSE LISTINGS PLUS THE NEWEST RUNLOG ENTRY, AND PRINTS
      * ONE PAGE ON DIGRPT: THE EXCEPTION COUNT PER SOURCE, THE
      * FIRST FEW DETAIL LINES OF EACH, AND A SINGLE OVERALL STATUS
      * LINE.
      *
      * STATUS RULES: A SOURCE WITH NO EXCEPTIONS CONTRIBUTES
      * NOTHING; ANY EXCEPTIONS AT ALL RAISE THE MORNING TO REVIEW;
      * REVIEW AND 8 ON HOLD SO THE STATUS CAN ALSO GATE JCL.
      *
      * DIGCARD CARRIES ONE FOUR-DIGIT HOLD THRESHOLD PER SOURCE IN
      * THE ORDER ABOVE (COLUMNS 1-40); A BLANK OR NON-NUMERIC FIELD
      * LEAVES THAT SOURCE ON THE PROGRAM DEFAULT OF 10.
      ******************************************************************
       ENVIRONMENT DIVISION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TRANLIST-STATUS.

           SELECT DEPT-LIST-FILE ASSIGN TO "DEPTLIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DEPTLIST-STATUS.

           SELECT ACK-LIST-FILE ASSIGN TO "ACKLIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ACKLIST-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DIGRPT-STATUS.

           SELECT RUN-STATE-FILE ASSIGN TO "RUNSTATE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS RS-RUN-DATE
              FILE STATUS IS RUNSTATE-STATUS.

           SELECT RUN-OVERRIDE-FILE ASSIGN TO "RUNOVRD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNOVRD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-FILE.
       FD  TRAN-LIST-FILE.
       01  TRAN-LIST-LINE PIC X(132).

       FD  DEPT-LIST-FILE.
       01  DEPT-LIST-LINE PIC X(132).

       FD  ACK-LIST-FILE.
       01  ACK-LIST-LINE PIC X(132).

       FD  RUN-LOG-FILE.
       01  RUN-LOG-RECORD.
           05 RL-RUN-DATE PIC 9(08).

       FD  CONTROL-CARD-FILE.
       01  CONTROL-CARD-RECORD.
           05 CC-THRESHOLD PIC X(04) OCCURS 10 TIMES.

       FD  DIGEST-REPORT-FILE.
       01  DIGEST-REPORT-LINE PIC X(132).

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

       FD  RUN-OVERRIDE-FILE.
       01  RUN-OVERRIDE-RECORD.
           05 OV-PROGRAM PIC X(08).
           05 OV-RUN-DATE PIC X(08).
           05 OV-REASON PIC X(40).


       WORKING-STORAGE SECTION.

       01 REJECTS-STATUS PIC X(02) VALUE SPACES.
       01 XDUPLIST-STATUS PIC X(02) VALUE SPACES.
       01 POSTLIST-STATUS PIC X(02) VALUE SPACES.
       01 TRANLIST-STATUS PIC X(02) VALUE SPACES.
       01 DEPTLIST-STATUS PIC X(02) VALUE SPACES.
       01 ACKLIST-STATUS PIC X(02) VALUE SPACES.
       01 RUNLOG-STATUS PIC X(02) VALUE SPACES.
       01 DIGCARD-STATUS PIC X(02) VALUE SPACES.
       01 DIGRPT-STATUS PIC X(02) VALUE SPACES.
       01 IO-STATUS PIC X(02) VALUE SPACES.
       01 IO-FILE-NAME PIC X(10) VALUE SPACES.


      * RUN-STATE CONTROL: THIS PROGRAM'S SLOT ON THE RUNSTATE
      * RECORD AND THE SLOTS OF THE STEPS WHOSE OUTPUT IT USES.
       01 RUNSTATE-STATUS PIC X(02) VALUE SPACES.
       01 RUNOVRD-STATUS PIC X(02) VALUE SPACES.
       01 RUN-STATE-PROGRAM PIC X(08) VALUE "RANDDIG".
       01 RUN-STATE-STEP PIC 9(04) COMP-5 VALUE 8.
       01 RUN-STATE-PREREQ-LIST.
          05 FILLER PIC X(16) VALUE "0102030405060700".
       01 RUN-STATE-PREREQ-TABLE REDEFINES RUN-STATE-PREREQ-LIST.
          05 RUN-STATE-PREREQ PIC 9(02) OCCURS 8 TIMES.
       01 RUN-STATE-STEP-NAMES.
          05 FILLER PIC X(32)
             VALUE "COBMAIN RANDSCRNRANDPOSTRANDARCH".
          05 FILLER PIC X(32)
             VALUE "RANDCOMPRANDCSV RANDBAL RANDDIG ".
       01 RUN-STATE-NAME-TABLE REDEFINES RUN-STATE-STEP-NAMES.
          05 RUN-STATE-STEP-NAME PIC X(08) OCCURS 8 TIMES.
       01 RUN-STATE-DATE PIC 9(08) VALUE ZERO.
       01 RUN-STATE-NEW PIC X VALUE 'N'.
       01 RUN-STATE-STARTED PIC X VALUE 'N'.
       01 RUN-STATE-OVERRIDE PIC X VALUE 'N'.
       01 RUN-STATE-REFUSAL PIC X(60) VALUE SPACES.
       01 RUN-STATE-LATEST PIC 9(14) VALUE ZERO.
       01 RUN-STATE-NOW PIC 9(14) VALUE ZERO.
       01 RUN-STATE-NOW-PARTS REDEFINES RUN-STATE-NOW.
          05 RUN-STATE-NOW-DATE PIC 9(08).
          05 RUN-STATE-NOW-TIME PIC 9(06).
       01 RUN-STATE-TIME-AREA.
          05 RUN-STATE-TIME PIC 9(06).
          05 FILLER PIC 9(02).
       01 RS-IX PIC 9(04) COMP-5 VALUE ZERO.
       01 RS-PREREQ-IX PIC 9(04) COMP-5 VALUE ZERO.

      * ONE ENTRY PER EXCEPTION SOURCE, IN LISTING ORDER.  EACH
      * CARRIES ITS COUNT, ITS HOLD THRESHOLD AND THE FIRST FEW
      * DETAIL LINES CAPTURED FOR THE DIGEST.
       01 SOURCE-TABLE.
          03 SOURCE-ENTRY OCCURS 10 TIMES.
             05 SRC-NAME PIC X(08).
             05 SRC-COUNT PIC 9(06) COMP-5.
             05 SRC-THRESHOLD PIC 9(04) COMP-5.
             05 SRC-SAMPLE-COUNT PIC 9(04) COMP-5.
             05 SRC-SAMPLE-LINE PIC X(100) OCCURS 3 TIMES.
       01 SOURCE-LIMIT PIC 9(04) COMP-5 VALUE 10.
       01 SAMPLE-LIMIT PIC 9(04) COMP-5 VALUE 3.
       01 DEFAULT-THRESHOLD PIC 9(04) COMP-5 VALUE 10.
       01 SRC-IX PIC 9(04) COMP-5 VALUE ZERO.

       PROCEDURE DIVISION.

       perform READ-NEWEST-RUNLOG.
      * WITH NO RUNLOG ENTRY THERE IS NO RUN DATE TO TRACK THE DIGEST
      * UNDER; IT IS STILL PRINTED, SINCE THAT IS WHEN IT IS NEEDED.
       IF NEWEST-RUN-DATE > ZERO
          MOVE NEWEST-RUN-DATE TO RUN-STATE-DATE
          PERFORM CHECK-RUN-STATE
       ELSE
          DISPLAY "RUNLOG SUPPLIED NO ENTRIES - RUN STATE NOT RECORDED"
       END-IF

       perform INITIALIZE-SOURCE-TABLE.
       perform READ-DIGEST-CARD.

       perform SCAN-POST-LIST.
       MOVE 8 TO SRC-IX
       perform SCAN-TRAN-LIST.
       MOVE 9 TO SRC-IX
       perform SCAN-DEPT-LIST.
       MOVE 10 TO SRC-IX
       perform SCAN-ACK-LIST.

       perform SET-OVERALL-STATUS.
       perform PRINT-DIGEST.

             CONTINUE
       END-EVALUATE.

       perform STAMP-RUN-STATE.

       stop run.

******************Program End*************************
       MOVE "DUPLIST" TO SRC-NAME(5)
       MOVE "XDUPLIST" TO SRC-NAME(6)
       MOVE "POSTLIST" TO SRC-NAME(7)
       MOVE "TRANLIST" TO SRC-NAME(8)
       MOVE "DEPTLIST" TO SRC-NAME(9)
       MOVE "ACKLIST" TO SRC-NAME(10).

       exit section.

       exit section.


      * POSTLIST, TRANLIST AND DEPTLIST ECHO EVERY ACTION AS
      * APPLIED OR REJECTED; ONLY THE REJECTED ONES ARE EXCEPTIONS.
      * ALL THREE LISTINGS PUT THE RESULT IN COLUMNS 39-46 OF THE
      * DETAIL LINE (SEE THE DETAIL LAYOUTS IN RANDPOST, RANDMNT AND
      * DEPTMNT), WHICH ALSO SKIPS THE HEADING AND TOTAL LINES.
       SCAN-POST-LIST section.

       OPEN INPUT POST-LIST-FILE
       exit section.


       SCAN-DEPT-LIST section.

       OPEN INPUT DEPT-LIST-FILE
       MOVE "DEPTLIST" TO IO-FILE-NAME
       MOVE DEPTLIST-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS
       PERFORM UNTIL DEPTLIST-STATUS NOT = "00"
          READ DEPT-LIST-FILE
             AT END
                CONTINUE
             NOT AT END
                IF DEPT-LIST-LINE(39:8) = "REJECTED"
                   MOVE SPACES TO EXCEPTION-TEXT
                   MOVE DEPT-LIST-LINE TO EXCEPTION-TEXT(1:132)
                   PERFORM TALLY-EXCEPTION
                END-IF
          END-READ
       END-PERFORM
       IF DEPTLIST-STATUS NOT = "10"
          MOVE "DEPTLIST" TO IO-FILE-NAME
          MOVE DEPTLIST-STATUS TO IO-STATUS
          PERFORM CHECK-IO-STATUS
       END-IF
       CLOSE DEPT-LIST-FILE.

       exit section.


      * ACKLIST CLASSES EVERY FEED IN COLUMNS 39-46 (SEE RANDACK);
      * A FEED HR REFUSED OR NEVER ACKNOWLEDGED INSIDE THE CUTOFF IS
      * AN EXCEPTION.  A COUNT/HASH DISAGREEMENT STAYS ON ACKLIST.
       SCAN-ACK-LIST section.

       OPEN INPUT ACK-LIST-FILE
       MOVE "ACKLIST" TO IO-FILE-NAME
       MOVE ACKLIST-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS
       PERFORM UNTIL ACKLIST-STATUS NOT = "00"
          READ ACK-LIST-FILE
             AT END
                CONTINUE
             NOT AT END
                IF ACK-LIST-LINE(39:8) = "REFUSED "
                   OR ACK-LIST-LINE(39:8) = "UNACKED "
                   MOVE SPACES TO EXCEPTION-TEXT
                   MOVE ACK-LIST-LINE TO EXCEPTION-TEXT(1:132)
                   PERFORM TALLY-EXCEPTION
                END-IF
          END-READ
       END-PERFORM
       IF ACKLIST-STATUS NOT = "10"
          MOVE "ACKLIST" TO IO-FILE-NAME
          MOVE ACKLIST-STATUS TO IO-STATUS
          PERFORM CHECK-IO-STATUS
       END-IF
       CLOSE ACK-LIST-FILE.

       exit section.


       TALLY-EXCEPTION section.

       ADD 1 TO SRC-COUNT(SRC-IX)
       exit section.


      * RUN-STATE CHECK, TAKEN BEFORE ANY WORK IS DONE.  THE DIGEST
      * RUNS WHATEVER THE EARLIER STEPS DID, SO IT IS NEVER OUT OF
      * SEQUENCE; IT IS REFUSED WITH RC 8 ONLY WHEN IT HAS ALREADY
      * COMPLETED CLEAN FOR THE RUN DATE AND NO EARLIER STEP HAS RUN
      * AGAIN SINCE (A DUPLICATE).  A DIGEST THAT ENDED HELD MAY
      * ALWAYS BE RERUN.  A RUNOVRD CARD NAMING
      * THIS PROGRAM IN COLUMNS 1-8 AND THE RUN DATE IN 9-16 LETS
      * THE OPERATOR RUN IT ANYWAY; THE SLOT IS MARKED OVERRIDDEN.
       CHECK-RUN-STATE section.

       PERFORM OPEN-RUN-STATE
       PERFORM READ-RUN-STATE

       MOVE SPACES TO RUN-STATE-REFUSAL
       MOVE ZERO TO RUN-STATE-LATEST
       MOVE ZERO TO RS-PREREQ-IX
       PERFORM UNTIL RS-PREREQ-IX = 8
          ADD 1 TO RS-PREREQ-IX
          IF RUN-STATE-PREREQ(RS-PREREQ-IX) > ZERO
             MOVE RUN-STATE-PREREQ(RS-PREREQ-IX) TO RS-IX
             IF RS-END-STAMP(RS-IX) > RUN-STATE-LATEST
                MOVE RS-END-STAMP(RS-IX) TO RUN-STATE-LATEST
             END-IF
          END-IF
       END-PERFORM

       IF RUN-STATE-REFUSAL = SPACES
          AND RS-STEP-STATE(RUN-STATE-STEP) = 'C'
          AND RS-END-STAMP(RUN-STATE-STEP) >= RUN-STATE-LATEST
          MOVE "ALREADY COMPLETED FOR THIS RUN DATE"
             TO RUN-STATE-REFUSAL
       END-IF

       MOVE 'N' TO RUN-STATE-OVERRIDE
       IF RUN-STATE-REFUSAL NOT = SPACES
          PERFORM READ-RUN-OVERRIDE
          IF RUN-STATE-OVERRIDE = 'N'
             DISPLAY RUN-STATE-PROGRAM " REFUSED FOR RUN DATE "
                     RUN-STATE-DATE " - " RUN-STATE-REFUSAL
             DISPLAY "TO RUN IT ANYWAY SUPPLY A RUNOVRD CARD NAMING "
                     RUN-STATE-PROGRAM " AND " RUN-STATE-DATE
             CLOSE RUN-STATE-FILE
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF
          DISPLAY RUN-STATE-PROGRAM " RUN-STATE CHECK OVERRIDDEN - "
                  RUN-STATE-REFUSAL
       END-IF

       PERFORM TAKE-RUN-STATE-TIME
       MOVE 'S' TO RS-STEP-STATE(RUN-STATE-STEP)
       MOVE ZERO TO RS-STEP-RC(RUN-STATE-STEP)
       MOVE RUN-STATE-NOW TO RS-START-STAMP(RUN-STATE-STEP)
       MOVE ZERO TO RS-END-STAMP(RUN-STATE-STEP)
       MOVE RUN-STATE-OVERRIDE TO RS-OVERRIDE(RUN-STATE-STEP)
       PERFORM WRITE-RUN-STATE
       CLOSE RUN-STATE-FILE
       MOVE 'Y' TO RUN-STATE-STARTED
       DISPLAY RUN-STATE-PROGRAM " STARTED FOR RUN DATE "
               RUN-STATE-DATE.

       exit section.


      * END STAMP: THE FINAL RETURN CODE DECIDES THE STATE.  A RUN
      * THAT STOPS ON A FILE ERROR NEVER GETS HERE AND IS LEFT
      * STARTED, WHICH THE STATUS REPORT SHOWS AS FAILED.
       STAMP-RUN-STATE section.

       IF RUN-STATE-STARTED = 'Y'
          MOVE 'N' TO RUN-STATE-STARTED
          PERFORM TAKE-RUN-STATE-TIME
          PERFORM OPEN-RUN-STATE
          PERFORM READ-RUN-STATE
          EVALUATE TRUE
             WHEN RETURN-CODE = ZERO
                MOVE 'C' TO RS-STEP-STATE(RUN-STATE-STEP)
             WHEN RETURN-CODE < 12
                MOVE 'H' TO RS-STEP-STATE(RUN-STATE-STEP)
             WHEN OTHER
                MOVE 'F' TO RS-STEP-STATE(RUN-STATE-STEP)
          END-EVALUATE
          MOVE RETURN-CODE TO RS-STEP-RC(RUN-STATE-STEP)
          MOVE RUN-STATE-NOW TO RS-END-STAMP(RUN-STATE-STEP)
          PERFORM WRITE-RUN-STATE
          CLOSE RUN-STATE-FILE
       END-IF.

       exit section.


      * THE CLUSTER IS EMPTY UNTIL THE FIRST RUN DATE IS WRITTEN.
       OPEN-RUN-STATE section.

       OPEN I-O RUN-STATE-FILE
       IF RUNSTATE-STATUS = "35"
          OPEN OUTPUT RUN-STATE-FILE
          CLOSE RUN-STATE-FILE
          OPEN I-O RUN-STATE-FILE
       END-IF
       MOVE "RUNSTATE" TO IO-FILE-NAME
       MOVE RUNSTATE-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS.

       exit section.


       READ-RUN-STATE section.

       MOVE RUN-STATE-DATE TO RS-RUN-DATE
       MOVE 'N' TO RUN-STATE-NEW
       READ RUN-STATE-FILE
          INVALID KEY
             MOVE 'Y' TO RUN-STATE-NEW
             INITIALIZE RUN-STATE-RECORD
             MOVE RUN-STATE-DATE TO RS-RUN-DATE
          NOT INVALID KEY
             MOVE "RUNSTATE" TO IO-FILE-NAME
             MOVE RUNSTATE-STATUS TO IO-STATUS
             PERFORM CHECK-IO-STATUS
       END-READ.

       exit section.


       WRITE-RUN-STATE section.

       IF RUN-STATE-NEW = 'Y'
          WRITE RUN-STATE-RECORD
          END-WRITE
       ELSE
          REWRITE RUN-STATE-RECORD
          END-REWRITE
       END-IF
       MOVE "RUNSTATE" TO IO-FILE-NAME
       MOVE RUNSTATE-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS
       MOVE 'N' TO RUN-STATE-NEW.

       exit section.


      * ANY NUMBER OF OVERRIDE CARDS MAY BE SUPPLIED; ONLY ONE
      * NAMING BOTH THIS PROGRAM AND THIS RUN DATE COUNTS, SO A CARD
      * LEFT BEHIND FROM AN EARLIER NIGHT OVERRIDES NOTHING.  NO
      * RUNOVRD DATASET AT ALL MEANS NO OVERRIDE.
       READ-RUN-OVERRIDE section.

       OPEN INPUT RUN-OVERRIDE-FILE
       IF RUNOVRD-STATUS = "00"
          PERFORM UNTIL RUNOVRD-STATUS NOT = "00"
             READ RUN-OVERRIDE-FILE
                AT END
                   CONTINUE
                NOT AT END
                   IF OV-PROGRAM = RUN-STATE-PROGRAM
                      AND OV-RUN-DATE = RUN-STATE-DATE
                      MOVE 'Y' TO RUN-STATE-OVERRIDE
                      DISPLAY "RUNOVRD CARD ACCEPTED: " OV-REASON
                   END-IF
             END-READ
          END-PERFORM
          CLOSE RUN-OVERRIDE-FILE
       END-IF.

       exit section.


       TAKE-RUN-STATE-TIME section.

       ACCEPT RUN-STATE-NOW-DATE FROM DATE YYYYMMDD
       ACCEPT RUN-STATE-TIME-AREA FROM TIME
       MOVE RUN-STATE-TIME TO RUN-STATE-NOW-TIME.

       exit section.




       CHECK-IO-STATUS section.

       IF IO-STATUS NOT = "00"
