       IDENTIFICATION DIVISION.
       PROGRAM-ID. randroll.
      ******************************************************************
      * RANDOMGROUP GENERATION ROLL.
      *
      * COPIES YESTERDAY'S RANDOUT GENERATION TO RANDPRIO (THE
      * RANDOUT.PRIOR DATASET) BEFORE COBMAIN REWRITES RANDOUT, SO
      * RANDCOMP CAN ANSWER "WHAT CHANGED SINCE YESTERDAY".
      *
      * THE ROLL IS ONLY RIGHT ONCE PER RUN DATE AND ONLY BEFORE
      * COBMAIN HAS TOUCHED RANDOUT -- ROLLING AGAIN ON A RERUN
      * WOULD OVERWRITE THE REAL PRIOR GENERATION WITH THE FAILED
      * RUN'S PARTIAL RANDOUT.  SO THE RUN STATE IS CHECKED FIRST,
      * THE SAME WAY EVERY CHAIN STEP CHECKS IT: THE RUN DATE IS
      * TODAY'S DATE, AS COBMAIN TAKES IT, AND THE ROLL IS REFUSED
      * WITH RC 8 WHEN COBMAIN'S SLOT ON THE RUNSTATE RECORD FOR
      * THAT DATE IS NO LONGER BLANK (COBMAIN HAS ALREADY STARTED,
      * SO THIS IS A DUPLICATE ROLL), OR WHEN A FAILED COBMAIN RUN
      * IS STILL WAITING TO BE RESTARTED -- CHKPT HOLDS A
      * CHECKPOINT, OR COBMAIN'S SLOT FOR THE PREVIOUS DATE IS LEFT
      * STARTED OR FAILED (A RUN THAT BEGAN BEFORE MIDNIGHT).
      * A RUNOVRD CARD NAMING RANDROLL AND THE RUN DATE LETS THE
      * OPERATOR ROLL ANYWAY.  THE ROLL HAS NO SLOT OF ITS OWN --
      * COBMAIN'S START STAMP IS WHAT MARKS THE DATE AS ROLLED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RANDOM-OUT-FILE ASSIGN TO "RANDOUT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS RANDOUT-STATUS.

           SELECT PRIOR-OUT-FILE ASSIGN TO "RANDPRIO"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS RANDPRIO-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "CHKPT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS CHKPT-STATUS.

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
       FD  RANDOM-OUT-FILE.
       01  RANDOM-OUT-RECORD PIC X(250).

       FD  PRIOR-OUT-FILE.
       01  PRIOR-OUT-RECORD PIC X(250).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05 CKPT-LAST-I PIC 9(06).

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

       01 RANDOUT-STATUS PIC X(02) VALUE SPACES.
       01 RANDPRIO-STATUS PIC X(02) VALUE SPACES.
       01 CHKPT-STATUS PIC X(02) VALUE SPACES.

       01 IO-STATUS PIC X(02) VALUE SPACES.
       01 IO-FILE-NAME PIC X(10) VALUE SPACES.


      * RUN-STATE CONTROL: THE ROLL READS COBMAIN'S SLOT ONLY.
       01 RUNSTATE-STATUS PIC X(02) VALUE SPACES.
       01 RUNOVRD-STATUS PIC X(02) VALUE SPACES.
       01 RUN-STATE-PROGRAM PIC X(08) VALUE "RANDROLL".
       01 RUN-STATE-COBMAIN-STEP PIC 9(04) COMP-5 VALUE 1.
       01 RUN-STATE-DATE PIC 9(08) VALUE ZERO.
       01 RUN-STATE-PRIOR-DATE PIC 9(08) VALUE ZERO.
       01 RUN-STATE-OVERRIDE PIC X VALUE 'N'.
       01 RUN-STATE-REFUSAL PIC X(60) VALUE SPACES.

       01 ROLL-COUNT PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.

       ACCEPT RUN-STATE-DATE FROM DATE YYYYMMDD.

       perform CHECK-ROLL-STATE.

       display "Rolling RANDOUT to the prior generation"
       display "======================================="
       perform COPY-GENERATION.

       DISPLAY "RECORDS ROLLED TO RANDPRIO: " ROLL-COUNT.

       stop run.

******************Program End*************************


      * THE RUN-STATE CHECK, TAKEN BEFORE RANDPRIO IS OPENED.  NO
      * RUNSTATE RECORD FOR THE DATE (OR NO CLUSTER CONTENT YET)
      * MEANS COBMAIN HAS NOT STARTED FOR IT.
       CHECK-ROLL-STATE section.

       MOVE SPACES TO RUN-STATE-REFUSAL

       OPEN INPUT RUN-STATE-FILE
       IF RUNSTATE-STATUS NOT = "35"
          MOVE "RUNSTATE" TO IO-FILE-NAME
          MOVE RUNSTATE-STATUS TO IO-STATUS
          PERFORM CHECK-IO-STATUS
          MOVE RUN-STATE-DATE TO RS-RUN-DATE
          READ RUN-STATE-FILE
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE "RUNSTATE" TO IO-FILE-NAME
                MOVE RUNSTATE-STATUS TO IO-STATUS
                PERFORM CHECK-IO-STATUS
                IF RS-STEP-STATE(RUN-STATE-COBMAIN-STEP) NOT = SPACE
                   MOVE "COBMAIN HAS ALREADY STARTED FOR THIS RUN DATE"
                      TO RUN-STATE-REFUSAL
                END-IF
          END-READ
          IF RUN-STATE-REFUSAL = SPACES
             COMPUTE RUN-STATE-PRIOR-DATE = FUNCTION DATE-OF-INTEGER
                (FUNCTION INTEGER-OF-DATE(RUN-STATE-DATE) - 1)
             MOVE RUN-STATE-PRIOR-DATE TO RS-RUN-DATE
             READ RUN-STATE-FILE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE "RUNSTATE" TO IO-FILE-NAME
                   MOVE RUNSTATE-STATUS TO IO-STATUS
                   PERFORM CHECK-IO-STATUS
                   IF RS-STEP-STATE(RUN-STATE-COBMAIN-STEP) = 'S'
                      OR RS-STEP-STATE(RUN-STATE-COBMAIN-STEP) = 'F'
                      MOVE "COBMAIN FOR THE PREVIOUS DATE HAS NOT ENDED"
                         TO RUN-STATE-REFUSAL
                   END-IF
             END-READ
          END-IF
          CLOSE RUN-STATE-FILE
       END-IF

       IF RUN-STATE-REFUSAL = SPACES
          OPEN INPUT CHECKPOINT-FILE
          IF CHKPT-STATUS = "00"
             READ CHECKPOINT-FILE
                AT END
                   CONTINUE
                NOT AT END
                   MOVE "A CHECKPOINT RESTART OF COBMAIN IS PENDING"
                      TO RUN-STATE-REFUSAL
             END-READ
             CLOSE CHECKPOINT-FILE
          END-IF
       END-IF

       MOVE 'N' TO RUN-STATE-OVERRIDE
       IF RUN-STATE-REFUSAL NOT = SPACES
          PERFORM READ-RUN-OVERRIDE
          IF RUN-STATE-OVERRIDE = 'N'
             DISPLAY RUN-STATE-PROGRAM " REFUSED FOR RUN DATE "
                     RUN-STATE-DATE " - " RUN-STATE-REFUSAL
             DISPLAY "TO RUN IT ANYWAY SUPPLY A RUNOVRD CARD NAMING "
                     RUN-STATE-PROGRAM " AND " RUN-STATE-DATE
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF
          DISPLAY RUN-STATE-PROGRAM " RUN-STATE CHECK OVERRIDDEN - "
                  RUN-STATE-REFUSAL
       END-IF

       DISPLAY RUN-STATE-PROGRAM " ROLLING FOR RUN DATE "
               RUN-STATE-DATE.

       exit section.


       COPY-GENERATION section.

       OPEN INPUT RANDOM-OUT-FILE
       MOVE "RANDOUT" TO IO-FILE-NAME
       MOVE RANDOUT-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS

       OPEN OUTPUT PRIOR-OUT-FILE
       MOVE "RANDPRIO" TO IO-FILE-NAME
       MOVE RANDPRIO-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS

       PERFORM UNTIL RANDOUT-STATUS NOT = "00"
          READ RANDOM-OUT-FILE
             AT END
                CONTINUE
             NOT AT END
                MOVE RANDOM-OUT-RECORD TO PRIOR-OUT-RECORD
                WRITE PRIOR-OUT-RECORD
                MOVE "RANDPRIO" TO IO-FILE-NAME
                MOVE RANDPRIO-STATUS TO IO-STATUS
                PERFORM CHECK-IO-STATUS
                ADD 1 TO ROLL-COUNT
          END-READ
       END-PERFORM
       IF RANDOUT-STATUS NOT = "10"
          MOVE "RANDOUT" TO IO-FILE-NAME
          MOVE RANDOUT-STATUS TO IO-STATUS
          PERFORM CHECK-IO-STATUS
       END-IF

       CLOSE RANDOM-OUT-FILE
       CLOSE PRIOR-OUT-FILE.

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


       CHECK-IO-STATUS section.

       IF IO-STATUS NOT = "00"
          DISPLAY "FILE ERROR ON " IO-FILE-NAME
                  " FILE STATUS=" IO-STATUS
          MOVE 16 TO RETURN-CODE
          STOP RUN
       END-IF.

       exit section.
