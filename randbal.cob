      * RANDOUT (SUM OF RO-IDENT, THE SAME HASH RANDCSV WRITES),
      * AND COMPARES:
      *   THE CSVOUT T-RECORD COUNT AND HASH TOTAL
      *   THE JSONOUT ENVELOPE RECORDCOUNT AND IDENTHASHTOTAL
      *   RL-RECORDS-WRITTEN ON THE NEWEST RUNLOG ENTRY
      *   THE SUM OF THE DEPTSUM DEPARTMENT HEADCOUNTS
      * A ONE-PAGE PROOF SHEET GOES TO BALRPT, AND ANY MISMATCH
      * DEPARTMENT TALLIES ONLY COVER THE POST-RESTART RECORDS (SEE
      * THE RESTART NOTE IN COBMAIN), SO THOSE TWO COMPARISONS ARE
      * MARKED NOT CHECKED RATHER THAN REPORTED AS FALSE MISMATCHES
      * -- THE CSVOUT AND JSONOUT PROOFS, WHICH COVER THE FULL
      * DATASET, STILL GATE THE FEED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CSVOUT-STATUS.

           SELECT JSON-OUT-FILE ASSIGN TO "JSONOUT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JSONOUT-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BALRPT-STATUS.

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
       FD  CSV-OUT-FILE.
       01  CSV-OUT-LINE PIC X(300).

       FD  JSON-OUT-FILE.
       01  JSON-OUT-LINE PIC X(1000).

       FD  RUN-LOG-FILE.
       01  RUN-LOG-RECORD.
           05 RL-RUN-DATE PIC 9(08).
       FD  BALANCE-REPORT-FILE.
       01  BALANCE-REPORT-LINE PIC X(132).

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
       01 CSVOUT-STATUS PIC X(02) VALUE SPACES.
       01 JSONOUT-STATUS PIC X(02) VALUE SPACES.
       01 RUNLOG-STATUS PIC X(02) VALUE SPACES.
       01 DEPTSUM-STATUS PIC X(02) VALUE SPACES.
       01 BALRPT-STATUS PIC X(02) VALUE SPACES.
       01 IO-STATUS PIC X(02) VALUE SPACES.
       01 IO-FILE-NAME PIC X(10) VALUE SPACES.


      * RUN-STATE CONTROL: THIS PROGRAM'S SLOT ON THE RUNSTATE
      * RECORD AND THE SLOTS OF THE STEPS WHOSE OUTPUT IT USES.
       01 RUNSTATE-STATUS PIC X(02) VALUE SPACES.
       01 RUNOVRD-STATUS PIC X(02) VALUE SPACES.
       01 RUN-STATE-PROGRAM PIC X(08) VALUE "RANDBAL".
       01 RUN-STATE-STEP PIC 9(04) COMP-5 VALUE 7.
       01 RUN-STATE-PREREQ-LIST.
          05 FILLER PIC X(16) VALUE "0102060000000000".
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

       01 RANDOUT-COUNT PIC 9(06) VALUE ZERO.
       01 RANDOUT-HASH PIC 9(12) VALUE ZERO.

       01 CF-TRAILER-COUNT PIC X(07) VALUE SPACES.
       01 CF-TRAILER-HASH PIC X(13) VALUE SPACES.

      * THE JSONOUT ENVELOPE TOTALS ARE UNPADDED JSON NUMBERS ON
      * THEIR OWN LINES AFTER THE ARRAYS, EACH "NAME":VALUE.
       01 JSON-COUNT-SEEN PIC X VALUE 'N'.
       01 JSON-HASH-SEEN PIC X VALUE 'N'.
       01 JSON-COUNT PIC 9(06) VALUE ZERO.
       01 JSON-HASH PIC 9(12) VALUE ZERO.
       01 JF-LABEL PIC X(20) VALUE SPACES.
       01 JF-VALUE PIC X(20) VALUE SPACES.
       01 JF-VALUE-LEN PIC 9(04) COMP-5 VALUE ZERO.

       01 RUNLOG-SEEN PIC X VALUE 'N'.
       01 NEWEST-WRITTEN PIC 9(06) VALUE ZERO.
       01 NEWEST-RESTART-FLAG PIC X VALUE 'N'.

       PROCEDURE DIVISION.

       perform READ-NEWEST-RUNLOG.
       perform CHECK-RUN-STATE.

       OPEN OUTPUT BALANCE-REPORT-FILE.
       MOVE "BALRPT" TO IO-FILE-NAME
       MOVE BALRPT-STATUS TO IO-STATUS
       perform COUNT-RANDOUT.

       perform READ-CSV-TRAILER.
       perform READ-JSON-ENVELOPE.
       perform SUM-DEPT-HEADCOUNTS.

       perform PRINT-PROOF-SHEET.
          DISPLAY "ALL CONTROL TOTALS IN BALANCE"
       END-IF.

       perform STAMP-RUN-STATE.

       stop run.

******************Program End*************************
       exit section.


       READ-JSON-ENVELOPE section.

       OPEN INPUT JSON-OUT-FILE
       MOVE "JSONOUT" TO IO-FILE-NAME
       MOVE JSONOUT-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS
       PERFORM UNTIL JSONOUT-STATUS NOT = "00"
          READ JSON-OUT-FILE
             AT END
                CONTINUE
             NOT AT END
                IF JSON-OUT-LINE(1:14) = '"recordCount":'
                   OR JSON-OUT-LINE(1:17) = '"identHashTotal":'
                   PERFORM TAKE-JSON-TOTAL
                END-IF
          END-READ
       END-PERFORM
       IF JSONOUT-STATUS NOT = "10"
          MOVE "JSONOUT" TO IO-FILE-NAME
          MOVE JSONOUT-STATUS TO IO-STATUS
          PERFORM CHECK-IO-STATUS
       END-IF
       CLOSE JSON-OUT-FILE.

       exit section.


       TAKE-JSON-TOTAL section.

       MOVE SPACES TO JF-LABEL
       MOVE SPACES TO JF-VALUE
       UNSTRING JSON-OUT-LINE DELIMITED BY ":" OR ","
          INTO JF-LABEL
               JF-VALUE
       END-UNSTRING
       MOVE 20 TO JF-VALUE-LEN
       PERFORM UNTIL JF-VALUE-LEN = ZERO
          OR JF-VALUE(JF-VALUE-LEN:1) NOT = SPACE
          SUBTRACT 1 FROM JF-VALUE-LEN
       END-PERFORM
       IF JF-VALUE-LEN = ZERO OR JF-VALUE-LEN > 12
          EXIT SECTION
       END-IF
       IF JF-VALUE(1:JF-VALUE-LEN) IS NOT NUMERIC
          EXIT SECTION
       END-IF

       IF JF-LABEL = '"recordCount"'
          IF JF-VALUE-LEN <= 6
             COMPUTE JSON-COUNT =
                FUNCTION NUMVAL(JF-VALUE(1:JF-VALUE-LEN))
             MOVE 'Y' TO JSON-COUNT-SEEN
          END-IF
       ELSE
          COMPUTE JSON-HASH =
             FUNCTION NUMVAL(JF-VALUE(1:JF-VALUE-LEN))
          MOVE 'Y' TO JSON-HASH-SEEN
       END-IF.

       exit section.


      * RUNLOG IS APPENDED CHRONOLOGICALLY, SO THE NEWEST ENTRY IS
      * SIMPLY THE LAST ONE READ.
       READ-NEWEST-RUNLOG section.
                CONTINUE
             NOT AT END
                MOVE 'Y' TO RUNLOG-SEEN
                MOVE RL-RUN-DATE TO RUN-STATE-DATE
                MOVE RL-RECORDS-WRITTEN TO NEWEST-WRITTEN
                MOVE RL-RESTART-FLAG TO NEWEST-RESTART-FLAG
          END-READ
       MOVE PROOF-DETAIL-LINE TO BALANCE-REPORT-LINE
       PERFORM WRITE-BALANCE-LINE

       MOVE SPACES TO PROOF-DETAIL-LINE
       MOVE "JSONOUT ENVELOPE RECORD COUNT" TO PF-LABEL
       MOVE RANDOUT-COUNT TO PF-EXPECTED
       MOVE JSON-COUNT TO PF-FOUND
       IF JSON-COUNT-SEEN = 'N'
          MOVE "NO ENVELOPE" TO PF-VERDICT
          ADD 1 TO MISMATCH-COUNT
       ELSE
          IF JSON-COUNT = RANDOUT-COUNT
             MOVE "IN BALANCE" TO PF-VERDICT
          ELSE
             MOVE "OUT OF BALANCE" TO PF-VERDICT
             ADD 1 TO MISMATCH-COUNT
          END-IF
       END-IF
       MOVE PROOF-DETAIL-LINE TO BALANCE-REPORT-LINE
       PERFORM WRITE-BALANCE-LINE

       MOVE SPACES TO PROOF-DETAIL-LINE
       MOVE "JSONOUT ENVELOPE HASH TOTAL" TO PF-LABEL
       MOVE RANDOUT-HASH TO PF-EXPECTED
       MOVE JSON-HASH TO PF-FOUND
       IF JSON-HASH-SEEN = 'N'
          MOVE "NO ENVELOPE" TO PF-VERDICT
          ADD 1 TO MISMATCH-COUNT
       ELSE
          IF JSON-HASH = RANDOUT-HASH
             MOVE "IN BALANCE" TO PF-VERDICT
          ELSE
             MOVE "OUT OF BALANCE" TO PF-VERDICT
             ADD 1 TO MISMATCH-COUNT
          END-IF
       END-IF
       MOVE PROOF-DETAIL-LINE TO BALANCE-REPORT-LINE
       PERFORM WRITE-BALANCE-LINE

       MOVE SPACES TO PROOF-DETAIL-LINE
       MOVE "RUNLOG NEWEST RECORDS-WRITTEN" TO PF-LABEL
       MOVE RANDOUT-COUNT TO PF-EXPECTED
       exit section.


      * RUN-STATE CHECK, TAKEN BEFORE ANY WORK IS DONE.  THE STEP IS
      * REFUSED WITH RC 8 WHEN A STEP WHOSE OUTPUT IT USES HAS NOT
      * ENDED FOR THE RUN DATE (OUT OF SEQUENCE), OR WHEN IT HAS
      * ALREADY COMPLETED CLEAN FOR THE RUN DATE AND NONE OF THOSE
      * STEPS HAS RUN AGAIN SINCE (A DUPLICATE).  A STEP THAT ENDED
      * HELD OR FAILED MAY ALWAYS BE RERUN.  A RUNOVRD CARD NAMING
      * THIS PROGRAM IN COLUMNS 1-8 AND THE RUN DATE IN 9-16 LETS
      * THE OPERATOR RUN IT ANYWAY; THE SLOT IS MARKED OVERRIDDEN.
       CHECK-RUN-STATE section.

       IF RUN-STATE-DATE = ZERO
          DISPLAY "RUNLOG SUPPLIED NO ENTRIES - " RUN-STATE-PROGRAM
                  " IS OUT OF SEQUENCE (COBMAIN HAS NOT RUN)"
          MOVE 8 TO RETURN-CODE
          STOP RUN
       END-IF

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
             IF RUN-STATE-REFUSAL = SPACES
                AND RS-STEP-STATE(RS-IX) NOT = 'C'
                AND RS-STEP-STATE(RS-IX) NOT = 'H'
                STRING RUN-STATE-STEP-NAME(RS-IX) DELIMITED BY SPACE
                       " HAS NOT ENDED FOR THIS RUN DATE"
                       DELIMITED BY SIZE
                       INTO RUN-STATE-REFUSAL
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
