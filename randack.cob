       IDENTIFICATION DIVISION.
       PROGRAM-ID. randack.
      ******************************************************************
      * HR ACKNOWLEDGEMENT RECONCILIATION FOR THE CSVOUT FEED.
      *
      * RANDCSV APPENDS ONE RECORD TO THE CSVFLOG FEED LOG FOR EVERY
      * FEED IT WRITES: THE RUN DATE ON THE H-RECORD, WHEN IT WAS
      * SENT, AND THE COUNT AND HASH FROM THE T-RECORD.  HR RETURNS
      * AN ACKNOWLEDGEMENT RECORD FOR EVERY FEED THEY PROCESS, ON
      * THE HRACK DATASET:
      *   COLUMNS  1-8   FEED RUN DATE, YYYYMMDD (FROM THE H-RECORD)
      *   COLUMN   9     A = ACCEPTED AND LOADED, R = REFUSED
      *   COLUMNS 10-15  RECORD COUNT THEY LOADED
      *   COLUMNS 16-27  HASH TOTAL OVER THE IDENTS THEY LOADED
      *   COLUMNS 28-87  REFUSAL REASON -- A REFUSAL WITH SEVERAL
      *                  REASONS SENDS ONE R RECORD PER REASON
      *
      * BOTH FILES ARE SORTED TOGETHER ON RUN DATE, KEEPING EACH
      * FILE'S OWN ORDER WITHIN A DATE, AND EVERY RUN DATE IS
      * CLASSED ON ACKLIST AS:
      *   MATCHED   ACCEPTED, LOADED COUNT AND HASH AGREE WITH SENT
      *   MISMATCH  ACCEPTED, BUT THE COUNT OR HASH DISAGREES
      *   REFUSED   REFUSED, WITH EVERY REASON HR GAVE
      *   UNACKED   NO ACKNOWLEDGEMENT AND THE FEED WAS SENT AT
      *             LEAST THE ACKCARD CUTOFF NUMBER OF HOURS AGO
      *   AWAITING  NO ACKNOWLEDGEMENT YET, STILL INSIDE THE CUTOFF
      *   NO FEED   AN ACKNOWLEDGEMENT FOR A DATE NEVER LOGGED
      * WHEN A DATE WAS SENT MORE THAN ONCE THE LATEST SENDING IS
      * THE ONE COMPARED, AND THE LATEST ACKNOWLEDGEMENT IS THE ONE
      * THAT COUNTS (AN ACCEPTANCE AFTER A REFUSAL CLEARS IT).
      *
      * ACKCARD COLUMNS 1-4 CARRY THE CUTOFF IN HOURS; A MISSING,
      * BLANK OR NON-NUMERIC CARD TAKES THE DEFAULT OF 48.  COLUMNS
      * 5-8 CARRY THE LOOKBACK IN DAYS (BLANK, ZERO OR NON-NUMERIC
      * = 30): FEEDS LOGGED AND ACKNOWLEDGEMENTS DATED BEFORE THE
      * RUN DATE LESS THE LOOKBACK ARE COUNTED BUT NOT CLASSED, SO
      * AN OLD EXCEPTION AGES OFF ACKLIST INSTEAD OF HOLDING THE
      * DIGEST FOR EVER.  THE WINDOW IS SHOWN ON THE HEADING.  ACKLIST
      * PUTS THE CLASS IN COLUMNS 39-46 SO RANDDIG CAN FOLD REFUSED
      * AND UNACKED FEEDS INTO THE MORNING DIGEST.  ANY CLASS OTHER
      * THAN MATCHED OR AWAITING, OR AN UNREADABLE HRACK RECORD,
      * ENDS THE STEP WITH RC 4.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO "ACKCARD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ACKCARD-STATUS.

           SELECT FEED-LOG-FILE ASSIGN TO "CSVFLOG"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS CSVFLOG-STATUS.

           SELECT HR-ACK-FILE ASSIGN TO "HRACK"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS HRACK-STATUS.

           SELECT ACK-SORT-FILE ASSIGN TO "SORTWK".

           SELECT ACK-LIST-FILE ASSIGN TO "ACKLIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ACKLIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01  CONTROL-CARD-RECORD.
           05 CC-CUTOFF-HOURS PIC X(04).
           05 CC-LOOKBACK-DAYS PIC X(04).

       FD  FEED-LOG-FILE.
       01  FEED-LOG-RECORD.
           05 FL-RUN-DATE PIC 9(08).
           05 FL-SENT-DATE PIC 9(08).
           05 FL-SENT-TIME PIC 9(06).
           05 FL-RECORD-COUNT PIC 9(06).
           05 FL-HASH-TOTAL PIC 9(12).

       FD  HR-ACK-FILE.
       01  HR-ACK-RECORD.
           05 AK-RUN-DATE PIC X(08).
           05 AK-RUN-DATE-NUM REDEFINES AK-RUN-DATE PIC 9(08).
           05 AK-RESULT PIC X(01).
           05 AK-LOADED-COUNT PIC X(06).
           05 AK-LOADED-COUNT-NUM REDEFINES AK-LOADED-COUNT
              PIC 9(06).
           05 AK-HASH-TOTAL PIC X(12).
           05 AK-HASH-TOTAL-NUM REDEFINES AK-HASH-TOTAL PIC 9(12).
           05 AK-REASON PIC X(60).

      * FEED LOG AND ACKNOWLEDGEMENT RECORDS SORTED TOGETHER.  THE
      * SEQUENCE NUMBER IS THE ORDER RELEASED, SO WITHIN A RUN DATE
      * EACH FILE'S RECORDS COME BACK IN THE ORDER THEY WERE WRITTEN.
       SD  ACK-SORT-FILE.
       01  ACK-SORT-RECORD.
           05 SR-RUN-DATE PIC 9(08).
           05 SR-SEQUENCE PIC 9(06).
           05 SR-TYPE PIC X(01).
           05 SR-SENT-DATE PIC 9(08).
           05 SR-SENT-TIME PIC 9(06).
           05 SR-COUNT PIC 9(06).
           05 SR-HASH-TOTAL PIC 9(12).
           05 SR-ACK-RESULT PIC X(01).
           05 SR-REASON PIC X(60).

       FD  ACK-LIST-FILE.
       01  ACK-LIST-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 ACKCARD-STATUS PIC X(02) VALUE SPACES.
       01 CSVFLOG-STATUS PIC X(02) VALUE SPACES.
       01 HRACK-STATUS PIC X(02) VALUE SPACES.
       01 ACKLIST-STATUS PIC X(02) VALUE SPACES.

       01 IO-STATUS PIC X(02) VALUE SPACES.
       01 IO-FILE-NAME PIC X(10) VALUE SPACES.

       01 RUN-DATE PIC 9(08) VALUE ZERO.
       01 RUN-TIME-AREA.
          05 RUN-TIME PIC 9(06).
          05 FILLER PIC 9(02).
       01 RUN-TIME-PARTS REDEFINES RUN-TIME-AREA.
          05 RUN-HOUR PIC 9(02).
          05 RUN-MINUTE PIC 9(02).
          05 FILLER PIC 9(04).

       01 CUTOFF-HOURS PIC 9(04) VALUE 48.
       01 LOOKBACK-DAYS PIC 9(04) VALUE 30.
       01 WINDOW-START-DATE PIC 9(08) VALUE ZERO.
       01 RELEASE-SEQUENCE PIC 9(06) VALUE ZERO.
       01 ACK-RECORD-NUMBER PIC 9(06) VALUE ZERO.
       01 SORT-EOF PIC X VALUE 'N'.

      * EVERYTHING GATHERED FOR THE RUN DATE BEING MATCHED.
       01 GROUP-OPEN PIC X VALUE 'N'.
       01 GROUP-RUN-DATE PIC 9(08) VALUE ZERO.
       01 FEED-SEEN PIC X VALUE 'N'.
       01 FEED-SEND-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 FEED-SENT-DATE PIC 9(08) VALUE ZERO.
       01 FEED-SENT-TIME PIC 9(06) VALUE ZERO.
       01 FEED-SENT-PARTS REDEFINES FEED-SENT-TIME.
          05 FEED-SENT-HOUR PIC 9(02).
          05 FEED-SENT-MINUTE PIC 9(02).
          05 FILLER PIC 9(02).
       01 FEED-COUNT PIC 9(06) VALUE ZERO.
       01 FEED-HASH-TOTAL PIC 9(12) VALUE ZERO.
       01 ACK-SEEN PIC X VALUE 'N'.
       01 ACK-RESULT PIC X VALUE SPACE.
       01 ACK-COUNT PIC 9(06) VALUE ZERO.
       01 ACK-HASH-TOTAL PIC 9(12) VALUE ZERO.

       01 REASON-TABLE.
          05 REASON-TEXT PIC X(60) OCCURS 10 TIMES.
       01 REASON-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 REASON-LIMIT PIC 9(04) COMP-5 VALUE 10.
       01 REASON-DROPPED PIC 9(04) COMP-5 VALUE ZERO.
       01 K PIC 9(04) COMP-5 VALUE ZERO.

       01 ELAPSED-MINUTES PIC S9(09) COMP-5 VALUE ZERO.
       01 ELAPSED-HOURS PIC 9(06) VALUE ZERO.

       01 ACK-CLASS PIC X(08) VALUE SPACES.
       01 ACK-REMARK PIC X(60) VALUE SPACES.
       01 EDIT-COUNT PIC ZZZ9.

       01 FEED-DATE-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 MATCHED-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 MISMATCH-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 REFUSED-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 UNACKED-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 AWAITING-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 NO-FEED-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 INVALID-ACK-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 AGED-FEED-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 AGED-ACK-COUNT PIC 9(04) COMP-5 VALUE ZERO.

       01 LINE-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 LINES-PER-PAGE PIC 9(04) COMP-5 VALUE 60.
       01 PAGE-COUNT PIC 9(04) COMP-5 VALUE ZERO.

       01 ACK-LIST-HEADING-1.
          05 FILLER PIC X(30) VALUE "HR FEED ACKNOWLEDGEMENTS".
          05 FILLER PIC X(10) VALUE "      PAGE".
          05 AH1-PAGE PIC ZZZ9.

       01 ACK-CUTOFF-LINE.
          05 FILLER PIC X(07) VALUE "AS OF  ".
          05 AC-DATE PIC 9(08).
          05 FILLER PIC X(01) VALUE SPACE.
          05 AC-TIME PIC 9(06).
          05 FILLER PIC X(16) VALUE "   CUTOFF HOURS ".
          05 AC-CUTOFF PIC ZZZ9.
          05 FILLER PIC X(16) VALUE "   LOOKBACK DAYS".
          05 FILLER PIC X(01) VALUE SPACE.
          05 AC-LOOKBACK PIC ZZZ9.
          05 FILLER PIC X(07) VALUE "  FROM ".
          05 AC-WINDOW-START PIC 9(08).

       01 ACK-LIST-HEADING-2.
          05 FILLER PIC X(10) VALUE "RUN DATE".
          05 FILLER PIC X(08) VALUE "  SENT".
          05 FILLER PIC X(14) VALUE "   SENT HASH".
          05 FILLER PIC X(06) VALUE " HRS".
          05 FILLER PIC X(10) VALUE "RESULT".
          05 FILLER PIC X(08) VALUE "LOADED".
          05 FILLER PIC X(14) VALUE "    ACK HASH".
          05 FILLER PIC X(60) VALUE "REMARK".

       01 ACK-LIST-DETAIL-LINE.
          05 AD-RUN-DATE PIC 9(08).
          05 FILLER PIC X(02) VALUE SPACES.
          05 AD-SENT-COUNT PIC ZZZZZ9.
          05 FILLER PIC X(02) VALUE SPACES.
          05 AD-SENT-HASH PIC Z(11)9.
          05 FILLER PIC X(01) VALUE SPACES.
          05 AD-HOURS PIC ZZZZ9.
          05 FILLER PIC X(02) VALUE SPACES.
          05 AD-RESULT PIC X(08).
          05 FILLER PIC X(02) VALUE SPACES.
          05 AD-LOADED-COUNT PIC ZZZZZ9.
          05 FILLER PIC X(02) VALUE SPACES.
          05 AD-ACK-HASH PIC Z(11)9.
          05 FILLER PIC X(02) VALUE SPACES.
          05 AD-REMARK PIC X(60).

       01 ACK-REASON-LINE.
          05 FILLER PIC X(70) VALUE SPACES.
          05 AR-REASON PIC X(60).

       01 ACK-TOTAL-LINE.
          05 AT-LABEL PIC X(24).
          05 AT-COUNT PIC ZZZ9.

       PROCEDURE DIVISION.

       ACCEPT RUN-DATE FROM DATE YYYYMMDD.
       ACCEPT RUN-TIME-AREA FROM TIME.

       perform READ-ACK-CARD.

       OPEN OUTPUT ACK-LIST-FILE.
       MOVE "ACKLIST" TO IO-FILE-NAME
       MOVE ACKLIST-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS
       MOVE ZERO TO LINE-COUNT
       MOVE ZERO TO PAGE-COUNT
       PERFORM PRINT-ACK-HEADING

       display "Matching HR acknowledgements to the feeds sent"
       display "=============================================="

       SORT ACK-SORT-FILE
          ON ASCENDING KEY SR-RUN-DATE SR-SEQUENCE
          INPUT PROCEDURE IS RELEASE-FEEDS-AND-ACKS
          OUTPUT PROCEDURE IS MATCH-FEEDS-TO-ACKS

       PERFORM PRINT-ACK-TOTALS

       CLOSE ACK-LIST-FILE.

       DISPLAY "FEEDS MATCHED: " MATCHED-COUNT
               " MISMATCHED: " MISMATCH-COUNT
               " REFUSED: " REFUSED-COUNT
               " UNACKNOWLEDGED: " UNACKED-COUNT

       IF MISMATCH-COUNT > ZERO OR REFUSED-COUNT > ZERO
          OR UNACKED-COUNT > ZERO OR NO-FEED-COUNT > ZERO
          OR INVALID-ACK-COUNT > ZERO
          MOVE 4 TO RETURN-CODE
       END-IF.

       stop run.

******************Program End*************************


       READ-ACK-CARD section.

       OPEN INPUT CONTROL-CARD-FILE
       IF ACKCARD-STATUS = "00"
          READ CONTROL-CARD-FILE
             AT END
                CONTINUE
             NOT AT END
                IF CC-CUTOFF-HOURS IS NUMERIC
                   MOVE CC-CUTOFF-HOURS TO CUTOFF-HOURS
                END-IF
                IF CC-LOOKBACK-DAYS IS NUMERIC
                   AND CC-LOOKBACK-DAYS NOT = "0000"
                   MOVE CC-LOOKBACK-DAYS TO LOOKBACK-DAYS
                END-IF
          END-READ
          CLOSE CONTROL-CARD-FILE
       END-IF
       COMPUTE WINDOW-START-DATE = FUNCTION DATE-OF-INTEGER
          (FUNCTION INTEGER-OF-DATE(RUN-DATE) - LOOKBACK-DAYS)
       DISPLAY "ACKNOWLEDGEMENT CUTOFF: " CUTOFF-HOURS " HOURS"
       DISPLAY "LOOKBACK: " LOOKBACK-DAYS " DAYS, FROM "
               WINDOW-START-DATE.

       exit section.


       RELEASE-FEEDS-AND-ACKS section.

       OPEN INPUT FEED-LOG-FILE
       MOVE "CSVFLOG" TO IO-FILE-NAME
       MOVE CSVFLOG-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS
       PERFORM UNTIL CSVFLOG-STATUS NOT = "00"
          READ FEED-LOG-FILE
             AT END
                CONTINUE
             NOT AT END
                PERFORM RELEASE-FEED
          END-READ
       END-PERFORM
       IF CSVFLOG-STATUS NOT = "10"
          MOVE "CSVFLOG" TO IO-FILE-NAME
          MOVE CSVFLOG-STATUS TO IO-STATUS
          PERFORM CHECK-IO-STATUS
       END-IF
       CLOSE FEED-LOG-FILE

       OPEN INPUT HR-ACK-FILE
       MOVE "HRACK" TO IO-FILE-NAME
       MOVE HRACK-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS
       PERFORM UNTIL HRACK-STATUS NOT = "00"
          READ HR-ACK-FILE
             AT END
                CONTINUE
             NOT AT END
                ADD 1 TO ACK-RECORD-NUMBER
                PERFORM RELEASE-ACK
          END-READ
       END-PERFORM
       IF HRACK-STATUS NOT = "10"
          MOVE "HRACK" TO IO-FILE-NAME
          MOVE HRACK-STATUS TO IO-STATUS
          PERFORM CHECK-IO-STATUS
       END-IF
       CLOSE HR-ACK-FILE.

       exit section.


      * A FEED LOGGED BEFORE THE LOOKBACK WINDOW HAS BEEN CHASED
      * ON EARLIER RUNS AND IS NO LONGER CLASSED.
       RELEASE-FEED section.

       IF FL-RUN-DATE < WINDOW-START-DATE
          ADD 1 TO AGED-FEED-COUNT
          EXIT SECTION
       END-IF

       MOVE SPACES TO ACK-SORT-RECORD
       ADD 1 TO RELEASE-SEQUENCE
       MOVE FL-RUN-DATE TO SR-RUN-DATE
       MOVE RELEASE-SEQUENCE TO SR-SEQUENCE
       MOVE 'F' TO SR-TYPE
       MOVE FL-SENT-DATE TO SR-SENT-DATE
       MOVE FL-SENT-TIME TO SR-SENT-TIME
       MOVE FL-RECORD-COUNT TO SR-COUNT
       MOVE FL-HASH-TOTAL TO SR-HASH-TOTAL
       RELEASE ACK-SORT-RECORD.

       exit section.


      * AN ACKNOWLEDGEMENT THAT CANNOT BE TIED TO A FEED -- NO VALID
      * RUN DATE, A RESULT OTHER THAN A OR R, OR AN ACCEPTANCE WITH
      * NO NUMERIC COUNT AND HASH -- IS SHOWN ON SYSOUT AND COUNTED,
      * NOT MATCHED.  A REFUSAL NEED NOT CARRY A COUNT OR HASH.
      * ONE DATED BEFORE THE LOOKBACK WINDOW IS SKIPPED, READABLE OR
      * NOT, AS ITS FEED IS.
       RELEASE-ACK section.

       IF AK-RUN-DATE IS NUMERIC
          AND FUNCTION TEST-DATE-YYYYMMDD(AK-RUN-DATE-NUM) = ZERO
          AND AK-RUN-DATE-NUM < WINDOW-START-DATE
          ADD 1 TO AGED-ACK-COUNT
          EXIT SECTION
       END-IF

       IF AK-RUN-DATE IS NOT NUMERIC
          OR FUNCTION TEST-DATE-YYYYMMDD(AK-RUN-DATE-NUM) NOT = ZERO
          OR (AK-RESULT NOT = 'A' AND AK-RESULT NOT = 'R')
          OR (AK-RESULT = 'A' AND
              (AK-LOADED-COUNT IS NOT NUMERIC
               OR AK-HASH-TOTAL IS NOT NUMERIC))
          ADD 1 TO INVALID-ACK-COUNT
          DISPLAY "HRACK RECORD " ACK-RECORD-NUMBER
                  " UNREADABLE, NOT MATCHED: " HR-ACK-RECORD(1:27)
          EXIT SECTION
       END-IF

       MOVE SPACES TO ACK-SORT-RECORD
       ADD 1 TO RELEASE-SEQUENCE
       MOVE AK-RUN-DATE-NUM TO SR-RUN-DATE
       MOVE RELEASE-SEQUENCE TO SR-SEQUENCE
       MOVE 'A' TO SR-TYPE
       MOVE ZERO TO SR-SENT-DATE
       MOVE ZERO TO SR-SENT-TIME
       IF AK-LOADED-COUNT IS NUMERIC
          MOVE AK-LOADED-COUNT-NUM TO SR-COUNT
       ELSE
          MOVE ZERO TO SR-COUNT
       END-IF
       IF AK-HASH-TOTAL IS NUMERIC
          MOVE AK-HASH-TOTAL-NUM TO SR-HASH-TOTAL
       ELSE
          MOVE ZERO TO SR-HASH-TOTAL
       END-IF
       MOVE AK-RESULT TO SR-ACK-RESULT
       MOVE AK-REASON TO SR-REASON
       RELEASE ACK-SORT-RECORD.

       exit section.


       MATCH-FEEDS-TO-ACKS section.

       MOVE 'N' TO SORT-EOF
       MOVE 'N' TO GROUP-OPEN
       PERFORM UNTIL SORT-EOF = 'Y'
          RETURN ACK-SORT-FILE
             AT END
                MOVE 'Y' TO SORT-EOF
             NOT AT END
                IF GROUP-OPEN = 'Y'
                   AND SR-RUN-DATE NOT = GROUP-RUN-DATE
                   PERFORM CLASSIFY-RUN-DATE
                END-IF
                IF GROUP-OPEN = 'N'
                   PERFORM OPEN-RUN-DATE
                END-IF
                PERFORM GATHER-RUN-DATE
          END-RETURN
       END-PERFORM
       IF GROUP-OPEN = 'Y'
          PERFORM CLASSIFY-RUN-DATE
       END-IF.

       exit section.


       OPEN-RUN-DATE section.

       MOVE 'Y' TO GROUP-OPEN
       MOVE SR-RUN-DATE TO GROUP-RUN-DATE
       MOVE 'N' TO FEED-SEEN
       MOVE ZERO TO FEED-SEND-COUNT
       MOVE ZERO TO FEED-SENT-DATE
       MOVE ZERO TO FEED-SENT-TIME
       MOVE ZERO TO FEED-COUNT
       MOVE ZERO TO FEED-HASH-TOTAL
       MOVE 'N' TO ACK-SEEN
       MOVE SPACE TO ACK-RESULT
       MOVE ZERO TO ACK-COUNT
       MOVE ZERO TO ACK-HASH-TOTAL
       MOVE ZERO TO REASON-COUNT
       MOVE ZERO TO REASON-DROPPED.

       exit section.


      * THE LATEST SENDING AND THE LATEST ACKNOWLEDGEMENT WIN.  AN
      * ACCEPTANCE CLEARS THE REASONS OF ANY EARLIER REFUSAL.
       GATHER-RUN-DATE section.

       IF SR-TYPE = 'F'
          MOVE 'Y' TO FEED-SEEN
          ADD 1 TO FEED-SEND-COUNT
          MOVE SR-SENT-DATE TO FEED-SENT-DATE
          MOVE SR-SENT-TIME TO FEED-SENT-TIME
          MOVE SR-COUNT TO FEED-COUNT
          MOVE SR-HASH-TOTAL TO FEED-HASH-TOTAL
       ELSE
          MOVE 'Y' TO ACK-SEEN
          MOVE SR-ACK-RESULT TO ACK-RESULT
          MOVE SR-COUNT TO ACK-COUNT
          MOVE SR-HASH-TOTAL TO ACK-HASH-TOTAL
          IF SR-ACK-RESULT = 'A'
             MOVE ZERO TO REASON-COUNT
             MOVE ZERO TO REASON-DROPPED
          ELSE
             IF SR-REASON NOT = SPACES
                IF REASON-COUNT < REASON-LIMIT
                   ADD 1 TO REASON-COUNT
                   MOVE SR-REASON TO REASON-TEXT(REASON-COUNT)
                ELSE
                   ADD 1 TO REASON-DROPPED
                END-IF
             END-IF
          END-IF
       END-IF.

       exit section.


       CLASSIFY-RUN-DATE section.

       MOVE 'N' TO GROUP-OPEN
       MOVE SPACES TO ACK-REMARK
       MOVE ZERO TO ELAPSED-HOURS

       IF FEED-SEEN = 'N'
          MOVE "NO FEED" TO ACK-CLASS
          MOVE "ACKNOWLEDGED BUT NO FEED LOGGED FOR THIS DATE"
             TO ACK-REMARK
          ADD 1 TO NO-FEED-COUNT
          PERFORM PRINT-ACK-LINE
          EXIT SECTION
       END-IF

       ADD 1 TO FEED-DATE-COUNT
       EVALUATE TRUE
          WHEN ACK-SEEN = 'N'
             PERFORM COMPUTE-HOURS-SINCE-SENT
             IF ELAPSED-HOURS >= CUTOFF-HOURS
                MOVE "UNACKED" TO ACK-CLASS
                MOVE "NO ACKNOWLEDGEMENT PAST THE CUTOFF - CHASE HR"
                   TO ACK-REMARK
                ADD 1 TO UNACKED-COUNT
             ELSE
                MOVE "AWAITING" TO ACK-CLASS
                MOVE "NOT YET ACKNOWLEDGED, INSIDE THE CUTOFF"
                   TO ACK-REMARK
                ADD 1 TO AWAITING-COUNT
             END-IF
          WHEN ACK-RESULT = 'R'
             MOVE "REFUSED" TO ACK-CLASS
             IF REASON-COUNT > ZERO
                MOVE REASON-TEXT(1) TO ACK-REMARK
             ELSE
                MOVE "REFUSED WITH NO REASON GIVEN" TO ACK-REMARK
             END-IF
             ADD 1 TO REFUSED-COUNT
          WHEN ACK-COUNT NOT = FEED-COUNT
               AND ACK-HASH-TOTAL NOT = FEED-HASH-TOTAL
             MOVE "MISMATCH" TO ACK-CLASS
             MOVE "LOADED COUNT AND HASH BOTH DISAGREE" TO ACK-REMARK
             ADD 1 TO MISMATCH-COUNT
          WHEN ACK-COUNT NOT = FEED-COUNT
             MOVE "MISMATCH" TO ACK-CLASS
             MOVE "LOADED COUNT DISAGREES WITH COUNT SENT"
                TO ACK-REMARK
             ADD 1 TO MISMATCH-COUNT
          WHEN ACK-HASH-TOTAL NOT = FEED-HASH-TOTAL
             MOVE "MISMATCH" TO ACK-CLASS
             MOVE "LOADED HASH DISAGREES WITH HASH SENT"
                TO ACK-REMARK
             ADD 1 TO MISMATCH-COUNT
          WHEN OTHER
             MOVE "MATCHED" TO ACK-CLASS
             ADD 1 TO MATCHED-COUNT
       END-EVALUATE

       IF ACK-REMARK = SPACES AND FEED-SEND-COUNT > 1
          MOVE FEED-SEND-COUNT TO EDIT-COUNT
          STRING "FEED SENT " DELIMITED BY SIZE
                 EDIT-COUNT DELIMITED BY SIZE
                 " TIMES - LATEST SENDING COMPARED" DELIMITED BY SIZE
                 INTO ACK-REMARK
       END-IF

       PERFORM PRINT-ACK-LINE

       IF ACK-CLASS = "REFUSED"
          PERFORM PRINT-MORE-REASONS
       END-IF.

       exit section.


      * WHOLE HOURS FROM THE LATEST SENDING TO THE START OF THIS RUN.
       COMPUTE-HOURS-SINCE-SENT section.

       COMPUTE ELAPSED-MINUTES =
          (FUNCTION INTEGER-OF-DATE(RUN-DATE)
           - FUNCTION INTEGER-OF-DATE(FEED-SENT-DATE)) * 1440
          + RUN-HOUR * 60 + RUN-MINUTE
          - FEED-SENT-HOUR * 60 - FEED-SENT-MINUTE
       IF ELAPSED-MINUTES < ZERO
          MOVE ZERO TO ELAPSED-MINUTES
       END-IF
       DIVIDE ELAPSED-MINUTES BY 60 GIVING ELAPSED-HOURS.

       exit section.


       PRINT-ACK-LINE section.

       IF LINE-COUNT >= LINES-PER-PAGE
          PERFORM PRINT-ACK-HEADING
       END-IF

       MOVE SPACES TO ACK-LIST-DETAIL-LINE
       MOVE GROUP-RUN-DATE TO AD-RUN-DATE
       IF FEED-SEEN = 'Y'
          MOVE FEED-COUNT TO AD-SENT-COUNT
          MOVE FEED-HASH-TOTAL TO AD-SENT-HASH
       END-IF
       IF ACK-SEEN = 'N'
          MOVE ELAPSED-HOURS TO AD-HOURS
       END-IF
       MOVE ACK-CLASS TO AD-RESULT
       IF ACK-SEEN = 'Y' AND ACK-RESULT = 'A'
          MOVE ACK-COUNT TO AD-LOADED-COUNT
          MOVE ACK-HASH-TOTAL TO AD-ACK-HASH
       END-IF
       MOVE ACK-REMARK TO AD-REMARK

       MOVE ACK-LIST-DETAIL-LINE TO ACK-LIST-LINE
       PERFORM WRITE-ACK-LINE.

       exit section.


      * THE FIRST REASON IS ON THE DETAIL LINE; THE REST FOLLOW ON
      * THEIR OWN LINES UNDER THE REMARK COLUMN.
       PRINT-MORE-REASONS section.

       MOVE 1 TO K
       PERFORM UNTIL K >= REASON-COUNT
          ADD 1 TO K
          IF LINE-COUNT >= LINES-PER-PAGE
             PERFORM PRINT-ACK-HEADING
          END-IF
          MOVE REASON-TEXT(K) TO AR-REASON
          MOVE ACK-REASON-LINE TO ACK-LIST-LINE
          PERFORM WRITE-ACK-LINE
       END-PERFORM

       IF REASON-DROPPED > ZERO
          MOVE REASON-DROPPED TO EDIT-COUNT
          MOVE SPACES TO AR-REASON
          STRING "... AND " DELIMITED BY SIZE
                 EDIT-COUNT DELIMITED BY SIZE
                 " MORE REASON(S) ON HRACK" DELIMITED BY SIZE
                 INTO AR-REASON
          MOVE ACK-REASON-LINE TO ACK-LIST-LINE
          PERFORM WRITE-ACK-LINE
       END-IF.

       exit section.


       PRINT-ACK-HEADING section.

       ADD 1 TO PAGE-COUNT
       MOVE PAGE-COUNT TO AH1-PAGE
       MOVE ACK-LIST-HEADING-1 TO ACK-LIST-LINE
       PERFORM WRITE-ACK-LINE
       MOVE RUN-DATE TO AC-DATE
       MOVE RUN-TIME TO AC-TIME
       MOVE CUTOFF-HOURS TO AC-CUTOFF
       MOVE LOOKBACK-DAYS TO AC-LOOKBACK
       MOVE WINDOW-START-DATE TO AC-WINDOW-START
       MOVE ACK-CUTOFF-LINE TO ACK-LIST-LINE
       PERFORM WRITE-ACK-LINE
       MOVE SPACES TO ACK-LIST-LINE
       PERFORM WRITE-ACK-LINE
       MOVE ACK-LIST-HEADING-2 TO ACK-LIST-LINE
       PERFORM WRITE-ACK-LINE
       MOVE ZERO TO LINE-COUNT.

       exit section.


       PRINT-ACK-TOTALS section.

       MOVE SPACES TO ACK-LIST-LINE
       PERFORM WRITE-ACK-LINE

       MOVE "FEED DATES LOGGED" TO AT-LABEL
       MOVE FEED-DATE-COUNT TO AT-COUNT
       PERFORM PRINT-TOTAL-LINE

       MOVE "ACKNOWLEDGED, MATCHED" TO AT-LABEL
       MOVE MATCHED-COUNT TO AT-COUNT
       PERFORM PRINT-TOTAL-LINE

       MOVE "COUNT/HASH DISAGREE" TO AT-LABEL
       MOVE MISMATCH-COUNT TO AT-COUNT
       PERFORM PRINT-TOTAL-LINE

       MOVE "REFUSED BY HR" TO AT-LABEL
       MOVE REFUSED-COUNT TO AT-COUNT
       PERFORM PRINT-TOTAL-LINE

       MOVE "UNACKED PAST CUTOFF" TO AT-LABEL
       MOVE UNACKED-COUNT TO AT-COUNT
       PERFORM PRINT-TOTAL-LINE

       MOVE "AWAITING ACK" TO AT-LABEL
       MOVE AWAITING-COUNT TO AT-COUNT
       PERFORM PRINT-TOTAL-LINE

       MOVE "ACKS WITH NO FEED" TO AT-LABEL
       MOVE NO-FEED-COUNT TO AT-COUNT
       PERFORM PRINT-TOTAL-LINE

       MOVE "HRACK RECORDS UNREADABLE" TO AT-LABEL
       MOVE INVALID-ACK-COUNT TO AT-COUNT
       PERFORM PRINT-TOTAL-LINE

       MOVE "FEEDS BEFORE LOOKBACK" TO AT-LABEL
       MOVE AGED-FEED-COUNT TO AT-COUNT
       PERFORM PRINT-TOTAL-LINE

       MOVE "ACKS BEFORE LOOKBACK" TO AT-LABEL
       MOVE AGED-ACK-COUNT TO AT-COUNT
       PERFORM PRINT-TOTAL-LINE.

       exit section.


       PRINT-TOTAL-LINE section.

       MOVE ACK-TOTAL-LINE TO ACK-LIST-LINE
       PERFORM WRITE-ACK-LINE.

       exit section.


       WRITE-ACK-LINE section.

       WRITE ACK-LIST-LINE
       MOVE "ACKLIST" TO IO-FILE-NAME
       MOVE ACKLIST-STATUS TO IO-STATUS
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
