       IDENTIFICATION DIVISION.
       PROGRAM-ID. randmove.
      ******************************************************************
      * RANDOMGROUP DEPARTMENT HEADCOUNT MOVEMENT REPORT.
      *
      * MONTH-END (OR ANY PERIOD) VIEW OF HOW EACH DEPARTMENT'S
      * HEADCOUNT MOVED, BUILT FROM THE CUMULATIVE RANDHIST HISTORY
      * DATASET THAT RANDARCH APPENDS ONE GENERATION TO PER RUN
      * DATE.  THE PERIOD COMES FROM THE MOVECARD CONTROL CARD
      * (COLUMNS 1-8 FIRST DATE, 9-16 LAST DATE, BOTH YYYYMMDD, AT
      * MOST 366 DAYS APART).
      *
      * EVERY ARCHIVED GENERATION IN THE PERIOD IS USED, NOT JUST
      * THE FIRST AND LAST, SO SOMEONE WHO JOINED AND LEFT INSIDE
      * THE PERIOD STILL COUNTS AS A JOINER AND A LEAVER.  THE
      * GENERATION RECORDS ARE SORTED BY IDENT AND RUN DATE AND
      * EACH IDENT IS WALKED THROUGH CONSECUTIVE GENERATIONS:
      *   OPENING       ON THE FIRST GENERATION OF THE PERIOD
      *   JOINER        ON A GENERATION BUT NOT THE ONE BEFORE IT
      *   LEAVER        ON A GENERATION BUT NOT THE ONE AFTER IT
      *   TRANSFER      ON TWO CONSECUTIVE GENERATIONS UNDER
      *                 DIFFERENT DEPT CODES -- OUT OF THE OLD
      *                 DEPARTMENT, IN TO THE NEW ONE
      *   CLOSING       ON THE LAST GENERATION OF THE PERIOD
      * SO FOR EVERY DEPARTMENT, AND FOR THE GRAND TOTAL, OPENING +
      * JOINERS - LEAVERS + TRANSFERS IN - TRANSFERS OUT = CLOSING.
      * THE GRAND TOTAL LINE PROVES THAT AND A FAILED PROOF ENDS
      * THE RUN WITH RC 8.
      *
      * MOVEMENT IS ALWAYS MEASURED BETWEEN CONSECUTIVE ARCHIVED
      * GENERATIONS, SO A DAY WITH NO GENERATION NEVER SHOWS AS
      * A WAVE OF LEAVERS -- BUT IT DOES BLUR WHICH DAY A MOVE
      * HAPPENED ON.  EVERY DATE IN THE PERIOD WITH NO ARCHIVED
      * GENERATION IS THEREFORE LISTED AT THE END, MARKED WITH
      * WHETHER RUNLOG SHOWS A RUN FOR IT (RUN BUT NOT ARCHIVED --
      * TYPICALLY A HELD GENERATION) OR NOT, AND ANY GAP SETS
      * RETURN-CODE 4.  A PERIOD WITH NO ARCHIVED GENERATION AT
      * ALL ENDS WITH RC 16 AND NO REPORT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "RANDHIST"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS RANDHIST-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO "MOVECARD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS MOVECARD-STATUS.

           SELECT DEPT-REF-FILE ASSIGN TO "DEPTREF"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS DEPTREF-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.

           SELECT MOVE-SORT-FILE ASSIGN TO "SORTWK".

           SELECT MOVE-REPORT-FILE ASSIGN TO "MOVERPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS MOVERPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05 AR-RUN-DATE PIC 9(08).
           05 AR-RANDOM-RECORD.
              10 AR-IDENT PIC 9(06).
              10 AR-FIRSTNAME PIC X(60).
              10 AR-LASTNAME PIC X(60).
              10 AR-EMAIL PIC X(100).
              10 AR-GENDER PIC X(20).
              10 AR-DEPT-CODE PIC X(04).

       FD  CONTROL-CARD-FILE.
       01  CONTROL-CARD-RECORD.
           05 CC-FROM-DATE PIC X(08).
           05 CC-TO-DATE PIC X(08).

       FD  DEPT-REF-FILE.
       01  DEPT-REF-RECORD.
           05 DR-DEPT-CODE PIC X(04).
           05 DR-DEPT-NAME PIC X(30).
           05 DR-ACTIVE-FLAG PIC X(01).

       FD  RUN-LOG-FILE.
       01  RUN-LOG-RECORD.
           05 RL-RUN-DATE PIC 9(08).
           05 RL-RUN-TIME PIC 9(06).
           05 RL-RECORD-COUNT PIC 9(06).
           05 RL-JSON-SOURCE-PATH PIC X(80).
           05 RL-CHECKPOINT-INTERVAL PIC 9(04).
           05 RL-RESTART-FLAG PIC X(01).
           05 RL-START-I PIC 9(06).
           05 RL-RECORDS-WRITTEN PIC 9(06).
           05 RL-REJECT-COUNT PIC 9(04).
           05 RL-RECON-MISMATCH-COUNT PIC 9(04).
           05 RL-CALL-COUNT PIC 9(06).
           05 RL-RETURN-CODE PIC 9(02).
           05 RL-FAILED-ROUTINE PIC X(40).
           05 RL-END-DATE PIC 9(08).
           05 RL-END-TIME PIC 9(06).

       SD  MOVE-SORT-FILE.
       01  MOVE-SORT-RECORD.
           05 SR-IDENT PIC 9(06).
           05 SR-RUN-DATE PIC 9(08).
           05 SR-DEPT-CODE PIC X(04).

       FD  MOVE-REPORT-FILE.
       01  MOVE-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 RANDHIST-STATUS PIC X(02) VALUE SPACES.
       01 MOVECARD-STATUS PIC X(02) VALUE SPACES.
       01 DEPTREF-STATUS PIC X(02) VALUE SPACES.
       01 RUNLOG-STATUS PIC X(02) VALUE SPACES.
       01 MOVERPT-STATUS PIC X(02) VALUE SPACES.

       01 IO-STATUS PIC X(02) VALUE SPACES.
       01 IO-FILE-NAME PIC X(10) VALUE SPACES.

       01 PERIOD-FROM PIC 9(08) VALUE ZERO.
       01 PERIOD-TO PIC 9(08) VALUE ZERO.
       01 PERIOD-DAYS PIC 9(04) COMP-5 VALUE ZERO.
       01 PERIOD-LIMIT PIC 9(04) COMP-5 VALUE 366.
       01 DAY-NUMBER PIC 9(08) COMP-5 VALUE ZERO.
       01 DAY-DATE PIC 9(08) VALUE ZERO.

      * RUN DATES OF THE ARCHIVED GENERATIONS INSIDE THE PERIOD,
      * KEPT IN ASCENDING ORDER AS THEY ARE FOUND.
       01 GEN-DATE-TABLE.
          03 GEN-DATE OCCURS 366 TIMES PIC 9(08).
       01 GEN-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 GEN-IX PIC 9(04) COMP-5 VALUE ZERO.
       01 GEN-CURSOR PIC 9(04) COMP-5 VALUE ZERO.
       01 HIST-READ-COUNT PIC 9(08) COMP-5 VALUE ZERO.
       01 HIST-SELECT-COUNT PIC 9(08) COMP-5 VALUE ZERO.

      * RUN DATES RUNLOG SHOWS A RUN FOR INSIDE THE PERIOD, USED
      * ONLY TO EXPLAIN THE GAPS.
       01 LOGGED-DATE-TABLE.
          03 LOGGED-DATE OCCURS 366 TIMES PIC 9(08).
       01 LOGGED-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 LOGGED-FOUND PIC X VALUE 'N'.

       01 DEPT-REF-TABLE.
          03 DEPT-REF-ENTRY OCCURS 50 TIMES.
             05 DRT-CODE PIC X(04).
             05 DRT-NAME PIC X(30).
             05 DRT-ACTIVE PIC X(01).
       01 DEPT-REF-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 DEPT-REF-LIMIT PIC 9(04) COMP-5 VALUE 50.
       01 DEPT-REF-NAME PIC X(30) VALUE SPACES.
       01 J PIC 9(04) COMP-5.
       01 K PIC 9(04) COMP-5.

      * MOVEMENT PER DEPT-CODE SEEN IN THE HISTORY, WHETHER OR NOT
      * THE CODE IS STILL ON DEPTREF, KEPT IN DEPT CODE ORDER.
       01 DEPT-MOVE-TABLE.
          03 DEPT-MOVE-ENTRY OCCURS 500 TIMES.
             05 DM-CODE PIC X(04).
             05 DM-OPENING PIC 9(06) COMP-5.
             05 DM-JOINERS PIC 9(06) COMP-5.
             05 DM-LEAVERS PIC 9(06) COMP-5.
             05 DM-XFER-IN PIC 9(06) COMP-5.
             05 DM-XFER-OUT PIC 9(06) COMP-5.
             05 DM-CLOSING PIC 9(06) COMP-5.
       01 DEPT-MOVE-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 DEPT-MOVE-LIMIT PIC 9(04) COMP-5 VALUE 500.
       01 DEPT-IX PIC 9(04) COMP-5 VALUE ZERO.
       01 MOVE-DEPT PIC X(04) VALUE SPACES.

       01 SORT-EOF PIC X VALUE 'N'.
       01 FIRST-RECORD PIC X VALUE 'Y'.
       01 CURRENT-IDENT PIC 9(06) VALUE ZERO.
       01 PREV-GEN-IX PIC 9(04) COMP-5 VALUE ZERO.
       01 PREV-DEPT PIC X(04) VALUE SPACES.
       01 IDENT-COUNT PIC 9(08) COMP-5 VALUE ZERO.

       01 GT-OPENING PIC 9(08) COMP-5 VALUE ZERO.
       01 GT-JOINERS PIC 9(08) COMP-5 VALUE ZERO.
       01 GT-LEAVERS PIC 9(08) COMP-5 VALUE ZERO.
       01 GT-XFER-IN PIC 9(08) COMP-5 VALUE ZERO.
       01 GT-XFER-OUT PIC 9(08) COMP-5 VALUE ZERO.
       01 GT-CLOSING PIC 9(08) COMP-5 VALUE ZERO.
       01 PROOF-CLOSING PIC S9(09) COMP-5 VALUE ZERO.
       01 GAP-COUNT PIC 9(04) COMP-5 VALUE ZERO.

       01 LINE-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 LINES-PER-PAGE PIC 9(04) COMP-5 VALUE 60.
       01 PAGE-COUNT PIC 9(04) COMP-5 VALUE ZERO.

       01 MOVE-HEADING-1.
          05 FILLER PIC X(30) VALUE "DEPARTMENT MOVEMENT REPORT".
          05 FILLER PIC X(10) VALUE "      PAGE".
          05 MH1-PAGE PIC ZZZ9.

       01 MOVE-HEADING-2.
          05 FILLER PIC X(07) VALUE "PERIOD ".
          05 MH2-FROM PIC 9(08).
          05 FILLER PIC X(04) VALUE " TO ".
          05 MH2-TO PIC 9(08).
          05 FILLER PIC X(22) VALUE "   OPENING GENERATION ".
          05 MH2-FIRST-GEN PIC 9(08).
          05 FILLER PIC X(22) VALUE "   CLOSING GENERATION ".
          05 MH2-LAST-GEN PIC 9(08).
          05 FILLER PIC X(16) VALUE "   GENERATIONS: ".
          05 MH2-GEN-COUNT PIC ZZZ9.

       01 MOVE-HEADING-3.
          05 FILLER PIC X(06) VALUE "DEPT".
          05 FILLER PIC X(32) VALUE "DEPARTMENT NAME".
          05 FILLER PIC X(10) VALUE "   OPENING".
          05 FILLER PIC X(10) VALUE "   JOINERS".
          05 FILLER PIC X(10) VALUE "   LEAVERS".
          05 FILLER PIC X(10) VALUE "   XFER IN".
          05 FILLER PIC X(10) VALUE "  XFER OUT".
          05 FILLER PIC X(10) VALUE "   CLOSING".

       01 MOVE-DETAIL-LINE.
          05 MD-CODE    PIC X(04).
          05 FILLER     PIC X(02) VALUE SPACES.
          05 MD-NAME    PIC X(30).
          05 FILLER     PIC X(02) VALUE SPACES.
          05 FILLER     PIC X(01) VALUE SPACES.
          05 MD-OPENING PIC Z,ZZZ,ZZ9.
          05 FILLER     PIC X(01) VALUE SPACES.
          05 MD-JOINERS PIC Z,ZZZ,ZZ9.
          05 FILLER     PIC X(01) VALUE SPACES.
          05 MD-LEAVERS PIC Z,ZZZ,ZZ9.
          05 FILLER     PIC X(01) VALUE SPACES.
          05 MD-XFER-IN PIC Z,ZZZ,ZZ9.
          05 FILLER     PIC X(01) VALUE SPACES.
          05 MD-XFER-OUT PIC Z,ZZZ,ZZ9.
          05 FILLER     PIC X(01) VALUE SPACES.
          05 MD-CLOSING PIC Z,ZZZ,ZZ9.

       01 MOVE-PROOF-LINE.
          05 FILLER PIC X(38)
             VALUE "OPENING + JOINERS - LEAVERS + XFER IN ".
          05 FILLER PIC X(14) VALUE "- XFER OUT =  ".
          05 MP-COMPUTED PIC -ZZZ,ZZZ,ZZ9.
          05 FILLER PIC X(12) VALUE "   CLOSING  ".
          05 MP-CLOSING PIC ZZZ,ZZZ,ZZ9.
          05 FILLER PIC X(03) VALUE SPACES.
          05 MP-VERDICT PIC X(14).

       01 GAP-DETAIL-LINE.
          05 GD-DATE PIC 9(08).
          05 FILLER PIC X(04) VALUE SPACES.
          05 GD-REASON PIC X(50).

       01 MOVE-TOTAL-LINE.
          05 MT-LABEL PIC X(24).
          05 MT-COUNT PIC ZZZZZZZ9.

       PROCEDURE DIVISION.

       perform READ-PERIOD-CARD.
       perform LOAD-DEPT-REF.
       perform LOAD-LOGGED-DATES.

       display "Walking the archived generations in the period"
       display "=============================================="
       SORT MOVE-SORT-FILE
          ON ASCENDING KEY SR-IDENT
                           SR-RUN-DATE
          INPUT PROCEDURE IS RELEASE-PERIOD-GENERATIONS
          OUTPUT PROCEDURE IS TALLY-MOVEMENTS

       IF GEN-COUNT = ZERO
          DISPLAY "NO ARCHIVED GENERATION BETWEEN " PERIOD-FROM
                  " AND " PERIOD-TO " - NOTHING TO REPORT"
          MOVE 16 TO RETURN-CODE
          STOP RUN
       END-IF

       OPEN OUTPUT MOVE-REPORT-FILE.
       MOVE "MOVERPT" TO IO-FILE-NAME
       MOVE MOVERPT-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS
       MOVE ZERO TO LINE-COUNT
       MOVE ZERO TO PAGE-COUNT

       perform PRINT-MOVEMENTS.
       perform PRINT-GRAND-TOTAL.
       perform PRINT-GAPS.
       perform PRINT-MOVE-TOTALS.

       CLOSE MOVE-REPORT-FILE.

       DISPLAY "GENERATIONS IN PERIOD: " GEN-COUNT
       DISPLAY "HISTORY RECORDS USED:  " HIST-SELECT-COUNT
       DISPLAY "DEPARTMENTS REPORTED:  " DEPT-MOVE-COUNT
       DISPLAY "GAPS IN PERIOD:        " GAP-COUNT

       IF PROOF-CLOSING NOT = GT-CLOSING
          DISPLAY "MOVEMENT PROOF FAILED - OPENING PLUS MOVEMENTS"
                  " DOES NOT EQUAL CLOSING"
          MOVE 8 TO RETURN-CODE
       ELSE
          IF GAP-COUNT > ZERO
             MOVE 4 TO RETURN-CODE
          END-IF
       END-IF.

       stop run.

******************Program End*************************


       READ-PERIOD-CARD section.

       OPEN INPUT CONTROL-CARD-FILE
       MOVE "MOVECARD" TO IO-FILE-NAME
       MOVE MOVECARD-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS
       READ CONTROL-CARD-FILE
          AT END
             DISPLAY "MOVECARD SUPPLIED NO CONTROL CARD"
             MOVE 16 TO RETURN-CODE
             STOP RUN
          NOT AT END
             IF CC-FROM-DATE IS NUMERIC AND CC-TO-DATE IS NUMERIC
                MOVE CC-FROM-DATE TO PERIOD-FROM
                MOVE CC-TO-DATE TO PERIOD-TO
             ELSE
                DISPLAY "MOVECARD DATES ARE NOT NUMERIC: "
                        CC-FROM-DATE " " CC-TO-DATE
                MOVE 16 TO RETURN-CODE
                STOP RUN
             END-IF
       END-READ
       CLOSE CONTROL-CARD-FILE

       IF FUNCTION TEST-DATE-YYYYMMDD(PERIOD-FROM) NOT = 0
          OR FUNCTION TEST-DATE-YYYYMMDD(PERIOD-TO) NOT = 0
          DISPLAY "MOVECARD DATES ARE NOT VALID YYYYMMDD DATES: "
                  PERIOD-FROM " " PERIOD-TO
          MOVE 16 TO RETURN-CODE
          STOP RUN
       END-IF

       IF PERIOD-TO < PERIOD-FROM
          DISPLAY "MOVECARD PERIOD ENDS BEFORE IT STARTS: "
                  PERIOD-FROM " " PERIOD-TO
          MOVE 16 TO RETURN-CODE
          STOP RUN
       END-IF

       COMPUTE PERIOD-DAYS = FUNCTION INTEGER-OF-DATE(PERIOD-TO)
          - FUNCTION INTEGER-OF-DATE(PERIOD-FROM) + 1
       IF PERIOD-DAYS > PERIOD-LIMIT
          DISPLAY "MOVECARD PERIOD SPANS MORE THAN " PERIOD-LIMIT
                  " DAYS: " PERIOD-FROM " " PERIOD-TO
          MOVE 16 TO RETURN-CODE
          STOP RUN
       END-IF

       DISPLAY "REPORTING MOVEMENT FROM " PERIOD-FROM
               " TO " PERIOD-TO.

       exit section.


       LOAD-DEPT-REF section.

       MOVE ZERO TO DEPT-REF-COUNT
       OPEN INPUT DEPT-REF-FILE
       MOVE "DEPTREF" TO IO-FILE-NAME
       MOVE DEPTREF-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS
       PERFORM UNTIL DEPTREF-STATUS NOT = "00"
          READ DEPT-REF-FILE
             AT END
                CONTINUE
             NOT AT END
                IF DEPT-REF-COUNT >= DEPT-REF-LIMIT
                   DISPLAY "DEPTREF HOLDS MORE THAN " DEPT-REF-LIMIT
                           " RECORDS - DEPT REFERENCE TABLE FULL"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
                END-IF
                ADD 1 TO DEPT-REF-COUNT
                MOVE DR-DEPT-CODE TO DRT-CODE(DEPT-REF-COUNT)
                MOVE DR-DEPT-NAME TO DRT-NAME(DEPT-REF-COUNT)
                MOVE DR-ACTIVE-FLAG TO DRT-ACTIVE(DEPT-REF-COUNT)
          END-READ
       END-PERFORM
       IF DEPTREF-STATUS NOT = "10"
          MOVE "DEPTREF" TO IO-FILE-NAME
          MOVE DEPTREF-STATUS TO IO-STATUS
          PERFORM CHECK-IO-STATUS
       END-IF
       CLOSE DEPT-REF-FILE.

       exit section.


      * A RERUN LOGS THE SAME RUN DATE AGAIN, SO EACH DATE IS KEPT
      * ONCE.
       LOAD-LOGGED-DATES section.

       MOVE ZERO TO LOGGED-COUNT
       OPEN INPUT RUN-LOG-FILE
       MOVE "RUNLOG" TO IO-FILE-NAME
       MOVE RUNLOG-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS
       PERFORM UNTIL RUNLOG-STATUS NOT = "00"
          READ RUN-LOG-FILE
             AT END
                CONTINUE
             NOT AT END
                IF RL-RUN-DATE >= PERIOD-FROM
                   AND RL-RUN-DATE <= PERIOD-TO
                   MOVE RL-RUN-DATE TO DAY-DATE
                   PERFORM FIND-LOGGED-DATE
                   IF LOGGED-FOUND = 'N'
                      ADD 1 TO LOGGED-COUNT
                      MOVE RL-RUN-DATE TO LOGGED-DATE(LOGGED-COUNT)
                   END-IF
                END-IF
          END-READ
       END-PERFORM
       IF RUNLOG-STATUS NOT = "10"
          MOVE "RUNLOG" TO IO-FILE-NAME
          MOVE RUNLOG-STATUS TO IO-STATUS
          PERFORM CHECK-IO-STATUS
       END-IF
       CLOSE RUN-LOG-FILE.

       exit section.


       FIND-LOGGED-DATE section.

       MOVE 'N' TO LOGGED-FOUND
       MOVE ZERO TO J
       PERFORM UNTIL J = LOGGED-COUNT
          ADD 1 TO J
          IF LOGGED-DATE(J) = DAY-DATE
             MOVE 'Y' TO LOGGED-FOUND
             EXIT PERFORM
          END-IF
       END-PERFORM.

       exit section.


      * ONE PASS OVER THE HISTORY: EVERY RECORD ARCHIVED INSIDE THE
      * PERIOD GOES TO THE SORT, AND EACH NEW RUN DATE IS ADDED TO
      * THE GENERATION TABLE IN ITS PLACE IN DATE ORDER.
       RELEASE-PERIOD-GENERATIONS section.

       MOVE ZERO TO GEN-COUNT
       OPEN INPUT HISTORY-FILE
       MOVE "RANDHIST" TO IO-FILE-NAME
       MOVE RANDHIST-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS
       PERFORM UNTIL RANDHIST-STATUS NOT = "00"
          READ HISTORY-FILE
             AT END
                CONTINUE
             NOT AT END
                ADD 1 TO HIST-READ-COUNT
                IF AR-RUN-DATE >= PERIOD-FROM
                   AND AR-RUN-DATE <= PERIOD-TO
                   PERFORM NOTE-GENERATION-DATE
                   MOVE AR-IDENT TO SR-IDENT
                   MOVE AR-RUN-DATE TO SR-RUN-DATE
                   MOVE AR-DEPT-CODE TO SR-DEPT-CODE
                   RELEASE MOVE-SORT-RECORD
                   ADD 1 TO HIST-SELECT-COUNT
                END-IF
          END-READ
       END-PERFORM
       IF RANDHIST-STATUS NOT = "10"
          MOVE "RANDHIST" TO IO-FILE-NAME
          MOVE RANDHIST-STATUS TO IO-STATUS
          PERFORM CHECK-IO-STATUS
       END-IF
       CLOSE HISTORY-FILE.

       exit section.


      * THE PERIOD IS AT MOST 366 DAYS, SO THE TABLE CANNOT FILL.
       NOTE-GENERATION-DATE section.

       MOVE ZERO TO J
       PERFORM UNTIL J = GEN-COUNT
          ADD 1 TO J
          IF GEN-DATE(J) >= AR-RUN-DATE
             EXIT PERFORM
          END-IF
       END-PERFORM

       IF J > ZERO AND GEN-DATE(J) = AR-RUN-DATE
          CONTINUE
       ELSE
          IF J = ZERO OR GEN-DATE(J) < AR-RUN-DATE
             ADD 1 TO GEN-COUNT
             MOVE AR-RUN-DATE TO GEN-DATE(GEN-COUNT)
          ELSE
             MOVE GEN-COUNT TO K
             PERFORM UNTIL K < J
                MOVE GEN-DATE(K) TO GEN-DATE(K + 1)
                SUBTRACT 1 FROM K
             END-PERFORM
             MOVE AR-RUN-DATE TO GEN-DATE(J)
             ADD 1 TO GEN-COUNT
          END-IF
       END-IF.

       exit section.


      * RECORDS COME BACK BY IDENT AND RUN DATE.  EACH IDENT'S
      * GENERATIONS ARE WALKED IN ORDER AGAINST THE GENERATION
      * TABLE; SEE THE PROGRAM BANNER FOR HOW EACH STEP COUNTS.
       TALLY-MOVEMENTS section.

       MOVE 'N' TO SORT-EOF
       MOVE 'Y' TO FIRST-RECORD
       PERFORM UNTIL SORT-EOF = 'Y'
          RETURN MOVE-SORT-FILE
             AT END
                MOVE 'Y' TO SORT-EOF
             NOT AT END
                IF FIRST-RECORD = 'Y'
                   OR SR-IDENT NOT = CURRENT-IDENT
                   IF FIRST-RECORD = 'N'
                      PERFORM CLOSE-IDENT
                   END-IF
                   PERFORM OPEN-IDENT
                ELSE
                   PERFORM NEXT-IDENT-GENERATION
                END-IF
          END-RETURN
       END-PERFORM

       IF FIRST-RECORD = 'N'
          PERFORM CLOSE-IDENT
       END-IF.

       exit section.


       OPEN-IDENT section.

       MOVE 'N' TO FIRST-RECORD
       MOVE SR-IDENT TO CURRENT-IDENT
       ADD 1 TO IDENT-COUNT
       MOVE ZERO TO GEN-CURSOR
       PERFORM LOCATE-GENERATION

       MOVE SR-DEPT-CODE TO MOVE-DEPT
       PERFORM FIND-DEPT-ENTRY
       IF GEN-IX = 1
          ADD 1 TO DM-OPENING(DEPT-IX)
       ELSE
          ADD 1 TO DM-JOINERS(DEPT-IX)
       END-IF

       MOVE GEN-IX TO PREV-GEN-IX
       MOVE SR-DEPT-CODE TO PREV-DEPT.

       exit section.


      * A SECOND RECORD FOR THE SAME IDENT IN ONE GENERATION ADDS
      * NOTHING -- THE FIRST ONE ALREADY PLACED THE PERSON.
       NEXT-IDENT-GENERATION section.

       IF SR-RUN-DATE = GEN-DATE(PREV-GEN-IX)
          EXIT SECTION
       END-IF

       PERFORM LOCATE-GENERATION

       IF GEN-IX NOT = PREV-GEN-IX
          IF GEN-IX = PREV-GEN-IX + 1
             IF SR-DEPT-CODE NOT = PREV-DEPT
                MOVE PREV-DEPT TO MOVE-DEPT
                PERFORM FIND-DEPT-ENTRY
                ADD 1 TO DM-XFER-OUT(DEPT-IX)
                MOVE SR-DEPT-CODE TO MOVE-DEPT
                PERFORM FIND-DEPT-ENTRY
                ADD 1 TO DM-XFER-IN(DEPT-IX)
             END-IF
          ELSE
             MOVE PREV-DEPT TO MOVE-DEPT
             PERFORM FIND-DEPT-ENTRY
             ADD 1 TO DM-LEAVERS(DEPT-IX)
             MOVE SR-DEPT-CODE TO MOVE-DEPT
             PERFORM FIND-DEPT-ENTRY
             ADD 1 TO DM-JOINERS(DEPT-IX)
          END-IF
          MOVE GEN-IX TO PREV-GEN-IX
          MOVE SR-DEPT-CODE TO PREV-DEPT
       END-IF.

       exit section.


       CLOSE-IDENT section.

       MOVE PREV-DEPT TO MOVE-DEPT
       PERFORM FIND-DEPT-ENTRY
       IF PREV-GEN-IX = GEN-COUNT
          ADD 1 TO DM-CLOSING(DEPT-IX)
       ELSE
          ADD 1 TO DM-LEAVERS(DEPT-IX)
       END-IF.

       exit section.


      * AN IDENT'S RECORDS ARRIVE IN RUN DATE ORDER, SO THE SEARCH
      * CARRIES ON FROM WHERE THE IDENT'S LAST GENERATION WAS FOUND.
       LOCATE-GENERATION section.

       PERFORM UNTIL GEN-CURSOR >= GEN-COUNT
          ADD 1 TO GEN-CURSOR
          IF GEN-DATE(GEN-CURSOR) = SR-RUN-DATE
             EXIT PERFORM
          END-IF
       END-PERFORM
       MOVE GEN-CURSOR TO GEN-IX.

       exit section.


      * FINDS MOVE-DEPT IN THE MOVEMENT TABLE, ADDING IT IN CODE
      * ORDER WITH ZERO COUNTS THE FIRST TIME IT IS SEEN.
       FIND-DEPT-ENTRY section.

       MOVE ZERO TO DEPT-IX
       PERFORM UNTIL DEPT-IX = DEPT-MOVE-COUNT
          ADD 1 TO DEPT-IX
          IF DM-CODE(DEPT-IX) >= MOVE-DEPT
             EXIT PERFORM
          END-IF
       END-PERFORM

       IF DEPT-IX > ZERO AND DM-CODE(DEPT-IX) = MOVE-DEPT
          CONTINUE
       ELSE
          IF DEPT-MOVE-COUNT >= DEPT-MOVE-LIMIT
             DISPLAY "HISTORY HOLDS MORE THAN " DEPT-MOVE-LIMIT
                     " DEPT CODES - MOVEMENT TABLE FULL"
             MOVE 16 TO RETURN-CODE
             STOP RUN
          END-IF
          IF DEPT-IX = ZERO OR DM-CODE(DEPT-IX) < MOVE-DEPT
             ADD 1 TO DEPT-MOVE-COUNT
             MOVE DEPT-MOVE-COUNT TO DEPT-IX
          ELSE
             MOVE DEPT-MOVE-COUNT TO K
             PERFORM UNTIL K < DEPT-IX
                MOVE DEPT-MOVE-ENTRY(K) TO DEPT-MOVE-ENTRY(K + 1)
                SUBTRACT 1 FROM K
             END-PERFORM
             ADD 1 TO DEPT-MOVE-COUNT
          END-IF
          MOVE MOVE-DEPT TO DM-CODE(DEPT-IX)
          MOVE ZERO TO DM-OPENING(DEPT-IX)
          MOVE ZERO TO DM-JOINERS(DEPT-IX)
          MOVE ZERO TO DM-LEAVERS(DEPT-IX)
          MOVE ZERO TO DM-XFER-IN(DEPT-IX)
          MOVE ZERO TO DM-XFER-OUT(DEPT-IX)
          MOVE ZERO TO DM-CLOSING(DEPT-IX)
       END-IF.

       exit section.


       PRINT-MOVEMENTS section.

       MOVE ZERO TO DEPT-IX
       PERFORM UNTIL DEPT-IX = DEPT-MOVE-COUNT
          ADD 1 TO DEPT-IX
          PERFORM PRINT-MOVE-DETAIL
          ADD DM-OPENING(DEPT-IX) TO GT-OPENING
          ADD DM-JOINERS(DEPT-IX) TO GT-JOINERS
          ADD DM-LEAVERS(DEPT-IX) TO GT-LEAVERS
          ADD DM-XFER-IN(DEPT-IX) TO GT-XFER-IN
          ADD DM-XFER-OUT(DEPT-IX) TO GT-XFER-OUT
          ADD DM-CLOSING(DEPT-IX) TO GT-CLOSING
       END-PERFORM.

       exit section.


       PRINT-MOVE-DETAIL section.

       IF LINE-COUNT = ZERO OR LINE-COUNT >= LINES-PER-PAGE
          PERFORM PRINT-MOVE-HEADING
       END-IF

       MOVE SPACES TO MOVE-DETAIL-LINE
       MOVE DM-CODE(DEPT-IX) TO MD-CODE
       PERFORM LOOKUP-DEPT-NAME
       MOVE DEPT-REF-NAME TO MD-NAME
       MOVE DM-OPENING(DEPT-IX) TO MD-OPENING
       MOVE DM-JOINERS(DEPT-IX) TO MD-JOINERS
       MOVE DM-LEAVERS(DEPT-IX) TO MD-LEAVERS
       MOVE DM-XFER-IN(DEPT-IX) TO MD-XFER-IN
       MOVE DM-XFER-OUT(DEPT-IX) TO MD-XFER-OUT
       MOVE DM-CLOSING(DEPT-IX) TO MD-CLOSING

       MOVE MOVE-DETAIL-LINE TO MOVE-REPORT-LINE
       PERFORM WRITE-MOVE-LINE
       ADD 1 TO LINE-COUNT.

       exit section.


       PRINT-MOVE-HEADING section.

       ADD 1 TO PAGE-COUNT
       MOVE PAGE-COUNT TO MH1-PAGE
       MOVE MOVE-HEADING-1 TO MOVE-REPORT-LINE
       PERFORM WRITE-MOVE-LINE
       MOVE PERIOD-FROM TO MH2-FROM
       MOVE PERIOD-TO TO MH2-TO
       MOVE GEN-DATE(1) TO MH2-FIRST-GEN
       MOVE GEN-DATE(GEN-COUNT) TO MH2-LAST-GEN
       MOVE GEN-COUNT TO MH2-GEN-COUNT
       MOVE MOVE-HEADING-2 TO MOVE-REPORT-LINE
       PERFORM WRITE-MOVE-LINE
       MOVE SPACES TO MOVE-REPORT-LINE
       PERFORM WRITE-MOVE-LINE
       MOVE MOVE-HEADING-3 TO MOVE-REPORT-LINE
       PERFORM WRITE-MOVE-LINE
       MOVE ZERO TO LINE-COUNT.

       exit section.


      * TRANSFERS IN AND OUT ALWAYS MATCH ACROSS THE WHOLE GROUP,
      * BUT BOTH ARE CARRIED THROUGH THE PROOF SO A TRANSFER
      * COUNTED ON ONLY ONE SIDE WOULD SHOW.
       PRINT-GRAND-TOTAL section.

       IF LINE-COUNT = ZERO OR LINE-COUNT + 4 > LINES-PER-PAGE
          PERFORM PRINT-MOVE-HEADING
       END-IF

       MOVE SPACES TO MOVE-REPORT-LINE
       PERFORM WRITE-MOVE-LINE

       MOVE SPACES TO MOVE-DETAIL-LINE
       MOVE "GRAND TOTAL" TO MD-NAME
       MOVE GT-OPENING TO MD-OPENING
       MOVE GT-JOINERS TO MD-JOINERS
       MOVE GT-LEAVERS TO MD-LEAVERS
       MOVE GT-XFER-IN TO MD-XFER-IN
       MOVE GT-XFER-OUT TO MD-XFER-OUT
       MOVE GT-CLOSING TO MD-CLOSING
       MOVE MOVE-DETAIL-LINE TO MOVE-REPORT-LINE
       PERFORM WRITE-MOVE-LINE

       COMPUTE PROOF-CLOSING = GT-OPENING + GT-JOINERS
          - GT-LEAVERS + GT-XFER-IN - GT-XFER-OUT
       MOVE PROOF-CLOSING TO MP-COMPUTED
       MOVE GT-CLOSING TO MP-CLOSING
       IF PROOF-CLOSING = GT-CLOSING
          MOVE "IN BALANCE" TO MP-VERDICT
       ELSE
          MOVE "OUT OF BALANCE" TO MP-VERDICT
       END-IF
       MOVE SPACES TO MOVE-REPORT-LINE
       PERFORM WRITE-MOVE-LINE
       MOVE MOVE-PROOF-LINE TO MOVE-REPORT-LINE
       PERFORM WRITE-MOVE-LINE
       ADD 4 TO LINE-COUNT.

       exit section.


      * EVERY CALENDAR DATE IN THE PERIOD WITHOUT AN ARCHIVED
      * GENERATION.  THE GENERATION TABLE IS IN DATE ORDER, SO ONE
      * CURSOR WALKS IT ALONGSIDE THE CALENDAR.
       PRINT-GAPS section.

       MOVE SPACES TO MOVE-REPORT-LINE
       PERFORM WRITE-MOVE-LINE
       MOVE "DATES IN PERIOD WITH NO ARCHIVED GENERATION"
          TO MOVE-REPORT-LINE
       PERFORM WRITE-MOVE-LINE
       ADD 2 TO LINE-COUNT

       MOVE ZERO TO GAP-COUNT
       MOVE 1 TO GEN-CURSOR
       COMPUTE DAY-NUMBER = FUNCTION INTEGER-OF-DATE(PERIOD-FROM)
       MOVE PERIOD-FROM TO DAY-DATE
       PERFORM UNTIL DAY-DATE > PERIOD-TO
          IF GEN-CURSOR <= GEN-COUNT
             AND GEN-DATE(GEN-CURSOR) = DAY-DATE
             ADD 1 TO GEN-CURSOR
          ELSE
             ADD 1 TO GAP-COUNT
             PERFORM PRINT-GAP-LINE
          END-IF
          ADD 1 TO DAY-NUMBER
          COMPUTE DAY-DATE = FUNCTION DATE-OF-INTEGER(DAY-NUMBER)
       END-PERFORM

       IF GAP-COUNT = ZERO
          MOVE "  NONE - A GENERATION IS ARCHIVED FOR EVERY DATE"
             TO MOVE-REPORT-LINE
          PERFORM WRITE-MOVE-LINE
          ADD 1 TO LINE-COUNT
       END-IF.

       exit section.


       PRINT-GAP-LINE section.

       IF LINE-COUNT >= LINES-PER-PAGE
          PERFORM PRINT-MOVE-HEADING
       END-IF

       MOVE SPACES TO GAP-DETAIL-LINE
       MOVE DAY-DATE TO GD-DATE
       PERFORM FIND-LOGGED-DATE
       IF LOGGED-FOUND = 'Y'
          MOVE "RUN LOGGED BUT GENERATION NOT ARCHIVED"
             TO GD-REASON
       ELSE
          MOVE "NO RUN LOGGED FOR THIS DATE" TO GD-REASON
       END-IF
       MOVE GAP-DETAIL-LINE TO MOVE-REPORT-LINE
       PERFORM WRITE-MOVE-LINE
       ADD 1 TO LINE-COUNT.

       exit section.


       PRINT-MOVE-TOTALS section.

       MOVE SPACES TO MOVE-REPORT-LINE
       PERFORM WRITE-MOVE-LINE

       MOVE "HISTORY RECORDS READ" TO MT-LABEL
       MOVE HIST-READ-COUNT TO MT-COUNT
       PERFORM PRINT-TOTAL-LINE

       MOVE "HISTORY RECORDS USED" TO MT-LABEL
       MOVE HIST-SELECT-COUNT TO MT-COUNT
       PERFORM PRINT-TOTAL-LINE

       MOVE "IDENTS IN PERIOD" TO MT-LABEL
       MOVE IDENT-COUNT TO MT-COUNT
       PERFORM PRINT-TOTAL-LINE

       MOVE "GENERATIONS IN PERIOD" TO MT-LABEL
       MOVE GEN-COUNT TO MT-COUNT
       PERFORM PRINT-TOTAL-LINE

       MOVE "DATES WITH NO GENERATION" TO MT-LABEL
       MOVE GAP-COUNT TO MT-COUNT
       PERFORM PRINT-TOTAL-LINE.

       exit section.


       PRINT-TOTAL-LINE section.

       MOVE MOVE-TOTAL-LINE TO MOVE-REPORT-LINE
       PERFORM WRITE-MOVE-LINE.

       exit section.


       WRITE-MOVE-LINE section.

       WRITE MOVE-REPORT-LINE
       MOVE "MOVERPT" TO IO-FILE-NAME
       MOVE MOVERPT-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS.

       exit section.


       LOOKUP-DEPT-NAME section.

       MOVE "*NOT ON DEPTREF*" TO DEPT-REF-NAME
       MOVE ZERO TO J
       PERFORM UNTIL J = DEPT-REF-COUNT
          ADD 1 TO J
          IF DRT-CODE(J) = DM-CODE(DEPT-IX)
             MOVE DRT-NAME(J) TO DEPT-REF-NAME
             EXIT PERFORM
          END-IF
       END-PERFORM.

       exit section.


       CHECK-IO-STATUS section.

       IF IO-STATUS NOT = "00"
          DISPLAY "FILE ERROR ON " IO-FILE-NAME
                  " FILE STATUS=" IO-STATUS
          MOVE 16 TO RETURN-CODE
          STOP RUN
       END-IF.

       exit section.
