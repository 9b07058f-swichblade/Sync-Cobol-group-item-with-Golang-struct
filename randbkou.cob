       IDENTIFICATION DIVISION.
       PROGRAM-ID. randbkou.
      ******************************************************************
      * RANDOMGROUP MASTER RUN BACKOUT.
      *
      * REVERSES ONE NAMED RUN OF RANDPOST, RANDMNT, RANDXFER OR
      * RANDPURG AGAINST THE KEYED RANDOMGROUP MASTER (RANDMAST)
      * FROM THE RANDJRNL MAINTENANCE JOURNAL THOSE PROGRAMS APPEND
      * TO.  THE RUN IS NAMED ON THE BKOUCARD CONTROL CARD:
      *   COLUMNS  1-8   PROGRAM NAME (RANDPOST, RANDMNT, RANDXFER,
      *                  RANDPURG)
      *   COLUMNS  9-16  RUN DATE, YYYYMMDD
      *   COLUMNS 17-22  RUN START TIME, HHMMSS -- MAY BE LEFT BLANK
      *                  WHEN THE PROGRAM RAN ONLY ONCE THAT DATE
      *
      * PASS 1 READS THE JOURNAL TO FIND THE RUN AND WHERE ON THE
      * FILE IT STARTS.  PASS 2 SORTS THE RUN'S ENTRIES, TOGETHER
      * WITH EVERY ENTRY FURTHER DOWN THE JOURNAL (THE JOURNAL IS
      * APPEND-ONLY, SO "LATER" IS SIMPLY "FURTHER DOWN THE FILE"),
      * ON IDENT AND JOURNAL POSITION, DESCENDING.  WITHIN EACH
      * IDENT ANY LATER TOUCH THEREFORE COMES BACK AHEAD OF THE
      * RUN'S OWN ENTRIES, AND THOSE COME BACK LAST ACTION FIRST,
      * SO AN IDENT THE RUN TOUCHED TWICE UNWINDS IN THE RIGHT
      * ORDER.  EACH BEFORE IMAGE IS PUT BACK IN THAT ORDER; A
      * BLANK BEFORE IMAGE (AN ADD) IS REVERSED BY DELETING THE
      * RECORD, AND A BLANK AFTER IMAGE (A PURGE) BY WRITING THE
      * BEFORE IMAGE BACK.  NOTHING IS HELD IN A TABLE, SO A RUN OF
      * ANY SIZE CAN BE BACKED OUT.
      *
      * AN ENTRY IS REFUSED, AND THE MASTER LEFT AS IT IS, WHEN THE
      * IDENT WAS TOUCHED AGAIN BY A LATER JOURNALED RUN, OR WHEN
      * THE MASTER NO LONGER HOLDS EXACTLY THE AFTER IMAGE THE RUN
      * LEFT (CHANGED BY AN UNJOURNALED PATH).  EVERY ENTRY LISTS
      * ON BKOULIST AS REVERSED OR REFUSED WITH A REASON, WITH
      * TOTALS AT THE END; ANY REFUSAL SETS RETURN-CODE 4.  EACH
      * REVERSAL IS ITSELF JOURNALED UNDER RANDBKOU, SO A SECOND
      * BACKOUT OF THE SAME RUN REFUSES EVERYTHING RATHER THAN
      * APPLYING TWICE.  A CARD THAT NAMES NO JOURNALED RUN, OR A
      * DATE WITH MORE THAN ONE RUN AND NO TIME, ENDS WITH RC 16
      * BEFORE THE MASTER IS OPENED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO "BKOUCARD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BKOUCARD-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "RANDJRNL"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS RANDJRNL-STATUS.

           SELECT RANDOM-MASTER-FILE ASSIGN TO "RANDMAST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS MA-IDENT
              FILE STATUS IS RANDMAST-STATUS.

           SELECT BACKOUT-SORT-FILE ASSIGN TO "SORTWK".

           SELECT BACKOUT-LIST-FILE ASSIGN TO "BKOULIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BKOULIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01  CONTROL-CARD-RECORD.
           05 CC-PROGRAM PIC X(08).
           05 CC-RUN-DATE PIC X(08).
           05 CC-RUN-TIME PIC X(06).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05 JR-PROGRAM PIC X(08).
           05 JR-RUN-DATE PIC 9(08).
           05 JR-RUN-TIME PIC 9(06).
           05 JR-SEQUENCE PIC 9(06).
           05 JR-ACTION PIC X(01).
           05 JR-IDENT PIC 9(06).
           05 JR-BEFORE-IMAGE PIC X(387).
           05 JR-AFTER-IMAGE PIC X(387).

       FD  RANDOM-MASTER-FILE.
       01  MASTER-RECORD.
           05 MA-IDENT PIC 9(06).
           05 MA-FIRSTNAME PIC X(60).
           05 MA-LASTNAME PIC X(60).
           05 MA-EMAIL PIC X(100).
           05 MA-GENDER PIC X(20).
           05 MA-DEPT-CODE PIC X(04).
           05 MA-STATUS PIC X(01).
           05 MA-HIRE-DATE PIC 9(08).
           05 MA-SEP-DATE PIC 9(08).
           05 MA-NAME-KEY.
              10 MA-KEY-LASTNAME PIC X(60).
              10 MA-KEY-FIRSTNAME PIC X(60).

      * THE RUN'S OWN ENTRIES (BK-TARGET 'Y') AND EVERY LATER
      * JOURNAL ENTRY (BK-TARGET 'N'), BK-POSITION BEING THE RECORD
      * NUMBER ON THE JOURNAL.
       SD  BACKOUT-SORT-FILE.
       01  BACKOUT-SORT-RECORD.
           05 BK-IDENT PIC 9(06).
           05 BK-POSITION PIC 9(09).
           05 BK-TARGET PIC X(01).
           05 BK-SEQUENCE PIC 9(06).
           05 BK-ACTION PIC X(01).
           05 BK-BEFORE-IMAGE PIC X(387).
           05 BK-BEFORE-FIELDS REDEFINES BK-BEFORE-IMAGE.
              10 BB-IDENT PIC 9(06).
              10 BB-FIRSTNAME PIC X(60).
              10 BB-LASTNAME PIC X(60).
              10 FILLER PIC X(261).
           05 BK-AFTER-IMAGE PIC X(387).
           05 BK-AFTER-FIELDS REDEFINES BK-AFTER-IMAGE.
              10 BA-IDENT PIC 9(06).
              10 BA-FIRSTNAME PIC X(60).
              10 BA-LASTNAME PIC X(60).
              10 FILLER PIC X(261).

       FD  BACKOUT-LIST-FILE.
       01  BACKOUT-LIST-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 BKOUCARD-STATUS PIC X(02) VALUE SPACES.
       01 RANDJRNL-STATUS PIC X(02) VALUE SPACES.
       01 RANDMAST-STATUS PIC X(02) VALUE SPACES.
       01 BKOULIST-STATUS PIC X(02) VALUE SPACES.

       01 IO-STATUS PIC X(02) VALUE SPACES.
       01 IO-FILE-NAME PIC X(10) VALUE SPACES.

       01 RUN-DATE PIC 9(08) VALUE ZERO.
       01 RUN-TIME-AREA.
          05 RUN-TIME PIC 9(06).
          05 FILLER PIC 9(02).

       01 TARGET-PROGRAM PIC X(08) VALUE SPACES.
       01 TARGET-DATE PIC 9(08) VALUE ZERO.
       01 TARGET-TIME PIC 9(06) VALUE ZERO.
       01 TARGET-TIME-GIVEN PIC X VALUE 'N'.
       01 RUN-FOUND PIC X VALUE 'N'.
       01 MULTIPLE-RUNS PIC X VALUE 'N'.
       01 OTHER-RUN-TIME PIC 9(06) VALUE ZERO.

       01 TARGET-COUNT PIC 9(06) COMP-5 VALUE ZERO.
       01 TARGET-FIRST-POSITION PIC 9(09) COMP-5 VALUE ZERO.
       01 JOURNAL-POSITION PIC 9(09) COMP-5 VALUE ZERO.

      * THE IDENT BEING UNWOUND, FLAGGED 'Y' ONCE A LATER JOURNAL
      * ENTRY FOR IT HAS COME BACK FROM THE SORT.
       01 GROUP-OPEN PIC X VALUE 'N'.
       01 GROUP-IDENT PIC 9(06) VALUE ZERO.
       01 GROUP-LATER PIC X VALUE 'N'.

       01 SORT-EOF PIC X VALUE 'N'.
       01 MASTER-FOUND PIC X VALUE 'N'.
       01 JOURNAL-SEQUENCE PIC 9(06) VALUE ZERO.
       01 JOURNAL-BEFORE-IMAGE PIC X(387) VALUE SPACES.

       01 BACKOUT-DISPOSITION PIC X(08) VALUE SPACES.
       01 BACKOUT-REASON PIC X(30) VALUE SPACES.
       01 REVERSED-COUNT PIC 9(06) COMP-5 VALUE ZERO.
       01 REFUSED-COUNT PIC 9(06) COMP-5 VALUE ZERO.

       01 LINE-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 LINES-PER-PAGE PIC 9(04) COMP-5 VALUE 60.
       01 PAGE-COUNT PIC 9(04) COMP-5 VALUE ZERO.

       01 BACKOUT-LIST-HEADING-1.
          05 FILLER PIC X(30) VALUE "RANDOMGROUP MASTER BACKOUT".
          05 FILLER PIC X(10) VALUE "      PAGE".
          05 BH1-PAGE PIC ZZZ9.

       01 BACKOUT-RUN-LINE.
          05 FILLER PIC X(12) VALUE "BACKING OUT ".
          05 BR-PROGRAM PIC X(08).
          05 FILLER PIC X(08) VALUE " RUN OF ".
          05 BR-DATE PIC 9(08).
          05 FILLER PIC X(01) VALUE SPACE.
          05 BR-TIME PIC 9(06).

       01 BACKOUT-LIST-HEADING-2.
          05 FILLER PIC X(08) VALUE "ACTION".
          05 FILLER PIC X(08) VALUE "IDENT".
          05 FILLER PIC X(22) VALUE "LAST NAME".
          05 FILLER PIC X(10) VALUE "RESULT".
          05 FILLER PIC X(30) VALUE "REASON".

       01 BACKOUT-LIST-DETAIL-LINE.
          05 BL-ACTION PIC X(01).
          05 FILLER    PIC X(07) VALUE SPACES.
          05 BL-IDENT  PIC 9(06).
          05 FILLER    PIC X(02) VALUE SPACES.
          05 BL-LAST   PIC X(20).
          05 FILLER    PIC X(02) VALUE SPACES.
          05 BL-RESULT PIC X(08).
          05 FILLER    PIC X(02) VALUE SPACES.
          05 BL-REASON PIC X(30).

       01 BACKOUT-TOTAL-LINE.
          05 BT-LABEL PIC X(24).
          05 BT-COUNT PIC ZZZZZ9.

       PROCEDURE DIVISION.

       ACCEPT RUN-DATE FROM DATE YYYYMMDD.
       ACCEPT RUN-TIME-AREA FROM TIME.

       perform READ-BACKOUT-CARD.

       display "Locating the run on the maintenance journal"
       display "==========================================="
       perform LOCATE-TARGET-RUN.

       IF MULTIPLE-RUNS = 'Y'
          DISPLAY TARGET-PROGRAM " RAN MORE THAN ONCE ON "
                  TARGET-DATE " (" TARGET-TIME " AND "
                  OTHER-RUN-TIME ") - SUPPLY THE RUN TIME"
          MOVE 16 TO RETURN-CODE
          STOP RUN
       END-IF

       IF RUN-FOUND = 'N'
          DISPLAY "NO JOURNAL ENTRIES FOR " TARGET-PROGRAM
                  " ON " TARGET-DATE " - NOTHING TO BACK OUT"
          MOVE 16 TO RETURN-CODE
          STOP RUN
       END-IF

       DISPLAY "BACKING OUT " TARGET-PROGRAM " RUN OF "
               TARGET-DATE " " TARGET-TIME ", "
               TARGET-COUNT " JOURNAL ENTRIES"

       OPEN OUTPUT BACKOUT-LIST-FILE.
       MOVE "BKOULIST" TO IO-FILE-NAME
       MOVE BKOULIST-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS
       MOVE ZERO TO LINE-COUNT
       MOVE ZERO TO PAGE-COUNT
       PERFORM PRINT-BACKOUT-HEADING

       OPEN I-O RANDOM-MASTER-FILE.
       IF RANDMAST-STATUS NOT = "00" AND RANDMAST-STATUS NOT = "05"
          MOVE "RANDMAST" TO IO-FILE-NAME
          MOVE RANDMAST-STATUS TO IO-STATUS
          PERFORM CHECK-IO-STATUS
       END-IF.

       SORT BACKOUT-SORT-FILE
          ON ASCENDING KEY BK-IDENT
             DESCENDING KEY BK-POSITION
          INPUT PROCEDURE IS RELEASE-RUN-ENTRIES
          OUTPUT PROCEDURE IS REVERSE-RUN-ENTRIES

       CLOSE RANDOM-MASTER-FILE.

       PERFORM PRINT-BACKOUT-TOTALS

       CLOSE BACKOUT-LIST-FILE.

       DISPLAY "REVERSED: " REVERSED-COUNT
               " REFUSED: " REFUSED-COUNT

       IF REFUSED-COUNT > ZERO
          MOVE 4 TO RETURN-CODE
       END-IF.

       stop run.

******************Program End*************************


       READ-BACKOUT-CARD section.

       OPEN INPUT CONTROL-CARD-FILE
       MOVE "BKOUCARD" TO IO-FILE-NAME
       MOVE BKOUCARD-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS
       READ CONTROL-CARD-FILE
          AT END
             DISPLAY "BKOUCARD SUPPLIED NO CONTROL CARD"
             MOVE 16 TO RETURN-CODE
             STOP RUN
       END-READ
       CLOSE CONTROL-CARD-FILE

       IF CC-PROGRAM = SPACES
          DISPLAY "BKOUCARD NAMES NO PROGRAM"
          MOVE 16 TO RETURN-CODE
          STOP RUN
       END-IF
       MOVE CC-PROGRAM TO TARGET-PROGRAM

       IF CC-RUN-DATE IS NOT NUMERIC
          DISPLAY "BKOUCARD RUN DATE IS NOT NUMERIC: " CC-RUN-DATE
          MOVE 16 TO RETURN-CODE
          STOP RUN
       END-IF
       MOVE CC-RUN-DATE TO TARGET-DATE
       IF FUNCTION TEST-DATE-YYYYMMDD(TARGET-DATE) NOT = 0
          DISPLAY "BKOUCARD RUN DATE IS NOT A VALID YYYYMMDD DATE: "
                  TARGET-DATE
          MOVE 16 TO RETURN-CODE
          STOP RUN
       END-IF

       IF CC-RUN-TIME = SPACES
          MOVE 'N' TO TARGET-TIME-GIVEN
       ELSE
          IF CC-RUN-TIME IS NUMERIC
             MOVE CC-RUN-TIME TO TARGET-TIME
             MOVE 'Y' TO TARGET-TIME-GIVEN
          ELSE
             DISPLAY "BKOUCARD RUN TIME IS NOT NUMERIC: "
                     CC-RUN-TIME
             MOVE 16 TO RETURN-CODE
             STOP RUN
          END-IF
       END-IF.

       exit section.


      * PASS 1.  THE RUN'S ENTRIES ARE CONTIGUOUS ON THE JOURNAL
      * (THE MASTER IS HELD EXCLUSIVELY WHILE A RUN APPENDS), SO
      * ONCE THE RUN HAS BEEN SEEN EVERY OTHER ENTRY IS LATER.
       LOCATE-TARGET-RUN section.

       MOVE ZERO TO JOURNAL-POSITION
       OPEN INPUT JOURNAL-FILE
       MOVE "RANDJRNL" TO IO-FILE-NAME
       MOVE RANDJRNL-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS
       PERFORM UNTIL RANDJRNL-STATUS NOT = "00"
          READ JOURNAL-FILE
             AT END
                CONTINUE
             NOT AT END
                PERFORM SCAN-JOURNAL-ENTRY
          END-READ
       END-PERFORM
       IF RANDJRNL-STATUS NOT = "10"
          MOVE "RANDJRNL" TO IO-FILE-NAME
          MOVE RANDJRNL-STATUS TO IO-STATUS
          PERFORM CHECK-IO-STATUS
       END-IF
       CLOSE JOURNAL-FILE.

       exit section.


       SCAN-JOURNAL-ENTRY section.

       ADD 1 TO JOURNAL-POSITION
       IF JR-PROGRAM = TARGET-PROGRAM
          AND JR-RUN-DATE = TARGET-DATE
          AND (TARGET-TIME-GIVEN = 'N' OR JR-RUN-TIME = TARGET-TIME)
          IF RUN-FOUND = 'N'
             MOVE 'Y' TO RUN-FOUND
             MOVE JR-RUN-TIME TO TARGET-TIME
             MOVE JOURNAL-POSITION TO TARGET-FIRST-POSITION
          END-IF
          IF JR-RUN-TIME = TARGET-TIME
             ADD 1 TO TARGET-COUNT
             EXIT SECTION
          END-IF
          MOVE 'Y' TO MULTIPLE-RUNS
          MOVE JR-RUN-TIME TO OTHER-RUN-TIME
       END-IF.

       exit section.


      * PASS 2 INPUT: THE RUN'S ENTRIES AND, FOR THE LATER-TOUCH
      * TEST, EVERY OTHER ENTRY FROM THE RUN'S START ONWARD.
       RELEASE-RUN-ENTRIES section.

       MOVE ZERO TO JOURNAL-POSITION
       OPEN INPUT JOURNAL-FILE
       MOVE "RANDJRNL" TO IO-FILE-NAME
       MOVE RANDJRNL-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS
       PERFORM UNTIL RANDJRNL-STATUS NOT = "00"
          READ JOURNAL-FILE
             AT END
                CONTINUE
             NOT AT END
                ADD 1 TO JOURNAL-POSITION
                IF JOURNAL-POSITION >= TARGET-FIRST-POSITION
                   PERFORM RELEASE-ONE-ENTRY
                END-IF
          END-READ
       END-PERFORM
       IF RANDJRNL-STATUS NOT = "10"
          MOVE "RANDJRNL" TO IO-FILE-NAME
          MOVE RANDJRNL-STATUS TO IO-STATUS
          PERFORM CHECK-IO-STATUS
       END-IF
       CLOSE JOURNAL-FILE.

       exit section.


       RELEASE-ONE-ENTRY section.

       MOVE JR-IDENT TO BK-IDENT
       MOVE JOURNAL-POSITION TO BK-POSITION
       IF JR-PROGRAM = TARGET-PROGRAM
          AND JR-RUN-DATE = TARGET-DATE
          AND JR-RUN-TIME = TARGET-TIME
          MOVE 'Y' TO BK-TARGET
          MOVE JR-SEQUENCE TO BK-SEQUENCE
          MOVE JR-ACTION TO BK-ACTION
          MOVE JR-BEFORE-IMAGE TO BK-BEFORE-IMAGE
          MOVE JR-AFTER-IMAGE TO BK-AFTER-IMAGE
       ELSE
          MOVE 'N' TO BK-TARGET
          MOVE ZERO TO BK-SEQUENCE
          MOVE SPACE TO BK-ACTION
          MOVE SPACES TO BK-BEFORE-IMAGE
          MOVE SPACES TO BK-AFTER-IMAGE
       END-IF
       RELEASE BACKOUT-SORT-RECORD.

       exit section.


      * PASS 2 OUTPUT: IDENT BY IDENT, NEWEST ENTRY FIRST.  A LATER
      * ENTRY FLAGS ITS IDENT AND IS OTHERWISE IGNORED; THE RUN'S
      * OWN ENTRIES ARE REVERSED.  THE JOURNAL IS OPENED FOR APPEND
      * AGAIN HERE, NOW THAT THE INPUT SIDE IS CLOSED, FOR THE
      * REVERSALS THEMSELVES.
       REVERSE-RUN-ENTRIES section.

       OPEN EXTEND JOURNAL-FILE
       IF RANDJRNL-STATUS NOT = "05"
          MOVE "RANDJRNL" TO IO-FILE-NAME
          MOVE RANDJRNL-STATUS TO IO-STATUS
          PERFORM CHECK-IO-STATUS
       END-IF

       MOVE 'N' TO SORT-EOF
       MOVE 'N' TO GROUP-OPEN
       PERFORM UNTIL SORT-EOF = 'Y'
          RETURN BACKOUT-SORT-FILE
             AT END
                MOVE 'Y' TO SORT-EOF
             NOT AT END
                IF GROUP-OPEN = 'N' OR BK-IDENT NOT = GROUP-IDENT
                   MOVE 'Y' TO GROUP-OPEN
                   MOVE BK-IDENT TO GROUP-IDENT
                   MOVE 'N' TO GROUP-LATER
                END-IF
                IF BK-TARGET = 'Y'
                   PERFORM REVERSE-ONE-ENTRY
                   PERFORM PRINT-BACKOUT-LINE
                ELSE
                   MOVE 'Y' TO GROUP-LATER
                END-IF
          END-RETURN
       END-PERFORM

       CLOSE JOURNAL-FILE.

       exit section.


      * THE MASTER MUST STILL HOLD EXACTLY WHAT THE RUN LEFT -- THE
      * AFTER IMAGE, OR NO RECORD AT ALL WHEN THE AFTER IMAGE IS
      * BLANK -- BEFORE THE BEFORE IMAGE GOES BACK.  A BLANK BEFORE
      * IMAGE MEANS THE RUN CREATED THE RECORD, SO IT IS DELETED.
       REVERSE-ONE-ENTRY section.

       MOVE "REFUSED" TO BACKOUT-DISPOSITION
       IF GROUP-LATER = 'Y'
          MOVE "CHANGED AGAIN BY A LATER RUN" TO BACKOUT-REASON
          ADD 1 TO REFUSED-COUNT
          EXIT SECTION
       END-IF

       MOVE BK-IDENT TO MA-IDENT
       READ RANDOM-MASTER-FILE
          INVALID KEY
             MOVE 'N' TO MASTER-FOUND
          NOT INVALID KEY
             MOVE 'Y' TO MASTER-FOUND
       END-READ
       PERFORM CHECK-MASTER-STATUS

       IF BK-AFTER-IMAGE = SPACES
          IF MASTER-FOUND = 'Y'
             MOVE "IDENT IS BACK ON THE MASTER" TO BACKOUT-REASON
             ADD 1 TO REFUSED-COUNT
             EXIT SECTION
          END-IF
          MOVE SPACES TO JOURNAL-BEFORE-IMAGE
       ELSE
          IF MASTER-FOUND = 'N'
             MOVE "IDENT NO LONGER ON MASTER" TO BACKOUT-REASON
             ADD 1 TO REFUSED-COUNT
             EXIT SECTION
          END-IF
          IF MASTER-RECORD NOT = BK-AFTER-IMAGE
             MOVE "MASTER CHANGED SINCE THE RUN" TO BACKOUT-REASON
             ADD 1 TO REFUSED-COUNT
             EXIT SECTION
          END-IF
          MOVE MASTER-RECORD TO JOURNAL-BEFORE-IMAGE
       END-IF

       MOVE SPACES TO BACKOUT-REASON
       EVALUATE TRUE
          WHEN BK-BEFORE-IMAGE = SPACES
             DELETE RANDOM-MASTER-FILE RECORD
                INVALID KEY
                   MOVE "DELETE FAILED ON MASTER" TO BACKOUT-REASON
             END-DELETE
          WHEN MASTER-FOUND = 'Y'
             MOVE BK-BEFORE-IMAGE TO MASTER-RECORD
             REWRITE MASTER-RECORD
                INVALID KEY
                   MOVE "REWRITE FAILED ON MASTER" TO BACKOUT-REASON
             END-REWRITE
          WHEN OTHER
             MOVE BK-BEFORE-IMAGE TO MASTER-RECORD
             WRITE MASTER-RECORD
                INVALID KEY
                   MOVE "WRITE FAILED ON MASTER" TO BACKOUT-REASON
             END-WRITE
       END-EVALUATE
       PERFORM CHECK-MASTER-STATUS

       IF BACKOUT-REASON NOT = SPACES
          ADD 1 TO REFUSED-COUNT
          EXIT SECTION
       END-IF

       MOVE "REVERSED" TO BACKOUT-DISPOSITION
       ADD 1 TO REVERSED-COUNT
       PERFORM WRITE-JOURNAL.

       exit section.


      * THE REVERSAL IS JOURNALED LIKE ANY OTHER MAINTENANCE: THE
      * MASTER AS THE RUN LEFT IT IS THE BEFORE IMAGE AND THE
      * RESTORED RECORD (BLANK WHEN DELETED) IS THE AFTER IMAGE.
       WRITE-JOURNAL section.

       ADD 1 TO JOURNAL-SEQUENCE
       MOVE SPACES TO JOURNAL-RECORD
       MOVE "RANDBKOU" TO JR-PROGRAM
       MOVE RUN-DATE TO JR-RUN-DATE
       MOVE RUN-TIME TO JR-RUN-TIME
       MOVE JOURNAL-SEQUENCE TO JR-SEQUENCE
       MOVE 'B' TO JR-ACTION
       MOVE BK-IDENT TO JR-IDENT
       MOVE JOURNAL-BEFORE-IMAGE TO JR-BEFORE-IMAGE
       MOVE BK-BEFORE-IMAGE TO JR-AFTER-IMAGE
       WRITE JOURNAL-RECORD
       MOVE "RANDJRNL" TO IO-FILE-NAME
       MOVE RANDJRNL-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS.

       exit section.


       PRINT-BACKOUT-LINE section.

       IF LINE-COUNT >= LINES-PER-PAGE
          PERFORM PRINT-BACKOUT-HEADING
       END-IF

       MOVE SPACES TO BACKOUT-LIST-DETAIL-LINE
       MOVE BK-ACTION TO BL-ACTION
       MOVE BK-IDENT TO BL-IDENT
       IF BK-AFTER-IMAGE = SPACES
          MOVE BB-LASTNAME TO BL-LAST
       ELSE
          MOVE BA-LASTNAME TO BL-LAST
       END-IF
       MOVE BACKOUT-DISPOSITION TO BL-RESULT
       MOVE BACKOUT-REASON TO BL-REASON

       MOVE BACKOUT-LIST-DETAIL-LINE TO BACKOUT-LIST-LINE
       PERFORM WRITE-BACKOUT-LINE
       ADD 1 TO LINE-COUNT.

       exit section.


       PRINT-BACKOUT-HEADING section.

       ADD 1 TO PAGE-COUNT
       MOVE PAGE-COUNT TO BH1-PAGE
       MOVE BACKOUT-LIST-HEADING-1 TO BACKOUT-LIST-LINE
       PERFORM WRITE-BACKOUT-LINE
       MOVE TARGET-PROGRAM TO BR-PROGRAM
       MOVE TARGET-DATE TO BR-DATE
       MOVE TARGET-TIME TO BR-TIME
       MOVE BACKOUT-RUN-LINE TO BACKOUT-LIST-LINE
       PERFORM WRITE-BACKOUT-LINE
       MOVE SPACES TO BACKOUT-LIST-LINE
       PERFORM WRITE-BACKOUT-LINE
       MOVE BACKOUT-LIST-HEADING-2 TO BACKOUT-LIST-LINE
       PERFORM WRITE-BACKOUT-LINE
       MOVE ZERO TO LINE-COUNT.

       exit section.


       PRINT-BACKOUT-TOTALS section.

       MOVE SPACES TO BACKOUT-LIST-LINE
       PERFORM WRITE-BACKOUT-LINE

       MOVE "JOURNAL ENTRIES FOR RUN" TO BT-LABEL
       MOVE TARGET-COUNT TO BT-COUNT
       PERFORM PRINT-TOTAL-LINE

       MOVE "ACTIONS REVERSED" TO BT-LABEL
       MOVE REVERSED-COUNT TO BT-COUNT
       PERFORM PRINT-TOTAL-LINE

       MOVE "ACTIONS REFUSED" TO BT-LABEL
       MOVE REFUSED-COUNT TO BT-COUNT
       PERFORM PRINT-TOTAL-LINE.

       exit section.


       PRINT-TOTAL-LINE section.

       MOVE SPACES TO BACKOUT-LIST-LINE
       MOVE BACKOUT-TOTAL-LINE TO BACKOUT-LIST-LINE
       PERFORM WRITE-BACKOUT-LINE
       ADD 1 TO LINE-COUNT.

       exit section.


       WRITE-BACKOUT-LINE section.

       WRITE BACKOUT-LIST-LINE
       MOVE "BKOULIST" TO IO-FILE-NAME
       MOVE BKOULIST-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS.

       exit section.


      * A KEYED VERB THAT FAILS WITH SOMETHING OTHER THAN AN
      * INVALID-KEY CONDITION (STATUS 2X, HANDLED AS A REFUSED
      * ENTRY ABOVE) MEANS THE MASTER ITSELF IS IN TROUBLE, SO
      * HARD-STOP RATHER THAN RUN ON WITH A HALF-REVERSED FILE.
       CHECK-MASTER-STATUS section.

       IF RANDMAST-STATUS NOT = "00"
          AND RANDMAST-STATUS(1:1) NOT = '2'
          MOVE "RANDMAST" TO IO-FILE-NAME
          MOVE RANDMAST-STATUS TO IO-STATUS
          PERFORM CHECK-IO-STATUS
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
