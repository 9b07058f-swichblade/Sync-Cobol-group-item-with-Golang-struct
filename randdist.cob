       IDENTIFICATION DIVISION.
       PROGRAM-ID. randdist.
      ******************************************************************
      * PER-DEPARTMENT DISTRIBUTION OF THE DAILY REPORTS.
      *
      * DEPTROST, RANDCOMP AND RANDXFER EACH WRITE A DISTRIBUTION
      * EXTRACT NEXT TO THEIR LISTING -- EVERY DEPARTMENT LINE
      * PREFIXED WITH THE DEPT CODE IT BELONGS TO AND THE REPORT IT
      * CAME FROM (144 BYTES):
      *   ROSTDIST  ROSTER    EVERY LINE OF A DEPARTMENT'S PAGES
      *   DELTDIST  DELTA     THE DAY-OVER-DAY DELTA DETAIL LINES
      *   XFERDIST  TRANSFER  MASS TRANSFER LINES SINCE THE LAST RUN
      * A TRANSFER IS ON ITS EXTRACT TWICE, ONCE UNDER THE LOSING
      * AND ONCE UNDER THE GAINING DEPARTMENT, SO BOTH RECEIVE IT.
      *
      * THE DISTREF RECIPIENT REFERENCE (24 BYTES) NAMES WHO GETS
      * WHAT, ONE RECORD PER DEPARTMENT AND RECIPIENT:
      *   COLUMNS  1-4   DEPT CODE
      *   COLUMNS  5-20  RECIPIENT ID
      *   COLUMN  21     Y = WANTS THE ROSTER
      *   COLUMN  22     Y = WANTS THE DELTA
      *   COLUMN  23     Y = WANTS THE TRANSFERS
      *   COLUMN  24     A = ACTIVE, I = INACTIVE
      *
      * THE EXTRACTS ARE SORTED TOGETHER ON DEPT CODE AND REPORT,
      * KEEPING EACH REPORT'S OWN LINE ORDER, AND EVERY DEPARTMENT'S
      * LINES OF ONE REPORT ARE CUT INTO ONE PIECE PER ACTIVE
      * RECIPIENT WHO WANTS THAT REPORT.  THE PIECES GO TO DISTOUT,
      * EACH LINE PREFIXED WITH ITS PIECE NUMBER, RECIPIENT ID, DEPT
      * CODE AND REPORT SO THE OUTPUT CAN BE SPLIT AND DELIVERED BY
      * KEY, AND EACH PIECE OPENS WITH A BANNER NAMING ITS RECIPIENT.
      *
      * THE DISTMAN MANIFEST LISTS EVERY PIECE WITH ITS RECIPIENT
      * AND LINE COUNT.  A DEPARTMENT WITH LINES FOR A REPORT BUT NO
      * ACTIVE RECIPIENT ON DISTREF IS AN EXCEPTION: ITS LINES ARE
      * STILL CUT, AS A PIECE FOR RECIPIENT *UNROUTED*, AND IT LISTS
      * AS NO RECIP IN COLUMNS 39-46 WITH THE REASON.  WHEN THE
      * DEPARTMENT'S ACTIVE RECIPIENTS SIMPLY DO NOT TAKE THAT
      * REPORT IT LISTS AS NOT SENT, WHICH IS NOT AN EXCEPTION.  AN
      * EXCEPTION, AN UNREADABLE DISTREF RECORD OR AN EXTRACT LINE
      * FROM AN UNKNOWN REPORT ENDS THE RUN WITH RC 4.
      *
      * XFERDIST IS CUMULATIVE BETWEEN RUNS; ONCE ITS LINES HAVE
      * BEEN DISTRIBUTED IT IS EMPTIED SO NO TRANSFER GOES OUT TWICE.
      *
      * DELTDIST IS ONLY REWRITTEN WHEN RANDCOMP RUNS, AND OPENS WITH
      * A DELTAHDR RECORD CARRYING THE RUN DATE IT WAS TAKEN FOR.
      * WHEN THAT IS NOT THE DATE OF THE NEWEST RUNLOG ENTRY (OR
      * THERE IS NO HEADER) THE DELTA IS AN EARLIER RUN'S: NONE OF
      * IT IS CUT, IT LISTS AS STALE ON DISTMAN AND THE RUN ENDS
      * WITH RC 4.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECIPIENT-REF-FILE ASSIGN TO "DISTREF"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS DISTREF-STATUS.

           SELECT ROSTER-EXTRACT-FILE ASSIGN TO "ROSTDIST"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS ROSTDIST-STATUS.

           SELECT DELTA-EXTRACT-FILE ASSIGN TO "DELTDIST"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS DELTDIST-STATUS.

           SELECT XFER-EXTRACT-FILE ASSIGN TO "XFERDIST"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS XFERDIST-STATUS.

           SELECT DIST-SORT-FILE ASSIGN TO "SORTWK".

           SELECT DIST-OUT-FILE ASSIGN TO "DISTOUT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS DISTOUT-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO "DISTMAN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DISTMAN-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECIPIENT-REF-FILE.
       01  RECIPIENT-REF-RECORD.
           05 RR-DEPT-CODE PIC X(04).
           05 RR-RECIPIENT-ID PIC X(16).
           05 RR-WANTS-ROSTER PIC X(01).
           05 RR-WANTS-DELTA PIC X(01).
           05 RR-WANTS-TRANSFER PIC X(01).
           05 RR-ACTIVE-FLAG PIC X(01).

       FD  ROSTER-EXTRACT-FILE.
       01  ROSTER-EXTRACT-RECORD PIC X(144).

       FD  DELTA-EXTRACT-FILE.
       01  DELTA-EXTRACT-RECORD PIC X(144).

       FD  XFER-EXTRACT-FILE.
       01  XFER-EXTRACT-RECORD PIC X(144).

      * EXTRACT LINES OF ALL THREE REPORTS SORTED TOGETHER.  THE
      * SEQUENCE NUMBER IS THE ORDER RELEASED, SO WITHIN A
      * DEPARTMENT AND REPORT THE LINES COME BACK IN REPORT ORDER.
       SD  DIST-SORT-FILE.
       01  DIST-SORT-RECORD.
           05 SR-DEPT-CODE PIC X(04).
           05 SR-REPORT-ORDER PIC 9(01).
           05 SR-SEQUENCE PIC 9(08).
           05 SR-REPORT-ID PIC X(08).
           05 SR-LINE PIC X(132).

       FD  DIST-OUT-FILE.
       01  DIST-OUT-RECORD.
           05 DO-PIECE-NUMBER PIC 9(04).
           05 DO-RECIPIENT-ID PIC X(16).
           05 DO-DEPT-CODE PIC X(04).
           05 DO-REPORT-ID PIC X(08).
           05 DO-LINE PIC X(132).

       FD  MANIFEST-FILE.
       01  MANIFEST-LINE PIC X(132).

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

       WORKING-STORAGE SECTION.

       01 DISTREF-STATUS PIC X(02) VALUE SPACES.
       01 ROSTDIST-STATUS PIC X(02) VALUE SPACES.
       01 DELTDIST-STATUS PIC X(02) VALUE SPACES.
       01 XFERDIST-STATUS PIC X(02) VALUE SPACES.
       01 DISTOUT-STATUS PIC X(02) VALUE SPACES.
       01 DISTMAN-STATUS PIC X(02) VALUE SPACES.
       01 RUNLOG-STATUS PIC X(02) VALUE SPACES.

       01 IO-STATUS PIC X(02) VALUE SPACES.
       01 IO-FILE-NAME PIC X(10) VALUE SPACES.

       01 RECIPIENT-TABLE.
          03 RECIPIENT-ENTRY OCCURS 200 TIMES.
             05 RT-DEPT-CODE PIC X(04).
             05 RT-RECIPIENT-ID PIC X(16).
             05 RT-WANTS-ROSTER PIC X(01).
             05 RT-WANTS-DELTA PIC X(01).
             05 RT-WANTS-TRANSFER PIC X(01).
             05 RT-ACTIVE PIC X(01).
       01 RECIPIENT-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 RECIPIENT-LIMIT PIC 9(04) COMP-5 VALUE 200.
       01 REF-RECORD-NUMBER PIC 9(06) VALUE ZERO.
       01 INVALID-REF-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 K PIC 9(04) COMP-5 VALUE ZERO.
       01 P PIC 9(04) COMP-5 VALUE ZERO.

      * ONE EXTRACT LINE, AS READ FROM WHICHEVER EXTRACT.
       01 EXTRACT-WORK.
          05 EW-DEPT-CODE PIC X(04).
          05 EW-REPORT-ID PIC X(08).
          05 EW-LINE PIC X(132).
       01 EXTRACT-HEADER REDEFINES EXTRACT-WORK.
          05 FILLER PIC X(12).
          05 EH-RUN-DATE PIC X(08).
          05 EH-RUN-DATE-NUM REDEFINES EH-RUN-DATE PIC 9(08).
          05 FILLER PIC X(124).

      * THE NEWEST RUN ON RUNLOG AND THE RUN THE DELTA WAS TAKEN FOR.
       01 NEWEST-RUN-DATE PIC 9(08) VALUE ZERO.
       01 DELTA-RUN-DATE PIC 9(08) VALUE ZERO.
       01 DELTA-HEADER-SEEN PIC X VALUE 'N'.
       01 DELTA-STALE PIC X VALUE 'Y'.
       01 DELTA-HELD-COUNT PIC 9(06) COMP-5 VALUE ZERO.
       01 STALE-REASON.
          05 FILLER PIC X(05) VALUE "FROM ".
          05 SD-DELTA-DATE PIC 9(08).
          05 FILLER PIC X(05) VALUE " NOT ".
          05 SD-NEWEST-DATE PIC 9(08).

       01 RELEASE-SEQUENCE PIC 9(08) VALUE ZERO.
       01 SORT-EOF PIC X VALUE 'N'.
       01 XFER-EXTRACT-FOUND PIC X VALUE 'N'.
       01 ROSTER-READ-COUNT PIC 9(06) COMP-5 VALUE ZERO.
       01 DELTA-READ-COUNT PIC 9(06) COMP-5 VALUE ZERO.
       01 XFER-READ-COUNT PIC 9(06) COMP-5 VALUE ZERO.
       01 UNKNOWN-REPORT-COUNT PIC 9(06) COMP-5 VALUE ZERO.

      * THE DEPARTMENT AND REPORT BEING CUT, AND THE PIECES IT IS
      * BEING CUT INTO -- ONE PER RECIPIENT, OR A SINGLE *UNROUTED*
      * PIECE WHEN NO ACTIVE RECIPIENT IS ON FILE FOR IT.
       01 GROUP-OPEN PIC X VALUE 'N'.
       01 GROUP-DEPT-CODE PIC X(04) VALUE SPACES.
       01 GROUP-REPORT-ID PIC X(08) VALUE SPACES.
       01 GROUP-LINE-COUNT PIC 9(06) COMP-5 VALUE ZERO.
       01 GROUP-RESULT PIC X(08) VALUE SPACES.
       01 GROUP-REASON PIC X(30) VALUE SPACES.
       01 GROUP-WANTS PIC X VALUE 'N'.
       01 DEPT-ON-FILE PIC X VALUE 'N'.
       01 DEPT-ACTIVE PIC X VALUE 'N'.
       01 PIECE-TABLE.
          03 PIECE-ENTRY OCCURS 20 TIMES.
             05 PT-RECIPIENT-ID PIC X(16).
             05 PT-PIECE-NUMBER PIC 9(04).
             05 PT-LINE-COUNT PIC 9(06) COMP-5.
       01 PIECE-TARGET-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 PIECE-TARGET-LIMIT PIC 9(04) COMP-5 VALUE 20.

       01 PIECE-NUMBER PIC 9(04) VALUE ZERO.
       01 SENT-PIECE-COUNT PIC 9(06) COMP-5 VALUE ZERO.
       01 SENT-LINE-COUNT PIC 9(06) COMP-5 VALUE ZERO.
       01 UNROUTED-PIECE-COUNT PIC 9(06) COMP-5 VALUE ZERO.
       01 UNROUTED-LINE-COUNT PIC 9(06) COMP-5 VALUE ZERO.
       01 NOT-SENT-COUNT PIC 9(06) COMP-5 VALUE ZERO.

       01 LINE-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 LINES-PER-PAGE PIC 9(04) COMP-5 VALUE 60.
       01 PAGE-COUNT PIC 9(04) COMP-5 VALUE ZERO.

       01 PIECE-HEADING-1.
          05 FILLER PIC X(16) VALUE "DISTRIBUTION TO ".
          05 PH1-RECIPIENT PIC X(16).
          05 FILLER PIC X(07) VALUE "  DEPT ".
          05 PH1-DEPT PIC X(04).
          05 FILLER PIC X(02) VALUE SPACES.
          05 PH1-TITLE PIC X(24).
          05 FILLER PIC X(08) VALUE "  PIECE ".
          05 PH1-PIECE PIC ZZZ9.

       01 PIECE-HEADING-2.
          05 FILLER PIC X(08) VALUE "IDENT".
          05 FILLER PIC X(10) VALUE "CHANGE".
          05 FILLER PIC X(40) VALUE "DETAIL".

       01 MANIFEST-HEADING-1.
          05 FILLER PIC X(30) VALUE "RANDOMGROUP DISTRIBUTION".
          05 FILLER PIC X(10) VALUE "      PAGE".
          05 MH1-PAGE PIC ZZZ9.

       01 MANIFEST-HEADING-2.
          05 FILLER PIC X(08) VALUE "DEPT".
          05 FILLER PIC X(10) VALUE "REPORT".
          05 FILLER PIC X(20) VALUE "RECIPIENT".
          05 FILLER PIC X(10) VALUE "RESULT".
          05 FILLER PIC X(08) VALUE " LINES".
          05 FILLER PIC X(06) VALUE "PIECE".
          05 FILLER PIC X(30) VALUE "REASON".

       01 MANIFEST-DETAIL-LINE.
          05 DM-DEPT PIC X(04).
          05 FILLER PIC X(04) VALUE SPACES.
          05 DM-REPORT PIC X(08).
          05 FILLER PIC X(02) VALUE SPACES.
          05 DM-RECIPIENT PIC X(16).
          05 FILLER PIC X(04) VALUE SPACES.
          05 DM-RESULT PIC X(08).
          05 FILLER PIC X(02) VALUE SPACES.
          05 DM-LINES PIC ZZZZZ9.
          05 FILLER PIC X(02) VALUE SPACES.
          05 DM-PIECE PIC ZZZZ.
          05 FILLER PIC X(02) VALUE SPACES.
          05 DM-REASON PIC X(30).

       01 MANIFEST-TOTAL-LINE.
          05 MT-LABEL PIC X(24).
          05 MT-COUNT PIC ZZZZZ9.

       PROCEDURE DIVISION.

       perform READ-NEWEST-RUNLOG.
       perform LOAD-RECIPIENTS.

       OPEN OUTPUT DIST-OUT-FILE.
       MOVE "DISTOUT" TO IO-FILE-NAME
       MOVE DISTOUT-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS

       OPEN OUTPUT MANIFEST-FILE.
       MOVE "DISTMAN" TO IO-FILE-NAME
       MOVE DISTMAN-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS
       MOVE ZERO TO LINE-COUNT
       MOVE ZERO TO PAGE-COUNT
       PERFORM PRINT-MANIFEST-HEADING

       display "Cutting the daily reports by department"
       display "======================================="

       SORT DIST-SORT-FILE
          ON ASCENDING KEY SR-DEPT-CODE SR-REPORT-ORDER SR-SEQUENCE
          INPUT PROCEDURE IS RELEASE-EXTRACTS
          OUTPUT PROCEDURE IS CUT-PIECES

       PERFORM REPORT-STALE-DELTA
       PERFORM PRINT-MANIFEST-TOTALS

       CLOSE DIST-OUT-FILE.
       CLOSE MANIFEST-FILE.

       perform CLEAR-XFER-EXTRACT.

       DISPLAY "PIECES SENT: " SENT-PIECE-COUNT
               " UNROUTED: " UNROUTED-PIECE-COUNT
               " NOT SENT: " NOT-SENT-COUNT

       IF UNROUTED-PIECE-COUNT > ZERO OR INVALID-REF-COUNT > ZERO
          OR UNKNOWN-REPORT-COUNT > ZERO OR DELTA-STALE = 'Y'
          MOVE 4 TO RETURN-CODE
       END-IF.

       stop run.

******************Program End*************************


      * A DISTREF RECORD WITH NO DEPT CODE OR RECIPIENT, OR FLAGS
      * THAT ARE NOT Y/N AND A/I, IS SHOWN ON SYSOUT AND COUNTED,
      * NOT LOADED -- IT DELIVERS NOTHING UNTIL IT IS CORRECTED.
       LOAD-RECIPIENTS section.

       MOVE ZERO TO RECIPIENT-COUNT
       OPEN INPUT RECIPIENT-REF-FILE
       MOVE "DISTREF" TO IO-FILE-NAME
       MOVE DISTREF-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS
       PERFORM UNTIL DISTREF-STATUS NOT = "00"
          READ RECIPIENT-REF-FILE
             AT END
                CONTINUE
             NOT AT END
                ADD 1 TO REF-RECORD-NUMBER
                PERFORM LOAD-ONE-RECIPIENT
          END-READ
       END-PERFORM
       IF DISTREF-STATUS NOT = "10"
          MOVE "DISTREF" TO IO-FILE-NAME
          MOVE DISTREF-STATUS TO IO-STATUS
          PERFORM CHECK-IO-STATUS
       END-IF
       CLOSE RECIPIENT-REF-FILE

       DISPLAY "DISTREF RECIPIENTS LOADED: " RECIPIENT-COUNT.

       exit section.


       LOAD-ONE-RECIPIENT section.

       IF RR-DEPT-CODE = SPACES OR RR-RECIPIENT-ID = SPACES
          OR (RR-WANTS-ROSTER NOT = 'Y' AND RR-WANTS-ROSTER NOT = 'N')
          OR (RR-WANTS-DELTA NOT = 'Y' AND RR-WANTS-DELTA NOT = 'N')
          OR (RR-WANTS-TRANSFER NOT = 'Y'
              AND RR-WANTS-TRANSFER NOT = 'N')
          OR (RR-ACTIVE-FLAG NOT = 'A' AND RR-ACTIVE-FLAG NOT = 'I')
          ADD 1 TO INVALID-REF-COUNT
          DISPLAY "DISTREF RECORD " REF-RECORD-NUMBER
                  " UNREADABLE, NOT LOADED: " RECIPIENT-REF-RECORD
          EXIT SECTION
       END-IF

       IF RECIPIENT-COUNT >= RECIPIENT-LIMIT
          DISPLAY "DISTREF HOLDS MORE THAN " RECIPIENT-LIMIT
                  " RECORDS - RECIPIENT TABLE FULL"
          MOVE 16 TO RETURN-CODE
          STOP RUN
       END-IF
       ADD 1 TO RECIPIENT-COUNT
       MOVE RR-DEPT-CODE TO RT-DEPT-CODE(RECIPIENT-COUNT)
       MOVE RR-RECIPIENT-ID TO RT-RECIPIENT-ID(RECIPIENT-COUNT)
       MOVE RR-WANTS-ROSTER TO RT-WANTS-ROSTER(RECIPIENT-COUNT)
       MOVE RR-WANTS-DELTA TO RT-WANTS-DELTA(RECIPIENT-COUNT)
       MOVE RR-WANTS-TRANSFER TO RT-WANTS-TRANSFER(RECIPIENT-COUNT)
       MOVE RR-ACTIVE-FLAG TO RT-ACTIVE(RECIPIENT-COUNT).

       exit section.


      * XFERDIST ONLY EXISTS ONCE RANDXFER HAS RUN, SO A MISSING ONE
      * MEANS NO TRANSFERS TO DISTRIBUTE.  THE ROSTER AND DELTA
      * EXTRACTS ARE WRITTEN EVERY DAY AND MUST BE THERE.
       RELEASE-EXTRACTS section.

       OPEN INPUT ROSTER-EXTRACT-FILE
       MOVE "ROSTDIST" TO IO-FILE-NAME
       MOVE ROSTDIST-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS
       PERFORM UNTIL ROSTDIST-STATUS NOT = "00"
          READ ROSTER-EXTRACT-FILE
             AT END
                CONTINUE
             NOT AT END
                ADD 1 TO ROSTER-READ-COUNT
                MOVE ROSTER-EXTRACT-RECORD TO EXTRACT-WORK
                PERFORM RELEASE-EXTRACT-LINE
          END-READ
       END-PERFORM
       IF ROSTDIST-STATUS NOT = "10"
          MOVE "ROSTDIST" TO IO-FILE-NAME
          MOVE ROSTDIST-STATUS TO IO-STATUS
          PERFORM CHECK-IO-STATUS
       END-IF
       CLOSE ROSTER-EXTRACT-FILE

       OPEN INPUT DELTA-EXTRACT-FILE
       MOVE "DELTDIST" TO IO-FILE-NAME
       MOVE DELTDIST-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS
       PERFORM UNTIL DELTDIST-STATUS NOT = "00"
          READ DELTA-EXTRACT-FILE
             AT END
                CONTINUE
             NOT AT END
                MOVE DELTA-EXTRACT-RECORD TO EXTRACT-WORK
                PERFORM RELEASE-DELTA-LINE
          END-READ
       END-PERFORM
       IF DELTDIST-STATUS NOT = "10"
          MOVE "DELTDIST" TO IO-FILE-NAME
          MOVE DELTDIST-STATUS TO IO-STATUS
          PERFORM CHECK-IO-STATUS
       END-IF
       CLOSE DELTA-EXTRACT-FILE

       OPEN INPUT XFER-EXTRACT-FILE
       IF XFERDIST-STATUS = "35"
          DISPLAY "XFERDIST NOT FOUND - NO TRANSFERS TO DISTRIBUTE"
          EXIT SECTION
       END-IF
       MOVE 'Y' TO XFER-EXTRACT-FOUND
       MOVE "XFERDIST" TO IO-FILE-NAME
       MOVE XFERDIST-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS
       PERFORM UNTIL XFERDIST-STATUS NOT = "00"
          READ XFER-EXTRACT-FILE
             AT END
                CONTINUE
             NOT AT END
                ADD 1 TO XFER-READ-COUNT
                MOVE XFER-EXTRACT-RECORD TO EXTRACT-WORK
                PERFORM RELEASE-EXTRACT-LINE
          END-READ
       END-PERFORM
       IF XFERDIST-STATUS NOT = "10"
          MOVE "XFERDIST" TO IO-FILE-NAME
          MOVE XFERDIST-STATUS TO IO-STATUS
          PERFORM CHECK-IO-STATUS
       END-IF
       CLOSE XFER-EXTRACT-FILE.

       exit section.


      * THE FIRST DELTDIST RECORD SHOULD BE THE DELTAHDR.  ONLY
      * WHEN IT NAMES THE NEWEST RUN ARE THE DELTA LINES RELEASED;
      * OTHERWISE THEY ARE COUNTED AND HELD BACK.
       RELEASE-DELTA-LINE section.

       IF DELTA-HEADER-SEEN = 'N'
          MOVE 'Y' TO DELTA-HEADER-SEEN
          IF EW-REPORT-ID = "DELTAHDR"
             IF EH-RUN-DATE IS NUMERIC
                MOVE EH-RUN-DATE-NUM TO DELTA-RUN-DATE
             END-IF
             IF DELTA-RUN-DATE NOT = ZERO
                AND DELTA-RUN-DATE = NEWEST-RUN-DATE
                MOVE 'N' TO DELTA-STALE
             END-IF
             EXIT SECTION
          END-IF
       END-IF

       ADD 1 TO DELTA-READ-COUNT
       IF DELTA-STALE = 'Y'
          ADD 1 TO DELTA-HELD-COUNT
          EXIT SECTION
       END-IF
       PERFORM RELEASE-EXTRACT-LINE.

       exit section.


       RELEASE-EXTRACT-LINE section.

       MOVE SPACES TO DIST-SORT-RECORD
       EVALUATE EW-REPORT-ID
          WHEN "ROSTER"
             MOVE 1 TO SR-REPORT-ORDER
          WHEN "DELTA"
             MOVE 2 TO SR-REPORT-ORDER
          WHEN "TRANSFER"
             MOVE 3 TO SR-REPORT-ORDER
          WHEN OTHER
             ADD 1 TO UNKNOWN-REPORT-COUNT
             DISPLAY "EXTRACT LINE FROM UNKNOWN REPORT, NOT CUT: "
                     EXTRACT-WORK(1:40)
             EXIT SECTION
       END-EVALUATE
       ADD 1 TO RELEASE-SEQUENCE
       MOVE EW-DEPT-CODE TO SR-DEPT-CODE
       MOVE RELEASE-SEQUENCE TO SR-SEQUENCE
       MOVE EW-REPORT-ID TO SR-REPORT-ID
       MOVE EW-LINE TO SR-LINE
       RELEASE DIST-SORT-RECORD.

       exit section.


       CUT-PIECES section.

       MOVE 'N' TO SORT-EOF
       MOVE 'N' TO GROUP-OPEN
       PERFORM UNTIL SORT-EOF = 'Y'
          RETURN DIST-SORT-FILE
             AT END
                MOVE 'Y' TO SORT-EOF
             NOT AT END
                IF GROUP-OPEN = 'Y'
                   AND (SR-DEPT-CODE NOT = GROUP-DEPT-CODE
                        OR SR-REPORT-ID NOT = GROUP-REPORT-ID)
                   PERFORM CLOSE-PIECES
                END-IF
                IF GROUP-OPEN = 'N'
                   PERFORM OPEN-PIECES
                END-IF
                ADD 1 TO GROUP-LINE-COUNT
                MOVE SR-LINE TO DO-LINE
                PERFORM WRITE-PIECE-LINES
          END-RETURN
       END-PERFORM
       IF GROUP-OPEN = 'Y'
          PERFORM CLOSE-PIECES
       END-IF.

       exit section.


      * PICKS THE PIECES FOR THE NEW DEPARTMENT AND REPORT: ONE FOR
      * EACH ACTIVE RECIPIENT OF THE DEPARTMENT WHO WANTS THE REPORT.
      * WITH NONE, THE LINES STILL GO OUT AS ONE *UNROUTED* PIECE
      * UNLESS THE DEPARTMENT HAS ACTIVE RECIPIENTS WHO HAVE ALL
      * CHOSEN NOT TO TAKE THIS REPORT.
       OPEN-PIECES section.

       MOVE 'Y' TO GROUP-OPEN
       MOVE SR-DEPT-CODE TO GROUP-DEPT-CODE
       MOVE SR-REPORT-ID TO GROUP-REPORT-ID
       MOVE ZERO TO GROUP-LINE-COUNT
       MOVE "SENT" TO GROUP-RESULT
       MOVE SPACES TO GROUP-REASON
       MOVE 'N' TO DEPT-ON-FILE
       MOVE 'N' TO DEPT-ACTIVE
       MOVE ZERO TO PIECE-TARGET-COUNT

       MOVE ZERO TO K
       PERFORM UNTIL K = RECIPIENT-COUNT
          ADD 1 TO K
          IF RT-DEPT-CODE(K) = GROUP-DEPT-CODE
             MOVE 'Y' TO DEPT-ON-FILE
             IF RT-ACTIVE(K) = 'A'
                MOVE 'Y' TO DEPT-ACTIVE
                EVALUATE GROUP-REPORT-ID
                   WHEN "ROSTER"
                      MOVE RT-WANTS-ROSTER(K) TO GROUP-WANTS
                   WHEN "DELTA"
                      MOVE RT-WANTS-DELTA(K) TO GROUP-WANTS
                   WHEN OTHER
                      MOVE RT-WANTS-TRANSFER(K) TO GROUP-WANTS
                END-EVALUATE
                IF GROUP-WANTS = 'Y'
                   MOVE RT-RECIPIENT-ID(K) TO PH1-RECIPIENT
                   PERFORM ADD-PIECE
                END-IF
             END-IF
          END-IF
       END-PERFORM

       IF PIECE-TARGET-COUNT = ZERO
          IF DEPT-ACTIVE = 'Y'
             MOVE "NOT SENT" TO GROUP-RESULT
             MOVE "NOT TAKEN BY ITS RECIPIENTS" TO GROUP-REASON
          ELSE
             MOVE "NO RECIP" TO GROUP-RESULT
             IF DEPT-ON-FILE = 'Y'
                MOVE "NO ACTIVE RECIPIENT" TO GROUP-REASON
             ELSE
                MOVE "DEPT NOT ON DISTREF" TO GROUP-REASON
             END-IF
             MOVE "*UNROUTED*" TO PH1-RECIPIENT
             PERFORM ADD-PIECE
          END-IF
       END-IF.

       exit section.


      * A NEW PIECE FOR THE RECIPIENT IN PH1-RECIPIENT, OPENED WITH
      * ITS BANNER; THE DELTA AND TRANSFER LINES ALSO GET THE
      * COLUMN HEADING THE ROSTER PAGES ALREADY CARRY.
       ADD-PIECE section.

       IF PIECE-TARGET-COUNT >= PIECE-TARGET-LIMIT
          DISPLAY "DEPT " GROUP-DEPT-CODE " HAS MORE THAN "
                  PIECE-TARGET-LIMIT " RECIPIENTS - PIECE TABLE FULL"
          MOVE 16 TO RETURN-CODE
          STOP RUN
       END-IF
       ADD 1 TO PIECE-TARGET-COUNT
       MOVE PIECE-TARGET-COUNT TO P
       ADD 1 TO PIECE-NUMBER
       MOVE PH1-RECIPIENT TO PT-RECIPIENT-ID(P)
       MOVE PIECE-NUMBER TO PT-PIECE-NUMBER(P)
       MOVE ZERO TO PT-LINE-COUNT(P)

       MOVE GROUP-DEPT-CODE TO PH1-DEPT
       EVALUATE GROUP-REPORT-ID
          WHEN "ROSTER"
             MOVE "DEPARTMENT ROSTER" TO PH1-TITLE
          WHEN "DELTA"
             MOVE "DAY-OVER-DAY DELTA" TO PH1-TITLE
          WHEN OTHER
             MOVE "DEPARTMENT TRANSFERS" TO PH1-TITLE
       END-EVALUATE
       MOVE PIECE-NUMBER TO PH1-PIECE
       MOVE PIECE-HEADING-1 TO DO-LINE
       PERFORM WRITE-PIECE-LINE
       MOVE SPACES TO DO-LINE
       PERFORM WRITE-PIECE-LINE
       IF GROUP-REPORT-ID NOT = "ROSTER"
          MOVE PIECE-HEADING-2 TO DO-LINE
          PERFORM WRITE-PIECE-LINE
       END-IF.

       exit section.


      * THE LINE IN DO-LINE GOES TO EVERY PIECE OF THE GROUP.
       WRITE-PIECE-LINES section.

       MOVE ZERO TO P
       PERFORM UNTIL P = PIECE-TARGET-COUNT
          ADD 1 TO P
          PERFORM WRITE-PIECE-LINE
       END-PERFORM.

       exit section.


       WRITE-PIECE-LINE section.

       MOVE PT-PIECE-NUMBER(P) TO DO-PIECE-NUMBER
       MOVE PT-RECIPIENT-ID(P) TO DO-RECIPIENT-ID
       MOVE GROUP-DEPT-CODE TO DO-DEPT-CODE
       MOVE GROUP-REPORT-ID TO DO-REPORT-ID
       WRITE DIST-OUT-RECORD
       MOVE "DISTOUT" TO IO-FILE-NAME
       MOVE DISTOUT-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS
       ADD 1 TO PT-LINE-COUNT(P).

       exit section.


      * ONE MANIFEST LINE PER PIECE CUT, OR ONE NOT SENT LINE
      * CARRYING THE COUNT OF REPORT LINES NOBODY RECEIVED.
       CLOSE-PIECES section.

       MOVE 'N' TO GROUP-OPEN

       IF PIECE-TARGET-COUNT = ZERO
          ADD 1 TO NOT-SENT-COUNT
          MOVE SPACES TO MANIFEST-DETAIL-LINE
          MOVE GROUP-DEPT-CODE TO DM-DEPT
          MOVE GROUP-REPORT-ID TO DM-REPORT
          MOVE GROUP-RESULT TO DM-RESULT
          MOVE GROUP-LINE-COUNT TO DM-LINES
          MOVE ZERO TO DM-PIECE
          MOVE GROUP-REASON TO DM-REASON
          PERFORM PRINT-MANIFEST-LINE
          EXIT SECTION
       END-IF

       MOVE ZERO TO P
       PERFORM UNTIL P = PIECE-TARGET-COUNT
          ADD 1 TO P
          IF GROUP-RESULT = "SENT"
             ADD 1 TO SENT-PIECE-COUNT
             ADD PT-LINE-COUNT(P) TO SENT-LINE-COUNT
          ELSE
             ADD 1 TO UNROUTED-PIECE-COUNT
             ADD PT-LINE-COUNT(P) TO UNROUTED-LINE-COUNT
          END-IF
          MOVE SPACES TO MANIFEST-DETAIL-LINE
          MOVE GROUP-DEPT-CODE TO DM-DEPT
          MOVE GROUP-REPORT-ID TO DM-REPORT
          MOVE PT-RECIPIENT-ID(P) TO DM-RECIPIENT
          MOVE GROUP-RESULT TO DM-RESULT
          MOVE PT-LINE-COUNT(P) TO DM-LINES
          MOVE PT-PIECE-NUMBER(P) TO DM-PIECE
          MOVE GROUP-REASON TO DM-REASON
          PERFORM PRINT-MANIFEST-LINE
       END-PERFORM.

       exit section.


      * A DELTA FROM AN EARLIER RUN IS LISTED ONCE, WITH THE LINES
      * HELD BACK AND THE RUN IT WAS TAKEN FOR.
       REPORT-STALE-DELTA section.

       IF DELTA-STALE = 'N'
          EXIT SECTION
       END-IF
       MOVE SPACES TO MANIFEST-DETAIL-LINE
       MOVE "DELTA" TO DM-REPORT
       MOVE "STALE" TO DM-RESULT
       MOVE DELTA-HELD-COUNT TO DM-LINES
       MOVE ZERO TO DM-PIECE
       IF DELTA-RUN-DATE = ZERO
          MOVE "NO RUN DATE ON DELTDIST" TO DM-REASON
       ELSE
          MOVE DELTA-RUN-DATE TO SD-DELTA-DATE
          MOVE NEWEST-RUN-DATE TO SD-NEWEST-DATE
          MOVE STALE-REASON TO DM-REASON
       END-IF
       PERFORM PRINT-MANIFEST-LINE
       DISPLAY "DELTDIST IS NOT FROM RUN " NEWEST-RUN-DATE
               " - " DELTA-HELD-COUNT " DELTA LINES NOT DISTRIBUTED".

       exit section.


      * THE TRANSFERS JUST DISTRIBUTED ARE CLEARED FROM XFERDIST SO
      * THE NEXT RUN ONLY CARRIES TRANSFERS MADE SINCE THIS ONE.
       CLEAR-XFER-EXTRACT section.

       IF XFER-EXTRACT-FOUND = 'N'
          EXIT SECTION
       END-IF
       OPEN OUTPUT XFER-EXTRACT-FILE
       MOVE "XFERDIST" TO IO-FILE-NAME
       MOVE XFERDIST-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS
       CLOSE XFER-EXTRACT-FILE
       DISPLAY "XFERDIST CLEARED: " XFER-READ-COUNT
               " TRANSFER LINES DISTRIBUTED".

       exit section.


       PRINT-MANIFEST-LINE section.

       IF LINE-COUNT >= LINES-PER-PAGE
          PERFORM PRINT-MANIFEST-HEADING
       END-IF
       MOVE MANIFEST-DETAIL-LINE TO MANIFEST-LINE
       PERFORM WRITE-MANIFEST-LINE.

       exit section.


       PRINT-MANIFEST-HEADING section.

       ADD 1 TO PAGE-COUNT
       MOVE PAGE-COUNT TO MH1-PAGE
       MOVE MANIFEST-HEADING-1 TO MANIFEST-LINE
       PERFORM WRITE-MANIFEST-LINE
       MOVE SPACES TO MANIFEST-LINE
       PERFORM WRITE-MANIFEST-LINE
       MOVE MANIFEST-HEADING-2 TO MANIFEST-LINE
       PERFORM WRITE-MANIFEST-LINE
       MOVE ZERO TO LINE-COUNT.

       exit section.


       PRINT-MANIFEST-TOTALS section.

       MOVE SPACES TO MANIFEST-LINE
       PERFORM WRITE-MANIFEST-LINE

       MOVE "ROSTER LINES READ" TO MT-LABEL
       MOVE ROSTER-READ-COUNT TO MT-COUNT
       PERFORM PRINT-TOTAL-LINE

       MOVE "DELTA LINES READ" TO MT-LABEL
       MOVE DELTA-READ-COUNT TO MT-COUNT
       PERFORM PRINT-TOTAL-LINE

       MOVE "TRANSFER LINES READ" TO MT-LABEL
       MOVE XFER-READ-COUNT TO MT-COUNT
       PERFORM PRINT-TOTAL-LINE

       MOVE "PIECES SENT" TO MT-LABEL
       MOVE SENT-PIECE-COUNT TO MT-COUNT
       PERFORM PRINT-TOTAL-LINE

       MOVE "LINES SENT" TO MT-LABEL
       MOVE SENT-LINE-COUNT TO MT-COUNT
       PERFORM PRINT-TOTAL-LINE

       MOVE "UNROUTED PIECES" TO MT-LABEL
       MOVE UNROUTED-PIECE-COUNT TO MT-COUNT
       PERFORM PRINT-TOTAL-LINE

       MOVE "UNROUTED LINES" TO MT-LABEL
       MOVE UNROUTED-LINE-COUNT TO MT-COUNT
       PERFORM PRINT-TOTAL-LINE

       MOVE "REPORTS NOT SENT" TO MT-LABEL
       MOVE NOT-SENT-COUNT TO MT-COUNT
       PERFORM PRINT-TOTAL-LINE

       MOVE "UNREADABLE DISTREF" TO MT-LABEL
       MOVE INVALID-REF-COUNT TO MT-COUNT
       PERFORM PRINT-TOTAL-LINE

       MOVE "UNKNOWN REPORT LINES" TO MT-LABEL
       MOVE UNKNOWN-REPORT-COUNT TO MT-COUNT
       PERFORM PRINT-TOTAL-LINE

       MOVE "STALE DELTA LINES HELD" TO MT-LABEL
       MOVE DELTA-HELD-COUNT TO MT-COUNT
       PERFORM PRINT-TOTAL-LINE.

       exit section.


       PRINT-TOTAL-LINE section.

       MOVE MANIFEST-TOTAL-LINE TO MANIFEST-LINE
       PERFORM WRITE-MANIFEST-LINE.

       exit section.


       WRITE-MANIFEST-LINE section.

       WRITE MANIFEST-LINE
       MOVE "DISTMAN" TO IO-FILE-NAME
       MOVE DISTMAN-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS
       ADD 1 TO LINE-COUNT.

       exit section.


      * RUNLOG IS APPENDED CHRONOLOGICALLY, SO THE NEWEST RUN IS
      * SIMPLY THE LAST ENTRY READ.
       READ-NEWEST-RUNLOG section.

       OPEN INPUT RUN-LOG-FILE
       MOVE "RUNLOG" TO IO-FILE-NAME
       MOVE RUNLOG-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS
       PERFORM UNTIL RUNLOG-STATUS NOT = "00"
          READ RUN-LOG-FILE
             AT END
                CONTINUE
             NOT AT END
                MOVE RL-RUN-DATE TO NEWEST-RUN-DATE
          END-READ
       END-PERFORM
       IF RUNLOG-STATUS NOT = "10"
          MOVE "RUNLOG" TO IO-FILE-NAME
          MOVE RUNLOG-STATUS TO IO-STATUS
          PERFORM CHECK-IO-STATUS
       END-IF
       CLOSE RUN-LOG-FILE.

       exit section.


       CHECK-IO-STATUS section.

       IF IO-STATUS NOT = "00"
          DISPLAY "FILE ERROR ON " IO-FILE-NAME
                  " FILE STATUS=" IO-STATUS
          MOVE 16 TO RETURN-CODE
          STOP RUN
       END-IF.

       exit section.
