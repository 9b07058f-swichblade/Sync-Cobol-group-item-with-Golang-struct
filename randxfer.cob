      * RANDOMGROUP MASTER IN ONE SEQUENTIAL PASS.  EVERY MOVED
      * EMPLOYEE PRINTS AS A TRANSFER LINE ON XFERLIST (THE SAME
      * FROM/TO STYLE AS RANDCOMP'S TRANSFER LINES), WITH PER-MAPPING
      * AND OVERALL COUNTS AT THE END.  SEPARATED EMPLOYEES (MA-STATUS
      * 'S') ARE LEFT IN THE DEPARTMENT THEY LEFT FROM -- THE MASTER
      * KEEPS THEM ONLY FOR HISTORY UNTIL RANDPURG -- AND ARE COUNTED
      * SEPARATELY RATHER THAN TRANSFERRED.  EVERY TRANSFER IS ALSO
      * APPENDED TO THE RANDJRNL MAINTENANCE JOURNAL AS A CHANGE WITH
      * THE FULL BEFORE AND AFTER MASTER-RECORD IMAGES, SO RANDBKOU
      * CAN REVERSE THE WHOLE REORGANIZATION.
      *
      * EACH TRANSFER LINE IS ALSO APPENDED TO THE XFERDIST EXTRACT
      * TWICE, PREFIXED ONCE WITH THE LOSING AND ONCE WITH THE
      * GAINING DEPT CODE, SO THE NEXT RANDDIST RUN DELIVERS IT TO
      * BOTH DEPARTMENTS.  RANDDIST EMPTIES THE EXTRACT ONCE IT HAS
      * DISTRIBUTED IT.
      *
      * THE WHOLE MAPPING FILE IS VALIDATED BEFORE THE MASTER IS
      * TOUCHED: ANY BAD ENTRY (BLANK OR EQUAL CODES, A DUPLICATE OLD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XFERLIST-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "RANDJRNL"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS RANDJRNL-STATUS.

           SELECT DIST-EXTRACT-FILE ASSIGN TO "XFERDIST"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS XFERDIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPT-MAP-FILE.
           05 MA-EMAIL PIC X(100).
           05 MA-GENDER PIC X(20).
           05 MA-DEPT-CODE PIC X(04).
           05 MA-STATUS PIC X(01).
           05 MA-HIRE-DATE PIC 9(08).
           05 MA-SEP-DATE PIC 9(08).
           05 MA-NAME-KEY.
              10 MA-KEY-LASTNAME PIC X(60).
              10 MA-KEY-FIRSTNAME PIC X(60).

       FD  XFER-LIST-FILE.
       01  XFER-LIST-LINE PIC X(132).

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

       FD  DIST-EXTRACT-FILE.
       01  DIST-EXTRACT-RECORD.
           05 DX-DEPT-CODE PIC X(04).
           05 DX-REPORT-ID PIC X(08).
           05 DX-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 DEPTMAP-STATUS PIC X(02) VALUE SPACES.
       01 DEPTREF-STATUS PIC X(02) VALUE SPACES.
       01 RANDMAST-STATUS PIC X(02) VALUE SPACES.
       01 XFERLIST-STATUS PIC X(02) VALUE SPACES.
       01 RANDJRNL-STATUS PIC X(02) VALUE SPACES.
       01 XFERDIST-STATUS PIC X(02) VALUE SPACES.

       01 IO-STATUS PIC X(02) VALUE SPACES.
       01 IO-FILE-NAME PIC X(10) VALUE SPACES.

       01 RUN-DATE PIC 9(08) VALUE ZERO.
       01 RUN-TIME-AREA.
          05 RUN-TIME PIC 9(06).
          05 FILLER PIC 9(02).

       01 JOURNAL-SEQUENCE PIC 9(06) VALUE ZERO.
       01 JOURNAL-BEFORE-IMAGE PIC X(387) VALUE SPACES.

       01 DEPT-REF-TABLE.
          03 DEPT-REF-ENTRY OCCURS 50 TIMES.
             05 DRT-CODE PIC X(04).
       01 MASTER-EOF PIC X VALUE 'N'.
       01 MASTER-READ-COUNT PIC 9(06) COMP-5 VALUE ZERO.
       01 TRANSFER-COUNT PIC 9(06) COMP-5 VALUE ZERO.
       01 SEPARATED-SKIP-COUNT PIC 9(06) COMP-5 VALUE ZERO.
       01 COUNT-DISPLAY PIC ZZZZZ9.

       01 MAPPING-LIST-LINE.

       PROCEDURE DIVISION.

       ACCEPT RUN-DATE FROM DATE YYYYMMDD.
       ACCEPT RUN-TIME-AREA FROM TIME.
       DISPLAY "JOURNAL RUN STAMP: " RUN-DATE " " RUN-TIME

       OPEN OUTPUT XFER-LIST-FILE.
       MOVE "XFERLIST" TO IO-FILE-NAME
       MOVE XFERLIST-STATUS TO IO-STATUS
          PERFORM CHECK-IO-STATUS
       END-IF

       OPEN EXTEND JOURNAL-FILE
       IF RANDJRNL-STATUS = "35"
          OPEN OUTPUT JOURNAL-FILE
       END-IF
       IF RANDJRNL-STATUS NOT = "05"
          MOVE "RANDJRNL" TO IO-FILE-NAME
          MOVE RANDJRNL-STATUS TO IO-STATUS
          PERFORM CHECK-IO-STATUS
       END-IF

       OPEN EXTEND DIST-EXTRACT-FILE
       IF XFERDIST-STATUS = "35"
          OPEN OUTPUT DIST-EXTRACT-FILE
       END-IF
       IF XFERDIST-STATUS NOT = "05"
          MOVE "XFERDIST" TO IO-FILE-NAME
          MOVE XFERDIST-STATUS TO IO-STATUS
          PERFORM CHECK-IO-STATUS
       END-IF

       PERFORM UNTIL MASTER-EOF = 'Y'
          READ RANDOM-MASTER-FILE
             AT END
       END-IF

       CLOSE RANDOM-MASTER-FILE.
       CLOSE JOURNAL-FILE.
       CLOSE DIST-EXTRACT-FILE.

       exit section.


       TRANSFER-ONE-RECORD section.

       IF MA-STATUS = 'S'
          ADD 1 TO SEPARATED-SKIP-COUNT
          EXIT SECTION
       END-IF

       MOVE ZERO TO MAP-MATCH-IX
       MOVE ZERO TO M
       PERFORM UNTIL M = DEPT-MAP-COUNT OR MAP-MATCH-IX > ZERO
                 " TO DEPT " DELIMITED BY SIZE
                 MAP-NEW-CODE(MAP-MATCH-IX) DELIMITED BY SIZE
                 INTO XD-DETAIL
          MOVE MASTER-RECORD TO JOURNAL-BEFORE-IMAGE
          MOVE MAP-NEW-CODE(MAP-MATCH-IX) TO MA-DEPT-CODE
          REWRITE MASTER-RECORD
          IF RANDMAST-STATUS NOT = "00"
             MOVE RANDMAST-STATUS TO IO-STATUS
             PERFORM CHECK-IO-STATUS
          END-IF
          PERFORM WRITE-JOURNAL
          ADD 1 TO MAP-APPLIED(MAP-MATCH-IX)
          ADD 1 TO TRANSFER-COUNT
          MOVE XFER-DETAIL-LINE TO XFER-LIST-LINE
          PERFORM WRITE-XFER-LINE
          MOVE MAP-OLD-CODE(MAP-MATCH-IX) TO DX-DEPT-CODE
          PERFORM WRITE-XFER-EXTRACT
          MOVE MAP-NEW-CODE(MAP-MATCH-IX) TO DX-DEPT-CODE
          PERFORM WRITE-XFER-EXTRACT
       END-IF.

       exit section.
       MOVE XFER-TOTAL-LINE TO XFER-LIST-LINE
       PERFORM WRITE-XFER-LINE

       MOVE "SEPARATED, NOT MOVED" TO XT-LABEL
       MOVE SEPARATED-SKIP-COUNT TO XT-COUNT
       MOVE XFER-TOTAL-LINE TO XFER-LIST-LINE
       PERFORM WRITE-XFER-LINE

       MOVE "EMPLOYEES TRANSFERRED" TO XT-LABEL
       MOVE TRANSFER-COUNT TO XT-COUNT
       MOVE XFER-TOTAL-LINE TO XFER-LIST-LINE
       exit section.


      * ONE JOURNAL RECORD PER TRANSFER, WRITTEN AS A CHANGE: THE
      * BEFORE IMAGE SAVED AHEAD OF THE REWRITE AND THE AFTER IMAGE
      * NOW IN THE RECORD AREA.
       WRITE-JOURNAL section.

       ADD 1 TO JOURNAL-SEQUENCE
       MOVE SPACES TO JOURNAL-RECORD
       MOVE "RANDXFER" TO JR-PROGRAM
       MOVE RUN-DATE TO JR-RUN-DATE
       MOVE RUN-TIME TO JR-RUN-TIME
       MOVE JOURNAL-SEQUENCE TO JR-SEQUENCE
       MOVE 'C' TO JR-ACTION
       MOVE MA-IDENT TO JR-IDENT
       MOVE JOURNAL-BEFORE-IMAGE TO JR-BEFORE-IMAGE
       MOVE MASTER-RECORD TO JR-AFTER-IMAGE
       WRITE JOURNAL-RECORD
       MOVE "RANDJRNL" TO IO-FILE-NAME
       MOVE RANDJRNL-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS.

       exit section.


       WRITE-XFER-EXTRACT section.

       MOVE "TRANSFER" TO DX-REPORT-ID
       MOVE XFER-DETAIL-LINE TO DX-LINE
       WRITE DIST-EXTRACT-RECORD
       MOVE "XFERDIST" TO IO-FILE-NAME
       MOVE XFERDIST-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS.

       exit section.


       WRITE-XFER-LINE section.

       WRITE XFER-LIST-LINE
