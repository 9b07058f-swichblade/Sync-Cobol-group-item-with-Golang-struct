       IDENTIFICATION DIVISION.
       PROGRAM-ID. randinq.
      ******************************************************************
      * RANDOMGROUP MASTER BATCH INQUIRY.
      *
      * ANSWERS A DECK OF INQUIRY REQUEST CARDS (INQCARD) AGAINST THE
      * KEYED RANDOMGROUP MASTER (RANDMAST) WITHOUT A FULL PASS OF
      * THE FILE, USING THE PRIME KEY AND THE TWO ALTERNATE INDEXES:
      *   MA-EMAIL     THE NORMALIZED (LOWERCASED) EMAIL ADDRESS
      *   MA-NAME-KEY  UPPERCASED LAST NAME FOLLOWED BY FIRST NAME
      * ONE REQUEST PER CARD:
      *   COLUMN   1     REQUEST TYPE  I = BY IDENT
      *                                E = BY EXACT EMAIL
      *                                N = BY LAST-NAME PREFIX
      *   COLUMNS  2-5   DEPT CODE FILTER (TYPE N ONLY, BLANK = ALL)
      *   COLUMNS  6-105 IDENT, EMAIL OR LAST-NAME PREFIX
      * THE EMAIL IS MATCHED LOWERCASED AND THE PREFIX UPPERCASED,
      * THE SAME WAY THE MASTER HOLDS THEM, SO NEITHER LOOKUP
      * DEPENDS ON HOW THE CARD WAS KEYED.
      *
      * EVERY MATCH PRINTS ON INQLIST UNDER ITS REQUEST WITH THE
      * DEPTREF DEPARTMENT NAME AND THE EMPLOYEE STATUS (SEPARATED
      * EMPLOYEES ARE STILL ON THE MASTER AND STILL ANSWER).  A
      * REQUEST WITH NO MATCH, A PREFIX MATCHING MORE THAN
      * MATCH-LIMIT RECORDS, OR A REQUEST THAT CANNOT BE RUN (BAD
      * TYPE, BLANK VALUE, NON-NUMERIC IDENT, DEPT FILTER NOT ON
      * DEPTREF) GOES ON THE INQEXCP EXCEPTION LIST INSTEAD, AND ANY
      * EXCEPTION SETS RETURN-CODE 4.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-CARD-FILE ASSIGN TO "INQCARD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS INQCARD-STATUS.

           SELECT RANDOM-MASTER-FILE ASSIGN TO "RANDMAST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MA-IDENT
              ALTERNATE RECORD KEY IS MA-EMAIL
                 WITH DUPLICATES
              ALTERNATE RECORD KEY IS MA-NAME-KEY
                 WITH DUPLICATES
              FILE STATUS IS RANDMAST-STATUS.

           SELECT DEPT-REF-FILE ASSIGN TO "DEPTREF"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS DEPTREF-STATUS.

           SELECT INQUIRY-LIST-FILE ASSIGN TO "INQLIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS INQLIST-STATUS.

           SELECT EXCEPTION-LIST-FILE ASSIGN TO "INQEXCP"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS INQEXCP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-CARD-FILE.
       01  REQUEST-CARD-RECORD.
           05 IQ-TYPE PIC X(01).
           05 IQ-DEPT-CODE PIC X(04).
           05 IQ-VALUE PIC X(100).

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

       FD  DEPT-REF-FILE.
       01  DEPT-REF-RECORD.
           05 DR-DEPT-CODE PIC X(04).
           05 DR-DEPT-NAME PIC X(30).
           05 DR-ACTIVE-FLAG PIC X(01).

       FD  INQUIRY-LIST-FILE.
       01  INQUIRY-LIST-LINE PIC X(132).

       FD  EXCEPTION-LIST-FILE.
       01  EXCEPTION-LIST-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 INQCARD-STATUS PIC X(02) VALUE SPACES.
       01 RANDMAST-STATUS PIC X(02) VALUE SPACES.
       01 DEPTREF-STATUS PIC X(02) VALUE SPACES.
       01 INQLIST-STATUS PIC X(02) VALUE SPACES.
       01 INQEXCP-STATUS PIC X(02) VALUE SPACES.

       01 IO-STATUS PIC X(02) VALUE SPACES.
       01 IO-FILE-NAME PIC X(10) VALUE SPACES.

       01 DEPT-REF-TABLE.
          03 DEPT-REF-ENTRY OCCURS 50 TIMES.
             05 DRT-CODE PIC X(04).
             05 DRT-NAME PIC X(30).
             05 DRT-ACTIVE PIC X(01).
       01 DEPT-REF-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 DEPT-REF-LIMIT PIC 9(04) COMP-5 VALUE 50.
       01 DEPT-REF-NAME PIC X(30) VALUE SPACES.
       01 DEPT-FOUND PIC X VALUE 'N'.
       01 J PIC 9(04) COMP-5.

       01 REQUEST-WORK PIC X(100) VALUE SPACES.
       01 REQUEST-NORM PIC X(100) VALUE SPACES.
       01 REQUEST-LEN PIC 9(04) COMP-5 VALUE ZERO.
       01 REQUEST-POS PIC 9(04) COMP-5 VALUE ZERO.
       01 REQUEST-PRINTED PIC X VALUE 'N'.
       01 SEARCH-EMAIL PIC X(100) VALUE SPACES.
       01 SEARCH-PREFIX PIC X(60) VALUE SPACES.
       01 PREFIX-LEN PIC 9(04) COMP-5 VALUE ZERO.
       01 MASTER-EOF PIC X VALUE 'N'.

       01 MATCH-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 MATCH-LIMIT PIC 9(04) COMP-5 VALUE 25.
       01 EXCEPTION-REASON PIC X(40) VALUE SPACES.
       01 REQUEST-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 ANSWERED-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 EXCEPTION-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 TOTAL-MATCH-COUNT PIC 9(06) COMP-5 VALUE ZERO.
       01 COUNT-DISPLAY PIC ZZZ9.

       01 LINE-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 LINES-PER-PAGE PIC 9(04) COMP-5 VALUE 60.
       01 PAGE-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 EXCP-LINE-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 EXCP-PAGE-COUNT PIC 9(04) COMP-5 VALUE ZERO.

       01 INQUIRY-HEADING-1.
          05 FILLER PIC X(30) VALUE "RANDOMGROUP MASTER INQUIRY".
          05 FILLER PIC X(10) VALUE "      PAGE".
          05 IH1-PAGE PIC ZZZ9.

       01 INQUIRY-HEADING-2.
          05 FILLER PIC X(08) VALUE "IDENT".
          05 FILLER PIC X(22) VALUE "LAST NAME".
          05 FILLER PIC X(17) VALUE "FIRST NAME".
          05 FILLER PIC X(32) VALUE "EMAIL".
          05 FILLER PIC X(06) VALUE "DEPT".
          05 FILLER PIC X(32) VALUE "DEPARTMENT NAME".
          05 FILLER PIC X(09) VALUE "STATUS".

       01 REQUEST-LINE.
          05 FILLER PIC X(09) VALUE "REQUEST: ".
          05 RQ-TYPE-DESC PIC X(18).
          05 RQ-VALUE PIC X(60).
          05 RQ-DEPT-LABEL PIC X(06).
          05 RQ-DEPT PIC X(04).

       01 MATCH-DETAIL-LINE.
          05 MD-IDENT PIC 9(06).
          05 FILLER PIC X(02) VALUE SPACES.
          05 MD-LAST PIC X(20).
          05 FILLER PIC X(02) VALUE SPACES.
          05 MD-FIRST PIC X(15).
          05 FILLER PIC X(02) VALUE SPACES.
          05 MD-EMAIL PIC X(30).
          05 FILLER PIC X(02) VALUE SPACES.
          05 MD-DEPT PIC X(04).
          05 FILLER PIC X(02) VALUE SPACES.
          05 MD-DEPT-NAME PIC X(30).
          05 FILLER PIC X(02) VALUE SPACES.
          05 MD-STATUS PIC X(09).

       01 MATCH-COUNT-LINE.
          05 FILLER PIC X(09) VALUE "MATCHES: ".
          05 MC-COUNT PIC ZZZ9.

       01 EXCEPTION-HEADING-1.
          05 FILLER PIC X(30) VALUE "RANDOMGROUP INQUIRY EXCEPTIONS".
          05 FILLER PIC X(10) VALUE "      PAGE".
          05 EH1-PAGE PIC ZZZ9.

       01 EXCEPTION-HEADING-2.
          05 FILLER PIC X(06) VALUE "TYPE".
          05 FILLER PIC X(06) VALUE "DEPT".
          05 FILLER PIC X(42) VALUE "REQUEST VALUE".
          05 FILLER PIC X(40) VALUE "REASON".

       01 EXCEPTION-DETAIL-LINE.
          05 ED-TYPE PIC X(01).
          05 FILLER PIC X(05) VALUE SPACES.
          05 ED-DEPT PIC X(04).
          05 FILLER PIC X(02) VALUE SPACES.
          05 ED-VALUE PIC X(40).
          05 FILLER PIC X(02) VALUE SPACES.
          05 ED-REASON PIC X(40).

       01 INQUIRY-TOTAL-LINE.
          05 IT-LABEL PIC X(24).
          05 IT-COUNT PIC ZZZZZ9.

       PROCEDURE DIVISION.

       perform LOAD-DEPT-REF.

       OPEN INPUT REQUEST-CARD-FILE.
       MOVE "INQCARD" TO IO-FILE-NAME
       MOVE INQCARD-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS

       OPEN INPUT RANDOM-MASTER-FILE.
       IF RANDMAST-STATUS NOT = "00" AND RANDMAST-STATUS NOT = "05"
          MOVE "RANDMAST" TO IO-FILE-NAME
          MOVE RANDMAST-STATUS TO IO-STATUS
          PERFORM CHECK-IO-STATUS
       END-IF.

       OPEN OUTPUT INQUIRY-LIST-FILE.
       MOVE "INQLIST" TO IO-FILE-NAME
       MOVE INQLIST-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS
       OPEN OUTPUT EXCEPTION-LIST-FILE.
       MOVE "INQEXCP" TO IO-FILE-NAME
       MOVE INQEXCP-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS
       MOVE ZERO TO LINE-COUNT
       MOVE ZERO TO PAGE-COUNT
       MOVE ZERO TO EXCP-LINE-COUNT
       MOVE ZERO TO EXCP-PAGE-COUNT
       PERFORM PRINT-INQUIRY-HEADING
       PERFORM PRINT-EXCEPTION-HEADING

       PERFORM UNTIL INQCARD-STATUS NOT = "00"
          READ REQUEST-CARD-FILE
             AT END
                CONTINUE
             NOT AT END
                ADD 1 TO REQUEST-COUNT
                PERFORM PROCESS-REQUEST
          END-READ
       END-PERFORM

       IF INQCARD-STATUS NOT = "10"
          MOVE "INQCARD" TO IO-FILE-NAME
          MOVE INQCARD-STATUS TO IO-STATUS
          PERFORM CHECK-IO-STATUS
       END-IF

       PERFORM PRINT-INQUIRY-TOTALS

       CLOSE REQUEST-CARD-FILE.
       CLOSE RANDOM-MASTER-FILE.
       CLOSE INQUIRY-LIST-FILE.
       CLOSE EXCEPTION-LIST-FILE.

       DISPLAY "REQUESTS READ: " REQUEST-COUNT
               " ANSWERED: " ANSWERED-COUNT
               " EXCEPTIONS: " EXCEPTION-COUNT

       IF REQUEST-COUNT = ZERO
          DISPLAY "INQCARD SUPPLIED NO REQUESTS - NOTHING TO ANSWER"
          MOVE 8 TO RETURN-CODE
       ELSE
          IF EXCEPTION-COUNT > ZERO
             MOVE 4 TO RETURN-CODE
          END-IF
       END-IF.

       stop run.

******************Program End*************************


       PROCESS-REQUEST section.

       MOVE ZERO TO MATCH-COUNT
       MOVE 'N' TO REQUEST-PRINTED
       MOVE SPACES TO EXCEPTION-REASON
       PERFORM TRIM-REQUEST-VALUE

       IF REQUEST-LEN = ZERO
          MOVE "REQUEST VALUE IS BLANK" TO EXCEPTION-REASON
       ELSE
          EVALUATE IQ-TYPE
             WHEN 'I'
                PERFORM INQUIRE-BY-IDENT
             WHEN 'E'
                PERFORM INQUIRE-BY-EMAIL
             WHEN 'N'
                PERFORM INQUIRE-BY-NAME
             WHEN OTHER
                MOVE "INVALID REQUEST TYPE" TO EXCEPTION-REASON
          END-EVALUATE
       END-IF

       IF EXCEPTION-REASON NOT = SPACES
          ADD 1 TO EXCEPTION-COUNT
          PERFORM PRINT-EXCEPTION-LINE
       ELSE
          ADD 1 TO ANSWERED-COUNT
          MOVE MATCH-COUNT TO MC-COUNT
          MOVE MATCH-COUNT-LINE TO INQUIRY-LIST-LINE
          PERFORM WRITE-INQUIRY-LINE
          MOVE SPACES TO INQUIRY-LIST-LINE
          PERFORM WRITE-INQUIRY-LINE
       END-IF.

       exit section.


      * LEFT-JUSTIFIES THE CARD VALUE INTO REQUEST-NORM AND SETS
      * REQUEST-LEN TO ITS LENGTH WITHOUT TRAILING BLANKS (ZERO
      * WHEN THE VALUE IS BLANK).
       TRIM-REQUEST-VALUE section.

       MOVE IQ-VALUE TO REQUEST-WORK
       MOVE SPACES TO REQUEST-NORM
       MOVE 100 TO REQUEST-LEN
       PERFORM UNTIL REQUEST-LEN = ZERO
          OR REQUEST-WORK(REQUEST-LEN:1) NOT = SPACE
          SUBTRACT 1 FROM REQUEST-LEN
       END-PERFORM
       IF REQUEST-LEN = ZERO
          EXIT SECTION
       END-IF

       MOVE 1 TO REQUEST-POS
       PERFORM UNTIL REQUEST-WORK(REQUEST-POS:1) NOT = SPACE
          ADD 1 TO REQUEST-POS
       END-PERFORM
       COMPUTE REQUEST-LEN = REQUEST-LEN - REQUEST-POS + 1
       MOVE REQUEST-WORK(REQUEST-POS:REQUEST-LEN)
         TO REQUEST-NORM(1:REQUEST-LEN).

       exit section.


       INQUIRE-BY-IDENT section.

       IF REQUEST-LEN > 6
          OR REQUEST-NORM(1:REQUEST-LEN) IS NOT NUMERIC
          MOVE "IDENT IS NOT NUMERIC" TO EXCEPTION-REASON
          EXIT SECTION
       END-IF

       MOVE REQUEST-NORM(1:REQUEST-LEN) TO MA-IDENT
       READ RANDOM-MASTER-FILE
          KEY IS MA-IDENT
          INVALID KEY
             MOVE "NO MATCH ON MASTER" TO EXCEPTION-REASON
          NOT INVALID KEY
             PERFORM PRINT-MATCH-LINE
       END-READ
       PERFORM CHECK-MASTER-STATUS.

       exit section.


      * EMAILS ARE HELD NORMALIZED (LOWERCASED) ON THE MASTER, AND
      * THE INDEX ALLOWS DUPLICATES, SO EVERY RECORD CARRYING THE
      * ADDRESS IS LISTED.
       INQUIRE-BY-EMAIL section.

       MOVE FUNCTION LOWER-CASE(REQUEST-NORM) TO SEARCH-EMAIL
       MOVE SEARCH-EMAIL TO MA-EMAIL
       START RANDOM-MASTER-FILE
          KEY IS EQUAL TO MA-EMAIL
          INVALID KEY
             MOVE "NO MATCH ON MASTER" TO EXCEPTION-REASON
             EXIT SECTION
       END-START
       PERFORM CHECK-MASTER-STATUS

       MOVE 'N' TO MASTER-EOF
       PERFORM UNTIL MASTER-EOF = 'Y'
          READ RANDOM-MASTER-FILE NEXT RECORD
             AT END
                MOVE 'Y' TO MASTER-EOF
             NOT AT END
                IF MA-EMAIL NOT = SEARCH-EMAIL
                   MOVE 'Y' TO MASTER-EOF
                ELSE
                   PERFORM PRINT-MATCH-LINE
                END-IF
          END-READ
       END-PERFORM
       PERFORM CHECK-MASTER-READ

       IF MATCH-COUNT = ZERO
          MOVE "NO MATCH ON MASTER" TO EXCEPTION-REASON
       END-IF.

       exit section.


      * THE PREFIX IS POSITIONED ON WITH START AND THE NAME INDEX
      * READ FORWARD WHILE THE LAST NAME STILL BEGINS WITH IT.  A
      * COUNTING PASS RUNS FIRST SO A PREFIX THAT MATCHES TOO MANY
      * RECORDS GOES TO THE EXCEPTION LIST WITHOUT FLOODING INQLIST.
       INQUIRE-BY-NAME section.

       IF IQ-DEPT-CODE NOT = SPACES
          PERFORM FIND-DEPT-NAME-FILTER
          IF DEPT-FOUND = 'N'
             MOVE "DEPT FILTER NOT ON DEPTREF" TO EXCEPTION-REASON
             EXIT SECTION
          END-IF
       END-IF

       MOVE FUNCTION UPPER-CASE(REQUEST-NORM) TO SEARCH-PREFIX
       IF REQUEST-LEN > 60
          MOVE 60 TO PREFIX-LEN
       ELSE
          MOVE REQUEST-LEN TO PREFIX-LEN
       END-IF

       PERFORM START-NAME-PREFIX
       PERFORM UNTIL MASTER-EOF = 'Y'
          OR MATCH-COUNT > MATCH-LIMIT
          PERFORM READ-NEXT-NAME-MATCH
          IF MASTER-EOF = 'N'
             ADD 1 TO MATCH-COUNT
          END-IF
       END-PERFORM

       IF MATCH-COUNT = ZERO
          MOVE "NO MATCH ON MASTER" TO EXCEPTION-REASON
          EXIT SECTION
       END-IF
       IF MATCH-COUNT > MATCH-LIMIT
          MOVE MATCH-LIMIT TO COUNT-DISPLAY
          STRING "PREFIX MATCHES MORE THAN " DELIMITED BY SIZE
                 COUNT-DISPLAY DELIMITED BY SIZE
                 " RECORDS" DELIMITED BY SIZE
                 INTO EXCEPTION-REASON
          EXIT SECTION
       END-IF

       MOVE ZERO TO MATCH-COUNT
       PERFORM START-NAME-PREFIX
       PERFORM UNTIL MASTER-EOF = 'Y'
          PERFORM READ-NEXT-NAME-MATCH
          IF MASTER-EOF = 'N'
             PERFORM PRINT-MATCH-LINE
          END-IF
       END-PERFORM.

       exit section.


       START-NAME-PREFIX section.

       MOVE 'N' TO MASTER-EOF
       MOVE SPACES TO MA-NAME-KEY
       MOVE SEARCH-PREFIX(1:PREFIX-LEN)
         TO MA-KEY-LASTNAME(1:PREFIX-LEN)
       START RANDOM-MASTER-FILE
          KEY IS NOT LESS THAN MA-NAME-KEY
          INVALID KEY
             MOVE 'Y' TO MASTER-EOF
       END-START
       PERFORM CHECK-MASTER-STATUS.

       exit section.


      * RETURNS THE NEXT RECORD WHOSE LAST NAME BEGINS WITH THE
      * PREFIX AND, WHEN A DEPT FILTER IS GIVEN, IS IN THAT
      * DEPARTMENT; MASTER-EOF GOES TO 'Y' ONCE THE INDEX MOVES
      * PAST THE PREFIX.
       READ-NEXT-NAME-MATCH section.

       PERFORM UNTIL MASTER-EOF = 'Y'
          READ RANDOM-MASTER-FILE NEXT RECORD
             AT END
                MOVE 'Y' TO MASTER-EOF
          END-READ
          PERFORM CHECK-MASTER-READ
          IF MASTER-EOF = 'N'
             IF MA-KEY-LASTNAME(1:PREFIX-LEN)
                NOT = SEARCH-PREFIX(1:PREFIX-LEN)
                MOVE 'Y' TO MASTER-EOF
             ELSE
                IF IQ-DEPT-CODE = SPACES
                   OR MA-DEPT-CODE = IQ-DEPT-CODE
                   EXIT SECTION
                END-IF
             END-IF
          END-IF
       END-PERFORM.

       exit section.


       FIND-DEPT-NAME-FILTER section.

       MOVE 'N' TO DEPT-FOUND
       MOVE ZERO TO J
       PERFORM UNTIL J = DEPT-REF-COUNT OR DEPT-FOUND = 'Y'
          ADD 1 TO J
          IF DRT-CODE(J) = IQ-DEPT-CODE
             MOVE 'Y' TO DEPT-FOUND
          END-IF
       END-PERFORM.

       exit section.


       LOOKUP-DEPT-NAME section.

       MOVE "** NOT ON DEPTREF **" TO DEPT-REF-NAME
       MOVE ZERO TO J
       PERFORM UNTIL J = DEPT-REF-COUNT
          ADD 1 TO J
          IF DRT-CODE(J) = MA-DEPT-CODE
             MOVE DRT-NAME(J) TO DEPT-REF-NAME
             EXIT PERFORM
          END-IF
       END-PERFORM.

       exit section.


       PRINT-MATCH-LINE section.

       IF REQUEST-PRINTED = 'N'
          PERFORM PRINT-REQUEST-LINE
       END-IF

       IF LINE-COUNT >= LINES-PER-PAGE
          PERFORM PRINT-INQUIRY-HEADING
       END-IF

       ADD 1 TO MATCH-COUNT
       ADD 1 TO TOTAL-MATCH-COUNT
       PERFORM LOOKUP-DEPT-NAME
       MOVE SPACES TO MATCH-DETAIL-LINE
       MOVE MA-IDENT TO MD-IDENT
       MOVE MA-LASTNAME TO MD-LAST
       MOVE MA-FIRSTNAME TO MD-FIRST
       MOVE MA-EMAIL TO MD-EMAIL
       MOVE MA-DEPT-CODE TO MD-DEPT
       MOVE DEPT-REF-NAME TO MD-DEPT-NAME
       IF MA-STATUS = 'S'
          MOVE "SEPARATED" TO MD-STATUS
       ELSE
          MOVE "ACTIVE" TO MD-STATUS
       END-IF
       MOVE MATCH-DETAIL-LINE TO INQUIRY-LIST-LINE
       PERFORM WRITE-INQUIRY-LINE.

       exit section.


       PRINT-REQUEST-LINE section.

       IF LINE-COUNT >= LINES-PER-PAGE - 2
          PERFORM PRINT-INQUIRY-HEADING
       END-IF

       MOVE 'Y' TO REQUEST-PRINTED
       MOVE SPACES TO REQUEST-LINE
       MOVE "REQUEST: " TO REQUEST-LINE(1:9)
       EVALUATE IQ-TYPE
          WHEN 'I'
             MOVE "BY IDENT" TO RQ-TYPE-DESC
          WHEN 'E'
             MOVE "BY EMAIL" TO RQ-TYPE-DESC
          WHEN OTHER
             MOVE "BY LAST NAME" TO RQ-TYPE-DESC
       END-EVALUATE
       MOVE REQUEST-NORM TO RQ-VALUE
       IF IQ-TYPE = 'N' AND IQ-DEPT-CODE NOT = SPACES
          MOVE " DEPT " TO RQ-DEPT-LABEL
          MOVE IQ-DEPT-CODE TO RQ-DEPT
       END-IF
       MOVE REQUEST-LINE TO INQUIRY-LIST-LINE
       PERFORM WRITE-INQUIRY-LINE.

       exit section.


       PRINT-INQUIRY-HEADING section.

       ADD 1 TO PAGE-COUNT
       MOVE PAGE-COUNT TO IH1-PAGE
       MOVE INQUIRY-HEADING-1 TO INQUIRY-LIST-LINE
       PERFORM WRITE-INQUIRY-LINE
       MOVE SPACES TO INQUIRY-LIST-LINE
       PERFORM WRITE-INQUIRY-LINE
       MOVE INQUIRY-HEADING-2 TO INQUIRY-LIST-LINE
       PERFORM WRITE-INQUIRY-LINE
       MOVE ZERO TO LINE-COUNT.

       exit section.


       PRINT-EXCEPTION-LINE section.

       IF EXCP-LINE-COUNT >= LINES-PER-PAGE
          PERFORM PRINT-EXCEPTION-HEADING
       END-IF

       MOVE SPACES TO EXCEPTION-DETAIL-LINE
       MOVE IQ-TYPE TO ED-TYPE
       MOVE IQ-DEPT-CODE TO ED-DEPT
       MOVE REQUEST-NORM TO ED-VALUE
       MOVE EXCEPTION-REASON TO ED-REASON
       MOVE EXCEPTION-DETAIL-LINE TO EXCEPTION-LIST-LINE
       PERFORM WRITE-EXCEPTION-LINE
       ADD 1 TO EXCP-LINE-COUNT.

       exit section.


       PRINT-EXCEPTION-HEADING section.

       ADD 1 TO EXCP-PAGE-COUNT
       MOVE EXCP-PAGE-COUNT TO EH1-PAGE
       MOVE EXCEPTION-HEADING-1 TO EXCEPTION-LIST-LINE
       PERFORM WRITE-EXCEPTION-LINE
       MOVE SPACES TO EXCEPTION-LIST-LINE
       PERFORM WRITE-EXCEPTION-LINE
       MOVE EXCEPTION-HEADING-2 TO EXCEPTION-LIST-LINE
       PERFORM WRITE-EXCEPTION-LINE
       MOVE ZERO TO EXCP-LINE-COUNT.

       exit section.


       PRINT-INQUIRY-TOTALS section.

       MOVE "REQUESTS READ" TO IT-LABEL
       MOVE REQUEST-COUNT TO IT-COUNT
       PERFORM PRINT-TOTAL-LINE

       MOVE "REQUESTS ANSWERED" TO IT-LABEL
       MOVE ANSWERED-COUNT TO IT-COUNT
       PERFORM PRINT-TOTAL-LINE

       MOVE "RECORDS LISTED" TO IT-LABEL
       MOVE TOTAL-MATCH-COUNT TO IT-COUNT
       PERFORM PRINT-TOTAL-LINE

       MOVE "REQUESTS IN EXCEPTION" TO IT-LABEL
       MOVE EXCEPTION-COUNT TO IT-COUNT
       PERFORM PRINT-TOTAL-LINE

       MOVE SPACES TO EXCEPTION-LIST-LINE
       PERFORM WRITE-EXCEPTION-LINE
       MOVE INQUIRY-TOTAL-LINE TO EXCEPTION-LIST-LINE
       PERFORM WRITE-EXCEPTION-LINE.

       exit section.


       PRINT-TOTAL-LINE section.

       MOVE SPACES TO INQUIRY-LIST-LINE
       MOVE INQUIRY-TOTAL-LINE TO INQUIRY-LIST-LINE
       PERFORM WRITE-INQUIRY-LINE.

       exit section.


       WRITE-INQUIRY-LINE section.

       WRITE INQUIRY-LIST-LINE
       MOVE "INQLIST" TO IO-FILE-NAME
       MOVE INQLIST-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS
       ADD 1 TO LINE-COUNT.

       exit section.


       WRITE-EXCEPTION-LINE section.

       WRITE EXCEPTION-LIST-LINE
       MOVE "INQEXCP" TO IO-FILE-NAME
       MOVE INQEXCP-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS.

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


      * A SEQUENTIAL READ ENDS ON STATUS 10; 02 IS A NORMAL READ
      * OF A RECORD WHOSE ALTERNATE KEY HAS FURTHER DUPLICATES.
       CHECK-MASTER-READ section.

       IF RANDMAST-STATUS NOT = "00"
          AND RANDMAST-STATUS NOT = "02"
          AND RANDMAST-STATUS NOT = "10"
          MOVE "RANDMAST" TO IO-FILE-NAME
          MOVE RANDMAST-STATUS TO IO-STATUS
          PERFORM CHECK-IO-STATUS
       END-IF.

       exit section.


      * A KEYED VERB THAT FAILS WITH SOMETHING OTHER THAN AN
      * INVALID-KEY CONDITION (STATUS 2X, HANDLED AS NO MATCH
      * ABOVE) MEANS THE MASTER OR ONE OF ITS INDEXES IS IN
      * TROUBLE, SO HARD-STOP.
       CHECK-MASTER-STATUS section.

       IF RANDMAST-STATUS NOT = "00"
          AND RANDMAST-STATUS NOT = "02"
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
