       IDENTIFICATION DIVISION.
       PROGRAM-ID. randconv.
      ******************************************************************
      * ONE-TIME RANDMAST CONVERSION FROM A RANDOUT GENERATION.
      *
      * EXPANDS EACH 250-BYTE RANDOUT RECORD TO THE 387-BYTE KEYED
      * MASTER LAYOUT AND WRITES IT TO MASTLOAD IN IDENT ORDER FOR
      * AN IDCAMS REPRO INTO THE EMPTY RANDMAST CLUSTER.  EVERY
      * EMPLOYEE IS LOADED ACTIVE (MA-STATUS 'A') WITH THE HIRE
      * DATE FROM THE CONVCARD CONTROL CARD (COLUMNS 1-8, YYYYMMDD
      * -- THE DATE THE MASTER TAKES OVER FROM RANDOUT), NO
      * SEPARATION DATE, AND THE UPPERCASED LAST AND FIRST NAME
      * THE NAME ALTERNATE INDEX IS BUILT ON, EXACTLY AS RANDMNT
      * AND RANDPOST SET THEM ON AN ADD.
      *
      * A SECOND RECORD FOR AN IDENT ALREADY CONVERTED WOULD FAIL
      * THE REPRO; IT IS SHOWN ON SYSOUT, NOT WRITTEN, AND THE RUN
      * ENDS WITH RC 4 SO THE LOAD IS CHECKED BEFORE IT IS REPROED.
      * A MISSING OR INVALID CONTROL CARD ENDS IT WITH RC 16.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RANDOM-OUT-FILE ASSIGN TO "RANDOUT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS RANDOUT-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO "CONVCARD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CONVCARD-STATUS.

           SELECT CONV-SORT-FILE ASSIGN TO "SORTWK".

           SELECT MASTER-LOAD-FILE ASSIGN TO "MASTLOAD"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS MASTLOAD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RANDOM-OUT-FILE.
       01  RANDOM-OUT-RECORD PIC X(250).

       FD  CONTROL-CARD-FILE.
       01  CONTROL-CARD-RECORD.
           05 CC-HIRE-DATE PIC X(08).

       SD  CONV-SORT-FILE.
       01  CONV-SORT-RECORD.
           05 SR-IDENT PIC 9(06).
           05 SR-FIRSTNAME PIC X(60).
           05 SR-LASTNAME PIC X(60).
           05 SR-EMAIL PIC X(100).
           05 SR-GENDER PIC X(20).
           05 SR-DEPT-CODE PIC X(04).

       FD  MASTER-LOAD-FILE.
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
      * UPPERCASED LAST AND FIRST NAME -- THE KEY OF THE NAME
      * ALTERNATE INDEX RANDINQ SEARCHES BY LAST-NAME PREFIX.
           05 MA-NAME-KEY.
              10 MA-KEY-LASTNAME PIC X(60).
              10 MA-KEY-FIRSTNAME PIC X(60).

       WORKING-STORAGE SECTION.

       01 RANDOUT-STATUS PIC X(02) VALUE SPACES.
       01 CONVCARD-STATUS PIC X(02) VALUE SPACES.
       01 MASTLOAD-STATUS PIC X(02) VALUE SPACES.

       01 IO-STATUS PIC X(02) VALUE SPACES.
       01 IO-FILE-NAME PIC X(10) VALUE SPACES.

       01 HIRE-DATE PIC 9(08) VALUE ZERO.
       01 SORT-EOF PIC X VALUE 'N'.
       01 LAST-IDENT PIC 9(06) VALUE ZERO.
       01 LAST-IDENT-SEEN PIC X VALUE 'N'.
       01 CONVERT-COUNT PIC 9(06) VALUE ZERO.
       01 DUPLICATE-COUNT PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.

       perform READ-HIRE-DATE.

       OPEN OUTPUT MASTER-LOAD-FILE.
       MOVE "MASTLOAD" TO IO-FILE-NAME
       MOVE MASTLOAD-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS

       display "Converting RANDOUT to the RANDMAST layout"
       display "========================================="

       SORT CONV-SORT-FILE
          ON ASCENDING KEY SR-IDENT
          USING RANDOM-OUT-FILE
          OUTPUT PROCEDURE IS WRITE-MASTER-LOAD

       CLOSE MASTER-LOAD-FILE.

       DISPLAY "RECORDS CONVERTED: " CONVERT-COUNT
               " DUPLICATE IDENTS SKIPPED: " DUPLICATE-COUNT

       IF DUPLICATE-COUNT > ZERO
          MOVE 4 TO RETURN-CODE
       END-IF.

       stop run.

******************Program End*************************


       READ-HIRE-DATE section.

       OPEN INPUT CONTROL-CARD-FILE
       MOVE "CONVCARD" TO IO-FILE-NAME
       MOVE CONVCARD-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS
       READ CONTROL-CARD-FILE
          AT END
             DISPLAY "CONVCARD SUPPLIED NO CONTROL CARD"
             MOVE 16 TO RETURN-CODE
             STOP RUN
          NOT AT END
             IF CC-HIRE-DATE IS NUMERIC
                MOVE CC-HIRE-DATE TO HIRE-DATE
             ELSE
                DISPLAY "CONVCARD DATE IS NOT NUMERIC: "
                        CC-HIRE-DATE
                MOVE 16 TO RETURN-CODE
                STOP RUN
             END-IF
       END-READ
       CLOSE CONTROL-CARD-FILE

       IF FUNCTION TEST-DATE-YYYYMMDD(HIRE-DATE) NOT = 0
          DISPLAY "CONVCARD DATE IS NOT A VALID YYYYMMDD DATE: "
                  HIRE-DATE
          MOVE 16 TO RETURN-CODE
          STOP RUN
       END-IF

       DISPLAY "CONVERTING WITH HIRE DATE " HIRE-DATE.

       exit section.


       WRITE-MASTER-LOAD section.

       MOVE 'N' TO SORT-EOF
       PERFORM UNTIL SORT-EOF = 'Y'
          RETURN CONV-SORT-FILE
             AT END
                MOVE 'Y' TO SORT-EOF
             NOT AT END
                PERFORM CONVERT-ONE-RECORD
          END-RETURN
       END-PERFORM.

       exit section.


       CONVERT-ONE-RECORD section.

       IF LAST-IDENT-SEEN = 'Y' AND SR-IDENT = LAST-IDENT
          ADD 1 TO DUPLICATE-COUNT
          DISPLAY "DUPLICATE IDENT " SR-IDENT
                  " NOT CONVERTED: " SR-LASTNAME(1:30)
          EXIT SECTION
       END-IF
       MOVE 'Y' TO LAST-IDENT-SEEN
       MOVE SR-IDENT TO LAST-IDENT

       MOVE SR-IDENT TO MA-IDENT
       MOVE SR-FIRSTNAME TO MA-FIRSTNAME
       MOVE SR-LASTNAME TO MA-LASTNAME
       MOVE SR-EMAIL TO MA-EMAIL
       MOVE SR-GENDER TO MA-GENDER
       MOVE SR-DEPT-CODE TO MA-DEPT-CODE
       MOVE 'A' TO MA-STATUS
       MOVE HIRE-DATE TO MA-HIRE-DATE
       MOVE ZERO TO MA-SEP-DATE
       MOVE FUNCTION UPPER-CASE(SR-LASTNAME)
         TO MA-KEY-LASTNAME
       MOVE FUNCTION UPPER-CASE(SR-FIRSTNAME)
         TO MA-KEY-FIRSTNAME
       WRITE MASTER-RECORD
       MOVE "MASTLOAD" TO IO-FILE-NAME
       MOVE MASTLOAD-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS
       ADD 1 TO CONVERT-COUNT.

       exit section.


       CHECK-IO-STATUS section.

       IF IO-STATUS NOT = "00"
          DISPLAY "FILE ERROR ON " IO-FILE-NAME
                  " FILE STATUS=" IO-STATUS
          MOVE 16 TO RETURN-CODE
          STOP RUN
       END-IF.

       exit section.
