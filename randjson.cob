       IDENTIFICATION DIVISION.
       PROGRAM-ID. randjson.
      ******************************************************************
      * RANDOMGROUP JSON INTERFACE EXTRACT.
      *
      * WRITES THE DAILY JSON INTERFACE DATASET (JSONOUT) FOR THE WEB
      * SIDE: THE PERSON TABLE AND THE FULL RANDOMGROUP GENERATION,
      * EACH RANDOMGROUP ENTRY CARRYING ITS DEPTREF DEPARTMENT NAME.
      * ONE JSON OBJECT, ONE ARRAY ELEMENT PER LINE:
      *   {
      *   "runDate":"YYYYMMDD",
      *   "person":[ {"name":..,"age":..,"birth":..,
      *               "luckyNumbers":[..]}, ... ],
      *   "randomGroup":[ {"ident":..,"firstName":..,"lastName":..,
      *                    "email":..,"gender":..,"deptCode":..,
      *                    "deptName":..}, ... ],
      *   "recordCount":N,
      *   "identHashTotal":H
      *   }
      * THE ENVELOPE TOTALS FOLLOW THE ARRAYS THE WAY THE CSVOUT
      * T-RECORD FOLLOWS THE D-RECORDS: RECORDCOUNT IS THE NUMBER OF
      * RANDOMGROUP ELEMENTS AND IDENTHASHTOTAL THE SUM OF THEIR
      * RO-IDENT VALUES -- THE SAME TOTALS RANDCSV WRITES -- SO A
      * TRUNCATED FILE HAS NO TOTALS AND RANDBAL HOLDS THE FEED.
      *
      * THE PERSON TABLE IS THE ONE COBMAIN SENDS TO THE GOLANG
      * STRUCT: PERSONIN RECORDS WITH AN AGE IN THE MIN-AGE/MAX-AGE
      * RANGE AND A VALID YYYYMMDD BIRTH DATE (COBMAIN LISTS THE
      * OTHERS ON REJECTS).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSON-IN-FILE ASSIGN TO "PERSONIN"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS PERSONIN-STATUS.

           SELECT RANDOM-OUT-FILE ASSIGN TO "RANDOUT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS RANDOUT-STATUS.

           SELECT DEPT-REF-FILE ASSIGN TO "DEPTREF"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS DEPTREF-STATUS.

           SELECT JSON-OUT-FILE ASSIGN TO "JSONOUT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JSONOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSON-IN-FILE.
       01  PERSON-IN-RECORD.
           05 PI-NAME PIC X(100).
           05 PI-AGE  PIC 9(03).
           05 PI-BIRTH PIC X(20).
           05 PI-LUCKY-NUMBER PIC 9(04) OCCURS 5 TIMES.

       FD  RANDOM-OUT-FILE.
       01  RANDOM-OUT-RECORD.
           05 RO-IDENT PIC 9(06).
           05 RO-FIRSTNAME PIC X(60).
           05 RO-LASTNAME PIC X(60).
           05 RO-EMAIL PIC X(100).
           05 RO-GENDER PIC X(20).
           05 RO-DEPT-CODE PIC X(04).

       FD  DEPT-REF-FILE.
       01  DEPT-REF-RECORD.
           05 DR-DEPT-CODE PIC X(04).
           05 DR-DEPT-NAME PIC X(30).
           05 DR-ACTIVE-FLAG PIC X(01).

       FD  JSON-OUT-FILE.
       01  JSON-OUT-LINE PIC X(1000).

       WORKING-STORAGE SECTION.

       01 PERSONIN-STATUS PIC X(02) VALUE SPACES.
       01 RANDOUT-STATUS PIC X(02) VALUE SPACES.
       01 DEPTREF-STATUS PIC X(02) VALUE SPACES.
       01 JSONOUT-STATUS PIC X(02) VALUE SPACES.

       01 IO-STATUS PIC X(02) VALUE SPACES.
       01 IO-FILE-NAME PIC X(10) VALUE SPACES.

       01 RUN-DATE PIC 9(08) VALUE ZERO.
       01 EXTRACT-COUNT PIC 9(06) VALUE ZERO.
       01 IDENT-HASH-TOTAL PIC 9(12) VALUE ZERO.
       01 PERSON-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 PERSON-SKIP-COUNT PIC 9(04) COMP-5 VALUE ZERO.

       01 MIN-AGE PIC 9(03) VALUE 18.
       01 MAX-AGE PIC 9(03) VALUE 120.
       01 BIRTH-NUM PIC 9(08) VALUE ZERO.

       01 DEPT-REF-TABLE.
          03 DEPT-REF-ENTRY OCCURS 50 TIMES.
             05 DRT-CODE PIC X(04).
             05 DRT-NAME PIC X(30).
             05 DRT-ACTIVE PIC X(01).
       01 DEPT-REF-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 DEPT-REF-LIMIT PIC 9(04) COMP-5 VALUE 50.
       01 DEPT-REF-NAME PIC X(30) VALUE SPACES.
       01 J PIC 9(04) COMP-5.

      * JSON-LINE IS THE ELEMENT BEING BUILT.  EACH FINISHED ARRAY
      * ELEMENT IS HELD UNTIL THE NEXT ONE ARRIVES SO THE SEPARATING
      * COMMA CAN GO ON EVERY ELEMENT BUT THE LAST.
       01 JSON-LINE PIC X(999) VALUE SPACES.
       01 JSON-PTR PIC 9(04) COMP-5 VALUE 1.
       01 HELD-LINE PIC X(999) VALUE SPACES.
       01 HELD-LEN PIC 9(04) COMP-5 VALUE ZERO.
       01 ELEMENT-HELD PIC X VALUE 'N'.

       01 JSON-FIELD PIC X(100) VALUE SPACES.
       01 JSON-FIELD-LEN PIC 9(04) COMP-5 VALUE ZERO.
       01 JSON-CHAR-POS PIC 9(04) COMP-5 VALUE ZERO.
       01 JSON-NUMBER PIC 9(12) VALUE ZERO.
       01 JSON-NUMBER-EDIT PIC Z(11)9.
       01 JSON-NUMBER-POS PIC 9(04) COMP-5 VALUE ZERO.

       PROCEDURE DIVISION.

       ACCEPT RUN-DATE FROM DATE YYYYMMDD.

       perform LOAD-DEPT-REF.

       OPEN OUTPUT JSON-OUT-FILE.
       MOVE "JSONOUT" TO IO-FILE-NAME
       MOVE JSONOUT-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS

       MOVE "{" TO JSON-OUT-LINE
       PERFORM WRITE-JSON-LINE
       MOVE SPACES TO JSON-OUT-LINE
       STRING '"runDate":"' DELIMITED BY SIZE
              RUN-DATE DELIMITED BY SIZE
              '",' DELIMITED BY SIZE
              INTO JSON-OUT-LINE
       PERFORM WRITE-JSON-LINE

       display "Writing the PERSON table"
       display "========================"
       perform EXTRACT-PERSON-TABLE.

       display "Writing the RANDOMGROUP generation"
       display "=================================="
       perform EXTRACT-RANDOMGROUP.

       MOVE SPACES TO JSON-LINE
       MOVE 1 TO JSON-PTR
       STRING '"recordCount":' DELIMITED BY SIZE
              INTO JSON-LINE
              WITH POINTER JSON-PTR
       MOVE EXTRACT-COUNT TO JSON-NUMBER
       PERFORM APPEND-JSON-NUMBER
       STRING "," DELIMITED BY SIZE
              INTO JSON-LINE
              WITH POINTER JSON-PTR
       MOVE JSON-LINE TO JSON-OUT-LINE
       PERFORM WRITE-JSON-LINE

       MOVE SPACES TO JSON-LINE
       MOVE 1 TO JSON-PTR
       STRING '"identHashTotal":' DELIMITED BY SIZE
              INTO JSON-LINE
              WITH POINTER JSON-PTR
       MOVE IDENT-HASH-TOTAL TO JSON-NUMBER
       PERFORM APPEND-JSON-NUMBER
       MOVE JSON-LINE TO JSON-OUT-LINE
       PERFORM WRITE-JSON-LINE

       MOVE "}" TO JSON-OUT-LINE
       PERFORM WRITE-JSON-LINE

       CLOSE JSON-OUT-FILE.

       DISPLAY "PERSONS WRITTEN: " PERSON-COUNT
               " SKIPPED: " PERSON-SKIP-COUNT
       DISPLAY "RECORDS EXTRACTED: " EXTRACT-COUNT
               " IDENT HASH TOTAL: " IDENT-HASH-TOTAL

       stop run.

******************Program End*************************


       EXTRACT-PERSON-TABLE section.

       MOVE '"person":[' TO JSON-OUT-LINE
       PERFORM WRITE-JSON-LINE

       OPEN INPUT PERSON-IN-FILE
       MOVE "PERSONIN" TO IO-FILE-NAME
       MOVE PERSONIN-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS
       PERFORM UNTIL PERSONIN-STATUS NOT = "00"
          READ PERSON-IN-FILE
             AT END
                CONTINUE
             NOT AT END
                PERFORM BUILD-PERSON-ELEMENT
          END-READ
       END-PERFORM
       IF PERSONIN-STATUS NOT = "10"
          MOVE "PERSONIN" TO IO-FILE-NAME
          MOVE PERSONIN-STATUS TO IO-STATUS
          PERFORM CHECK-IO-STATUS
       END-IF
       CLOSE PERSON-IN-FILE

       PERFORM FLUSH-ARRAY-ELEMENT
       MOVE "]," TO JSON-OUT-LINE
       PERFORM WRITE-JSON-LINE.

       exit section.


      * THE SAME AGE AND BIRTH-DATE TESTS AS COBMAIN'S
      * VALIDATE-PERSON-RECORD, SO THE FILE CARRIES EXACTLY THE
      * PERSONS COBMAIN ACCEPTED.
       BUILD-PERSON-ELEMENT section.

       IF PI-AGE < MIN-AGE OR PI-AGE > MAX-AGE
          ADD 1 TO PERSON-SKIP-COUNT
          EXIT SECTION
       END-IF
       IF PI-BIRTH(1:8) IS NUMERIC
          MOVE PI-BIRTH(1:8) TO BIRTH-NUM
       ELSE
          MOVE 99999999 TO BIRTH-NUM
       END-IF
       IF FUNCTION TEST-DATE-YYYYMMDD(BIRTH-NUM) NOT = 0
          ADD 1 TO PERSON-SKIP-COUNT
          EXIT SECTION
       END-IF

       MOVE SPACES TO JSON-LINE
       MOVE 1 TO JSON-PTR
       STRING '{"name":' DELIMITED BY SIZE
              INTO JSON-LINE
              WITH POINTER JSON-PTR
       MOVE PI-NAME TO JSON-FIELD
       PERFORM APPEND-JSON-STRING

       STRING ',"age":' DELIMITED BY SIZE
              INTO JSON-LINE
              WITH POINTER JSON-PTR
       MOVE PI-AGE TO JSON-NUMBER
       PERFORM APPEND-JSON-NUMBER

       STRING ',"birth":' DELIMITED BY SIZE
              INTO JSON-LINE
              WITH POINTER JSON-PTR
       MOVE PI-BIRTH TO JSON-FIELD
       PERFORM APPEND-JSON-STRING

       STRING ',"luckyNumbers":[' DELIMITED BY SIZE
              INTO JSON-LINE
              WITH POINTER JSON-PTR
       MOVE ZERO TO J
       PERFORM UNTIL J = 5
          ADD 1 TO J
          IF J > 1
             STRING "," DELIMITED BY SIZE
                    INTO JSON-LINE
                    WITH POINTER JSON-PTR
          END-IF
          MOVE PI-LUCKY-NUMBER(J) TO JSON-NUMBER
          PERFORM APPEND-JSON-NUMBER
       END-PERFORM
       STRING "]}" DELIMITED BY SIZE
              INTO JSON-LINE
              WITH POINTER JSON-PTR

       PERFORM HOLD-ARRAY-ELEMENT
       ADD 1 TO PERSON-COUNT.

       exit section.


       EXTRACT-RANDOMGROUP section.

       MOVE '"randomGroup":[' TO JSON-OUT-LINE
       PERFORM WRITE-JSON-LINE

       OPEN INPUT RANDOM-OUT-FILE
       MOVE "RANDOUT" TO IO-FILE-NAME
       MOVE RANDOUT-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS
       PERFORM UNTIL RANDOUT-STATUS NOT = "00"
          READ RANDOM-OUT-FILE
             AT END
                CONTINUE
             NOT AT END
                PERFORM BUILD-RANDOMGROUP-ELEMENT
                ADD 1 TO EXTRACT-COUNT
                ADD RO-IDENT TO IDENT-HASH-TOTAL
          END-READ
       END-PERFORM
       IF RANDOUT-STATUS NOT = "10"
          MOVE "RANDOUT" TO IO-FILE-NAME
          MOVE RANDOUT-STATUS TO IO-STATUS
          PERFORM CHECK-IO-STATUS
       END-IF
       CLOSE RANDOM-OUT-FILE

       PERFORM FLUSH-ARRAY-ELEMENT
       MOVE "]," TO JSON-OUT-LINE
       PERFORM WRITE-JSON-LINE.

       exit section.


       BUILD-RANDOMGROUP-ELEMENT section.

       MOVE SPACES TO JSON-LINE
       MOVE 1 TO JSON-PTR
       STRING '{"ident":' DELIMITED BY SIZE
              INTO JSON-LINE
              WITH POINTER JSON-PTR
       MOVE RO-IDENT TO JSON-NUMBER
       PERFORM APPEND-JSON-NUMBER

       STRING ',"firstName":' DELIMITED BY SIZE
              INTO JSON-LINE
              WITH POINTER JSON-PTR
       MOVE RO-FIRSTNAME TO JSON-FIELD
       PERFORM APPEND-JSON-STRING

       STRING ',"lastName":' DELIMITED BY SIZE
              INTO JSON-LINE
              WITH POINTER JSON-PTR
       MOVE RO-LASTNAME TO JSON-FIELD
       PERFORM APPEND-JSON-STRING

       STRING ',"email":' DELIMITED BY SIZE
              INTO JSON-LINE
              WITH POINTER JSON-PTR
       MOVE RO-EMAIL TO JSON-FIELD
       PERFORM APPEND-JSON-STRING

       STRING ',"gender":' DELIMITED BY SIZE
              INTO JSON-LINE
              WITH POINTER JSON-PTR
       MOVE RO-GENDER TO JSON-FIELD
       PERFORM APPEND-JSON-STRING

       STRING ',"deptCode":' DELIMITED BY SIZE
              INTO JSON-LINE
              WITH POINTER JSON-PTR
       MOVE RO-DEPT-CODE TO JSON-FIELD
       PERFORM APPEND-JSON-STRING

       PERFORM LOOKUP-DEPT-NAME
       STRING ',"deptName":' DELIMITED BY SIZE
              INTO JSON-LINE
              WITH POINTER JSON-PTR
       MOVE DEPT-REF-NAME TO JSON-FIELD
       PERFORM APPEND-JSON-STRING

       STRING "}" DELIMITED BY SIZE
              INTO JSON-LINE
              WITH POINTER JSON-PTR

       PERFORM HOLD-ARRAY-ELEMENT.

       exit section.


      * APPENDS JSON-FIELD, TRIMMED OF TRAILING SPACES, AS A QUOTED
      * JSON STRING AT JSON-PTR.  QUOTES AND BACKSLASHES IN THE DATA
      * ARE ESCAPED; AN ALL-SPACE FIELD APPENDS AS "".
       APPEND-JSON-STRING section.

       MOVE 100 TO JSON-FIELD-LEN
       PERFORM UNTIL JSON-FIELD-LEN = ZERO
          OR JSON-FIELD(JSON-FIELD-LEN:1) NOT = SPACE
          SUBTRACT 1 FROM JSON-FIELD-LEN
       END-PERFORM

       STRING '"' DELIMITED BY SIZE
              INTO JSON-LINE
              WITH POINTER JSON-PTR
       MOVE ZERO TO JSON-CHAR-POS
       PERFORM UNTIL JSON-CHAR-POS = JSON-FIELD-LEN
          ADD 1 TO JSON-CHAR-POS
          IF JSON-FIELD(JSON-CHAR-POS:1) = '"'
             OR JSON-FIELD(JSON-CHAR-POS:1) = "\"
             STRING "\" DELIMITED BY SIZE
                    INTO JSON-LINE
                    WITH POINTER JSON-PTR
          END-IF
          STRING JSON-FIELD(JSON-CHAR-POS:1) DELIMITED BY SIZE
                 INTO JSON-LINE
                 WITH POINTER JSON-PTR
       END-PERFORM
       STRING '"' DELIMITED BY SIZE
              INTO JSON-LINE
              WITH POINTER JSON-PTR.

       exit section.


      * APPENDS JSON-NUMBER AT JSON-PTR WITHOUT LEADING ZEROS (A
      * JSON NUMBER MAY NOT CARRY THEM).
       APPEND-JSON-NUMBER section.

       MOVE JSON-NUMBER TO JSON-NUMBER-EDIT
       MOVE 1 TO JSON-NUMBER-POS
       PERFORM UNTIL JSON-NUMBER-EDIT(JSON-NUMBER-POS:1) NOT = SPACE
          ADD 1 TO JSON-NUMBER-POS
       END-PERFORM
       STRING JSON-NUMBER-EDIT(JSON-NUMBER-POS:) DELIMITED BY SIZE
              INTO JSON-LINE
              WITH POINTER JSON-PTR.

       exit section.


      * WRITES THE PREVIOUSLY HELD ELEMENT WITH ITS SEPARATING
      * COMMA, THEN HOLDS THE ELEMENT JUST BUILT IN JSON-LINE.
       HOLD-ARRAY-ELEMENT section.

       IF ELEMENT-HELD = 'Y'
          MOVE SPACES TO JSON-OUT-LINE
          STRING HELD-LINE(1:HELD-LEN) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 INTO JSON-OUT-LINE
          PERFORM WRITE-JSON-LINE
       END-IF

       MOVE JSON-LINE TO HELD-LINE
       COMPUTE HELD-LEN = JSON-PTR - 1
       MOVE 'Y' TO ELEMENT-HELD.

       exit section.


      * WRITES THE LAST ELEMENT OF AN ARRAY, WITHOUT A COMMA.
       FLUSH-ARRAY-ELEMENT section.

       IF ELEMENT-HELD = 'Y'
          MOVE SPACES TO JSON-OUT-LINE
          MOVE HELD-LINE(1:HELD-LEN) TO JSON-OUT-LINE
          PERFORM WRITE-JSON-LINE
       END-IF
       MOVE 'N' TO ELEMENT-HELD.

       exit section.


       LOOKUP-DEPT-NAME section.

       MOVE SPACES TO DEPT-REF-NAME
       MOVE ZERO TO J
       PERFORM UNTIL J = DEPT-REF-COUNT
          ADD 1 TO J
          IF DRT-CODE(J) = RO-DEPT-CODE
             MOVE DRT-NAME(J) TO DEPT-REF-NAME
             EXIT PERFORM
          END-IF
       END-PERFORM.

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


       WRITE-JSON-LINE section.

       WRITE JSON-OUT-LINE
       MOVE "JSONOUT" TO IO-FILE-NAME
       MOVE JSONOUT-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS.

       exit section.


       CHECK-IO-STATUS section.

       IF IO-STATUS NOT = "00"
          DISPLAY "FILE ERROR ON " IO-FILE-NAME
                  " FILE STATUS=" IO-STATUS
          MOVE 16 TO RETURN-CODE
          STOP RUN
       END-IF.

       exit section.
