      * READS THE INBOUND CORRECTION FEED THE HR SIDE SENDS BACK, IN
      * THE SAME H/D/T CONVENTION RANDCSV WRITES OUTBOUND:
      *   H,YYYYMMDD                       RUN DATE
      *   D,IDENT,FIRST,LAST,EMAIL,GENDER,DEPT,ACTION,EFFECTIVE
      *                                    ONE PER ROW
      *   T,COUNT,HASHTOTAL                RECORD COUNT AND THE SUM
      *                                    OF ALL IDENT VALUES
      * THE TRAILING ACTION COLUMN CARRIES THE RANDTRAN ACTION CODE
      * (A/C/D); AN ABSENT OR BLANK ACTION DEFAULTS TO 'C', SINCE
      * THE FEED EXISTS TO CARRY CORRECTIONS.  THE OPTIONAL
      * EFFECTIVE COLUMN (YYYYMMDD) IS CARRIED TO THE TRANSACTION'S
      * EFFECTIVE DATE, SO A CHANGE HR KNOWS ABOUT AHEAD OF TIME IS
      * HELD BY RANDMNT UNTIL THAT DATE; ABSENT OR BLANK MEANS THE
      * NIGHT RANDMNT RUNS.
      *
      * PASS 1 VERIFIES THE CONTROL RECORDS: A MISSING H OR T, A
      * TRAILER COUNT THAT DOES NOT MATCH THE D-ROWS READ, OR A HASH
           05 TR-EMAIL PIC X(100).
           05 TR-GENDER PIC X(20).
           05 TR-DEPT-CODE PIC X(04).
           05 TR-EFFECTIVE-DATE PIC X(08).

       FD  INTAKE-LIST-FILE.
       01  INTAKE-LIST-LINE PIC X(132).
       01 CF-GENDER PIC X(21) VALUE SPACES.
       01 CF-DEPT-CODE PIC X(05) VALUE SPACES.
       01 CF-ACTION PIC X(02) VALUE SPACES.
       01 CF-EFFECTIVE-DATE PIC X(09) VALUE SPACES.
       01 CL-IDENT PIC 9(04) COMP-5 VALUE ZERO.
       01 CL-FIRSTNAME PIC 9(04) COMP-5 VALUE ZERO.
       01 CL-LASTNAME PIC 9(04) COMP-5 VALUE ZERO.
       MOVE SPACES TO CF-GENDER
       MOVE SPACES TO CF-DEPT-CODE
       MOVE SPACES TO CF-ACTION
       MOVE SPACES TO CF-EFFECTIVE-DATE
       MOVE ZERO TO CL-IDENT
       MOVE ZERO TO CL-FIRSTNAME
       MOVE ZERO TO CL-LASTNAME
               CF-GENDER COUNT IN CL-GENDER
               CF-DEPT-CODE COUNT IN CL-DEPT-CODE
               CF-ACTION COUNT IN CL-ACTION
               CF-EFFECTIVE-DATE
          TALLYING IN CF-FIELD-COUNT
       END-UNSTRING.

          AND CF-ACTION NOT = 'D'
          MOVE 'N' TO ROW-VALID
          MOVE "INVALID ACTION CODE" TO ROW-REASON
          EXIT SECTION
       END-IF

       IF CF-EFFECTIVE-DATE NOT = SPACES
          IF CF-EFFECTIVE-DATE(1:8) IS NOT NUMERIC
             OR CF-EFFECTIVE-DATE(9:1) NOT = SPACE
             MOVE 'N' TO ROW-VALID
             MOVE "EFFECTIVE DATE NOT YYYYMMDD" TO ROW-REASON
          END-IF
       END-IF.

       exit section.
       MOVE CF-EMAIL(1:100) TO TR-EMAIL
       MOVE CF-GENDER(1:20) TO TR-GENDER
       MOVE CF-DEPT-CODE(1:4) TO TR-DEPT-CODE
       MOVE CF-EFFECTIVE-DATE(1:8) TO TR-EFFECTIVE-DATE
       WRITE TRANSACTION-RECORD
       MOVE "RANDTRAN" TO IO-FILE-NAME
       MOVE RANDTRAN-STATUS TO IO-STATUS
