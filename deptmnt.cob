       IDENTIFICATION DIVISION.
       PROGRAM-ID. deptmnt.
      ******************************************************************
      * DEPARTMENT REFERENCE (DEPTREF) MAINTENANCE.
      *
      * APPLIES A FILE OF DEPARTMENT TRANSACTIONS (DEPTTRAN) TO THE
      * DEPTREF REFERENCE FILE THAT COBMAIN (VALIDATE-DEPT-CODE),
      * RANDXFER AND RANDRBLD LOAD AND TRUST:
      *   A  ADD          NEW CODE AND NAME, ADDED ACTIVE
      *   N  RENAME       NEW NAME FOR AN EXISTING CODE
      *   D  DEACTIVATE   ACTIVE FLAG SET TO 'I'
      *   R  REACTIVATE   ACTIVE FLAG SET BACK TO 'A'
      * TRANSACTIONS APPLY IN CARD ORDER, EACH AGAINST THE TABLE AS
      * THE CARDS BEFORE IT LEFT IT.  AN ADD IS REFUSED FOR A CODE
      * ALREADY ON DEPTREF (ACTIVE OR NOT -- REACTIVATE IT INSTEAD)
      * OR WHEN THE TABLE ALREADY HOLDS THE 50 ENTRIES THE LOADERS
      * ALLOW.  A DEACTIVATE IS REFUSED WHILE RANDMAST STILL CARRIES
      * ACTIVE (NOT SEPARATED) EMPLOYEES IN THE DEPARTMENT, AND THE
      * BLOCKING HEADCOUNT IS GIVEN AS THE REASON -- MOVE THEM WITH
      * RANDXFER FIRST.
      *
      * EVERY TRANSACTION IS ECHOED TO THE DEPTLIST LISTING AS
      * APPLIED OR REJECTED WITH A REASON, IN THE TRANLIST LAYOUT
      * (RESULT IN COLUMNS 39-46) SO RANDDIG CAN FOLD THE REJECTS
      * INTO THE MORNING DIGEST, AND THE RUN ENDS WITH TOTALS.  THE
      * UPDATED TABLE IS WRITTEN BACK OVER DEPTREF IN ITS ORIGINAL
      * ORDER WITH NEW CODES AT THE END.  ANY REJECTED TRANSACTION
      * SETS RETURN-CODE 4.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPT-REF-FILE ASSIGN TO "DEPTREF"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS DEPTREF-STATUS.

           SELECT RANDOM-MASTER-FILE ASSIGN TO "RANDMAST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS MA-IDENT
              FILE STATUS IS RANDMAST-STATUS.

           SELECT DEPT-TRAN-FILE ASSIGN TO "DEPTTRAN"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS DEPTTRAN-STATUS.

           SELECT DEPT-LIST-FILE ASSIGN TO "DEPTLIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DEPTLIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPT-REF-FILE.
       01  DEPT-REF-RECORD.
           05 DR-DEPT-CODE PIC X(04).
           05 DR-DEPT-NAME PIC X(30).
           05 DR-ACTIVE-FLAG PIC X(01).

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

       FD  DEPT-TRAN-FILE.
       01  DEPT-TRAN-RECORD.
           05 DT-ACTION PIC X(01).
           05 DT-DEPT-CODE PIC X(04).
           05 DT-DEPT-NAME PIC X(30).

       FD  DEPT-LIST-FILE.
       01  DEPT-LIST-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 DEPTREF-STATUS PIC X(02) VALUE SPACES.
       01 RANDMAST-STATUS PIC X(02) VALUE SPACES.
       01 DEPTTRAN-STATUS PIC X(02) VALUE SPACES.
       01 DEPTLIST-STATUS PIC X(02) VALUE SPACES.

       01 IO-STATUS PIC X(02) VALUE SPACES.
       01 IO-FILE-NAME PIC X(10) VALUE SPACES.

       01 DEPT-REF-TABLE.
          03 DEPT-REF-ENTRY OCCURS 50 TIMES.
             05 DRT-CODE PIC X(04).
             05 DRT-NAME PIC X(30).
             05 DRT-ACTIVE PIC X(01).
       01 DEPT-REF-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 DEPT-REF-LIMIT PIC 9(04) COMP-5 VALUE 50.
       01 DEPT-IX PIC 9(04) COMP-5 VALUE ZERO.
       01 K PIC 9(04) COMP-5.

      * ACTIVE HEADCOUNT PER DEPT-CODE FOUND ON RANDMAST, WHETHER
      * OR NOT THE CODE IS ON DEPTREF TODAY -- A CODE ADDED BY THIS
      * RUN MAY ALREADY HAVE EMPLOYEES LEFT OVER FROM AN EARLIER
      * LIFE.
       01 HEADCOUNT-TABLE.
          03 HEADCOUNT-ENTRY OCCURS 500 TIMES.
             05 HC-CODE PIC X(04).
             05 HC-COUNT PIC 9(06) COMP-5.
       01 HEADCOUNT-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 HEADCOUNT-LIMIT PIC 9(04) COMP-5 VALUE 500.
       01 HC-IX PIC 9(04) COMP-5 VALUE ZERO.
       01 BLOCKING-HEADCOUNT PIC 9(06) COMP-5 VALUE ZERO.
       01 HEADCOUNT-DISPLAY PIC ZZZZZ9.
       01 HEADCOUNT-POS PIC 9(04) COMP-5 VALUE ZERO.
       01 MASTER-READ-COUNT PIC 9(06) COMP-5 VALUE ZERO.

       01 TRAN-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 ADD-APPLIED-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 RENAME-APPLIED-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 DEACTIVATE-APPLIED-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 REACTIVATE-APPLIED-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 REJECT-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 TRAN-DISPOSITION PIC X(08) VALUE SPACES.
       01 TRAN-REASON PIC X(30) VALUE SPACES.

       01 LINE-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 LINES-PER-PAGE PIC 9(04) COMP-5 VALUE 60.
       01 PAGE-COUNT PIC 9(04) COMP-5 VALUE ZERO.

       01 DEPT-LIST-HEADING-1.
          05 FILLER PIC X(30) VALUE "DEPARTMENT REFERENCE MAINT".
          05 FILLER PIC X(10) VALUE "      PAGE".
          05 DH1-PAGE PIC ZZZ9.

       01 DEPT-LIST-HEADING-2.
          05 FILLER PIC X(08) VALUE "ACTION".
          05 FILLER PIC X(08) VALUE "DEPT".
          05 FILLER PIC X(22) VALUE "DEPARTMENT NAME".
          05 FILLER PIC X(10) VALUE "RESULT".
          05 FILLER PIC X(30) VALUE "REASON".

       01 DEPT-LIST-DETAIL-LINE.
          05 DL-ACTION PIC X(01).
          05 FILLER    PIC X(07) VALUE SPACES.
          05 DL-CODE   PIC X(04).
          05 FILLER    PIC X(04) VALUE SPACES.
          05 DL-NAME   PIC X(20).
          05 FILLER    PIC X(02) VALUE SPACES.
          05 DL-RESULT PIC X(08).
          05 FILLER    PIC X(02) VALUE SPACES.
          05 DL-REASON PIC X(30).

       01 DEPT-TOTAL-LINE.
          05 DT-LABEL PIC X(24).
          05 DT-COUNT PIC ZZZ9.

       PROCEDURE DIVISION.

       perform LOAD-DEPT-REF.
       perform COUNT-ACTIVE-HEADCOUNT.

       OPEN INPUT DEPT-TRAN-FILE.
       MOVE "DEPTTRAN" TO IO-FILE-NAME
       MOVE DEPTTRAN-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS

       OPEN OUTPUT DEPT-LIST-FILE.
       MOVE "DEPTLIST" TO IO-FILE-NAME
       MOVE DEPTLIST-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS
       MOVE ZERO TO LINE-COUNT
       MOVE ZERO TO PAGE-COUNT

       PERFORM UNTIL DEPTTRAN-STATUS NOT = "00"
          READ DEPT-TRAN-FILE
             AT END
                CONTINUE
             NOT AT END
                ADD 1 TO TRAN-COUNT
                PERFORM APPLY-TRANSACTION
                PERFORM PRINT-DEPT-LINE
          END-READ
       END-PERFORM

       IF DEPTTRAN-STATUS NOT = "10"
          MOVE "DEPTTRAN" TO IO-FILE-NAME
          MOVE DEPTTRAN-STATUS TO IO-STATUS
          PERFORM CHECK-IO-STATUS
       END-IF

       CLOSE DEPT-TRAN-FILE.

       perform REWRITE-DEPT-REF.

       PERFORM PRINT-DEPT-TOTALS

       CLOSE DEPT-LIST-FILE.

       DISPLAY "TRANSACTIONS READ: " TRAN-COUNT
       DISPLAY "REJECTED:          " REJECT-COUNT
       DISPLAY "DEPTREF ENTRIES:   " DEPT-REF-COUNT

       IF REJECT-COUNT > ZERO
          MOVE 4 TO RETURN-CODE
       END-IF.

       stop run.

******************Program End*************************


       APPLY-TRANSACTION section.

       MOVE SPACES TO TRAN-REASON
       MOVE ZERO TO DEPT-IX
       IF DT-DEPT-CODE = SPACES
          MOVE "REJECTED" TO TRAN-DISPOSITION
          MOVE "DEPT CODE IS BLANK" TO TRAN-REASON
          ADD 1 TO REJECT-COUNT
          EXIT SECTION
       END-IF

       PERFORM FIND-DEPT-ENTRY
       EVALUATE DT-ACTION
          WHEN 'A'
             PERFORM APPLY-ADD
          WHEN 'N'
             PERFORM APPLY-RENAME
          WHEN 'D'
             PERFORM APPLY-DEACTIVATE
          WHEN 'R'
             PERFORM APPLY-REACTIVATE
          WHEN OTHER
             MOVE "REJECTED" TO TRAN-DISPOSITION
             MOVE "INVALID ACTION CODE" TO TRAN-REASON
             ADD 1 TO REJECT-COUNT
       END-EVALUATE.

       exit section.


       APPLY-ADD section.

       IF DEPT-IX > ZERO
          MOVE "REJECTED" TO TRAN-DISPOSITION
          MOVE "DUPLICATE DEPT CODE" TO TRAN-REASON
          ADD 1 TO REJECT-COUNT
          EXIT SECTION
       END-IF
       IF DT-DEPT-NAME = SPACES
          MOVE "REJECTED" TO TRAN-DISPOSITION
          MOVE "DEPT NAME IS BLANK" TO TRAN-REASON
          ADD 1 TO REJECT-COUNT
          EXIT SECTION
       END-IF
       IF DEPT-REF-COUNT >= DEPT-REF-LIMIT
          MOVE "REJECTED" TO TRAN-DISPOSITION
          MOVE "DEPTREF FULL - 50 ENTRY LIMIT" TO TRAN-REASON
          ADD 1 TO REJECT-COUNT
          EXIT SECTION
       END-IF

       ADD 1 TO DEPT-REF-COUNT
       MOVE DT-DEPT-CODE TO DRT-CODE(DEPT-REF-COUNT)
       MOVE DT-DEPT-NAME TO DRT-NAME(DEPT-REF-COUNT)
       MOVE 'A' TO DRT-ACTIVE(DEPT-REF-COUNT)
       MOVE "APPLIED" TO TRAN-DISPOSITION
       ADD 1 TO ADD-APPLIED-COUNT.

       exit section.


       APPLY-RENAME section.

       IF DEPT-IX = ZERO
          MOVE "REJECTED" TO TRAN-DISPOSITION
          MOVE "DEPT CODE NOT ON DEPTREF" TO TRAN-REASON
          ADD 1 TO REJECT-COUNT
          EXIT SECTION
       END-IF
       IF DT-DEPT-NAME = SPACES
          MOVE "REJECTED" TO TRAN-DISPOSITION
          MOVE "DEPT NAME IS BLANK" TO TRAN-REASON
          ADD 1 TO REJECT-COUNT
          EXIT SECTION
       END-IF

       MOVE DT-DEPT-NAME TO DRT-NAME(DEPT-IX)
       MOVE "APPLIED" TO TRAN-DISPOSITION
       ADD 1 TO RENAME-APPLIED-COUNT.

       exit section.


      * A DEPARTMENT STILL STAFFED ON THE MASTER CANNOT GO INACTIVE:
      * THE NEXT GENERATION WOULD REJECT EVERY ONE OF ITS EMPLOYEES
      * ON DEPTREJ.
       APPLY-DEACTIVATE section.

       IF DEPT-IX = ZERO
          MOVE "REJECTED" TO TRAN-DISPOSITION
          MOVE "DEPT CODE NOT ON DEPTREF" TO TRAN-REASON
          ADD 1 TO REJECT-COUNT
          EXIT SECTION
       END-IF
       IF DRT-ACTIVE(DEPT-IX) NOT = 'A'
          MOVE "REJECTED" TO TRAN-DISPOSITION
          MOVE "DEPT ALREADY INACTIVE" TO TRAN-REASON
          ADD 1 TO REJECT-COUNT
          EXIT SECTION
       END-IF

       PERFORM FIND-HEADCOUNT
       IF BLOCKING-HEADCOUNT > ZERO
          MOVE BLOCKING-HEADCOUNT TO HEADCOUNT-DISPLAY
          MOVE 1 TO HEADCOUNT-POS
          PERFORM UNTIL HEADCOUNT-DISPLAY(HEADCOUNT-POS:1) NOT = SPACE
             ADD 1 TO HEADCOUNT-POS
          END-PERFORM
          STRING "BLOCKED - " DELIMITED BY SIZE
                 HEADCOUNT-DISPLAY(HEADCOUNT-POS:) DELIMITED BY SIZE
                 " ACTIVE EMPLOYEES" DELIMITED BY SIZE
                 INTO TRAN-REASON
          MOVE "REJECTED" TO TRAN-DISPOSITION
          ADD 1 TO REJECT-COUNT
          DISPLAY "DEACTIVATE OF " DT-DEPT-CODE " REFUSED - "
                  BLOCKING-HEADCOUNT " ACTIVE EMPLOYEES ON RANDMAST"
          EXIT SECTION
       END-IF

       MOVE 'I' TO DRT-ACTIVE(DEPT-IX)
       MOVE "APPLIED" TO TRAN-DISPOSITION
       ADD 1 TO DEACTIVATE-APPLIED-COUNT.

       exit section.


       APPLY-REACTIVATE section.

       IF DEPT-IX = ZERO
          MOVE "REJECTED" TO TRAN-DISPOSITION
          MOVE "DEPT CODE NOT ON DEPTREF" TO TRAN-REASON
          ADD 1 TO REJECT-COUNT
          EXIT SECTION
       END-IF
       IF DRT-ACTIVE(DEPT-IX) = 'A'
          MOVE "REJECTED" TO TRAN-DISPOSITION
          MOVE "DEPT ALREADY ACTIVE" TO TRAN-REASON
          ADD 1 TO REJECT-COUNT
          EXIT SECTION
       END-IF

       MOVE 'A' TO DRT-ACTIVE(DEPT-IX)
       MOVE "APPLIED" TO TRAN-DISPOSITION
       ADD 1 TO REACTIVATE-APPLIED-COUNT.

       exit section.


      * DEPT-IX IS THE TABLE SLOT HOLDING DT-DEPT-CODE, OR ZERO.
       FIND-DEPT-ENTRY section.

       MOVE ZERO TO DEPT-IX
       MOVE ZERO TO K
       PERFORM UNTIL K = DEPT-REF-COUNT OR DEPT-IX > ZERO
          ADD 1 TO K
          IF DRT-CODE(K) = DT-DEPT-CODE
             MOVE K TO DEPT-IX
          END-IF
       END-PERFORM.

       exit section.


       FIND-HEADCOUNT section.

       MOVE ZERO TO BLOCKING-HEADCOUNT
       MOVE ZERO TO HC-IX
       PERFORM UNTIL HC-IX = HEADCOUNT-COUNT
          ADD 1 TO HC-IX
          IF HC-CODE(HC-IX) = DT-DEPT-CODE
             MOVE HC-COUNT(HC-IX) TO BLOCKING-HEADCOUNT
             EXIT PERFORM
          END-IF
       END-PERFORM.

       exit section.


      * ONE SEQUENTIAL PASS OF THE MASTER TALLIES THE ACTIVE
      * EMPLOYEES PER DEPT-CODE.  SEPARATED EMPLOYEES DO NOT BLOCK A
      * DEACTIVATION -- THEY ARE NEVER GENERATED AGAIN.
       COUNT-ACTIVE-HEADCOUNT section.

       MOVE ZERO TO HEADCOUNT-COUNT
       OPEN INPUT RANDOM-MASTER-FILE
       IF RANDMAST-STATUS NOT = "00" AND RANDMAST-STATUS NOT = "05"
          MOVE "RANDMAST" TO IO-FILE-NAME
          MOVE RANDMAST-STATUS TO IO-STATUS
          PERFORM CHECK-IO-STATUS
       END-IF
       MOVE "00" TO RANDMAST-STATUS
       PERFORM UNTIL RANDMAST-STATUS NOT = "00"
          READ RANDOM-MASTER-FILE NEXT RECORD
             AT END
                CONTINUE
             NOT AT END
                ADD 1 TO MASTER-READ-COUNT
                IF MA-STATUS NOT = 'S'
                   PERFORM TALLY-HEADCOUNT
                END-IF
          END-READ
       END-PERFORM
       IF RANDMAST-STATUS NOT = "10"
          MOVE "RANDMAST" TO IO-FILE-NAME
          MOVE RANDMAST-STATUS TO IO-STATUS
          PERFORM CHECK-IO-STATUS
       END-IF
       CLOSE RANDOM-MASTER-FILE

       DISPLAY "MASTER RECORDS READ: " MASTER-READ-COUNT
               " DEPT CODES STAFFED: " HEADCOUNT-COUNT.

       exit section.


       TALLY-HEADCOUNT section.

       MOVE ZERO TO HC-IX
       PERFORM UNTIL HC-IX = HEADCOUNT-COUNT
          ADD 1 TO HC-IX
          IF HC-CODE(HC-IX) = MA-DEPT-CODE
             ADD 1 TO HC-COUNT(HC-IX)
             EXIT SECTION
          END-IF
       END-PERFORM

       IF HEADCOUNT-COUNT >= HEADCOUNT-LIMIT
          DISPLAY "RANDMAST CARRIES MORE THAN " HEADCOUNT-LIMIT
                  " DEPT CODES - HEADCOUNT TABLE FULL"
          MOVE 16 TO RETURN-CODE
          STOP RUN
       END-IF
       ADD 1 TO HEADCOUNT-COUNT
       MOVE MA-DEPT-CODE TO HC-CODE(HEADCOUNT-COUNT)
       MOVE 1 TO HC-COUNT(HEADCOUNT-COUNT).

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


       REWRITE-DEPT-REF section.

       OPEN OUTPUT DEPT-REF-FILE
       MOVE "DEPTREF" TO IO-FILE-NAME
       MOVE DEPTREF-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS
       MOVE ZERO TO K
       PERFORM UNTIL K = DEPT-REF-COUNT
          ADD 1 TO K
          MOVE DRT-CODE(K) TO DR-DEPT-CODE
          MOVE DRT-NAME(K) TO DR-DEPT-NAME
          MOVE DRT-ACTIVE(K) TO DR-ACTIVE-FLAG
          WRITE DEPT-REF-RECORD
          MOVE "DEPTREF" TO IO-FILE-NAME
          MOVE DEPTREF-STATUS TO IO-STATUS
          PERFORM CHECK-IO-STATUS
       END-PERFORM
       CLOSE DEPT-REF-FILE.

       exit section.


       PRINT-DEPT-LINE section.

       IF LINE-COUNT = ZERO OR LINE-COUNT >= LINES-PER-PAGE
          PERFORM PRINT-DEPT-HEADING
       END-IF

       MOVE SPACES TO DEPT-LIST-DETAIL-LINE
       MOVE DT-ACTION TO DL-ACTION
       MOVE DT-DEPT-CODE TO DL-CODE
       IF DT-DEPT-NAME = SPACES AND DEPT-IX > ZERO
          MOVE DRT-NAME(DEPT-IX) TO DL-NAME
       ELSE
          MOVE DT-DEPT-NAME TO DL-NAME
       END-IF
       MOVE TRAN-DISPOSITION TO DL-RESULT
       MOVE TRAN-REASON TO DL-REASON

       MOVE DEPT-LIST-DETAIL-LINE TO DEPT-LIST-LINE
       PERFORM WRITE-DEPT-LINE
       ADD 1 TO LINE-COUNT.

       exit section.


       PRINT-DEPT-HEADING section.

       ADD 1 TO PAGE-COUNT
       MOVE PAGE-COUNT TO DH1-PAGE
       MOVE DEPT-LIST-HEADING-1 TO DEPT-LIST-LINE
       PERFORM WRITE-DEPT-LINE
       MOVE SPACES TO DEPT-LIST-LINE
       PERFORM WRITE-DEPT-LINE
       MOVE DEPT-LIST-HEADING-2 TO DEPT-LIST-LINE
       PERFORM WRITE-DEPT-LINE
       MOVE ZERO TO LINE-COUNT.

       exit section.


       PRINT-DEPT-TOTALS section.

       MOVE SPACES TO DEPT-LIST-LINE
       PERFORM WRITE-DEPT-LINE

       MOVE "TRANSACTIONS READ" TO DT-LABEL
       MOVE TRAN-COUNT TO DT-COUNT
       PERFORM PRINT-TOTAL-LINE

       MOVE "ADDS APPLIED" TO DT-LABEL
       MOVE ADD-APPLIED-COUNT TO DT-COUNT
       PERFORM PRINT-TOTAL-LINE

       MOVE "RENAMES APPLIED" TO DT-LABEL
       MOVE RENAME-APPLIED-COUNT TO DT-COUNT
       PERFORM PRINT-TOTAL-LINE

       MOVE "DEACTIVATIONS APPLIED" TO DT-LABEL
       MOVE DEACTIVATE-APPLIED-COUNT TO DT-COUNT
       PERFORM PRINT-TOTAL-LINE

       MOVE "REACTIVATIONS APPLIED" TO DT-LABEL
       MOVE REACTIVATE-APPLIED-COUNT TO DT-COUNT
       PERFORM PRINT-TOTAL-LINE

       MOVE "TRANSACTIONS REJECTED" TO DT-LABEL
       MOVE REJECT-COUNT TO DT-COUNT
       PERFORM PRINT-TOTAL-LINE

       MOVE "DEPTREF ENTRIES WRITTEN" TO DT-LABEL
       MOVE DEPT-REF-COUNT TO DT-COUNT
       PERFORM PRINT-TOTAL-LINE.

       exit section.


       PRINT-TOTAL-LINE section.

       MOVE SPACES TO DEPT-LIST-LINE
       MOVE DEPT-TOTAL-LINE TO DEPT-LIST-LINE
       PERFORM WRITE-DEPT-LINE
       ADD 1 TO LINE-COUNT.

       exit section.


       WRITE-DEPT-LINE section.

       WRITE DEPT-LIST-LINE
       MOVE "DEPTLIST" TO IO-FILE-NAME
       MOVE DEPTLIST-STATUS TO IO-STATUS
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
