      * AND THE RUN ENDS WITH APPLIED/REJECTED TOTALS.  ANY REJECTED
      * TRANSACTION SETS RETURN-CODE 4 SO THE JOB CAN HOLD DOWNSTREAM
      * STEPS FOR REVIEW.
      *
      * A DELETE TRANSACTION DOES NOT REMOVE THE RECORD: THE
      * EMPLOYEE IS MARKED SEPARATED (MA-STATUS 'S') WITH THE
      * APPLY DATE AS THE SEPARATION DATE, AND RANDPURG REMOVES THE
      * RECORD ONCE IT IS PAST THE RETENTION PERIOD.  AN ADD FOR AN
      * IDENT THAT IS ON THE MASTER AS SEPARATED IS A REHIRE AND
      * REACTIVATES THE SAME RECORD; A CHANGE TO A SEPARATED
      * EMPLOYEE IS REJECTED -- REHIRE THEM WITH AN ADD FIRST.
      *
      * EVERY TRANSACTION APPLIED IS ALSO APPENDED TO THE RANDJRNL
      * MAINTENANCE JOURNAL WITH THE FULL BEFORE AND AFTER
      * MASTER-RECORD IMAGES (BEFORE IS BLANK FOR A NEW HIRE),
      * STAMPED WITH THE PROGRAM NAME AND THE RUN'S START DATE AND
      * TIME, SO RANDBKOU CAN REVERSE THE WHOLE RUN.
      *
      * A TRANSACTION MAY CARRY AN EFFECTIVE DATE (YYYYMMDD) IN
      * COLUMNS 252-259.  A BLANK OR ZERO DATE MEANS TONIGHT.  A
      * DATE ON OR BEFORE THE RUN DATE IS APPLIED NOW AND IS THE
      * HIRE OR SEPARATION DATE IT SETS.  A FUTURE DATE IS NOT
      * APPLIED: THE ACTION CODE AND EMAIL ARE CHECKED AND THE
      * TRANSACTION IS HELD ON THE RANDSUSP PENDING SUSPENSE FILE
      * (LISTED AS PENDING ON TRANLIST).  EVERY RUN -- THE DAILY
      * CHAIN RUNS THIS PROGRAM WITH NO CARDS FOR JUST THIS --
      * APPLIES EACH SUSPENDED TRANSACTION WHOSE EFFECTIVE DATE HAS
      * COME, WITH THE SAME VALIDATION AS A CARD, AND REMOVES IT
      * FROM SUSPENSE WHETHER IT APPLIED OR FAILED.  AN ACTION 'X'
      * CARD CANCELS THE PENDING TRANSACTIONS FOR ITS IDENT -- ONLY
      * THOSE DUE ON ITS EFFECTIVE DATE WHEN ONE IS GIVEN, OTHERWISE
      * ALL OF THEM.  CANCELLATIONS ARE TAKEN FIRST, THEN THE DUE
      * SUSPENSE ENTRIES, THEN THE REMAINING CARDS IN FILE ORDER.
      * THE SUSPLIST LISTING SHOWS WHAT WAS CANCELED, APPLIED OR
      * FAILED FROM SUSPENSE AND EVERYTHING STILL PENDING.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS EMAILDOM-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "RANDJRNL"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS RANDJRNL-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "RANDSUSP"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SU-KEY
              FILE STATUS IS RANDSUSP-STATUS.

           SELECT SUSP-LIST-FILE ASSIGN TO "SUSPLIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SUSPLIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RANDOM-MASTER-FILE.
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

      * READ INTO TRANSACTION-WORK, WHERE A DUE SUSPENSE ENTRY IS
      * ALSO STAGED WHILE RANDTRAN IS CLOSED.
       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD PIC X(259).

       FD  TRAN-LIST-FILE.
       01  TRAN-LIST-LINE PIC X(132).
           05 ED-DOMAIN PIC X(60).
           05 ED-ACTIVE-FLAG PIC X(01).

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

      * PENDING SUSPENSE, KEYED SO A SEQUENTIAL PASS MEETS THE
      * ENTRIES IN EFFECTIVE-DATE ORDER AND, WITHIN A DATE, IN THE
      * ORDER THEY WERE SUBMITTED.
       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           05 SU-KEY.
              10 SU-EFFECTIVE-DATE PIC 9(08).
              10 SU-ENTERED-DATE PIC 9(08).
              10 SU-ENTERED-TIME PIC 9(06).
              10 SU-ENTERED-SEQ PIC 9(06).
           05 SU-TRANSACTION.
              10 SU-ACTION PIC X(01).
              10 SU-IDENT PIC 9(06).
              10 SU-FIRSTNAME PIC X(60).
              10 SU-LASTNAME PIC X(60).
              10 SU-EMAIL PIC X(100).
              10 SU-GENDER PIC X(20).
              10 SU-DEPT-CODE PIC X(04).

       FD  SUSP-LIST-FILE.
       01  SUSP-LIST-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 RANDMAST-STATUS PIC X(02) VALUE SPACES.
       01 RANDTRAN-STATUS PIC X(02) VALUE SPACES.
       01 TRANLIST-STATUS PIC X(02) VALUE SPACES.
       01 EMAILDOM-STATUS PIC X(02) VALUE SPACES.
       01 RANDJRNL-STATUS PIC X(02) VALUE SPACES.
       01 RANDSUSP-STATUS PIC X(02) VALUE SPACES.
       01 SUSPLIST-STATUS PIC X(02) VALUE SPACES.

       01 TRANSACTION-WORK.
          05 TR-TRANSACTION.
             10 TR-ACTION PIC X(01).
             10 TR-IDENT PIC 9(06).
             10 TR-FIRSTNAME PIC X(60).
             10 TR-LASTNAME PIC X(60).
             10 TR-EMAIL PIC X(100).
             10 TR-GENDER PIC X(20).
             10 TR-DEPT-CODE PIC X(04).
          05 TR-EFFECTIVE-DATE PIC X(08).
          05 TR-EFFECTIVE-NUM REDEFINES TR-EFFECTIVE-DATE PIC 9(08).

      * APPROVED EMAIL DOMAIN REFERENCE, MAINTAINED LIKE DEPTREF
      * AND LOADED THE SAME WAY COBMAIN LOADS IT -- A TRANSACTION
       01 IO-STATUS PIC X(02) VALUE SPACES.
       01 IO-FILE-NAME PIC X(10) VALUE SPACES.

       01 RUN-DATE PIC 9(08) VALUE ZERO.
       01 RUN-TIME-AREA.
          05 RUN-TIME PIC 9(06).
          05 FILLER PIC 9(02).

      * HIRE OR SEPARATION DATE THE TRANSACTION BEING APPLIED
      * SETS -- ITS EFFECTIVE DATE, OR THE RUN DATE WHEN IT HAS NONE.
       01 APPLY-DATE PIC 9(08) VALUE ZERO.
       01 EFFECTIVE-VALID PIC X VALUE 'N'.
       01 CANCEL-ALL-DATES PIC X VALUE 'N'.
       01 SUSPENSE-EOF PIC X VALUE 'N'.
       01 CANCEL-MATCH-COUNT PIC 9(04) COMP-5 VALUE ZERO.

       01 JOURNAL-SEQUENCE PIC 9(06) VALUE ZERO.
       01 JOURNAL-BEFORE-IMAGE PIC X(387) VALUE SPACES.

       01 TRAN-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 ADD-APPLIED-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 CHANGE-APPLIED-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 SEPARATE-APPLIED-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 REHIRE-APPLIED-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 REJECT-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 SUSPENDED-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 CANCEL-CARD-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 PENDING-CANCELED-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 DUE-APPLIED-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 DUE-FAILED-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 PENDING-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 SUSP-DISPOSITION PIC X(08) VALUE SPACES.
       01 SUSP-REASON PIC X(30) VALUE SPACES.
       01 TRAN-DISPOSITION PIC X(08) VALUE SPACES.
       01 TRAN-REASON PIC X(30) VALUE SPACES.
       01 COUNT-DISPLAY PIC ZZZ9.
          05 TT-LABEL PIC X(24).
          05 TT-COUNT PIC ZZZ9.

       01 SUSP-LINE-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 SUSP-PAGE-COUNT PIC 9(04) COMP-5 VALUE ZERO.

       01 SUSP-LIST-HEADING-1.
          05 FILLER PIC X(30) VALUE "RANDOMGROUP PENDING SUSPENSE".
          05 FILLER PIC X(10) VALUE "      PAGE".
          05 SH1-PAGE PIC ZZZ9.

       01 SUSP-LIST-HEADING-2.
          05 FILLER PIC X(08) VALUE "ACTION".
          05 FILLER PIC X(08) VALUE "IDENT".
          05 FILLER PIC X(22) VALUE "LAST NAME".
          05 FILLER PIC X(10) VALUE "RESULT".
          05 FILLER PIC X(10) VALUE "EFFECTIVE".
          05 FILLER PIC X(10) VALUE "ENTERED".
          05 FILLER PIC X(30) VALUE "REASON".

       01 SUSP-LIST-DETAIL-LINE.
          05 SL-ACTION PIC X(01).
          05 FILLER    PIC X(07) VALUE SPACES.
          05 SL-IDENT  PIC 9(06).
          05 FILLER    PIC X(02) VALUE SPACES.
          05 SL-LAST   PIC X(20).
          05 FILLER    PIC X(02) VALUE SPACES.
          05 SL-RESULT PIC X(08).
          05 FILLER    PIC X(02) VALUE SPACES.
          05 SL-EFFECTIVE PIC 9(08).
          05 FILLER    PIC X(02) VALUE SPACES.
          05 SL-ENTERED PIC 9(08).
          05 FILLER    PIC X(02) VALUE SPACES.
          05 SL-REASON PIC X(30).

       PROCEDURE DIVISION.

       ACCEPT RUN-DATE FROM DATE YYYYMMDD.
       ACCEPT RUN-TIME-AREA FROM TIME.
       DISPLAY "JOURNAL RUN STAMP: " RUN-DATE " " RUN-TIME

       perform LOAD-EMAIL-DOM.

       OPEN I-O RANDOM-MASTER-FILE.
          PERFORM CHECK-IO-STATUS
       END-IF.

       OPEN OUTPUT TRAN-LIST-FILE.
       MOVE "TRANLIST" TO IO-FILE-NAME
       MOVE TRANLIST-STATUS TO IO-STATUS
       MOVE ZERO TO LINE-COUNT
       MOVE ZERO TO PAGE-COUNT

       OPEN EXTEND JOURNAL-FILE.
       IF RANDJRNL-STATUS = "35"
          OPEN OUTPUT JOURNAL-FILE
       END-IF
       IF RANDJRNL-STATUS NOT = "05"
          MOVE "RANDJRNL" TO IO-FILE-NAME
          MOVE RANDJRNL-STATUS TO IO-STATUS
          PERFORM CHECK-IO-STATUS
       END-IF

       OPEN I-O SUSPENSE-FILE
       IF RANDSUSP-STATUS = "35"
          OPEN OUTPUT SUSPENSE-FILE
          CLOSE SUSPENSE-FILE
          OPEN I-O SUSPENSE-FILE
       END-IF
       MOVE "RANDSUSP" TO IO-FILE-NAME
       MOVE RANDSUSP-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS

       OPEN OUTPUT SUSP-LIST-FILE.
       MOVE "SUSPLIST" TO IO-FILE-NAME
       MOVE SUSPLIST-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS
       MOVE ZERO TO SUSP-LINE-COUNT
       MOVE ZERO TO SUSP-PAGE-COUNT

       perform TAKE-CANCEL-CARDS.

       perform APPLY-DUE-SUSPENSE.

       OPEN INPUT TRANSACTION-FILE.
       MOVE "RANDTRAN" TO IO-FILE-NAME
       MOVE RANDTRAN-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS

       PERFORM UNTIL RANDTRAN-STATUS NOT = "00"
          READ TRANSACTION-FILE INTO TRANSACTION-WORK
             AT END
                CONTINUE
             NOT AT END
                IF TR-ACTION NOT = 'X'
                   ADD 1 TO TRAN-COUNT
                   PERFORM APPLY-CARD
                   PERFORM PRINT-TRAN-LINE
                END-IF
          END-READ
       END-PERFORM


       PERFORM PRINT-TRAN-TOTALS

       perform LIST-PENDING-SUSPENSE.

       PERFORM PRINT-SUSP-TOTALS

       CLOSE TRANSACTION-FILE.
       CLOSE RANDOM-MASTER-FILE.
       CLOSE TRAN-LIST-FILE.
       CLOSE JOURNAL-FILE.
       CLOSE SUSPENSE-FILE.
       CLOSE SUSP-LIST-FILE.

       DISPLAY "TRANSACTIONS READ: " TRAN-COUNT
       DISPLAY "REJECTED:          " REJECT-COUNT
       DISPLAY "HELD AS PENDING:   " SUSPENDED-COUNT
       DISPLAY "DUE FROM SUSPENSE: " DUE-APPLIED-COUNT
               " APPLIED, " DUE-FAILED-COUNT " FAILED"
       DISPLAY "STILL PENDING:     " PENDING-COUNT

       IF REJECT-COUNT > ZERO
          MOVE 4 TO RETURN-CODE
******************Program End*************************


      * A CARD WITH NO EFFECTIVE DATE, OR ONE THAT HAS ALREADY
      * COME, IS APPLIED NOW; A FUTURE-DATED CARD IS HELD ON
      * SUSPENSE UNTIL ITS DATE.
       APPLY-CARD section.

       MOVE SPACES TO TRAN-REASON
       IF TR-EFFECTIVE-DATE = SPACES OR TR-EFFECTIVE-DATE = ZEROS
          MOVE RUN-DATE TO APPLY-DATE
          PERFORM APPLY-TRANSACTION
          EXIT SECTION
       END-IF

       PERFORM VALIDATE-EFFECTIVE-DATE
       IF EFFECTIVE-VALID = 'N'
          MOVE "REJECTED" TO TRAN-DISPOSITION
          MOVE "INVALID EFFECTIVE DATE" TO TRAN-REASON
          ADD 1 TO REJECT-COUNT
          EXIT SECTION
       END-IF

       IF TR-EFFECTIVE-NUM > RUN-DATE
          PERFORM SUSPEND-TRANSACTION
       ELSE
          MOVE TR-EFFECTIVE-NUM TO APPLY-DATE
          PERFORM APPLY-TRANSACTION
       END-IF.

       exit section.


       VALIDATE-EFFECTIVE-DATE section.

       MOVE 'N' TO EFFECTIVE-VALID
       IF TR-EFFECTIVE-DATE IS NUMERIC
          IF FUNCTION TEST-DATE-YYYYMMDD(TR-EFFECTIVE-NUM) = ZERO
             MOVE 'Y' TO EFFECTIVE-VALID
          END-IF
       END-IF.

       exit section.


      * THE ACTION CODE AND EMAIL ARE CHECKED NOW SO A BAD CARD IS
      * TURNED BACK TONIGHT RATHER THAN ON ITS EFFECTIVE DATE; THE
      * MASTER CHECKS (DUPLICATE, NOT FOUND, SEPARATED) CAN ONLY BE
      * MADE WHEN THE ENTRY COMES DUE.  THE KEY CARRIES THE RUN
      * STAMP AND THE CARD NUMBER, SO NO TWO SUBMISSIONS COLLIDE.
       SUSPEND-TRANSACTION section.

       EVALUATE TR-ACTION
          WHEN 'A'
          WHEN 'C'
             PERFORM VALIDATE-EMAIL
             IF EMAIL-VALID = 'N'
                MOVE "REJECTED" TO TRAN-DISPOSITION
                MOVE EMAIL-REJECT-REASON TO TRAN-REASON
                ADD 1 TO REJECT-COUNT
                EXIT SECTION
             END-IF
             MOVE EMAIL-NORM TO TR-EMAIL
          WHEN 'D'
             CONTINUE
          WHEN OTHER
             MOVE "REJECTED" TO TRAN-DISPOSITION
             MOVE "INVALID ACTION CODE" TO TRAN-REASON
             ADD 1 TO REJECT-COUNT
             EXIT SECTION
       END-EVALUATE

       MOVE SPACES TO SUSPENSE-RECORD
       MOVE TR-EFFECTIVE-NUM TO SU-EFFECTIVE-DATE
       MOVE RUN-DATE TO SU-ENTERED-DATE
       MOVE RUN-TIME TO SU-ENTERED-TIME
       MOVE TRAN-COUNT TO SU-ENTERED-SEQ
       MOVE TR-TRANSACTION TO SU-TRANSACTION
       WRITE SUSPENSE-RECORD
          INVALID KEY
             MOVE "REJECTED" TO TRAN-DISPOSITION
             MOVE "DUPLICATE KEY ON SUSPENSE" TO TRAN-REASON
             ADD 1 TO REJECT-COUNT
          NOT INVALID KEY
             MOVE "PENDING" TO TRAN-DISPOSITION
             STRING "HELD UNTIL " DELIMITED BY SIZE
                    TR-EFFECTIVE-DATE DELIMITED BY SIZE
               INTO TRAN-REASON
             END-STRING
             ADD 1 TO SUSPENDED-COUNT
       END-WRITE
       PERFORM CHECK-SUSPENSE-STATUS.

       exit section.


      * A PASS OVER RANDTRAN FOR THE 'X' CANCEL CARDS ALONE, SO AN
      * ENTRY CANCELED TONIGHT IS GONE BEFORE THE DUE ENTRIES ARE
      * APPLIED.  THE OTHER CARDS ARE TAKEN IN THE MAIN PASS.
       TAKE-CANCEL-CARDS section.

       OPEN INPUT TRANSACTION-FILE
       MOVE "RANDTRAN" TO IO-FILE-NAME
       MOVE RANDTRAN-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS

       PERFORM UNTIL RANDTRAN-STATUS NOT = "00"
          READ TRANSACTION-FILE INTO TRANSACTION-WORK
             AT END
                CONTINUE
             NOT AT END
                IF TR-ACTION = 'X'
                   ADD 1 TO TRAN-COUNT
                   PERFORM CANCEL-PENDING
                   PERFORM PRINT-TRAN-LINE
                END-IF
          END-READ
       END-PERFORM
       IF RANDTRAN-STATUS NOT = "10"
          MOVE "RANDTRAN" TO IO-FILE-NAME
          MOVE RANDTRAN-STATUS TO IO-STATUS
          PERFORM CHECK-IO-STATUS
       END-IF

       CLOSE TRANSACTION-FILE.

       exit section.


      * CANCELS THE PENDING ENTRIES FOR THE CARD'S IDENT: ONLY THOSE
      * DUE ON THE CARD'S EFFECTIVE DATE WHEN IT CARRIES ONE,
      * OTHERWISE EVERY ONE.  A CARD THAT MATCHES NOTHING IS
      * REJECTED SO A MISKEYED IDENT OR DATE IS NOT MISSED.
       CANCEL-PENDING section.

       MOVE SPACES TO TRAN-REASON
       MOVE 'Y' TO CANCEL-ALL-DATES
       IF TR-EFFECTIVE-DATE NOT = SPACES
          AND TR-EFFECTIVE-DATE NOT = ZEROS
          PERFORM VALIDATE-EFFECTIVE-DATE
          IF EFFECTIVE-VALID = 'N'
             MOVE "REJECTED" TO TRAN-DISPOSITION
             MOVE "INVALID EFFECTIVE DATE" TO TRAN-REASON
             ADD 1 TO REJECT-COUNT
             EXIT SECTION
          END-IF
          MOVE 'N' TO CANCEL-ALL-DATES
       END-IF

       MOVE ZERO TO CANCEL-MATCH-COUNT
       MOVE 'N' TO SUSPENSE-EOF
       MOVE LOW-VALUES TO SU-KEY
       START SUSPENSE-FILE KEY IS NOT LESS THAN SU-KEY
          INVALID KEY
             MOVE 'Y' TO SUSPENSE-EOF
       END-START
       PERFORM CHECK-SUSPENSE-STATUS

       PERFORM UNTIL SUSPENSE-EOF = 'Y'
          READ SUSPENSE-FILE NEXT RECORD
             AT END
                MOVE 'Y' TO SUSPENSE-EOF
             NOT AT END
                IF SU-IDENT = TR-IDENT
                   AND (CANCEL-ALL-DATES = 'Y'
                        OR SU-EFFECTIVE-DATE = TR-EFFECTIVE-NUM)
                   PERFORM CANCEL-SUSPENSE-ENTRY
                END-IF
          END-READ
          PERFORM CHECK-SUSPENSE-STATUS
       END-PERFORM

       IF CANCEL-MATCH-COUNT = ZERO
          MOVE "REJECTED" TO TRAN-DISPOSITION
          MOVE "NO PENDING TRANSACTION" TO TRAN-REASON
          ADD 1 TO REJECT-COUNT
       ELSE
          MOVE "APPLIED" TO TRAN-DISPOSITION
          MOVE "PENDING TRANSACTIONS CANCELED" TO TRAN-REASON
          ADD 1 TO CANCEL-CARD-COUNT
       END-IF.

       exit section.


       CANCEL-SUSPENSE-ENTRY section.

       DELETE SUSPENSE-FILE RECORD
          INVALID KEY
             MOVE "RANDSUSP" TO IO-FILE-NAME
             MOVE RANDSUSP-STATUS TO IO-STATUS
             PERFORM CHECK-IO-STATUS
       END-DELETE
       PERFORM CHECK-SUSPENSE-STATUS

       ADD 1 TO CANCEL-MATCH-COUNT
       ADD 1 TO PENDING-CANCELED-COUNT
       MOVE "CANCELED" TO SUSP-DISPOSITION
       MOVE "CANCELED BY OPERATOR CARD" TO SUSP-REASON
       PERFORM PRINT-SUSP-LINE.

       exit section.


      * APPLIES EVERY SUSPENDED TRANSACTION WHOSE EFFECTIVE DATE IS
      * ON OR BEFORE THE RUN DATE.  THE KEY LEADS WITH THE EFFECTIVE
      * DATE, SO THE PASS STOPS AT THE FIRST ENTRY STILL IN THE
      * FUTURE.  A DUE ENTRY LEAVES SUSPENSE WHETHER IT APPLIED OR
      * FAILED; A FAILURE (FOR EXAMPLE, AN IDENT SEPARATED SINCE THE
      * ENTRY WAS SUBMITTED) IS REJECTED ON TRANLIST AND FAILED ON
      * SUSPLIST, TO BE CORRECTED AND RESUBMITTED.
       APPLY-DUE-SUSPENSE section.

       MOVE 'N' TO SUSPENSE-EOF
       MOVE LOW-VALUES TO SU-KEY
       START SUSPENSE-FILE KEY IS NOT LESS THAN SU-KEY
          INVALID KEY
             MOVE 'Y' TO SUSPENSE-EOF
       END-START
       PERFORM CHECK-SUSPENSE-STATUS

       PERFORM UNTIL SUSPENSE-EOF = 'Y'
          READ SUSPENSE-FILE NEXT RECORD
             AT END
                MOVE 'Y' TO SUSPENSE-EOF
             NOT AT END
                IF SU-EFFECTIVE-DATE > RUN-DATE
                   MOVE 'Y' TO SUSPENSE-EOF
                ELSE
                   PERFORM APPLY-DUE-ENTRY
                END-IF
          END-READ
          PERFORM CHECK-SUSPENSE-STATUS
       END-PERFORM.

       exit section.


      * THE ENTRY GOES THROUGH APPLY-TRANSACTION EXACTLY AS A CARD
      * WOULD, WITH ITS EFFECTIVE DATE AS THE HIRE OR SEPARATION
      * DATE, AND IS LISTED ON BOTH TRANLIST AND SUSPLIST.
       APPLY-DUE-ENTRY section.

       MOVE SU-TRANSACTION TO TR-TRANSACTION
       MOVE SU-EFFECTIVE-DATE TO TR-EFFECTIVE-NUM
       MOVE SU-EFFECTIVE-DATE TO APPLY-DATE
       PERFORM APPLY-TRANSACTION

       IF TRAN-DISPOSITION = "APPLIED"
          MOVE "APPLIED" TO SUSP-DISPOSITION
          ADD 1 TO DUE-APPLIED-COUNT
       ELSE
          MOVE "FAILED" TO SUSP-DISPOSITION
          ADD 1 TO DUE-FAILED-COUNT
       END-IF
       MOVE TRAN-REASON TO SUSP-REASON
       IF TRAN-REASON = SPACES
          MOVE "DUE FROM SUSPENSE" TO TRAN-REASON
       END-IF
       PERFORM PRINT-TRAN-LINE

       DELETE SUSPENSE-FILE RECORD
          INVALID KEY
             MOVE "RANDSUSP" TO IO-FILE-NAME
             MOVE RANDSUSP-STATUS TO IO-STATUS
             PERFORM CHECK-IO-STATUS
       END-DELETE
       PERFORM CHECK-SUSPENSE-STATUS
       PERFORM PRINT-SUSP-LINE.

       exit section.


      * LISTS WHAT IS LEFT ON SUSPENSE AFTER THE RUN, INCLUDING THE
      * CARDS HELD TONIGHT.
       LIST-PENDING-SUSPENSE section.

       MOVE 'N' TO SUSPENSE-EOF
       MOVE LOW-VALUES TO SU-KEY
       START SUSPENSE-FILE KEY IS NOT LESS THAN SU-KEY
          INVALID KEY
             MOVE 'Y' TO SUSPENSE-EOF
       END-START
       PERFORM CHECK-SUSPENSE-STATUS

       PERFORM UNTIL SUSPENSE-EOF = 'Y'
          READ SUSPENSE-FILE NEXT RECORD
             AT END
                MOVE 'Y' TO SUSPENSE-EOF
             NOT AT END
                ADD 1 TO PENDING-COUNT
                MOVE "PENDING" TO SUSP-DISPOSITION
                MOVE "AWAITING EFFECTIVE DATE" TO SUSP-REASON
                PERFORM PRINT-SUSP-LINE
          END-READ
          PERFORM CHECK-SUSPENSE-STATUS
       END-PERFORM.

       exit section.


       APPLY-TRANSACTION section.

      * ADDS AND CHANGES CARRY AN EMAIL ONTO THE MASTER, SO THE
                ADD 1 TO REJECT-COUNT
             END-IF
          WHEN 'D'
             PERFORM APPLY-SEPARATE
          WHEN OTHER
             MOVE "REJECTED" TO TRAN-DISPOSITION
             MOVE "INVALID ACTION CODE" TO TRAN-REASON
       exit section.


      * THE MASTER IS READ FIRST: AN IDENT NOT ON FILE IS A NEW
      * HIRE AND IS WRITTEN, AN IDENT ON FILE AS SEPARATED IS A
      * REHIRE AND THE SAME RECORD IS REACTIVATED, AND AN ACTIVE
      * IDENT IS A DUPLICATE.
       APPLY-ADD section.

       MOVE TR-IDENT TO MA-IDENT
       READ RANDOM-MASTER-FILE
          INVALID KEY
             CONTINUE
          NOT INVALID KEY
             IF MA-STATUS = 'S'
                PERFORM APPLY-REHIRE
             ELSE
                MOVE "REJECTED" TO TRAN-DISPOSITION
                MOVE "DUPLICATE KEY ON MASTER" TO TRAN-REASON
                ADD 1 TO REJECT-COUNT
             END-IF
             EXIT SECTION
       END-READ
       PERFORM CHECK-MASTER-STATUS

       MOVE TR-IDENT TO MA-IDENT
       MOVE TR-FIRSTNAME TO MA-FIRSTNAME
       MOVE TR-LASTNAME TO MA-LASTNAME
       MOVE TR-EMAIL TO MA-EMAIL
       MOVE TR-GENDER TO MA-GENDER
       MOVE TR-DEPT-CODE TO MA-DEPT-CODE
       MOVE FUNCTION UPPER-CASE(TR-LASTNAME)
         TO MA-KEY-LASTNAME
       MOVE FUNCTION UPPER-CASE(TR-FIRSTNAME)
         TO MA-KEY-FIRSTNAME
       MOVE 'A' TO MA-STATUS
       MOVE APPLY-DATE TO MA-HIRE-DATE
       MOVE ZERO TO MA-SEP-DATE
       WRITE MASTER-RECORD
          INVALID KEY
             MOVE "REJECTED" TO TRAN-DISPOSITION
          NOT INVALID KEY
             MOVE "APPLIED" TO TRAN-DISPOSITION
             ADD 1 TO ADD-APPLIED-COUNT
             MOVE SPACES TO JOURNAL-BEFORE-IMAGE
             PERFORM WRITE-JOURNAL
       END-WRITE
       PERFORM CHECK-MASTER-STATUS.

       exit section.


      * THE SEPARATED RECORD JUST READ BY APPLY-ADD TAKES THE
      * TRANSACTION'S FIELDS, A NEW HIRE DATE AND A CLEARED
      * SEPARATION DATE.
       APPLY-REHIRE section.

       MOVE MASTER-RECORD TO JOURNAL-BEFORE-IMAGE
       MOVE TR-FIRSTNAME TO MA-FIRSTNAME
       MOVE TR-LASTNAME TO MA-LASTNAME
       MOVE TR-EMAIL TO MA-EMAIL
       MOVE TR-GENDER TO MA-GENDER
       MOVE TR-DEPT-CODE TO MA-DEPT-CODE
       MOVE FUNCTION UPPER-CASE(TR-LASTNAME)
         TO MA-KEY-LASTNAME
       MOVE FUNCTION UPPER-CASE(TR-FIRSTNAME)
         TO MA-KEY-FIRSTNAME
       MOVE 'A' TO MA-STATUS
       MOVE APPLY-DATE TO MA-HIRE-DATE
       MOVE ZERO TO MA-SEP-DATE
       REWRITE MASTER-RECORD
          INVALID KEY
             MOVE "REJECTED" TO TRAN-DISPOSITION
             MOVE "REWRITE FAILED ON MASTER" TO TRAN-REASON
             ADD 1 TO REJECT-COUNT
          NOT INVALID KEY
             MOVE "APPLIED" TO TRAN-DISPOSITION
             MOVE "REHIRED - REACTIVATED" TO TRAN-REASON
             ADD 1 TO REHIRE-APPLIED-COUNT
             PERFORM WRITE-JOURNAL
       END-REWRITE
       PERFORM CHECK-MASTER-STATUS.

       exit section.


       APPLY-CHANGE section.

       MOVE TR-IDENT TO MA-IDENT
             MOVE "KEY NOT FOUND ON MASTER" TO TRAN-REASON
             ADD 1 TO REJECT-COUNT
          NOT INVALID KEY
             IF MA-STATUS = 'S'
                MOVE "REJECTED" TO TRAN-DISPOSITION
                MOVE "IDENT IS SEPARATED" TO TRAN-REASON
                ADD 1 TO REJECT-COUNT
             ELSE
                MOVE MASTER-RECORD TO JOURNAL-BEFORE-IMAGE
                MOVE TR-FIRSTNAME TO MA-FIRSTNAME
                MOVE TR-LASTNAME TO MA-LASTNAME
                MOVE TR-EMAIL TO MA-EMAIL
                MOVE TR-GENDER TO MA-GENDER
                MOVE TR-DEPT-CODE TO MA-DEPT-CODE
                MOVE FUNCTION UPPER-CASE(TR-LASTNAME)
                  TO MA-KEY-LASTNAME
                MOVE FUNCTION UPPER-CASE(TR-FIRSTNAME)
                  TO MA-KEY-FIRSTNAME
                REWRITE MASTER-RECORD
                   INVALID KEY
                      MOVE "REJECTED" TO TRAN-DISPOSITION
                      MOVE "REWRITE FAILED ON MASTER" TO TRAN-REASON
                      ADD 1 TO REJECT-COUNT
                   NOT INVALID KEY
                      MOVE "APPLIED" TO TRAN-DISPOSITION
                      ADD 1 TO CHANGE-APPLIED-COUNT
                      PERFORM WRITE-JOURNAL
                END-REWRITE
             END-IF
       END-READ
       PERFORM CHECK-MASTER-STATUS.

       exit section.


      * A DELETE MARKS THE EMPLOYEE SEPARATED AS OF THE APPLY DATE;
      * THE RECORD ITSELF STAYS ON THE MASTER UNTIL RANDPURG.
       APPLY-SEPARATE section.

       MOVE TR-IDENT TO MA-IDENT
       READ RANDOM-MASTER-FILE
          INVALID KEY
             MOVE "REJECTED" TO TRAN-DISPOSITION
             MOVE "KEY NOT FOUND ON MASTER" TO TRAN-REASON
             ADD 1 TO REJECT-COUNT
          NOT INVALID KEY
             IF MA-STATUS = 'S'
                MOVE "REJECTED" TO TRAN-DISPOSITION
                MOVE "IDENT ALREADY SEPARATED" TO TRAN-REASON
                ADD 1 TO REJECT-COUNT
             ELSE
                MOVE MASTER-RECORD TO JOURNAL-BEFORE-IMAGE
                MOVE 'S' TO MA-STATUS
                MOVE APPLY-DATE TO MA-SEP-DATE
                REWRITE MASTER-RECORD
                   INVALID KEY
                      MOVE "REJECTED" TO TRAN-DISPOSITION
                      MOVE "REWRITE FAILED ON MASTER" TO TRAN-REASON
                      ADD 1 TO REJECT-COUNT
                   NOT INVALID KEY
                      MOVE "APPLIED" TO TRAN-DISPOSITION
                      MOVE "SEPARATED" TO TRAN-REASON
                      ADD 1 TO SEPARATE-APPLIED-COUNT
                      PERFORM WRITE-JOURNAL
                END-REWRITE
             END-IF
       END-READ
       PERFORM CHECK-MASTER-STATUS.

       exit section.


      * ONE JOURNAL RECORD PER APPLIED TRANSACTION: THE BEFORE
      * IMAGE THE CALLER SAVED AND THE AFTER IMAGE NOW IN THE
      * RECORD AREA.  THE SEQUENCE NUMBER ORDERS THE RUN'S ACTIONS
      * SO A BACKOUT CAN REVERSE THEM LAST-FIRST.
       WRITE-JOURNAL section.

       ADD 1 TO JOURNAL-SEQUENCE
       MOVE SPACES TO JOURNAL-RECORD
       MOVE "RANDMNT" TO JR-PROGRAM
       MOVE RUN-DATE TO JR-RUN-DATE
       MOVE RUN-TIME TO JR-RUN-TIME
       MOVE JOURNAL-SEQUENCE TO JR-SEQUENCE
       MOVE TR-ACTION TO JR-ACTION
       MOVE MA-IDENT TO JR-IDENT
       MOVE JOURNAL-BEFORE-IMAGE TO JR-BEFORE-IMAGE
       MOVE MASTER-RECORD TO JR-AFTER-IMAGE
       WRITE JOURNAL-RECORD
       MOVE "RANDJRNL" TO IO-FILE-NAME
       MOVE RANDJRNL-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS.

       exit section.


       PRINT-TRAN-LINE section.

       IF LINE-COUNT = ZERO OR LINE-COUNT >= LINES-PER-PAGE
       MOVE CHANGE-APPLIED-COUNT TO TT-COUNT
       PERFORM PRINT-TOTAL-LINE

       MOVE "REHIRES APPLIED" TO TT-LABEL
       MOVE REHIRE-APPLIED-COUNT TO TT-COUNT
       PERFORM PRINT-TOTAL-LINE

       MOVE "SEPARATIONS APPLIED" TO TT-LABEL
       MOVE SEPARATE-APPLIED-COUNT TO TT-COUNT
       PERFORM PRINT-TOTAL-LINE

       MOVE "CANCEL CARDS APPLIED" TO TT-LABEL
       MOVE CANCEL-CARD-COUNT TO TT-COUNT
       PERFORM PRINT-TOTAL-LINE

       MOVE "HELD AS PENDING" TO TT-LABEL
       MOVE SUSPENDED-COUNT TO TT-COUNT
       PERFORM PRINT-TOTAL-LINE

       MOVE "DUE FROM SUSPENSE" TO TT-LABEL
       COMPUTE TT-COUNT = DUE-APPLIED-COUNT + DUE-FAILED-COUNT
       PERFORM PRINT-TOTAL-LINE

       MOVE "TRANSACTIONS REJECTED" TO TT-LABEL
       exit section.


       PRINT-SUSP-LINE section.

       IF SUSP-LINE-COUNT = ZERO
          OR SUSP-LINE-COUNT >= LINES-PER-PAGE
          PERFORM PRINT-SUSP-HEADING
       END-IF

       MOVE SPACES TO SUSP-LIST-DETAIL-LINE
       MOVE SU-ACTION TO SL-ACTION
       MOVE SU-IDENT TO SL-IDENT
       MOVE SU-LASTNAME TO SL-LAST
       MOVE SUSP-DISPOSITION TO SL-RESULT
       MOVE SU-EFFECTIVE-DATE TO SL-EFFECTIVE
       MOVE SU-ENTERED-DATE TO SL-ENTERED
       MOVE SUSP-REASON TO SL-REASON

       MOVE SUSP-LIST-DETAIL-LINE TO SUSP-LIST-LINE
       PERFORM WRITE-SUSP-LINE.

       exit section.


       PRINT-SUSP-HEADING section.

       ADD 1 TO SUSP-PAGE-COUNT
       MOVE SUSP-PAGE-COUNT TO SH1-PAGE
       MOVE SUSP-LIST-HEADING-1 TO SUSP-LIST-LINE
       PERFORM WRITE-SUSP-LINE
       MOVE SPACES TO SUSP-LIST-LINE
       PERFORM WRITE-SUSP-LINE
       MOVE SUSP-LIST-HEADING-2 TO SUSP-LIST-LINE
       PERFORM WRITE-SUSP-LINE
       MOVE ZERO TO SUSP-LINE-COUNT.

       exit section.


       PRINT-SUSP-TOTALS section.

       IF SUSP-LINE-COUNT = ZERO
          PERFORM PRINT-SUSP-HEADING
       END-IF

       MOVE SPACES TO SUSP-LIST-LINE
       PERFORM WRITE-SUSP-LINE

       MOVE "PENDING CANCELED" TO TT-LABEL
       MOVE PENDING-CANCELED-COUNT TO TT-COUNT
       PERFORM PRINT-SUSP-TOTAL-LINE

       MOVE "DUE ENTRIES APPLIED" TO TT-LABEL
       MOVE DUE-APPLIED-COUNT TO TT-COUNT
       PERFORM PRINT-SUSP-TOTAL-LINE

       MOVE "DUE ENTRIES FAILED" TO TT-LABEL
       MOVE DUE-FAILED-COUNT TO TT-COUNT
       PERFORM PRINT-SUSP-TOTAL-LINE

       MOVE "HELD AS PENDING TONIGHT" TO TT-LABEL
       MOVE SUSPENDED-COUNT TO TT-COUNT
       PERFORM PRINT-SUSP-TOTAL-LINE

       MOVE "STILL PENDING" TO TT-LABEL
       MOVE PENDING-COUNT TO TT-COUNT
       PERFORM PRINT-SUSP-TOTAL-LINE.

       exit section.


       PRINT-SUSP-TOTAL-LINE section.

       MOVE SPACES TO SUSP-LIST-LINE
       MOVE TRAN-TOTAL-LINE TO SUSP-LIST-LINE
       PERFORM WRITE-SUSP-LINE.

       exit section.


       WRITE-SUSP-LINE section.

       WRITE SUSP-LIST-LINE
       MOVE "SUSPLIST" TO IO-FILE-NAME
       MOVE SUSPLIST-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS
       ADD 1 TO SUSP-LINE-COUNT.

       exit section.


       LOAD-EMAIL-DOM section.

       MOVE ZERO TO EMAIL-DOM-COUNT
       exit section.


      * THE SAME HARD STOP FOR THE SUSPENSE FILE.  END OF FILE (10)
      * AND INVALID KEY (2X) ARE HANDLED WHERE THEY ARISE.
       CHECK-SUSPENSE-STATUS section.

       IF RANDSUSP-STATUS NOT = "00"
          AND RANDSUSP-STATUS NOT = "10"
          AND RANDSUSP-STATUS(1:1) NOT = '2'
          MOVE "RANDSUSP" TO IO-FILE-NAME
          MOVE RANDSUSP-STATUS TO IO-STATUS
          PERFORM CHECK-IO-STATUS
       END-IF.

       exit section.


       CHECK-IO-STATUS section.

       IF IO-STATUS NOT = "00"
