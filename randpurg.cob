       IDENTIFICATION DIVISION.
       PROGRAM-ID. randpurg.
      ******************************************************************
      * RANDOMGROUP MASTER PURGE OF SEPARATED EMPLOYEES.
      *
      * RANDPOST AND RANDMNT NEVER DELETE FROM THE KEYED RANDOMGROUP
      * MASTER (RANDMAST) -- A DROPPED OR DELETED EMPLOYEE IS MARKED
      * SEPARATED (MA-STATUS 'S') WITH THE SEPARATION DATE, SO A
      * REHIRE OF THE SAME IDENT CAN REACTIVATE THE RECORD.  THIS
      * JOB IS WHAT PHYSICALLY REMOVES THEM: ONE SEQUENTIAL PASS
      * OVER THE MASTER DELETES EVERY SEPARATED RECORD WHOSE
      * SEPARATION DATE IS OLDER THAN THE RETENTION PERIOD ON THE
      * PURGCARD CONTROL CARD (COLUMNS 1-4, DAYS).  A RECORD
      * SEPARATED ON THE CUTOFF DATE ITSELF OR LATER IS KEPT.
      *
      * EVERY PURGED RECORD IS LISTED ON PURGLIST IN THE TRANLIST
      * LAYOUT (ACTION P) WITH ITS SEPARATION DATE, AND THE RUN ENDS
      * WITH TOTALS.  A SEPARATED RECORD WITHOUT A VALID SEPARATION
      * DATE CANNOT BE AGED, SO IT IS KEPT AND LISTED AS REJECTED
      * AND THE RUN ENDS WITH RETURN-CODE 4.  A MISSING, NON-NUMERIC
      * OR ZERO RETENTION ENDS THE RUN WITH RC 16 BEFORE THE MASTER
      * IS OPENED -- A PURGE IS NEVER RUN ON A DEFAULT.
      *
      * EVERY PURGED RECORD IS FIRST APPENDED TO THE RANDJRNL
      * MAINTENANCE JOURNAL AS A DELETE WITH ITS FULL BEFORE IMAGE,
      * SO RANDBKOU CAN PUT BACK A PURGE RUN WITH A WRONG RETENTION.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO "PURGCARD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PURGCARD-STATUS.

           SELECT RANDOM-MASTER-FILE ASSIGN TO "RANDMAST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS MA-IDENT
              FILE STATUS IS RANDMAST-STATUS.

           SELECT PURGE-LIST-FILE ASSIGN TO "PURGLIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PURGLIST-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "RANDJRNL"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS RANDJRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01  CONTROL-CARD-RECORD.
           05 CC-RETENTION-DAYS PIC X(04).

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

       FD  PURGE-LIST-FILE.
       01  PURGE-LIST-LINE PIC X(132).

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

       WORKING-STORAGE SECTION.

       01 PURGCARD-STATUS PIC X(02) VALUE SPACES.
       01 RANDMAST-STATUS PIC X(02) VALUE SPACES.
       01 PURGLIST-STATUS PIC X(02) VALUE SPACES.
       01 RANDJRNL-STATUS PIC X(02) VALUE SPACES.

       01 IO-STATUS PIC X(02) VALUE SPACES.
       01 IO-FILE-NAME PIC X(10) VALUE SPACES.

       01 RUN-DATE PIC 9(08) VALUE ZERO.
       01 RUN-TIME-AREA.
          05 RUN-TIME PIC 9(06).
          05 FILLER PIC 9(02).
       01 JOURNAL-SEQUENCE PIC 9(06) VALUE ZERO.
       01 RETENTION-DAYS PIC 9(04) VALUE ZERO.
       01 CUTOFF-DATE PIC 9(08) VALUE ZERO.

       01 MASTER-EOF PIC X VALUE 'N'.
       01 MASTER-READ-COUNT PIC 9(06) COMP-5 VALUE ZERO.
       01 ACTIVE-KEPT-COUNT PIC 9(06) COMP-5 VALUE ZERO.
       01 SEPARATED-KEPT-COUNT PIC 9(06) COMP-5 VALUE ZERO.
       01 PURGED-COUNT PIC 9(06) COMP-5 VALUE ZERO.
       01 REJECT-COUNT PIC 9(06) COMP-5 VALUE ZERO.
       01 PURGE-DISPOSITION PIC X(08) VALUE SPACES.
       01 PURGE-REASON PIC X(30) VALUE SPACES.

       01 LINE-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 LINES-PER-PAGE PIC 9(04) COMP-5 VALUE 60.
       01 PAGE-COUNT PIC 9(04) COMP-5 VALUE ZERO.

       01 PURGE-LIST-HEADING-1.
          05 FILLER PIC X(30) VALUE "RANDOMGROUP MASTER PURGE".
          05 FILLER PIC X(10) VALUE "      PAGE".
          05 PH1-PAGE PIC ZZZ9.

       01 PURGE-LIST-HEADING-2.
          05 FILLER PIC X(08) VALUE "ACTION".
          05 FILLER PIC X(08) VALUE "IDENT".
          05 FILLER PIC X(22) VALUE "LAST NAME".
          05 FILLER PIC X(10) VALUE "RESULT".
          05 FILLER PIC X(30) VALUE "REASON".

       01 PURGE-PARM-LINE.
          05 FILLER PIC X(16) VALUE "RETENTION DAYS: ".
          05 PP-DAYS PIC ZZZ9.
          05 FILLER PIC X(30)
             VALUE "   PURGING SEPARATIONS BEFORE ".
          05 PP-CUTOFF PIC 9(08).

       01 PURGE-LIST-DETAIL-LINE.
          05 PL-ACTION PIC X(01).
          05 FILLER    PIC X(07) VALUE SPACES.
          05 PL-IDENT  PIC 9(06).
          05 FILLER    PIC X(02) VALUE SPACES.
          05 PL-LAST   PIC X(20).
          05 FILLER    PIC X(02) VALUE SPACES.
          05 PL-RESULT PIC X(08).
          05 FILLER    PIC X(02) VALUE SPACES.
          05 PL-REASON PIC X(30).

       01 PURGE-TOTAL-LINE.
          05 PT-LABEL PIC X(24).
          05 PT-COUNT PIC ZZZZZ9.

       PROCEDURE DIVISION.

       ACCEPT RUN-DATE FROM DATE YYYYMMDD.
       ACCEPT RUN-TIME-AREA FROM TIME.
       DISPLAY "JOURNAL RUN STAMP: " RUN-DATE " " RUN-TIME

       perform READ-RETENTION-CARD.

       COMPUTE CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
          (FUNCTION INTEGER-OF-DATE(RUN-DATE) - RETENTION-DAYS)

       DISPLAY "PURGING SEPARATIONS BEFORE " CUTOFF-DATE
               " (RETENTION " RETENTION-DAYS " DAYS)"

       OPEN OUTPUT PURGE-LIST-FILE.
       MOVE "PURGLIST" TO IO-FILE-NAME
       MOVE PURGLIST-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS
       MOVE ZERO TO LINE-COUNT
       MOVE ZERO TO PAGE-COUNT
       PERFORM PRINT-PURGE-HEADING

       perform PURGE-PASS.
       perform PRINT-PURGE-TOTALS.

       CLOSE PURGE-LIST-FILE.

       DISPLAY "MASTER RECORDS READ: " MASTER-READ-COUNT
       DISPLAY "RECORDS PURGED:      " PURGED-COUNT
       DISPLAY "REJECTED:            " REJECT-COUNT

       IF REJECT-COUNT > ZERO
          MOVE 4 TO RETURN-CODE
       END-IF.

       stop run.

******************Program End*************************


       READ-RETENTION-CARD section.

       OPEN INPUT CONTROL-CARD-FILE
       MOVE "PURGCARD" TO IO-FILE-NAME
       MOVE PURGCARD-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS
       READ CONTROL-CARD-FILE
          AT END
             DISPLAY "PURGCARD SUPPLIED NO CONTROL CARD"
             MOVE 16 TO RETURN-CODE
             STOP RUN
          NOT AT END
             IF CC-RETENTION-DAYS IS NUMERIC
                MOVE CC-RETENTION-DAYS TO RETENTION-DAYS
             ELSE
                DISPLAY "PURGCARD RETENTION IS NOT NUMERIC: "
                        CC-RETENTION-DAYS
                MOVE 16 TO RETURN-CODE
                STOP RUN
             END-IF
       END-READ
       CLOSE CONTROL-CARD-FILE

       IF RETENTION-DAYS = ZERO
          DISPLAY "PURGCARD RETENTION OF ZERO DAYS REFUSED"
          MOVE 16 TO RETURN-CODE
          STOP RUN
       END-IF.

       exit section.


      * ONE SEQUENTIAL PASS OVER THE MASTER.  A DELETE IN
      * SEQUENTIAL ACCESS REMOVES THE RECORD JUST READ, SO THE
      * PASS CARRIES ON FROM THE NEXT KEY.
       PURGE-PASS section.

       OPEN I-O RANDOM-MASTER-FILE
       IF RANDMAST-STATUS NOT = "00" AND RANDMAST-STATUS NOT = "05"
          MOVE "RANDMAST" TO IO-FILE-NAME
          MOVE RANDMAST-STATUS TO IO-STATUS
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

       PERFORM UNTIL MASTER-EOF = 'Y'
          READ RANDOM-MASTER-FILE
             AT END
                MOVE 'Y' TO MASTER-EOF
             NOT AT END
                ADD 1 TO MASTER-READ-COUNT
                PERFORM PURGE-ONE-RECORD
          END-READ
       END-PERFORM
       IF RANDMAST-STATUS NOT = "10"
          MOVE "RANDMAST" TO IO-FILE-NAME
          MOVE RANDMAST-STATUS TO IO-STATUS
          PERFORM CHECK-IO-STATUS
       END-IF

       CLOSE RANDOM-MASTER-FILE.
       CLOSE JOURNAL-FILE.

       exit section.


       PURGE-ONE-RECORD section.

       IF MA-STATUS NOT = 'S'
          ADD 1 TO ACTIVE-KEPT-COUNT
          EXIT SECTION
       END-IF

       IF MA-SEP-DATE IS NOT NUMERIC
          OR FUNCTION TEST-DATE-YYYYMMDD(MA-SEP-DATE) NOT = 0
          MOVE "REJECTED" TO PURGE-DISPOSITION
          MOVE "NO VALID SEPARATION DATE" TO PURGE-REASON
          ADD 1 TO REJECT-COUNT
          PERFORM PRINT-PURGE-LINE
          EXIT SECTION
       END-IF

       IF MA-SEP-DATE NOT < CUTOFF-DATE
          ADD 1 TO SEPARATED-KEPT-COUNT
          EXIT SECTION
       END-IF

       PERFORM WRITE-JOURNAL
       DELETE RANDOM-MASTER-FILE RECORD
       MOVE "RANDMAST" TO IO-FILE-NAME
       MOVE RANDMAST-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS
       ADD 1 TO PURGED-COUNT
       MOVE "PURGED" TO PURGE-DISPOSITION
       MOVE SPACES TO PURGE-REASON
       STRING "SEPARATED " DELIMITED BY SIZE
              MA-SEP-DATE DELIMITED BY SIZE
              INTO PURGE-REASON
       PERFORM PRINT-PURGE-LINE.

       exit section.


      * ONE JOURNAL RECORD PER PURGE, WRITTEN AS A DELETE AHEAD OF
      * THE DELETE ITSELF: THE BEFORE IMAGE IS THE RECORD JUST READ
      * AND THE AFTER IMAGE IS LEFT BLANK.
       WRITE-JOURNAL section.

       ADD 1 TO JOURNAL-SEQUENCE
       MOVE SPACES TO JOURNAL-RECORD
       MOVE "RANDPURG" TO JR-PROGRAM
       MOVE RUN-DATE TO JR-RUN-DATE
       MOVE RUN-TIME TO JR-RUN-TIME
       MOVE JOURNAL-SEQUENCE TO JR-SEQUENCE
       MOVE 'D' TO JR-ACTION
       MOVE MA-IDENT TO JR-IDENT
       MOVE MASTER-RECORD TO JR-BEFORE-IMAGE
       WRITE JOURNAL-RECORD
       MOVE "RANDJRNL" TO IO-FILE-NAME
       MOVE RANDJRNL-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS.

       exit section.


       PRINT-PURGE-LINE section.

       IF LINE-COUNT >= LINES-PER-PAGE
          PERFORM PRINT-PURGE-HEADING
       END-IF

       MOVE SPACES TO PURGE-LIST-DETAIL-LINE
       MOVE 'P' TO PL-ACTION
       MOVE MA-IDENT TO PL-IDENT
       MOVE MA-LASTNAME TO PL-LAST
       MOVE PURGE-DISPOSITION TO PL-RESULT
       MOVE PURGE-REASON TO PL-REASON

       MOVE PURGE-LIST-DETAIL-LINE TO PURGE-LIST-LINE
       PERFORM WRITE-PURGE-LINE
       ADD 1 TO LINE-COUNT.

       exit section.


       PRINT-PURGE-HEADING section.

       ADD 1 TO PAGE-COUNT
       MOVE PAGE-COUNT TO PH1-PAGE
       MOVE PURGE-LIST-HEADING-1 TO PURGE-LIST-LINE
       PERFORM WRITE-PURGE-LINE
       MOVE RETENTION-DAYS TO PP-DAYS
       MOVE CUTOFF-DATE TO PP-CUTOFF
       MOVE PURGE-PARM-LINE TO PURGE-LIST-LINE
       PERFORM WRITE-PURGE-LINE
       MOVE SPACES TO PURGE-LIST-LINE
       PERFORM WRITE-PURGE-LINE
       MOVE PURGE-LIST-HEADING-2 TO PURGE-LIST-LINE
       PERFORM WRITE-PURGE-LINE
       MOVE ZERO TO LINE-COUNT.

       exit section.


       PRINT-PURGE-TOTALS section.

       MOVE SPACES TO PURGE-LIST-LINE
       PERFORM WRITE-PURGE-LINE

       MOVE "MASTER RECORDS READ" TO PT-LABEL
       MOVE MASTER-READ-COUNT TO PT-COUNT
       PERFORM PRINT-TOTAL-LINE

       MOVE "ACTIVE RECORDS KEPT" TO PT-LABEL
       MOVE ACTIVE-KEPT-COUNT TO PT-COUNT
       PERFORM PRINT-TOTAL-LINE

       MOVE "SEPARATED, RETAINED" TO PT-LABEL
       MOVE SEPARATED-KEPT-COUNT TO PT-COUNT
       PERFORM PRINT-TOTAL-LINE

       MOVE "RECORDS PURGED" TO PT-LABEL
       MOVE PURGED-COUNT TO PT-COUNT
       PERFORM PRINT-TOTAL-LINE

       MOVE "RECORDS REJECTED" TO PT-LABEL
       MOVE REJECT-COUNT TO PT-COUNT
       PERFORM PRINT-TOTAL-LINE.

       exit section.


       PRINT-TOTAL-LINE section.

       MOVE SPACES TO PURGE-LIST-LINE
       MOVE PURGE-TOTAL-LINE TO PURGE-LIST-LINE
       PERFORM WRITE-PURGE-LINE
       ADD 1 TO LINE-COUNT.

       exit section.


       WRITE-PURGE-LINE section.

       WRITE PURGE-LIST-LINE
       MOVE "PURGLIST" TO IO-FILE-NAME
       MOVE PURGLIST-STATUS TO IO-STATUS
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
