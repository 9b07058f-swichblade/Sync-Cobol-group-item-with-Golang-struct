      * GENERATED AND APPLIED IN THE SAME PASS:
      *   ON RANDOUT ONLY            ADD TO THE MASTER
      *   ON BOTH, FIELDS DIFFER     CHANGE (REWRITE) THE MASTER
      *   ON BOTH, MASTER SEPARATED  REHIRE (REACTIVATE) THE MASTER
      *   ON MASTER ONLY, ACTIVE     MARK SEPARATED ON THE MASTER
      * NOTHING IS PHYSICALLY DELETED HERE: A DROPPED EMPLOYEE KEEPS
      * THE MASTER RECORD WITH MA-STATUS 'S' AND THE SEPARATION
      * DATE, AND ONLY THE RANDPURG JOB REMOVES SEPARATED RECORDS
      * ONCE THEY ARE PAST THE RETENTION PERIOD.
      * EVERY ACTION IS ECHOED TO THE POSTLIST LISTING AS APPLIED OR
      * REJECTED WITH A REASON, WITH TOTALS AT THE END, THE SAME WAY
      * RANDMNT'S TRANLIST REPORTS HAND-KEYED ACTIVITY.  ANY REJECT
      * SETS RETURN-CODE 4 SO THE JOB CAN HOLD DOWNSTREAM STEPS.
      * AN EMPTY RANDOUT AGAINST A NON-EMPTY MASTER IS REFUSED WITH
      * RETURN-CODE 16 -- IT WOULD OTHERWISE SEPARATE THE WHOLE
      * MASTER IN ONE PASS.  RANDMNT STAYS IN PLACE FOR MANUAL
      * CORRECTIONS ONLY.
      *
      * EVERY ADD, CHANGE, SEPARATION AND REHIRE APPLIED IS ALSO
      * APPENDED TO THE RANDJRNL MAINTENANCE JOURNAL WITH THE FULL
      * BEFORE AND AFTER MASTER-RECORD IMAGES (BEFORE IS BLANK FOR
      * AN ADD), STAMPED WITH THE PROGRAM NAME AND THE RUN'S START
      * DATE AND TIME, SO RANDBKOU CAN REVERSE THE WHOLE RUN.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS POSTLIST-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "RANDJRNL"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS RANDJRNL-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.

           SELECT RUN-STATE-FILE ASSIGN TO "RUNSTATE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS RS-RUN-DATE
              FILE STATUS IS RUNSTATE-STATUS.

           SELECT RUN-OVERRIDE-FILE ASSIGN TO "RUNOVRD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNOVRD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RANDOM-OUT-FILE.
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

       FD  POST-LIST-FILE.
       01  POST-LIST-LINE PIC X(132).

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

      * ONE RUNSTATE RECORD PER RUN DATE, ONE SLOT PER CHAIN STEP
      * IN RUN-STATE-STEP-NAME ORDER.  STATE IS BLANK (NOT RUN),
      * S (STARTED, NO END STAMP YET), C (COMPLETED, RC 0),
      * H (ENDED RC 4 OR 8 -- HELD FOR REVIEW) OR F (ENDED RC 12
      * OR WORSE).  STAMPS ARE YYYYMMDDHHMMSS.
       FD  RUN-STATE-FILE.
       01  RUN-STATE-RECORD.
           05 RS-RUN-DATE PIC 9(08).
           05 RS-STEP-ENTRY OCCURS 8 TIMES.
              10 RS-STEP-STATE PIC X(01).
              10 RS-STEP-RC PIC 9(02).
              10 RS-START-STAMP PIC 9(14).
              10 RS-END-STAMP PIC 9(14).
              10 RS-OVERRIDE PIC X(01).

       FD  RUN-OVERRIDE-FILE.
       01  RUN-OVERRIDE-RECORD.
           05 OV-PROGRAM PIC X(08).
           05 OV-RUN-DATE PIC X(08).
           05 OV-REASON PIC X(40).


       WORKING-STORAGE SECTION.

       01 RANDOUT-STATUS PIC X(02) VALUE SPACES.
       01 CURRSRT-STATUS PIC X(02) VALUE SPACES.
       01 RANDMAST-STATUS PIC X(02) VALUE SPACES.
       01 POSTLIST-STATUS PIC X(02) VALUE SPACES.
       01 RANDJRNL-STATUS PIC X(02) VALUE SPACES.

       01 IO-STATUS PIC X(02) VALUE SPACES.
       01 IO-FILE-NAME PIC X(10) VALUE SPACES.


      * RUN-STATE CONTROL: THIS PROGRAM'S SLOT ON THE RUNSTATE
      * RECORD AND THE SLOTS OF THE STEPS WHOSE OUTPUT IT USES.
       01 RUNSTATE-STATUS PIC X(02) VALUE SPACES.
       01 RUNLOG-STATUS PIC X(02) VALUE SPACES.
       01 RUNOVRD-STATUS PIC X(02) VALUE SPACES.
       01 RUN-STATE-PROGRAM PIC X(08) VALUE "RANDPOST".
       01 RUN-STATE-STEP PIC 9(04) COMP-5 VALUE 3.
       01 RUN-STATE-PREREQ-LIST.
          05 FILLER PIC X(16) VALUE "0102000000000000".
       01 RUN-STATE-PREREQ-TABLE REDEFINES RUN-STATE-PREREQ-LIST.
          05 RUN-STATE-PREREQ PIC 9(02) OCCURS 8 TIMES.
       01 RUN-STATE-STEP-NAMES.
          05 FILLER PIC X(32)
             VALUE "COBMAIN RANDSCRNRANDPOSTRANDARCH".
          05 FILLER PIC X(32)
             VALUE "RANDCOMPRANDCSV RANDBAL RANDDIG ".
       01 RUN-STATE-NAME-TABLE REDEFINES RUN-STATE-STEP-NAMES.
          05 RUN-STATE-STEP-NAME PIC X(08) OCCURS 8 TIMES.
       01 RUN-STATE-DATE PIC 9(08) VALUE ZERO.
       01 RUN-STATE-NEW PIC X VALUE 'N'.
       01 RUN-STATE-STARTED PIC X VALUE 'N'.
       01 RUN-STATE-OVERRIDE PIC X VALUE 'N'.
       01 RUN-STATE-REFUSAL PIC X(60) VALUE SPACES.
       01 RUN-STATE-LATEST PIC 9(14) VALUE ZERO.
       01 RUN-STATE-NOW PIC 9(14) VALUE ZERO.
       01 RUN-STATE-NOW-PARTS REDEFINES RUN-STATE-NOW.
          05 RUN-STATE-NOW-DATE PIC 9(08).
          05 RUN-STATE-NOW-TIME PIC 9(06).
       01 RUN-STATE-TIME-AREA.
          05 RUN-STATE-TIME PIC 9(06).
          05 FILLER PIC 9(02).
       01 RS-IX PIC 9(04) COMP-5 VALUE ZERO.
       01 RS-PREREQ-IX PIC 9(04) COMP-5 VALUE ZERO.

       01 RUN-DATE PIC 9(08) VALUE ZERO.
       01 RUN-TIME-AREA.
          05 RUN-TIME PIC 9(06).
          05 FILLER PIC 9(02).

       01 JOURNAL-SEQUENCE PIC 9(06) VALUE ZERO.
       01 JOURNAL-BEFORE-IMAGE PIC X(387) VALUE SPACES.

       01 CURRENT-KEY PIC X(06) VALUE SPACES.
       01 MASTER-KEY PIC X(06) VALUE SPACES.
       01 CURRENT-EOF PIC X VALUE 'N'.
      * THE BALANCED LINE LIVES HERE (THE WAY RANDCOMP KEEPS ITS
      * TWO SIDES IN SEPARATE FDS): EVERY SUCCESSFUL READ IS SAVED,
      * POST-MATCHED COMPARES AGAINST THE HOLD, AND THE HOLD IS
      * MOVED BACK -- RESTORING MA-IDENT -- BEFORE ANY REWRITE OF
      * THE PENDING RECORD.
       01 MASTER-HOLD-RECORD.
          05 MH-IDENT PIC 9(06).
          05 MH-FIRSTNAME PIC X(60).
          05 MH-EMAIL PIC X(100).
          05 MH-GENDER PIC X(20).
          05 MH-DEPT-CODE PIC X(04).
          05 MH-STATUS PIC X(01).
          05 MH-HIRE-DATE PIC 9(08).
          05 MH-SEP-DATE PIC 9(08).
          05 MH-NAME-KEY PIC X(120).

       01 POST-ACTION PIC X(01) VALUE SPACES.
       01 POST-IDENT PIC 9(06) VALUE ZERO.

       01 ADD-APPLIED-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 CHANGE-APPLIED-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 SEPARATE-APPLIED-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 REHIRE-APPLIED-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 UNCHANGED-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 REJECT-COUNT PIC 9(04) COMP-5 VALUE ZERO.


       PROCEDURE DIVISION.

       perform READ-NEWEST-RUNLOG.
       perform CHECK-RUN-STATE.

       ACCEPT RUN-DATE FROM DATE YYYYMMDD.
       ACCEPT RUN-TIME-AREA FROM TIME.
       DISPLAY "JOURNAL RUN STAMP: " RUN-DATE " " RUN-TIME

       display "Sorting current RANDOUT generation"
       display "=================================="

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

       PERFORM READ-CURRENT-SORTED
       PERFORM READ-MASTER-NEXT

      * AN EMPTY GENERATION AGAINST A POPULATED MASTER WOULD TURN
      * THE BALANCED LINE INTO ONE SEPARATION PER ACTIVE MASTER
      * RECORD AND EMPTY THE ROSTER IN A SINGLE PASS.  RANDOUT CAN
      * LEGITIMATELY BE EMPTY AT RC 0 (EVERY RECORD REJECTED ON DEPT
      * OR EMAIL), AND THE MANUAL RANDMNT FLOW ALWAYS HAD A HUMAN
      * BETWEEN RANDOUT AND THE MASTER -- SO THE AUTOMATED POSTING
      * REFUSES THE DEGENERATE INPUT INSTEAD.  A MASTER HOLDING ONLY
      * SEPARATED RECORDS HAS NOTHING LEFT TO SEPARATE, SO THE
      * SEPARATED RECORDS AT THE FRONT ARE SKIPPED BEFORE THE TEST;
      * WITH RANDOUT EMPTY THE BALANCED LINE WOULD ONLY SKIP THEM
      * AGAIN ANYWAY.
       IF CURRENT-EOF = 'Y'
          PERFORM UNTIL MASTER-EOF = 'Y' OR MH-STATUS NOT = 'S'
             ADD 1 TO UNCHANGED-COUNT
             PERFORM READ-MASTER-NEXT
          END-PERFORM
       END-IF

       IF CURRENT-EOF = 'Y' AND MASTER-EOF = 'N'
          DISPLAY "RANDOUT IS EMPTY BUT THE MASTER IS NOT"
                  " - POSTING REFUSED"
          CLOSE CURRENT-SORTED-FILE
          CLOSE RANDOM-MASTER-FILE
          CLOSE POST-LIST-FILE
          CLOSE JOURNAL-FILE
          MOVE 16 TO RETURN-CODE
          PERFORM STAMP-RUN-STATE
          STOP RUN
       END-IF

                PERFORM READ-CURRENT-SORTED
             WHEN MASTER-EOF = 'N' AND
                  (CURRENT-EOF = 'Y' OR MASTER-KEY < CURRENT-KEY)
                PERFORM POST-SEPARATE
                PERFORM READ-MASTER-NEXT
             WHEN OTHER
                PERFORM POST-MATCHED
       CLOSE CURRENT-SORTED-FILE.
       CLOSE RANDOM-MASTER-FILE.
       CLOSE POST-LIST-FILE.
       CLOSE JOURNAL-FILE.

       DISPLAY "ADDS: " ADD-APPLIED-COUNT
               " CHANGES: " CHANGE-APPLIED-COUNT
               " SEPARATIONS: " SEPARATE-APPLIED-COUNT
               " REHIRES: " REHIRE-APPLIED-COUNT
               " UNCHANGED: " UNCHANGED-COUNT
       DISPLAY "REJECTED:          " REJECT-COUNT

          MOVE 4 TO RETURN-CODE
       END-IF.

       perform STAMP-RUN-STATE.

       stop run.

******************Program End*************************
       MOVE CS-EMAIL TO MA-EMAIL
       MOVE CS-GENDER TO MA-GENDER
       MOVE CS-DEPT-CODE TO MA-DEPT-CODE
       MOVE FUNCTION UPPER-CASE(CS-LASTNAME)
         TO MA-KEY-LASTNAME
       MOVE FUNCTION UPPER-CASE(CS-FIRSTNAME)
         TO MA-KEY-FIRSTNAME
       MOVE 'A' TO MA-STATUS
       MOVE RUN-DATE TO MA-HIRE-DATE
       MOVE ZERO TO MA-SEP-DATE
       MOVE 'A' TO POST-ACTION
       MOVE CS-IDENT TO POST-IDENT
       MOVE CS-LASTNAME TO POST-LASTNAME
             MOVE "APPLIED" TO POST-DISPOSITION
             MOVE SPACES TO POST-REASON
             ADD 1 TO ADD-APPLIED-COUNT
             MOVE SPACES TO JOURNAL-BEFORE-IMAGE
             PERFORM WRITE-JOURNAL
       END-WRITE
       PERFORM CHECK-MASTER-STATUS
       PERFORM PRINT-POST-LINE.


      * THE IDENT IS ON THE MASTER BUT NOT ON RANDOUT -- THE
      * GENERATION DROPPED IT, SO THE EMPLOYEE IS SEPARATED: THE
      * RECORD STAYS ON THE MASTER WITH MA-STATUS 'S' AND THE RUN
      * DATE AS THE SEPARATION DATE.  AN EMPLOYEE ALREADY SEPARATED
      * ON AN EARLIER DAY IS NO ACTIVITY AND NO LISTING LINE.  THE
      * HOLD IS MOVED BACK FIRST: AN EARLIER ADD MAY HAVE LEFT ITS
      * OWN KEY IN THE RECORD AREA, AND THE REWRITE TARGETS
      * WHATEVER MA-IDENT HOLDS.
       POST-SEPARATE section.

       IF MH-STATUS = 'S'
          ADD 1 TO UNCHANGED-COUNT
          EXIT SECTION
       END-IF

       MOVE MASTER-HOLD-RECORD TO MASTER-RECORD
       MOVE 'S' TO MA-STATUS
       MOVE RUN-DATE TO MA-SEP-DATE
       MOVE 'D' TO POST-ACTION
       MOVE MH-IDENT TO POST-IDENT
       MOVE MH-LASTNAME TO POST-LASTNAME
       REWRITE MASTER-RECORD
          INVALID KEY
             MOVE "REJECTED" TO POST-DISPOSITION
             MOVE "KEY NOT FOUND ON MASTER" TO POST-REASON
             ADD 1 TO REJECT-COUNT
          NOT INVALID KEY
             MOVE "APPLIED" TO POST-DISPOSITION
             MOVE "SEPARATED" TO POST-REASON
             ADD 1 TO SEPARATE-APPLIED-COUNT
             MOVE MASTER-HOLD-RECORD TO JOURNAL-BEFORE-IMAGE
             PERFORM WRITE-JOURNAL
       END-REWRITE
       PERFORM CHECK-MASTER-STATUS
       PERFORM PRINT-POST-LINE.

      * MATCHED IDENT: REWRITE ONLY WHEN A FIELD ACTUALLY CHANGED --
      * AN UNCHANGED RECORD PRODUCES NO ACTIVITY AND NO LISTING
      * LINE, SO POSTLIST READS LIKE TRANLIST (ACTIVITY ONLY).
      * A MATCH ON A SEPARATED MASTER RECORD IS A REHIRE OF THE SAME
      * IDENT AND IS HANDLED BY POST-REHIRE INSTEAD.
       POST-MATCHED section.

       IF MH-STATUS = 'S'
          PERFORM POST-REHIRE
          EXIT SECTION
       END-IF

       IF CS-FIRSTNAME = MH-FIRSTNAME
          AND CS-LASTNAME = MH-LASTNAME
          AND CS-EMAIL = MH-EMAIL
       MOVE CS-EMAIL TO MA-EMAIL
       MOVE CS-GENDER TO MA-GENDER
       MOVE CS-DEPT-CODE TO MA-DEPT-CODE
       MOVE FUNCTION UPPER-CASE(CS-LASTNAME)
         TO MA-KEY-LASTNAME
       MOVE FUNCTION UPPER-CASE(CS-FIRSTNAME)
         TO MA-KEY-FIRSTNAME
       MOVE 'C' TO POST-ACTION
       MOVE CS-IDENT TO POST-IDENT
       MOVE CS-LASTNAME TO POST-LASTNAME
             MOVE "APPLIED" TO POST-DISPOSITION
             MOVE SPACES TO POST-REASON
             ADD 1 TO CHANGE-APPLIED-COUNT
             MOVE MASTER-HOLD-RECORD TO JOURNAL-BEFORE-IMAGE
             PERFORM WRITE-JOURNAL
       END-REWRITE
       PERFORM CHECK-MASTER-STATUS
       PERFORM PRINT-POST-LINE.
       exit section.


      * THE IDENT CAME BACK ON RANDOUT AFTER BEING SEPARATED: THE
      * SAME RECORD IS REACTIVATED WITH THE GENERATION'S FIELDS, A
      * NEW HIRE DATE AND THE SEPARATION DATE CLEARED.  IT LISTS AS
      * AN ADD, SINCE THAT IS WHAT THE GENERATION DID.
       POST-REHIRE section.

       MOVE MASTER-HOLD-RECORD TO MASTER-RECORD
       MOVE CS-FIRSTNAME TO MA-FIRSTNAME
       MOVE CS-LASTNAME TO MA-LASTNAME
       MOVE CS-EMAIL TO MA-EMAIL
       MOVE CS-GENDER TO MA-GENDER
       MOVE CS-DEPT-CODE TO MA-DEPT-CODE
       MOVE FUNCTION UPPER-CASE(CS-LASTNAME)
         TO MA-KEY-LASTNAME
       MOVE FUNCTION UPPER-CASE(CS-FIRSTNAME)
         TO MA-KEY-FIRSTNAME
       MOVE 'A' TO MA-STATUS
       MOVE RUN-DATE TO MA-HIRE-DATE
       MOVE ZERO TO MA-SEP-DATE
       MOVE 'A' TO POST-ACTION
       MOVE CS-IDENT TO POST-IDENT
       MOVE CS-LASTNAME TO POST-LASTNAME
       REWRITE MASTER-RECORD
          INVALID KEY
             MOVE "REJECTED" TO POST-DISPOSITION
             MOVE "REWRITE FAILED ON MASTER" TO POST-REASON
             ADD 1 TO REJECT-COUNT
          NOT INVALID KEY
             MOVE "APPLIED" TO POST-DISPOSITION
             MOVE "REHIRED - REACTIVATED" TO POST-REASON
             ADD 1 TO REHIRE-APPLIED-COUNT
             MOVE MASTER-HOLD-RECORD TO JOURNAL-BEFORE-IMAGE
             PERFORM WRITE-JOURNAL
       END-REWRITE
       PERFORM CHECK-MASTER-STATUS
       PERFORM PRINT-POST-LINE.

       exit section.


      * ONE JOURNAL RECORD PER APPLIED ACTION: THE BEFORE IMAGE
      * THE CALLER SAVED AND THE AFTER IMAGE NOW IN THE RECORD
      * AREA.  THE SEQUENCE NUMBER ORDERS THE RUN'S ACTIONS SO A
      * BACKOUT CAN REVERSE THEM LAST-FIRST.
       WRITE-JOURNAL section.

       ADD 1 TO JOURNAL-SEQUENCE
       MOVE SPACES TO JOURNAL-RECORD
       MOVE "RANDPOST" TO JR-PROGRAM
       MOVE RUN-DATE TO JR-RUN-DATE
       MOVE RUN-TIME TO JR-RUN-TIME
       MOVE JOURNAL-SEQUENCE TO JR-SEQUENCE
       MOVE POST-ACTION TO JR-ACTION
       MOVE MA-IDENT TO JR-IDENT
       MOVE JOURNAL-BEFORE-IMAGE TO JR-BEFORE-IMAGE
       MOVE MASTER-RECORD TO JR-AFTER-IMAGE
       WRITE JOURNAL-RECORD
       MOVE "RANDJRNL" TO IO-FILE-NAME
       MOVE RANDJRNL-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS.

       exit section.


       PRINT-POST-LINE section.

       IF LINE-COUNT = ZERO OR LINE-COUNT >= LINES-PER-PAGE
       MOVE CHANGE-APPLIED-COUNT TO PT-COUNT
       PERFORM PRINT-TOTAL-LINE

       MOVE "REHIRES APPLIED" TO PT-LABEL
       MOVE REHIRE-APPLIED-COUNT TO PT-COUNT
       PERFORM PRINT-TOTAL-LINE

       MOVE "SEPARATIONS APPLIED" TO PT-LABEL
       MOVE SEPARATE-APPLIED-COUNT TO PT-COUNT
       PERFORM PRINT-TOTAL-LINE

       MOVE "RECORDS UNCHANGED" TO PT-LABEL
       exit section.


      * RUNLOG IS APPENDED CHRONOLOGICALLY, SO THE NEWEST ENTRY --
      * THE COBMAIN RUN THIS STEP FOLLOWS -- IS SIMPLY THE LAST ONE
      * READ.  ITS RUN DATE KEYS THE RUNSTATE RECORD.
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
                MOVE RL-RUN-DATE TO RUN-STATE-DATE
          END-READ
       END-PERFORM
       IF RUNLOG-STATUS NOT = "10"
          MOVE "RUNLOG" TO IO-FILE-NAME
          MOVE RUNLOG-STATUS TO IO-STATUS
          PERFORM CHECK-IO-STATUS
       END-IF
       CLOSE RUN-LOG-FILE.

       exit section.


      * RUN-STATE CHECK, TAKEN BEFORE ANY WORK IS DONE.  THE STEP IS
      * REFUSED WITH RC 8 WHEN A STEP WHOSE OUTPUT IT USES HAS NOT
      * ENDED FOR THE RUN DATE (OUT OF SEQUENCE), OR WHEN IT HAS
      * ALREADY COMPLETED CLEAN FOR THE RUN DATE AND NONE OF THOSE
      * STEPS HAS RUN AGAIN SINCE (A DUPLICATE).  A STEP THAT ENDED
      * HELD OR FAILED MAY ALWAYS BE RERUN.  A RUNOVRD CARD NAMING
      * THIS PROGRAM IN COLUMNS 1-8 AND THE RUN DATE IN 9-16 LETS
      * THE OPERATOR RUN IT ANYWAY; THE SLOT IS MARKED OVERRIDDEN.
       CHECK-RUN-STATE section.

       IF RUN-STATE-DATE = ZERO
          DISPLAY "RUNLOG SUPPLIED NO ENTRIES - " RUN-STATE-PROGRAM
                  " IS OUT OF SEQUENCE (COBMAIN HAS NOT RUN)"
          MOVE 8 TO RETURN-CODE
          STOP RUN
       END-IF

       PERFORM OPEN-RUN-STATE
       PERFORM READ-RUN-STATE

       MOVE SPACES TO RUN-STATE-REFUSAL
       MOVE ZERO TO RUN-STATE-LATEST
       MOVE ZERO TO RS-PREREQ-IX
       PERFORM UNTIL RS-PREREQ-IX = 8
          ADD 1 TO RS-PREREQ-IX
          IF RUN-STATE-PREREQ(RS-PREREQ-IX) > ZERO
             MOVE RUN-STATE-PREREQ(RS-PREREQ-IX) TO RS-IX
             IF RS-END-STAMP(RS-IX) > RUN-STATE-LATEST
                MOVE RS-END-STAMP(RS-IX) TO RUN-STATE-LATEST
             END-IF
             IF RUN-STATE-REFUSAL = SPACES
                AND RS-STEP-STATE(RS-IX) NOT = 'C'
                AND RS-STEP-STATE(RS-IX) NOT = 'H'
                STRING RUN-STATE-STEP-NAME(RS-IX) DELIMITED BY SPACE
                       " HAS NOT ENDED FOR THIS RUN DATE"
                       DELIMITED BY SIZE
                       INTO RUN-STATE-REFUSAL
             END-IF
          END-IF
       END-PERFORM

       IF RUN-STATE-REFUSAL = SPACES
          AND RS-STEP-STATE(RUN-STATE-STEP) = 'C'
          AND RS-END-STAMP(RUN-STATE-STEP) >= RUN-STATE-LATEST
          MOVE "ALREADY COMPLETED FOR THIS RUN DATE"
             TO RUN-STATE-REFUSAL
       END-IF

       MOVE 'N' TO RUN-STATE-OVERRIDE
       IF RUN-STATE-REFUSAL NOT = SPACES
          PERFORM READ-RUN-OVERRIDE
          IF RUN-STATE-OVERRIDE = 'N'
             DISPLAY RUN-STATE-PROGRAM " REFUSED FOR RUN DATE "
                     RUN-STATE-DATE " - " RUN-STATE-REFUSAL
             DISPLAY "TO RUN IT ANYWAY SUPPLY A RUNOVRD CARD NAMING "
                     RUN-STATE-PROGRAM " AND " RUN-STATE-DATE
             CLOSE RUN-STATE-FILE
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF
          DISPLAY RUN-STATE-PROGRAM " RUN-STATE CHECK OVERRIDDEN - "
                  RUN-STATE-REFUSAL
       END-IF

       PERFORM TAKE-RUN-STATE-TIME
       MOVE 'S' TO RS-STEP-STATE(RUN-STATE-STEP)
       MOVE ZERO TO RS-STEP-RC(RUN-STATE-STEP)
       MOVE RUN-STATE-NOW TO RS-START-STAMP(RUN-STATE-STEP)
       MOVE ZERO TO RS-END-STAMP(RUN-STATE-STEP)
       MOVE RUN-STATE-OVERRIDE TO RS-OVERRIDE(RUN-STATE-STEP)
       PERFORM WRITE-RUN-STATE
       CLOSE RUN-STATE-FILE
       MOVE 'Y' TO RUN-STATE-STARTED
       DISPLAY RUN-STATE-PROGRAM " STARTED FOR RUN DATE "
               RUN-STATE-DATE.

       exit section.


      * END STAMP: THE FINAL RETURN CODE DECIDES THE STATE.  A RUN
      * THAT STOPS ON A FILE ERROR NEVER GETS HERE AND IS LEFT
      * STARTED, WHICH THE STATUS REPORT SHOWS AS FAILED.
       STAMP-RUN-STATE section.

       IF RUN-STATE-STARTED = 'Y'
          MOVE 'N' TO RUN-STATE-STARTED
          PERFORM TAKE-RUN-STATE-TIME
          PERFORM OPEN-RUN-STATE
          PERFORM READ-RUN-STATE
          EVALUATE TRUE
             WHEN RETURN-CODE = ZERO
                MOVE 'C' TO RS-STEP-STATE(RUN-STATE-STEP)
             WHEN RETURN-CODE < 12
                MOVE 'H' TO RS-STEP-STATE(RUN-STATE-STEP)
             WHEN OTHER
                MOVE 'F' TO RS-STEP-STATE(RUN-STATE-STEP)
          END-EVALUATE
          MOVE RETURN-CODE TO RS-STEP-RC(RUN-STATE-STEP)
          MOVE RUN-STATE-NOW TO RS-END-STAMP(RUN-STATE-STEP)
          PERFORM WRITE-RUN-STATE
          CLOSE RUN-STATE-FILE
       END-IF.

       exit section.


      * THE CLUSTER IS EMPTY UNTIL THE FIRST RUN DATE IS WRITTEN.
       OPEN-RUN-STATE section.

       OPEN I-O RUN-STATE-FILE
       IF RUNSTATE-STATUS = "35"
          OPEN OUTPUT RUN-STATE-FILE
          CLOSE RUN-STATE-FILE
          OPEN I-O RUN-STATE-FILE
       END-IF
       MOVE "RUNSTATE" TO IO-FILE-NAME
       MOVE RUNSTATE-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS.

       exit section.


       READ-RUN-STATE section.

       MOVE RUN-STATE-DATE TO RS-RUN-DATE
       MOVE 'N' TO RUN-STATE-NEW
       READ RUN-STATE-FILE
          INVALID KEY
             MOVE 'Y' TO RUN-STATE-NEW
             INITIALIZE RUN-STATE-RECORD
             MOVE RUN-STATE-DATE TO RS-RUN-DATE
          NOT INVALID KEY
             MOVE "RUNSTATE" TO IO-FILE-NAME
             MOVE RUNSTATE-STATUS TO IO-STATUS
             PERFORM CHECK-IO-STATUS
       END-READ.

       exit section.


       WRITE-RUN-STATE section.

       IF RUN-STATE-NEW = 'Y'
          WRITE RUN-STATE-RECORD
          END-WRITE
       ELSE
          REWRITE RUN-STATE-RECORD
          END-REWRITE
       END-IF
       MOVE "RUNSTATE" TO IO-FILE-NAME
       MOVE RUNSTATE-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS
       MOVE 'N' TO RUN-STATE-NEW.

       exit section.


      * ANY NUMBER OF OVERRIDE CARDS MAY BE SUPPLIED; ONLY ONE
      * NAMING BOTH THIS PROGRAM AND THIS RUN DATE COUNTS, SO A CARD
      * LEFT BEHIND FROM AN EARLIER NIGHT OVERRIDES NOTHING.  NO
      * RUNOVRD DATASET AT ALL MEANS NO OVERRIDE.
       READ-RUN-OVERRIDE section.

       OPEN INPUT RUN-OVERRIDE-FILE
       IF RUNOVRD-STATUS = "00"
          PERFORM UNTIL RUNOVRD-STATUS NOT = "00"
             READ RUN-OVERRIDE-FILE
                AT END
                   CONTINUE
                NOT AT END
                   IF OV-PROGRAM = RUN-STATE-PROGRAM
                      AND OV-RUN-DATE = RUN-STATE-DATE
                      MOVE 'Y' TO RUN-STATE-OVERRIDE
                      DISPLAY "RUNOVRD CARD ACCEPTED: " OV-REASON
                   END-IF
             END-READ
          END-PERFORM
          CLOSE RUN-OVERRIDE-FILE
       END-IF.

       exit section.


       TAKE-RUN-STATE-TIME section.

       ACCEPT RUN-STATE-NOW-DATE FROM DATE YYYYMMDD
       ACCEPT RUN-STATE-TIME-AREA FROM TIME
       MOVE RUN-STATE-TIME TO RUN-STATE-NOW-TIME.

       exit section.




       CHECK-IO-STATUS section.

       IF IO-STATUS NOT = "00"
