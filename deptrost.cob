      * BURST AND DELIVERED TO THE DEPARTMENT HEADS, A HEADCOUNT
      * SUBTOTAL PRINTS AT EACH BREAK, AND A GRAND TOTAL PAGE ENDS
      * THE REPORT.
      *
      * EVERY LINE OF A DEPARTMENT'S PAGES (NOT THE GRAND TOTAL
      * PAGE) IS ALSO WRITTEN TO THE ROSTDIST EXTRACT PREFIXED WITH
      * ITS DEPT CODE, FROM WHICH RANDDIST CUTS EACH DEPARTMENT'S
      * ROSTER FOR ITS RECIPIENTS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ROSTER-STATUS.

           SELECT DIST-EXTRACT-FILE ASSIGN TO "ROSTDIST"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS ROSTDIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RANDOM-OUT-FILE.
       FD  ROSTER-FILE.
       01  ROSTER-LINE PIC X(132).

       FD  DIST-EXTRACT-FILE.
       01  DIST-EXTRACT-RECORD.
           05 DX-DEPT-CODE PIC X(04).
           05 DX-REPORT-ID PIC X(08).
           05 DX-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 RANDOUT-STATUS PIC X(02) VALUE SPACES.
       01 DEPTREF-STATUS PIC X(02) VALUE SPACES.
       01 ROSTER-STATUS PIC X(02) VALUE SPACES.
       01 ROSTDIST-STATUS PIC X(02) VALUE SPACES.

       01 IO-STATUS PIC X(02) VALUE SPACES.
       01 IO-FILE-NAME PIC X(10) VALUE SPACES.
       MOVE ROSTER-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS

       OPEN OUTPUT DIST-EXTRACT-FILE.
       MOVE "ROSTDIST" TO IO-FILE-NAME
       MOVE ROSTDIST-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS

       SORT ROSTER-SORT-FILE
          ON ASCENDING KEY SR-DEPT-CODE
                           SR-LASTNAME
          OUTPUT PROCEDURE IS PRINT-ROSTER

       CLOSE ROSTER-FILE.
       CLOSE DIST-EXTRACT-FILE.

       DISPLAY "ROSTER RECORDS PRINTED: " GRAND-HEADCOUNT
               " ACROSS " DEPT-TOTAL-COUNT " DEPARTMENT(S)"
       MOVE DEPT-REF-NAME TO RH1-NAME
       MOVE PAGE-COUNT TO RH1-PAGE
       MOVE ROSTER-HEADING-1 TO ROSTER-LINE
       PERFORM WRITE-ROSTER-EXTRACT
       WRITE ROSTER-LINE AFTER ADVANCING PAGE
       MOVE "ROSTER" TO IO-FILE-NAME
       MOVE ROSTER-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS
       MOVE SPACES TO ROSTER-LINE
       PERFORM WRITE-ROSTER-EXTRACT
       WRITE ROSTER-LINE
       MOVE "ROSTER" TO IO-FILE-NAME
       MOVE ROSTER-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS
       MOVE ROSTER-HEADING-2 TO ROSTER-LINE
       PERFORM WRITE-ROSTER-EXTRACT
       WRITE ROSTER-LINE
       MOVE "ROSTER" TO IO-FILE-NAME
       MOVE ROSTER-STATUS TO IO-STATUS
       MOVE SR-GENDER TO RD-GENDER

       MOVE ROSTER-DETAIL-LINE TO ROSTER-LINE
       PERFORM WRITE-ROSTER-EXTRACT
       WRITE ROSTER-LINE
       MOVE "ROSTER" TO IO-FILE-NAME
       MOVE ROSTER-STATUS TO IO-STATUS
       PRINT-DEPT-SUBTOTAL section.

       MOVE SPACES TO ROSTER-LINE
       PERFORM WRITE-ROSTER-EXTRACT
       WRITE ROSTER-LINE
       MOVE "ROSTER" TO IO-FILE-NAME
       MOVE ROSTER-STATUS TO IO-STATUS
       MOVE CURRENT-DEPT TO RS-DEPT
       MOVE DEPT-HEADCOUNT TO RS-COUNT
       MOVE ROSTER-SUBTOTAL-LINE TO ROSTER-LINE
       PERFORM WRITE-ROSTER-EXTRACT
       WRITE ROSTER-LINE
       MOVE "ROSTER" TO IO-FILE-NAME
       MOVE ROSTER-STATUS TO IO-STATUS
       exit section.


      * TAKEN FROM ROSTER-LINE JUST BEFORE IT IS WRITTEN, WHILE THE
      * RECORD AREA STILL HOLDS THE LINE.
       WRITE-ROSTER-EXTRACT section.

       MOVE CURRENT-DEPT TO DX-DEPT-CODE
       MOVE "ROSTER" TO DX-REPORT-ID
       MOVE ROSTER-LINE TO DX-LINE
       WRITE DIST-EXTRACT-RECORD
       MOVE "ROSTDIST" TO IO-FILE-NAME
       MOVE ROSTDIST-STATUS TO IO-STATUS
       PERFORM CHECK-IO-STATUS.

       exit section.


       LOOKUP-DEPT-NAME section.

       MOVE "*NOT ON DEPTREF*" TO DEPT-REF-NAME
