       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBCLK23.
       DATE-WRITTEN. 10/15/26.
       AUTHOR. CADE KIRKLAND.
       DATE-COMPILED.
      **********************************************
      ** DUPLICATE STUDENT CANDIDATES - SORTS     **
      ** PAINTEST.DAT ON LAST NAME, FIRST NAME,   **
      ** MIDDLE INITIAL AND DEPARTMENT AND PRINTS **
      ** EVERY GROUP OF TWO OR MORE IDS THAT      **
      ** AGREE ON ALL FOUR (PAINDUPC.PRT), WITH   **
      ** EACH ID'S STATUS, GPA AND THE COURSES    **
      ** AND CREDITS IT HOLDS ON PAINGHIS.DAT, SO **
      ** THE REGISTRAR CAN PICK THE SURVIVING ID  **
      ** FOR THE COBCLK24 MERGE.                  **
      **********************************************
      *  MODIFICATION HISTORY
      *  --------------------
      *  10/15/26  CK  INITIAL VERSION - REPORT ONLY, NOTHING IS
      *                CHANGED. THE MATCH IS EXACT ON ALL FOUR FIELDS
      *                (A BLANK INITIAL ONLY MATCHES A BLANK INITIAL).
      *                A GROUP OF MORE THAN 50 PRINTS ITS FIRST 50 AND
      *                A COUNT OF THE REST. WHEN PAINGHIS.DAT CANNOT BE
      *                OPENED THE COURSE COLUMNS PRINT ZERO AND THE
      *                RUN CARRIES ON.
      *  10/15/26  CK  THE PROCESSING DATE NOW COMES FROM THE BUSINESS
      *                DATE CONTROL RECORD (PAINBDTE.DAT, KEPT BY
      *                COBCLK28) INSTEAD OF THE CLOCK, SO A RUN PAST
      *                MIDNIGHT OR A NEXT-MORNING RERUN CARRIES THE
      *                CYCLE'S DATE. NO CONTROL RECORD, OR A CLOSED
      *                CYCLE, REFUSES THE RUN (RC 12).
      *  10/15/26  CK  A COURSE VOIDED BY COBCLK18 (GRADE 'V ') IS NO
      *                LONGER COUNTED IN THE COURSES OR CREDITS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PAINT-EST
               ASSIGN TO "C:\School\COBOL\COBCLK01\PAINTEST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS I-ID
               ALTERNATE RECORD KEY IS I-LNAME
                   WITH DUPLICATES
               FILE STATUS IS EST-STATUS.

           SELECT GRADE-HIST
               ASSIGN TO "C:\School\COBOL\COBCLK08\PAINGHIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GH-KEY
               FILE STATUS IS GH-STATUS.

           SELECT SORT-FILE
               ASSIGN TO "PAINDSRT.TMP".

           SELECT SORT-OUT
               ASSIGN TO "C:\School\COBOL\COBCLK23\PAINDSRT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DUP-RPT
               ASSIGN TO "C:\School\COBOL\COBCLK23\PAINDUPC.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT BDATE-FILE
               ASSIGN TO "C:\School\COBOL\COBCLK28\PAINBDTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PAINT-EST
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 62 CHARACTERS.

       01  I-REC.
           05  I-ID                PIC X(7).
           05  I-NAME.
               10  I-LNAME         PIC X(15).
               10  I-FNAME         PIC X(15).
               10  I-INIT          PIC X.
           05  I-GPA               PIC 9V99.
           05  I-START-SALARY      PIC 9(6)V99.
           05  I-DEPT              PIC X(4).
           05  I-ENROLL-STATUS     PIC X.
           05  I-STATUS-DATE       PIC 9(8).

       FD  GRADE-HIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS GH-REC
           RECORD CONTAINS 26 CHARACTERS.

       01  GH-REC.
           05  GH-KEY.
               10  GH-ID           PIC X(7).
               10  GH-TERM         PIC X(6).
               10  GH-COURSE       PIC X(8).
           05  GH-CREDITS          PIC 99V9.
           05  GH-GRADE            PIC X(2).
               88  GH-VOIDED                     VALUE 'V '.

       SD  SORT-FILE.

       01  SD-REC.
           05  SD-ID               PIC X(7).
           05  SD-LNAME            PIC X(15).
           05  SD-FNAME            PIC X(15).
           05  SD-INIT             PIC X.
           05  SD-GPA              PIC 9V99.
           05  SD-START-SALARY     PIC 9(6)V99.
           05  SD-DEPT             PIC X(4).
           05  SD-ENROLL-STATUS    PIC X.
           05  SD-STATUS-DATE      PIC 9(8).

       FD  SORT-OUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS SO-REC
           RECORD CONTAINS 62 CHARACTERS.

       01  SO-REC                  PIC X(62).

       FD  DUP-RPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS DUP-PRTLINE.

       01  DUP-PRTLINE             PIC X(100).

       FD BDATE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BD-REC
           RECORD CONTAINS 36 CHARACTERS.

       01  BD-REC                  PIC X(36).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  MORE-MASTER-RECS    PIC XXX       VALUE 'YES'.
           05  MORE-SORTED-RECS    PIC XXX       VALUE 'YES'.
           05  MORE-GRADES         PIC XXX       VALUE 'YES'.
           05  C-MASTER-CTR        PIC 9(5)      VALUE ZERO.
           05  C-GROUP-CTR         PIC 9(5)      VALUE ZERO.
           05  C-CANDIDATE-CTR     PIC 9(5)      VALUE ZERO.
           05  C-COURSE-CTR        PIC 9(3)      VALUE ZERO.
           05  CREDIT-TOTAL        PIC 9(4)V9    VALUE ZERO.
           05  GROUP-SIZE          PIC 9(5)      VALUE ZERO.
           05  GROUP-KEY           PIC X(35)     VALUE SPACES.
           05  HOLD-ID             PIC X(7)      VALUE SPACES.

       01  MATCH-SWITCHES.
           05  GH-OPEN-SW          PIC X         VALUE 'N'.
               88  GH-OPEN                       VALUE 'Y'.
               88  GH-NOT-OPEN                   VALUE 'N'.

       01  SORTED-STUDENT.
           05  SS-ID               PIC X(7).
           05  SS-LNAME            PIC X(15).
           05  SS-FNAME            PIC X(15).
           05  SS-INIT             PIC X.
           05  SS-GPA              PIC 9V99.
           05  SS-START-SALARY     PIC 9(6)V99.
           05  SS-DEPT             PIC X(4).
           05  SS-ENROLL-STATUS    PIC X.
           05  SS-STATUS-DATE      PIC 9(8).

       01  MATCH-KEY.
           05  MK-LNAME            PIC X(15).
           05  MK-FNAME            PIC X(15).
           05  MK-INIT             PIC X.
           05  MK-DEPT             PIC X(4).

       01  GROUP-AREA.
           05  GRP-COUNT           PIC 99        VALUE ZERO.
           05  GROUP-TABLE OCCURS 1 TO 50 TIMES
                   DEPENDING ON GRP-COUNT
                   INDEXED BY GP-IDX.
               10  GP-IMAGE        PIC X(62).

       01  FILE-STATUSES.
           05  EST-STATUS          PIC XX        VALUE ZERO.
           05  GH-STATUS           PIC XX        VALUE ZERO.
           05  BDATE-STATUS        PIC XX        VALUE ZERO.

       01  BUS-DATE-AREA.
           05  BUS-DATE            PIC 9(8)      VALUE ZERO.
           05  BUS-CYCLE           PIC 9(5)      VALUE ZERO.
           05  BUS-STATE           PIC X         VALUE SPACE.
               88  BUS-OPEN                      VALUE 'O'.
           05  FILLER              PIC X(22)     VALUE SPACES.

       01  CURRENT-DATE-AND-TIME.
           05  RUN-DATE            PIC 9(8).
           05  RUN-TIME            PIC X(6).
           05  FILLER              PIC X(7).

       01  DUP-TITLE-LINE.
           05  FILLER              PIC X(40)
                   VALUE 'DUPLICATE STUDENT CANDIDATES'.
           05  FILLER              PIC X(10)     VALUE 'RUN DATE: '.
           05  O-TITLE-DATE        PIC 9(8).
           05  FILLER              PIC X(42)     VALUE SPACES.

       01  DUP-COL-LINE.
           05  FILLER              PIC X(7)      VALUE 'GROUP'.
           05  FILLER              PIC X(9)      VALUE 'ID'.
           05  FILLER              PIC X(17)     VALUE 'LAST NAME'.
           05  FILLER              PIC X(17)     VALUE 'FIRST NAME'.
           05  FILLER              PIC X(3)      VALUE 'MI'.
           05  FILLER              PIC X(6)      VALUE 'DEPT'.
           05  FILLER              PIC X(4)      VALUE 'ST'.
           05  FILLER              PIC X(10)     VALUE 'ST DATE'.
           05  FILLER              PIC X(6)      VALUE ' GPA'.
           05  FILLER              PIC X(9)      VALUE 'COURSES'.
           05  FILLER              PIC X(12)     VALUE 'CREDITS'.

       01  DUP-DETAIL-LINE.
           05  O-GROUP-NO          PIC ZZZZ9.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  O-ID                PIC X(7).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  O-LNAME             PIC X(15).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  O-FNAME             PIC X(15).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  O-INIT              PIC X.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  O-DEPT              PIC X(4).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  O-STATUS            PIC X.
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  O-STATUS-DATE       PIC 9(8).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  O-GPA               PIC Z.99.
           05  FILLER              PIC X(4)      VALUE SPACES.
           05  O-COURSES           PIC ZZ9.
           05  FILLER              PIC X(4)      VALUE SPACES.
           05  O-CREDITS           PIC ZZZ9.9.
           05  FILLER              PIC X(6)      VALUE SPACES.

       01  DUP-MORE-LINE.
           05  FILLER              PIC X(16)     VALUE SPACES.
           05  FILLER              PIC X(10)     VALUE 'PLUS MORE '.
           05  O-MORE-CTR          PIC ZZZZ9.
           05  FILLER              PIC X(30)
                   VALUE ' IDS IN THIS GROUP NOT LISTED'.
           05  FILLER              PIC X(39)     VALUE SPACES.

       01  DUP-TOTAL-LINE.
           05  FILLER              PIC X(14)     VALUE 'MASTERS READ: '.
           05  O-MASTER-CTR        PIC ZZZZ9.
           05  FILLER              PIC X(4)      VALUE SPACES.
           05  FILLER              PIC X(8)      VALUE 'GROUPS: '.
           05  O-GROUP-CTR         PIC ZZZZ9.
           05  FILLER              PIC X(4)      VALUE SPACES.
           05  FILLER              PIC X(16)
                   VALUE 'CANDIDATE IDS: '.
           05  O-CANDIDATE-CTR     PIC ZZZZ9.
           05  FILLER              PIC X(39)     VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-CHECK-STUDENT THRU 2000-CHECK-STUDENT-EXIT
               UNTIL MORE-SORTED-RECS = 'NO'.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           PERFORM 1010-GET-BUSINESS-DATE.
           OPEN INPUT PAINT-EST.
           IF EST-STATUS NOT = '00'
               DISPLAY 'COBCLK23 - CANNOT OPEN PAINTEST.DAT, STATUS '
                   EST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT GRADE-HIST.
           IF GH-STATUS = '00'
               SET GH-OPEN TO TRUE
           ELSE
               DISPLAY 'COBCLK23 - PAINGHIS.DAT NOT AVAILABLE, STATUS '
                   GH-STATUS ' - COURSE COUNTS SKIPPED'
           END-IF.

           SORT SORT-FILE
               ON ASCENDING KEY SD-LNAME SD-FNAME SD-INIT SD-DEPT
                   SD-ID
               INPUT PROCEDURE 1400-SORT-IN
               GIVING SORT-OUT.

           OPEN OUTPUT DUP-RPT.
           MOVE RUN-DATE TO O-TITLE-DATE.
           WRITE DUP-PRTLINE FROM DUP-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE DUP-PRTLINE FROM DUP-COL-LINE
               AFTER ADVANCING 2 LINES.
           DISPLAY 'COBCLK23 - DUPLICATE STUDENT CANDIDATES'.
           OPEN INPUT SORT-OUT.
           PERFORM 9000-READ-SORTED.
           IF MORE-SORTED-RECS = 'YES'
               MOVE MATCH-KEY TO GROUP-KEY
           END-IF.

       1010-GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           OPEN INPUT BDATE-FILE.
           IF BDATE-STATUS = '00'
               READ BDATE-FILE INTO BUS-DATE-AREA
                   AT END
                       MOVE ZERO TO BUS-DATE
               END-READ
               CLOSE BDATE-FILE
           END-IF.
           IF BUS-DATE NOT NUMERIC OR BUS-DATE = ZERO
               DISPLAY 'COBCLK23 - NO BUSINESS DATE ON PAINBDTE.DAT,'
                   ' RUN REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT BUS-OPEN
               DISPLAY 'COBCLK23 - BUSINESS DATE ' BUS-DATE ' CYCLE '
                   BUS-CYCLE ' IS CLOSED, RUN REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BUS-DATE TO RUN-DATE.
           DISPLAY 'COBCLK23 - BUSINESS DATE ' BUS-DATE ' CYCLE '
               BUS-CYCLE.

       1400-SORT-IN.
           MOVE LOW-VALUES TO I-ID.
           START PAINT-EST KEY IS NOT LESS THAN I-ID
               INVALID KEY
                   MOVE 'NO' TO MORE-MASTER-RECS
           END-START.
           IF MORE-MASTER-RECS = 'YES'
               PERFORM 9100-READ-MASTER
           END-IF.
           PERFORM 1405-SORT-IN-REC THRU 1405-SORT-IN-REC-EXIT
               UNTIL MORE-MASTER-RECS = 'NO'.

       1405-SORT-IN-REC.
           IF I-ID = 'TRAILER'
               MOVE 'NO' TO MORE-MASTER-RECS
               GO TO 1405-SORT-IN-REC-EXIT.
           ADD 1 TO C-MASTER-CTR.
           RELEASE SD-REC FROM I-REC.
           PERFORM 9100-READ-MASTER.
       1405-SORT-IN-REC-EXIT.
           EXIT.

       2000-CHECK-STUDENT.
           IF MATCH-KEY NOT = GROUP-KEY
               PERFORM 2100-END-GROUP
               MOVE MATCH-KEY TO GROUP-KEY
           END-IF.
           ADD 1 TO GROUP-SIZE.
           IF GRP-COUNT < 50
               ADD 1 TO GRP-COUNT
               SET GP-IDX TO GRP-COUNT
               MOVE SORTED-STUDENT TO GP-IMAGE (GP-IDX)
           END-IF.
           PERFORM 9000-READ-SORTED.
       2000-CHECK-STUDENT-EXIT.
           EXIT.

       2100-END-GROUP.
           IF GROUP-SIZE > 1
               ADD 1 TO C-GROUP-CTR
               ADD GROUP-SIZE TO C-CANDIDATE-CTR
               MOVE SPACES TO DUP-PRTLINE
               WRITE DUP-PRTLINE
                   AFTER ADVANCING 1 LINE
               PERFORM 2200-PRINT-CANDIDATE
                   VARYING GP-IDX FROM 1 BY 1
                       UNTIL GP-IDX > GRP-COUNT
               IF GROUP-SIZE > GRP-COUNT
                   COMPUTE O-MORE-CTR = GROUP-SIZE - GRP-COUNT
                   WRITE DUP-PRTLINE FROM DUP-MORE-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.
           MOVE ZERO TO GROUP-SIZE.
           MOVE ZERO TO GRP-COUNT.

       2200-PRINT-CANDIDATE.
           MOVE GP-IMAGE (GP-IDX) TO SORTED-STUDENT.
           MOVE C-GROUP-CTR TO O-GROUP-NO.
           MOVE SS-ID TO O-ID.
           MOVE SS-LNAME TO O-LNAME.
           MOVE SS-FNAME TO O-FNAME.
           MOVE SS-INIT TO O-INIT.
           MOVE SS-DEPT TO O-DEPT.
           MOVE SS-ENROLL-STATUS TO O-STATUS.
           MOVE SS-STATUS-DATE TO O-STATUS-DATE.
           MOVE SS-GPA TO O-GPA.
           MOVE SS-ID TO HOLD-ID.
           PERFORM 2300-COUNT-COURSES.
           MOVE C-COURSE-CTR TO O-COURSES.
           MOVE CREDIT-TOTAL TO O-CREDITS.
           WRITE DUP-PRTLINE FROM DUP-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       2300-COUNT-COURSES.
           MOVE ZERO TO C-COURSE-CTR.
           MOVE ZERO TO CREDIT-TOTAL.
           IF GH-OPEN
               MOVE 'YES' TO MORE-GRADES
               MOVE HOLD-ID TO GH-ID
               MOVE LOW-VALUES TO GH-TERM
               MOVE LOW-VALUES TO GH-COURSE
               START GRADE-HIST KEY IS NOT LESS THAN GH-KEY
                   INVALID KEY
                       MOVE 'NO' TO MORE-GRADES
               END-START
               IF MORE-GRADES = 'YES'
                   PERFORM 9200-READ-GRADE
               END-IF
               PERFORM 2350-ADD-COURSE
                   UNTIL MORE-GRADES = 'NO'
                       OR GH-ID NOT = HOLD-ID
           END-IF.

       2350-ADD-COURSE.
           IF NOT GH-VOIDED
               IF C-COURSE-CTR < 999
                   ADD 1 TO C-COURSE-CTR
               END-IF
               ADD GH-CREDITS TO CREDIT-TOTAL
           END-IF.
           PERFORM 9200-READ-GRADE.

       3000-CLOSING.
           PERFORM 2100-END-GROUP.
           MOVE C-MASTER-CTR TO O-MASTER-CTR.
           MOVE C-GROUP-CTR TO O-GROUP-CTR.
           MOVE C-CANDIDATE-CTR TO O-CANDIDATE-CTR.
           WRITE DUP-PRTLINE FROM DUP-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           CLOSE DUP-RPT.
           CLOSE SORT-OUT.
           CLOSE PAINT-EST.
           IF GH-OPEN
               CLOSE GRADE-HIST
           END-IF.
           DISPLAY 'COBCLK23 - MASTERS READ: ' C-MASTER-CTR
               '  GROUPS: ' C-GROUP-CTR
               '  CANDIDATE IDS: ' C-CANDIDATE-CTR.

       9000-READ-SORTED.
           READ SORT-OUT INTO SORTED-STUDENT
               AT END
                   MOVE 'NO' TO MORE-SORTED-RECS
               NOT AT END
                   MOVE SS-LNAME TO MK-LNAME
                   MOVE SS-FNAME TO MK-FNAME
                   MOVE SS-INIT TO MK-INIT
                   MOVE SS-DEPT TO MK-DEPT
           END-READ.

       9100-READ-MASTER.
           READ PAINT-EST NEXT RECORD
               AT END
                   MOVE 'NO' TO MORE-MASTER-RECS
           END-READ.

       9200-READ-GRADE.
           READ GRADE-HIST NEXT RECORD
               AT END
                   MOVE 'NO' TO MORE-GRADES
           END-READ.
