       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBCLK20.
       DATE-WRITTEN. 10/15/26.
       AUTHOR. CADE KIRKLAND.
       DATE-COMPILED.
      **********************************************
      ** DEGREE AUDIT - CHECKS EVERY ACTIVE       **
      ** STUDENT ON PAINTEST.DAT AGAINST THE      **
      ** REQUIRED CREDITS AND MINIMUM GPA FOR     **
      ** THEIR DEPARTMENT ON PAINDREQ.DAT, USING  **
      ** THE PAINGHIS.DAT GRADE HISTORY. PRINTS   **
      ** THE STUDENTS WHO ARE ELIGIBLE TO         **
      ** GRADUATE AND THOSE WHO ARE CLOSE, WITH   **
      ** WHAT EACH ONE IS STILL SHORT, ON         **
      ** PAINDAUD.PRT. ELIGIBLE STUDENTS THE      **
      ** REGISTRAR HAS CONFIRMED ON PAINDCNF.DAT  **
      ** ARE WRITTEN TO PAINDGRD.DAT AS 'S'       **
      ** STATUS CHANGES TO 'G' INSIDE A PROPER    **
      ** BATCHHDR/BATCHTRL BATCH (STAGE IT AS     **
      ** PAINTRAN.DAT AND RUN COBCLK02).          **
      **********************************************
      *  MODIFICATION HISTORY
      *  --------------------
      *  10/15/26  CK  INITIAL VERSION - PAINDREQ.DAT CARRIES ONE ROW
      *                PER DEPARTMENT: REQUIRED CREDITS, MINIMUM
      *                CUMULATIVE GPA AND THE 'CLOSE' WINDOW IN
      *                CREDITS (ZERO TAKES 12.0). EARNED CREDITS COUNT
      *                PASSING GRADES ONLY (ANY VALID GRADE BUT F);
      *                THE GPA IS FIGURED OVER ALL GRADED CREDITS ON
      *                THE COBCLK08 SCALE. A STUDENT WHOSE DEPARTMENT
      *                HAS NO ROW IS LISTED AND LEFT OUT OF THE BATCH.
      *                A CONFIRMED ID THAT IS NOT ELIGIBLE, NOT ACTIVE
      *                OR NOT ON FILE IS LISTED AND LEFT OUT. THE
      *                BATCH NUMBER COMES FROM THE SAME PAINBNUM.DAT
      *                CYCLE COBCLK07 AND COBCLK16 USE.
      *  10/15/26  CK  THE PROCESSING DATE NOW COMES FROM THE BUSINESS
      *                DATE CONTROL RECORD (PAINBDTE.DAT, KEPT BY
      *                COBCLK28) INSTEAD OF THE CLOCK, SO A RUN PAST
      *                MIDNIGHT OR A NEXT-MORNING RERUN CARRIES THE
      *                CYCLE'S DATE. NO CONTROL RECORD, OR A CLOSED
      *                CYCLE, REFUSES THE RUN (RC 12).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL DEPT-REQ-FILE
               ASSIGN TO "C:\School\COBOL\COBCLK20\PAINDREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONFIRM-FILE
               ASSIGN TO "C:\School\COBOL\COBCLK20\PAINDCNF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

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

           SELECT PAINT-GRD
               ASSIGN TO "C:\School\COBOL\COBCLK20\PAINDGRD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BATCH-NUM-FILE
               ASSIGN TO "C:\School\COBOL\COBCLK07\PAINBNUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-RPT
               ASSIGN TO "C:\School\COBOL\COBCLK20\PAINDAUD.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT BDATE-FILE
               ASSIGN TO "C:\School\COBOL\COBCLK28\PAINBDTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  DEPT-REQ-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DQ-REC
           RECORD CONTAINS 15 CHARACTERS.

       01  DQ-REC.
           05  DQ-DEPT             PIC X(4).
           05  DQ-REQ-CREDITS      PIC 9(3)V9.
           05  DQ-MIN-GPA          PIC 9V99.
           05  DQ-CLOSE-CREDITS    PIC 9(3)V9.

       FD  CONFIRM-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CF-REC
           RECORD CONTAINS 7 CHARACTERS.

       01  CF-REC.
           05  CF-ID               PIC X(7).

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
               88  I-ACTIVE                VALUE 'A'.
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

       FD  PAINT-GRD
           LABEL RECORD IS STANDARD
           DATA RECORD IS GD-REC
           RECORD CONTAINS 63 CHARACTERS.

       01  GD-REC                  PIC X(63).

       FD  BATCH-NUM-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS BN-REC
           RECORD CONTAINS 4 CHARACTERS.

       01  BN-REC.
           05  BN-LAST             PIC 9(4).

       FD  AUDIT-RPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS AUD-PRTLINE.

       01  AUD-PRTLINE             PIC X(100).

       FD BDATE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BD-REC
           RECORD CONTAINS 36 CHARACTERS.

       01  BD-REC                  PIC X(36).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  MORE-MASTER-RECS    PIC XXX       VALUE 'YES'.
           05  MORE-GRADES         PIC XXX       VALUE 'YES'.
           05  MORE-REQ-RECS       PIC XXX       VALUE 'YES'.
           05  MORE-CONFIRM-RECS   PIC XXX       VALUE 'YES'.
           05  C-AUDIT-CTR         PIC 9(5)      VALUE ZERO.
           05  C-ELIGIBLE-CTR      PIC 9(5)      VALUE ZERO.
           05  C-CLOSE-CTR         PIC 9(5)      VALUE ZERO.
           05  C-NOREQ-CTR         PIC 9(5)      VALUE ZERO.
           05  C-GRAD-CTR          PIC 9(5)      VALUE ZERO.
           05  C-REFUSED-CTR       PIC 9(5)      VALUE ZERO.

       01  MATCH-SWITCHES.
           05  VALID-GRADE-SW      PIC X         VALUE 'Y'.
               88  VALID-GRADE                   VALUE 'Y'.
               88  INVALID-GRADE                 VALUE 'N'.
           05  REQ-FOUND-SW        PIC X         VALUE 'N'.
               88  REQ-FOUND                     VALUE 'Y'.
               88  REQ-NOT-FOUND                 VALUE 'N'.
           05  CONFIRM-SW          PIC X         VALUE 'N'.
               88  REGISTRAR-CONFIRMED           VALUE 'Y'.
               88  NOT-CONFIRMED                 VALUE 'N'.
           05  AUDIT-RESULT        PIC X         VALUE SPACE.
               88  RESULT-ELIGIBLE               VALUE 'E'.
               88  RESULT-CLOSE                  VALUE 'C'.
               88  RESULT-SHORT                  VALUE 'S'.
               88  RESULT-NO-REQ                 VALUE 'N'.

       01  GPA-WORK.
           05  GRADE-IN            PIC X(2)      VALUE SPACES.
           05  GRADE-POINTS        PIC 9V99      VALUE ZERO.
           05  CUM-QP              PIC 9(6)V999  VALUE ZERO.
           05  GRADED-CREDITS      PIC 9(5)V9    VALUE ZERO.
           05  EARNED-CREDITS      PIC 9(5)V9    VALUE ZERO.
           05  CUM-GPA             PIC 9V99      VALUE ZERO.
           05  CREDITS-SHORT       PIC 9(5)V9    VALUE ZERO.
           05  GPA-SHORT           PIC 9V99      VALUE ZERO.
           05  CLOSE-WINDOW        PIC 9(3)V9    VALUE ZERO.

       01  DEPT-REQ-AREA.
           05  REQ-COUNT           PIC 99        VALUE ZERO.
           05  DEPT-REQ-TABLE OCCURS 1 TO 50 TIMES
                   DEPENDING ON REQ-COUNT
                   INDEXED BY RQ-IDX.
               10  RQ-DEPT         PIC X(4).
               10  RQ-REQ-CREDITS  PIC 9(3)V9.
               10  RQ-MIN-GPA      PIC 9V99.
               10  RQ-CLOSE        PIC 9(3)V9.

       01  CONFIRM-AREA.
           05  CONFIRM-COUNT       PIC 999       VALUE ZERO.
           05  CONFIRM-TABLE OCCURS 1 TO 500 TIMES
                   DEPENDING ON CONFIRM-COUNT
                   INDEXED BY CF-IDX.
               10  CT-ID           PIC X(7).
               10  CT-USED         PIC X.

       01  GRAD-AREA.
           05  GRAD-COUNT          PIC 999       VALUE ZERO.
           05  GRAD-TABLE OCCURS 1 TO 500 TIMES
                   DEPENDING ON GRAD-COUNT
                   INDEXED BY GD-IDX.
               10  GD-IMAGE        PIC X(63).

       01  TRAN-WORK.
           05  T-REC.
               10  T-CODE          PIC X.
               10  T-ID            PIC X(7).
               10  T-NAME.
                   15  T-LNAME     PIC X(15).
                   15  T-FNAME     PIC X(15).
                   15  T-INIT      PIC X.
               10  T-GPA           PIC 9V99.
               10  T-START-SALARY  PIC 9(6)V99.
               10  T-DEPT          PIC X(4).
               10  T-STATUS        PIC X.
               10  T-STATUS-DATE   PIC 9(8).

       01  BATCH-AREA.
           05  LAST-BATCH-NO       PIC 9(4)      VALUE ZERO.
           05  BATCH-NO            PIC 9(4)      VALUE ZERO.
           05  SALARY-HASH         PIC 9(9)V99   VALUE ZERO.

       01  BH-WORK.
           05  BH-REC.
               10  BH-CODE         PIC X(8).
               10  BH-DATE         PIC 9(8).
               10  BH-NUMBER       PIC 9(4).
               10  FILLER          PIC X(43).
           05  BT-REC REDEFINES BH-REC.
               10  BT-CODE         PIC X(8).
               10  BT-TRAN-COUNT   PIC 9(6).
               10  BT-SALARY-HASH  PIC 9(9)V99.
               10  FILLER          PIC X(38).

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

       01  AUD-TITLE-LINE.
           05  FILLER              PIC X(40)
                   VALUE 'DEGREE AUDIT - GRADUATION ELIGIBILITY'.
           05  FILLER              PIC X(10)     VALUE 'RUN DATE: '.
           05  O-TITLE-DATE        PIC 9(8).
           05  FILLER              PIC X(42)     VALUE SPACES.

       01  AUD-COL-LINE.
           05  FILLER              PIC X(9)      VALUE 'ID'.
           05  FILLER              PIC X(17)     VALUE 'LAST NAME'.
           05  FILLER              PIC X(6)      VALUE 'DEPT'.
           05  FILLER              PIC X(9)      VALUE ' EARNED'.
           05  FILLER              PIC X(9)      VALUE '   REQ'.
           05  FILLER              PIC X(6)      VALUE ' GPA'.
           05  FILLER              PIC X(6)      VALUE ' MIN'.
           05  FILLER              PIC X(10)     VALUE 'RESULT'.
           05  FILLER              PIC X(28)     VALUE 'SHORT / NOTE'.

       01  AUD-DETAIL-LINE.
           05  O-ID                PIC X(7).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  O-LNAME             PIC X(15).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  O-DEPT              PIC X(4).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  O-EARNED            PIC ZZZ9.9.
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  O-REQUIRED          PIC ZZZ9.9.
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  O-GPA               PIC Z.99.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  O-MIN-GPA           PIC Z.99.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  O-RESULT            PIC X(8).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  O-NOTE              PIC X(27).

       01  SHORT-NOTE.
           05  FILLER              PIC X(8)      VALUE 'CREDITS '.
           05  O-SHORT-CREDITS     PIC ZZZ9.9.
           05  FILLER              PIC X(6)      VALUE '  GPA '.
           05  O-SHORT-GPA         PIC Z.99.
           05  FILLER              PIC X(3)      VALUE SPACES.

       01  AUD-CONFIRM-LINE.
           05  FILLER              PIC X(20)
                   VALUE 'CONFIRMED, NOT DONE:'.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  O-C-ID              PIC X(7).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  O-C-REASON          PIC X(40).
           05  FILLER              PIC X(29)     VALUE SPACES.

       01  AUD-BATCH-LINE.
           05  FILLER              PIC X(27)
                   VALUE 'GRADUATION BATCH NUMBER: '.
           05  O-BATCH-NO          PIC 9(4).
           05  FILLER              PIC X(4)      VALUE SPACES.
           05  FILLER              PIC X(14)     VALUE 'TRANSACTIONS: '.
           05  O-BATCH-CTR         PIC ZZZZ9.
           05  FILLER              PIC X(46)     VALUE SPACES.

       01  AUD-TOTAL-LINE.
           05  FILLER              PIC X(9)      VALUE 'AUDITED: '.
           05  O-AUDIT-CTR         PIC ZZZZ9.
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  FILLER              PIC X(10)     VALUE 'ELIGIBLE: '.
           05  O-ELIGIBLE-CTR      PIC ZZZZ9.
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  FILLER              PIC X(7)      VALUE 'CLOSE: '.
           05  O-CLOSE-CTR         PIC ZZZZ9.
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  FILLER              PIC X(8)      VALUE 'NO REQ: '.
           05  O-NOREQ-CTR         PIC ZZZZ9.
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  FILLER              PIC X(11)     VALUE 'GRADUATED: '.
           05  O-GRAD-CTR          PIC ZZZZ9.
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  FILLER              PIC X(10)     VALUE 'REFUSED: '.
           05  O-REFUSED-CTR       PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-AUDIT-STUDENT THRU 2000-AUDIT-STUDENT-EXIT
               UNTIL MORE-MASTER-RECS = 'NO'.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           PERFORM 1010-GET-BUSINESS-DATE.
           OPEN INPUT DEPT-REQ-FILE.
           PERFORM 1100-LOAD-REQ THRU 1100-LOAD-REQ-EXIT
               UNTIL MORE-REQ-RECS = 'NO'.
           CLOSE DEPT-REQ-FILE.
           IF REQ-COUNT = ZERO
               DISPLAY 'COBCLK20 - NO DEPARTMENT REQUIREMENTS ON '
                   'PAINDREQ.DAT, RUN REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CONFIRM-FILE.
           PERFORM 1200-LOAD-CONFIRM THRU 1200-LOAD-CONFIRM-EXIT
               UNTIL MORE-CONFIRM-RECS = 'NO'.
           CLOSE CONFIRM-FILE.

           OPEN INPUT PAINT-EST.
           IF EST-STATUS NOT = '00'
               DISPLAY 'COBCLK20 - CANNOT OPEN PAINTEST.DAT, STATUS '
                   EST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT GRADE-HIST.
           IF GH-STATUS NOT = '00'
               DISPLAY 'COBCLK20 - CANNOT OPEN PAINGHIS.DAT, STATUS '
                   GH-STATUS
               CLOSE PAINT-EST
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT AUDIT-RPT.
           MOVE RUN-DATE TO O-TITLE-DATE.
           WRITE AUD-PRTLINE FROM AUD-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE AUD-PRTLINE FROM AUD-COL-LINE
               AFTER ADVANCING 2 LINES.
           DISPLAY 'COBCLK20 - DEGREE AUDIT'.

           MOVE LOW-VALUES TO I-ID.
           START PAINT-EST KEY IS NOT LESS THAN I-ID
               INVALID KEY
                   MOVE 'NO' TO MORE-MASTER-RECS
           END-START.
           IF MORE-MASTER-RECS = 'YES'
               PERFORM 9000-READ-MASTER
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
               DISPLAY 'COBCLK20 - NO BUSINESS DATE ON PAINBDTE.DAT,'
                   ' RUN REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT BUS-OPEN
               DISPLAY 'COBCLK20 - BUSINESS DATE ' BUS-DATE ' CYCLE '
                   BUS-CYCLE ' IS CLOSED, RUN REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BUS-DATE TO RUN-DATE.
           DISPLAY 'COBCLK20 - BUSINESS DATE ' BUS-DATE ' CYCLE '
               BUS-CYCLE.

       1100-LOAD-REQ.
           READ DEPT-REQ-FILE
               AT END
                   MOVE 'NO' TO MORE-REQ-RECS
                   GO TO 1100-LOAD-REQ-EXIT.
           IF DQ-DEPT = SPACES
               GO TO 1100-LOAD-REQ-EXIT.
           IF DQ-REQ-CREDITS NOT NUMERIC OR DQ-MIN-GPA NOT NUMERIC
               DISPLAY 'COBCLK20 - PAINDREQ.DAT ROW FOR ' DQ-DEPT
                   ' NOT NUMERIC, IGNORED'
               GO TO 1100-LOAD-REQ-EXIT.
           IF REQ-COUNT NOT < 50
               DISPLAY 'COBCLK20 - MORE THAN 50 PAINDREQ.DAT ROWS, '
                   DQ-DEPT ' IGNORED'
               GO TO 1100-LOAD-REQ-EXIT.
           ADD 1 TO REQ-COUNT.
           SET RQ-IDX TO REQ-COUNT.
           MOVE DQ-DEPT TO RQ-DEPT (RQ-IDX).
           MOVE DQ-REQ-CREDITS TO RQ-REQ-CREDITS (RQ-IDX).
           MOVE DQ-MIN-GPA TO RQ-MIN-GPA (RQ-IDX).
           IF DQ-CLOSE-CREDITS NUMERIC AND DQ-CLOSE-CREDITS > ZERO
               MOVE DQ-CLOSE-CREDITS TO RQ-CLOSE (RQ-IDX)
           ELSE
               MOVE 12.0 TO RQ-CLOSE (RQ-IDX)
           END-IF.
       1100-LOAD-REQ-EXIT.
           EXIT.

       1200-LOAD-CONFIRM.
           READ CONFIRM-FILE
               AT END
                   MOVE 'NO' TO MORE-CONFIRM-RECS
                   GO TO 1200-LOAD-CONFIRM-EXIT.
           IF CF-ID = SPACES
               GO TO 1200-LOAD-CONFIRM-EXIT.
           IF CONFIRM-COUNT NOT < 500
               DISPLAY 'COBCLK20 - MORE THAN 500 CONFIRMATIONS, '
                   CF-ID ' HELD FOR NEXT RUN'
               GO TO 1200-LOAD-CONFIRM-EXIT.
           ADD 1 TO CONFIRM-COUNT.
           SET CF-IDX TO CONFIRM-COUNT.
           MOVE CF-ID TO CT-ID (CF-IDX).
           MOVE 'N' TO CT-USED (CF-IDX).
       1200-LOAD-CONFIRM-EXIT.
           EXIT.

       2000-AUDIT-STUDENT.
           IF I-ID = 'TRAILER'
               MOVE 'NO' TO MORE-MASTER-RECS
               GO TO 2000-AUDIT-STUDENT-EXIT.
           PERFORM 2050-CHECK-CONFIRM.
           IF NOT I-ACTIVE
               IF REGISTRAR-CONFIRMED
                   MOVE I-ID TO O-C-ID
                   MOVE 'STUDENT IS NOT ACTIVE' TO O-C-REASON
                   PERFORM 2900-REFUSE-CONFIRM
               END-IF
               GO TO 2000-AUDIT-STUDENT-READ.
           ADD 1 TO C-AUDIT-CTR.
           PERFORM 2100-FIND-REQ.
           PERFORM 2200-ADD-UP-HISTORY.
           PERFORM 2400-JUDGE.
           IF RESULT-SHORT
               IF REGISTRAR-CONFIRMED
                   MOVE I-ID TO O-C-ID
                   MOVE 'NOT ELIGIBLE TO GRADUATE' TO O-C-REASON
                   PERFORM 2900-REFUSE-CONFIRM
               END-IF
               GO TO 2000-AUDIT-STUDENT-READ.
           PERFORM 2500-PRINT-STUDENT.
           IF REGISTRAR-CONFIRMED
               EVALUATE TRUE
                   WHEN RESULT-ELIGIBLE
                       PERFORM 2600-QUEUE-GRADUATION
                   WHEN RESULT-CLOSE
                       MOVE I-ID TO O-C-ID
                       MOVE 'NOT ELIGIBLE TO GRADUATE' TO O-C-REASON
                       PERFORM 2900-REFUSE-CONFIRM
                   WHEN RESULT-NO-REQ
                       MOVE I-ID TO O-C-ID
                       MOVE 'NO REQUIREMENTS FOR DEPARTMENT'
                           TO O-C-REASON
                       PERFORM 2900-REFUSE-CONFIRM
               END-EVALUATE
           END-IF.
       2000-AUDIT-STUDENT-READ.
           PERFORM 9000-READ-MASTER.
       2000-AUDIT-STUDENT-EXIT.
           EXIT.

       2050-CHECK-CONFIRM.
           SET NOT-CONFIRMED TO TRUE.
           IF CONFIRM-COUNT > ZERO
               SET CF-IDX TO 1
               SEARCH CONFIRM-TABLE
                   AT END
                       CONTINUE
                   WHEN CT-ID (CF-IDX) = I-ID
                       SET REGISTRAR-CONFIRMED TO TRUE
                       MOVE 'Y' TO CT-USED (CF-IDX)
               END-SEARCH
           END-IF.

       2100-FIND-REQ.
           SET REQ-NOT-FOUND TO TRUE.
           SET RQ-IDX TO 1.
           SEARCH DEPT-REQ-TABLE
               AT END
                   CONTINUE
               WHEN RQ-DEPT (RQ-IDX) = I-DEPT
                   SET REQ-FOUND TO TRUE
           END-SEARCH.

       2200-ADD-UP-HISTORY.
           MOVE ZERO TO CUM-QP.
           MOVE ZERO TO GRADED-CREDITS.
           MOVE ZERO TO EARNED-CREDITS.
           MOVE ZERO TO CUM-GPA.
           MOVE 'YES' TO MORE-GRADES.
           MOVE I-ID TO GH-ID.
           MOVE LOW-VALUES TO GH-TERM.
           MOVE LOW-VALUES TO GH-COURSE.
           START GRADE-HIST KEY IS NOT LESS THAN GH-KEY
               INVALID KEY
                   MOVE 'NO' TO MORE-GRADES
           END-START.
           IF MORE-GRADES = 'YES'
               PERFORM 9100-READ-GRADE
           END-IF.
           PERFORM 2250-ACCUM-GRADE
               UNTIL MORE-GRADES = 'NO'
                   OR GH-ID NOT = I-ID.
           IF GRADED-CREDITS > ZERO
               COMPUTE CUM-GPA ROUNDED = CUM-QP / GRADED-CREDITS
                   ON SIZE ERROR
                       MOVE ZERO TO CUM-GPA
               END-COMPUTE
           END-IF.

       2250-ACCUM-GRADE.
           MOVE GH-GRADE TO GRADE-IN.
           PERFORM 2300-GRADE-POINTS.
           IF VALID-GRADE
               COMPUTE CUM-QP =
                   CUM-QP + (GH-CREDITS * GRADE-POINTS)
               ADD GH-CREDITS TO GRADED-CREDITS
               IF GRADE-IN NOT = 'F '
                   ADD GH-CREDITS TO EARNED-CREDITS
               END-IF
           END-IF.
           PERFORM 9100-READ-GRADE.

       2300-GRADE-POINTS.
           MOVE 'Y' TO VALID-GRADE-SW.
           EVALUATE GRADE-IN
               WHEN 'A '
                   MOVE 4.00 TO GRADE-POINTS
               WHEN 'A-'
                   MOVE 3.70 TO GRADE-POINTS
               WHEN 'B+'
                   MOVE 3.30 TO GRADE-POINTS
               WHEN 'B '
                   MOVE 3.00 TO GRADE-POINTS
               WHEN 'B-'
                   MOVE 2.70 TO GRADE-POINTS
               WHEN 'C+'
                   MOVE 2.30 TO GRADE-POINTS
               WHEN 'C '
                   MOVE 2.00 TO GRADE-POINTS
               WHEN 'C-'
                   MOVE 1.70 TO GRADE-POINTS
               WHEN 'D+'
                   MOVE 1.30 TO GRADE-POINTS
               WHEN 'D '
                   MOVE 1.00 TO GRADE-POINTS
               WHEN 'F '
                   MOVE ZERO TO GRADE-POINTS
               WHEN OTHER
                   MOVE 'N' TO VALID-GRADE-SW
                   MOVE ZERO TO GRADE-POINTS
           END-EVALUATE.

       2400-JUDGE.
           MOVE ZERO TO CREDITS-SHORT.
           MOVE ZERO TO GPA-SHORT.
           IF REQ-NOT-FOUND
               SET RESULT-NO-REQ TO TRUE
               ADD 1 TO C-NOREQ-CTR
           ELSE
               IF EARNED-CREDITS < RQ-REQ-CREDITS (RQ-IDX)
                   COMPUTE CREDITS-SHORT =
                       RQ-REQ-CREDITS (RQ-IDX) - EARNED-CREDITS
               END-IF
               IF CUM-GPA < RQ-MIN-GPA (RQ-IDX)
                   COMPUTE GPA-SHORT = RQ-MIN-GPA (RQ-IDX) - CUM-GPA
               END-IF
               MOVE RQ-CLOSE (RQ-IDX) TO CLOSE-WINDOW
               EVALUATE TRUE
                   WHEN CREDITS-SHORT = ZERO AND GPA-SHORT = ZERO
                       SET RESULT-ELIGIBLE TO TRUE
                       ADD 1 TO C-ELIGIBLE-CTR
                   WHEN CREDITS-SHORT NOT > CLOSE-WINDOW
                       SET RESULT-CLOSE TO TRUE
                       ADD 1 TO C-CLOSE-CTR
                   WHEN OTHER
                       SET RESULT-SHORT TO TRUE
               END-EVALUATE
           END-IF.

       2500-PRINT-STUDENT.
           MOVE I-ID TO O-ID.
           MOVE I-LNAME TO O-LNAME.
           MOVE I-DEPT TO O-DEPT.
           MOVE EARNED-CREDITS TO O-EARNED.
           MOVE CUM-GPA TO O-GPA.
           IF REQ-FOUND
               MOVE RQ-REQ-CREDITS (RQ-IDX) TO O-REQUIRED
               MOVE RQ-MIN-GPA (RQ-IDX) TO O-MIN-GPA
           ELSE
               MOVE ZERO TO O-REQUIRED
               MOVE ZERO TO O-MIN-GPA
           END-IF.
           EVALUATE TRUE
               WHEN RESULT-ELIGIBLE
                   MOVE 'ELIGIBLE' TO O-RESULT
                   IF REGISTRAR-CONFIRMED
                       MOVE 'CONFIRMED - GRADUATED' TO O-NOTE
                   ELSE
                       MOVE 'AWAITING CONFIRMATION' TO O-NOTE
                   END-IF
               WHEN RESULT-CLOSE
                   MOVE 'CLOSE' TO O-RESULT
                   MOVE CREDITS-SHORT TO O-SHORT-CREDITS
                   MOVE GPA-SHORT TO O-SHORT-GPA
                   MOVE SHORT-NOTE TO O-NOTE
               WHEN RESULT-NO-REQ
                   MOVE 'NO REQ' TO O-RESULT
                   MOVE 'DEPT NOT ON PAINDREQ.DAT' TO O-NOTE
           END-EVALUATE.
           WRITE AUD-PRTLINE FROM AUD-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       2600-QUEUE-GRADUATION.
           IF GRAD-COUNT NOT < 500
               MOVE I-ID TO O-C-ID
               MOVE 'MORE THAN 500 IN BATCH - RERUN' TO O-C-REASON
               PERFORM 2900-REFUSE-CONFIRM
           ELSE
               MOVE SPACES TO T-REC
               MOVE 'S' TO T-CODE
               MOVE I-ID TO T-ID
               MOVE I-NAME TO T-NAME
               MOVE ZERO TO T-GPA
               MOVE ZERO TO T-START-SALARY
               MOVE I-DEPT TO T-DEPT
               MOVE 'G' TO T-STATUS
               MOVE RUN-DATE TO T-STATUS-DATE
               ADD 1 TO GRAD-COUNT
               SET GD-IDX TO GRAD-COUNT
               MOVE T-REC TO GD-IMAGE (GD-IDX)
               ADD 1 TO C-GRAD-CTR
           END-IF.

       2900-REFUSE-CONFIRM.
           ADD 1 TO C-REFUSED-CTR.
           WRITE AUD-PRTLINE FROM AUD-CONFIRM-LINE
               AFTER ADVANCING 1 LINE.

       3000-CLOSING.
           IF CONFIRM-COUNT > ZERO
               PERFORM 3050-CHECK-UNUSED
                   VARYING CF-IDX FROM 1 BY 1
                       UNTIL CF-IDX > CONFIRM-COUNT
           END-IF.
           IF GRAD-COUNT > ZERO
               PERFORM 3100-WRITE-GRAD-BATCH
               MOVE BATCH-NO TO O-BATCH-NO
               MOVE GRAD-COUNT TO O-BATCH-CTR
               WRITE AUD-PRTLINE FROM AUD-BATCH-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           MOVE C-AUDIT-CTR TO O-AUDIT-CTR.
           MOVE C-ELIGIBLE-CTR TO O-ELIGIBLE-CTR.
           MOVE C-CLOSE-CTR TO O-CLOSE-CTR.
           MOVE C-NOREQ-CTR TO O-NOREQ-CTR.
           MOVE C-GRAD-CTR TO O-GRAD-CTR.
           MOVE C-REFUSED-CTR TO O-REFUSED-CTR.
           WRITE AUD-PRTLINE FROM AUD-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE AUDIT-RPT.
           CLOSE GRADE-HIST.
           CLOSE PAINT-EST.
           DISPLAY 'COBCLK20 - AUDITED: ' C-AUDIT-CTR
               '  ELIGIBLE: ' C-ELIGIBLE-CTR
               '  GRADUATED: ' C-GRAD-CTR.
           IF GRAD-COUNT > ZERO
               DISPLAY 'STAGE PAINDGRD.DAT AS PAINTRAN.DAT AND'
               DISPLAY 'RUN COBCLK02 TO APPLY THE GRADUATIONS.'
           END-IF.
           IF C-REFUSED-CTR > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

       3050-CHECK-UNUSED.
           IF CT-USED (CF-IDX) = 'N'
               MOVE CT-ID (CF-IDX) TO O-C-ID
               MOVE 'NOT ON PAINTEST.DAT' TO O-C-REASON
               PERFORM 2900-REFUSE-CONFIRM
           END-IF.

       3100-WRITE-GRAD-BATCH.
           PERFORM 3150-NEXT-BATCH-NO.
           OPEN OUTPUT PAINT-GRD.
           MOVE SPACES TO BH-REC.
           MOVE 'BATCHHDR' TO BH-CODE.
           MOVE RUN-DATE TO BH-DATE.
           MOVE BATCH-NO TO BH-NUMBER.
           WRITE GD-REC FROM BH-REC.
           MOVE ZERO TO SALARY-HASH.
           PERFORM 3200-WRITE-GRAD-REC
               VARYING GD-IDX FROM 1 BY 1
                   UNTIL GD-IDX > GRAD-COUNT.
           MOVE SPACES TO BT-REC.
           MOVE 'BATCHTRL' TO BT-CODE.
           MOVE GRAD-COUNT TO BT-TRAN-COUNT.
           MOVE SALARY-HASH TO BT-SALARY-HASH.
           WRITE GD-REC FROM BT-REC.
           CLOSE PAINT-GRD.
           OPEN OUTPUT BATCH-NUM-FILE.
           MOVE BATCH-NO TO BN-LAST.
           WRITE BN-REC.
           CLOSE BATCH-NUM-FILE.

       3150-NEXT-BATCH-NO.
           OPEN INPUT BATCH-NUM-FILE.
           READ BATCH-NUM-FILE
               AT END
                   MOVE ZERO TO LAST-BATCH-NO
               NOT AT END
                   MOVE BN-LAST TO LAST-BATCH-NO
           END-READ.
           CLOSE BATCH-NUM-FILE.
           IF LAST-BATCH-NO NOT NUMERIC
               MOVE ZERO TO LAST-BATCH-NO
           END-IF.
           COMPUTE BATCH-NO = LAST-BATCH-NO + 1.
           IF BATCH-NO > 9999 OR BATCH-NO = ZERO
               MOVE 1 TO BATCH-NO
           END-IF.

       3200-WRITE-GRAD-REC.
           MOVE GD-IMAGE (GD-IDX) TO T-REC.
           ADD T-START-SALARY TO SALARY-HASH.
           WRITE GD-REC FROM T-REC.

       9000-READ-MASTER.
           READ PAINT-EST NEXT RECORD
               AT END
                   MOVE 'NO' TO MORE-MASTER-RECS
           END-READ.

       9100-READ-GRADE.
           READ GRADE-HIST NEXT RECORD
               AT END
                   MOVE 'NO' TO MORE-GRADES
           END-READ.
