       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBCLK18.
       DATE-WRITTEN. 10/15/26.
       AUTHOR. CADE KIRKLAND.
       DATE-COMPILED.
      **********************************************
      ** GRADE CHANGE / CORRECTION - APPLIES THE  **
      ** REGISTRAR'S GRADE-CHANGE TRANSACTIONS    **
      ** (PAINGCHG.DAT) TO THE INDEXED PAINGHIS.  **
      ** DAT GRADE HISTORY MASTER. A 'C' REPLACES **
      ** THE CREDITS AND LETTER GRADE ON AN       **
      ** EXISTING COURSE, A 'V' VOIDS IT. THE OLD **
      ** VALUES GO TO PAINGCHH.DAT WITH WHO AND   **
      ** WHEN, THE STUDENT'S CUMULATIVE I-GPA IS  **
      ** RE-DERIVED FROM THE WHOLE HISTORY, AND   **
      ** PAINGCHR.PRT IS THE REGISTER THE         **
      ** REGISTRAR SIGNS OFF ON.                  **
      **********************************************
      *  MODIFICATION HISTORY
      *  --------------------
      *  10/15/26  CK  INITIAL VERSION - COBCLK08 ONLY EVER ADDS TO
      *                PAINGHIS.DAT, SO INCOMPLETES, APPEALS AND
      *                KEYING MISTAKES HAD TO BE FIXED BY EDITING THE
      *                FILE. EVERY TRANSACTION CARRIES THE OPERATOR
      *                ID OF THE PERSON AUTHORIZING IT AND A SHORT
      *                REASON; BOTH GO ON THE BEFORE-IMAGE RECORD.
      *                AFTER EACH APPLIED CHANGE THE STUDENT'S
      *                COURSES ARE RE-READ FROM PAINGHIS.DAT AND THE
      *                CREDIT-WEIGHTED GPA (SAME SCALE AS COBCLK08
      *                AND COBCLK12) IS REWRITTEN TO I-GPA, WITH A
      *                'G' BEFORE-IMAGE ON PAINHIST.DAT FIRST, SO THE
      *                MASTER AND THE COBCLK12 TRANSCRIPT AGREE. A
      *                STUDENT LEFT WITH NO COURSES GETS A ZERO GPA.
      *                REJECTED TRANSACTIONS PRINT WITH THEIR REASON
      *                AND GO UNCHANGED TO PAINGCRY.DAT FOR
      *                RESUBMISSION. RC 8 WHEN ANYTHING IS REJECTED,
      *                RC 16 WHEN A MASTER FILE CANNOT BE OPENED.
      *  10/15/26  CK  THE PROCESSING DATE NOW COMES FROM THE BUSINESS
      *                DATE CONTROL RECORD (PAINBDTE.DAT, KEPT BY
      *                COBCLK28) INSTEAD OF THE CLOCK, SO A RUN PAST
      *                MIDNIGHT OR A NEXT-MORNING RERUN CARRIES THE
      *                CYCLE'S DATE. NO CONTROL RECORD, OR A CLOSED
      *                CYCLE, REFUSES THE RUN (RC 12).
      *  10/15/26  CK  A 'V' NO LONGER DELETES THE PAINGHIS.DAT ROW -
      *                IT REWRITES THE GRADE AS 'V ' (GH-VOIDED), SO
      *                COBCLK08 SEES THE KEY AS ALREADY LOADED AND
      *                CANNOT PUT THE COURSE BACK FROM THE NEXT FEED.
      *                EVERY GPA AND CREDIT READER SKIPS A VOIDED ROW.
      *                A SECOND 'V' ON THE SAME COURSE IS REJECTED; A
      *                'C' ON A VOIDED COURSE REINSTATES IT.
      *                RENUMBERED 2150-READ-GRADE TO 2160-READ-GRADE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT GRADE-CHG
               ASSIGN TO "C:\School\COBOL\COBCLK18\PAINGCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GC-STATUS.

           SELECT GRADE-HIST
               ASSIGN TO "C:\School\COBOL\COBCLK08\PAINGHIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GH-KEY
               FILE STATUS IS GH-STATUS.

           SELECT PAINT-EST
               ASSIGN TO "C:\School\COBOL\COBCLK01\PAINTEST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS I-ID
               ALTERNATE RECORD KEY IS I-LNAME
                   WITH DUPLICATES
               FILE STATUS IS EST-STATUS.

           SELECT PAINT-HIST
               ASSIGN TO "C:\School\COBOL\COBCLK02\PAINHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-STATUS.

           SELECT GCHG-HIST
               ASSIGN TO "C:\School\COBOL\COBCLK18\PAINGCHH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GX-STATUS.

           SELECT GCHG-RCY
               ASSIGN TO "C:\School\COBOL\COBCLK18\PAINGCRY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHG-RPT
               ASSIGN TO "C:\School\COBOL\COBCLK18\PAINGCHR.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT BDATE-FILE
               ASSIGN TO "C:\School\COBOL\COBCLK28\PAINBDTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  GRADE-CHG
           LABEL RECORD IS STANDARD
           DATA RECORD IS GC-REC
           RECORD CONTAINS 55 CHARACTERS.

       01  GC-REC.
           05  GC-CODE             PIC X.
               88  GC-CHANGE           VALUE 'C'.
               88  GC-VOID             VALUE 'V'.
           05  GC-KEY.
               10  GC-ID           PIC X(7).
               10  GC-TERM         PIC X(6).
               10  GC-COURSE       PIC X(8).
           05  GC-CREDITS          PIC 99V9.
           05  GC-GRADE            PIC X(2).
           05  GC-OPERATOR         PIC X(8).
           05  GC-REASON           PIC X(20).

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

       FD  PAINT-HIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS HIST-REC
           RECORD CONTAINS 77 CHARACTERS.

       01  HIST-REC.
           05  H-RUN-DATE          PIC 9(8).
           05  H-RUN-TIME          PIC X(6).
           05  H-T-CODE            PIC X.
           05  H-IMAGE             PIC X(62).

       FD  GCHG-HIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS GX-REC
           RECORD CONTAINS 74 CHARACTERS.

       01  GX-REC.
           05  GX-RUN-DATE         PIC 9(8).
           05  GX-RUN-TIME         PIC X(6).
           05  GX-CODE             PIC X.
           05  GX-OPERATOR         PIC X(8).
           05  GX-REASON           PIC X(20).
           05  GX-BEFORE           PIC X(26).
           05  GX-NEW-CREDITS      PIC 99V9.
           05  GX-NEW-GRADE        PIC X(2).

       FD  GCHG-RCY
           LABEL RECORD IS STANDARD
           DATA RECORD IS GR-REC
           RECORD CONTAINS 55 CHARACTERS.

       01  GR-REC                  PIC X(55).

       FD  CHG-RPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS CHR-PRTLINE.

       01  CHR-PRTLINE             PIC X(100).

       FD BDATE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BD-REC
           RECORD CONTAINS 36 CHARACTERS.

       01  BD-REC                  PIC X(36).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  MORE-CHG-RECS       PIC XXX       VALUE 'YES'.
           05  MORE-GRADES         PIC XXX       VALUE 'YES'.
           05  C-READ-CTR          PIC 9(5)      VALUE ZERO.
           05  C-CHANGE-CTR        PIC 9(5)      VALUE ZERO.
           05  C-VOID-CTR          PIC 9(5)      VALUE ZERO.
           05  C-REJECT-CTR        PIC 9(5)      VALUE ZERO.
           05  C-GPA-CTR           PIC 9(5)      VALUE ZERO.
           05  HOLD-ID             PIC X(7)      VALUE SPACES.

       01  MATCH-SWITCHES.
           05  FOUND-SW            PIC X         VALUE 'N'.
               88  ID-FOUND                      VALUE 'Y'.
               88  ID-NOT-FOUND                  VALUE 'N'.
           05  GH-FOUND-SW         PIC X         VALUE 'N'.
               88  GH-FOUND                      VALUE 'Y'.
               88  GH-NOT-FOUND                  VALUE 'N'.
           05  VALID-GRADE-SW      PIC X         VALUE 'Y'.
               88  VALID-GRADE                   VALUE 'Y'.
               88  INVALID-GRADE                 VALUE 'N'.

       01  EDIT-SWITCHES.
           05  VALID-TRAN-SW       PIC X         VALUE 'Y'.
               88  VALID-TRAN                    VALUE 'Y'.
               88  INVALID-TRAN                  VALUE 'N'.
           05  ERR-REASON          PIC X(30)     VALUE SPACES.

       01  GPA-WORK.
           05  GRADE-IN            PIC X(2)      VALUE SPACES.
           05  GRADE-POINTS        PIC 9V99      VALUE ZERO.
           05  QP-TOTAL            PIC 9(5)V999  VALUE ZERO.
           05  CREDIT-TOTAL        PIC 9(4)V9    VALUE ZERO.
           05  NEW-GPA             PIC 9V99      VALUE ZERO.
           05  OLD-GPA             PIC 9V99      VALUE ZERO.

       01  BEFORE-IMAGE.
           05  BI-KEY              PIC X(21).
           05  BI-CREDITS          PIC 99V9.
           05  BI-GRADE            PIC X(2).

       01  FILE-STATUSES.
           05  GC-STATUS           PIC XX        VALUE ZERO.
           05  GH-STATUS           PIC XX        VALUE ZERO.
           05  EST-STATUS          PIC XX        VALUE ZERO.
           05  HIST-STATUS         PIC XX        VALUE ZERO.
           05  GX-STATUS           PIC XX        VALUE ZERO.
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

       01  CHR-TITLE-LINE.
           05  FILLER              PIC X(40)
                   VALUE 'GRADE CHANGE / CORRECTION REGISTER'.
           05  FILLER              PIC X(10)     VALUE 'RUN DATE: '.
           05  O-RUN-DATE          PIC 9(8).
           05  FILLER              PIC X(42)     VALUE SPACES.

       01  CHR-COL-LINE.
           05  FILLER              PIC X(3)      VALUE 'TX'.
           05  FILLER              PIC X(9)      VALUE 'ID'.
           05  FILLER              PIC X(7)      VALUE 'TERM'.
           05  FILLER              PIC X(10)     VALUE 'COURSE'.
           05  FILLER              PIC X(10)     VALUE 'OLD'.
           05  FILLER              PIC X(10)     VALUE 'NEW'.
           05  FILLER              PIC X(10)     VALUE 'OPERATOR'.
           05  FILLER              PIC X(10)     VALUE 'RESULT'.
           05  FILLER              PIC X(31)     VALUE 'REASON'.

       01  CHR-DETAIL-LINE.
           05  O-C-CODE            PIC X.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  O-C-ID              PIC X(7).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  O-C-TERM            PIC X(6).
           05  FILLER              PIC X         VALUE SPACES.
           05  O-C-COURSE          PIC X(8).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  O-C-OLD-CR          PIC Z9.9.
           05  FILLER              PIC X         VALUE SPACES.
           05  O-C-OLD-GR          PIC X(2).
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  O-C-NEW-CR          PIC Z9.9.
           05  FILLER              PIC X         VALUE SPACES.
           05  O-C-NEW-GR          PIC X(2).
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  O-C-OPER            PIC X(8).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  O-C-RESULT          PIC X(8).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  O-C-REASON          PIC X(30).
           05  FILLER              PIC X         VALUE SPACES.

       01  CHR-GPA-LINE.
           05  FILLER              PIC X(12)     VALUE SPACES.
           05  FILLER              PIC X(16)
                   VALUE 'CUMULATIVE GPA: '.
           05  O-G-OLD-GPA         PIC Z.99.
           05  FILLER              PIC X(4)      VALUE ' -> '.
           05  O-G-NEW-GPA         PIC Z.99.
           05  FILLER              PIC X(4)      VALUE SPACES.
           05  FILLER              PIC X(9)      VALUE 'CREDITS: '.
           05  O-G-CREDITS         PIC ZZZ9.9.
           05  FILLER              PIC X(4)      VALUE SPACES.
           05  O-G-NOTE            PIC X(20).
           05  FILLER              PIC X(17)     VALUE SPACES.

       01  CHR-TOTAL-LINE.
           05  FILLER              PIC X(6)      VALUE 'READ: '.
           05  O-READ-CTR          PIC ZZZZ9.
           05  FILLER              PIC X(4)      VALUE SPACES.
           05  FILLER              PIC X(9)      VALUE 'CHANGED: '.
           05  O-CHANGE-CTR        PIC ZZZZ9.
           05  FILLER              PIC X(4)      VALUE SPACES.
           05  FILLER              PIC X(8)      VALUE 'VOIDED: '.
           05  O-VOID-CTR          PIC ZZZZ9.
           05  FILLER              PIC X(4)      VALUE SPACES.
           05  FILLER              PIC X(10)     VALUE 'REJECTED: '.
           05  O-REJECT-CTR        PIC ZZZZ9.
           05  FILLER              PIC X(4)      VALUE SPACES.
           05  FILLER              PIC X(14)     VALUE 'GPAS UPDATED: '.
           05  O-GPA-CTR           PIC ZZZZ9.
           05  FILLER              PIC X(6)      VALUE SPACES.

       01  CHR-SIGN-LINE.
           05  FILLER              PIC X(24)
                   VALUE 'REVIEWED BY REGISTRAR: '.
           05  FILLER              PIC X(30)     VALUE ALL '_'.
           05  FILLER              PIC X(4)      VALUE SPACES.
           05  FILLER              PIC X(6)      VALUE 'DATE: '.
           05  FILLER              PIC X(12)     VALUE ALL '_'.
           05  FILLER              PIC X(24)     VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-PROCESS-CHANGE THRU 2000-PROCESS-CHANGE-EXIT
               UNTIL MORE-CHG-RECS = 'NO'.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           PERFORM 1010-GET-BUSINESS-DATE.
           OPEN INPUT GRADE-CHG.
           IF GC-STATUS NOT = '00'
               DISPLAY 'COBCLK18 - NO PAINGCHG.DAT GRADE CHANGES, '
                   'STATUS ' GC-STATUS
               STOP RUN
           END-IF.

           OPEN I-O GRADE-HIST.
           IF GH-STATUS NOT = '00'
               DISPLAY 'COBCLK18 - CANNOT OPEN PAINGHIS.DAT, STATUS '
                   GH-STATUS
               CLOSE GRADE-CHG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O PAINT-EST.
           IF EST-STATUS NOT = '00'
               DISPLAY 'COBCLK18 - CANNOT OPEN PAINTEST.DAT, STATUS '
                   EST-STATUS
               CLOSE GRADE-CHG
               CLOSE GRADE-HIST
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND PAINT-HIST.
           IF HIST-STATUS = '35'
               OPEN OUTPUT PAINT-HIST
           END-IF.
           OPEN EXTEND GCHG-HIST.
           IF GX-STATUS = '35'
               OPEN OUTPUT GCHG-HIST
           END-IF.
           OPEN OUTPUT GCHG-RCY.

           OPEN OUTPUT CHG-RPT.
           MOVE RUN-DATE TO O-RUN-DATE.
           WRITE CHR-PRTLINE FROM CHR-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE CHR-PRTLINE FROM CHR-COL-LINE
               AFTER ADVANCING 2 LINES.
           DISPLAY 'COBCLK18 - GRADE CHANGE PROCESSING'.
           PERFORM 9000-READ-CHANGE.

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
               DISPLAY 'COBCLK18 - NO BUSINESS DATE ON PAINBDTE.DAT,'
                   ' RUN REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT BUS-OPEN
               DISPLAY 'COBCLK18 - BUSINESS DATE ' BUS-DATE ' CYCLE '
                   BUS-CYCLE ' IS CLOSED, RUN REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BUS-DATE TO RUN-DATE.
           DISPLAY 'COBCLK18 - BUSINESS DATE ' BUS-DATE ' CYCLE '
               BUS-CYCLE.

       2000-PROCESS-CHANGE.
           ADD 1 TO C-READ-CTR.
           MOVE GC-CODE TO O-C-CODE.
           MOVE GC-ID TO O-C-ID.
           MOVE GC-TERM TO O-C-TERM.
           MOVE GC-COURSE TO O-C-COURSE.
           MOVE GC-OPERATOR TO O-C-OPER.
           MOVE ZERO TO O-C-OLD-CR.
           MOVE SPACES TO O-C-OLD-GR.
           MOVE ZERO TO O-C-NEW-CR.
           MOVE SPACES TO O-C-NEW-GR.
           MOVE SPACES TO O-C-REASON.
           PERFORM 2100-VALIDATE-CHANGE.
           IF INVALID-TRAN
               PERFORM 2700-REJECT-CHANGE
               GO TO 2000-PROCESS-CHANGE-READ.
           PERFORM 2160-READ-GRADE.
           IF GH-NOT-FOUND
               MOVE 'COURSE NOT ON GRADE HISTORY' TO ERR-REASON
               PERFORM 2700-REJECT-CHANGE
               GO TO 2000-PROCESS-CHANGE-READ.
           MOVE GH-KEY TO BI-KEY.
           MOVE GH-CREDITS TO BI-CREDITS.
           MOVE GH-GRADE TO BI-GRADE.
           MOVE GH-CREDITS TO O-C-OLD-CR.
           MOVE GH-GRADE TO O-C-OLD-GR.
           IF GC-CHANGE
               PERFORM 2200-APPLY-CHANGE THRU 2200-APPLY-CHANGE-EXIT
           ELSE
               PERFORM 2300-APPLY-VOID THRU 2300-APPLY-VOID-EXIT
           END-IF.
           IF VALID-TRAN
               PERFORM 2400-WRITE-BEFORE-IMAGE
               MOVE GC-REASON TO O-C-REASON
               WRITE CHR-PRTLINE FROM CHR-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               MOVE GC-ID TO HOLD-ID
               PERFORM 2500-RECOMPUTE-GPA
               PERFORM 2600-APPLY-GPA THRU 2600-APPLY-GPA-EXIT
           END-IF.
       2000-PROCESS-CHANGE-READ.
           PERFORM 9000-READ-CHANGE.
       2000-PROCESS-CHANGE-EXIT.
           EXIT.

       2100-VALIDATE-CHANGE.
           MOVE 'Y' TO VALID-TRAN-SW.
           MOVE GC-GRADE TO GRADE-IN.
           PERFORM 2150-GRADE-POINTS.
           EVALUATE TRUE
               WHEN NOT GC-CHANGE AND NOT GC-VOID
                   MOVE 'N' TO VALID-TRAN-SW
                   MOVE 'CODE MUST BE C OR V' TO ERR-REASON
               WHEN GC-ID = SPACES
                   MOVE 'N' TO VALID-TRAN-SW
                   MOVE 'MISSING STUDENT ID' TO ERR-REASON
               WHEN GC-ID = 'TRAILER'
                   MOVE 'N' TO VALID-TRAN-SW
                   MOVE 'ID RESERVED FOR TRAILER RECORD'
                       TO ERR-REASON
               WHEN GC-TERM = SPACES OR GC-COURSE = SPACES
                   MOVE 'N' TO VALID-TRAN-SW
                   MOVE 'MISSING TERM OR COURSE' TO ERR-REASON
               WHEN GC-OPERATOR = SPACES
                   MOVE 'N' TO VALID-TRAN-SW
                   MOVE 'MISSING AUTHORIZING OPERATOR' TO ERR-REASON
               WHEN GC-VOID
                   CONTINUE
               WHEN GC-CREDITS NOT NUMERIC
                   MOVE 'N' TO VALID-TRAN-SW
                   MOVE 'CREDIT HOURS NOT NUMERIC' TO ERR-REASON
               WHEN GC-CREDITS = ZERO
                   MOVE 'N' TO VALID-TRAN-SW
                   MOVE 'CREDIT HOURS ZERO' TO ERR-REASON
               WHEN INVALID-GRADE
                   MOVE 'N' TO VALID-TRAN-SW
                   MOVE 'UNKNOWN LETTER GRADE' TO ERR-REASON
           END-EVALUATE.

       2160-READ-GRADE.
           SET GH-NOT-FOUND TO TRUE.
           MOVE GC-KEY TO GH-KEY.
           READ GRADE-HIST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET GH-FOUND TO TRUE
           END-READ.

       2200-APPLY-CHANGE.
           MOVE GC-CREDITS TO O-C-NEW-CR.
           MOVE GC-GRADE TO O-C-NEW-GR.
           IF GC-CREDITS = GH-CREDITS AND GC-GRADE = GH-GRADE
               MOVE 'SAME AS GRADE ON FILE' TO ERR-REASON
               PERFORM 2700-REJECT-CHANGE
               GO TO 2200-APPLY-CHANGE-EXIT.
           MOVE GC-CREDITS TO GH-CREDITS.
           MOVE GC-GRADE TO GH-GRADE.
           REWRITE GH-REC
               INVALID KEY
                   MOVE 'GRADE HISTORY REWRITE FAILED' TO ERR-REASON
                   PERFORM 2700-REJECT-CHANGE
               NOT INVALID KEY
                   ADD 1 TO C-CHANGE-CTR
                   MOVE 'CHANGED' TO O-C-RESULT
           END-REWRITE.
       2200-APPLY-CHANGE-EXIT.
           EXIT.

       2300-APPLY-VOID.
           IF GH-VOIDED
               MOVE 'COURSE ALREADY VOIDED' TO ERR-REASON
               PERFORM 2700-REJECT-CHANGE
               GO TO 2300-APPLY-VOID-EXIT.
           SET GH-VOIDED TO TRUE.
           REWRITE GH-REC
               INVALID KEY
                   MOVE 'GRADE HISTORY REWRITE FAILED' TO ERR-REASON
                   PERFORM 2700-REJECT-CHANGE
               NOT INVALID KEY
                   ADD 1 TO C-VOID-CTR
                   MOVE 'VOIDED' TO O-C-RESULT
           END-REWRITE.
       2300-APPLY-VOID-EXIT.
           EXIT.

       2400-WRITE-BEFORE-IMAGE.
           MOVE RUN-DATE TO GX-RUN-DATE.
           MOVE RUN-TIME TO GX-RUN-TIME.
           MOVE GC-CODE TO GX-CODE.
           MOVE GC-OPERATOR TO GX-OPERATOR.
           MOVE GC-REASON TO GX-REASON.
           MOVE BEFORE-IMAGE TO GX-BEFORE.
           IF GC-CHANGE
               MOVE GC-CREDITS TO GX-NEW-CREDITS
               MOVE GC-GRADE TO GX-NEW-GRADE
           ELSE
               MOVE ZERO TO GX-NEW-CREDITS
               MOVE SPACES TO GX-NEW-GRADE
           END-IF.
           WRITE GX-REC.

       2500-RECOMPUTE-GPA.
           MOVE ZERO TO QP-TOTAL.
           MOVE ZERO TO CREDIT-TOTAL.
           MOVE 'YES' TO MORE-GRADES.
           MOVE HOLD-ID TO GH-ID.
           MOVE LOW-VALUES TO GH-TERM.
           MOVE LOW-VALUES TO GH-COURSE.
           START GRADE-HIST KEY IS NOT LESS THAN GH-KEY
               INVALID KEY
                   MOVE 'NO' TO MORE-GRADES
           END-START.
           IF MORE-GRADES = 'YES'
               PERFORM 9100-READ-GRADE-NEXT
           END-IF.
           PERFORM 2550-ACCUM-GRADE
               UNTIL MORE-GRADES = 'NO'
                   OR GH-ID NOT = HOLD-ID.
           IF CREDIT-TOTAL = ZERO
               MOVE ZERO TO NEW-GPA
           ELSE
               COMPUTE NEW-GPA ROUNDED = QP-TOTAL / CREDIT-TOTAL
                   ON SIZE ERROR
                       MOVE ZERO TO NEW-GPA
               END-COMPUTE
           END-IF.

       2550-ACCUM-GRADE.
           MOVE GH-GRADE TO GRADE-IN.
           PERFORM 2150-GRADE-POINTS.
           IF VALID-GRADE
               COMPUTE QP-TOTAL =
                   QP-TOTAL + (GH-CREDITS * GRADE-POINTS)
               ADD GH-CREDITS TO CREDIT-TOTAL
           END-IF.
           PERFORM 9100-READ-GRADE-NEXT.

       2150-GRADE-POINTS.
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

       2600-APPLY-GPA.
           MOVE ZERO TO O-G-OLD-GPA.
           MOVE NEW-GPA TO O-G-NEW-GPA.
           MOVE CREDIT-TOTAL TO O-G-CREDITS.
           SET ID-NOT-FOUND TO TRUE.
           MOVE HOLD-ID TO I-ID.
           READ PAINT-EST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ID-FOUND TO TRUE
           END-READ.
           IF ID-NOT-FOUND
               MOVE 'NOT ON MASTER' TO O-G-NOTE
               GO TO 2600-APPLY-GPA-PRINT.
           MOVE I-GPA TO OLD-GPA.
           MOVE OLD-GPA TO O-G-OLD-GPA.
           IF I-GPA = NEW-GPA
               MOVE 'GPA UNCHANGED' TO O-G-NOTE
               GO TO 2600-APPLY-GPA-PRINT.
           MOVE I-REC TO H-IMAGE.
           MOVE NEW-GPA TO I-GPA.
           REWRITE I-REC
               INVALID KEY
                   MOVE 'MASTER REWRITE FAIL' TO O-G-NOTE
               NOT INVALID KEY
                   PERFORM 2650-WRITE-HISTORY
                   ADD 1 TO C-GPA-CTR
                   MOVE 'MASTER UPDATED' TO O-G-NOTE
           END-REWRITE.
       2600-APPLY-GPA-PRINT.
           WRITE CHR-PRTLINE FROM CHR-GPA-LINE
               AFTER ADVANCING 1 LINE.
       2600-APPLY-GPA-EXIT.
           EXIT.

       2650-WRITE-HISTORY.
           MOVE RUN-DATE TO H-RUN-DATE.
           MOVE RUN-TIME TO H-RUN-TIME.
           MOVE 'G' TO H-T-CODE.
           WRITE HIST-REC.

       2700-REJECT-CHANGE.
           MOVE 'N' TO VALID-TRAN-SW.
           ADD 1 TO C-REJECT-CTR.
           MOVE 'REJECTED' TO O-C-RESULT.
           MOVE ERR-REASON TO O-C-REASON.
           WRITE GR-REC FROM GC-REC.
           WRITE CHR-PRTLINE FROM CHR-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       3000-CLOSING.
           MOVE C-READ-CTR TO O-READ-CTR.
           MOVE C-CHANGE-CTR TO O-CHANGE-CTR.
           MOVE C-VOID-CTR TO O-VOID-CTR.
           MOVE C-REJECT-CTR TO O-REJECT-CTR.
           MOVE C-GPA-CTR TO O-GPA-CTR.
           WRITE CHR-PRTLINE FROM CHR-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           WRITE CHR-PRTLINE FROM CHR-SIGN-LINE
               AFTER ADVANCING 3 LINES.
           CLOSE CHG-RPT.
           CLOSE GRADE-CHG.
           CLOSE GRADE-HIST.
           CLOSE PAINT-EST.
           CLOSE PAINT-HIST.
           CLOSE GCHG-HIST.
           CLOSE GCHG-RCY.
           DISPLAY 'COBCLK18 - CHANGED: ' C-CHANGE-CTR
               '  VOIDED: ' C-VOID-CTR
               '  REJECTED: ' C-REJECT-CTR.
           IF C-REJECT-CTR > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

       9000-READ-CHANGE.
           READ GRADE-CHG INTO GC-REC
               AT END
                   MOVE 'NO' TO MORE-CHG-RECS
           END-READ.

       9100-READ-GRADE-NEXT.
           READ GRADE-HIST NEXT RECORD
               AT END
                   MOVE 'NO' TO MORE-GRADES
           END-READ.
