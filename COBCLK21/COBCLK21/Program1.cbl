       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBCLK21.
       DATE-WRITTEN. 10/15/26.
       AUTHOR. CADE KIRKLAND.
       DATE-COMPILED.
      **********************************************
      ** AWARD LEDGER AGING AND STATEMENTS - READS**
      ** THE PAINAWLG.DAT SCHOLARSHIP AWARD       **
      ** LEDGER (WRITTEN BY COBCLK09, POSTED BY   **
      ** COBCLK14) AND PRINTS AN AGING REPORT OF  **
      ** EVERY AWARD OR ADJUSTMENT STILL UNPAID,  **
      ** BUCKETED UNDER 30 / 30-59 / 60-89 / 90   **
      ** AND OVER DAYS FROM THE ENTRY DATE        **
      ** (PAINAGNG.PRT), AND AN AWARD-TO-DATE     **
      ** STATEMENT FOR EACH STUDENT ON THE LEDGER **
      ** (PAINAWST.PRT), ONE PAGE PER STUDENT.    **
      **********************************************
      *  MODIFICATION HISTORY
      *  --------------------
      *  10/15/26  CK  INITIAL VERSION - THE LEDGER IS READ IN KEY
      *                ORDER (STUDENT, PERIOD, SEQUENCE) WITH A
      *                CONTROL BREAK ON STUDENT ID. REVERSALS SHOW AS
      *                MINUS AMOUNTS ON THE STATEMENT AND ARE NEVER
      *                AGED. A STUDENT NO LONGER ON PAINTEST.DAT
      *                PRINTS '*NOT ON FILE*' FOR THE NAME.
      *  10/15/26  CK  THE PROCESSING DATE NOW COMES FROM THE BUSINESS
      *                DATE CONTROL RECORD (PAINBDTE.DAT, KEPT BY
      *                COBCLK28) INSTEAD OF THE CLOCK, SO A RUN PAST
      *                MIDNIGHT OR A NEXT-MORNING RERUN CARRIES THE
      *                CYCLE'S DATE. NO CONTROL RECORD, OR A CLOSED
      *                CYCLE, REFUSES THE RUN (RC 12).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT AWARD-LEDGER
               ASSIGN TO "C:\School\COBOL\COBCLK09\PAINAWLG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AL-KEY
               FILE STATUS IS LG-STATUS.

           SELECT PAINT-EST
               ASSIGN TO "C:\School\COBOL\COBCLK01\PAINTEST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS I-ID
               ALTERNATE RECORD KEY IS I-LNAME
                   WITH DUPLICATES
               FILE STATUS IS EST-STATUS.

           SELECT AGING-RPT
               ASSIGN TO "C:\School\COBOL\COBCLK21\PAINAGNG.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT STMT-RPT
               ASSIGN TO "C:\School\COBOL\COBCLK21\PAINAWST.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT BDATE-FILE
               ASSIGN TO "C:\School\COBOL\COBCLK28\PAINBDTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  AWARD-LEDGER
           LABEL RECORD IS STANDARD
           DATA RECORD IS AL-REC
           RECORD CONTAINS 64 CHARACTERS.

       01  AL-REC.
           05  AL-KEY.
               10  AL-ID           PIC X(7).
               10  AL-SUBKEY.
                   15  AL-PERIOD   PIC X(6).
                   15  AL-SEQ      PIC 99.
           05  AL-ENTRY-TYPE       PIC X.
               88  AL-AWARD                VALUE 'A'.
               88  AL-ADJUSTMENT           VALUE 'J'.
               88  AL-REVERSAL             VALUE 'R'.
           05  AL-YEAR             PIC X(4).
           05  AL-TIER             PIC 9.
           05  AL-AMOUNT           PIC 9(7)V99.
           05  AL-ENTRY-DATE       PIC 9(8).
           05  AL-STATUS           PIC X.
               88  AL-OPEN                 VALUE 'O'.
               88  AL-PAID                 VALUE 'P'.
               88  AL-NOT-PAYABLE          VALUE 'N'.
           05  AL-CHECK-NO         PIC X(8).
           05  AL-PAID-DATE        PIC 9(8).
           05  AL-PAID-AMT         PIC 9(7)V99.

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

       FD  AGING-RPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS AGE-PRTLINE.

       01  AGE-PRTLINE             PIC X(100).

       FD  STMT-RPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS STM-PRTLINE.

       01  STM-PRTLINE             PIC X(100).

       FD BDATE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BD-REC
           RECORD CONTAINS 36 CHARACTERS.

       01  BD-REC                  PIC X(36).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  MORE-LEDGER-RECS    PIC XXX       VALUE 'YES'.
           05  C-ENTRY-CTR         PIC 9(6)      VALUE ZERO.
           05  C-STUDENT-CTR       PIC 9(5)      VALUE ZERO.
           05  C-OPEN-CTR          PIC 9(5)      VALUE ZERO.
           05  HOLD-ID             PIC X(7)      VALUE SPACES.
           05  AGE-DAYS            PIC 9(5)      VALUE ZERO.
           05  TODAY-INT           PIC 9(7)      VALUE ZERO.
           05  ENTRY-INT           PIC 9(7)      VALUE ZERO.

       01  MATCH-SWITCHES.
           05  FOUND-SW            PIC X         VALUE 'N'.
               88  ID-FOUND                      VALUE 'Y'.
               88  ID-NOT-FOUND                  VALUE 'N'.

       01  STUDENT-TOTALS.
           05  ST-AWARDED          PIC 9(9)V99   VALUE ZERO.
           05  ST-REVERSED         PIC 9(9)V99   VALUE ZERO.
           05  ST-NET              PIC S9(9)V99  VALUE ZERO.
           05  ST-PAID             PIC 9(9)V99   VALUE ZERO.
           05  ST-OPEN             PIC 9(9)V99   VALUE ZERO.

       01  AGING-TOTALS.
           05  AGE-BUCKET OCCURS 4 TIMES INDEXED BY AB-IDX.
               10  AB-COUNT        PIC 9(5).
               10  AB-AMOUNT       PIC 9(9)V99.

       01  FILE-STATUSES.
           05  LG-STATUS           PIC XX        VALUE ZERO.
           05  EST-STATUS          PIC XX        VALUE ZERO.
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

       01  AGE-TITLE-LINE.
           05  FILLER              PIC X(40)
                   VALUE 'UNPAID SCHOLARSHIP AWARD AGING'.
           05  FILLER              PIC X(10)     VALUE 'AS OF: '.
           05  O-AG-DATE           PIC 9(8).
           05  FILLER              PIC X(42)     VALUE SPACES.

       01  AGE-COL-LINE.
           05  FILLER              PIC X(9)      VALUE 'ID'.
           05  FILLER              PIC X(17)     VALUE 'LAST NAME'.
           05  FILLER              PIC X(10)     VALUE 'PERIOD-SQ'.
           05  FILLER              PIC X(10)     VALUE 'ENTERED'.
           05  FILLER              PIC X(6)      VALUE ' DAYS'.
           05  FILLER              PIC X(12)     VALUE '   UNDER 30'.
           05  FILLER              PIC X(12)     VALUE '      30-59'.
           05  FILLER              PIC X(12)     VALUE '      60-89'.
           05  FILLER              PIC X(12)     VALUE '   90+ DAYS'.

       01  AGE-DETAIL-LINE.
           05  O-AG-ID             PIC X(7).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  O-AG-LNAME          PIC X(15).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  O-AG-PERIOD         PIC X(6).
           05  FILLER              PIC X         VALUE '-'.
           05  O-AG-SEQ            PIC 99.
           05  FILLER              PIC X         VALUE SPACE.
           05  O-AG-ENTERED        PIC 9(8).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  O-AG-DAYS           PIC ZZZZ9.
           05  FILLER              PIC X         VALUE SPACE.
           05  O-AG-BUCKET OCCURS 4 TIMES
                                   PIC Z,ZZZ,ZZ9.99
                                   BLANK WHEN ZERO.

       01  AGE-TOTAL-LINE.
           05  FILLER              PIC X(20)     VALUE 'TOTAL UNPAID'.
           05  FILLER              PIC X(6)      VALUE 'ITEMS:'.
           05  O-AG-OPEN-CTR       PIC ZZZZ9.
           05  FILLER              PIC X(21)     VALUE SPACES.
           05  O-AG-TOTAL OCCURS 4 TIMES
                                   PIC Z,ZZZ,ZZ9.99.

       01  AGE-COUNT-LINE.
           05  FILLER              PIC X(52)
                   VALUE 'ITEMS PER BUCKET'.
           05  O-AG-COUNT OCCURS 4 TIMES.
               10  FILLER          PIC X(7)      VALUE SPACES.
               10  O-AG-BUCKET-CTR PIC ZZZZ9.

       01  STM-TITLE-LINE.
           05  FILLER              PIC X(40)
                   VALUE 'SCHOLARSHIP AWARD-TO-DATE STATEMENT'.
           05  FILLER              PIC X(10)     VALUE 'AS OF: '.
           05  O-ST-DATE           PIC 9(8).
           05  FILLER              PIC X(42)     VALUE SPACES.

       01  STM-NAME-LINE.
           05  FILLER              PIC X(9)      VALUE 'STUDENT: '.
           05  O-ST-ID             PIC X(7).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  O-ST-FNAME          PIC X(15).
           05  FILLER              PIC X         VALUE SPACE.
           05  O-ST-LNAME          PIC X(15).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  FILLER              PIC X(6)      VALUE 'DEPT: '.
           05  O-ST-DEPT           PIC X(4).
           05  FILLER              PIC X(39)     VALUE SPACES.

       01  STM-COL-LINE.
           05  FILLER              PIC X(10)     VALUE 'PERIOD-SQ'.
           05  FILLER              PIC X(12)     VALUE 'ENTRY'.
           05  FILLER              PIC X(6)      VALUE 'TIER'.
           05  FILLER              PIC X(10)     VALUE 'ENTERED'.
           05  FILLER              PIC X(15)
                   VALUE '         AMOUNT'.
           05  FILLER              PIC X(8)      VALUE '  STATUS'.
           05  FILLER              PIC X(10)     VALUE '  CHECK'.
           05  FILLER              PIC X(10)     VALUE 'PAID ON'.
           05  FILLER              PIC X(19)
                   VALUE '      PAID AMOUNT'.

       01  STM-DETAIL-LINE.
           05  O-SD-PERIOD         PIC X(6).
           05  FILLER              PIC X         VALUE '-'.
           05  O-SD-SEQ            PIC 99.
           05  FILLER              PIC X         VALUE SPACE.
           05  O-SD-TYPE           PIC X(11).
           05  FILLER              PIC X         VALUE SPACE.
           05  O-SD-TIER           PIC 9.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  O-SD-ENTERED        PIC 9(8).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  O-SD-AMOUNT         PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  O-SD-STATUS         PIC X(6).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  O-SD-CHECK          PIC X(8).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  O-SD-PAID-DATE      PIC 9(8)      BLANK WHEN ZERO.
           05  FILLER              PIC X(4)      VALUE SPACES.
           05  O-SD-PAID-AMT       PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER              PIC X(5)      VALUE SPACES.

       01  STM-TOTAL-LINE.
           05  O-STT-LABEL         PIC X(24).
           05  O-STT-AMOUNT        PIC $$$,$$$,$$9.99-.
           05  FILLER              PIC X(61)     VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-PROCESS-ENTRY THRU 2000-PROCESS-ENTRY-EXIT
               UNTIL MORE-LEDGER-RECS = 'NO'.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           PERFORM 1010-GET-BUSINESS-DATE.
           OPEN INPUT AWARD-LEDGER.
           IF LG-STATUS NOT = '00'
               DISPLAY 'COBCLK21 - CANNOT OPEN PAINAWLG.DAT, STATUS '
                   LG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PAINT-EST.
           IF EST-STATUS NOT = '00'
               DISPLAY 'COBCLK21 - CANNOT OPEN PAINTEST.DAT, STATUS '
                   EST-STATUS
               CLOSE AWARD-LEDGER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE (RUN-DATE).
           PERFORM 1100-CLEAR-BUCKET
               VARYING AB-IDX FROM 1 BY 1
                   UNTIL AB-IDX > 4.

           OPEN OUTPUT AGING-RPT.
           OPEN OUTPUT STMT-RPT.
           MOVE RUN-DATE TO O-AG-DATE.
           MOVE RUN-DATE TO O-ST-DATE.
           WRITE AGE-PRTLINE FROM AGE-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE AGE-PRTLINE FROM AGE-COL-LINE
               AFTER ADVANCING 2 LINES.
           DISPLAY 'COBCLK21 - AWARD LEDGER AGING AND STATEMENTS'.
           PERFORM 9000-READ-LEDGER.

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
               DISPLAY 'COBCLK21 - NO BUSINESS DATE ON PAINBDTE.DAT,'
                   ' RUN REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT BUS-OPEN
               DISPLAY 'COBCLK21 - BUSINESS DATE ' BUS-DATE ' CYCLE '
                   BUS-CYCLE ' IS CLOSED, RUN REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BUS-DATE TO RUN-DATE.
           DISPLAY 'COBCLK21 - BUSINESS DATE ' BUS-DATE ' CYCLE '
               BUS-CYCLE.

       1100-CLEAR-BUCKET.
           MOVE ZERO TO AB-COUNT (AB-IDX).
           MOVE ZERO TO AB-AMOUNT (AB-IDX).

       2000-PROCESS-ENTRY.
           IF AL-ID NOT = HOLD-ID
               IF HOLD-ID NOT = SPACES
                   PERFORM 2900-END-STATEMENT
               END-IF
               PERFORM 2100-START-STATEMENT
           END-IF.
           ADD 1 TO C-ENTRY-CTR.
           PERFORM 2200-PRINT-ENTRY.
           IF AL-OPEN AND NOT AL-REVERSAL AND AL-AMOUNT > ZERO
               PERFORM 2300-AGE-ENTRY
           END-IF.
           PERFORM 9000-READ-LEDGER.
       2000-PROCESS-ENTRY-EXIT.
           EXIT.

       2100-START-STATEMENT.
           MOVE AL-ID TO HOLD-ID.
           ADD 1 TO C-STUDENT-CTR.
           MOVE ZERO TO ST-AWARDED.
           MOVE ZERO TO ST-REVERSED.
           MOVE ZERO TO ST-NET.
           MOVE ZERO TO ST-PAID.
           MOVE ZERO TO ST-OPEN.
           SET ID-NOT-FOUND TO TRUE.
           MOVE AL-ID TO I-ID.
           READ PAINT-EST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ID-FOUND TO TRUE
           END-READ.
           MOVE AL-ID TO O-ST-ID.
           IF ID-FOUND
               MOVE I-FNAME TO O-ST-FNAME
               MOVE I-LNAME TO O-ST-LNAME
               MOVE I-DEPT TO O-ST-DEPT
           ELSE
               MOVE SPACES TO O-ST-FNAME
               MOVE '*NOT ON FILE*' TO O-ST-LNAME
               MOVE SPACES TO O-ST-DEPT
           END-IF.
           WRITE STM-PRTLINE FROM STM-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE STM-PRTLINE FROM STM-NAME-LINE
               AFTER ADVANCING 2 LINES.
           WRITE STM-PRTLINE FROM STM-COL-LINE
               AFTER ADVANCING 2 LINES.

       2200-PRINT-ENTRY.
           MOVE AL-PERIOD TO O-SD-PERIOD.
           MOVE AL-SEQ TO O-SD-SEQ.
           MOVE AL-TIER TO O-SD-TIER.
           MOVE AL-ENTRY-DATE TO O-SD-ENTERED.
           MOVE AL-CHECK-NO TO O-SD-CHECK.
           MOVE AL-PAID-DATE TO O-SD-PAID-DATE.
           MOVE AL-PAID-AMT TO O-SD-PAID-AMT.
           EVALUATE TRUE
               WHEN AL-AWARD
                   MOVE 'AWARD' TO O-SD-TYPE
               WHEN AL-ADJUSTMENT
                   MOVE 'ADJUSTMENT' TO O-SD-TYPE
               WHEN AL-REVERSAL
                   MOVE 'REVERSAL' TO O-SD-TYPE
               WHEN OTHER
                   MOVE AL-ENTRY-TYPE TO O-SD-TYPE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN AL-OPEN
                   MOVE 'OPEN' TO O-SD-STATUS
               WHEN AL-PAID
                   MOVE 'PAID' TO O-SD-STATUS
               WHEN OTHER
                   MOVE SPACES TO O-SD-STATUS
           END-EVALUATE.
           IF AL-REVERSAL
               COMPUTE O-SD-AMOUNT = ZERO - AL-AMOUNT
               ADD AL-AMOUNT TO ST-REVERSED
               SUBTRACT AL-AMOUNT FROM ST-NET
           ELSE
               MOVE AL-AMOUNT TO O-SD-AMOUNT
               ADD AL-AMOUNT TO ST-AWARDED
               ADD AL-AMOUNT TO ST-NET
               IF AL-OPEN
                   ADD AL-AMOUNT TO ST-OPEN
               END-IF
           END-IF.
           IF AL-PAID
               ADD AL-PAID-AMT TO ST-PAID
           END-IF.
           WRITE STM-PRTLINE FROM STM-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       2300-AGE-ENTRY.
           ADD 1 TO C-OPEN-CTR.
           IF AL-ENTRY-DATE NUMERIC AND AL-ENTRY-DATE > ZERO
                   AND AL-ENTRY-DATE NOT > RUN-DATE
               COMPUTE ENTRY-INT =
                   FUNCTION INTEGER-OF-DATE (AL-ENTRY-DATE)
               COMPUTE AGE-DAYS = TODAY-INT - ENTRY-INT
           ELSE
               MOVE ZERO TO AGE-DAYS
           END-IF.
           EVALUATE TRUE
               WHEN AGE-DAYS < 30
                   SET AB-IDX TO 1
               WHEN AGE-DAYS < 60
                   SET AB-IDX TO 2
               WHEN AGE-DAYS < 90
                   SET AB-IDX TO 3
               WHEN OTHER
                   SET AB-IDX TO 4
           END-EVALUATE.
           ADD 1 TO AB-COUNT (AB-IDX).
           ADD AL-AMOUNT TO AB-AMOUNT (AB-IDX).
           MOVE AL-ID TO O-AG-ID.
           IF ID-FOUND
               MOVE I-LNAME TO O-AG-LNAME
           ELSE
               MOVE '*NOT ON FILE*' TO O-AG-LNAME
           END-IF.
           MOVE AL-PERIOD TO O-AG-PERIOD.
           MOVE AL-SEQ TO O-AG-SEQ.
           MOVE AL-ENTRY-DATE TO O-AG-ENTERED.
           MOVE AGE-DAYS TO O-AG-DAYS.
           MOVE ZERO TO O-AG-BUCKET (1).
           MOVE ZERO TO O-AG-BUCKET (2).
           MOVE ZERO TO O-AG-BUCKET (3).
           MOVE ZERO TO O-AG-BUCKET (4).
           MOVE AL-AMOUNT TO O-AG-BUCKET (AB-IDX).
           WRITE AGE-PRTLINE FROM AGE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       2900-END-STATEMENT.
           MOVE 'TOTAL AWARDED' TO O-STT-LABEL.
           MOVE ST-AWARDED TO O-STT-AMOUNT.
           WRITE STM-PRTLINE FROM STM-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'LESS REVERSALS' TO O-STT-LABEL.
           COMPUTE O-STT-AMOUNT = ZERO - ST-REVERSED.
           WRITE STM-PRTLINE FROM STM-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'NET AWARD TO DATE' TO O-STT-LABEL.
           MOVE ST-NET TO O-STT-AMOUNT.
           WRITE STM-PRTLINE FROM STM-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'PAID TO DATE' TO O-STT-LABEL.
           MOVE ST-PAID TO O-STT-AMOUNT.
           WRITE STM-PRTLINE FROM STM-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'AWARDED, NOT YET PAID' TO O-STT-LABEL.
           MOVE ST-OPEN TO O-STT-AMOUNT.
           WRITE STM-PRTLINE FROM STM-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

       3000-CLOSING.
           IF HOLD-ID NOT = SPACES
               PERFORM 2900-END-STATEMENT
           END-IF.
           MOVE C-OPEN-CTR TO O-AG-OPEN-CTR.
           PERFORM 3100-MOVE-BUCKET-TOTAL
               VARYING AB-IDX FROM 1 BY 1
                   UNTIL AB-IDX > 4.
           WRITE AGE-PRTLINE FROM AGE-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           WRITE AGE-PRTLINE FROM AGE-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           CLOSE AGING-RPT.
           CLOSE STMT-RPT.
           CLOSE PAINT-EST.
           CLOSE AWARD-LEDGER.
           DISPLAY 'COBCLK21 - LEDGER ENTRIES: ' C-ENTRY-CTR
               '  STUDENTS: ' C-STUDENT-CTR
               '  UNPAID: ' C-OPEN-CTR.

       3100-MOVE-BUCKET-TOTAL.
           MOVE AB-AMOUNT (AB-IDX) TO O-AG-TOTAL (AB-IDX).
           MOVE AB-COUNT (AB-IDX) TO O-AG-BUCKET-CTR (AB-IDX).

       9000-READ-LEDGER.
           READ AWARD-LEDGER NEXT RECORD
               AT END
                   MOVE 'NO' TO MORE-LEDGER-RECS
           END-READ.
