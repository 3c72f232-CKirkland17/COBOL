       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBCLK28.
       DATE-WRITTEN. 10/15/26.
       AUTHOR. CADE KIRKLAND.
       DATE-COMPILED.
      **********************************************
      ** BUSINESS DATE CONTROL - KEEPS THE ONE    **
      ** RECORD ON PAINBDTE.DAT (BUSINESS DATE,   **
      ** CYCLE NUMBER, OPEN/CLOSED) THAT EVERY    **
      ** BATCH PROGRAM TAKES ITS PROCESSING DATE  **
      ** FROM. THE OPERATOR OPENS THE CYCLE       **
      ** BEFORE THE NIGHT'S RUNS, CLOSES IT WHEN  **
      ** THEY ARE DONE, AND ROLLS OVER TO THE     **
      ** NEXT BUSINESS DATE, SKIPPING WEEKENDS    **
      ** AND THE PAINHOLI.DAT HOLIDAY CALENDAR.   **
      ** EVERY OPEN, CLOSE AND ROLLOVER GOES TO   **
      ** THE PAINBDHS.DAT HISTORY FILE.           **
      **********************************************
      *  MODIFICATION HISTORY
      *  --------------------
      *  10/15/26  CK  INITIAL VERSION - SIGNS ON AGAINST PAINOPER.DAT
      *                ON THE OPERATOR LEVEL: 1 MAY SHOW THE DATE, 2
      *                MAY OPEN AND CLOSE THE CYCLE, 3 MAY ROLL OVER
      *                AND SET THE FIRST DATE WHEN PAINBDTE.DAT IS
      *                MISSING. ROLLOVER ONLY RUNS ON A CLOSED CYCLE
      *                AND LEAVES THE NEW DATE CLOSED UNTIL IT IS
      *                OPENED. A CLOSED CYCLE MAY BE OPENED AGAIN FOR A
      *                RERUN ON THE SAME DATE. THE CALENDAR HOLDS ONE
      *                HOLIDAY PER RECORD (YYYYMMDD AND A NAME).
      *  10/15/26  CK  REVIEW FIX - AUTHORITY NOW COMES FROM ITS OWN
      *                BUSINESS DATE LEVEL, THE SIXTH DIGIT ON
      *                PAINOPER.DAT, NOT THE OPERATOR MAINTENANCE
      *                LEVEL, SO THE TWO CAN BE GRANTED SEPARATELY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL BDATE-FILE
               ASSIGN TO "C:\School\COBOL\COBCLK28\PAINBDTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDATE-STATUS.

           SELECT OPTIONAL HOLI-FILE
               ASSIGN TO "C:\School\COBOL\COBCLK28\PAINHOLI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLI-STATUS.

           SELECT BDHIST-FILE
               ASSIGN TO "C:\School\COBOL\COBCLK28\PAINBDHS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDHS-STATUS.

           SELECT OPER-FILE
               ASSIGN TO "C:\School\COBOL\COBCLK27\PAINOPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPER-STATUS.

           SELECT ACCESS-LOG
               ASSIGN TO "C:\School\COBOL\COBCLK27\PAINALOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  BDATE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BD-REC
           RECORD CONTAINS 36 CHARACTERS.

       01  BD-REC                  PIC X(36).

       FD  HOLI-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS HL-REC
           RECORD CONTAINS 38 CHARACTERS.

       01  HL-REC.
           05  HL-DATE             PIC X(8).
           05  HL-NAME             PIC X(30).

       FD  BDHIST-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DH-REC
           RECORD CONTAINS 59 CHARACTERS.

       01  DH-REC                  PIC X(59).

       FD  OPER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS OP-REC
           RECORD CONTAINS 43 CHARACTERS.

       01  OP-REC.
           05  OP-ID               PIC X(8).
           05  OP-PASSWORD         PIC X(8).
           05  OP-NAME             PIC X(20).
           05  OP-ACTIVE           PIC X.
           05  OP-LVL-INQUIRY      PIC 9.
           05  OP-LVL-DEPT         PIC 9.
           05  OP-LVL-RELEASE      PIC 9.
           05  OP-LVL-RESTORE      PIC 9.
           05  OP-LVL-OPER         PIC 9.
           05  OP-LVL-BDATE        PIC 9.

       FD  ACCESS-LOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS AC-REC
           RECORD CONTAINS 88 CHARACTERS.

       01  AC-REC                  PIC X(88).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  MORE-HOLI-RECS      PIC XXX       VALUE 'YES'.
           05  MORE-ACTIONS        PIC XXX       VALUE 'YES'.
           05  NEED-LEVEL          PIC 9         VALUE ZERO.
           05  DATE-INT            PIC 9(7)      VALUE ZERO.
           05  WEEK-DAY-NO         PIC 9         VALUE ZERO.
               88  WEEKEND-DAY                   VALUE 6 0.
           05  WEEK-CTR            PIC 9(7)      VALUE ZERO.
           05  STEP-CTR            PIC 99        VALUE ZERO.
           05  SKIP-CTR            PIC 999       VALUE ZERO.
           05  NEXT-DATE           PIC 9(8)      VALUE ZERO.
           05  NEXT-CYCLE          PIC 9(5)      VALUE ZERO.
           05  CHECK-DATE          PIC 9(8)      VALUE ZERO.
           05  CHECK-DATE-R REDEFINES CHECK-DATE.
               10  CHECK-YYYY      PIC 9(4).
               10  CHECK-MM        PIC 99.
               10  CHECK-DD        PIC 99.
           05  IN-DATE-TXT         PIC X(8)      VALUE SPACES.
           05  CONFIRM-ANS         PIC X         VALUE SPACE.
               88  CONFIRMED                     VALUE 'Y'.

       01  FILE-STATUSES.
           05  BDATE-STATUS        PIC XX        VALUE ZERO.
           05  HOLI-STATUS         PIC XX        VALUE ZERO.
           05  BDHS-STATUS         PIC XX        VALUE ZERO.
           05  OPER-STATUS         PIC XX        VALUE ZERO.
           05  ALOG-STATUS         PIC XX        VALUE ZERO.

       01  MATCH-SWITCHES.
           05  CONTROL-SW          PIC X         VALUE 'N'.
               88  CONTROL-ON-FILE               VALUE 'Y'.
               88  NO-CONTROL                    VALUE 'N'.
           05  DAY-SW              PIC X         VALUE 'N'.
               88  BUSINESS-DAY                  VALUE 'Y'.
               88  NOT-BUSINESS-DAY              VALUE 'N'.
           05  HOLI-SW             PIC X         VALUE 'N'.
               88  HOLIDAY-FOUND                 VALUE 'Y'.
               88  HOLIDAY-NOT-FOUND             VALUE 'N'.

       01  ACTION-AREA.
           05  ACT-CODE            PIC X         VALUE SPACE.
               88  ACT-OPEN                      VALUE 'O'.
               88  ACT-CLOSE                     VALUE 'C'.
               88  ACT-NEXT                      VALUE 'N'.
               88  ACT-SHOW                      VALUE 'S'.
               88  ACT-END                       VALUE 'E'.

       01  BUS-DATE-AREA.
           05  BUS-DATE            PIC 9(8)      VALUE ZERO.
           05  BUS-CYCLE           PIC 9(5)      VALUE ZERO.
           05  BUS-STATE           PIC X         VALUE SPACE.
               88  BUS-OPEN                      VALUE 'O'.
               88  BUS-CLOSED                    VALUE 'C'.
           05  BUS-STAMP-DATE      PIC 9(8)      VALUE ZERO.
           05  BUS-STAMP-TIME      PIC X(6)      VALUE SPACES.
           05  BUS-OPERATOR        PIC X(8)      VALUE SPACES.

       01  DATE-HIST-ENTRY.
           05  DH-EVENT            PIC X(8).
           05  DH-FROM-DATE        PIC 9(8).
           05  DH-FROM-CYCLE       PIC 9(5).
           05  DH-TO-DATE          PIC 9(8).
           05  DH-TO-CYCLE         PIC 9(5).
           05  DH-DAYS-SKIPPED     PIC 9(3).
           05  DH-STAMP-DATE       PIC 9(8).
           05  DH-STAMP-TIME       PIC X(6).
           05  DH-OPERATOR         PIC X(8).

       01  HOLIDAY-TABLE-AREA.
           05  HOLI-COUNT          PIC 999       VALUE ZERO.
           05  HOLIDAY-TABLE OCCURS 1 TO 200 TIMES
                   DEPENDING ON HOLI-COUNT
                   INDEXED BY HT-IDX.
               10  HT-DATE         PIC 9(8).
               10  HT-NAME         PIC X(30).

       01  SIGN-ON-AREA.
           05  SIGN-ID             PIC X(8)      VALUE SPACES.
           05  SIGN-PASSWORD       PIC X(8)      VALUE SPACES.
           05  SIGN-TRIES          PIC 9         VALUE ZERO.
           05  OPER-PASSWORD       PIC X(8)      VALUE SPACES.
           05  OPER-ACTIVE         PIC X         VALUE SPACE.
           05  OPER-LEVEL          PIC 9         VALUE ZERO.
           05  MORE-OPER-RECS      PIC XXX       VALUE 'YES'.
           05  SIGN-SW             PIC X         VALUE 'N'.
               88  SIGNED-ON                     VALUE 'Y'.
               88  NOT-SIGNED-ON                 VALUE 'N'.
           05  OPER-SW             PIC X         VALUE 'N'.
               88  OPER-FOUND                    VALUE 'Y'.
               88  OPER-NOT-FOUND                VALUE 'N'.

       01  ACCESS-ENTRY.
           05  AE-DATE             PIC 9(8).
           05  AE-TIME             PIC X(6).
           05  AE-PROGRAM          PIC X(8)      VALUE 'COBCLK28'.
           05  AE-OPERATOR         PIC X(8).
           05  AE-EVENT            PIC X(8).
           05  AE-DETAIL           PIC X(50).

       01  LOG-STAMP.
           05  LOG-DATE            PIC 9(8).
           05  LOG-TIME            PIC X(6).
           05  FILLER              PIC X(7).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-ACTION THRU 2000-ACTION-EXIT
               UNTIL MORE-ACTIONS = 'NO'.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           DISPLAY 'COBCLK28 - BUSINESS DATE CONTROL SIGN-ON'.
           PERFORM 1050-SIGN-ON.
           OPEN INPUT HOLI-FILE.
           PERFORM 1100-LOAD-HOLIDAY THRU 1100-LOAD-HOLIDAY-EXIT
               UNTIL MORE-HOLI-RECS = 'NO'.
           CLOSE HOLI-FILE.
           DISPLAY 'COBCLK28 - BUSINESS DATE CONTROL'.
           IF HOLI-COUNT = ZERO
               DISPLAY 'NO HOLIDAYS ON PAINHOLI.DAT - ROLLOVER SKIPS'
                   ' WEEKENDS ONLY'
           ELSE
               DISPLAY 'HOLIDAYS ON CALENDAR: ' HOLI-COUNT
           END-IF.
           PERFORM 1200-READ-CONTROL THRU 1200-READ-CONTROL-EXIT.
           PERFORM 2500-SHOW-DATE.

       1050-SIGN-ON.
           MOVE ZERO TO SIGN-TRIES.
           PERFORM 1060-CHECK-SIGN-ON THRU 1060-CHECK-SIGN-ON-EXIT
               UNTIL SIGNED-ON OR SIGN-TRIES NOT < 3.
           IF NOT-SIGNED-ON
               DISPLAY 'COBCLK28 - NOT SIGNED ON, RUN ENDED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1060-CHECK-SIGN-ON.
           ADD 1 TO SIGN-TRIES.
           DISPLAY 'OPERATOR ID:'.
           ACCEPT SIGN-ID.
           DISPLAY 'PASSWORD:'.
           ACCEPT SIGN-PASSWORD.
           SET OPER-NOT-FOUND TO TRUE.
           OPEN INPUT OPER-FILE.
           IF OPER-STATUS NOT = '00'
               DISPLAY 'COBCLK28 - CANNOT OPEN PAINOPER.DAT, STATUS '
                   OPER-STATUS
               MOVE 3 TO SIGN-TRIES
               MOVE 'SIGNFAIL' TO AE-EVENT
               MOVE 'OPERATOR FILE NOT AVAILABLE' TO AE-DETAIL
               PERFORM 8000-WRITE-ACCESS-LOG
               GO TO 1060-CHECK-SIGN-ON-EXIT
           END-IF.
           MOVE 'YES' TO MORE-OPER-RECS.
           PERFORM 1070-FIND-OPERATOR THRU 1070-FIND-OPERATOR-EXIT
               UNTIL MORE-OPER-RECS = 'NO'.
           CLOSE OPER-FILE.
           IF SIGN-ID = SPACES OR OPER-NOT-FOUND
               OR OPER-PASSWORD NOT = SIGN-PASSWORD
               DISPLAY 'COBCLK28 - OPERATOR ID OR PASSWORD NOT VALID'
               MOVE 'SIGNFAIL' TO AE-EVENT
               MOVE 'OPERATOR ID OR PASSWORD NOT VALID' TO AE-DETAIL
               PERFORM 8000-WRITE-ACCESS-LOG
               GO TO 1060-CHECK-SIGN-ON-EXIT
           END-IF.
           IF OPER-ACTIVE NOT = 'A'
               DISPLAY 'COBCLK28 - OPERATOR ' SIGN-ID ' IS INACTIVE'
               MOVE 'SIGNFAIL' TO AE-EVENT
               MOVE 'OPERATOR INACTIVE' TO AE-DETAIL
               PERFORM 8000-WRITE-ACCESS-LOG
               GO TO 1060-CHECK-SIGN-ON-EXIT
           END-IF.
           IF OPER-LEVEL = ZERO
               DISPLAY 'COBCLK28 - NO BUSINESS DATE AUTHORITY'
               MOVE 'REFUSED' TO AE-EVENT
               MOVE 'NO BUSINESS DATE AUTHORITY' TO AE-DETAIL
               PERFORM 8000-WRITE-ACCESS-LOG
               GO TO 1060-CHECK-SIGN-ON-EXIT
           END-IF.
           SET SIGNED-ON TO TRUE.
           MOVE 'SIGNON' TO AE-EVENT.
           MOVE SPACES TO AE-DETAIL.
           STRING 'BUSINESS DATE AUTHORITY LEVEL ' OPER-LEVEL
               DELIMITED BY SIZE INTO AE-DETAIL.
           PERFORM 8000-WRITE-ACCESS-LOG.
           DISPLAY 'SIGNED ON - BUSINESS DATE AUTHORITY LEVEL '
               OPER-LEVEL.
       1060-CHECK-SIGN-ON-EXIT.
           EXIT.

       1070-FIND-OPERATOR.
           READ OPER-FILE
               AT END
                   MOVE 'NO' TO MORE-OPER-RECS
                   GO TO 1070-FIND-OPERATOR-EXIT.
           IF OP-ID NOT = SIGN-ID
               GO TO 1070-FIND-OPERATOR-EXIT.
           SET OPER-FOUND TO TRUE.
           MOVE 'NO' TO MORE-OPER-RECS.
           MOVE OP-PASSWORD TO OPER-PASSWORD.
           MOVE OP-ACTIVE TO OPER-ACTIVE.
           MOVE ZERO TO OPER-LEVEL.
           IF OP-LVL-BDATE NUMERIC
               MOVE OP-LVL-BDATE TO OPER-LEVEL
           END-IF.
       1070-FIND-OPERATOR-EXIT.
           EXIT.

       1100-LOAD-HOLIDAY.
           READ HOLI-FILE
               AT END
                   MOVE 'NO' TO MORE-HOLI-RECS
                   GO TO 1100-LOAD-HOLIDAY-EXIT.
           IF HL-DATE NOT NUMERIC
               DISPLAY 'COBCLK28 - HOLIDAY DATE NOT NUMERIC, SKIPPED: '
                   HL-DATE
               GO TO 1100-LOAD-HOLIDAY-EXIT.
           IF HOLI-COUNT NOT < 200
               DISPLAY 'COBCLK28 - HOLIDAY TABLE FULL (200), SKIPPED: '
                   HL-DATE
               GO TO 1100-LOAD-HOLIDAY-EXIT.
           ADD 1 TO HOLI-COUNT.
           SET HT-IDX TO HOLI-COUNT.
           MOVE HL-DATE TO HT-DATE (HT-IDX).
           MOVE HL-NAME TO HT-NAME (HT-IDX).
       1100-LOAD-HOLIDAY-EXIT.
           EXIT.

       1200-READ-CONTROL.
           SET NO-CONTROL TO TRUE.
           OPEN INPUT BDATE-FILE.
           IF BDATE-STATUS NOT = '00'
               GO TO 1200-READ-CONTROL-EXIT.
           READ BDATE-FILE INTO BUS-DATE-AREA
               AT END
                   CLOSE BDATE-FILE
                   GO TO 1200-READ-CONTROL-EXIT.
           CLOSE BDATE-FILE.
           IF BUS-DATE NUMERIC AND BUS-DATE NOT = ZERO
               AND BUS-CYCLE NUMERIC
               SET CONTROL-ON-FILE TO TRUE
           END-IF.
       1200-READ-CONTROL-EXIT.
           EXIT.

       2000-ACTION.
           DISPLAY SPACE.
           DISPLAY 'ACTION - O)PEN C)LOSE N)EXT DATE S)HOW E)ND:'.
           ACCEPT ACT-CODE.
           EVALUATE TRUE
               WHEN ACT-OPEN OR ACT-CLOSE
                   MOVE 2 TO NEED-LEVEL
               WHEN ACT-NEXT
                   MOVE 3 TO NEED-LEVEL
               WHEN OTHER
                   MOVE 1 TO NEED-LEVEL
           END-EVALUATE.
           IF ACT-OPEN AND NO-CONTROL
               MOVE 3 TO NEED-LEVEL
           END-IF.
           IF OPER-LEVEL < NEED-LEVEL
               DISPLAY 'COBCLK28 - ACTION ' ACT-CODE
                   ' NEEDS AUTHORITY LEVEL ' NEED-LEVEL
               MOVE 'REFUSED' TO AE-EVENT
               MOVE SPACES TO AE-DETAIL
               STRING 'ACTION ' ACT-CODE ' AT AUTHORITY LEVEL '
                   OPER-LEVEL
                   DELIMITED BY SIZE INTO AE-DETAIL
               PERFORM 8000-WRITE-ACCESS-LOG
               GO TO 2000-ACTION-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN ACT-END
                   MOVE 'NO' TO MORE-ACTIONS
               WHEN ACT-SHOW
                   PERFORM 2500-SHOW-DATE
               WHEN ACT-OPEN
                   PERFORM 2100-OPEN-CYCLE THRU 2100-OPEN-CYCLE-EXIT
               WHEN ACT-CLOSE
                   PERFORM 2200-CLOSE-CYCLE
                       THRU 2200-CLOSE-CYCLE-EXIT
               WHEN ACT-NEXT
                   PERFORM 2300-NEXT-DATE THRU 2300-NEXT-DATE-EXIT
               WHEN OTHER
                   DISPLAY 'ACTION MUST BE O, C, N, S OR E'
           END-EVALUATE.
       2000-ACTION-EXIT.
           EXIT.

       2100-OPEN-CYCLE.
           IF NO-CONTROL
               PERFORM 2150-FIRST-DATE THRU 2150-FIRST-DATE-EXIT
               GO TO 2100-OPEN-CYCLE-EXIT
           END-IF.
           IF BUS-OPEN
               DISPLAY 'BUSINESS DATE ' BUS-DATE ' CYCLE ' BUS-CYCLE
                   ' IS ALREADY OPEN'
               GO TO 2100-OPEN-CYCLE-EXIT.
           MOVE 'O' TO BUS-STATE.
           PERFORM 8100-WRITE-CONTROL.
           MOVE 'OPEN' TO DH-EVENT.
           MOVE BUS-DATE TO DH-FROM-DATE.
           MOVE BUS-CYCLE TO DH-FROM-CYCLE.
           MOVE BUS-DATE TO DH-TO-DATE.
           MOVE BUS-CYCLE TO DH-TO-CYCLE.
           MOVE ZERO TO DH-DAYS-SKIPPED.
           PERFORM 8200-WRITE-HISTORY.
           DISPLAY 'OPENED BUSINESS DATE ' BUS-DATE ' CYCLE ' BUS-CYCLE.
           MOVE 'BDOPEN' TO AE-EVENT.
           MOVE SPACES TO AE-DETAIL.
           STRING 'BUSINESS DATE ' BUS-DATE ' CYCLE ' BUS-CYCLE
               DELIMITED BY SIZE INTO AE-DETAIL.
           PERFORM 8000-WRITE-ACCESS-LOG.
       2100-OPEN-CYCLE-EXIT.
           EXIT.

       2150-FIRST-DATE.
           DISPLAY 'NO BUSINESS DATE ON FILE - ENTER THE FIRST'.
           DISPLAY 'BUSINESS DATE (YYYYMMDD):'.
           ACCEPT IN-DATE-TXT.
           IF IN-DATE-TXT NOT NUMERIC
               DISPLAY 'DATE MUST BE EIGHT DIGITS'
               GO TO 2150-FIRST-DATE-EXIT.
           MOVE IN-DATE-TXT TO CHECK-DATE.
           IF CHECK-MM < 1 OR CHECK-MM > 12
               OR CHECK-DD < 1 OR CHECK-DD > 31
               OR CHECK-YYYY < 1601
               DISPLAY 'DATE ' CHECK-DATE ' IS NOT A VALID DATE'
               GO TO 2150-FIRST-DATE-EXIT.
           COMPUTE DATE-INT = FUNCTION INTEGER-OF-DATE (CHECK-DATE).
           COMPUTE NEXT-DATE = FUNCTION DATE-OF-INTEGER (DATE-INT).
           IF NEXT-DATE NOT = CHECK-DATE
               DISPLAY 'DATE ' CHECK-DATE ' IS NOT A VALID DATE'
               GO TO 2150-FIRST-DATE-EXIT.
           PERFORM 2400-CHECK-DAY.
           IF NOT-BUSINESS-DAY
               DISPLAY 'DATE ' CHECK-DATE ' IS NOT A BUSINESS DAY'
               GO TO 2150-FIRST-DATE-EXIT.
           MOVE CHECK-DATE TO BUS-DATE.
           MOVE 1 TO BUS-CYCLE.
           MOVE 'O' TO BUS-STATE.
           PERFORM 8100-WRITE-CONTROL.
           SET CONTROL-ON-FILE TO TRUE.
           MOVE 'INIT' TO DH-EVENT.
           MOVE ZERO TO DH-FROM-DATE.
           MOVE ZERO TO DH-FROM-CYCLE.
           MOVE BUS-DATE TO DH-TO-DATE.
           MOVE BUS-CYCLE TO DH-TO-CYCLE.
           MOVE ZERO TO DH-DAYS-SKIPPED.
           PERFORM 8200-WRITE-HISTORY.
           DISPLAY 'OPENED BUSINESS DATE ' BUS-DATE ' CYCLE ' BUS-CYCLE.
           MOVE 'BDINIT' TO AE-EVENT.
           MOVE SPACES TO AE-DETAIL.
           STRING 'FIRST BUSINESS DATE ' BUS-DATE ' CYCLE ' BUS-CYCLE
               DELIMITED BY SIZE INTO AE-DETAIL.
           PERFORM 8000-WRITE-ACCESS-LOG.
       2150-FIRST-DATE-EXIT.
           EXIT.

       2200-CLOSE-CYCLE.
           IF NO-CONTROL
               DISPLAY 'NO BUSINESS DATE ON FILE'
               GO TO 2200-CLOSE-CYCLE-EXIT.
           IF BUS-CLOSED
               DISPLAY 'BUSINESS DATE ' BUS-DATE ' CYCLE ' BUS-CYCLE
                   ' IS ALREADY CLOSED'
               GO TO 2200-CLOSE-CYCLE-EXIT.
           DISPLAY 'CLOSE BUSINESS DATE ' BUS-DATE ' CYCLE ' BUS-CYCLE
               '? (Y/N)'.
           ACCEPT CONFIRM-ANS.
           IF NOT CONFIRMED
               DISPLAY 'CYCLE LEFT OPEN'
               GO TO 2200-CLOSE-CYCLE-EXIT.
           MOVE 'C' TO BUS-STATE.
           PERFORM 8100-WRITE-CONTROL.
           MOVE 'CLOSE' TO DH-EVENT.
           MOVE BUS-DATE TO DH-FROM-DATE.
           MOVE BUS-CYCLE TO DH-FROM-CYCLE.
           MOVE BUS-DATE TO DH-TO-DATE.
           MOVE BUS-CYCLE TO DH-TO-CYCLE.
           MOVE ZERO TO DH-DAYS-SKIPPED.
           PERFORM 8200-WRITE-HISTORY.
           DISPLAY 'CLOSED BUSINESS DATE ' BUS-DATE ' CYCLE ' BUS-CYCLE.
           MOVE 'BDCLOSE' TO AE-EVENT.
           MOVE SPACES TO AE-DETAIL.
           STRING 'BUSINESS DATE ' BUS-DATE ' CYCLE ' BUS-CYCLE
               DELIMITED BY SIZE INTO AE-DETAIL.
           PERFORM 8000-WRITE-ACCESS-LOG.
       2200-CLOSE-CYCLE-EXIT.
           EXIT.

       2300-NEXT-DATE.
           IF NO-CONTROL
               DISPLAY 'NO BUSINESS DATE ON FILE'
               GO TO 2300-NEXT-DATE-EXIT.
           IF BUS-OPEN
               DISPLAY 'CLOSE BUSINESS DATE ' BUS-DATE ' CYCLE '
                   BUS-CYCLE ' BEFORE ROLLING OVER'
               GO TO 2300-NEXT-DATE-EXIT.
           COMPUTE DATE-INT = FUNCTION INTEGER-OF-DATE (BUS-DATE).
           MOVE ZERO TO STEP-CTR.
           MOVE ZERO TO SKIP-CTR.
           SET NOT-BUSINESS-DAY TO TRUE.
           PERFORM 2350-STEP-DAY
               UNTIL BUSINESS-DAY OR STEP-CTR NOT < 31.
           IF NOT-BUSINESS-DAY
               DISPLAY 'COBCLK28 - NO BUSINESS DAY IN 31 DAYS AFTER '
                   BUS-DATE ' - CHECK PAINHOLI.DAT'
               GO TO 2300-NEXT-DATE-EXIT.
           MOVE CHECK-DATE TO NEXT-DATE.
           IF BUS-CYCLE = 99999
               MOVE 1 TO NEXT-CYCLE
           ELSE
               COMPUTE NEXT-CYCLE = BUS-CYCLE + 1
           END-IF.
           DISPLAY 'NEXT BUSINESS DATE ' NEXT-DATE ' CYCLE ' NEXT-CYCLE
               ' (' SKIP-CTR ' DAYS SKIPPED)'.
           DISPLAY 'ROLL OVER? (Y/N)'.
           ACCEPT CONFIRM-ANS.
           IF NOT CONFIRMED
               DISPLAY 'BUSINESS DATE NOT CHANGED'
               GO TO 2300-NEXT-DATE-EXIT.
           MOVE 'ROLLOVER' TO DH-EVENT.
           MOVE BUS-DATE TO DH-FROM-DATE.
           MOVE BUS-CYCLE TO DH-FROM-CYCLE.
           MOVE NEXT-DATE TO DH-TO-DATE.
           MOVE NEXT-CYCLE TO DH-TO-CYCLE.
           MOVE SKIP-CTR TO DH-DAYS-SKIPPED.
           MOVE NEXT-DATE TO BUS-DATE.
           MOVE NEXT-CYCLE TO BUS-CYCLE.
           MOVE 'C' TO BUS-STATE.
           PERFORM 8100-WRITE-CONTROL.
           PERFORM 8200-WRITE-HISTORY.
           DISPLAY 'BUSINESS DATE NOW ' BUS-DATE ' CYCLE ' BUS-CYCLE
               ' - CLOSED UNTIL OPENED'.
           MOVE 'BDROLL' TO AE-EVENT.
           MOVE SPACES TO AE-DETAIL.
           STRING DH-FROM-DATE ' TO ' BUS-DATE ' CYCLE ' BUS-CYCLE
               DELIMITED BY SIZE INTO AE-DETAIL.
           PERFORM 8000-WRITE-ACCESS-LOG.
       2300-NEXT-DATE-EXIT.
           EXIT.

       2350-STEP-DAY.
           ADD 1 TO STEP-CTR.
           ADD 1 TO DATE-INT.
           COMPUTE CHECK-DATE = FUNCTION DATE-OF-INTEGER (DATE-INT).
           PERFORM 2400-CHECK-DAY.
           IF NOT-BUSINESS-DAY
               ADD 1 TO SKIP-CTR
           END-IF.

      *  DAY 1 (01/01/1601) WAS A MONDAY, SO THE REMAINDER OF
      *  DAY / 7 IS 1 = MONDAY THROUGH 6 = SATURDAY, 0 = SUNDAY.
       2400-CHECK-DAY.
           SET BUSINESS-DAY TO TRUE.
           COMPUTE DATE-INT = FUNCTION INTEGER-OF-DATE (CHECK-DATE).
           DIVIDE 7 INTO DATE-INT GIVING WEEK-CTR
               REMAINDER WEEK-DAY-NO.
           IF WEEKEND-DAY
               SET NOT-BUSINESS-DAY TO TRUE
           ELSE
               PERFORM 2450-FIND-HOLIDAY
               IF HOLIDAY-FOUND
                   SET NOT-BUSINESS-DAY TO TRUE
                   DISPLAY 'SKIPPING HOLIDAY ' CHECK-DATE ' '
                       HT-NAME (HT-IDX)
               END-IF
           END-IF.

       2450-FIND-HOLIDAY.
           SET HOLIDAY-NOT-FOUND TO TRUE.
           IF HOLI-COUNT > ZERO
               SET HT-IDX TO 1
               SEARCH HOLIDAY-TABLE
                   AT END
                       CONTINUE
                   WHEN HT-DATE (HT-IDX) = CHECK-DATE
                       SET HOLIDAY-FOUND TO TRUE
               END-SEARCH
           END-IF.

       2500-SHOW-DATE.
           IF NO-CONTROL
               DISPLAY 'NO BUSINESS DATE ON FILE - OPEN SETS THE FIRST'
                   ' DATE'
           ELSE
               IF BUS-OPEN
                   DISPLAY 'BUSINESS DATE ' BUS-DATE ' CYCLE '
                       BUS-CYCLE ' IS OPEN'
               ELSE
                   DISPLAY 'BUSINESS DATE ' BUS-DATE ' CYCLE '
                       BUS-CYCLE ' IS CLOSED'
               END-IF
               DISPLAY 'LAST CHANGED ' BUS-STAMP-DATE ' '
                   BUS-STAMP-TIME ' BY ' BUS-OPERATOR
           END-IF.

       3000-CLOSING.
           DISPLAY 'COBCLK28 - BUSINESS DATE CONTROL ENDED'.
           MOVE 'SIGNOFF' TO AE-EVENT.
           MOVE SPACES TO AE-DETAIL.
           IF CONTROL-ON-FILE
               STRING 'BUSINESS DATE ' BUS-DATE ' CYCLE ' BUS-CYCLE
                   ' STATE ' BUS-STATE
                   DELIMITED BY SIZE INTO AE-DETAIL
           END-IF.
           PERFORM 8000-WRITE-ACCESS-LOG.

       8000-WRITE-ACCESS-LOG.
           MOVE FUNCTION CURRENT-DATE TO LOG-STAMP.
           MOVE LOG-DATE TO AE-DATE.
           MOVE LOG-TIME TO AE-TIME.
           MOVE SIGN-ID TO AE-OPERATOR.
           OPEN EXTEND ACCESS-LOG.
           IF ALOG-STATUS = '35'
               OPEN OUTPUT ACCESS-LOG
           END-IF.
           WRITE AC-REC FROM ACCESS-ENTRY.
           CLOSE ACCESS-LOG.

       8100-WRITE-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO LOG-STAMP.
           MOVE LOG-DATE TO BUS-STAMP-DATE.
           MOVE LOG-TIME TO BUS-STAMP-TIME.
           MOVE SIGN-ID TO BUS-OPERATOR.
           OPEN OUTPUT BDATE-FILE.
           WRITE BD-REC FROM BUS-DATE-AREA.
           CLOSE BDATE-FILE.

       8200-WRITE-HISTORY.
           MOVE BUS-STAMP-DATE TO DH-STAMP-DATE.
           MOVE BUS-STAMP-TIME TO DH-STAMP-TIME.
           MOVE SIGN-ID TO DH-OPERATOR.
           OPEN EXTEND BDHIST-FILE.
           IF BDHS-STATUS = '35'
               OPEN OUTPUT BDHIST-FILE
           END-IF.
           WRITE DH-REC FROM DATE-HIST-ENTRY.
           CLOSE BDHIST-FILE.
