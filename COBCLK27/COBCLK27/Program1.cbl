       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBCLK27.
       DATE-WRITTEN. 10/15/26.
       AUTHOR. CADE KIRKLAND.
       DATE-COMPILED.
      **********************************************
      ** OPERATOR MAINTENANCE - LOADS             **
      ** PAINOPER.DAT (ID, PASSWORD, NAME, ACTIVE **
      ** FLAG AND AN AUTHORITY LEVEL 0-3 PER      **
      ** CONTROLLED FUNCTION) INTO A TABLE, LETS  **
      ** A SIGNED-ON OPERATOR ADD, CHANGE, RESET, **
      ** INACTIVATE, REACTIVATE AND LIST          **
      ** OPERATORS, AND REWRITES THE FILE AT END  **
      ** OF RUN. COBCLK05, COBCLK10, COBCLK13,    **
      ** COBCLK16 AND COBCLK28 SIGN ON AGAINST    **
      ** THIS FILE AND ALL OF THEM WRITE THE      **
      ** SHARED PAINALOG.DAT ACCESS LOG.          **
      **********************************************
      *  MODIFICATION HISTORY
      *  --------------------
      *  10/15/26  CK  INITIAL VERSION - LEVELS ARE HELD IN THE ORDER
      *                INQUIRY (COBCLK10), DEPT (COBCLK13), RELEASE
      *                (COBCLK16), RESTORE (COBCLK05), OPERATOR (THIS
      *                PROGRAM). HERE LEVEL 1 MAY LIST AND CHANGE ITS
      *                OWN PASSWORD, 2 MAY ALSO RESET ANOTHER
      *                OPERATOR'S PASSWORD, 3 MAY ADD, CHANGE LEVELS,
      *                INACTIVATE AND REACTIVATE. WHEN PAINOPER.DAT IS
      *                MISSING OR EMPTY THE FIRST OPERATOR IS KEYED IN
      *                WITH LEVEL 3 ON EVERY FUNCTION. NO OPERATOR MAY
      *                INACTIVATE, OR DROP BELOW OPERATOR LEVEL 3, THE
      *                ID THEY ARE SIGNED ON WITH. PASSWORDS ARE NEVER
      *                DISPLAYED.
      *  10/15/26  CK  REVIEW FIX - A SIXTH LEVEL, BUSINESS DATE
      *                (COBCLK28), GOES ON THE END OF THE RECORD (43
      *                BYTES) SO DATE AUTHORITY AND OPERATOR
      *                MAINTENANCE ARE GRANTED SEPARATELY. A 42-BYTE
      *                RECORD IS GIVEN ITS OPERATOR LEVEL AS THE
      *                BUSINESS DATE LEVEL, WHICH IS WHAT COBCLK28
      *                CHECKED BEFORE, AND THE FILE IS REWRITTEN IN
      *                THE NEW LAYOUT. LEVEL 2 MAY NOW RESET ANOTHER
      *                OPERATOR'S PASSWORD ONLY WHEN THAT OPERATOR'S
      *                OPERATOR LEVEL IS BELOW 2 AND NONE OF THEIR
      *                LEVELS IS ABOVE THE CALLER'S OWN, SO A RESET
      *                CANNOT BE USED TO SIGN ON WITH MORE AUTHORITY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL OPER-FILE
               ASSIGN TO "C:\School\COBOL\COBCLK27\PAINOPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPER-STATUS.

           SELECT ACCESS-LOG
               ASSIGN TO "C:\School\COBOL\COBCLK27\PAINALOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  OPER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS OP-REC
           RECORD CONTAINS 43 CHARACTERS.

       01  OP-REC.
           05  OP-ID               PIC X(8).
           05  OP-PASSWORD         PIC X(8).
           05  OP-NAME             PIC X(20).
           05  OP-ACTIVE           PIC X.
           05  OP-LEVELS.
               10  OP-LVL-INQUIRY  PIC 9.
               10  OP-LVL-DEPT     PIC 9.
               10  OP-LVL-RELEASE  PIC 9.
               10  OP-LVL-RESTORE  PIC 9.
               10  OP-LVL-OPER     PIC 9.
               10  OP-LVL-BDATE    PIC 9.

       FD  ACCESS-LOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS AC-REC
           RECORD CONTAINS 88 CHARACTERS.

       01  AC-REC                  PIC X(88).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  MORE-OPER-RECS      PIC XXX       VALUE 'YES'.
           05  MORE-ACTIONS        PIC XXX       VALUE 'YES'.
           05  C-CHANGE-CTR        PIC 9(3)      VALUE ZERO.
           05  NEED-LEVEL          PIC 9         VALUE ZERO.
           05  LV-SUB              PIC 9         VALUE ZERO.
           05  OLD-LEVELS          PIC X(6)      VALUE SPACES.

       01  FILE-STATUSES.
           05  OPER-STATUS         PIC XX        VALUE ZERO.
           05  ALOG-STATUS         PIC XX        VALUE ZERO.

       01  MATCH-SWITCHES.
           05  OPER-SW             PIC X         VALUE 'N'.
               88  OPER-FOUND                    VALUE 'Y'.
               88  OPER-NOT-FOUND                VALUE 'N'.
           05  LEVELS-SW           PIC X         VALUE 'Y'.
               88  LEVELS-VALID                  VALUE 'Y'.
               88  LEVELS-INVALID                VALUE 'N'.
           05  PASSWORD-SW         PIC X         VALUE 'N'.
               88  PASSWORD-OK                   VALUE 'Y'.
               88  PASSWORD-BAD                  VALUE 'N'.
           05  OUTRANK-SW          PIC X         VALUE 'N'.
               88  TARGET-OUTRANKS               VALUE 'Y'.
               88  TARGET-BELOW                  VALUE 'N'.

       01  ACTION-AREA.
           05  ACT-CODE            PIC X         VALUE SPACE.
               88  ACT-ADD                       VALUE 'A'.
               88  ACT-LEVELS                    VALUE 'C'.
               88  ACT-PASSWORD                  VALUE 'P'.
               88  ACT-INACT                     VALUE 'I'.
               88  ACT-REACT                     VALUE 'R'.
               88  ACT-LIST                      VALUE 'L'.
               88  ACT-END                       VALUE 'E'.
           05  IN-ID               PIC X(8)      VALUE SPACES.
           05  IN-NAME             PIC X(20)     VALUE SPACES.
           05  IN-PASSWORD         PIC X(8)      VALUE SPACES.
           05  IN-CONFIRM          PIC X(8)      VALUE SPACES.
           05  IN-LEVELS           PIC X(6)      VALUE SPACES.
           05  IN-LEVEL-TABLE REDEFINES IN-LEVELS.
               10  IN-LVL          PIC 9         OCCURS 6 TIMES.

       01  SIGN-ON-AREA.
           05  SIGN-ID             PIC X(8)      VALUE SPACES.
           05  SIGN-PASSWORD       PIC X(8)      VALUE SPACES.
           05  SIGN-TRIES          PIC 9         VALUE ZERO.
           05  OPER-LEVEL          PIC 9         VALUE ZERO.
           05  SIGN-LEVELS         PIC X(6)      VALUE SPACES.
           05  SIGN-LEVEL-TABLE REDEFINES SIGN-LEVELS.
               10  SIGN-LVL        PIC 9         OCCURS 6 TIMES.
           05  SIGN-SW             PIC X         VALUE 'N'.
               88  SIGNED-ON                     VALUE 'Y'.
               88  NOT-SIGNED-ON                 VALUE 'N'.

       01  OPER-TABLE-AREA.
           05  OPER-COUNT          PIC 99        VALUE ZERO.
           05  OPER-TABLE OCCURS 1 TO 50 TIMES
                   DEPENDING ON OPER-COUNT
                   INDEXED BY OT-IDX.
               10  OT-ID           PIC X(8).
               10  OT-PASSWORD     PIC X(8).
               10  OT-NAME         PIC X(20).
               10  OT-ACTIVE       PIC X.
               10  OT-LEVELS.
                   15  OT-LVL      PIC 9         OCCURS 6 TIMES.

       01  ACCESS-ENTRY.
           05  AE-DATE             PIC 9(8).
           05  AE-TIME             PIC X(6).
           05  AE-PROGRAM          PIC X(8)      VALUE 'COBCLK27'.
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
           OPEN INPUT OPER-FILE.
           IF OPER-STATUS NOT = '00' AND OPER-STATUS NOT = '05'
               DISPLAY 'COBCLK27 - CANNOT OPEN PAINOPER.DAT, STATUS '
                   OPER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1100-LOAD-OPER THRU 1100-LOAD-OPER-EXIT
               UNTIL MORE-OPER-RECS = 'NO'.
           CLOSE OPER-FILE.
           DISPLAY 'COBCLK27 - OPERATOR MAINTENANCE'.
           DISPLAY 'OPERATORS ON FILE: ' OPER-COUNT.
           IF OPER-COUNT = ZERO
               PERFORM 1300-FIRST-OPERATOR
           ELSE
               PERFORM 1200-SIGN-ON
           END-IF.

       1100-LOAD-OPER.
           READ OPER-FILE
               AT END
                   MOVE 'NO' TO MORE-OPER-RECS
                   GO TO 1100-LOAD-OPER-EXIT.
           IF OP-ID = SPACES OR OPER-COUNT NOT < 50
               GO TO 1100-LOAD-OPER-EXIT.
           ADD 1 TO OPER-COUNT.
           SET OT-IDX TO OPER-COUNT.
           MOVE OP-ID TO OT-ID (OT-IDX).
           MOVE OP-PASSWORD TO OT-PASSWORD (OT-IDX).
           MOVE OP-NAME TO OT-NAME (OT-IDX).
           MOVE OP-ACTIVE TO OT-ACTIVE (OT-IDX).
           IF OP-LVL-BDATE NOT NUMERIC AND OP-LVL-OPER NUMERIC
               MOVE OP-LVL-OPER TO OP-LVL-BDATE
               ADD 1 TO C-CHANGE-CTR
           END-IF.
           MOVE OP-LEVELS TO OT-LEVELS (OT-IDX).
           IF OP-LEVELS NOT NUMERIC
               MOVE ZEROS TO OT-LEVELS (OT-IDX)
           END-IF.
       1100-LOAD-OPER-EXIT.
           EXIT.

       1200-SIGN-ON.
           MOVE ZERO TO SIGN-TRIES.
           PERFORM 1250-CHECK-SIGN-ON THRU 1250-CHECK-SIGN-ON-EXIT
               UNTIL SIGNED-ON OR SIGN-TRIES NOT < 3.
           IF NOT-SIGNED-ON
               DISPLAY 'COBCLK27 - NOT SIGNED ON, RUN ENDED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1250-CHECK-SIGN-ON.
           ADD 1 TO SIGN-TRIES.
           DISPLAY 'OPERATOR ID:'.
           ACCEPT SIGN-ID.
           DISPLAY 'PASSWORD:'.
           ACCEPT SIGN-PASSWORD.
           MOVE SIGN-ID TO IN-ID.
           PERFORM 2050-FIND-OPER THRU 2050-FIND-OPER-EXIT.
           IF SIGN-ID = SPACES OR OPER-NOT-FOUND
               GO TO 1250-BAD-SIGN-ON.
           IF OT-PASSWORD (OT-IDX) NOT = SIGN-PASSWORD
               GO TO 1250-BAD-SIGN-ON.
           IF OT-ACTIVE (OT-IDX) NOT = 'A'
               DISPLAY 'COBCLK27 - OPERATOR ' SIGN-ID ' IS INACTIVE'
               MOVE 'SIGNFAIL' TO AE-EVENT
               MOVE 'OPERATOR INACTIVE' TO AE-DETAIL
               PERFORM 8000-WRITE-ACCESS-LOG
               GO TO 1250-CHECK-SIGN-ON-EXIT
           END-IF.
           MOVE OT-LVL (OT-IDX, 5) TO OPER-LEVEL.
           IF OPER-LEVEL = ZERO
               DISPLAY 'COBCLK27 - NO OPERATOR MAINTENANCE AUTHORITY'
               MOVE 'REFUSED' TO AE-EVENT
               MOVE 'NO OPERATOR MAINTENANCE AUTHORITY' TO AE-DETAIL
               PERFORM 8000-WRITE-ACCESS-LOG
               GO TO 1250-CHECK-SIGN-ON-EXIT
           END-IF.
           SET SIGNED-ON TO TRUE.
           MOVE OT-LEVELS (OT-IDX) TO SIGN-LEVELS.
           MOVE 'SIGNON' TO AE-EVENT.
           MOVE SPACES TO AE-DETAIL.
           STRING 'OPERATOR MAINTENANCE AUTHORITY LEVEL ' OPER-LEVEL
               DELIMITED BY SIZE INTO AE-DETAIL.
           PERFORM 8000-WRITE-ACCESS-LOG.
           DISPLAY 'SIGNED ON - OPERATOR MAINTENANCE AUTHORITY LEVEL '
               OPER-LEVEL.
           GO TO 1250-CHECK-SIGN-ON-EXIT.
       1250-BAD-SIGN-ON.
           DISPLAY 'COBCLK27 - OPERATOR ID OR PASSWORD NOT VALID'.
           MOVE 'SIGNFAIL' TO AE-EVENT.
           MOVE 'OPERATOR ID OR PASSWORD NOT VALID' TO AE-DETAIL.
           PERFORM 8000-WRITE-ACCESS-LOG.
       1250-CHECK-SIGN-ON-EXIT.
           EXIT.

       1300-FIRST-OPERATOR.
           DISPLAY 'NO OPERATORS ON FILE - ENTER THE FIRST OPERATOR,'.
           DISPLAY 'WHO IS GIVEN AUTHORITY LEVEL 3 ON EVERY FUNCTION.'.
           DISPLAY 'ENTER OPERATOR ID (UP TO 8 CHARACTERS):'.
           ACCEPT IN-ID.
           DISPLAY 'ENTER OPERATOR NAME:'.
           ACCEPT IN-NAME.
           IF IN-ID = SPACES OR IN-NAME = SPACES
               DISPLAY 'COBCLK27 - ID AND NAME REQUIRED, RUN ENDED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2700-ASK-PASSWORD THRU 2700-ASK-PASSWORD-EXIT.
           IF PASSWORD-BAD
               DISPLAY 'COBCLK27 - NO PASSWORD SET, RUN ENDED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE '333333' TO IN-LEVELS.
           PERFORM 2150-ADD-ENTRY.
           MOVE IN-ID TO SIGN-ID.
           MOVE IN-LEVELS TO SIGN-LEVELS.
           MOVE 3 TO OPER-LEVEL.
           SET SIGNED-ON TO TRUE.
           DISPLAY 'SIGNED ON AS ' SIGN-ID.
           MOVE 'SETUP' TO AE-EVENT.
           MOVE SPACES TO AE-DETAIL.
           STRING 'FIRST OPERATOR ' IN-ID ' ' IN-NAME
               DELIMITED BY SIZE INTO AE-DETAIL.
           PERFORM 8000-WRITE-ACCESS-LOG.

       2000-ACTION.
           DISPLAY SPACE.
           DISPLAY 'ACTION - A)DD C)HANGE LEVELS P)ASSWORD'.
           DISPLAY '         I)NACTIVATE R)EACTIVATE L)IST E)ND:'.
           ACCEPT ACT-CODE.
           EVALUATE TRUE
               WHEN ACT-ADD OR ACT-LEVELS OR ACT-INACT OR ACT-REACT
                   MOVE 3 TO NEED-LEVEL
               WHEN OTHER
                   MOVE 1 TO NEED-LEVEL
           END-EVALUATE.
           IF OPER-LEVEL < NEED-LEVEL
               DISPLAY 'COBCLK27 - ACTION ' ACT-CODE
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
               WHEN ACT-LIST
                   PERFORM 2500-LIST-OPERS
               WHEN ACT-ADD
                   PERFORM 2100-ADD-OPER THRU 2100-ADD-OPER-EXIT
               WHEN ACT-LEVELS
                   PERFORM 2200-CHANGE-LEVELS
                       THRU 2200-CHANGE-LEVELS-EXIT
               WHEN ACT-PASSWORD
                   PERFORM 2300-SET-PASSWORD
                       THRU 2300-SET-PASSWORD-EXIT
               WHEN ACT-INACT
                   PERFORM 2400-FLAG-OPER THRU 2400-FLAG-OPER-EXIT
               WHEN ACT-REACT
                   PERFORM 2400-FLAG-OPER THRU 2400-FLAG-OPER-EXIT
               WHEN OTHER
                   DISPLAY 'ACTION MUST BE A, C, P, I, R, L OR E'
           END-EVALUATE.
       2000-ACTION-EXIT.
           EXIT.

       2050-FIND-OPER.
           SET OPER-NOT-FOUND TO TRUE.
           IF OPER-COUNT = ZERO
               GO TO 2050-FIND-OPER-EXIT.
           SET OT-IDX TO 1.
           SEARCH OPER-TABLE
               AT END
                   CONTINUE
               WHEN OT-ID (OT-IDX) = IN-ID
                   SET OPER-FOUND TO TRUE
           END-SEARCH.
       2050-FIND-OPER-EXIT.
           EXIT.

       2100-ADD-OPER.
           DISPLAY 'ENTER NEW OPERATOR ID (UP TO 8 CHARACTERS):'.
           ACCEPT IN-ID.
           IF IN-ID = SPACES
               DISPLAY 'ID REQUIRED'
               GO TO 2100-ADD-OPER-EXIT.
           PERFORM 2050-FIND-OPER THRU 2050-FIND-OPER-EXIT.
           IF OPER-FOUND
               DISPLAY 'OPERATOR ' IN-ID ' ALREADY ON FILE'
               GO TO 2100-ADD-OPER-EXIT.
           IF OPER-COUNT NOT < 50
               DISPLAY 'OPERATOR TABLE FULL (50)'
               GO TO 2100-ADD-OPER-EXIT.
           DISPLAY 'ENTER OPERATOR NAME:'.
           ACCEPT IN-NAME.
           IF IN-NAME = SPACES
               DISPLAY 'NAME REQUIRED'
               GO TO 2100-ADD-OPER-EXIT.
           PERFORM 2600-ASK-LEVELS THRU 2600-ASK-LEVELS-EXIT.
           IF LEVELS-INVALID
               GO TO 2100-ADD-OPER-EXIT.
           PERFORM 2700-ASK-PASSWORD THRU 2700-ASK-PASSWORD-EXIT.
           IF PASSWORD-BAD
               GO TO 2100-ADD-OPER-EXIT.
           PERFORM 2150-ADD-ENTRY.
           DISPLAY 'ADDED ' IN-ID.
           MOVE 'OPERADD' TO AE-EVENT.
           MOVE SPACES TO AE-DETAIL.
           STRING IN-ID ' ' IN-NAME ' LEVELS ' IN-LEVELS
               DELIMITED BY SIZE INTO AE-DETAIL.
           PERFORM 8000-WRITE-ACCESS-LOG.
       2100-ADD-OPER-EXIT.
           EXIT.

       2150-ADD-ENTRY.
           ADD 1 TO OPER-COUNT.
           SET OT-IDX TO OPER-COUNT.
           MOVE IN-ID TO OT-ID (OT-IDX).
           MOVE IN-PASSWORD TO OT-PASSWORD (OT-IDX).
           MOVE IN-NAME TO OT-NAME (OT-IDX).
           MOVE 'A' TO OT-ACTIVE (OT-IDX).
           MOVE IN-LEVELS TO OT-LEVELS (OT-IDX).
           ADD 1 TO C-CHANGE-CTR.

       2200-CHANGE-LEVELS.
           DISPLAY 'ENTER OPERATOR ID:'.
           ACCEPT IN-ID.
           PERFORM 2050-FIND-OPER THRU 2050-FIND-OPER-EXIT.
           IF OPER-NOT-FOUND
               DISPLAY 'OPERATOR ' IN-ID ' NOT ON FILE'
               GO TO 2200-CHANGE-LEVELS-EXIT.
           DISPLAY 'CURRENT LEVELS (INQ DEPT RLS RST OPR DTE): '
               OT-LEVELS (OT-IDX).
           PERFORM 2600-ASK-LEVELS THRU 2600-ASK-LEVELS-EXIT.
           IF LEVELS-INVALID
               GO TO 2200-CHANGE-LEVELS-EXIT.
           IF IN-ID = SIGN-ID AND IN-LVL (5) < 3
               DISPLAY 'YOU CANNOT LOWER YOUR OWN OPERATOR AUTHORITY'
               GO TO 2200-CHANGE-LEVELS-EXIT.
           MOVE OT-LEVELS (OT-IDX) TO OLD-LEVELS.
           MOVE IN-LEVELS TO OT-LEVELS (OT-IDX).
           ADD 1 TO C-CHANGE-CTR.
           DISPLAY 'LEVELS CHANGED FOR ' IN-ID.
           MOVE 'OPERLVL' TO AE-EVENT.
           MOVE SPACES TO AE-DETAIL.
           STRING IN-ID ' LEVELS ' OLD-LEVELS ' TO ' IN-LEVELS
               DELIMITED BY SIZE INTO AE-DETAIL.
           PERFORM 8000-WRITE-ACCESS-LOG.
       2200-CHANGE-LEVELS-EXIT.
           EXIT.

       2300-SET-PASSWORD.
           DISPLAY 'ENTER OPERATOR ID (BLANK FOR YOUR OWN):'.
           ACCEPT IN-ID.
           IF IN-ID = SPACES
               MOVE SIGN-ID TO IN-ID.
           IF IN-ID NOT = SIGN-ID AND OPER-LEVEL < 2
               DISPLAY 'COBCLK27 - ANOTHER OPERATOR''S PASSWORD NEEDS'
                   ' AUTHORITY LEVEL 2'
               MOVE 'REFUSED' TO AE-EVENT
               MOVE SPACES TO AE-DETAIL
               STRING 'PASSWORD OF ' IN-ID ' AT AUTHORITY LEVEL '
                   OPER-LEVEL
                   DELIMITED BY SIZE INTO AE-DETAIL
               PERFORM 8000-WRITE-ACCESS-LOG
               GO TO 2300-SET-PASSWORD-EXIT
           END-IF.
           PERFORM 2050-FIND-OPER THRU 2050-FIND-OPER-EXIT.
           IF OPER-NOT-FOUND
               DISPLAY 'OPERATOR ' IN-ID ' NOT ON FILE'
               GO TO 2300-SET-PASSWORD-EXIT.
           SET TARGET-BELOW TO TRUE.
           IF IN-ID NOT = SIGN-ID AND OPER-LEVEL < 3
               IF OT-LVL (OT-IDX, 5) NOT < OPER-LEVEL
                   SET TARGET-OUTRANKS TO TRUE
               END-IF
               PERFORM 2350-CHECK-TARGET
                   VARYING LV-SUB FROM 1 BY 1
                       UNTIL LV-SUB > 6
           END-IF.
           IF TARGET-OUTRANKS
               DISPLAY 'COBCLK27 - ' IN-ID
                   ' HOLDS AUTHORITY YOU DO NOT, RESET NEEDS LEVEL 3'
               MOVE 'REFUSED' TO AE-EVENT
               MOVE SPACES TO AE-DETAIL
               STRING 'PASSWORD OF ' IN-ID ' AT AUTHORITY LEVEL '
                   OPER-LEVEL
                   DELIMITED BY SIZE INTO AE-DETAIL
               PERFORM 8000-WRITE-ACCESS-LOG
               GO TO 2300-SET-PASSWORD-EXIT
           END-IF.
           PERFORM 2700-ASK-PASSWORD THRU 2700-ASK-PASSWORD-EXIT.
           IF PASSWORD-BAD
               GO TO 2300-SET-PASSWORD-EXIT.
           MOVE IN-PASSWORD TO OT-PASSWORD (OT-IDX).
           ADD 1 TO C-CHANGE-CTR.
           DISPLAY 'PASSWORD CHANGED FOR ' IN-ID.
           MOVE 'OPERPWD' TO AE-EVENT.
           MOVE IN-ID TO AE-DETAIL.
           PERFORM 8000-WRITE-ACCESS-LOG.
       2300-SET-PASSWORD-EXIT.
           EXIT.

       2350-CHECK-TARGET.
           IF OT-LVL (OT-IDX, LV-SUB) > SIGN-LVL (LV-SUB)
               SET TARGET-OUTRANKS TO TRUE.

       2400-FLAG-OPER.
           DISPLAY 'ENTER OPERATOR ID:'.
           ACCEPT IN-ID.
           PERFORM 2050-FIND-OPER THRU 2050-FIND-OPER-EXIT.
           IF OPER-NOT-FOUND
               DISPLAY 'OPERATOR ' IN-ID ' NOT ON FILE'
               GO TO 2400-FLAG-OPER-EXIT.
           IF ACT-INACT AND IN-ID = SIGN-ID
               DISPLAY 'YOU CANNOT INACTIVATE YOURSELF'
               GO TO 2400-FLAG-OPER-EXIT.
           IF ACT-INACT
               MOVE 'I' TO OT-ACTIVE (OT-IDX)
               DISPLAY 'INACTIVATED ' IN-ID
               MOVE 'OPERINAC' TO AE-EVENT
           ELSE
               MOVE 'A' TO OT-ACTIVE (OT-IDX)
               DISPLAY 'REACTIVATED ' IN-ID
               MOVE 'OPERREAC' TO AE-EVENT
           END-IF.
           ADD 1 TO C-CHANGE-CTR.
           MOVE IN-ID TO AE-DETAIL.
           PERFORM 8000-WRITE-ACCESS-LOG.
       2400-FLAG-OPER-EXIT.
           EXIT.

       2500-LIST-OPERS.
           DISPLAY 'LEVELS ARE INQ DEPT RLS RST OPR DTE'.
           DISPLAY 'ID        NAME                  A  LEVELS'.
           PERFORM 2550-LIST-ONE-OPER
               VARYING OT-IDX FROM 1 BY 1
                   UNTIL OT-IDX > OPER-COUNT.

       2550-LIST-ONE-OPER.
           DISPLAY OT-ID (OT-IDX) '  '
               OT-NAME (OT-IDX) '  '
               OT-ACTIVE (OT-IDX) '  '
               OT-LEVELS (OT-IDX).

       2600-ASK-LEVELS.
           SET LEVELS-VALID TO TRUE.
           DISPLAY 'ENTER SIX AUTHORITY LEVELS 0-3 - INQUIRY, DEPT,'.
           DISPLAY 'RELEASE, RESTORE, OPERATOR, BUSINESS DATE'.
           DISPLAY '(E.G. 210000):'.
           ACCEPT IN-LEVELS.
           IF IN-LEVELS NOT NUMERIC
               SET LEVELS-INVALID TO TRUE
               DISPLAY 'LEVELS MUST BE SIX DIGITS'
               GO TO 2600-ASK-LEVELS-EXIT.
           PERFORM 2650-CHECK-LEVEL
               VARYING LV-SUB FROM 1 BY 1
                   UNTIL LV-SUB > 6.
           IF LEVELS-INVALID
               DISPLAY 'EACH LEVEL MUST BE 0 TO 3'.
       2600-ASK-LEVELS-EXIT.
           EXIT.

       2650-CHECK-LEVEL.
           IF IN-LVL (LV-SUB) > 3
               SET LEVELS-INVALID TO TRUE.

       2700-ASK-PASSWORD.
           SET PASSWORD-BAD TO TRUE.
           DISPLAY 'ENTER PASSWORD (UP TO 8 CHARACTERS):'.
           ACCEPT IN-PASSWORD.
           IF IN-PASSWORD = SPACES
               DISPLAY 'PASSWORD REQUIRED'
               GO TO 2700-ASK-PASSWORD-EXIT.
           DISPLAY 'ENTER PASSWORD AGAIN:'.
           ACCEPT IN-CONFIRM.
           IF IN-CONFIRM NOT = IN-PASSWORD
               DISPLAY 'PASSWORDS DO NOT MATCH'
               GO TO 2700-ASK-PASSWORD-EXIT.
           SET PASSWORD-OK TO TRUE.
       2700-ASK-PASSWORD-EXIT.
           EXIT.

       3000-CLOSING.
           IF C-CHANGE-CTR > ZERO
               OPEN OUTPUT OPER-FILE
               PERFORM 3100-WRITE-OPER
                   VARYING OT-IDX FROM 1 BY 1
                       UNTIL OT-IDX > OPER-COUNT
               CLOSE OPER-FILE
               DISPLAY 'PAINOPER.DAT REWRITTEN - '
                   OPER-COUNT ' OPERATORS'
           ELSE
               DISPLAY 'NO CHANGES - PAINOPER.DAT LEFT AS IS'
           END-IF.
           DISPLAY 'COBCLK27 - MAINTENANCE ENDED'.
           MOVE 'SIGNOFF' TO AE-EVENT.
           MOVE SPACES TO AE-DETAIL.
           STRING 'CHANGES ' C-CHANGE-CTR ' - OPERATORS ON FILE '
               OPER-COUNT
               DELIMITED BY SIZE INTO AE-DETAIL.
           PERFORM 8000-WRITE-ACCESS-LOG.

       3100-WRITE-OPER.
           MOVE OT-ID (OT-IDX) TO OP-ID.
           MOVE OT-PASSWORD (OT-IDX) TO OP-PASSWORD.
           MOVE OT-NAME (OT-IDX) TO OP-NAME.
           MOVE OT-ACTIVE (OT-IDX) TO OP-ACTIVE.
           MOVE OT-LEVELS (OT-IDX) TO OP-LEVELS.
           WRITE OP-REC.

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
