       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBCLK19.
       DATE-WRITTEN. 10/15/26.
       AUTHOR. CADE KIRKLAND.
       DATE-COMPILED.
      **********************************************
      ** ACADEMIC STANDING RUN - AT END OF TERM,  **
      ** PUTS EVERY ACTIVE STUDENT ON PAINTEST.   **
      ** DAT IN GOOD STANDING, WARNING, PROBATION **
      ** OR SUSPENSION FROM THE TERM AND          **
      ** CUMULATIVE GPA ON THE PAINGHIS.DAT GRADE **
      ** HISTORY MASTER, USING THE FLOORS ON THE  **
      ** PAINSPRM.DAT PARAMETER CARD. PRINTS A    **
      ** NOTICE LETTER FOR EVERY STUDENT NOT IN   **
      ** GOOD STANDING (PAINSNOT.PRT) AND A       **
      ** STANDING SUMMARY BY DEPARTMENT           **
      ** (PAINSSUM.PRT), AND KEEPS THE STANDING   **
      ** HISTORY ON PAINSTND.DAT FOR NEXT TERM.   **
      **********************************************
      *  MODIFICATION HISTORY
      *  --------------------
      *  10/15/26  CK  INITIAL VERSION - THE PARAMETER CARD CARRIES
      *                THE TERM BEING CLOSED, THE CUMULATIVE GPA
      *                FLOOR, THE TERM GPA FLOOR AND THE NUMBER OF
      *                CONSECUTIVE PROBATION TERMS ALLOWED BEFORE
      *                SUSPENSION (BLANK OR NON-NUMERIC FLOORS TAKE
      *                THE SHOP DEFAULTS 2.00 / 2.00 / 2; A MISSING
      *                TERM REFUSES THE RUN WITH RC 12). RULES, IN
      *                ORDER: CUMULATIVE GPA UNDER THE FLOOR IS
      *                PROBATION, OR SUSPENSION WHEN THE STUDENT HAS
      *                ALREADY SERVED THE ALLOWED PROBATION TERMS;
      *                OTHERWISE A TERM GPA UNDER THE TERM FLOOR IS
      *                A WARNING; OTHERWISE GOOD STANDING. TERM
      *                CODES COLLATE IN TERM ORDER, SO COURSES IN
      *                LATER TERMS ARE LEFT OUT OF THE CUMULATIVE
      *                GPA AND THE PRIOR STANDING IS THE LATEST
      *                PAINSTND.DAT ENTRY BEFORE THIS TERM. A RERUN
      *                FOR THE SAME TERM REPLACES THAT TERM'S
      *                ENTRIES. GRADE POINTS ON THE COBCLK08 SCALE.
      *  10/15/26  CK  THE PROCESSING DATE NOW COMES FROM THE BUSINESS
      *                DATE CONTROL RECORD (PAINBDTE.DAT, KEPT BY
      *                COBCLK28) INSTEAD OF THE CLOCK, SO A RUN PAST
      *                MIDNIGHT OR A NEXT-MORNING RERUN CARRIES THE
      *                CYCLE'S DATE. NO CONTROL RECORD, OR A CLOSED
      *                CYCLE, REFUSES THE RUN (RC 12).
      *  10/15/26  CK  REVIEW FIX - THE NOTICE SENTENCES THAT WERE
      *                CONTINUED ACROSS SOURCE LINES PRINTED WITH STRAY
      *                BLANKS IN THE MIDDLE OF A WORD. EACH SENTENCE IS
      *                NOW TWO SHORT LITERALS ON TWO PRINT LINES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL PARM-CARD
               ASSIGN TO "C:\School\COBOL\COBCLK19\PAINSPRM.DAT"
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

           SELECT STAND-HIST
               ASSIGN TO "C:\School\COBOL\COBCLK19\PAINSTND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS SH-STATUS.

           SELECT OPTIONAL DEPT-FILE
               ASSIGN TO "C:\School\COBOL\COBCLK13\PAINDEPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NOTICE-RPT
               ASSIGN TO "C:\School\COBOL\COBCLK19\PAINSNOT.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT SUMMARY-RPT
               ASSIGN TO "C:\School\COBOL\COBCLK19\PAINSSUM.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT BDATE-FILE
               ASSIGN TO "C:\School\COBOL\COBCLK28\PAINBDTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PARM-CARD
           LABEL RECORD IS OMITTED
           DATA RECORD IS SP-REC
           RECORD CONTAINS 13 CHARACTERS.

       01  SP-REC.
           05  SP-TERM             PIC X(6).
           05  SP-CUM-FLOOR        PIC 9V99.
           05  SP-TERM-FLOOR       PIC 9V99.
           05  SP-PROB-TERMS       PIC 9.

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

       FD  STAND-HIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS SH-REC
           RECORD CONTAINS 29 CHARACTERS.

       01  SH-REC.
           05  SH-KEY.
               10  SH-ID           PIC X(7).
               10  SH-TERM         PIC X(6).
           05  SH-STANDING         PIC X.
               88  SH-GOOD                 VALUE 'G'.
               88  SH-WARNING              VALUE 'W'.
               88  SH-PROBATION            VALUE 'P'.
               88  SH-SUSPENDED            VALUE 'S'.
           05  SH-PROB-CTR         PIC 9.
           05  SH-CUM-GPA          PIC 9V99.
           05  SH-TERM-GPA         PIC 9V99.
           05  SH-RUN-DATE         PIC 9(8).

       FD  DEPT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DP-REC
           RECORD CONTAINS 39 CHARACTERS.

       01  DP-REC.
           05  DP-CODE             PIC X(4).
           05  DP-NAME             PIC X(30).
           05  DP-ACTIVE           PIC X.
           05  DP-SUCCESSOR        PIC X(4).

       FD  NOTICE-RPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS NOT-PRTLINE.

       01  NOT-PRTLINE             PIC X(80).

       FD  SUMMARY-RPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS SUM-PRTLINE.

       01  SUM-PRTLINE             PIC X(100).

       FD BDATE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BD-REC
           RECORD CONTAINS 36 CHARACTERS.

       01  BD-REC                  PIC X(36).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  MORE-MASTER-RECS    PIC XXX       VALUE 'YES'.
           05  MORE-GRADES         PIC XXX       VALUE 'YES'.
           05  MORE-STAND-RECS     PIC XXX       VALUE 'YES'.
           05  MORE-DEPT-RECS      PIC XXX       VALUE 'YES'.
           05  C-STUDENT-CTR       PIC 9(5)      VALUE ZERO.
           05  C-NOGRADE-CTR       PIC 9(5)      VALUE ZERO.
           05  C-NOTICE-CTR        PIC 9(5)      VALUE ZERO.

       01  RULE-AREA.
           05  CUM-FLOOR           PIC 9V99      VALUE 2.00.
           05  TERM-FLOOR          PIC 9V99      VALUE 2.00.
           05  PROB-TERMS          PIC 9         VALUE 2.
           05  STAND-TERM          PIC X(6)      VALUE SPACES.

       01  MATCH-SWITCHES.
           05  VALID-GRADE-SW      PIC X         VALUE 'Y'.
               88  VALID-GRADE                   VALUE 'Y'.
               88  INVALID-GRADE                 VALUE 'N'.
           05  DEPT-FOUND-SW       PIC X         VALUE 'N'.
               88  DEPT-FOUND                    VALUE 'Y'.
               88  DEPT-NOT-FOUND                VALUE 'N'.

       01  GPA-WORK.
           05  GRADE-IN            PIC X(2)      VALUE SPACES.
           05  GRADE-POINTS        PIC 9V99      VALUE ZERO.
           05  TERM-QP             PIC 9(5)V999  VALUE ZERO.
           05  TERM-CREDITS        PIC 9(4)V9    VALUE ZERO.
           05  CUM-QP              PIC 9(6)V999  VALUE ZERO.
           05  CUM-CREDITS         PIC 9(5)V9    VALUE ZERO.
           05  TERM-GPA            PIC 9V99      VALUE ZERO.
           05  CUM-GPA             PIC 9V99      VALUE ZERO.

       01  STANDING-WORK.
           05  PRIOR-STANDING      PIC X         VALUE SPACE.
               88  PRIOR-ON-PROBATION            VALUE 'P' 'S'.
           05  PRIOR-PROB-CTR      PIC 9         VALUE ZERO.
           05  NEW-STANDING        PIC X         VALUE SPACE.
               88  NEW-GOOD                      VALUE 'G'.
               88  NEW-WARNING                   VALUE 'W'.
               88  NEW-PROBATION                 VALUE 'P'.
               88  NEW-SUSPENDED                 VALUE 'S'.
           05  NEW-PROB-CTR        PIC 9         VALUE ZERO.
           05  STANDING-TEXT       PIC X(20)     VALUE SPACES.

       01  DEPT-REF-AREA.
           05  DEPT-REF-COUNT      PIC 99        VALUE ZERO.
           05  DEPT-REF-TABLE OCCURS 1 TO 50 TIMES
                   DEPENDING ON DEPT-REF-COUNT
                   INDEXED BY DR-IDX.
               10  DR-CODE         PIC X(4).
               10  DR-NAME         PIC X(30).
               10  DR-ACTIVE       PIC X.

       01  DEPT-SUM-AREA.
           05  SUM-COUNT           PIC 99        VALUE ZERO.
           05  DEPT-SUM-TABLE OCCURS 1 TO 50 TIMES
                   DEPENDING ON SUM-COUNT
                   INDEXED BY SM-IDX.
               10  SM-DEPT         PIC X(4).
               10  SM-GOOD         PIC 9(5).
               10  SM-WARN         PIC 9(5).
               10  SM-PROB         PIC 9(5).
               10  SM-SUSP         PIC 9(5).

       01  GRAND-TOTALS.
           05  GT-GOOD             PIC 9(5)      VALUE ZERO.
           05  GT-WARN             PIC 9(5)      VALUE ZERO.
           05  GT-PROB             PIC 9(5)      VALUE ZERO.
           05  GT-SUSP             PIC 9(5)      VALUE ZERO.

       01  FILE-STATUSES.
           05  EST-STATUS          PIC XX        VALUE ZERO.
           05  GH-STATUS           PIC XX        VALUE ZERO.
           05  SH-STATUS           PIC XX        VALUE ZERO.
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

       01  NOT-HEAD-LINE.
           05  FILLER              PIC X(44)
                   VALUE 'OFFICE OF THE REGISTRAR - ACADEMIC STANDING'.
           05  FILLER              PIC X(8)      VALUE ' NOTICE'.
           05  FILLER              PIC X(6)      VALUE SPACES.
           05  FILLER              PIC X(6)      VALUE 'DATE: '.
           05  O-N-DATE            PIC 9(8).
           05  FILLER              PIC X(8)      VALUE SPACES.

       01  NOT-NAME-LINE.
           05  O-N-FNAME           PIC X(15).
           05  FILLER              PIC X         VALUE SPACES.
           05  O-N-INIT            PIC X.
           05  FILLER              PIC X         VALUE SPACES.
           05  O-N-LNAME           PIC X(15).
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  FILLER              PIC X(4)      VALUE 'ID: '.
           05  O-N-ID              PIC X(7).
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  FILLER              PIC X(6)      VALUE 'DEPT: '.
           05  O-N-DEPT            PIC X(4).
           05  FILLER              PIC X(20)     VALUE SPACES.

       01  NOT-STANDING-LINE.
           05  FILLER              PIC X(33)
                   VALUE 'YOUR ACADEMIC STANDING FOR TERM '.
           05  O-N-TERM            PIC X(6).
           05  FILLER              PIC X(5)      VALUE ' IS: '.
           05  O-N-STANDING        PIC X(20).
           05  FILLER              PIC X(16)     VALUE SPACES.

       01  NOT-GPA-LINE.
           05  FILLER              PIC X(10)     VALUE 'TERM GPA: '.
           05  O-N-TERM-GPA        PIC Z.99.
           05  FILLER              PIC X(4)      VALUE SPACES.
           05  FILLER              PIC X(16)
                   VALUE 'CUMULATIVE GPA: '.
           05  O-N-CUM-GPA         PIC Z.99.
           05  FILLER              PIC X(4)      VALUE SPACES.
           05  FILLER              PIC X(27)
                   VALUE 'CONSECUTIVE PROBATION TERMS'.
           05  FILLER              PIC X(2)      VALUE ': '.
           05  O-N-PROB-CTR        PIC 9.
           05  FILLER              PIC X(8)      VALUE SPACES.

       01  NOT-FLOOR-LINE.
           05  FILLER              PIC X(26)
                   VALUE 'REQUIRED - CUMULATIVE GPA '.
           05  O-N-CUM-FLOOR       PIC Z.99.
           05  FILLER              PIC X(16)
                   VALUE ', TERM GPA '.
           05  O-N-TERM-FLOOR      PIC Z.99.
           05  FILLER              PIC X(30)     VALUE SPACES.

       01  NOT-TEXT-LINE.
           05  O-N-TEXT            PIC X(80).

       01  NOT-SIGN-LINE.
           05  FILLER              PIC X(20)
                   VALUE 'ACADEMIC ADVISOR: '.
           05  FILLER              PIC X(30)     VALUE ALL '_'.
           05  FILLER              PIC X(30)     VALUE SPACES.

       01  SUM-TITLE-LINE.
           05  FILLER              PIC X(40)
                   VALUE 'ACADEMIC STANDING SUMMARY - TERM '.
           05  O-S-TERM            PIC X(6).
           05  FILLER              PIC X(4)      VALUE SPACES.
           05  FILLER              PIC X(10)     VALUE 'RUN DATE: '.
           05  O-S-DATE            PIC 9(8).
           05  FILLER              PIC X(32)     VALUE SPACES.

       01  SUM-RULE-LINE.
           05  FILLER              PIC X(11)     VALUE 'CUM FLOOR: '.
           05  O-S-CUM-FLOOR       PIC Z.99.
           05  FILLER              PIC X(4)      VALUE SPACES.
           05  FILLER              PIC X(12)     VALUE 'TERM FLOOR: '.
           05  O-S-TERM-FLOOR      PIC Z.99.
           05  FILLER              PIC X(4)      VALUE SPACES.
           05  FILLER              PIC X(30)
                   VALUE 'PROBATION TERMS BEFORE SUSP: '.
           05  O-S-PROB-TERMS      PIC 9.
           05  FILLER              PIC X(30)     VALUE SPACES.

       01  SUM-COL-LINE.
           05  FILLER              PIC X(6)      VALUE 'DEPT'.
           05  FILLER              PIC X(32)     VALUE 'NAME'.
           05  FILLER              PIC X(10)     VALUE '    GOOD'.
           05  FILLER              PIC X(10)     VALUE ' WARNING'.
           05  FILLER              PIC X(10)     VALUE 'PROBATION'.
           05  FILLER              PIC X(10)     VALUE 'SUSPENDED'.
           05  FILLER              PIC X(22)     VALUE SPACES.

       01  SUM-DEPT-LINE.
           05  O-S-DEPT            PIC X(4).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  O-S-DEPT-NAME       PIC X(30).
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  O-S-GOOD            PIC ZZZZ9.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  O-S-WARN            PIC ZZZZ9.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  O-S-PROB            PIC ZZZZ9.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  O-S-SUSP            PIC ZZZZ9.
           05  FILLER              PIC X(24)     VALUE SPACES.

       01  SUM-LIST-HDR-LINE.
           05  FILLER              PIC X(40)
                   VALUE 'STUDENTS NOT IN GOOD STANDING'.
           05  FILLER              PIC X(60)     VALUE SPACES.

       01  SUM-LIST-LINE.
           05  O-L-ID              PIC X(7).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  O-L-LNAME           PIC X(15).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  O-L-FNAME           PIC X(15).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  O-L-DEPT            PIC X(4).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  O-L-STANDING        PIC X(20).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  O-L-TERM-GPA        PIC Z.99.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  O-L-CUM-GPA         PIC Z.99.
           05  FILLER              PIC X(19)     VALUE SPACES.

       01  SUM-TOTAL-LINE.
           05  FILLER              PIC X(10)     VALUE 'STUDENTS: '.
           05  O-T-STUDENT-CTR     PIC ZZZZ9.
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  FILLER              PIC X(11)     VALUE 'NO GRADES: '.
           05  O-T-NOGRADE-CTR     PIC ZZZZ9.
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  FILLER              PIC X(6)      VALUE 'GOOD: '.
           05  O-T-GOOD            PIC ZZZZ9.
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  FILLER              PIC X(6)      VALUE 'WARN: '.
           05  O-T-WARN            PIC ZZZZ9.
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  FILLER              PIC X(6)      VALUE 'PROB: '.
           05  O-T-PROB            PIC ZZZZ9.
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  FILLER              PIC X(6)      VALUE 'SUSP: '.
           05  O-T-SUSP            PIC ZZZZ9.
           05  FILLER              PIC X(5)      VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-PROCESS-STUDENT THRU 2000-PROCESS-STUDENT-EXIT
               UNTIL MORE-MASTER-RECS = 'NO'.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           PERFORM 1010-GET-BUSINESS-DATE.
           PERFORM 1100-READ-PARM-CARD.
           IF STAND-TERM = SPACES
               DISPLAY 'COBCLK19 - PAINSPRM.DAT MISSING OR HAS NO TERM,'
                   ' RUN REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT PAINT-EST.
           IF EST-STATUS NOT = '00'
               DISPLAY 'COBCLK19 - CANNOT OPEN PAINTEST.DAT, STATUS '
                   EST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT GRADE-HIST.
           IF GH-STATUS NOT = '00'
               DISPLAY 'COBCLK19 - CANNOT OPEN PAINGHIS.DAT, STATUS '
                   GH-STATUS
               CLOSE PAINT-EST
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O STAND-HIST.
           IF SH-STATUS = '35'
               OPEN OUTPUT STAND-HIST
               CLOSE STAND-HIST
               OPEN I-O STAND-HIST
           END-IF.

           PERFORM 1200-LOAD-DEPT-REF.

           OPEN OUTPUT NOTICE-RPT.
           OPEN OUTPUT SUMMARY-RPT.
           MOVE STAND-TERM TO O-S-TERM.
           MOVE RUN-DATE TO O-S-DATE.
           WRITE SUM-PRTLINE FROM SUM-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE CUM-FLOOR TO O-S-CUM-FLOOR.
           MOVE TERM-FLOOR TO O-S-TERM-FLOOR.
           MOVE PROB-TERMS TO O-S-PROB-TERMS.
           WRITE SUM-PRTLINE FROM SUM-RULE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE SUM-PRTLINE FROM SUM-LIST-HDR-LINE
               AFTER ADVANCING 2 LINES.
           DISPLAY 'COBCLK19 - ACADEMIC STANDING RUN, TERM '
               STAND-TERM.

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
               DISPLAY 'COBCLK19 - NO BUSINESS DATE ON PAINBDTE.DAT,'
                   ' RUN REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT BUS-OPEN
               DISPLAY 'COBCLK19 - BUSINESS DATE ' BUS-DATE ' CYCLE '
                   BUS-CYCLE ' IS CLOSED, RUN REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BUS-DATE TO RUN-DATE.
           DISPLAY 'COBCLK19 - BUSINESS DATE ' BUS-DATE ' CYCLE '
               BUS-CYCLE.

       1100-READ-PARM-CARD.
           OPEN INPUT PARM-CARD.
           READ PARM-CARD
               AT END
                   MOVE SPACES TO SP-REC
           END-READ.
           CLOSE PARM-CARD.
           MOVE SP-TERM TO STAND-TERM.
           IF SP-CUM-FLOOR NUMERIC AND SP-CUM-FLOOR > ZERO
               MOVE SP-CUM-FLOOR TO CUM-FLOOR
           END-IF.
           IF SP-TERM-FLOOR NUMERIC AND SP-TERM-FLOOR > ZERO
               MOVE SP-TERM-FLOOR TO TERM-FLOOR
           END-IF.
           IF SP-PROB-TERMS NUMERIC AND SP-PROB-TERMS > ZERO
               MOVE SP-PROB-TERMS TO PROB-TERMS
           END-IF.

       1200-LOAD-DEPT-REF.
           OPEN INPUT DEPT-FILE.
           PERFORM 1210-LOAD-DEPT-REC THRU 1210-LOAD-DEPT-REC-EXIT
               UNTIL MORE-DEPT-RECS = 'NO'.
           CLOSE DEPT-FILE.

       1210-LOAD-DEPT-REC.
           READ DEPT-FILE INTO DP-REC
               AT END
                   MOVE 'NO' TO MORE-DEPT-RECS
                   GO TO 1210-LOAD-DEPT-REC-EXIT.
           IF DP-CODE = SPACES OR DEPT-REF-COUNT NOT < 50
               GO TO 1210-LOAD-DEPT-REC-EXIT.
           ADD 1 TO DEPT-REF-COUNT.
           SET DR-IDX TO DEPT-REF-COUNT.
           MOVE DP-CODE TO DR-CODE (DR-IDX).
           MOVE DP-NAME TO DR-NAME (DR-IDX).
           MOVE DP-ACTIVE TO DR-ACTIVE (DR-IDX).
       1210-LOAD-DEPT-REC-EXIT.
           EXIT.

       2000-PROCESS-STUDENT.
           IF I-ID = 'TRAILER'
               MOVE 'NO' TO MORE-MASTER-RECS
               GO TO 2000-PROCESS-STUDENT-EXIT.
           IF NOT I-ACTIVE
               GO TO 2000-PROCESS-STUDENT-READ.
           PERFORM 2100-COMPUTE-GPAS.
           IF CUM-CREDITS = ZERO
               ADD 1 TO C-NOGRADE-CTR
               GO TO 2000-PROCESS-STUDENT-READ.
           ADD 1 TO C-STUDENT-CTR.
           PERFORM 2300-FIND-PRIOR-STANDING.
           PERFORM 2400-CLASSIFY.
           PERFORM 2500-WRITE-STANDING.
           PERFORM 2600-ADD-TO-SUMMARY.
           IF NOT NEW-GOOD
               PERFORM 2700-PRINT-NOTICE
               PERFORM 2800-LIST-STUDENT
           END-IF.
       2000-PROCESS-STUDENT-READ.
           PERFORM 9000-READ-MASTER.
       2000-PROCESS-STUDENT-EXIT.
           EXIT.

       2100-COMPUTE-GPAS.
           MOVE ZERO TO TERM-QP.
           MOVE ZERO TO TERM-CREDITS.
           MOVE ZERO TO CUM-QP.
           MOVE ZERO TO CUM-CREDITS.
           MOVE ZERO TO TERM-GPA.
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
           PERFORM 2150-ACCUM-GRADE
               UNTIL MORE-GRADES = 'NO'
                   OR GH-ID NOT = I-ID
                   OR GH-TERM > STAND-TERM.
           IF TERM-CREDITS > ZERO
               COMPUTE TERM-GPA ROUNDED = TERM-QP / TERM-CREDITS
                   ON SIZE ERROR
                       MOVE ZERO TO TERM-GPA
               END-COMPUTE
           END-IF.
           IF CUM-CREDITS > ZERO
               COMPUTE CUM-GPA ROUNDED = CUM-QP / CUM-CREDITS
                   ON SIZE ERROR
                       MOVE ZERO TO CUM-GPA
               END-COMPUTE
           END-IF.

       2150-ACCUM-GRADE.
           MOVE GH-GRADE TO GRADE-IN.
           PERFORM 2200-GRADE-POINTS.
           IF VALID-GRADE
               COMPUTE CUM-QP =
                   CUM-QP + (GH-CREDITS * GRADE-POINTS)
               ADD GH-CREDITS TO CUM-CREDITS
               IF GH-TERM = STAND-TERM
                   COMPUTE TERM-QP =
                       TERM-QP + (GH-CREDITS * GRADE-POINTS)
                   ADD GH-CREDITS TO TERM-CREDITS
               END-IF
           END-IF.
           PERFORM 9100-READ-GRADE.

       2200-GRADE-POINTS.
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

       2300-FIND-PRIOR-STANDING.
           MOVE SPACE TO PRIOR-STANDING.
           MOVE ZERO TO PRIOR-PROB-CTR.
           MOVE 'YES' TO MORE-STAND-RECS.
           MOVE I-ID TO SH-ID.
           MOVE LOW-VALUES TO SH-TERM.
           START STAND-HIST KEY IS NOT LESS THAN SH-KEY
               INVALID KEY
                   MOVE 'NO' TO MORE-STAND-RECS
           END-START.
           IF MORE-STAND-RECS = 'YES'
               PERFORM 9200-READ-STANDING
           END-IF.
           PERFORM 2350-HOLD-PRIOR
               UNTIL MORE-STAND-RECS = 'NO'
                   OR SH-ID NOT = I-ID
                   OR SH-TERM NOT < STAND-TERM.

       2350-HOLD-PRIOR.
           MOVE SH-STANDING TO PRIOR-STANDING.
           MOVE SH-PROB-CTR TO PRIOR-PROB-CTR.
           PERFORM 9200-READ-STANDING.

       2400-CLASSIFY.
           MOVE ZERO TO NEW-PROB-CTR.
           EVALUATE TRUE
               WHEN CUM-GPA < CUM-FLOOR AND PRIOR-ON-PROBATION
                   IF PRIOR-PROB-CTR < 9
                       COMPUTE NEW-PROB-CTR = PRIOR-PROB-CTR + 1
                   ELSE
                       MOVE 9 TO NEW-PROB-CTR
                   END-IF
                   IF PRIOR-PROB-CTR NOT < PROB-TERMS
                       SET NEW-SUSPENDED TO TRUE
                   ELSE
                       SET NEW-PROBATION TO TRUE
                   END-IF
               WHEN CUM-GPA < CUM-FLOOR
                   MOVE 1 TO NEW-PROB-CTR
                   SET NEW-PROBATION TO TRUE
               WHEN TERM-CREDITS > ZERO AND TERM-GPA < TERM-FLOOR
                   SET NEW-WARNING TO TRUE
               WHEN OTHER
                   SET NEW-GOOD TO TRUE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN NEW-GOOD
                   MOVE 'GOOD STANDING' TO STANDING-TEXT
               WHEN NEW-WARNING
                   MOVE 'ACADEMIC WARNING' TO STANDING-TEXT
               WHEN NEW-PROBATION
                   MOVE 'ACADEMIC PROBATION' TO STANDING-TEXT
               WHEN NEW-SUSPENDED
                   MOVE 'ACADEMIC SUSPENSION' TO STANDING-TEXT
           END-EVALUATE.

       2500-WRITE-STANDING.
           MOVE I-ID TO SH-ID.
           MOVE STAND-TERM TO SH-TERM.
           MOVE NEW-STANDING TO SH-STANDING.
           MOVE NEW-PROB-CTR TO SH-PROB-CTR.
           MOVE CUM-GPA TO SH-CUM-GPA.
           MOVE TERM-GPA TO SH-TERM-GPA.
           MOVE RUN-DATE TO SH-RUN-DATE.
           WRITE SH-REC
               INVALID KEY
                   REWRITE SH-REC
                       INVALID KEY
                           DISPLAY 'COBCLK19 - PAINSTND.DAT REWRITE '
                               'FAILED FOR ' I-ID
                   END-REWRITE
           END-WRITE.

       2600-ADD-TO-SUMMARY.
           SET SM-IDX TO 1.
           IF SUM-COUNT > ZERO
               SEARCH DEPT-SUM-TABLE
                   AT END
                       PERFORM 2650-NEW-SUM-ROW
                   WHEN SM-DEPT (SM-IDX) = I-DEPT
                       CONTINUE
               END-SEARCH
           ELSE
               PERFORM 2650-NEW-SUM-ROW
           END-IF.
           EVALUATE TRUE
               WHEN NEW-GOOD
                   ADD 1 TO SM-GOOD (SM-IDX)
                   ADD 1 TO GT-GOOD
               WHEN NEW-WARNING
                   ADD 1 TO SM-WARN (SM-IDX)
                   ADD 1 TO GT-WARN
               WHEN NEW-PROBATION
                   ADD 1 TO SM-PROB (SM-IDX)
                   ADD 1 TO GT-PROB
               WHEN NEW-SUSPENDED
                   ADD 1 TO SM-SUSP (SM-IDX)
                   ADD 1 TO GT-SUSP
           END-EVALUATE.

       2650-NEW-SUM-ROW.
      *    MORE THAN 50 DEPARTMENTS - THE OVERFLOW IS COUNTED ON THE
      *    LAST ROW OF THE SUMMARY
           IF SUM-COUNT NOT < 50
               SET SM-IDX TO SUM-COUNT
           ELSE
               ADD 1 TO SUM-COUNT
               SET SM-IDX TO SUM-COUNT
               MOVE I-DEPT TO SM-DEPT (SM-IDX)
               MOVE ZERO TO SM-GOOD (SM-IDX)
               MOVE ZERO TO SM-WARN (SM-IDX)
               MOVE ZERO TO SM-PROB (SM-IDX)
               MOVE ZERO TO SM-SUSP (SM-IDX)
           END-IF.

       2700-PRINT-NOTICE.
           ADD 1 TO C-NOTICE-CTR.
           MOVE RUN-DATE TO O-N-DATE.
           WRITE NOT-PRTLINE FROM NOT-HEAD-LINE
               AFTER ADVANCING PAGE.
           MOVE I-FNAME TO O-N-FNAME.
           MOVE I-INIT TO O-N-INIT.
           MOVE I-LNAME TO O-N-LNAME.
           MOVE I-ID TO O-N-ID.
           MOVE I-DEPT TO O-N-DEPT.
           WRITE NOT-PRTLINE FROM NOT-NAME-LINE
               AFTER ADVANCING 3 LINES.
           MOVE STAND-TERM TO O-N-TERM.
           MOVE STANDING-TEXT TO O-N-STANDING.
           WRITE NOT-PRTLINE FROM NOT-STANDING-LINE
               AFTER ADVANCING 3 LINES.
           MOVE TERM-GPA TO O-N-TERM-GPA.
           MOVE CUM-GPA TO O-N-CUM-GPA.
           MOVE NEW-PROB-CTR TO O-N-PROB-CTR.
           WRITE NOT-PRTLINE FROM NOT-GPA-LINE
               AFTER ADVANCING 2 LINES.
           MOVE CUM-FLOOR TO O-N-CUM-FLOOR.
           MOVE TERM-FLOOR TO O-N-TERM-FLOOR.
           WRITE NOT-PRTLINE FROM NOT-FLOOR-LINE
               AFTER ADVANCING 1 LINE.
           EVALUATE TRUE
               WHEN NEW-WARNING
                   MOVE 'YOUR TERM GPA FELL BELOW THE REQUIRED MINIMUM.'
                       TO O-N-TEXT
                   WRITE NOT-PRTLINE FROM NOT-TEXT-LINE
                       AFTER ADVANCING 2 LINES
                   MOVE 'PLEASE MEET WITH YOUR ADVISOR BEFORE NEXT'
                       TO O-N-TEXT
                   WRITE NOT-PRTLINE FROM NOT-TEXT-LINE
                       AFTER ADVANCING 1 LINE
                   MOVE 'TERM REGISTRATION.'
                       TO O-N-TEXT
                   WRITE NOT-PRTLINE FROM NOT-TEXT-LINE
                       AFTER ADVANCING 1 LINE
               WHEN NEW-PROBATION
                   MOVE 'YOUR CUMULATIVE GPA IS BELOW THE REQUIRED'
                       TO O-N-TEXT
                   WRITE NOT-PRTLINE FROM NOT-TEXT-LINE
                       AFTER ADVANCING 2 LINES
                   MOVE 'MINIMUM.'
                       TO O-N-TEXT
                   WRITE NOT-PRTLINE FROM NOT-TEXT-LINE
                       AFTER ADVANCING 1 LINE
                   MOVE 'YOU MUST RAISE IT TO THE MINIMUM OR FACE'
                       TO O-N-TEXT
                   WRITE NOT-PRTLINE FROM NOT-TEXT-LINE
                       AFTER ADVANCING 1 LINE
                   MOVE 'SUSPENSION.'
                       TO O-N-TEXT
                   WRITE NOT-PRTLINE FROM NOT-TEXT-LINE
                       AFTER ADVANCING 1 LINE
               WHEN NEW-SUSPENDED
                   MOVE 'YOUR CUMULATIVE GPA REMAINS BELOW THE MINIMUM'
                       TO O-N-TEXT
                   WRITE NOT-PRTLINE FROM NOT-TEXT-LINE
                       AFTER ADVANCING 2 LINES
                   MOVE 'AFTER PROBATION.'
                       TO O-N-TEXT
                   WRITE NOT-PRTLINE FROM NOT-TEXT-LINE
                       AFTER ADVANCING 1 LINE
                   MOVE 'YOU ARE SUSPENDED. CONTACT THE REGISTRAR ABOUT'
                       TO O-N-TEXT
                   WRITE NOT-PRTLINE FROM NOT-TEXT-LINE
                       AFTER ADVANCING 1 LINE
                   MOVE 'REINSTATEMENT.'
                       TO O-N-TEXT
                   WRITE NOT-PRTLINE FROM NOT-TEXT-LINE
                       AFTER ADVANCING 1 LINE
           END-EVALUATE.
           WRITE NOT-PRTLINE FROM NOT-SIGN-LINE
               AFTER ADVANCING 4 LINES.

       2800-LIST-STUDENT.
           MOVE I-ID TO O-L-ID.
           MOVE I-LNAME TO O-L-LNAME.
           MOVE I-FNAME TO O-L-FNAME.
           MOVE I-DEPT TO O-L-DEPT.
           MOVE STANDING-TEXT TO O-L-STANDING.
           MOVE TERM-GPA TO O-L-TERM-GPA.
           MOVE CUM-GPA TO O-L-CUM-GPA.
           WRITE SUM-PRTLINE FROM SUM-LIST-LINE
               AFTER ADVANCING 1 LINE.

       3000-CLOSING.
           WRITE SUM-PRTLINE FROM SUM-COL-LINE
               AFTER ADVANCING 3 LINES.
           IF SUM-COUNT > ZERO
               PERFORM 3100-PRINT-DEPT-LINE
                   VARYING SM-IDX FROM 1 BY 1
                       UNTIL SM-IDX > SUM-COUNT
           END-IF.
           MOVE C-STUDENT-CTR TO O-T-STUDENT-CTR.
           MOVE C-NOGRADE-CTR TO O-T-NOGRADE-CTR.
           MOVE GT-GOOD TO O-T-GOOD.
           MOVE GT-WARN TO O-T-WARN.
           MOVE GT-PROB TO O-T-PROB.
           MOVE GT-SUSP TO O-T-SUSP.
           WRITE SUM-PRTLINE FROM SUM-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE SUMMARY-RPT.
           CLOSE NOTICE-RPT.
           CLOSE STAND-HIST.
           CLOSE GRADE-HIST.
           CLOSE PAINT-EST.
           DISPLAY 'COBCLK19 - STUDENTS: ' C-STUDENT-CTR
               '  NOTICES: ' C-NOTICE-CTR.

       3100-PRINT-DEPT-LINE.
           MOVE SM-DEPT (SM-IDX) TO O-S-DEPT.
           MOVE SPACES TO O-S-DEPT-NAME.
           IF DEPT-REF-COUNT > ZERO
               SET DR-IDX TO 1
               SEARCH DEPT-REF-TABLE
                   AT END
                       MOVE '(NOT ON PAINDEPT.DAT)' TO O-S-DEPT-NAME
                   WHEN DR-CODE (DR-IDX) = SM-DEPT (SM-IDX)
                       MOVE DR-NAME (DR-IDX) TO O-S-DEPT-NAME
               END-SEARCH
           END-IF.
           MOVE SM-GOOD (SM-IDX) TO O-S-GOOD.
           MOVE SM-WARN (SM-IDX) TO O-S-WARN.
           MOVE SM-PROB (SM-IDX) TO O-S-PROB.
           MOVE SM-SUSP (SM-IDX) TO O-S-SUSP.
           WRITE SUM-PRTLINE FROM SUM-DEPT-LINE
               AFTER ADVANCING 1 LINE.

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

       9200-READ-STANDING.
           READ STAND-HIST NEXT RECORD
               AT END
                   MOVE 'NO' TO MORE-STAND-RECS
           END-READ.
