       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBCLK25.
       DATE-WRITTEN. 10/15/26.
       AUTHOR. CADE KIRKLAND.
       DATE-COMPILED.
      **********************************************
      ** NIGHTLY INTEGRITY SWEEP - READ-ONLY PASS **
      ** OVER PAINTEST.DAT, PAINGHIS.DAT,         **
      ** PAINDEPT.DAT, PAINHIST.DAT AND THE       **
      ** CURRENT PAINDISB.DAT THAT LISTS EVERY    **
      ** PLACE THE FILES DISAGREE WITH EACH OTHER **
      ** (PAINSWEP.PRT). EACH EXCEPTION CLASS     **
      ** CARRIES ITS OWN COUNT AND SEVERITY; A    **
      ** SERIOUS BREAK SETS RC 12 SO THE NEXT     **
      ** NIGHT'S CHAIN IS HELD.                   **
      **********************************************
      *  MODIFICATION HISTORY
      *  --------------------
      *  10/15/26  CK  INITIAL VERSION - RUNS AFTER COBCLK17 AT THE END
      *                OF THE NIGHTLY CHAIN AND CHANGES NOTHING. THE
      *                CLASSES ARE: GRADE HISTORY WITH NO MASTER,
      *                STORED GPA NOT EQUAL TO THE GPA RECOMPUTED FROM
      *                GRADE HISTORY (COBCLK08 SCALE, STUDENTS WITH
      *                GRADED CREDITS ONLY), DEPARTMENT MISSING OR
      *                INACTIVE ON PAINDEPT.DAT, STATUS DATE INVALID,
      *                IN THE FUTURE OR BEFORE ENROLLMENT, A STUDENT
      *                ON PAINDISB.DAT WHO IS NOT ACTIVE OR NOT ON THE
      *                MASTER, AND A TRAILER WHOSE COUNT OR SALARY
      *                TOTAL DISAGREES WITH THE RECORDS. ENROLLMENT IS
      *                THE EARLIEST ACTIVE STATUS DATE ON ANY
      *                PAINHIST.DAT BEFORE-IMAGE FOR THE STUDENT (OR
      *                THE MASTER'S OWN DATE IF IT IS ACTIVE AND
      *                EARLIER). THE LAST TWO CLASSES ARE SERIOUS (RC
      *                12); THE REST ARE WARNINGS (RC 8). A FILE THAT
      *                CANNOT BE OPENED ENDS THE RUN WITH RC 16.
      *  10/15/26  CK  THE PROCESSING DATE NOW COMES FROM THE BUSINESS
      *                DATE CONTROL RECORD (PAINBDTE.DAT, KEPT BY
      *                COBCLK28) INSTEAD OF THE CLOCK, SO A RUN PAST
      *                MIDNIGHT OR A NEXT-MORNING RERUN CARRIES THE
      *                CYCLE'S DATE. NO CONTROL RECORD, OR A CLOSED
      *                CYCLE, REFUSES THE RUN (RC 12).
      *  10/15/26  CK  REVIEW FIX - AN ACTIVE MASTER WHOSE STATUS DATE
      *                IS EARLIER THAN ITS FIRST ACTIVE HISTORY IMAGE
      *                NOW TAKES THAT DATE AS ENROLLMENT, AS THE RULE
      *                ABOVE SAYS, INSTEAD OF BEING REPORTED AS BEFORE
      *                ENROLLMENT.

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

           SELECT XREF-FILE
               ASSIGN TO "C:\School\COBOL\COBCLK24\PAINXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XR-OLD-ID
               FILE STATUS IS XR-STATUS.

           SELECT OPTIONAL DEPT-FILE
               ASSIGN TO "C:\School\COBOL\COBCLK13\PAINDEPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAINT-HIST
               ASSIGN TO "C:\School\COBOL\COBCLK02\PAINHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DISB-EXT
               ASSIGN TO "C:\School\COBOL\COBCLK09\PAINDISB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-FILE
               ASSIGN TO "PAINESRT.TMP".

           SELECT ENROLL-OUT
               ASSIGN TO "C:\School\COBOL\COBCLK25\PAINESRT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SWEEP-RPT
               ASSIGN TO "C:\School\COBOL\COBCLK25\PAINSWEP.PRT"
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
               88  STUDENT-ACTIVE          VALUE 'A'.
           05  I-STATUS-DATE       PIC 9(8).
           05  I-STATUS-DATE-X REDEFINES I-STATUS-DATE.
               10  I-SD-YEAR       PIC 9(4).
               10  I-SD-MONTH      PIC 99.
               10  I-SD-DAY        PIC 99.

       01  I-TRAILER-REC REDEFINES I-REC.
           05  TR-ID               PIC X(7).
           05  TR-EXP-COUNT        PIC 9(6).
           05  TR-EXP-TOTAL-SALARY PIC 9(9)V99.
           05  FILLER              PIC X(38).

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

       FD  XREF-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS XR-REC
           RECORD CONTAINS 30 CHARACTERS.

       01  XR-REC.
           05  XR-OLD-ID           PIC X(7).
           05  XR-NEW-ID           PIC X(7).
           05  XR-MERGE-DATE       PIC 9(8).
           05  XR-OPERATOR         PIC X(8).

       FD  DEPT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DP-REC
           RECORD CONTAINS 39 CHARACTERS.

       01  DP-REC.
           05  DP-CODE             PIC X(4).
           05  DP-NAME             PIC X(30).
           05  DP-ACTIVE           PIC X.
           05  DP-SUCCESSOR        PIC X(4).

       FD  PAINT-HIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS HIST-REC
           RECORD CONTAINS 77 CHARACTERS.

       01  HIST-REC.
           05  H-RUN-DATE          PIC 9(8).
           05  H-RUN-TIME          PIC X(6).
           05  H-T-CODE            PIC X.
           05  H-IMAGE.
               10  H-ID            PIC X(7).
               10  FILLER          PIC X(46).
               10  H-ENROLL-STATUS PIC X.
               10  H-STATUS-DATE   PIC 9(8).

       FD  DISB-EXT
           LABEL RECORD IS STANDARD
           DATA RECORD IS D-REC
           RECORD CONTAINS 47 CHARACTERS.

       01  D-REC.
           05  D-ID                PIC X(7).
           05  D-LNAME             PIC X(15).
           05  D-FNAME             PIC X(15).
           05  D-TIER              PIC 9.
           05  D-AWARD             PIC 9(7)V99.

       SD  SORT-FILE.

       01  SD-REC.
           05  SD-ID               PIC X(7).
           05  SD-DATE             PIC 9(8).

       FD  ENROLL-OUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS EO-REC
           RECORD CONTAINS 15 CHARACTERS.

       01  EO-REC.
           05  EO-ID               PIC X(7).
           05  EO-DATE             PIC 9(8).

       FD  SWEEP-RPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS SWP-PRTLINE.

       01  SWP-PRTLINE             PIC X(100).

       FD BDATE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BD-REC
           RECORD CONTAINS 36 CHARACTERS.

       01  BD-REC                  PIC X(36).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  MORE-MASTER-RECS    PIC XXX       VALUE 'YES'.
           05  MORE-GRADES         PIC XXX       VALUE 'YES'.
           05  MORE-DEPT-RECS      PIC XXX       VALUE 'YES'.
           05  MORE-HIST-RECS      PIC XXX       VALUE 'YES'.
           05  MORE-ENROLL-RECS    PIC XXX       VALUE 'YES'.
           05  MORE-DISB-RECS      PIC XXX       VALUE 'YES'.
           05  C-MASTER-CTR        PIC 9(6)      VALUE ZERO.
           05  C-GH-ID-CTR         PIC 9(6)      VALUE ZERO.
           05  C-DISB-CTR          PIC 9(6)      VALUE ZERO.
           05  C-EXCEPTION-CTR     PIC 9(6)      VALUE ZERO.
           05  C-SERIOUS-CTR       PIC 9(6)      VALUE ZERO.
           05  C-COURSE-CTR        PIC 9(5)      VALUE ZERO.
           05  MASTER-SALARY       PIC 9(9)V99   VALUE ZERO.
           05  HOLD-ID             PIC X(7)      VALUE SPACES.
           05  ENROLL-DATE         PIC 9(8)      VALUE ZERO.
           05  GRADE-IN            PIC X(2)      VALUE SPACES.
           05  GRADE-POINTS        PIC 9V99      VALUE ZERO.
           05  QP-TOTAL            PIC 9(5)V99   VALUE ZERO.
           05  CREDIT-TOTAL        PIC 9(4)V9    VALUE ZERO.
           05  NEW-GPA             PIC 9V99      VALUE ZERO.
           05  EXC-ID              PIC X(7)      VALUE SPACES.
           05  EXC-TEXT            PIC X(60)     VALUE SPACES.
           05  EXC-CLASS           PIC 9         VALUE ZERO.

       01  MATCH-SWITCHES.
           05  ID-FOUND-SW         PIC X         VALUE 'N'.
               88  ID-FOUND                      VALUE 'Y'.
               88  ID-NOT-FOUND                  VALUE 'N'.
           05  DEPT-FOUND-SW       PIC X         VALUE 'N'.
               88  DEPT-FOUND                    VALUE 'Y'.
               88  DEPT-NOT-FOUND                VALUE 'N'.
           05  VALID-GRADE-SW      PIC X         VALUE 'Y'.
               88  VALID-GRADE                   VALUE 'Y'.
           05  TRAILER-SW          PIC X         VALUE 'N'.
               88  TRAILER-SEEN                  VALUE 'Y'.
           05  XREF-SW             PIC X         VALUE 'N'.
               88  XREF-OPEN                     VALUE 'Y'.

       01  DEPT-TABLE-AREA.
           05  DEPT-COUNT          PIC 999       VALUE ZERO.
           05  DEPT-TABLE OCCURS 1 TO 100 TIMES
                   DEPENDING ON DEPT-COUNT
                   INDEXED BY DP-IDX.
               10  DPT-CODE        PIC X(4).
               10  DPT-ACTIVE      PIC X.
               10  DPT-SUCCESSOR   PIC X(4).

      *    EXCEPTION CLASSES - NAME AND SEVERITY (W = WARNING,
      *    S = SERIOUS), IN THE ORDER THE SUMMARY PRINTS THEM.
       01  CLASS-VALUES.
           05  FILLER              PIC X(24)
                   VALUE 'GRADES WITH NO MASTER'.
           05  FILLER              PIC X         VALUE 'W'.
           05  FILLER              PIC X(24)
                   VALUE 'GPA NOT EQUAL TO GRADES'.
           05  FILLER              PIC X         VALUE 'W'.
           05  FILLER              PIC X(24)
                   VALUE 'DEPT MISSING OR INACTIVE'.
           05  FILLER              PIC X         VALUE 'W'.
           05  FILLER              PIC X(24)
                   VALUE 'STATUS DATE OUT OF RANGE'.
           05  FILLER              PIC X         VALUE 'W'.
           05  FILLER              PIC X(24)
                   VALUE 'AWARD TO NON-ACTIVE'.
           05  FILLER              PIC X         VALUE 'S'.
           05  FILLER              PIC X(24)
                   VALUE 'TRAILER OUT OF BALANCE'.
           05  FILLER              PIC X         VALUE 'S'.
       01  CLASS-TABLE REDEFINES CLASS-VALUES.
           05  CLASS-ENTRY OCCURS 6 TIMES
                   INDEXED BY CL-IDX.
               10  CL-NAME         PIC X(24).
               10  CL-SEVERITY     PIC X.
                   88  CL-SERIOUS                VALUE 'S'.

       01  CLASS-COUNTS.
           05  CL-COUNT            PIC 9(6)
                   OCCURS 6 TIMES.

       01  FILE-STATUSES.
           05  EST-STATUS          PIC XX        VALUE ZERO.
           05  GH-STATUS           PIC XX        VALUE ZERO.
           05  XR-STATUS           PIC XX        VALUE ZERO.
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

       01  EDIT-FIELDS.
           05  GPA-ED-1            PIC Z.99.
           05  GPA-ED-2            PIC Z.99.
           05  CTR-ED-1            PIC ZZZZZ9.
           05  CTR-ED-2            PIC ZZZZZ9.
           05  SAL-ED-1            PIC ZZZ,ZZZ,ZZ9.99.
           05  SAL-ED-2            PIC ZZZ,ZZZ,ZZ9.99.

       01  SWP-TITLE-LINE.
           05  FILLER              PIC X(40)
                   VALUE 'NIGHTLY INTEGRITY SWEEP'.
           05  FILLER              PIC X(10)     VALUE 'RUN DATE: '.
           05  O-TITLE-DATE        PIC 9(8).
           05  FILLER              PIC X(42)     VALUE SPACES.

       01  SWP-COL-LINE.
           05  FILLER              PIC X(26)
                   VALUE 'EXCEPTION CLASS'.
           05  FILLER              PIC X(9)      VALUE 'SEVERITY'.
           05  FILLER              PIC X(9)      VALUE 'ID'.
           05  FILLER              PIC X(56)     VALUE 'DETAIL'.

       01  SWP-DETAIL-LINE.
           05  O-CLASS             PIC X(24).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  O-SEVERITY          PIC X(7).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  O-ID                PIC X(7).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  O-DETAIL            PIC X(56).

       01  SWP-SUM-HDR-LINE.
           05  FILLER              PIC X(26)
                   VALUE 'EXCEPTION CLASS'.
           05  FILLER              PIC X(9)      VALUE 'SEVERITY'.
           05  FILLER              PIC X(65)     VALUE '   COUNT'.

       01  SWP-SUM-LINE.
           05  O-S-CLASS           PIC X(24).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  O-S-SEVERITY        PIC X(7).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  O-S-COUNT           PIC ZZZ,ZZ9.
           05  FILLER              PIC X(58)     VALUE SPACES.

       01  SWP-TOTAL-LINE.
           05  FILLER              PIC X(14)     VALUE 'MASTERS READ: '.
           05  O-MASTER-CTR        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(4)      VALUE SPACES.
           05  FILLER              PIC X(13)     VALUE 'GRADED IDS: '.
           05  O-GH-ID-CTR         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(4)      VALUE SPACES.
           05  FILLER              PIC X(13)     VALUE 'AWARD ROWS: '.
           05  O-DISB-CTR          PIC ZZZ,ZZ9.
           05  FILLER              PIC X(4)      VALUE SPACES.
           05  FILLER              PIC X(12)     VALUE 'EXCEPTIONS: '.
           05  O-EXCEPTION-CTR     PIC ZZZ,ZZ9.
           05  FILLER              PIC X(8)      VALUE SPACES.

       01  SWP-RESULT-LINE.
           05  O-RESULT            PIC X(60).
           05  FILLER              PIC X(40)     VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-CHECK-MASTER THRU 2000-CHECK-MASTER-EXIT
               UNTIL MORE-MASTER-RECS = 'NO'.
           PERFORM 2500-CHECK-TRAILER.
           PERFORM 3000-CHECK-GRADES.
           PERFORM 4000-CHECK-AWARDS.
           PERFORM 5000-CLOSING.
           STOP RUN.

       1000-INIT.
           PERFORM 1010-GET-BUSINESS-DATE.
           MOVE ZEROS TO CLASS-COUNTS.
           OPEN INPUT PAINT-EST.
           IF EST-STATUS NOT = '00'
               DISPLAY 'COBCLK25 - CANNOT OPEN PAINTEST.DAT, STATUS '
                   EST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT GRADE-HIST.
           IF GH-STATUS NOT = '00'
               DISPLAY 'COBCLK25 - CANNOT OPEN PAINGHIS.DAT, STATUS '
                   GH-STATUS
               CLOSE PAINT-EST
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT XREF-FILE.
           IF XR-STATUS = '00'
               SET XREF-OPEN TO TRUE
           END-IF.

           OPEN INPUT DEPT-FILE.
           PERFORM 1100-LOAD-DEPT THRU 1100-LOAD-DEPT-EXIT
               UNTIL MORE-DEPT-RECS = 'NO'.
           CLOSE DEPT-FILE.

           SORT SORT-FILE
               ON ASCENDING KEY SD-ID SD-DATE
               INPUT PROCEDURE 1400-SORT-IN
               GIVING ENROLL-OUT.
           OPEN INPUT ENROLL-OUT.
           PERFORM 9300-READ-ENROLL.

           OPEN OUTPUT SWEEP-RPT.
           MOVE RUN-DATE TO O-TITLE-DATE.
           WRITE SWP-PRTLINE FROM SWP-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE SWP-PRTLINE FROM SWP-COL-LINE
               AFTER ADVANCING 2 LINES.
           DISPLAY 'COBCLK25 - NIGHTLY INTEGRITY SWEEP'.

           MOVE LOW-VALUES TO I-ID.
           START PAINT-EST KEY IS NOT LESS THAN I-ID
               INVALID KEY
                   MOVE 'NO' TO MORE-MASTER-RECS
           END-START.
           IF MORE-MASTER-RECS = 'YES'
               PERFORM 9100-READ-MASTER-NEXT
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
               DISPLAY 'COBCLK25 - NO BUSINESS DATE ON PAINBDTE.DAT,'
                   ' RUN REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT BUS-OPEN
               DISPLAY 'COBCLK25 - BUSINESS DATE ' BUS-DATE ' CYCLE '
                   BUS-CYCLE ' IS CLOSED, RUN REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BUS-DATE TO RUN-DATE.
           DISPLAY 'COBCLK25 - BUSINESS DATE ' BUS-DATE ' CYCLE '
               BUS-CYCLE.

       1100-LOAD-DEPT.
           READ DEPT-FILE
               AT END
                   MOVE 'NO' TO MORE-DEPT-RECS
                   GO TO 1100-LOAD-DEPT-EXIT
           END-READ.
           IF DEPT-COUNT NOT < 100
               DISPLAY 'COBCLK25 - MORE THAN 100 DEPARTMENTS, '
                   DP-CODE ' NOT LOADED'
               GO TO 1100-LOAD-DEPT-EXIT.
           ADD 1 TO DEPT-COUNT.
           SET DP-IDX TO DEPT-COUNT.
           MOVE DP-CODE TO DPT-CODE (DP-IDX).
           MOVE DP-ACTIVE TO DPT-ACTIVE (DP-IDX).
           MOVE DP-SUCCESSOR TO DPT-SUCCESSOR (DP-IDX).
       1100-LOAD-DEPT-EXIT.
           EXIT.

      **********************************************
      ** EARLIEST ACTIVE STATUS DATE PER STUDENT   **
      ** FROM THE BEFORE-IMAGES ON PAINHIST.DAT.   **
      **********************************************
       1400-SORT-IN.
           OPEN INPUT PAINT-HIST.
           PERFORM 9200-READ-HIST.
           PERFORM 1405-SORT-IN-REC
               UNTIL MORE-HIST-RECS = 'NO'.
           CLOSE PAINT-HIST.

       1405-SORT-IN-REC.
           IF H-ENROLL-STATUS = 'A'
               AND H-STATUS-DATE NUMERIC
               AND H-STATUS-DATE > ZERO
               AND H-ID NOT = SPACES
               MOVE H-ID TO SD-ID
               MOVE H-STATUS-DATE TO SD-DATE
               RELEASE SD-REC
           END-IF.
           PERFORM 9200-READ-HIST.

      **********************************************
      ** ONE MASTER RECORD - DEPARTMENT, STATUS    **
      ** DATE AND GPA CHECKS, AND THE RUNNING      **
      ** COUNT/SALARY FOR THE TRAILER PROOF.       **
      **********************************************
       2000-CHECK-MASTER.
           IF I-ID = 'TRAILER'
               SET TRAILER-SEEN TO TRUE
               MOVE 'NO' TO MORE-MASTER-RECS
               GO TO 2000-CHECK-MASTER-EXIT.
           ADD 1 TO C-MASTER-CTR.
           IF I-START-SALARY NUMERIC
               ADD I-START-SALARY TO MASTER-SALARY
           END-IF.
           MOVE I-ID TO EXC-ID.
           PERFORM 2100-CHECK-DEPT.
           PERFORM 2200-CHECK-STATUS-DATE.
           PERFORM 2300-CHECK-GPA THRU 2300-CHECK-GPA-EXIT.
           PERFORM 9100-READ-MASTER-NEXT.
       2000-CHECK-MASTER-EXIT.
           EXIT.

       2100-CHECK-DEPT.
           SET DEPT-NOT-FOUND TO TRUE.
           IF DEPT-COUNT > ZERO
               SET DP-IDX TO 1
               SEARCH DEPT-TABLE
                   AT END
                       CONTINUE
                   WHEN DPT-CODE (DP-IDX) = I-DEPT
                       SET DEPT-FOUND TO TRUE
               END-SEARCH
           END-IF.
           MOVE SPACES TO EXC-TEXT.
           IF DEPT-NOT-FOUND
               STRING 'DEPARTMENT ' I-DEPT ' NOT ON PAINDEPT.DAT'
                   DELIMITED BY SIZE INTO EXC-TEXT
           ELSE
               IF DPT-ACTIVE (DP-IDX) NOT = 'A'
                   IF DPT-SUCCESSOR (DP-IDX) NOT = SPACES
                       STRING 'DEPARTMENT ' I-DEPT
                           ' RETIRED - NOW ' DPT-SUCCESSOR (DP-IDX)
                           DELIMITED BY SIZE INTO EXC-TEXT
                   ELSE
                       STRING 'DEPARTMENT ' I-DEPT ' INACTIVE'
                           DELIMITED BY SIZE INTO EXC-TEXT
                   END-IF
               END-IF
           END-IF.
           IF EXC-TEXT NOT = SPACES
               MOVE 3 TO EXC-CLASS
               PERFORM 2900-WRITE-EXCEPTION
           END-IF.

       2200-CHECK-STATUS-DATE.
           MOVE ZERO TO ENROLL-DATE.
           PERFORM 9300-READ-ENROLL
               UNTIL MORE-ENROLL-RECS = 'NO'
                   OR EO-ID NOT < I-ID.
           IF MORE-ENROLL-RECS = 'YES' AND EO-ID = I-ID
               MOVE EO-DATE TO ENROLL-DATE
           END-IF.
           IF STUDENT-ACTIVE AND I-STATUS-DATE NUMERIC
               AND I-STATUS-DATE < ENROLL-DATE
               MOVE I-STATUS-DATE TO ENROLL-DATE
           END-IF.
           MOVE SPACES TO EXC-TEXT.
           EVALUATE TRUE
               WHEN I-STATUS-DATE NOT NUMERIC
                   MOVE 'STATUS DATE NOT NUMERIC' TO EXC-TEXT
               WHEN I-SD-MONTH < 1 OR I-SD-MONTH > 12
                   OR I-SD-DAY < 1 OR I-SD-DAY > 31
                   STRING 'STATUS DATE ' I-STATUS-DATE
                       ' IS NOT A VALID DATE'
                       DELIMITED BY SIZE INTO EXC-TEXT
               WHEN I-STATUS-DATE > RUN-DATE
                   STRING 'STATUS DATE ' I-STATUS-DATE
                       ' IS IN THE FUTURE'
                       DELIMITED BY SIZE INTO EXC-TEXT
               WHEN ENROLL-DATE > ZERO
                   AND I-STATUS-DATE < ENROLL-DATE
                   STRING 'STATUS DATE ' I-STATUS-DATE
                       ' BEFORE ENROLLMENT ' ENROLL-DATE
                       DELIMITED BY SIZE INTO EXC-TEXT
           END-EVALUATE.
           IF EXC-TEXT NOT = SPACES
               MOVE 4 TO EXC-CLASS
               PERFORM 2900-WRITE-EXCEPTION
           END-IF.

       2300-CHECK-GPA.
           MOVE ZERO TO QP-TOTAL.
           MOVE ZERO TO CREDIT-TOTAL.
           MOVE 'YES' TO MORE-GRADES.
           MOVE I-ID TO HOLD-ID.
           MOVE I-ID TO GH-ID.
           MOVE LOW-VALUES TO GH-TERM.
           MOVE LOW-VALUES TO GH-COURSE.
           START GRADE-HIST KEY IS NOT LESS THAN GH-KEY
               INVALID KEY
                   MOVE 'NO' TO MORE-GRADES
           END-START.
           IF MORE-GRADES = 'YES'
               PERFORM 9400-READ-GRADE-NEXT
           END-IF.
           PERFORM 2350-ACCUM-GRADE
               UNTIL MORE-GRADES = 'NO'
                   OR GH-ID NOT = HOLD-ID.
           IF CREDIT-TOTAL = ZERO
               GO TO 2300-CHECK-GPA-EXIT.
           COMPUTE NEW-GPA ROUNDED = QP-TOTAL / CREDIT-TOTAL
               ON SIZE ERROR
                   MOVE ZERO TO NEW-GPA
           END-COMPUTE.
           IF I-GPA NUMERIC AND I-GPA = NEW-GPA
               GO TO 2300-CHECK-GPA-EXIT.
           MOVE I-GPA TO GPA-ED-1.
           MOVE NEW-GPA TO GPA-ED-2.
           MOVE SPACES TO EXC-TEXT.
           STRING 'STORED GPA ' GPA-ED-1 ' - GRADE HISTORY GIVES '
               GPA-ED-2 DELIMITED BY SIZE INTO EXC-TEXT.
           MOVE 2 TO EXC-CLASS.
           PERFORM 2900-WRITE-EXCEPTION.
       2300-CHECK-GPA-EXIT.
           EXIT.

       2350-ACCUM-GRADE.
           MOVE GH-GRADE TO GRADE-IN.
           PERFORM 2360-GRADE-POINTS.
           IF VALID-GRADE
               COMPUTE QP-TOTAL =
                   QP-TOTAL + (GH-CREDITS * GRADE-POINTS)
               ADD GH-CREDITS TO CREDIT-TOTAL
           END-IF.
           PERFORM 9400-READ-GRADE-NEXT.

       2360-GRADE-POINTS.
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

       2500-CHECK-TRAILER.
           MOVE 'TRAILER' TO EXC-ID.
           MOVE 6 TO EXC-CLASS.
           MOVE SPACES TO EXC-TEXT.
           IF NOT TRAILER-SEEN
               MOVE 'NO TRAILER RECORD ON PAINTEST.DAT' TO EXC-TEXT
               PERFORM 2900-WRITE-EXCEPTION
           ELSE
               IF TR-EXP-COUNT NOT NUMERIC
                   OR TR-EXP-COUNT NOT = C-MASTER-CTR
                   MOVE TR-EXP-COUNT TO CTR-ED-1
                   MOVE C-MASTER-CTR TO CTR-ED-2
                   STRING 'TRAILER COUNT ' CTR-ED-1
                       ' - RECORDS ON FILE ' CTR-ED-2
                       DELIMITED BY SIZE INTO EXC-TEXT
                   PERFORM 2900-WRITE-EXCEPTION
               END-IF
               MOVE SPACES TO EXC-TEXT
               IF TR-EXP-TOTAL-SALARY NOT NUMERIC
                   OR TR-EXP-TOTAL-SALARY NOT = MASTER-SALARY
                   MOVE TR-EXP-TOTAL-SALARY TO SAL-ED-1
                   MOVE MASTER-SALARY TO SAL-ED-2
                   STRING 'TRAILER SALARY ' SAL-ED-1
                       ' - RECORDS ' SAL-ED-2
                       DELIMITED BY SIZE INTO EXC-TEXT
                   PERFORM 2900-WRITE-EXCEPTION
               END-IF
           END-IF.

       2900-WRITE-EXCEPTION.
           SET CL-IDX TO EXC-CLASS.
           ADD 1 TO CL-COUNT (EXC-CLASS).
           ADD 1 TO C-EXCEPTION-CTR.
           MOVE CL-NAME (CL-IDX) TO O-CLASS.
           IF CL-SERIOUS (CL-IDX)
               ADD 1 TO C-SERIOUS-CTR
               MOVE 'SERIOUS' TO O-SEVERITY
           ELSE
               MOVE 'WARNING' TO O-SEVERITY
           END-IF.
           MOVE EXC-ID TO O-ID.
           MOVE EXC-TEXT TO O-DETAIL.
           WRITE SWP-PRTLINE FROM SWP-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

      **********************************************
      ** GRADE HISTORY IN KEY ORDER - ONE CHECK    **
      ** PER STUDENT ID AGAINST THE MASTER.        **
      **********************************************
       3000-CHECK-GRADES.
           MOVE 'YES' TO MORE-GRADES.
           MOVE LOW-VALUES TO GH-KEY.
           START GRADE-HIST KEY IS NOT LESS THAN GH-KEY
               INVALID KEY
                   MOVE 'NO' TO MORE-GRADES
           END-START.
           IF MORE-GRADES = 'YES'
               PERFORM 9400-READ-GRADE-NEXT
           END-IF.
           PERFORM 3100-CHECK-GRADE-ID THRU 3100-CHECK-GRADE-ID-EXIT
               UNTIL MORE-GRADES = 'NO'.

       3100-CHECK-GRADE-ID.
           ADD 1 TO C-GH-ID-CTR.
           MOVE GH-ID TO HOLD-ID.
           MOVE ZERO TO C-COURSE-CTR.
           PERFORM 3150-COUNT-COURSE
               UNTIL MORE-GRADES = 'NO'
                   OR GH-ID NOT = HOLD-ID.
           PERFORM 3200-READ-MASTER THRU 3200-READ-MASTER-EXIT.
           IF ID-FOUND
               GO TO 3100-CHECK-GRADE-ID-EXIT.
           MOVE HOLD-ID TO EXC-ID.
           MOVE C-COURSE-CTR TO CTR-ED-1.
           MOVE SPACES TO EXC-TEXT.
           MOVE HOLD-ID TO XR-OLD-ID.
           IF XREF-OPEN
               READ XREF-FILE
                   INVALID KEY
                       MOVE SPACES TO XR-NEW-ID
               END-READ
           ELSE
               MOVE SPACES TO XR-NEW-ID
           END-IF.
           IF XR-NEW-ID NOT = SPACES
               STRING CTR-ED-1 ' COURSES - ID WAS MERGED INTO '
                   XR-NEW-ID DELIMITED BY SIZE INTO EXC-TEXT
           ELSE
               STRING CTR-ED-1 ' COURSES - NO MASTER RECORD'
                   DELIMITED BY SIZE INTO EXC-TEXT
           END-IF.
           MOVE 1 TO EXC-CLASS.
           PERFORM 2900-WRITE-EXCEPTION.
       3100-CHECK-GRADE-ID-EXIT.
           EXIT.

       3150-COUNT-COURSE.
           IF C-COURSE-CTR < 99999
               ADD 1 TO C-COURSE-CTR
           END-IF.
           PERFORM 9400-READ-GRADE-NEXT.

       3200-READ-MASTER.
           SET ID-NOT-FOUND TO TRUE.
           IF HOLD-ID = 'TRAILER'
               GO TO 3200-READ-MASTER-EXIT.
           MOVE HOLD-ID TO I-ID.
           READ PAINT-EST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ID-FOUND TO TRUE
           END-READ.
       3200-READ-MASTER-EXIT.
           EXIT.

      **********************************************
      ** THE CURRENT AWARD EXTRACT - EVERY ROW     **
      ** MUST BELONG TO AN ACTIVE STUDENT.         **
      **********************************************
       4000-CHECK-AWARDS.
           OPEN INPUT DISB-EXT.
           PERFORM 9500-READ-DISB.
           PERFORM 4100-CHECK-AWARD
               UNTIL MORE-DISB-RECS = 'NO'.
           CLOSE DISB-EXT.

       4100-CHECK-AWARD.
           ADD 1 TO C-DISB-CTR.
           MOVE D-ID TO HOLD-ID.
           MOVE D-ID TO EXC-ID.
           MOVE SPACES TO EXC-TEXT.
           MOVE D-AWARD TO SAL-ED-1.
           PERFORM 3200-READ-MASTER THRU 3200-READ-MASTER-EXIT.
           IF ID-NOT-FOUND
               STRING 'AWARD ' SAL-ED-1 ' - NOT ON THE MASTER'
                   DELIMITED BY SIZE INTO EXC-TEXT
           ELSE
               IF NOT STUDENT-ACTIVE
                   STRING 'AWARD ' SAL-ED-1 ' - ENROLL STATUS '
                       I-ENROLL-STATUS ' SINCE ' I-STATUS-DATE
                       DELIMITED BY SIZE INTO EXC-TEXT
               END-IF
           END-IF.
           IF EXC-TEXT NOT = SPACES
               MOVE 5 TO EXC-CLASS
               PERFORM 2900-WRITE-EXCEPTION
           END-IF.
           PERFORM 9500-READ-DISB.

       5000-CLOSING.
           IF C-EXCEPTION-CTR = ZERO
               MOVE 'NO EXCEPTIONS' TO O-DETAIL
               MOVE SPACES TO O-CLASS
               MOVE SPACES TO O-SEVERITY
               MOVE SPACES TO O-ID
               WRITE SWP-PRTLINE FROM SWP-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           WRITE SWP-PRTLINE FROM SWP-SUM-HDR-LINE
               AFTER ADVANCING 3 LINES.
           PERFORM 5100-PRINT-CLASS
               VARYING CL-IDX FROM 1 BY 1
                   UNTIL CL-IDX > 6.
           MOVE C-MASTER-CTR TO O-MASTER-CTR.
           MOVE C-GH-ID-CTR TO O-GH-ID-CTR.
           MOVE C-DISB-CTR TO O-DISB-CTR.
           MOVE C-EXCEPTION-CTR TO O-EXCEPTION-CTR.
           WRITE SWP-PRTLINE FROM SWP-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           EVALUATE TRUE
               WHEN C-SERIOUS-CTR > ZERO
                   MOVE 'SERIOUS BREAK - HOLD THE NEXT NIGHTLY RUN'
                       TO O-RESULT
                   MOVE 12 TO RETURN-CODE
               WHEN C-EXCEPTION-CTR > ZERO
                   MOVE 'WARNINGS ONLY - NEXT RUN MAY PROCEED'
                       TO O-RESULT
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'FILES AGREE' TO O-RESULT
           END-EVALUATE.
           WRITE SWP-PRTLINE FROM SWP-RESULT-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE SWEEP-RPT.
           CLOSE ENROLL-OUT.
           CLOSE PAINT-EST.
           CLOSE GRADE-HIST.
           IF XREF-OPEN
               CLOSE XREF-FILE
           END-IF.
           DISPLAY 'COBCLK25 - MASTERS: ' C-MASTER-CTR
               '  EXCEPTIONS: ' C-EXCEPTION-CTR
               '  SERIOUS: ' C-SERIOUS-CTR.
           DISPLAY 'COBCLK25 - ' O-RESULT.

       5100-PRINT-CLASS.
           MOVE CL-NAME (CL-IDX) TO O-S-CLASS.
           IF CL-SERIOUS (CL-IDX)
               MOVE 'SERIOUS' TO O-S-SEVERITY
           ELSE
               MOVE 'WARNING' TO O-S-SEVERITY
           END-IF.
           MOVE CL-COUNT (CL-IDX) TO O-S-COUNT.
           WRITE SWP-PRTLINE FROM SWP-SUM-LINE
               AFTER ADVANCING 1 LINE.

       9100-READ-MASTER-NEXT.
           READ PAINT-EST NEXT RECORD
               AT END
                   MOVE 'NO' TO MORE-MASTER-RECS
           END-READ.

       9200-READ-HIST.
           READ PAINT-HIST
               AT END
                   MOVE 'NO' TO MORE-HIST-RECS
           END-READ.

       9300-READ-ENROLL.
           READ ENROLL-OUT
               AT END
                   MOVE 'NO' TO MORE-ENROLL-RECS
           END-READ.

       9400-READ-GRADE-NEXT.
           READ GRADE-HIST NEXT RECORD
               AT END
                   MOVE 'NO' TO MORE-GRADES
           END-READ.

       9500-READ-DISB.
           READ DISB-EXT
               AT END
                   MOVE 'NO' TO MORE-DISB-RECS
           END-READ.
