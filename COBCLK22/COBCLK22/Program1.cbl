       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBCLK22.
       DATE-WRITTEN. 10/15/26.
       AUTHOR. CADE KIRKLAND.
       DATE-COMPILED.
      **********************************************
      ** DEPARTMENT CONSOLIDATION - TAKES THE     **
      ** OLD-CODE TO NEW-CODE MAPPING ON          **
      ** PAINDMAP.DAT AND MOVES EVERY STUDENT ON  **
      ** PAINTEST.DAT OUT OF A RETIRING CODE.     **
      ** THE MOVES ARE WRITTEN TO PAINDCON.DAT AS **
      ** 'C' CHANGES INSIDE A BATCHHDR/BATCHTRL   **
      ** BATCH (STAGE IT AS PAINTRAN.DAT AND RUN  **
      ** COBCLK02, SO THE BEFORE-IMAGES STILL GO  **
      ** TO PAINHIST.DAT). THE OLD CODE IS MARKED **
      ** INACTIVE ON PAINDEPT.DAT WITH ITS        **
      ** SUCCESSOR, PAINRATE.DAT ROWS STILL KEYED **
      ** ON THE OLD CODE ARE FLAGGED TO RE-KEY,   **
      ** AND PAINDCNR.PRT PROVES THE BEFORE/AFTER **
      ** HEADCOUNT AND SALARY BY DEPARTMENT.      **
      **********************************************
      *  MODIFICATION HISTORY
      *  --------------------
      *  10/15/26  CK  INITIAL VERSION - PAINDMAP.DAT CARRIES ONE
      *                ROW PER RETIRING CODE (OLD CODE, NEW CODE).
      *                A ROW IS REFUSED WHEN EITHER CODE IS NOT ON
      *                PAINDEPT.DAT, THE NEW CODE IS INACTIVE OR IS
      *                ITSELF BEING RETIRED, THE OLD CODE IS MAPPED
      *                TWICE, OR IT WAS ALREADY RETIRED INTO SOME
      *                OTHER CODE. RERUNNING THE SAME MAPPING IS
      *                SAFE - IT PICKS UP ANY STUDENT STILL ON THE
      *                OLD CODE. A STUDENT WHOSE MASTER ROW WOULD
      *                FAIL THE COBCLK02 CHANGE EDITS (GPA OVER 4.00,
      *                ZERO SALARY) IS HELD ON THE REPORT INSTEAD OF
      *                BEING BATCHED, AND STAYS ON THE OLD CODE IN
      *                THE AFTER TOTALS. THE BATCH NUMBER COMES FROM
      *                THE SAME PAINBNUM.DAT CYCLE COBCLK07 USES.
      *  10/15/26  CK  THE PROCESSING DATE NOW COMES FROM THE BUSINESS
      *                DATE CONTROL RECORD (PAINBDTE.DAT, KEPT BY
      *                COBCLK28) INSTEAD OF THE CLOCK, SO A RUN PAST
      *                MIDNIGHT OR A NEXT-MORNING RERUN CARRIES THE
      *                CYCLE'S DATE. NO CONTROL RECORD, OR A CLOSED
      *                CYCLE, REFUSES THE RUN (RC 12).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL MAP-FILE
               ASSIGN TO "C:\School\COBOL\COBCLK22\PAINDMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DEPT-FILE
               ASSIGN TO "C:\School\COBOL\COBCLK13\PAINDEPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RATE-FILE
               ASSIGN TO "C:\School\COBOL\COBCLK09\PAINRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAINT-EST
               ASSIGN TO "C:\School\COBOL\COBCLK01\PAINTEST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS I-ID
               ALTERNATE RECORD KEY IS I-LNAME
                   WITH DUPLICATES
               FILE STATUS IS EST-STATUS.

           SELECT PAINT-CON
               ASSIGN TO "C:\School\COBOL\COBCLK22\PAINDCON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BATCH-NUM-FILE
               ASSIGN TO "C:\School\COBOL\COBCLK07\PAINBNUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONSOL-RPT
               ASSIGN TO "C:\School\COBOL\COBCLK22\PAINDCNR.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT BDATE-FILE
               ASSIGN TO "C:\School\COBOL\COBCLK28\PAINBDTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  MAP-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DM-REC
           RECORD CONTAINS 8 CHARACTERS.

       01  DM-REC.
           05  DM-OLD              PIC X(4).
           05  DM-NEW              PIC X(4).

       FD  DEPT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DP-REC
           RECORD CONTAINS 39 CHARACTERS.

       01  DP-REC.
           05  DP-CODE             PIC X(4).
           05  DP-NAME             PIC X(30).
           05  DP-ACTIVE           PIC X.
           05  DP-SUCCESSOR        PIC X(4).

       FD  RATE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RT-REC
           RECORD CONTAINS 12 CHARACTERS.

       01  RT-REC.
           05  RT-TIER             PIC 9.
           05  RT-DEPT             PIC X(4).
           05  RT-AMOUNT           PIC 9(5)V99.

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

       FD  PAINT-CON
           LABEL RECORD IS STANDARD
           DATA RECORD IS CN-REC
           RECORD CONTAINS 63 CHARACTERS.

       01  CN-REC                  PIC X(63).

       FD  BATCH-NUM-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS BN-REC
           RECORD CONTAINS 4 CHARACTERS.

       01  BN-REC.
           05  BN-LAST             PIC 9(4).

       FD  CONSOL-RPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS CON-PRTLINE.

       01  CON-PRTLINE             PIC X(100).

       FD BDATE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BD-REC
           RECORD CONTAINS 36 CHARACTERS.

       01  BD-REC                  PIC X(36).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  MORE-MASTER-RECS    PIC XXX       VALUE 'YES'.
           05  MORE-MAP-RECS       PIC XXX       VALUE 'YES'.
           05  MORE-DEPT-RECS      PIC XXX       VALUE 'YES'.
           05  MORE-RATE-RECS      PIC XXX       VALUE 'YES'.
           05  C-STUDENT-CTR       PIC 9(5)      VALUE ZERO.
           05  C-MOVED-CTR         PIC 9(5)      VALUE ZERO.
           05  C-HELD-CTR          PIC 9(5)      VALUE ZERO.
           05  C-MAP-OK-CTR        PIC 9(3)      VALUE ZERO.
           05  C-MAP-BAD-CTR       PIC 9(3)      VALUE ZERO.
           05  C-RETIRED-CTR       PIC 9(3)      VALUE ZERO.
           05  C-RATE-FLAG-CTR     PIC 9(3)      VALUE ZERO.
           05  TOTAL-KEY           PIC X(4)      VALUE SPACES.
           05  MOVE-TO-DEPT        PIC X(4)      VALUE SPACES.
           05  HELD-REASON         PIC X(40)     VALUE SPACES.

       01  MATCH-SWITCHES.
           05  DEPT-FOUND-SW       PIC X         VALUE 'N'.
               88  DEPT-FOUND                    VALUE 'Y'.
               88  DEPT-NOT-FOUND                VALUE 'N'.
           05  MAP-FOUND-SW        PIC X         VALUE 'N'.
               88  MAP-FOUND                     VALUE 'Y'.
               88  MAP-NOT-FOUND                 VALUE 'N'.
           05  TOTAL-FOUND-SW      PIC X         VALUE 'N'.
               88  TOTAL-FOUND                   VALUE 'Y'.
               88  TOTAL-NOT-FOUND               VALUE 'N'.
           05  RATE-FOUND-SW       PIC X         VALUE 'N'.
               88  RATE-FOUND                    VALUE 'Y'.
               88  RATE-NOT-FOUND                VALUE 'N'.

       01  DEPT-TABLE-AREA.
           05  DEPT-COUNT          PIC 99        VALUE ZERO.
           05  DEPT-TABLE OCCURS 1 TO 50 TIMES
                   DEPENDING ON DEPT-COUNT
                   INDEXED BY DP-IDX.
               10  DPT-CODE        PIC X(4).
               10  DPT-NAME        PIC X(30).
               10  DPT-ACTIVE      PIC X.
               10  DPT-SUCCESSOR   PIC X(4).

       01  MAP-TABLE-AREA.
           05  MAP-COUNT           PIC 99        VALUE ZERO.
           05  MAP-TABLE OCCURS 1 TO 50 TIMES
                   DEPENDING ON MAP-COUNT
                   INDEXED BY MP-IDX MP-IDX2.
               10  MP-OLD          PIC X(4).
               10  MP-NEW          PIC X(4).
               10  MP-OK           PIC X.
               10  MP-RESULT       PIC X(40).
               10  MP-MOVED        PIC 9(5).
               10  MP-HELD         PIC 9(5).

       01  RATE-TABLE-AREA.
           05  RATE-COUNT          PIC 99        VALUE ZERO.
           05  RATE-TABLE OCCURS 1 TO 50 TIMES
                   DEPENDING ON RATE-COUNT
                   INDEXED BY RT-IDX RT-IDX2.
               10  RTE-TIER        PIC 9.
               10  RTE-DEPT        PIC X(4).
               10  RTE-AMOUNT      PIC 9(5)V99.

       01  DEPT-TOTAL-AREA.
           05  TOTAL-COUNT         PIC 999       VALUE ZERO.
           05  DEPT-TOTAL-TABLE OCCURS 1 TO 100 TIMES
                   DEPENDING ON TOTAL-COUNT
                   INDEXED BY DT-IDX.
               10  DT-DEPT         PIC X(4).
               10  DT-BEFORE-CTR   PIC 9(5).
               10  DT-BEFORE-SAL   PIC 9(9)V99.
               10  DT-AFTER-CTR    PIC 9(5).
               10  DT-AFTER-SAL    PIC 9(9)V99.

       01  GRAND-TOTALS.
           05  GT-BEFORE-CTR       PIC 9(6)      VALUE ZERO.
           05  GT-BEFORE-SAL       PIC 9(10)V99  VALUE ZERO.
           05  GT-AFTER-CTR        PIC 9(6)      VALUE ZERO.
           05  GT-AFTER-SAL        PIC 9(10)V99  VALUE ZERO.

       01  CON-AREA.
           05  CON-COUNT           PIC 999       VALUE ZERO.
           05  CON-TABLE OCCURS 1 TO 500 TIMES
                   DEPENDING ON CON-COUNT
                   INDEXED BY CN-IDX.
               10  CN-IMAGE        PIC X(63).

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

       01  CON-TITLE-LINE.
           05  FILLER              PIC X(40)
                   VALUE 'DEPARTMENT CONSOLIDATION'.
           05  FILLER              PIC X(10)     VALUE 'RUN DATE: '.
           05  O-TITLE-DATE        PIC 9(8).
           05  FILLER              PIC X(42)     VALUE SPACES.

       01  CON-HEAD-LINE.
           05  O-HEAD              PIC X(40).
           05  FILLER              PIC X(60)     VALUE SPACES.

       01  CON-MAP-LINE.
           05  FILLER              PIC X(4)      VALUE SPACES.
           05  O-M-OLD             PIC X(4).
           05  FILLER              PIC X(4)      VALUE ' -> '.
           05  O-M-NEW             PIC X(4).
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  O-M-RESULT          PIC X(40).
           05  FILLER              PIC X(41)     VALUE SPACES.

       01  CON-HELD-LINE.
           05  FILLER              PIC X(4)      VALUE SPACES.
           05  O-H-ID              PIC X(7).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  O-H-LNAME           PIC X(15).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  O-H-DEPT            PIC X(4).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  O-H-REASON          PIC X(40).
           05  FILLER              PIC X(24)     VALUE SPACES.

       01  CON-RATE-LINE.
           05  FILLER              PIC X(4)      VALUE SPACES.
           05  FILLER              PIC X(5)      VALUE 'TIER '.
           05  O-R-TIER            PIC 9.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  O-R-DEPT            PIC X(4).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  O-R-AMOUNT          PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(13)     VALUE '  RE-KEY TO '.
           05  O-R-NEW             PIC X(4).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  O-R-NOTE            PIC X(40).
           05  FILLER              PIC X(14)     VALUE SPACES.

       01  CON-COL-LINE.
           05  FILLER              PIC X(6)      VALUE 'DEPT'.
           05  FILLER              PIC X(22)     VALUE 'NAME'.
           05  FILLER              PIC X(8)      VALUE ' BEFORE'.
           05  FILLER              PIC X(17)
                   VALUE '   BEFORE SALARY'.
           05  FILLER              PIC X(8)      VALUE '  AFTER'.
           05  FILLER              PIC X(16)
                   VALUE '    AFTER SALARY'.
           05  FILLER              PIC X(23)     VALUE 'NOTE'.

       01  CON-DEPT-LINE.
           05  O-D-DEPT            PIC X(4).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  O-D-NAME            PIC X(20).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  O-D-BEFORE-CTR      PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  O-D-BEFORE-SAL      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  O-D-AFTER-CTR       PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  O-D-AFTER-SAL       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  O-D-NOTE            PIC X(23).

       01  RETIRED-NOTE.
           05  FILLER              PIC X(11)     VALUE 'RETIRED TO '.
           05  O-RN-SUCCESSOR      PIC X(4).
           05  FILLER              PIC X(8)      VALUE SPACES.

       01  CON-GRAND-LINE.
           05  FILLER              PIC X(27)     VALUE 'TOTAL'.
           05  O-G-BEFORE-CTR      PIC ZZZ,ZZ9.
           05  O-G-BEFORE-SAL      PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  O-G-AFTER-CTR       PIC ZZZ,ZZ9.
           05  O-G-AFTER-SAL       PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  O-G-PROOF           PIC X(19).
           05  FILLER              PIC X(4)      VALUE SPACES.

       01  CON-BATCH-LINE.
           05  FILLER              PIC X(27)
                   VALUE 'CONSOLIDATION BATCH NUMBER:'.
           05  FILLER              PIC X(1)      VALUE SPACES.
           05  O-BATCH-NO          PIC 9(4).
           05  FILLER              PIC X(4)      VALUE SPACES.
           05  FILLER              PIC X(14)     VALUE 'TRANSACTIONS: '.
           05  O-BATCH-CTR         PIC ZZZZ9.
           05  FILLER              PIC X(4)      VALUE SPACES.
           05  FILLER              PIC X(12)     VALUE 'SALARY HASH '.
           05  O-BATCH-HASH        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(15)     VALUE SPACES.

       01  CON-TOTAL-LINE.
           05  FILLER              PIC X(10)     VALUE 'STUDENTS: '.
           05  O-STUDENT-CTR       PIC ZZZZ9.
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  FILLER              PIC X(7)      VALUE 'MOVED: '.
           05  O-MOVED-CTR         PIC ZZZZ9.
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  FILLER              PIC X(6)      VALUE 'HELD: '.
           05  O-HELD-CTR          PIC ZZZZ9.
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  FILLER              PIC X(9)      VALUE 'RETIRED: '.
           05  O-RETIRED-CTR       PIC ZZ9.
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  FILLER              PIC X(10)     VALUE 'MAP REFD: '.
           05  O-MAP-BAD-CTR       PIC ZZ9.
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  FILLER              PIC X(11)     VALUE 'RATE ROWS: '.
           05  O-RATE-FLAG-CTR     PIC ZZ9.
           05  FILLER              PIC X(8)      VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MOVE-STUDENT THRU 2000-MOVE-STUDENT-EXIT
               UNTIL MORE-MASTER-RECS = 'NO'.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           PERFORM 1010-GET-BUSINESS-DATE.
           OPEN INPUT DEPT-FILE.
           PERFORM 1100-LOAD-DEPT THRU 1100-LOAD-DEPT-EXIT
               UNTIL MORE-DEPT-RECS = 'NO'.
           CLOSE DEPT-FILE.
           IF DEPT-COUNT = ZERO
               DISPLAY 'COBCLK22 - NO DEPARTMENTS ON PAINDEPT.DAT, '
                   'RUN REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT MAP-FILE.
           PERFORM 1200-LOAD-MAP THRU 1200-LOAD-MAP-EXIT
               UNTIL MORE-MAP-RECS = 'NO'.
           CLOSE MAP-FILE.
           IF MAP-COUNT > ZERO
               PERFORM 1300-CHECK-CHAIN
                   VARYING MP-IDX FROM 1 BY 1
                       UNTIL MP-IDX > MAP-COUNT
           END-IF.

           OPEN OUTPUT CONSOL-RPT.
           MOVE RUN-DATE TO O-TITLE-DATE.
           WRITE CON-PRTLINE FROM CON-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'DEPARTMENT MAPPING' TO O-HEAD.
           WRITE CON-PRTLINE FROM CON-HEAD-LINE
               AFTER ADVANCING 2 LINES.
           IF MAP-COUNT > ZERO
               PERFORM 1400-PRINT-MAP
                   VARYING MP-IDX FROM 1 BY 1
                       UNTIL MP-IDX > MAP-COUNT
           END-IF.
           IF C-MAP-OK-CTR = ZERO
               MOVE 'NO USABLE ROWS ON PAINDMAP.DAT - RUN REFUSED'
                   TO O-HEAD
               WRITE CON-PRTLINE FROM CON-HEAD-LINE
                   AFTER ADVANCING 2 LINES
               CLOSE CONSOL-RPT
               DISPLAY 'COBCLK22 - NO USABLE MAPPING ROWS, '
                   'RUN REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT PAINT-EST.
           IF EST-STATUS NOT = '00'
               DISPLAY 'COBCLK22 - CANNOT OPEN PAINTEST.DAT, STATUS '
                   EST-STATUS
               CLOSE CONSOL-RPT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'STUDENTS HELD OUT OF THE BATCH' TO O-HEAD.
           WRITE CON-PRTLINE FROM CON-HEAD-LINE
               AFTER ADVANCING 2 LINES.
           DISPLAY 'COBCLK22 - DEPARTMENT CONSOLIDATION'.

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
               DISPLAY 'COBCLK22 - NO BUSINESS DATE ON PAINBDTE.DAT,'
                   ' RUN REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT BUS-OPEN
               DISPLAY 'COBCLK22 - BUSINESS DATE ' BUS-DATE ' CYCLE '
                   BUS-CYCLE ' IS CLOSED, RUN REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BUS-DATE TO RUN-DATE.
           DISPLAY 'COBCLK22 - BUSINESS DATE ' BUS-DATE ' CYCLE '
               BUS-CYCLE.

       1100-LOAD-DEPT.
           READ DEPT-FILE INTO DP-REC
               AT END
                   MOVE 'NO' TO MORE-DEPT-RECS
                   GO TO 1100-LOAD-DEPT-EXIT.
           IF DP-CODE = SPACES OR DEPT-COUNT NOT < 50
               GO TO 1100-LOAD-DEPT-EXIT.
           ADD 1 TO DEPT-COUNT.
           SET DP-IDX TO DEPT-COUNT.
           MOVE DP-CODE TO DPT-CODE (DP-IDX).
           MOVE DP-NAME TO DPT-NAME (DP-IDX).
           MOVE DP-ACTIVE TO DPT-ACTIVE (DP-IDX).
           MOVE DP-SUCCESSOR TO DPT-SUCCESSOR (DP-IDX).
      *    SEED THE TOTALS IN PAINDEPT.DAT ORDER SO THE REPORT
      *    FOLLOWS THE REFERENCE FILE
           MOVE DP-CODE TO TOTAL-KEY.
           PERFORM 2500-FIND-TOTAL.
       1100-LOAD-DEPT-EXIT.
           EXIT.

       1200-LOAD-MAP.
           READ MAP-FILE
               AT END
                   MOVE 'NO' TO MORE-MAP-RECS
                   GO TO 1200-LOAD-MAP-EXIT.
           IF DM-REC = SPACES
               GO TO 1200-LOAD-MAP-EXIT.
           IF MAP-COUNT NOT < 50
               DISPLAY 'COBCLK22 - MORE THAN 50 PAINDMAP.DAT ROWS, '
                   DM-OLD ' IGNORED'
               GO TO 1200-LOAD-MAP-EXIT.
           ADD 1 TO MAP-COUNT.
           SET MP-IDX TO MAP-COUNT.
           MOVE DM-OLD TO MP-OLD (MP-IDX).
           MOVE DM-NEW TO MP-NEW (MP-IDX).
           MOVE ZERO TO MP-MOVED (MP-IDX).
           MOVE ZERO TO MP-HELD (MP-IDX).
           MOVE 'N' TO MP-OK (MP-IDX).
           MOVE SPACES TO MP-RESULT (MP-IDX).
           PERFORM 1250-EDIT-MAP THRU 1250-EDIT-MAP-EXIT.
       1200-LOAD-MAP-EXIT.
           EXIT.

       1250-EDIT-MAP.
           IF DM-OLD = SPACES OR DM-NEW = SPACES
               MOVE 'OLD AND NEW CODE ARE BOTH REQUIRED'
                   TO MP-RESULT (MP-IDX)
               GO TO 1250-EDIT-MAP-EXIT.
           IF DM-OLD = DM-NEW
               MOVE 'OLD AND NEW CODE ARE THE SAME'
                   TO MP-RESULT (MP-IDX)
               GO TO 1250-EDIT-MAP-EXIT.
           IF MAP-COUNT > 1
               SET MP-IDX2 TO 1
               SEARCH MAP-TABLE VARYING MP-IDX2
                   AT END
                       CONTINUE
                   WHEN MP-IDX2 < MP-IDX
                       AND MP-OLD (MP-IDX2) = DM-OLD
                       MOVE 'OLD CODE IS MAPPED TWICE'
                           TO MP-RESULT (MP-IDX)
                       GO TO 1250-EDIT-MAP-EXIT
               END-SEARCH
           END-IF.
           MOVE DM-NEW TO TOTAL-KEY.
           PERFORM 1280-FIND-DEPT.
           IF DEPT-NOT-FOUND
               MOVE 'NEW CODE NOT ON PAINDEPT.DAT'
                   TO MP-RESULT (MP-IDX)
               GO TO 1250-EDIT-MAP-EXIT.
           IF DPT-ACTIVE (DP-IDX) NOT = 'A'
               MOVE 'NEW CODE IS INACTIVE' TO MP-RESULT (MP-IDX)
               GO TO 1250-EDIT-MAP-EXIT.
           MOVE DM-OLD TO TOTAL-KEY.
           PERFORM 1280-FIND-DEPT.
           IF DEPT-NOT-FOUND
               MOVE 'OLD CODE NOT ON PAINDEPT.DAT'
                   TO MP-RESULT (MP-IDX)
               GO TO 1250-EDIT-MAP-EXIT.
           IF DPT-SUCCESSOR (DP-IDX) NOT = SPACES
               AND DPT-SUCCESSOR (DP-IDX) NOT = DM-NEW
               MOVE 'OLD CODE ALREADY RETIRED INTO ANOTHER CODE'
                   TO MP-RESULT (MP-IDX)
               GO TO 1250-EDIT-MAP-EXIT.
           MOVE 'Y' TO MP-OK (MP-IDX).
           IF DPT-SUCCESSOR (DP-IDX) = DM-NEW
               MOVE 'ALREADY RETIRED - RERUN FOR STRAGGLERS'
                   TO MP-RESULT (MP-IDX)
           ELSE
               MOVE 'ACCEPTED' TO MP-RESULT (MP-IDX)
           END-IF.
       1250-EDIT-MAP-EXIT.
           EXIT.

       1280-FIND-DEPT.
           SET DEPT-NOT-FOUND TO TRUE.
           SET DP-IDX TO 1.
           SEARCH DEPT-TABLE
               AT END
                   CONTINUE
               WHEN DPT-CODE (DP-IDX) = TOTAL-KEY
                   SET DEPT-FOUND TO TRUE
           END-SEARCH.

       1300-CHECK-CHAIN.
      *    A NEW CODE THAT IS ALSO BEING RETIRED WOULD STRAND THE
      *    STUDENTS ON AN INACTIVE CODE - REFUSE THE ROW
           IF MP-OK (MP-IDX) = 'Y'
               SET MP-IDX2 TO 1
               SEARCH MAP-TABLE VARYING MP-IDX2
                   AT END
                       CONTINUE
                   WHEN MP-OLD (MP-IDX2) = MP-NEW (MP-IDX)
                       MOVE 'N' TO MP-OK (MP-IDX)
                       MOVE 'NEW CODE IS ALSO BEING RETIRED'
                           TO MP-RESULT (MP-IDX)
               END-SEARCH
           END-IF.

       1400-PRINT-MAP.
           IF MP-OK (MP-IDX) = 'Y'
               ADD 1 TO C-MAP-OK-CTR
           ELSE
               ADD 1 TO C-MAP-BAD-CTR
           END-IF.
           MOVE MP-OLD (MP-IDX) TO O-M-OLD.
           MOVE MP-NEW (MP-IDX) TO O-M-NEW.
           MOVE MP-RESULT (MP-IDX) TO O-M-RESULT.
           WRITE CON-PRTLINE FROM CON-MAP-LINE
               AFTER ADVANCING 1 LINE.

       2000-MOVE-STUDENT.
           IF I-ID = 'TRAILER'
               MOVE 'NO' TO MORE-MASTER-RECS
               GO TO 2000-MOVE-STUDENT-EXIT.
           ADD 1 TO C-STUDENT-CTR.
           MOVE I-DEPT TO TOTAL-KEY.
           PERFORM 2500-FIND-TOTAL.
           ADD 1 TO DT-BEFORE-CTR (DT-IDX).
           ADD I-START-SALARY TO DT-BEFORE-SAL (DT-IDX).
           MOVE I-DEPT TO MOVE-TO-DEPT.
           PERFORM 2100-FIND-MAP.
           IF MAP-FOUND
               PERFORM 2200-QUEUE-CHANGE THRU 2200-QUEUE-CHANGE-EXIT
           END-IF.
           MOVE MOVE-TO-DEPT TO TOTAL-KEY.
           PERFORM 2500-FIND-TOTAL.
           ADD 1 TO DT-AFTER-CTR (DT-IDX).
           ADD I-START-SALARY TO DT-AFTER-SAL (DT-IDX).
           PERFORM 9000-READ-MASTER.
       2000-MOVE-STUDENT-EXIT.
           EXIT.

       2100-FIND-MAP.
           SET MAP-NOT-FOUND TO TRUE.
           SET MP-IDX TO 1.
           SEARCH MAP-TABLE
               AT END
                   CONTINUE
               WHEN MP-OLD (MP-IDX) = I-DEPT
                   AND MP-OK (MP-IDX) = 'Y'
                   SET MAP-FOUND TO TRUE
           END-SEARCH.

       2200-QUEUE-CHANGE.
      *    THE CHANGE MUST PASS THE SAME EDITS COBCLK02 APPLIES TO A
      *    'C' TRANSACTION OR IT WOULD ONLY BE REJECTED THERE
           MOVE SPACES TO HELD-REASON.
           EVALUATE TRUE
               WHEN I-GPA NOT NUMERIC
                   MOVE 'GPA NOT NUMERIC ON MASTER' TO HELD-REASON
               WHEN I-GPA > 4.00
                   MOVE 'GPA OVER 4.00 ON MASTER' TO HELD-REASON
               WHEN I-START-SALARY NOT NUMERIC
                   MOVE 'SALARY NOT NUMERIC ON MASTER' TO HELD-REASON
               WHEN I-START-SALARY = ZERO
                   MOVE 'ZERO SALARY ON MASTER - CHANGE BY HAND'
                       TO HELD-REASON
               WHEN CON-COUNT NOT < 500
                   MOVE 'MORE THAN 500 IN BATCH - RERUN'
                       TO HELD-REASON
           END-EVALUATE.
           IF HELD-REASON NOT = SPACES
               ADD 1 TO C-HELD-CTR
               ADD 1 TO MP-HELD (MP-IDX)
               MOVE I-ID TO O-H-ID
               MOVE I-LNAME TO O-H-LNAME
               MOVE I-DEPT TO O-H-DEPT
               MOVE HELD-REASON TO O-H-REASON
               WRITE CON-PRTLINE FROM CON-HELD-LINE
                   AFTER ADVANCING 1 LINE
               GO TO 2200-QUEUE-CHANGE-EXIT.
           MOVE SPACES TO T-REC.
           MOVE 'C' TO T-CODE.
           MOVE I-ID TO T-ID.
           MOVE I-NAME TO T-NAME.
           MOVE I-GPA TO T-GPA.
           MOVE I-START-SALARY TO T-START-SALARY.
           MOVE MP-NEW (MP-IDX) TO T-DEPT.
           MOVE I-ENROLL-STATUS TO T-STATUS.
           MOVE I-STATUS-DATE TO T-STATUS-DATE.
           ADD 1 TO CON-COUNT.
           SET CN-IDX TO CON-COUNT.
           MOVE T-REC TO CN-IMAGE (CN-IDX).
           ADD 1 TO C-MOVED-CTR.
           ADD 1 TO MP-MOVED (MP-IDX).
           MOVE MP-NEW (MP-IDX) TO MOVE-TO-DEPT.
       2200-QUEUE-CHANGE-EXIT.
           EXIT.

       2500-FIND-TOTAL.
           SET TOTAL-NOT-FOUND TO TRUE.
           IF TOTAL-COUNT > ZERO
               SET DT-IDX TO 1
               SEARCH DEPT-TOTAL-TABLE
                   AT END
                       CONTINUE
                   WHEN DT-DEPT (DT-IDX) = TOTAL-KEY
                       SET TOTAL-FOUND TO TRUE
               END-SEARCH
           END-IF.
           IF TOTAL-NOT-FOUND
               PERFORM 2550-NEW-TOTAL-ROW
           END-IF.

       2550-NEW-TOTAL-ROW.
      *    MORE THAN 100 CODES - THE OVERFLOW IS COUNTED ON THE
      *    LAST ROW OF THE TOTALS
           IF TOTAL-COUNT NOT < 100
               SET DT-IDX TO TOTAL-COUNT
           ELSE
               ADD 1 TO TOTAL-COUNT
               SET DT-IDX TO TOTAL-COUNT
               MOVE TOTAL-KEY TO DT-DEPT (DT-IDX)
               MOVE ZERO TO DT-BEFORE-CTR (DT-IDX)
               MOVE ZERO TO DT-BEFORE-SAL (DT-IDX)
               MOVE ZERO TO DT-AFTER-CTR (DT-IDX)
               MOVE ZERO TO DT-AFTER-SAL (DT-IDX)
           END-IF.

       3000-CLOSING.
           CLOSE PAINT-EST.
           IF CON-COUNT > ZERO
               PERFORM 3100-WRITE-CON-BATCH
           END-IF.
           PERFORM 3300-RETIRE-CODE
               VARYING MP-IDX FROM 1 BY 1
                   UNTIL MP-IDX > MAP-COUNT.
           IF C-RETIRED-CTR > ZERO
               OPEN OUTPUT DEPT-FILE
               PERFORM 3350-WRITE-DEPT
                   VARYING DP-IDX FROM 1 BY 1
                       UNTIL DP-IDX > DEPT-COUNT
               CLOSE DEPT-FILE
           END-IF.

           MOVE 'SCHOLARSHIP RATE ROWS TO RE-KEY' TO O-HEAD.
           WRITE CON-PRTLINE FROM CON-HEAD-LINE
               AFTER ADVANCING 2 LINES.
           OPEN INPUT RATE-FILE.
           PERFORM 3400-LOAD-RATE THRU 3400-LOAD-RATE-EXIT
               UNTIL MORE-RATE-RECS = 'NO'.
           CLOSE RATE-FILE.
           IF RATE-COUNT > ZERO
               PERFORM 3450-CHECK-RATE
                   VARYING RT-IDX FROM 1 BY 1
                       UNTIL RT-IDX > RATE-COUNT
           END-IF.

           WRITE CON-PRTLINE FROM CON-COL-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM 3500-PRINT-DEPT-TOTAL
               VARYING DT-IDX FROM 1 BY 1
                   UNTIL DT-IDX > TOTAL-COUNT.
           MOVE GT-BEFORE-CTR TO O-G-BEFORE-CTR.
           MOVE GT-BEFORE-SAL TO O-G-BEFORE-SAL.
           MOVE GT-AFTER-CTR TO O-G-AFTER-CTR.
           MOVE GT-AFTER-SAL TO O-G-AFTER-SAL.
           IF GT-BEFORE-CTR = GT-AFTER-CTR
               AND GT-BEFORE-SAL = GT-AFTER-SAL
               AND GT-BEFORE-CTR = C-STUDENT-CTR
               MOVE 'PROVEN' TO O-G-PROOF
           ELSE
               MOVE '*** OUT OF BALANCE' TO O-G-PROOF
           END-IF.
           WRITE CON-PRTLINE FROM CON-GRAND-LINE
               AFTER ADVANCING 2 LINES.

           IF CON-COUNT > ZERO
               MOVE BATCH-NO TO O-BATCH-NO
               MOVE CON-COUNT TO O-BATCH-CTR
               MOVE SALARY-HASH TO O-BATCH-HASH
               WRITE CON-PRTLINE FROM CON-BATCH-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           MOVE C-STUDENT-CTR TO O-STUDENT-CTR.
           MOVE C-MOVED-CTR TO O-MOVED-CTR.
           MOVE C-HELD-CTR TO O-HELD-CTR.
           MOVE C-RETIRED-CTR TO O-RETIRED-CTR.
           MOVE C-MAP-BAD-CTR TO O-MAP-BAD-CTR.
           MOVE C-RATE-FLAG-CTR TO O-RATE-FLAG-CTR.
           WRITE CON-PRTLINE FROM CON-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE CONSOL-RPT.

           DISPLAY 'COBCLK22 - STUDENTS: ' C-STUDENT-CTR
               '  MOVED: ' C-MOVED-CTR
               '  HELD: ' C-HELD-CTR.
           DISPLAY 'COBCLK22 - CODES RETIRED: ' C-RETIRED-CTR
               '  RATE ROWS TO RE-KEY: ' C-RATE-FLAG-CTR.
           IF CON-COUNT > ZERO
               DISPLAY 'STAGE PAINDCON.DAT AS PAINTRAN.DAT AND'
               DISPLAY 'RUN COBCLK02 TO APPLY THE MOVES.'
           END-IF.
           IF O-G-PROOF NOT = 'PROVEN'
               DISPLAY 'COBCLK22 - BEFORE/AFTER TOTALS OUT OF BALANCE'
           END-IF.
           IF C-HELD-CTR > ZERO OR C-MAP-BAD-CTR > ZERO
               OR O-G-PROOF NOT = 'PROVEN'
               MOVE 8 TO RETURN-CODE
           END-IF.

       3100-WRITE-CON-BATCH.
           PERFORM 3150-NEXT-BATCH-NO.
           OPEN OUTPUT PAINT-CON.
           MOVE SPACES TO BH-REC.
           MOVE 'BATCHHDR' TO BH-CODE.
           MOVE RUN-DATE TO BH-DATE.
           MOVE BATCH-NO TO BH-NUMBER.
           WRITE CN-REC FROM BH-REC.
           MOVE ZERO TO SALARY-HASH.
           PERFORM 3200-WRITE-CON-REC
               VARYING CN-IDX FROM 1 BY 1
                   UNTIL CN-IDX > CON-COUNT.
           MOVE SPACES TO BT-REC.
           MOVE 'BATCHTRL' TO BT-CODE.
           MOVE CON-COUNT TO BT-TRAN-COUNT.
           MOVE SALARY-HASH TO BT-SALARY-HASH.
           WRITE CN-REC FROM BT-REC.
           CLOSE PAINT-CON.
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

       3200-WRITE-CON-REC.
           MOVE CN-IMAGE (CN-IDX) TO T-REC.
           ADD T-START-SALARY TO SALARY-HASH.
           WRITE CN-REC FROM T-REC.

       3300-RETIRE-CODE.
           IF MP-OK (MP-IDX) = 'Y'
               MOVE MP-OLD (MP-IDX) TO TOTAL-KEY
               PERFORM 1280-FIND-DEPT
               IF DEPT-FOUND
                   AND (DPT-ACTIVE (DP-IDX) NOT = 'I'
                       OR DPT-SUCCESSOR (DP-IDX) = SPACES)
                   MOVE 'I' TO DPT-ACTIVE (DP-IDX)
                   MOVE MP-NEW (MP-IDX) TO DPT-SUCCESSOR (DP-IDX)
                   ADD 1 TO C-RETIRED-CTR
               END-IF
           END-IF.

       3350-WRITE-DEPT.
           MOVE DPT-CODE (DP-IDX) TO DP-CODE.
           MOVE DPT-NAME (DP-IDX) TO DP-NAME.
           MOVE DPT-ACTIVE (DP-IDX) TO DP-ACTIVE.
           MOVE DPT-SUCCESSOR (DP-IDX) TO DP-SUCCESSOR.
           WRITE DP-REC.

       3400-LOAD-RATE.
           READ RATE-FILE
               AT END
                   MOVE 'NO' TO MORE-RATE-RECS
                   GO TO 3400-LOAD-RATE-EXIT.
           IF RT-TIER NOT NUMERIC
               OR RT-AMOUNT NOT NUMERIC
               OR RATE-COUNT NOT < 50
               GO TO 3400-LOAD-RATE-EXIT.
           ADD 1 TO RATE-COUNT.
           SET RT-IDX TO RATE-COUNT.
           MOVE RT-TIER TO RTE-TIER (RT-IDX).
           MOVE RT-DEPT TO RTE-DEPT (RT-IDX).
           MOVE RT-AMOUNT TO RTE-AMOUNT (RT-IDX).
       3400-LOAD-RATE-EXIT.
           EXIT.

       3450-CHECK-RATE.
      *    A RATE ROW STILL KEYED ON A RETIRED CODE NO LONGER
      *    MATCHES ANYONE ONCE THE BATCH IS APPLIED - FLAG IT, AND
      *    SAY SO WHEN THE NEW CODE ALREADY HAS ITS OWN ROW
           IF RTE-DEPT (RT-IDX) NOT = SPACES
               SET MAP-NOT-FOUND TO TRUE
               SET MP-IDX TO 1
               SEARCH MAP-TABLE
                   AT END
                       CONTINUE
                   WHEN MP-OLD (MP-IDX) = RTE-DEPT (RT-IDX)
                       AND MP-OK (MP-IDX) = 'Y'
                       SET MAP-FOUND TO TRUE
               END-SEARCH
               IF MAP-FOUND
                   PERFORM 3460-FLAG-RATE
               END-IF
           END-IF.

       3460-FLAG-RATE.
           ADD 1 TO C-RATE-FLAG-CTR.
           SET RATE-NOT-FOUND TO TRUE.
           SET RT-IDX2 TO 1.
           SEARCH RATE-TABLE VARYING RT-IDX2
               AT END
                   CONTINUE
               WHEN RTE-DEPT (RT-IDX2) = MP-NEW (MP-IDX)
                   AND RTE-TIER (RT-IDX2) = RTE-TIER (RT-IDX)
                   SET RATE-FOUND TO TRUE
           END-SEARCH.
           MOVE RTE-TIER (RT-IDX) TO O-R-TIER.
           MOVE RTE-DEPT (RT-IDX) TO O-R-DEPT.
           MOVE RTE-AMOUNT (RT-IDX) TO O-R-AMOUNT.
           MOVE MP-NEW (MP-IDX) TO O-R-NEW.
           IF RATE-FOUND
               MOVE 'NEW CODE HAS THIS TIER - DROP OLD ROW'
                   TO O-R-NOTE
           ELSE
               MOVE SPACES TO O-R-NOTE
           END-IF.
           WRITE CON-PRTLINE FROM CON-RATE-LINE
               AFTER ADVANCING 1 LINE.

       3500-PRINT-DEPT-TOTAL.
           ADD DT-BEFORE-CTR (DT-IDX) TO GT-BEFORE-CTR.
           ADD DT-BEFORE-SAL (DT-IDX) TO GT-BEFORE-SAL.
           ADD DT-AFTER-CTR (DT-IDX) TO GT-AFTER-CTR.
           ADD DT-AFTER-SAL (DT-IDX) TO GT-AFTER-SAL.
           MOVE DT-DEPT (DT-IDX) TO O-D-DEPT.
           MOVE DT-BEFORE-CTR (DT-IDX) TO O-D-BEFORE-CTR.
           MOVE DT-BEFORE-SAL (DT-IDX) TO O-D-BEFORE-SAL.
           MOVE DT-AFTER-CTR (DT-IDX) TO O-D-AFTER-CTR.
           MOVE DT-AFTER-SAL (DT-IDX) TO O-D-AFTER-SAL.
           MOVE DT-DEPT (DT-IDX) TO TOTAL-KEY.
           PERFORM 1280-FIND-DEPT.
           IF DEPT-FOUND
               MOVE DPT-NAME (DP-IDX) TO O-D-NAME
               IF DPT-SUCCESSOR (DP-IDX) NOT = SPACES
                   MOVE DPT-SUCCESSOR (DP-IDX) TO O-RN-SUCCESSOR
                   MOVE RETIRED-NOTE TO O-D-NOTE
               ELSE
                   MOVE SPACES TO O-D-NOTE
               END-IF
           ELSE
               MOVE '*NOT ON FILE*' TO O-D-NAME
               MOVE SPACES TO O-D-NOTE
           END-IF.
           WRITE CON-PRTLINE FROM CON-DEPT-LINE
               AFTER ADVANCING 1 LINE.

       9000-READ-MASTER.
           READ PAINT-EST NEXT RECORD
               AT END
                   MOVE 'NO' TO MORE-MASTER-RECS
           END-READ.
