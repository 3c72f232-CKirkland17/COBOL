       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBCLK24.
       DATE-WRITTEN. 10/15/26.
       AUTHOR. CADE KIRKLAND.
       DATE-COMPILED.
      **********************************************
      ** STUDENT ID MERGE - READS SURVIVING-ID/   **
      ** RETIRED-ID PAIRS FROM PAINMRGP.DAT. FOR  **
      ** EACH PAIR THE RETIRED ID'S GRADE HISTORY **
      ** (PAINGHIS.DAT), STANDING HISTORY         **
      ** (PAINSTND.DAT) AND AWARD LEDGER          **
      ** (PAINAWLG.DAT) ARE RE-KEYED ONTO THE     **
      ** SURVIVOR, THE SURVIVOR'S GPA IS          **
      ** RECOMPUTED, A 'D' FOR THE RETIRED MASTER **
      ** IS QUEUED IN A BATCHHDR/BATCHTRL BATCH   **
      ** (PAINMDEL.DAT - STAGE AS PAINTRAN.DAT    **
      ** AND RUN COBCLK02) AND PAINXREF.DAT IS    **
      ** POSTED SO LOOKUPS ON THE OLD ID FIND THE **
      ** NEW ONE. EVERYTHING MOVED IS PRINTED ON  **
      ** THE MERGE REGISTER (PAINMRGR.PRT).       **
      **********************************************
      *  MODIFICATION HISTORY
      *  --------------------
      *  10/15/26  CK  INITIAL VERSION - A PAIR IS REFUSED WHEN EITHER
      *                ID OR THE OPERATOR IS MISSING, THE IDS ARE THE
      *                SAME, EITHER ID IS NOT ON THE MASTER, OR EITHER
      *                ID IS ALREADY ON PAINXREF.DAT AS A RETIRED ID.
      *                WHEN BOTH IDS HOLD THE SAME TERM/COURSE (OR
      *                TERM ON PAINSTND.DAT) THE SURVIVOR'S ROW IS KEPT
      *                AND THE RETIRED ROW IS DROPPED AND PRINTED.
      *                LEDGER ENTRIES KEEP THEIR PERIOD AND TAKE THE
      *                NEXT SEQUENCE NUMBER UNDER THE SURVIVOR; WHEN
      *                BOTH IDS WERE AWARDED FOR THE SAME PERIOD THE
      *                REGISTER FLAGS IT FOR REVIEW. CROSS-REFERENCE
      *                ROWS THAT POINTED AT THE RETIRED ID ARE MOVED
      *                TO THE SURVIVOR SO EVERY LOOKUP IS ONE STEP.
      *  10/15/26  CK  THE PROCESSING DATE NOW COMES FROM THE BUSINESS
      *                DATE CONTROL RECORD (PAINBDTE.DAT, KEPT BY
      *                COBCLK28) INSTEAD OF THE CLOCK, SO A RUN PAST
      *                MIDNIGHT OR A NEXT-MORNING RERUN CARRIES THE
      *                CYCLE'S DATE. NO CONTROL RECORD, OR A CLOSED
      *                CYCLE, REFUSES THE RUN (RC 12).
      *  10/15/26  CK  REVIEW FIX - A RETIRED ID WITH MORE THAN 100
      *                LEDGER ENTRIES HAD ONLY THE FIRST 100 MOVED. THE
      *                LEDGER IS NOW MOVED 100 AT A TIME, EACH CHUNK
      *                STARTING JUST PAST THE LAST ENTRY HELD, UNTIL NO
      *                RETIRED-ID ENTRY REMAINS.
      *  10/15/26  CK  REVIEW FIX - "SURVIVOR ALSO AWARDED" IS NOW
      *                DECIDED ONCE PER PERIOD, BEFORE THE RETIRED ID'S
      *                ENTRIES FOR THAT PERIOD ARE WRITTEN, SO AN AWARD
      *                JUST MOVED FROM THE RETIRED ID NO LONGER FLAGS
      *                ITS OWN LATER ENTRIES. AN 'A' ENTRY CANCELLED TO
      *                STATUS 'N' BY A REVERSAL DOES NOT COUNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL PAIR-FILE
               ASSIGN TO "C:\School\COBOL\COBCLK24\PAINMRGP.DAT"
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

           SELECT AWARD-LEDGER
               ASSIGN TO "C:\School\COBOL\COBCLK09\PAINAWLG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY
               FILE STATUS IS LG-STATUS.

           SELECT XREF-FILE
               ASSIGN TO "C:\School\COBOL\COBCLK24\PAINXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-OLD-ID
               FILE STATUS IS XR-STATUS.

           SELECT PAINT-HIST
               ASSIGN TO "C:\School\COBOL\COBCLK02\PAINHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-STATUS.

           SELECT PAINT-MDEL
               ASSIGN TO "C:\School\COBOL\COBCLK24\PAINMDEL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BATCH-NUM-FILE
               ASSIGN TO "C:\School\COBOL\COBCLK07\PAINBNUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MERGE-RPT
               ASSIGN TO "C:\School\COBOL\COBCLK24\PAINMRGR.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT BDATE-FILE
               ASSIGN TO "C:\School\COBOL\COBCLK28\PAINBDTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PAIR-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS MG-REC
           RECORD CONTAINS 22 CHARACTERS.

       01  MG-REC.
           05  MG-SURVIVOR         PIC X(7).
           05  MG-RETIRED          PIC X(7).
           05  MG-OPERATOR         PIC X(8).

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

       FD  STAND-HIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS SH-REC
           RECORD CONTAINS 29 CHARACTERS.

       01  SH-REC.
           05  SH-KEY.
               10  SH-ID           PIC X(7).
               10  SH-TERM         PIC X(6).
           05  SH-STANDING         PIC X.
           05  SH-PROB-CTR         PIC 9.
           05  SH-CUM-GPA          PIC 9V99.
           05  SH-TERM-GPA         PIC 9V99.
           05  SH-RUN-DATE         PIC 9(8).

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
           05  AL-YEAR             PIC X(4).
           05  AL-TIER             PIC 9.
           05  AL-AMOUNT           PIC 9(7)V99.
           05  AL-ENTRY-DATE       PIC 9(8).
           05  AL-STATUS           PIC X.
           05  AL-CHECK-NO         PIC X(8).
           05  AL-PAID-DATE        PIC 9(8).
           05  AL-PAID-AMT         PIC 9(7)V99.

       FD  XREF-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS XR-REC
           RECORD CONTAINS 30 CHARACTERS.

       01  XR-REC.
           05  XR-OLD-ID           PIC X(7).
           05  XR-NEW-ID           PIC X(7).
           05  XR-MERGE-DATE       PIC 9(8).
           05  XR-OPERATOR         PIC X(8).

       FD  PAINT-HIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS HIST-REC
           RECORD CONTAINS 77 CHARACTERS.

       01  HIST-REC.
           05  H-RUN-DATE          PIC 9(8).
           05  H-RUN-TIME          PIC X(6).
           05  H-T-CODE            PIC X.
           05  H-IMAGE             PIC X(62).

       FD  PAINT-MDEL
           LABEL RECORD IS STANDARD
           DATA RECORD IS MD-REC
           RECORD CONTAINS 63 CHARACTERS.

       01  MD-REC                  PIC X(63).

       FD  BATCH-NUM-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS BN-REC
           RECORD CONTAINS 4 CHARACTERS.

       01  BN-REC.
           05  BN-LAST             PIC 9(4).

       FD  MERGE-RPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS MRG-PRTLINE.

       01  MRG-PRTLINE             PIC X(100).

       FD BDATE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BD-REC
           RECORD CONTAINS 36 CHARACTERS.

       01  BD-REC                  PIC X(36).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  MORE-PAIR-RECS      PIC XXX       VALUE 'YES'.
           05  MORE-GRADES         PIC XXX       VALUE 'YES'.
           05  MORE-STAND-RECS     PIC XXX       VALUE 'YES'.
           05  MORE-LEDGER-RECS    PIC XXX       VALUE 'YES'.
           05  MORE-XREF-RECS      PIC XXX       VALUE 'YES'.
           05  MORE-TO-MOVE        PIC XXX       VALUE 'YES'.
           05  C-PAIR-CTR          PIC 9(5)      VALUE ZERO.
           05  C-MERGED-CTR        PIC 9(5)      VALUE ZERO.
           05  C-REFUSED-CTR       PIC 9(5)      VALUE ZERO.
           05  C-INCOMPLETE-CTR    PIC 9(5)      VALUE ZERO.
           05  C-GRADE-CTR         PIC 9(5)      VALUE ZERO.
           05  C-CONFLICT-CTR      PIC 9(5)      VALUE ZERO.
           05  C-STAND-CTR         PIC 9(5)      VALUE ZERO.
           05  C-LEDGER-CTR        PIC 9(5)      VALUE ZERO.
           05  C-DOUBLE-AWD-CTR    PIC 9(5)      VALUE ZERO.
           05  C-LEFT-CTR          PIC 9(5)      VALUE ZERO.
           05  C-REPOINT-CTR       PIC 9(5)      VALUE ZERO.
           05  C-GPA-CTR           PIC 9(5)      VALUE ZERO.
           05  SURV-ID             PIC X(7)      VALUE SPACES.
           05  RET-ID              PIC X(7)      VALUE SPACES.
           05  OPER-ID             PIC X(8)      VALUE SPACES.
           05  HOLD-ID             PIC X(7)      VALUE SPACES.
           05  HOLD-PERIOD         PIC X(6)      VALUE SPACES.
           05  SEEN-PERIOD         PIC X(6)      VALUE SPACES.
           05  RESUME-SUBKEY       PIC X(8)      VALUE LOW-VALUES.
           05  LAST-SEQ            PIC 99        VALUE ZERO.
           05  ERR-REASON          PIC X(40)     VALUE SPACES.
           05  GRADE-IN            PIC X(2)      VALUE SPACES.
           05  GRADE-POINTS        PIC 9V99      VALUE ZERO.
           05  QP-TOTAL            PIC 9(5)V99   VALUE ZERO.
           05  CREDIT-TOTAL        PIC 9(4)V9    VALUE ZERO.
           05  OLD-GPA             PIC 9V99      VALUE ZERO.
           05  NEW-GPA             PIC 9V99      VALUE ZERO.

       01  MATCH-SWITCHES.
           05  ID-FOUND-SW         PIC X         VALUE 'N'.
               88  ID-FOUND                      VALUE 'Y'.
               88  ID-NOT-FOUND                  VALUE 'N'.
           05  VALID-GRADE-SW      PIC X         VALUE 'Y'.
               88  VALID-GRADE                   VALUE 'Y'.
           05  PAIR-ERROR-SW       PIC X         VALUE 'N'.
               88  PAIR-ERROR                    VALUE 'Y'.
               88  PAIR-CLEAN                    VALUE 'N'.
           05  SURV-AWARDED-SW     PIC X         VALUE 'N'.
               88  SURV-AWARDED                  VALUE 'Y'.
           05  PERIOD-AWARDED-SW   PIC X         VALUE 'N'.
               88  PERIOD-AWARDED                VALUE 'Y'.
           05  STAND-OPEN-SW       PIC X         VALUE 'N'.
               88  STAND-OPEN                    VALUE 'Y'.
           05  LEDGER-OPEN-SW      PIC X         VALUE 'N'.
               88  LEDGER-OPEN                   VALUE 'Y'.

       01  MASTER-IMAGES.
           05  SURV-IMAGE.
               10  SV-ID           PIC X(7).
               10  SV-NAME.
                   15  SV-LNAME    PIC X(15).
                   15  SV-FNAME    PIC X(15).
                   15  SV-INIT     PIC X.
               10  FILLER          PIC X(11).
               10  SV-DEPT         PIC X(4).
               10  FILLER          PIC X(9).
           05  RET-IMAGE.
               10  RV-ID           PIC X(7).
               10  RV-NAME.
                   15  RV-LNAME    PIC X(15).
                   15  RV-FNAME    PIC X(15).
                   15  RV-INIT     PIC X.
               10  FILLER          PIC X(11).
               10  RV-DEPT         PIC X(4).
               10  FILLER          PIC X(9).

       01  MOVE-AREA.
           05  MV-COUNT            PIC 999       VALUE ZERO.
           05  MOVE-TABLE OCCURS 1 TO 100 TIMES
                   DEPENDING ON MV-COUNT
                   INDEXED BY MV-IDX.
               10  MV-IMAGE        PIC X(64).

       01  DEL-AREA.
           05  DEL-COUNT           PIC 999       VALUE ZERO.
           05  DEL-TABLE OCCURS 1 TO 500 TIMES
                   DEPENDING ON DEL-COUNT
                   INDEXED BY DL-IDX.
               10  DL-IMAGE        PIC X(63).

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
           05  SH-STATUS           PIC XX        VALUE ZERO.
           05  LG-STATUS           PIC XX        VALUE ZERO.
           05  XR-STATUS           PIC XX        VALUE ZERO.
           05  HIST-STATUS         PIC XX        VALUE ZERO.
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

       01  MRG-TITLE-LINE.
           05  FILLER              PIC X(40)
                   VALUE 'STUDENT ID MERGE REGISTER'.
           05  FILLER              PIC X(10)     VALUE 'RUN DATE: '.
           05  O-TITLE-DATE        PIC 9(8).
           05  FILLER              PIC X(42)     VALUE SPACES.

       01  MRG-PAIR-LINE.
           05  FILLER              PIC X(6)      VALUE 'MERGE '.
           05  O-P-RETIRED         PIC X(7).
           05  FILLER              PIC X(1)      VALUE SPACE.
           05  O-P-RET-NAME        PIC X(20).
           05  FILLER              PIC X(6)      VALUE ' INTO '.
           05  O-P-SURVIVOR        PIC X(7).
           05  FILLER              PIC X(1)      VALUE SPACE.
           05  O-P-SURV-NAME       PIC X(20).
           05  FILLER              PIC X(10)     VALUE '  OPERATOR'.
           05  FILLER              PIC X(1)      VALUE SPACE.
           05  O-P-OPERATOR        PIC X(8).
           05  FILLER              PIC X(13)     VALUE SPACES.

       01  MRG-REFUSED-LINE.
           05  FILLER              PIC X(4)      VALUE SPACES.
           05  FILLER              PIC X(10)     VALUE 'REFUSED - '.
           05  O-R-REASON          PIC X(40).
           05  FILLER              PIC X(46)     VALUE SPACES.

       01  MRG-NOTE-LINE.
           05  FILLER              PIC X(4)      VALUE SPACES.
           05  O-N-TEXT            PIC X(70).
           05  FILLER              PIC X(26)     VALUE SPACES.

       01  MRG-MOVE-LINE.
           05  FILLER              PIC X(4)      VALUE SPACES.
           05  O-M-FILE            PIC X(10).
           05  O-M-DETAIL          PIC X(40).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  O-M-RESULT          PIC X(44).

       01  GRADE-DETAIL.
           05  GD-TERM             PIC X(6).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  GD-COURSE           PIC X(8).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  GD-CREDITS          PIC Z9.9.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  GD-GRADE            PIC X(2).
           05  FILLER              PIC X(14)     VALUE SPACES.

       01  STAND-DETAIL.
           05  SD-TERM             PIC X(6).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  FILLER              PIC X(9)      VALUE 'STANDING '.
           05  SD-STANDING         PIC X.
           05  FILLER              PIC X(6)      VALUE '  CUM '.
           05  SD-CUM-GPA          PIC Z.99.
           05  FILLER              PIC X(12)     VALUE SPACES.

       01  LEDGER-DETAIL.
           05  LD-PERIOD           PIC X(6).
           05  FILLER              PIC X(1)      VALUE SPACE.
           05  LD-OLD-SEQ          PIC 99.
           05  FILLER              PIC X(4)      VALUE ' TO '.
           05  LD-NEW-SEQ          PIC 99.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  LD-TYPE             PIC X.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  LD-AMOUNT           PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  LD-STATUS           PIC X.
           05  FILLER              PIC X(5)      VALUE SPACES.

       01  MRG-GPA-LINE.
           05  FILLER              PIC X(4)      VALUE SPACES.
           05  FILLER              PIC X(10)     VALUE 'GPA'.
           05  O-G-OLD-GPA         PIC Z.99.
           05  FILLER              PIC X(4)      VALUE ' TO '.
           05  O-G-NEW-GPA         PIC Z.99.
           05  FILLER              PIC X(4)      VALUE SPACES.
           05  O-G-CREDITS         PIC ZZZ9.9.
           05  FILLER              PIC X(10)     VALUE ' CREDITS  '.
           05  O-G-NOTE            PIC X(30).
           05  FILLER              PIC X(24)     VALUE SPACES.

       01  MRG-BATCH-LINE.
           05  FILLER              PIC X(28)
                   VALUE 'DELETE BATCH NUMBER:'.
           05  O-BATCH-NO          PIC 9(4).
           05  FILLER              PIC X(16)
                   VALUE '   TRANSACTIONS:'.
           05  O-BATCH-CTR         PIC ZZZZ9.
           05  FILLER              PIC X(14)     VALUE '   HASH TOTAL:'.
           05  O-BATCH-HASH        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(19)     VALUE SPACES.

       01  MRG-TOTAL-LINE-1.
           05  FILLER              PIC X(12)     VALUE 'PAIRS READ: '.
           05  O-PAIR-CTR          PIC ZZZZ9.
           05  FILLER              PIC X(10)     VALUE '  MERGED: '.
           05  O-MERGED-CTR        PIC ZZZZ9.
           05  FILLER              PIC X(11)     VALUE '  REFUSED: '.
           05  O-REFUSED-CTR       PIC ZZZZ9.
           05  FILLER              PIC X(14)     VALUE '  INCOMPLETE: '.
           05  O-INCOMPLETE-CTR    PIC ZZZZ9.
           05  FILLER              PIC X(12)     VALUE '  XREF REPT:'.
           05  O-REPOINT-CTR       PIC ZZZZ9.
           05  FILLER              PIC X(16)     VALUE SPACES.

       01  MRG-TOTAL-LINE-2.
           05  FILLER              PIC X(15)
                   VALUE 'GRADES MOVED: '.
           05  O-GRADE-CTR         PIC ZZZZ9.
           05  FILLER              PIC X(13)     VALUE '  CONFLICTS: '.
           05  O-CONFLICT-CTR      PIC ZZZZ9.
           05  FILLER              PIC X(12)     VALUE '  STANDING: '.
           05  O-STAND-CTR         PIC ZZZZ9.
           05  FILLER              PIC X(10)     VALUE '  LEDGER: '.
           05  O-LEDGER-CTR        PIC ZZZZ9.
           05  FILLER              PIC X(16)
                   VALUE '  DOUBLE AWARD: '.
           05  O-DOUBLE-AWD-CTR    PIC ZZZZ9.
           05  FILLER              PIC X(9)      VALUE SPACES.

       01  MRG-SIGN-LINE.
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
           PERFORM 2000-MERGE-PAIR THRU 2000-MERGE-PAIR-EXIT
               UNTIL MORE-PAIR-RECS = 'NO'.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           PERFORM 1010-GET-BUSINESS-DATE.
           OPEN INPUT PAIR-FILE.
           PERFORM 9000-READ-PAIR.
           IF MORE-PAIR-RECS = 'NO'
               DISPLAY 'COBCLK24 - NO MERGE PAIRS ON PAINMRGP.DAT'
               CLOSE PAIR-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O PAINT-EST.
           IF EST-STATUS NOT = '00'
               DISPLAY 'COBCLK24 - CANNOT OPEN PAINTEST.DAT, STATUS '
                   EST-STATUS
               CLOSE PAIR-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O GRADE-HIST.
           IF GH-STATUS = '35'
               OPEN OUTPUT GRADE-HIST
               CLOSE GRADE-HIST
               OPEN I-O GRADE-HIST
           END-IF.
           IF GH-STATUS NOT = '00'
               DISPLAY 'COBCLK24 - CANNOT OPEN PAINGHIS.DAT, STATUS '
                   GH-STATUS
               CLOSE PAIR-FILE
               CLOSE PAINT-EST
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O XREF-FILE.
           IF XR-STATUS = '35'
               OPEN OUTPUT XREF-FILE
               CLOSE XREF-FILE
               OPEN I-O XREF-FILE
           END-IF.
           IF XR-STATUS NOT = '00'
               DISPLAY 'COBCLK24 - CANNOT OPEN PAINXREF.DAT, STATUS '
                   XR-STATUS
               CLOSE PAIR-FILE
               CLOSE PAINT-EST
               CLOSE GRADE-HIST
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O STAND-HIST.
           IF SH-STATUS = '00'
               SET STAND-OPEN TO TRUE
           ELSE
               DISPLAY 'COBCLK24 - PAINSTND.DAT NOT AVAILABLE, STATUS '
                   SH-STATUS ' - STANDING NOT MOVED'
           END-IF.
           OPEN I-O AWARD-LEDGER.
           IF LG-STATUS = '00'
               SET LEDGER-OPEN TO TRUE
           ELSE
               DISPLAY 'COBCLK24 - PAINAWLG.DAT NOT AVAILABLE, STATUS '
                   LG-STATUS ' - LEDGER NOT MOVED'
           END-IF.
           OPEN EXTEND PAINT-HIST.
           IF HIST-STATUS = '35'
               OPEN OUTPUT PAINT-HIST
           END-IF.

           OPEN OUTPUT MERGE-RPT.
           MOVE RUN-DATE TO O-TITLE-DATE.
           WRITE MRG-PRTLINE FROM MRG-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           DISPLAY 'COBCLK24 - STUDENT ID MERGE'.

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
               DISPLAY 'COBCLK24 - NO BUSINESS DATE ON PAINBDTE.DAT,'
                   ' RUN REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT BUS-OPEN
               DISPLAY 'COBCLK24 - BUSINESS DATE ' BUS-DATE ' CYCLE '
                   BUS-CYCLE ' IS CLOSED, RUN REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BUS-DATE TO RUN-DATE.
           DISPLAY 'COBCLK24 - BUSINESS DATE ' BUS-DATE ' CYCLE '
               BUS-CYCLE.

      **********************************************
      ** ONE SURVIVING-ID/RETIRED-ID PAIR.        **
      ** NOTHING IS TOUCHED UNTIL EVERY EDIT HAS  **
      ** PASSED.                                  **
      **********************************************
       2000-MERGE-PAIR.
           ADD 1 TO C-PAIR-CTR.
           MOVE MG-SURVIVOR TO SURV-ID.
           MOVE MG-RETIRED TO RET-ID.
           MOVE MG-OPERATOR TO OPER-ID.
           MOVE SPACES TO SURV-IMAGE.
           MOVE SPACES TO RET-IMAGE.
           SET PAIR-CLEAN TO TRUE.
           MOVE SPACES TO ERR-REASON.
           EVALUATE TRUE
               WHEN SURV-ID = SPACES OR RET-ID = SPACES
                   MOVE 'SURVIVING OR RETIRED ID MISSING'
                       TO ERR-REASON
               WHEN OPER-ID = SPACES
                   MOVE 'MISSING AUTHORIZING OPERATOR' TO ERR-REASON
               WHEN SURV-ID = RET-ID
                   MOVE 'SURVIVING AND RETIRED ID ARE THE SAME'
                       TO ERR-REASON
               WHEN SURV-ID = 'TRAILER' OR RET-ID = 'TRAILER'
                   MOVE 'TRAILER IS NOT A STUDENT' TO ERR-REASON
           END-EVALUATE.
           IF ERR-REASON NOT = SPACES
               GO TO 2000-MERGE-PAIR-REFUSE.

           MOVE RET-ID TO XR-OLD-ID.
           READ XREF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   STRING 'RETIRED ID ALREADY MERGED INTO '
                       XR-NEW-ID DELIMITED BY SIZE
                       INTO ERR-REASON
           END-READ.
           IF ERR-REASON NOT = SPACES
               GO TO 2000-MERGE-PAIR-REFUSE.
           MOVE SURV-ID TO XR-OLD-ID.
           READ XREF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   STRING 'SURVIVOR ALREADY MERGED INTO '
                       XR-NEW-ID DELIMITED BY SIZE
                       INTO ERR-REASON
           END-READ.
           IF ERR-REASON NOT = SPACES
               GO TO 2000-MERGE-PAIR-REFUSE.

           MOVE SURV-ID TO HOLD-ID.
           PERFORM 2050-READ-MASTER.
           IF ID-NOT-FOUND
               MOVE 'SURVIVING ID NOT ON MASTER' TO ERR-REASON
               GO TO 2000-MERGE-PAIR-REFUSE.
           MOVE I-REC TO SURV-IMAGE.
           MOVE RET-ID TO HOLD-ID.
           PERFORM 2050-READ-MASTER.
           IF ID-NOT-FOUND
               MOVE 'RETIRED ID NOT ON MASTER' TO ERR-REASON
               GO TO 2000-MERGE-PAIR-REFUSE.
           MOVE I-REC TO RET-IMAGE.
           IF DEL-COUNT NOT < 500
               MOVE 'DELETE BATCH FULL - RERUN FOR THE REST'
                   TO ERR-REASON
               GO TO 2000-MERGE-PAIR-REFUSE.

           PERFORM 2100-PRINT-PAIR.
           IF RV-NAME NOT = SV-NAME OR RV-DEPT NOT = SV-DEPT
               MOVE 'NAME OR DEPARTMENT DIFFERS - CONFIRM THE PAIR'
                   TO O-N-TEXT
               WRITE MRG-PRTLINE FROM MRG-NOTE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           PERFORM 2200-MOVE-GRADES.
           IF STAND-OPEN AND PAIR-CLEAN
               PERFORM 2300-MOVE-STANDING
           END-IF.
           IF LEDGER-OPEN AND PAIR-CLEAN
               PERFORM 2400-MOVE-LEDGER
           END-IF.
           IF PAIR-ERROR
               ADD 1 TO C-INCOMPLETE-CTR
               MOVE 'MERGE INCOMPLETE - PAIR LEFT OFF PAINXREF.DAT'
                   TO O-N-TEXT
               WRITE MRG-PRTLINE FROM MRG-NOTE-LINE
                   AFTER ADVANCING 1 LINE
               GO TO 2000-MERGE-PAIR-NEXT.

           MOVE SURV-ID TO HOLD-ID.
           PERFORM 2500-RECOMPUTE-GPA.
           PERFORM 2600-APPLY-GPA THRU 2600-APPLY-GPA-EXIT.
           PERFORM 2700-QUEUE-DELETE.
           PERFORM 2800-POST-XREF.
           ADD 1 TO C-MERGED-CTR.
           GO TO 2000-MERGE-PAIR-NEXT.

       2000-MERGE-PAIR-REFUSE.
           ADD 1 TO C-REFUSED-CTR.
           PERFORM 2100-PRINT-PAIR.
           MOVE ERR-REASON TO O-R-REASON.
           WRITE MRG-PRTLINE FROM MRG-REFUSED-LINE
               AFTER ADVANCING 1 LINE.
       2000-MERGE-PAIR-NEXT.
           PERFORM 9000-READ-PAIR.
       2000-MERGE-PAIR-EXIT.
           EXIT.

       2050-READ-MASTER.
           SET ID-NOT-FOUND TO TRUE.
           MOVE HOLD-ID TO I-ID.
           READ PAINT-EST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ID-FOUND TO TRUE
           END-READ.

       2100-PRINT-PAIR.
           MOVE RET-ID TO O-P-RETIRED.
           MOVE SURV-ID TO O-P-SURVIVOR.
           MOVE OPER-ID TO O-P-OPERATOR.
           MOVE SPACES TO O-P-RET-NAME.
           MOVE SPACES TO O-P-SURV-NAME.
           IF RV-LNAME NOT = SPACES
               STRING RV-LNAME DELIMITED BY SPACE
                   ', ' RV-FNAME DELIMITED BY SIZE
                   INTO O-P-RET-NAME
           END-IF.
           IF SV-LNAME NOT = SPACES
               STRING SV-LNAME DELIMITED BY SPACE
                   ', ' SV-FNAME DELIMITED BY SIZE
                   INTO O-P-SURV-NAME
           END-IF.
           WRITE MRG-PRTLINE FROM MRG-PAIR-LINE
               AFTER ADVANCING 2 LINES.

      **********************************************
      ** GRADE HISTORY - THE RETIRED ID'S ROWS    **
      ** ARE PICKED UP 100 AT A TIME, WRITTEN     **
      ** UNDER THE SURVIVOR AND DELETED, UNTIL    **
      ** NONE ARE LEFT. A TERM/COURSE THE         **
      ** SURVIVOR ALREADY HOLDS KEEPS THE         **
      ** SURVIVOR'S GRADE.                        **
      **********************************************
       2200-MOVE-GRADES.
           MOVE 'YES' TO MORE-TO-MOVE.
           PERFORM 2210-GRADE-CHUNK
               UNTIL MORE-TO-MOVE = 'NO'.

       2210-GRADE-CHUNK.
           MOVE ZERO TO MV-COUNT.
           MOVE 'YES' TO MORE-GRADES.
           MOVE RET-ID TO GH-ID.
           MOVE LOW-VALUES TO GH-TERM.
           MOVE LOW-VALUES TO GH-COURSE.
           START GRADE-HIST KEY IS NOT LESS THAN GH-KEY
               INVALID KEY
                   MOVE 'NO' TO MORE-GRADES
           END-START.
           IF MORE-GRADES = 'YES'
               PERFORM 9100-READ-GRADE-NEXT
           END-IF.
           PERFORM 2220-HOLD-GRADE
               UNTIL MORE-GRADES = 'NO'
                   OR GH-ID NOT = RET-ID
                   OR MV-COUNT = 100.
           IF MV-COUNT < 100
               MOVE 'NO' TO MORE-TO-MOVE
           END-IF.
           IF MV-COUNT > ZERO
               PERFORM 2230-REKEY-GRADE
                   VARYING MV-IDX FROM 1 BY 1
                       UNTIL MV-IDX > MV-COUNT
           END-IF.
           IF PAIR-ERROR
               MOVE 'NO' TO MORE-TO-MOVE
           END-IF.

       2220-HOLD-GRADE.
           ADD 1 TO MV-COUNT.
           MOVE GH-REC TO MV-IMAGE (MV-COUNT).
           PERFORM 9100-READ-GRADE-NEXT.

       2230-REKEY-GRADE.
           MOVE MV-IMAGE (MV-IDX) TO GH-REC.
           MOVE 'GRADE' TO O-M-FILE.
           MOVE GH-TERM TO GD-TERM.
           MOVE GH-COURSE TO GD-COURSE.
           MOVE GH-CREDITS TO GD-CREDITS.
           MOVE GH-GRADE TO GD-GRADE.
           MOVE GRADE-DETAIL TO O-M-DETAIL.
           MOVE SPACES TO O-M-RESULT.
           MOVE SURV-ID TO GH-ID.
           WRITE GH-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO C-GRADE-CTR
                   MOVE 'MOVED' TO O-M-RESULT
           END-WRITE.
           IF GH-STATUS = '22'
               READ GRADE-HIST
                   INVALID KEY
                       MOVE SPACES TO GH-GRADE
               END-READ
               ADD 1 TO C-CONFLICT-CTR
               STRING 'DROPPED - SURVIVOR ALREADY HAS '
                   GH-GRADE DELIMITED BY SIZE
                   INTO O-M-RESULT
           END-IF.
           IF O-M-RESULT = SPACES
               SET PAIR-ERROR TO TRUE
               STRING 'WRITE FAILED, STATUS ' GH-STATUS
                   DELIMITED BY SIZE INTO O-M-RESULT
           ELSE
               MOVE MV-IMAGE (MV-IDX) TO GH-REC
               DELETE GRADE-HIST RECORD
                   INVALID KEY
                       SET PAIR-ERROR TO TRUE
                       MOVE 'OLD ROW DELETE FAILED' TO O-M-RESULT
               END-DELETE
           END-IF.
           WRITE MRG-PRTLINE FROM MRG-MOVE-LINE
               AFTER ADVANCING 1 LINE.

      **********************************************
      ** STANDING HISTORY - SAME AS THE GRADES,   **
      ** ONE ROW PER TERM.                        **
      **********************************************
       2300-MOVE-STANDING.
           MOVE 'YES' TO MORE-TO-MOVE.
           PERFORM 2310-STANDING-CHUNK
               UNTIL MORE-TO-MOVE = 'NO'.

       2310-STANDING-CHUNK.
           MOVE ZERO TO MV-COUNT.
           MOVE 'YES' TO MORE-STAND-RECS.
           MOVE RET-ID TO SH-ID.
           MOVE LOW-VALUES TO SH-TERM.
           START STAND-HIST KEY IS NOT LESS THAN SH-KEY
               INVALID KEY
                   MOVE 'NO' TO MORE-STAND-RECS
           END-START.
           IF MORE-STAND-RECS = 'YES'
               PERFORM 9200-READ-STANDING-NEXT
           END-IF.
           PERFORM 2320-HOLD-STANDING
               UNTIL MORE-STAND-RECS = 'NO'
                   OR SH-ID NOT = RET-ID
                   OR MV-COUNT = 100.
           IF MV-COUNT < 100
               MOVE 'NO' TO MORE-TO-MOVE
           END-IF.
           IF MV-COUNT > ZERO
               PERFORM 2330-REKEY-STANDING
                   VARYING MV-IDX FROM 1 BY 1
                       UNTIL MV-IDX > MV-COUNT
           END-IF.
           IF PAIR-ERROR
               MOVE 'NO' TO MORE-TO-MOVE
           END-IF.

       2320-HOLD-STANDING.
           ADD 1 TO MV-COUNT.
           MOVE SH-REC TO MV-IMAGE (MV-COUNT).
           PERFORM 9200-READ-STANDING-NEXT.

       2330-REKEY-STANDING.
           MOVE MV-IMAGE (MV-IDX) TO SH-REC.
           MOVE 'STANDING' TO O-M-FILE.
           MOVE SH-TERM TO SD-TERM.
           MOVE SH-STANDING TO SD-STANDING.
           MOVE SH-CUM-GPA TO SD-CUM-GPA.
           MOVE STAND-DETAIL TO O-M-DETAIL.
           MOVE SPACES TO O-M-RESULT.
           MOVE SURV-ID TO SH-ID.
           WRITE SH-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO C-STAND-CTR
                   MOVE 'MOVED' TO O-M-RESULT
           END-WRITE.
           IF SH-STATUS = '22'
               ADD 1 TO C-CONFLICT-CTR
               MOVE 'DROPPED - SURVIVOR ALREADY HAS THE TERM'
                   TO O-M-RESULT
           END-IF.
           IF O-M-RESULT = SPACES
               SET PAIR-ERROR TO TRUE
               STRING 'WRITE FAILED, STATUS ' SH-STATUS
                   DELIMITED BY SIZE INTO O-M-RESULT
           ELSE
               MOVE MV-IMAGE (MV-IDX) TO SH-REC
               DELETE STAND-HIST RECORD
                   INVALID KEY
                       SET PAIR-ERROR TO TRUE
                       MOVE 'OLD ROW DELETE FAILED' TO O-M-RESULT
               END-DELETE
           END-IF.
           WRITE MRG-PRTLINE FROM MRG-MOVE-LINE
               AFTER ADVANCING 1 LINE.

      **********************************************
      ** AWARD LEDGER - EACH ENTRY KEEPS ITS      **
      ** PERIOD AND TAKES THE NEXT SEQUENCE UNDER **
      ** THE SURVIVOR, 100 ENTRIES AT A TIME. A   **
      ** PERIOD ALREADY AT SEQ 99 LEAVES THE      **
      ** ENTRY ON THE OLD ID, SO EACH CHUNK       **
      ** RESTARTS JUST PAST THE LAST ENTRY HELD.  **
      ** WHETHER THE SURVIVOR WAS ALSO AWARDED IS **
      ** DECIDED ONCE PER PERIOD, BEFORE ANY OF   **
      ** THE RETIRED ID'S ENTRIES FOR IT ARE      **
      ** WRITTEN.                                 **
      **********************************************
       2400-MOVE-LEDGER.
           MOVE 'YES' TO MORE-TO-MOVE.
           MOVE SPACES TO SEEN-PERIOD.
           MOVE 'N' TO SURV-AWARDED-SW.
           MOVE LOW-VALUES TO RESUME-SUBKEY.
           PERFORM 2410-LEDGER-CHUNK
               UNTIL MORE-TO-MOVE = 'NO'.

       2410-LEDGER-CHUNK.
           MOVE ZERO TO MV-COUNT.
           MOVE 'YES' TO MORE-LEDGER-RECS.
           MOVE RET-ID TO AL-ID.
           MOVE RESUME-SUBKEY TO AL-SUBKEY.
           START AWARD-LEDGER KEY IS GREATER THAN AL-KEY
               INVALID KEY
                   MOVE 'NO' TO MORE-LEDGER-RECS
           END-START.
           IF MORE-LEDGER-RECS = 'YES'
               PERFORM 9300-READ-LEDGER-NEXT
           END-IF.
           PERFORM 2420-HOLD-LEDGER
               UNTIL MORE-LEDGER-RECS = 'NO'
                   OR AL-ID NOT = RET-ID
                   OR MV-COUNT = 100.
           IF MV-COUNT < 100
               MOVE 'NO' TO MORE-TO-MOVE
           END-IF.
           IF MV-COUNT > ZERO
               MOVE MV-IMAGE (MV-COUNT) TO AL-REC
               MOVE AL-SUBKEY TO RESUME-SUBKEY
               PERFORM 2430-REKEY-LEDGER THRU 2430-REKEY-LEDGER-EXIT
                   VARYING MV-IDX FROM 1 BY 1
                       UNTIL MV-IDX > MV-COUNT
           END-IF.
           IF PAIR-ERROR
               MOVE 'NO' TO MORE-TO-MOVE
           END-IF.

       2420-HOLD-LEDGER.
           ADD 1 TO MV-COUNT.
           MOVE AL-REC TO MV-IMAGE (MV-COUNT).
           PERFORM 9300-READ-LEDGER-NEXT.

       2430-REKEY-LEDGER.
           MOVE MV-IMAGE (MV-IDX) TO AL-REC.
           MOVE AL-PERIOD TO HOLD-PERIOD.
           MOVE 'LEDGER' TO O-M-FILE.
           MOVE AL-PERIOD TO LD-PERIOD.
           MOVE AL-SEQ TO LD-OLD-SEQ.
           MOVE ZERO TO LD-NEW-SEQ.
           MOVE AL-ENTRY-TYPE TO LD-TYPE.
           MOVE AL-AMOUNT TO LD-AMOUNT.
           MOVE AL-STATUS TO LD-STATUS.
           MOVE SPACES TO O-M-RESULT.
           PERFORM 2450-FIND-LAST-SEQ.
           IF HOLD-PERIOD NOT = SEEN-PERIOD
               MOVE HOLD-PERIOD TO SEEN-PERIOD
               MOVE PERIOD-AWARDED-SW TO SURV-AWARDED-SW
           END-IF.
           IF LAST-SEQ NOT < 99
               ADD 1 TO C-LEFT-CTR
               MOVE LEDGER-DETAIL TO O-M-DETAIL
               MOVE 'LEFT ON OLD ID - SURVIVOR PERIOD FULL'
                   TO O-M-RESULT
               GO TO 2430-REKEY-LEDGER-PRINT.
           MOVE MV-IMAGE (MV-IDX) TO AL-REC.
           MOVE SURV-ID TO AL-ID.
           COMPUTE AL-SEQ = LAST-SEQ + 1.
           MOVE AL-SEQ TO LD-NEW-SEQ.
           MOVE LEDGER-DETAIL TO O-M-DETAIL.
           WRITE AL-REC
               INVALID KEY
                   SET PAIR-ERROR TO TRUE
                   STRING 'WRITE FAILED, STATUS ' LG-STATUS
                       DELIMITED BY SIZE INTO O-M-RESULT
                   GO TO 2430-REKEY-LEDGER-PRINT
           END-WRITE.
           ADD 1 TO C-LEDGER-CTR.
           IF SURV-AWARDED
               ADD 1 TO C-DOUBLE-AWD-CTR
               MOVE 'MOVED - SURVIVOR ALSO AWARDED, REVIEW'
                   TO O-M-RESULT
           ELSE
               MOVE 'MOVED' TO O-M-RESULT
           END-IF.
           MOVE MV-IMAGE (MV-IDX) TO AL-REC.
           DELETE AWARD-LEDGER RECORD
               INVALID KEY
                   SET PAIR-ERROR TO TRUE
                   MOVE 'OLD ENTRY DELETE FAILED' TO O-M-RESULT
           END-DELETE.
       2430-REKEY-LEDGER-PRINT.
           WRITE MRG-PRTLINE FROM MRG-MOVE-LINE
               AFTER ADVANCING 1 LINE.
       2430-REKEY-LEDGER-EXIT.
           EXIT.

       2450-FIND-LAST-SEQ.
           MOVE ZERO TO LAST-SEQ.
           MOVE 'N' TO PERIOD-AWARDED-SW.
           MOVE 'YES' TO MORE-LEDGER-RECS.
           MOVE SURV-ID TO AL-ID.
           MOVE HOLD-PERIOD TO AL-PERIOD.
           MOVE ZERO TO AL-SEQ.
           START AWARD-LEDGER KEY IS NOT LESS THAN AL-KEY
               INVALID KEY
                   MOVE 'NO' TO MORE-LEDGER-RECS
           END-START.
           IF MORE-LEDGER-RECS = 'YES'
               PERFORM 9300-READ-LEDGER-NEXT
           END-IF.
           PERFORM 2455-NOTE-SEQ
               UNTIL MORE-LEDGER-RECS = 'NO'
                   OR AL-ID NOT = SURV-ID
                   OR AL-PERIOD NOT = HOLD-PERIOD.

       2455-NOTE-SEQ.
           MOVE AL-SEQ TO LAST-SEQ.
           IF AL-ENTRY-TYPE = 'A' AND AL-STATUS NOT = 'N'
               SET PERIOD-AWARDED TO TRUE
           END-IF.
           PERFORM 9300-READ-LEDGER-NEXT.

      **********************************************
      ** SURVIVOR'S GPA FROM THE MERGED GRADE     **
      ** HISTORY - SAME SCALE AS COBCLK18.        **
      **********************************************
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
           PERFORM 2560-GRADE-POINTS.
           IF VALID-GRADE
               COMPUTE QP-TOTAL =
                   QP-TOTAL + (GH-CREDITS * GRADE-POINTS)
               ADD GH-CREDITS TO CREDIT-TOTAL
           END-IF.
           PERFORM 9100-READ-GRADE-NEXT.

       2560-GRADE-POINTS.
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
           PERFORM 2050-READ-MASTER.
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
           WRITE MRG-PRTLINE FROM MRG-GPA-LINE
               AFTER ADVANCING 1 LINE.
       2600-APPLY-GPA-EXIT.
           EXIT.

       2650-WRITE-HISTORY.
           MOVE RUN-DATE TO H-RUN-DATE.
           MOVE RUN-TIME TO H-RUN-TIME.
           MOVE 'G' TO H-T-CODE.
           WRITE HIST-REC.

      **********************************************
      ** THE RETIRED MASTER GOES OUT AS A 'D' SO  **
      ** COBCLK02 DELETES IT, LOGS THE BEFORE-    **
      ** IMAGE AND KEEPS THE TRAILER IN STEP.     **
      **********************************************
       2700-QUEUE-DELETE.
           MOVE SPACES TO T-REC.
           MOVE RET-IMAGE TO T-REC (2:62).
           MOVE 'D' TO T-CODE.
           IF T-START-SALARY NOT NUMERIC
               MOVE ZERO TO T-START-SALARY
           END-IF.
           ADD 1 TO DEL-COUNT.
           MOVE T-REC TO DL-IMAGE (DEL-COUNT).
           MOVE 'MASTER' TO O-M-FILE.
           MOVE RET-ID TO O-M-DETAIL.
           MOVE 'DELETE QUEUED ON PAINMDEL.DAT' TO O-M-RESULT.
           WRITE MRG-PRTLINE FROM MRG-MOVE-LINE
               AFTER ADVANCING 1 LINE.

      **********************************************
      ** CROSS-REFERENCE - RETIRED ID TO          **
      ** SURVIVOR, AND ANY OLDER ROW THAT POINTED **
      ** AT THE RETIRED ID NOW POINTS AT THE      **
      ** SURVIVOR.                                **
      **********************************************
       2800-POST-XREF.
           MOVE RET-ID TO XR-OLD-ID.
           MOVE SURV-ID TO XR-NEW-ID.
           MOVE RUN-DATE TO XR-MERGE-DATE.
           MOVE OPER-ID TO XR-OPERATOR.
           MOVE 'XREF' TO O-M-FILE.
           MOVE SPACES TO O-M-DETAIL.
           STRING RET-ID ' TO ' SURV-ID DELIMITED BY SIZE
               INTO O-M-DETAIL.
           WRITE XR-REC
               INVALID KEY
                   STRING 'WRITE FAILED, STATUS ' XR-STATUS
                       DELIMITED BY SIZE INTO O-M-RESULT
               NOT INVALID KEY
                   MOVE 'WRITTEN' TO O-M-RESULT
           END-WRITE.
           WRITE MRG-PRTLINE FROM MRG-MOVE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'YES' TO MORE-XREF-RECS.
           MOVE LOW-VALUES TO XR-OLD-ID.
           START XREF-FILE KEY IS NOT LESS THAN XR-OLD-ID
               INVALID KEY
                   MOVE 'NO' TO MORE-XREF-RECS
           END-START.
           IF MORE-XREF-RECS = 'YES'
               PERFORM 9400-READ-XREF-NEXT
           END-IF.
           PERFORM 2850-REPOINT-XREF
               UNTIL MORE-XREF-RECS = 'NO'.

       2850-REPOINT-XREF.
           IF XR-NEW-ID = RET-ID
               MOVE SURV-ID TO XR-NEW-ID
               MOVE SPACES TO O-M-DETAIL
               MOVE SPACES TO O-M-RESULT
               STRING XR-OLD-ID ' TO ' SURV-ID DELIMITED BY SIZE
                   INTO O-M-DETAIL
               REWRITE XR-REC
                   INVALID KEY
                       STRING 'REWRITE FAILED, STATUS ' XR-STATUS
                           DELIMITED BY SIZE INTO O-M-RESULT
                   NOT INVALID KEY
                       ADD 1 TO C-REPOINT-CTR
                       STRING 'REPOINTED FROM ' RET-ID
                           DELIMITED BY SIZE INTO O-M-RESULT
               END-REWRITE
               WRITE MRG-PRTLINE FROM MRG-MOVE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM 9400-READ-XREF-NEXT.

       3000-CLOSING.
           CLOSE PAIR-FILE.
           CLOSE PAINT-EST.
           CLOSE GRADE-HIST.
           CLOSE XREF-FILE.
           CLOSE PAINT-HIST.
           IF STAND-OPEN
               CLOSE STAND-HIST
           END-IF.
           IF LEDGER-OPEN
               CLOSE AWARD-LEDGER
           END-IF.
           IF DEL-COUNT > ZERO
               PERFORM 3100-WRITE-DEL-BATCH
               MOVE BATCH-NO TO O-BATCH-NO
               MOVE DEL-COUNT TO O-BATCH-CTR
               MOVE SALARY-HASH TO O-BATCH-HASH
               WRITE MRG-PRTLINE FROM MRG-BATCH-LINE
                   AFTER ADVANCING 3 LINES
           END-IF.
           MOVE C-PAIR-CTR TO O-PAIR-CTR.
           MOVE C-MERGED-CTR TO O-MERGED-CTR.
           MOVE C-REFUSED-CTR TO O-REFUSED-CTR.
           MOVE C-INCOMPLETE-CTR TO O-INCOMPLETE-CTR.
           MOVE C-REPOINT-CTR TO O-REPOINT-CTR.
           WRITE MRG-PRTLINE FROM MRG-TOTAL-LINE-1
               AFTER ADVANCING 2 LINES.
           MOVE C-GRADE-CTR TO O-GRADE-CTR.
           MOVE C-CONFLICT-CTR TO O-CONFLICT-CTR.
           MOVE C-STAND-CTR TO O-STAND-CTR.
           MOVE C-LEDGER-CTR TO O-LEDGER-CTR.
           MOVE C-DOUBLE-AWD-CTR TO O-DOUBLE-AWD-CTR.
           WRITE MRG-PRTLINE FROM MRG-TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.
           WRITE MRG-PRTLINE FROM MRG-SIGN-LINE
               AFTER ADVANCING 3 LINES.
           CLOSE MERGE-RPT.

           DISPLAY 'COBCLK24 - PAIRS: ' C-PAIR-CTR
               '  MERGED: ' C-MERGED-CTR
               '  REFUSED: ' C-REFUSED-CTR
               '  INCOMPLETE: ' C-INCOMPLETE-CTR.
           DISPLAY 'COBCLK24 - GRADES MOVED: ' C-GRADE-CTR
               '  CONFLICTS: ' C-CONFLICT-CTR
               '  GPAS UPDATED: ' C-GPA-CTR.
           IF DEL-COUNT > ZERO
               DISPLAY 'STAGE PAINMDEL.DAT AS PAINTRAN.DAT AND'
               DISPLAY 'RUN COBCLK02 TO DELETE THE RETIRED MASTERS.'
           END-IF.
           IF C-REFUSED-CTR > ZERO OR C-INCOMPLETE-CTR > ZERO
               OR C-DOUBLE-AWD-CTR > ZERO OR C-LEFT-CTR > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

       3100-WRITE-DEL-BATCH.
           PERFORM 3150-NEXT-BATCH-NO.
           OPEN OUTPUT PAINT-MDEL.
           MOVE SPACES TO BH-REC.
           MOVE 'BATCHHDR' TO BH-CODE.
           MOVE RUN-DATE TO BH-DATE.
           MOVE BATCH-NO TO BH-NUMBER.
           WRITE MD-REC FROM BH-REC.
           MOVE ZERO TO SALARY-HASH.
           PERFORM 3200-WRITE-DEL-REC
               VARYING DL-IDX FROM 1 BY 1
                   UNTIL DL-IDX > DEL-COUNT.
           MOVE SPACES TO BT-REC.
           MOVE 'BATCHTRL' TO BT-CODE.
           MOVE DEL-COUNT TO BT-TRAN-COUNT.
           MOVE SALARY-HASH TO BT-SALARY-HASH.
           WRITE MD-REC FROM BT-REC.
           CLOSE PAINT-MDEL.
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

       3200-WRITE-DEL-REC.
           MOVE DL-IMAGE (DL-IDX) TO T-REC.
           ADD T-START-SALARY TO SALARY-HASH.
           WRITE MD-REC FROM T-REC.

       9000-READ-PAIR.
           READ PAIR-FILE
               AT END
                   MOVE 'NO' TO MORE-PAIR-RECS
           END-READ.

       9100-READ-GRADE-NEXT.
           READ GRADE-HIST NEXT RECORD
               AT END
                   MOVE 'NO' TO MORE-GRADES
           END-READ.

       9200-READ-STANDING-NEXT.
           READ STAND-HIST NEXT RECORD
               AT END
                   MOVE 'NO' TO MORE-STAND-RECS
           END-READ.

       9300-READ-LEDGER-NEXT.
           READ AWARD-LEDGER NEXT RECORD
               AT END
                   MOVE 'NO' TO MORE-LEDGER-RECS
           END-READ.

       9400-READ-XREF-NEXT.
           READ XREF-FILE NEXT RECORD
               AT END
                   MOVE 'NO' TO MORE-XREF-RECS
           END-READ.
