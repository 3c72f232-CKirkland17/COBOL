       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBCLK26.
       DATE-WRITTEN. 10/15/26.
       AUTHOR. CADE KIRKLAND.
       DATE-COMPILED.
      **********************************************
      ** OUTBOUND REGISTRAR FEED - AFTER COBCLK02 **
      ** AND COBCLK08 FINISH, TURNS THE NIGHT'S   **
      ** PAINTRES.DAT RESULTS AND THE GPA         **
      ** RECOMPUTE BEFORE-IMAGES ON PAINHIST.DAT  **
      ** INTO PAINRFED.CSV - ONE ROW PER STUDENT  **
      ** TOUCHED, IN THE SAME COMMA-SEPARATED     **
      ** SHAPE AS THE INBOUND PAINREG.CSV.        **
      **********************************************
      *  MODIFICATION HISTORY
      *  --------------------
      *  10/15/26  CK  INITIAL VERSION - THE FIRST EIGHT COLUMNS ARE
      *                THE PAINREG.CSV COLUMNS (ACTION IN PLACE OF THE
      *                TRANSACTION CODE, THEN ID, LAST, FIRST, INIT,
      *                GPA, SALARY, DEPT) CARRYING THE MASTER AS IT
      *                STANDS AFTER THE RUN, FOLLOWED BY STATUS,
      *                STATUS DATE, THE DECIDING TRANSACTION CODE, THE
      *                NUMBER OF TRANSACTIONS, THE GPA BEFORE A
      *                RECOMPUTE AND THE REASON. A STUDENT WITH SEVERAL
      *                TRANSACTIONS GETS ONE ROW WHOSE ACTION IS THE
      *                WORST RESULT (REJECTED, THEN SUSPENDED, THEN
      *                APPLIED) WITH THAT TRANSACTION'S REASON; A
      *                STUDENT ONLY TOUCHED BY A GPA RECOMPUTE IS
      *                'RECOMPUTED'. A STUDENT NO LONGER ON THE MASTER
      *                (DELETED, OR A REJECTED ADD) HAS THE MASTER
      *                COLUMNS EMPTY. 'HDR' AND 'TRL' ROWS CARRY THE
      *                PAINBNUM.DAT BATCH NUMBER AND THE ROW COUNTS.
      *                RESULTS FROM A RUN THAT DID NOT FINISH, OR FOR
      *                A BATCH OTHER THAN THE ONE ON PAINBNUM.DAT, ARE
      *                REFUSED WITH RC 12 AND NO FEED IS BUILT.
      *  10/15/26  CK  THE PROCESSING DATE NOW COMES FROM THE BUSINESS
      *                DATE CONTROL RECORD (PAINBDTE.DAT, KEPT BY
      *                COBCLK28) INSTEAD OF THE CLOCK, SO A RUN PAST
      *                MIDNIGHT OR A NEXT-MORNING RERUN CARRIES THE
      *                CYCLE'S DATE. NO CONTROL RECORD, OR A CLOSED
      *                CYCLE, REFUSES THE RUN (RC 12).
      *  10/15/26  CK  REVIEW FIX - RESULTS ARE NO LONGER REFUSED FOR
      *                A BATCH OTHER THAN THE LAST ONE NUMBERED ON
      *                PAINBNUM.DAT; A RELEASE, GRADUATION, MERGE OR
      *                CONSOLIDATION BATCH BUILT ON AN EARLIER NIGHT IS
      *                APPLIED LATER AND MUST STILL REACH THE
      *                REGISTRAR. ANY BATCH NUMBER UP TO THE LAST ONE
      *                ISSUED IS ACCEPTED, AND THE RESULTS MUST HAVE
      *                BEEN WRITTEN ON THE CURRENT BUSINESS DATE, SO AN
      *                OLD PAINTRES.DAT IS NEVER SENT TWICE. THE 'HDR'
      *                AND 'TRL' ROWS CARRY THE BATCH THE RESULTS ARE
      *                FOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL PAINT-RES
               ASSIGN TO "C:\School\COBOL\COBCLK02\PAINTRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAINT-HIST
               ASSIGN TO "C:\School\COBOL\COBCLK02\PAINHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAINT-EST
               ASSIGN TO "C:\School\COBOL\COBCLK01\PAINTEST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS I-ID
               ALTERNATE RECORD KEY IS I-LNAME
                   WITH DUPLICATES
               FILE STATUS IS EST-STATUS.

           SELECT OPTIONAL BATCH-NUM-FILE
               ASSIGN TO "C:\School\COBOL\COBCLK07\PAINBNUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-FILE
               ASSIGN TO "PAINRSRT.TMP".

           SELECT SORT-OUT
               ASSIGN TO "C:\School\COBOL\COBCLK26\PAINRSRT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FEED-CSV
               ASSIGN TO "C:\School\COBOL\COBCLK26\PAINRFED.CSV"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FEED-RPT
               ASSIGN TO "C:\School\COBOL\COBCLK26\PAINRFDR.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT BDATE-FILE
               ASSIGN TO "C:\School\COBOL\COBCLK28\PAINBDTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PAINT-RES
           LABEL RECORD IS STANDARD
           DATA RECORD IS RS-REC
           RECORD CONTAINS 111 CHARACTERS.

       01  RS-REC.
           05  RS-RESULT           PIC X(8).
           05  RS-REASON           PIC X(40).
           05  RS-TRAN.
               10  RS-T-CODE       PIC X.
               10  RS-T-ID         PIC X(7).
               10  FILLER          PIC X(55).

       01  RH-REC REDEFINES RS-REC.
           05  RH-CODE             PIC X(8).
           05  RH-BATCH-NO         PIC 9(4).
           05  RH-BATCH-DATE       PIC 9(8).
           05  RH-RUN-DATE         PIC 9(8).
           05  FILLER              PIC X(83).

       01  RT-REC REDEFINES RS-REC.
           05  RT-CODE             PIC X(8).
           05  RT-TRAN-COUNT       PIC 9(6).
           05  RT-APPLY-CTR        PIC 9(6).
           05  RT-REJECT-CTR       PIC 9(6).
           05  RT-SUSPEND-CTR      PIC 9(6).
           05  FILLER              PIC X(79).

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
               10  FILLER          PIC X(31).
               10  H-GPA           PIC 9V99.
               10  FILLER          PIC X(21).

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

       FD  BATCH-NUM-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS BN-REC
           RECORD CONTAINS 4 CHARACTERS.

       01  BN-REC.
           05  BN-LAST             PIC 9(4).

       SD  SORT-FILE.

       01  SD-REC.
           05  SD-ID               PIC X(7).
           05  SD-SEQ              PIC 9(6).
           05  SD-SOURCE           PIC X.
           05  SD-RESULT           PIC X(8).
           05  SD-REASON           PIC X(40).
           05  SD-T-CODE           PIC X.
           05  SD-OLD-GPA          PIC 9V99.

       FD  SORT-OUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS SO-REC
           RECORD CONTAINS 66 CHARACTERS.

       01  SO-REC.
           05  SO-ID               PIC X(7).
           05  SO-SEQ              PIC 9(6).
           05  SO-SOURCE           PIC X.
               88  SO-FROM-RESULTS               VALUE 'T'.
               88  SO-FROM-GPA                   VALUE 'G'.
           05  SO-RESULT           PIC X(8).
           05  SO-REASON           PIC X(40).
           05  SO-T-CODE           PIC X.
           05  SO-OLD-GPA          PIC 9V99.

       FD  FEED-CSV
           LABEL RECORD IS OMITTED
           DATA RECORD IS FEED-REC
           RECORD CONTAINS 200 CHARACTERS.

       01  FEED-REC                PIC X(200).

       FD  FEED-RPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS FDR-PRTLINE.

       01  FDR-PRTLINE             PIC X(100).

       FD BDATE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BD-REC
           RECORD CONTAINS 36 CHARACTERS.

       01  BD-REC                  PIC X(36).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  MORE-RES-RECS       PIC XXX       VALUE 'YES'.
           05  MORE-HIST-RECS      PIC XXX       VALUE 'YES'.
           05  MORE-SORTED-RECS    PIC XXX       VALUE 'YES'.
           05  C-SEQ-CTR           PIC 9(6)      VALUE ZERO.
           05  C-RESULT-CTR        PIC 9(6)      VALUE ZERO.
           05  C-GPA-CTR           PIC 9(6)      VALUE ZERO.
           05  C-ROW-CTR           PIC 9(6)      VALUE ZERO.
           05  C-APPLIED-CTR       PIC 9(6)      VALUE ZERO.
           05  C-REJECTED-CTR      PIC 9(6)      VALUE ZERO.
           05  C-SUSPENDED-CTR     PIC 9(6)      VALUE ZERO.
           05  C-RECOMP-CTR        PIC 9(6)      VALUE ZERO.
           05  BATCH-NO            PIC 9(4)      VALUE ZERO.
           05  RES-BATCH-NO        PIC 9(4)      VALUE ZERO.
           05  RES-RUN-DATE        PIC 9(8)      VALUE ZERO.
           05  REFUSE-TEXT         PIC X(50)     VALUE SPACES.

       01  MATCH-SWITCHES.
           05  FOUND-SW            PIC X         VALUE 'N'.
               88  ID-FOUND                      VALUE 'Y'.
               88  ID-NOT-FOUND                  VALUE 'N'.
           05  RES-HDR-SW          PIC X         VALUE 'N'.
               88  RES-HDR-SEEN                  VALUE 'Y'.
           05  RES-TRL-SW          PIC X         VALUE 'N'.
               88  RES-TRL-SEEN                  VALUE 'Y'.

      *    ONE STUDENT'S ROW, BUILT UP ACROSS ITS SORTED RECORDS.
      *    ROW-RANK ORDERS THE RESULTS SO THE WORST ONE DECIDES THE
      *    ACTION - 1 APPLIED, 2 SUSPENDED, 3 REJECTED.
       01  ROW-AREA.
           05  HOLD-ID             PIC X(7)      VALUE SPACES.
           05  ROW-ACTION          PIC X(10)     VALUE SPACES.
           05  ROW-RANK            PIC 9         VALUE ZERO.
           05  NEW-RANK            PIC 9         VALUE ZERO.
           05  ROW-T-CODE          PIC X         VALUE SPACE.
           05  ROW-TRAN-CTR        PIC 9(4)      VALUE ZERO.
           05  ROW-REASON          PIC X(40)     VALUE SPACES.
           05  ROW-GPA-SW          PIC X         VALUE 'N'.
               88  ROW-GPA-RECOMPUTED            VALUE 'Y'.
           05  ROW-OLD-GPA         PIC 9V99      VALUE ZERO.

      *    CSV COLUMN TEXT - NUMBERS ARE EDITED THEN LEFT-JUSTIFIED
      *    SO THE REGISTRAR SEES 950.00, NOT 000950.00.
       01  CSV-WORK.
           05  FEED-LINE           PIC X(200)    VALUE SPACES.
           05  FEED-PTR            PIC 999       VALUE 1.
           05  TXT-GPA             PIC X(4)      VALUE SPACES.
           05  TXT-SALARY          PIC X(12)     VALUE SPACES.
           05  TXT-STAT-DATE       PIC X(8)      VALUE SPACES.
           05  TXT-TRAN-CTR        PIC X(12)     VALUE SPACES.
           05  TXT-OLD-GPA         PIC X(4)      VALUE SPACES.
           05  TXT-STATUS          PIC X         VALUE SPACE.
           05  TRIM-IN             PIC X(12)     VALUE SPACES.
           05  TRIM-OUT            PIC X(12)     VALUE SPACES.
           05  LEAD-CTR            PIC 99        VALUE ZERO.
           05  GPA-ED              PIC 9.99.
           05  SAL-ED              PIC Z(5)9.99.
           05  CTR-ED              PIC Z(5)9.
           05  TXT-BATCH           PIC 9(4).
           05  TXT-ROWS            PIC X(12)     VALUE SPACES.
           05  TXT-APPLIED         PIC X(12)     VALUE SPACES.
           05  TXT-REJECTED        PIC X(12)     VALUE SPACES.
           05  TXT-SUSPENDED       PIC X(12)     VALUE SPACES.
           05  TXT-RECOMP          PIC X(12)     VALUE SPACES.

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

       01  FDR-TITLE-LINE.
           05  FILLER              PIC X(40)
                   VALUE 'OUTBOUND REGISTRAR FEED - PAINRFED.CSV'.
           05  FILLER              PIC X(10)     VALUE 'RUN DATE: '.
           05  O-TITLE-DATE        PIC 9(8).
           05  FILLER              PIC X(42)     VALUE SPACES.

       01  FDR-BATCH-LINE.
           05  FILLER              PIC X(7)      VALUE 'BATCH: '.
           05  O-BATCH-NO          PIC 9(4).
           05  FILLER              PIC X(4)      VALUE SPACES.
           05  FILLER              PIC X(12)     VALUE 'BATCH DATE: '.
           05  O-BATCH-DATE        PIC 9(8).
           05  FILLER              PIC X(4)      VALUE SPACES.
           05  FILLER              PIC X(18)
                   VALUE 'RESULTS RUN DATE: '.
           05  O-RES-DATE          PIC 9(8).
           05  FILLER              PIC X(35)     VALUE SPACES.

       01  FDR-INPUT-LINE.
           05  FILLER              PIC X(20)
                   VALUE 'TRANSACTION RESULTS:'.
           05  O-RESULT-CTR        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(4)      VALUE SPACES.
           05  FILLER              PIC X(16)
                   VALUE 'GPA RECOMPUTES:'.
           05  O-GPA-CTR           PIC ZZZ,ZZ9.
           05  FILLER              PIC X(46)     VALUE SPACES.

       01  FDR-TOTAL-LINE.
           05  FILLER              PIC X(6)      VALUE 'ROWS: '.
           05  O-ROW-CTR           PIC ZZZ,ZZ9.
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  FILLER              PIC X(9)      VALUE 'APPLIED: '.
           05  O-APPLIED-CTR       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  FILLER              PIC X(10)     VALUE 'REJECTED: '.
           05  O-REJECTED-CTR      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  FILLER              PIC X(11)     VALUE 'SUSPENDED: '.
           05  O-SUSPENDED-CTR     PIC ZZZ,ZZ9.
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  FILLER              PIC X(12)     VALUE 'RECOMPUTED: '.
           05  O-RECOMP-CTR        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(5)      VALUE SPACES.

       01  FDR-REFUSED-LINE.
           05  FILLER              PIC X(24)
                   VALUE '*** FEED NOT BUILT *** -'.
           05  O-REFUSE-TEXT       PIC X(50).
           05  FILLER              PIC X(26)     VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-BUILD-ROW THRU 2000-BUILD-ROW-EXIT
               UNTIL MORE-SORTED-RECS = 'NO'.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           PERFORM 1010-GET-BUSINESS-DATE.
           OPEN OUTPUT FEED-RPT.
           MOVE RUN-DATE TO O-TITLE-DATE.
           WRITE FDR-PRTLINE FROM FDR-TITLE-LINE
               AFTER ADVANCING 1 LINE.

           OPEN INPUT BATCH-NUM-FILE.
           READ BATCH-NUM-FILE
               AT END
                   MOVE ZERO TO BATCH-NO
               NOT AT END
                   MOVE BN-LAST TO BATCH-NO
           END-READ.
           CLOSE BATCH-NUM-FILE.
           IF BATCH-NO NOT NUMERIC
               MOVE ZERO TO BATCH-NO
           END-IF.

           PERFORM 1100-CHECK-RESULTS THRU 1100-CHECK-RESULTS-EXIT.
           IF REFUSE-TEXT NOT = SPACES
               PERFORM 1190-REFUSE-FEED
           END-IF.

           OPEN INPUT PAINT-EST.
           IF EST-STATUS NOT = '00'
               DISPLAY 'COBCLK26 - CANNOT OPEN PAINTEST.DAT, STATUS '
                   EST-STATUS
               CLOSE FEED-RPT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           SORT SORT-FILE
               ON ASCENDING KEY SD-ID SD-SEQ
               INPUT PROCEDURE 1400-SORT-IN
               GIVING SORT-OUT.

           OPEN OUTPUT FEED-CSV.
           MOVE RES-BATCH-NO TO TXT-BATCH.
           MOVE SPACES TO FEED-LINE.
           STRING 'HDR,' TXT-BATCH ',' RES-RUN-DATE ',' RUN-DATE
               DELIMITED BY SIZE INTO FEED-LINE.
           WRITE FEED-REC FROM FEED-LINE.

           OPEN INPUT SORT-OUT.
           PERFORM 9300-READ-SORTED.

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
               DISPLAY 'COBCLK26 - NO BUSINESS DATE ON PAINBDTE.DAT,'
                   ' RUN REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT BUS-OPEN
               DISPLAY 'COBCLK26 - BUSINESS DATE ' BUS-DATE ' CYCLE '
                   BUS-CYCLE ' IS CLOSED, RUN REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BUS-DATE TO RUN-DATE.
           DISPLAY 'COBCLK26 - BUSINESS DATE ' BUS-DATE ' CYCLE '
               BUS-CYCLE.

      **********************************************
      ** PROVE PAINTRES.DAT BELONGS TO TONIGHT -   **
      ** A HEADER WRITTEN ON THE BUSINESS DATE FOR **
      ** A BATCH NUMBER PAINBNUM.DAT HAS ISSUED,   **
      ** AND A TRAILER WHOSE COUNT MATCHES THE     **
      ** RECORDS.                                  **
      **********************************************
       1100-CHECK-RESULTS.
           OPEN INPUT PAINT-RES.
           PERFORM 9100-READ-RESULT.
           IF MORE-RES-RECS = 'NO'
               MOVE 'PAINTRES.DAT IS EMPTY - COBCLK02 DID NOT FINISH'
                   TO REFUSE-TEXT
               GO TO 1100-CHECK-RESULTS-CLOSE.
           IF RH-CODE NOT = 'RESULHDR'
               MOVE 'PAINTRES.DAT HAS NO RESULHDR RECORD'
                   TO REFUSE-TEXT
               GO TO 1100-CHECK-RESULTS-CLOSE.
           SET RES-HDR-SEEN TO TRUE.
           MOVE RH-BATCH-NO TO RES-BATCH-NO.
           MOVE RH-RUN-DATE TO RES-RUN-DATE.
           MOVE RH-BATCH-NO TO O-BATCH-NO.
           MOVE RH-BATCH-DATE TO O-BATCH-DATE.
           MOVE RH-RUN-DATE TO O-RES-DATE.
           WRITE FDR-PRTLINE FROM FDR-BATCH-LINE
               AFTER ADVANCING 2 LINES.
           IF RES-RUN-DATE NOT = RUN-DATE
               MOVE 'RESULTS ARE NOT FROM TONIGHT''S COBCLK02 RUN'
                   TO REFUSE-TEXT
               GO TO 1100-CHECK-RESULTS-CLOSE.
           IF RES-BATCH-NO > BATCH-NO
               MOVE 'RESULTS BATCH NOT ISSUED ON PAINBNUM.DAT'
                   TO REFUSE-TEXT
               GO TO 1100-CHECK-RESULTS-CLOSE.
           PERFORM 9100-READ-RESULT.
           PERFORM 1150-COUNT-RESULT
               UNTIL MORE-RES-RECS = 'NO' OR RES-TRL-SEEN.
           IF NOT RES-TRL-SEEN
               MOVE 'PAINTRES.DAT HAS NO RESULTRL RECORD'
                   TO REFUSE-TEXT
               GO TO 1100-CHECK-RESULTS-CLOSE.
           IF RT-TRAN-COUNT NOT = C-RESULT-CTR
               MOVE 'PAINTRES.DAT COUNT DOES NOT PROVE'
                   TO REFUSE-TEXT
           END-IF.
       1100-CHECK-RESULTS-CLOSE.
           CLOSE PAINT-RES.
       1100-CHECK-RESULTS-EXIT.
           EXIT.

       1150-COUNT-RESULT.
           IF RT-CODE = 'RESULTRL'
               SET RES-TRL-SEEN TO TRUE
           ELSE
               ADD 1 TO C-RESULT-CTR
               PERFORM 9100-READ-RESULT
           END-IF.

       1190-REFUSE-FEED.
           DISPLAY 'COBCLK26 - REGISTRAR FEED NOT BUILT: '
               REFUSE-TEXT.
           DISPLAY '           RERUN COBCLK02 ON THIS BUSINESS DATE,'.
           DISPLAY '           THEN RESUBMIT THIS RUN.'.
           MOVE REFUSE-TEXT TO O-REFUSE-TEXT.
           WRITE FDR-PRTLINE FROM FDR-REFUSED-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE FEED-RPT.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

       1400-SORT-IN.
           MOVE 'YES' TO MORE-RES-RECS.
           OPEN INPUT PAINT-RES.
           PERFORM 9100-READ-RESULT.
           PERFORM 1410-RELEASE-RESULT
               UNTIL MORE-RES-RECS = 'NO'.
           CLOSE PAINT-RES.
           OPEN INPUT PAINT-HIST.
           PERFORM 9200-READ-HIST.
           PERFORM 1420-RELEASE-GPA
               UNTIL MORE-HIST-RECS = 'NO'.
           CLOSE PAINT-HIST.

       1410-RELEASE-RESULT.
           IF RH-CODE NOT = 'RESULHDR'
               AND RT-CODE NOT = 'RESULTRL'
               AND RS-T-ID NOT = SPACES
               ADD 1 TO C-SEQ-CTR
               MOVE RS-T-ID TO SD-ID
               MOVE C-SEQ-CTR TO SD-SEQ
               MOVE 'T' TO SD-SOURCE
               MOVE RS-RESULT TO SD-RESULT
               MOVE RS-REASON TO SD-REASON
               MOVE RS-T-CODE TO SD-T-CODE
               MOVE ZERO TO SD-OLD-GPA
               RELEASE SD-REC
           END-IF.
           PERFORM 9100-READ-RESULT.

       1420-RELEASE-GPA.
           IF H-T-CODE = 'G'
               AND H-RUN-DATE = RES-RUN-DATE
               AND H-ID NOT = SPACES
               ADD 1 TO C-SEQ-CTR
               ADD 1 TO C-GPA-CTR
               MOVE H-ID TO SD-ID
               MOVE C-SEQ-CTR TO SD-SEQ
               MOVE 'G' TO SD-SOURCE
               MOVE SPACES TO SD-RESULT
               MOVE SPACES TO SD-REASON
               MOVE 'G' TO SD-T-CODE
               MOVE H-GPA TO SD-OLD-GPA
               RELEASE SD-REC
           END-IF.
           PERFORM 9200-READ-HIST.

      **********************************************
      ** ONE CSV ROW PER STUDENT - CONTROL BREAK   **
      ** ON THE SORTED ID.                         **
      **********************************************
       2000-BUILD-ROW.
           MOVE SO-ID TO HOLD-ID.
           MOVE ZERO TO ROW-RANK.
           MOVE SPACE TO ROW-T-CODE.
           MOVE ZERO TO ROW-TRAN-CTR.
           MOVE SPACES TO ROW-REASON.
           MOVE 'N' TO ROW-GPA-SW.
           MOVE ZERO TO ROW-OLD-GPA.
           PERFORM 2100-ACCUM-ROW
               UNTIL MORE-SORTED-RECS = 'NO'
                   OR SO-ID NOT = HOLD-ID.
           EVALUATE ROW-RANK
               WHEN 3
                   MOVE 'REJECTED' TO ROW-ACTION
                   ADD 1 TO C-REJECTED-CTR
               WHEN 2
                   MOVE 'SUSPENDED' TO ROW-ACTION
                   ADD 1 TO C-SUSPENDED-CTR
               WHEN 1
                   MOVE 'APPLIED' TO ROW-ACTION
                   ADD 1 TO C-APPLIED-CTR
               WHEN OTHER
                   MOVE 'RECOMPUTED' TO ROW-ACTION
                   ADD 1 TO C-RECOMP-CTR
           END-EVALUATE.
           PERFORM 2200-READ-MASTER.
           PERFORM 2300-WRITE-ROW.
       2000-BUILD-ROW-EXIT.
           EXIT.

       2100-ACCUM-ROW.
           IF SO-FROM-GPA
               IF NOT ROW-GPA-RECOMPUTED
                   SET ROW-GPA-RECOMPUTED TO TRUE
                   MOVE SO-OLD-GPA TO ROW-OLD-GPA
               END-IF
           ELSE
               ADD 1 TO ROW-TRAN-CTR
               EVALUATE SO-RESULT
                   WHEN 'REJECTED'
                       MOVE 3 TO NEW-RANK
                   WHEN 'SUSPENDD'
                       MOVE 2 TO NEW-RANK
                   WHEN OTHER
                       MOVE 1 TO NEW-RANK
               END-EVALUATE
               IF NEW-RANK > ROW-RANK
                   MOVE NEW-RANK TO ROW-RANK
                   MOVE SO-T-CODE TO ROW-T-CODE
                   MOVE SO-REASON TO ROW-REASON
               END-IF
           END-IF.
           PERFORM 9300-READ-SORTED.

       2200-READ-MASTER.
           SET ID-NOT-FOUND TO TRUE.
           IF HOLD-ID = 'TRAILER'
               MOVE SPACES TO I-REC
           ELSE
               MOVE HOLD-ID TO I-ID
               READ PAINT-EST
                   INVALID KEY
                       MOVE SPACES TO I-REC
                   NOT INVALID KEY
                       SET ID-FOUND TO TRUE
               END-READ
           END-IF.

       2300-WRITE-ROW.
           MOVE SPACES TO TXT-GPA.
           MOVE SPACES TO TXT-SALARY.
           MOVE SPACES TO TXT-STAT-DATE.
           MOVE SPACES TO TXT-OLD-GPA.
           MOVE SPACE TO TXT-STATUS.
           IF ID-FOUND
               MOVE I-GPA TO GPA-ED
               MOVE GPA-ED TO TXT-GPA
               MOVE I-START-SALARY TO SAL-ED
               MOVE SAL-ED TO TRIM-IN
               PERFORM 2400-LEFT-JUSTIFY
               MOVE TRIM-OUT TO TXT-SALARY
               MOVE I-ENROLL-STATUS TO TXT-STATUS
               MOVE I-STATUS-DATE TO TXT-STAT-DATE
           END-IF.
           IF ROW-GPA-RECOMPUTED
               MOVE ROW-OLD-GPA TO GPA-ED
               MOVE GPA-ED TO TXT-OLD-GPA
           END-IF.
           MOVE ROW-TRAN-CTR TO CTR-ED.
           MOVE CTR-ED TO TRIM-IN.
           PERFORM 2400-LEFT-JUSTIFY.
           MOVE TRIM-OUT TO TXT-TRAN-CTR.
           MOVE SPACES TO FEED-LINE.
           MOVE 1 TO FEED-PTR.
           STRING ROW-ACTION DELIMITED BY SPACE
                  ',' HOLD-ID ',' DELIMITED BY SIZE
                  I-LNAME DELIMITED BY '  '
                  ',' DELIMITED BY SIZE
                  I-FNAME DELIMITED BY '  '
                  ',' DELIMITED BY SIZE
                  I-INIT DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  TXT-GPA DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  TXT-SALARY DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  I-DEPT DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  TXT-STATUS DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  TXT-STAT-DATE DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  ROW-T-CODE DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  TXT-TRAN-CTR DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  TXT-OLD-GPA DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  ROW-REASON DELIMITED BY '  '
               INTO FEED-LINE
               WITH POINTER FEED-PTR.
           WRITE FEED-REC FROM FEED-LINE.
           ADD 1 TO C-ROW-CTR.

       2400-LEFT-JUSTIFY.
           MOVE ZERO TO LEAD-CTR.
           INSPECT TRIM-IN TALLYING LEAD-CTR FOR LEADING SPACES.
           MOVE SPACES TO TRIM-OUT.
           IF LEAD-CTR < 12
               MOVE TRIM-IN (LEAD-CTR + 1:) TO TRIM-OUT
           END-IF.

       3000-CLOSING.
           CLOSE SORT-OUT.
           CLOSE PAINT-EST.
           MOVE C-ROW-CTR TO CTR-ED.
           MOVE CTR-ED TO TRIM-IN.
           PERFORM 2400-LEFT-JUSTIFY.
           MOVE TRIM-OUT TO TXT-ROWS.
           MOVE C-APPLIED-CTR TO CTR-ED.
           MOVE CTR-ED TO TRIM-IN.
           PERFORM 2400-LEFT-JUSTIFY.
           MOVE TRIM-OUT TO TXT-APPLIED.
           MOVE C-REJECTED-CTR TO CTR-ED.
           MOVE CTR-ED TO TRIM-IN.
           PERFORM 2400-LEFT-JUSTIFY.
           MOVE TRIM-OUT TO TXT-REJECTED.
           MOVE C-SUSPENDED-CTR TO CTR-ED.
           MOVE CTR-ED TO TRIM-IN.
           PERFORM 2400-LEFT-JUSTIFY.
           MOVE TRIM-OUT TO TXT-SUSPENDED.
           MOVE C-RECOMP-CTR TO CTR-ED.
           MOVE CTR-ED TO TRIM-IN.
           PERFORM 2400-LEFT-JUSTIFY.
           MOVE TRIM-OUT TO TXT-RECOMP.
           MOVE SPACES TO FEED-LINE.
           MOVE 1 TO FEED-PTR.
           STRING 'TRL,' TXT-BATCH ',' DELIMITED BY SIZE
                  TXT-ROWS DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  TXT-APPLIED DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  TXT-REJECTED DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  TXT-SUSPENDED DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  TXT-RECOMP DELIMITED BY SPACE
               INTO FEED-LINE
               WITH POINTER FEED-PTR.
           WRITE FEED-REC FROM FEED-LINE.
           CLOSE FEED-CSV.

           MOVE C-RESULT-CTR TO O-RESULT-CTR.
           MOVE C-GPA-CTR TO O-GPA-CTR.
           WRITE FDR-PRTLINE FROM FDR-INPUT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE C-ROW-CTR TO O-ROW-CTR.
           MOVE C-APPLIED-CTR TO O-APPLIED-CTR.
           MOVE C-REJECTED-CTR TO O-REJECTED-CTR.
           MOVE C-SUSPENDED-CTR TO O-SUSPENDED-CTR.
           MOVE C-RECOMP-CTR TO O-RECOMP-CTR.
           WRITE FDR-PRTLINE FROM FDR-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           CLOSE FEED-RPT.
           DISPLAY 'COBCLK26 - PAINRFED.CSV BUILT FOR BATCH '
               RES-BATCH-NO ' - ' C-ROW-CTR ' ROWS'.
           DISPLAY 'COBCLK26 - SEND PAINRFED.CSV TO THE REGISTRAR.'.

       9100-READ-RESULT.
           READ PAINT-RES
               AT END
                   MOVE 'NO' TO MORE-RES-RECS
           END-READ.

       9200-READ-HIST.
           READ PAINT-HIST
               AT END
                   MOVE 'NO' TO MORE-HIST-RECS
           END-READ.

       9300-READ-SORTED.
           READ SORT-OUT
               AT END
                   MOVE 'NO' TO MORE-SORTED-RECS
           END-READ.
