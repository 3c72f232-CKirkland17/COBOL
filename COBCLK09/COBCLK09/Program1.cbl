	  **********************************************
      *  MODIFICATION HISTORY
      *  --------------------
      *  10/15/26  CK  A REVERSAL NOW ALSO TAKES THE PERIOD'S UNPAID
      *                AWARDS OFF THE BOOKS - OPEN 'A'/'J' ENTRIES ARE
      *                REWRITTEN TO STATUS 'N' UP TO THE AMOUNT NO
      *                LONGER OWED, SO COBCLK21 STOPS AGING THEM AND
      *                COBCLK14 CANNOT POST A PAYMENT AGAINST THEM.
      *                WHEN ONLY PART OF AN OPEN ENTRY IS REVERSED
      *                THE WHOLE ENTRY IS CANCELLED, THE REVERSAL
      *                GROWS BY THE PART STILL OWED AND THAT PART IS
      *                RE-ISSUED AS A NEW OPEN 'J' AND EXTRACTED, SO
      *                THE PERIOD NET IS UNCHANGED.
      *  10/15/26  CK  THE PROCESSING DATE NOW COMES FROM THE BUSINESS
      *                DATE CONTROL RECORD (PAINBDTE.DAT, KEPT BY
      *                COBCLK28) INSTEAD OF THE CLOCK, SO A RUN PAST
      *                MIDNIGHT OR A NEXT-MORNING RERUN CARRIES THE
      *                CYCLE'S DATE. NO CONTROL RECORD, OR A CLOSED
      *                CYCLE, REFUSES THE RUN (RC 12).
      *  10/15/26  CK  PAINDEPT.DAT GROWS TO 39 BYTES - DP-SUCCESSOR
      *                CARRIES THE CODE A RETIRED DEPARTMENT WAS
      *                FOLDED INTO BY THE COBCLK22 CONSOLIDATION RUN.
      *                LAYOUT CHANGE ONLY; A RETIRED CODE STILL
      *                PRINTS ITS OWN NAME ON THE TOTALS.
      *  10/15/26  CK  KEEP A PERMANENT AWARD LEDGER (PAINAWLG.DAT,
      *                KEYED ON STUDENT ID, AWARD PERIOD AND ENTRY
      *                SEQUENCE) SO A RERUN OR A SECOND RUN IN THE
      *                SAME PERIOD NO LONGER PAYS THE SAME AWARD
      *                TWICE. THE PERIOD, AWARD YEAR AND PER-STUDENT
      *                ANNUAL CAP COME FROM PAINAWPR.DAT (MISSING CARD
      *                - PERIOD IS THE RUN YEAR AND MONTH, NO CAP). A
      *                STUDENT ALREADY AWARDED AT THE SAME TIER THIS
      *                PERIOD PRINTS 'ON LEDGER' AND IS LEFT OUT OF
      *                PAINDISB.DAT. A TIER RISE WRITES AN ADJUSTMENT
      *                ('J') FOR THE DIFFERENCE AND EXTRACTS ONLY THAT;
      *                A TIER DROP (OR FALLING OFF THE HONOR ROLL)
      *                WRITES A REVERSAL ('R') FOR FINANCE AND EXTRACTS
      *                NOTHING. NEW AWARDS AND ADJUSTMENTS ARE CUT
      *                BACK TO WHAT IS LEFT UNDER THE ANNUAL CAP FOR
      *                THE AWARD YEAR. COBCLK14 POSTS THE PAYMENTS
      *                BACK; COBCLK21 PRINTS AGING AND STATEMENTS.
      *  09/02/26  CK  APPEND A RUN-TOTALS RECORD TO THE SHARED
      *                PAINBAL.DAT BALANCING FILE AT END OF RUN -
      *                MASTER DETAILS READ, AWARDS WRITTEN, NO-RATE
	   	   		ASSIGN TO "C:\School\COBOL\COBCLK13\PAINDEPT.DAT"
	   	   		ORGANIZATION IS LINE SEQUENTIAL.

	   	   	SELECT OPTIONAL AWARD-PARM
	   	   		ASSIGN TO "C:\School\COBOL\COBCLK09\PAINAWPR.DAT"
	   	   		ORGANIZATION IS LINE SEQUENTIAL.

	   	   	SELECT AWARD-LEDGER
	   	   		ASSIGN TO "C:\School\COBOL\COBCLK09\PAINAWLG.DAT"
	   	   		ORGANIZATION IS INDEXED
	   	   		ACCESS MODE IS DYNAMIC
	   	   		RECORD KEY IS AL-KEY
	   	   		FILE STATUS IS LG-STATUS.

	   	   	SELECT DISB-EXT
	   	   		ASSIGN TO "C:\School\COBOL\COBCLK09\PAINDISB.DAT"
	   	   		ORGANIZATION IS LINE SEQUENTIAL.
	   	   		ORGANIZATION IS LINE SEQUENTIAL
	   	   		FILE STATUS IS BAL-STATUS.

	   	   	SELECT BDATE-FILE
	   	   		ASSIGN TO "C:\School\COBOL\COBCLK28\PAINBDTE.DAT"
	   	   		ORGANIZATION IS LINE SEQUENTIAL
	   	   		FILE STATUS IS BDATE-STATUS.

	   DATA DIVISION.
	   FILE SECTION.

	    FD	DEPT-FILE
	   	LABEL RECORD IS STANDARD
	   	DATA RECORD IS DP-REC
	   	RECORD CONTAINS 39 CHARACTERS.

	   01	DP-REC.
	   	05	DP-CODE			PIC X(4).
	   	05	DP-NAME			PIC X(30).
	   	05	DP-ACTIVE		PIC X.
	   	05	DP-SUCCESSOR	PIC X(4).

	    FD	DISB-EXT
	   	LABEL RECORD IS STANDARD
	   	05	D-TIER			PIC 9.
	   	05	D-AWARD			PIC 9(7)V99.

	    FD	AWARD-PARM
	   	LABEL RECORD IS OMITTED
	   	DATA RECORD IS AP-REC
	   	RECORD CONTAINS 19 CHARACTERS.

	   01	AP-REC.
	   	05	AP-PERIOD		PIC X(6).
	   	05	AP-YEAR			PIC X(4).
	   	05	AP-ANNUAL-CAP	PIC 9(7)V99.

	    FD	AWARD-LEDGER
	   	LABEL RECORD IS STANDARD
	   	DATA RECORD IS AL-REC
	   	RECORD CONTAINS 64 CHARACTERS.

	   01	AL-REC.
	   	05	AL-KEY.
	   		10	AL-ID		PIC X(7).
	   		10	AL-SUBKEY.
	   			15	AL-PERIOD	PIC X(6).
	   			15	AL-SEQ		PIC 99.
	   	05	AL-ENTRY-TYPE	PIC X.
	   	   88 AL-AWARD		VALUE 'A'.
	   	   88 AL-ADJUSTMENT	VALUE 'J'.
	   	   88 AL-REVERSAL	VALUE 'R'.
	   	05	AL-YEAR			PIC X(4).
	   	05	AL-TIER			PIC 9.
	   	05	AL-AMOUNT		PIC 9(7)V99.
	   	05	AL-ENTRY-DATE	PIC 9(8).
	   	05	AL-STATUS		PIC X.
	   	   88 AL-OPEN		VALUE 'O'.
	   	   88 AL-PAID		VALUE 'P'.
	   	   88 AL-NOT-PAYABLE	VALUE 'N'.
	   	05	AL-CHECK-NO		PIC X(8).
	   	05	AL-PAID-DATE	PIC 9(8).
	   	05	AL-PAID-AMT		PIC 9(7)V99.

	    FD	BAL-FILE
	   	LABEL RECORD IS STANDARD
	   	DATA RECORD IS BAL-REC
	   	05	BAL-AUX-CTR		PIC 9(6).
	   	05	BAL-SAL-HASH	PIC 9(11)V99.

	    FD	BDATE-FILE
	   	LABEL RECORD IS STANDARD
	   	DATA RECORD IS BD-REC
	   	RECORD CONTAINS 36 CHARACTERS.

	   01	BD-REC			PIC X(36).

	   WORKING-STORAGE SECTION.
	   	   01 WORK-AREA.
		  	  05  MORE-RATE-RECS	 PIC XXX   VALUE 'YES'.
		  	  05  C-READ-CTR		 PIC 9(6)  VALUE ZERO.
		  	  05  AWARD-TOTAL		 PIC 9(9)V99 VALUE ZERO.
		  	  05  MORE-PARM-RECS	 PIC XXX   VALUE 'YES'.
		  	  05  C-ONLEDGER-CTR	 PIC 9(5)  VALUE ZERO.
		  	  05  C-ADJUST-CTR	 PIC 9(5)  VALUE ZERO.
		  	  05  C-REVERSE-CTR	 PIC 9(5)  VALUE ZERO.
		  	  05  C-CAPPED-CTR	 PIC 9(5)  VALUE ZERO.
		  	  05  REVERSE-TOTAL	 PIC 9(9)V99 VALUE ZERO.

	   	   01 FILE-STATUSES.
		  	  05  BAL-STATUS		 PIC XX	   VALUE ZERO.
		  	  05  LG-STATUS		 PIC XX	   VALUE ZERO.
		  	  05  BDATE-STATUS	 PIC XX	   VALUE ZERO.

	   	   01 BUS-DATE-AREA.
		  	  05  BUS-DATE		 PIC 9(8)  VALUE ZERO.
		  	  05  BUS-CYCLE		 PIC 9(5)  VALUE ZERO.
		  	  05  BUS-STATE		 PIC X	   VALUE SPACE.
			   88 BUS-OPEN		 VALUE 'O'.
		  	  05  FILLER			 PIC X(22) VALUE SPACES.

	   	   01 CURRENT-DATE-AND-TIME.
		  	  05  RUN-DATE			 PIC 9(8).
		  	  05  RUN-TIME			 PIC X(6).
		  	  05  FILLER			 PIC X(7).

	   	   01 LEDGER-WORK.
		  	  05  AWARD-PERIOD	 PIC X(6)  VALUE SPACES.
		  	  05  AWARD-YEAR		 PIC X(4)  VALUE SPACES.
		  	  05  ANNUAL-CAP		 PIC 9(7)V99 VALUE ZERO.
		  	  05  MORE-LEDGER-RECS	 PIC XXX   VALUE 'YES'.
		  	  05  PERIOD-TIER		 PIC 9	   VALUE ZERO.
		  	  05  PERIOD-NET		 PIC S9(7)V99 VALUE ZERO.
		  	  05  YEAR-NET		 PIC S9(7)V99 VALUE ZERO.
		  	  05  LAST-SEQ		 PIC 99	   VALUE ZERO.
		  	  05  DIFF-AMOUNT		 PIC S9(7)V99 VALUE ZERO.
		  	  05  CAP-ROOM		 PIC S9(7)V99 VALUE ZERO.
		  	  05  DUE-AMOUNT		 PIC 9(7)V99 VALUE ZERO.
		  	  05  REVERSE-AMOUNT	 PIC 9(7)V99 VALUE ZERO.
		  	  05  NEW-ENTRY-TYPE	 PIC X	   VALUE SPACE.
		  	  05  NEW-ENTRY-STATUS	 PIC X	   VALUE SPACE.
		  	  05  PERIOD-OPEN		 PIC 9(7)V99 VALUE ZERO.
		  	  05  PERIOD-PAID		 PIC 9(7)V99 VALUE ZERO.
		  	  05  CANCEL-LEFT		 PIC S9(7)V99 VALUE ZERO.
		  	  05  REISSUE-AMOUNT	 PIC 9(7)V99 VALUE ZERO.

	   	   01 STATUS-SCOPE-SWITCHES.
		  	  05  STATUS-SCOPE-SW	 PIC X	   VALUE 'N'.
			   88 ALL-STATUSES		 VALUE 'Y'.
		  	  05  FILLER			PIC X(36)  VALUE 'HONOR TIER'.
		  	  05  FILLER			PIC X(2)   VALUE SPACES.
		  	  05  FILLER			PIC X(12)  VALUE 'AWARD'.
		  	  05  FILLER			PIC X(12)  VALUE 'LEDGER'.

	   	   01 AWD-DETAIL-LINE.
		  	  05  O-A-ID			PIC X(7).
		  	  05  O-A-TIER			PIC X(36).
		  	  05  FILLER			PIC X(2)   VALUE SPACES.
		  	  05  O-A-AWARD			PIC $ZZZ,ZZ9.99.
		  	  05  FILLER			PIC X(1)   VALUE SPACES.
		  	  05  O-A-LEDGER		PIC X(12).

	   	   01 AWD-SECTION-LINE.
		  	  05  O-SECTION			PIC X(40).
		  	  05  O-INACT-CTR		PIC ZZZZ9.
		  	  05  FILLER			PIC X(17)  VALUE SPACES.

	   	   01 AWD-LEDGER-TOTAL-LINE.
		  	  05  FILLER			PIC X(11)  VALUE 'ON LEDGER: '.
		  	  05  O-ONLEDGER-CTR	PIC ZZZZ9.
		  	  05  FILLER			PIC X(3)   VALUE SPACES.
		  	  05  FILLER			PIC X(8)   VALUE 'ADJUST: '.
		  	  05  O-ADJUST-CTR		PIC ZZZZ9.
		  	  05  FILLER			PIC X(3)   VALUE SPACES.
		  	  05  FILLER			PIC X(8)   VALUE 'CAPPED: '.
		  	  05  O-CAPPED-CTR		PIC ZZZZ9.
		  	  05  FILLER			PIC X(3)   VALUE SPACES.
		  	  05  FILLER			PIC X(10)  VALUE 'REVERSED: '.
		  	  05  O-REVERSE-CTR		PIC ZZZZ9.
		  	  05  FILLER			PIC X(2)   VALUE SPACES.
		  	  05  O-REVERSE-TOTAL	PIC $$$,$$$,$$9.99.
		  	  05  FILLER			PIC X(4)   VALUE SPACES.
		  	  05  FILLER			PIC X(8)   VALUE 'PERIOD: '.
		  	  05  O-PERIOD			PIC X(6).

	   PROCEDURE DIVISION.
	   0000-MAIN.
		   PERFORM 1000-INIT.
		   STOP RUN.

	   1000-INIT.
		   PERFORM 1010-GET-BUSINESS-DATE.
		   OPEN OUTPUT AWARD-RPT.
		   WRITE AWD-PRTLINE FROM AWD-TITLE-LINE
			 AFTER ADVANCING 1 LINE.
			   UNTIL MORE-RATE-RECS = 'NO'.
		   CLOSE RATE-FILE.

		   PERFORM 1500-READ-AWARD-PARM.
		   OPEN I-O AWARD-LEDGER.
		   IF LG-STATUS = '35'
			   OPEN OUTPUT AWARD-LEDGER
			   CLOSE AWARD-LEDGER
			   OPEN I-O AWARD-LEDGER
		   END-IF.
		   IF LG-STATUS NOT = '00'
			   DISPLAY 'COBCLK09 - CANNOT OPEN PAINAWLG.DAT, STATUS '
				   LG-STATUS
			   CLOSE AWARD-RPT
			   MOVE 16 TO RETURN-CODE
			   STOP RUN
		   END-IF.
		   OPEN OUTPUT DISB-EXT.
		   OPEN INPUT PAINT-EST.
		   PERFORM 9000-READ-MASTER.

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
			   DISPLAY 'COBCLK09 - NO BUSINESS DATE ON PAINBDTE.DAT,'
				   ' RUN REFUSED'
			   MOVE 12 TO RETURN-CODE
			   STOP RUN
		   END-IF.
		   IF NOT BUS-OPEN
			   DISPLAY 'COBCLK09 - BUSINESS DATE ' BUS-DATE ' CYCLE '
				   BUS-CYCLE ' IS CLOSED, RUN REFUSED'
			   MOVE 12 TO RETURN-CODE
			   STOP RUN
		   END-IF.
		   MOVE BUS-DATE TO RUN-DATE.
		   DISPLAY 'COBCLK09 - BUSINESS DATE ' BUS-DATE ' CYCLE '
			   BUS-CYCLE.

	   1100-LOAD-RATE.
		   READ RATE-FILE INTO RT-REC
			   AT END
	   1410-LOAD-DEPT-REC-EXIT.
		   EXIT.

	   1500-READ-AWARD-PARM.
		   MOVE RUN-DATE (1:6) TO AWARD-PERIOD.
		   MOVE RUN-DATE (1:4) TO AWARD-YEAR.
		   OPEN INPUT AWARD-PARM.
		   READ AWARD-PARM
			   AT END
				   MOVE SPACES TO AP-REC
		   END-READ.
		   CLOSE AWARD-PARM.
		   IF AP-PERIOD NOT = SPACES
			   MOVE AP-PERIOD TO AWARD-PERIOD
		   END-IF.
		   IF AP-YEAR NOT = SPACES
			   MOVE AP-YEAR TO AWARD-YEAR
		   END-IF.
		   IF AP-ANNUAL-CAP NUMERIC
			   MOVE AP-ANNUAL-CAP TO ANNUAL-CAP
		   END-IF.

	   2000-MAINLINE.
		   IF ACTIVE-ONLY AND NOT STUDENT-ACTIVE
			   ADD 1 TO C-INACT-CTR
		   PERFORM 2120-SET-TIER.
		   IF CUR-TIER < 4
			   PERFORM 2200-AWARD-STUDENT
		   ELSE
			   PERFORM 2600-CHECK-DROPPED
		   END-IF.
		   PERFORM 9000-READ-MASTER.
	   2000-MAINLINE-EXIT.
		   MOVE I-DEPT TO O-A-DEPT.
		   MOVE I-GPA TO O-A-GPA.
		   PERFORM 2270-SET-TIER-TEXT.
		   MOVE SPACES TO O-A-LEDGER.
		   IF RATE-FOUND
			   PERFORM 2500-CHECK-LEDGER THRU 2500-CHECK-LEDGER-EXIT
		   END-IF.
		   EVALUATE TRUE
			   WHEN RATE-NOT-FOUND
				   ADD 1 TO C-NORATE-CTR
				   MOVE ZERO TO O-A-AWARD
				   MOVE '*** NO RATE ON PAINRATE.DAT ***' TO O-A-TIER
				   WRITE AWD-PRTLINE FROM AWD-DETAIL-LINE
					 AFTER ADVANCING 1 LINE
			   WHEN DUE-AMOUNT = ZERO
				   MOVE REVERSE-AMOUNT TO O-A-AWARD
				   WRITE AWD-PRTLINE FROM AWD-DETAIL-LINE
					 AFTER ADVANCING 1 LINE
			   WHEN OTHER
				   MOVE DUE-AMOUNT TO CUR-AWARD
				   ADD 1 TO C-AWARD-CTR
				   ADD CUR-AWARD TO AWARD-TOTAL
				   MOVE CUR-AWARD TO O-A-AWARD
				   WRITE AWD-PRTLINE FROM AWD-DETAIL-LINE
					 AFTER ADVANCING 1 LINE
				   PERFORM 2300-ACCUM-TOTALS
				   PERFORM 2400-WRITE-EXTRACT
		   END-EVALUATE.

	   2250-FIND-RATE.
		   SET RATE-NOT-FOUND TO TRUE.
		   MOVE CUR-AWARD TO D-AWARD.
		   WRITE D-REC.

	   2500-CHECK-LEDGER.
		   MOVE ZERO TO DUE-AMOUNT.
		   MOVE ZERO TO REVERSE-AMOUNT.
		   PERFORM 2550-SCAN-LEDGER.
		   IF PERIOD-TIER = CUR-TIER
			   ADD 1 TO C-ONLEDGER-CTR
			   MOVE 'ON LEDGER' TO O-A-LEDGER
			   GO TO 2500-CHECK-LEDGER-EXIT.
		   IF PERIOD-TIER = ZERO
			   MOVE 'A' TO NEW-ENTRY-TYPE
			   MOVE 'NEW AWARD' TO O-A-LEDGER
			   COMPUTE DIFF-AMOUNT = CUR-AWARD
		   ELSE
			   MOVE 'J' TO NEW-ENTRY-TYPE
			   MOVE 'ADJUSTMENT' TO O-A-LEDGER
			   COMPUTE DIFF-AMOUNT = CUR-AWARD - PERIOD-NET
		   END-IF.
		   IF DIFF-AMOUNT < ZERO
			   COMPUTE REVERSE-AMOUNT = ZERO - DIFF-AMOUNT
			   MOVE 'R' TO NEW-ENTRY-TYPE
			   MOVE 'N' TO NEW-ENTRY-STATUS
			   MOVE 'REVERSAL' TO O-A-LEDGER
			   PERFORM 2570-CANCEL-OPEN THRU 2570-CANCEL-OPEN-EXIT
			   ADD 1 TO C-REVERSE-CTR
			   ADD REVERSE-AMOUNT TO REVERSE-TOTAL
			   PERFORM 2560-WRITE-LEDGER
			   IF REISSUE-AMOUNT > ZERO
				   PERFORM 2580-REISSUE-OPEN
			   END-IF
			   GO TO 2500-CHECK-LEDGER-EXIT.
		   IF DIFF-AMOUNT = ZERO
			   MOVE 'N' TO NEW-ENTRY-STATUS
			   MOVE 'TIER CHANGE' TO O-A-LEDGER
			   PERFORM 2560-WRITE-LEDGER
			   GO TO 2500-CHECK-LEDGER-EXIT.
		   IF ANNUAL-CAP > ZERO
			   COMPUTE CAP-ROOM = ANNUAL-CAP - YEAR-NET
			   IF CAP-ROOM NOT > ZERO
				   ADD 1 TO C-CAPPED-CTR
				   MOVE 'CAP REACHED' TO O-A-LEDGER
				   GO TO 2500-CHECK-LEDGER-EXIT
			   END-IF
			   IF DIFF-AMOUNT > CAP-ROOM
				   MOVE CAP-ROOM TO DIFF-AMOUNT
				   ADD 1 TO C-CAPPED-CTR
				   MOVE 'CAPPED' TO O-A-LEDGER
			   END-IF
		   END-IF.
		   IF NEW-ENTRY-TYPE = 'J'
			   ADD 1 TO C-ADJUST-CTR
		   END-IF.
		   MOVE DIFF-AMOUNT TO DUE-AMOUNT.
		   MOVE 'O' TO NEW-ENTRY-STATUS.
		   PERFORM 2560-WRITE-LEDGER.
	   2500-CHECK-LEDGER-EXIT.
		   EXIT.

	   2550-SCAN-LEDGER.
		   MOVE ZERO TO PERIOD-TIER.
		   MOVE ZERO TO PERIOD-NET.
		   MOVE ZERO TO YEAR-NET.
		   MOVE ZERO TO LAST-SEQ.
		   MOVE ZERO TO PERIOD-OPEN.
		   MOVE ZERO TO PERIOD-PAID.
		   MOVE 'YES' TO MORE-LEDGER-RECS.
		   MOVE I-ID TO AL-ID.
		   MOVE LOW-VALUES TO AL-SUBKEY.
		   START AWARD-LEDGER KEY IS NOT LESS THAN AL-KEY
			   INVALID KEY
				   MOVE 'NO' TO MORE-LEDGER-RECS
		   END-START.
		   IF MORE-LEDGER-RECS = 'YES'
			   PERFORM 9300-READ-LEDGER
		   END-IF.
		   PERFORM 2555-ADD-LEDGER-ENTRY
			   UNTIL MORE-LEDGER-RECS = 'NO'
				   OR AL-ID NOT = I-ID.

	   2555-ADD-LEDGER-ENTRY.
		   IF AL-YEAR = AWARD-YEAR
			   IF AL-REVERSAL
				   SUBTRACT AL-AMOUNT FROM YEAR-NET
			   ELSE
				   ADD AL-AMOUNT TO YEAR-NET
			   END-IF
		   END-IF.
		   IF AL-PERIOD = AWARD-PERIOD
			   IF AL-REVERSAL
				   SUBTRACT AL-AMOUNT FROM PERIOD-NET
			   ELSE
				   ADD AL-AMOUNT TO PERIOD-NET
				   IF AL-OPEN
					   ADD AL-AMOUNT TO PERIOD-OPEN
				   END-IF
				   IF AL-PAID
					   ADD AL-AMOUNT TO PERIOD-PAID
				   END-IF
			   END-IF
			   MOVE AL-TIER TO PERIOD-TIER
			   MOVE AL-SEQ TO LAST-SEQ
		   END-IF.
		   PERFORM 9300-READ-LEDGER.

	   2560-WRITE-LEDGER.
		   IF LAST-SEQ NOT < 99
			   DISPLAY 'COBCLK09 - LEDGER FULL FOR ' I-ID ' PERIOD '
				   AWARD-PERIOD
			   MOVE ZERO TO DUE-AMOUNT
			   MOVE 'LEDGER FULL' TO O-A-LEDGER
		   ELSE
			   MOVE SPACES TO AL-REC
			   MOVE I-ID TO AL-ID
			   MOVE AWARD-PERIOD TO AL-PERIOD
			   COMPUTE AL-SEQ = LAST-SEQ + 1
			   MOVE NEW-ENTRY-TYPE TO AL-ENTRY-TYPE
			   MOVE AWARD-YEAR TO AL-YEAR
			   MOVE CUR-TIER TO AL-TIER
			   IF AL-REVERSAL
				   MOVE REVERSE-AMOUNT TO AL-AMOUNT
			   ELSE
				   MOVE DIFF-AMOUNT TO AL-AMOUNT
			   END-IF
			   MOVE RUN-DATE TO AL-ENTRY-DATE
			   MOVE NEW-ENTRY-STATUS TO AL-STATUS
			   MOVE ZERO TO AL-PAID-DATE
			   MOVE ZERO TO AL-PAID-AMT
			   WRITE AL-REC
				   INVALID KEY
					   DISPLAY 'COBCLK09 - PAINAWLG.DAT WRITE FAILED '
						   I-ID
					   MOVE ZERO TO DUE-AMOUNT
			   END-WRITE
		   END-IF.

	   2570-CANCEL-OPEN.
		   MOVE ZERO TO REISSUE-AMOUNT.
		   COMPUTE CANCEL-LEFT = PERIOD-OPEN + PERIOD-PAID
			   - (PERIOD-NET - REVERSE-AMOUNT).
		   IF CANCEL-LEFT NOT > ZERO OR PERIOD-OPEN = ZERO
			   GO TO 2570-CANCEL-OPEN-EXIT.
		   IF LAST-SEQ NOT < 98
			   GO TO 2570-CANCEL-OPEN-EXIT.
		   MOVE 'YES' TO MORE-LEDGER-RECS.
		   MOVE I-ID TO AL-ID.
		   MOVE AWARD-PERIOD TO AL-PERIOD.
		   MOVE ZERO TO AL-SEQ.
		   START AWARD-LEDGER KEY IS NOT LESS THAN AL-KEY
			   INVALID KEY
				   MOVE 'NO' TO MORE-LEDGER-RECS
		   END-START.
		   IF MORE-LEDGER-RECS = 'YES'
			   PERFORM 9300-READ-LEDGER
		   END-IF.
		   PERFORM 2575-CANCEL-ENTRY
			   UNTIL MORE-LEDGER-RECS = 'NO'
				   OR AL-ID NOT = I-ID
				   OR AL-PERIOD NOT = AWARD-PERIOD
				   OR CANCEL-LEFT NOT > ZERO.
		   ADD REISSUE-AMOUNT TO REVERSE-AMOUNT.
	   2570-CANCEL-OPEN-EXIT.
		   EXIT.

	   2575-CANCEL-ENTRY.
		   IF AL-OPEN AND NOT AL-REVERSAL
			   IF AL-AMOUNT > CANCEL-LEFT
				   COMPUTE REISSUE-AMOUNT = AL-AMOUNT - CANCEL-LEFT
				   MOVE ZERO TO CANCEL-LEFT
			   ELSE
				   SUBTRACT AL-AMOUNT FROM CANCEL-LEFT
			   END-IF
			   SET AL-NOT-PAYABLE TO TRUE
			   REWRITE AL-REC
				   INVALID KEY
					   DISPLAY 'COBCLK09 - PAINAWLG.DAT REWRITE FAILED '
						   I-ID
			   END-REWRITE
		   END-IF.
		   PERFORM 9300-READ-LEDGER.

	   2580-REISSUE-OPEN.
		   ADD 1 TO LAST-SEQ.
		   MOVE 'J' TO NEW-ENTRY-TYPE.
		   MOVE 'O' TO NEW-ENTRY-STATUS.
		   MOVE REISSUE-AMOUNT TO DIFF-AMOUNT.
		   MOVE REISSUE-AMOUNT TO DUE-AMOUNT.
		   MOVE 'RE-ISSUED' TO O-A-LEDGER.
		   PERFORM 2560-WRITE-LEDGER.

	   2600-CHECK-DROPPED.
		   PERFORM 2550-SCAN-LEDGER.
		   IF PERIOD-TIER > ZERO AND PERIOD-TIER < 4
			   AND PERIOD-NET > ZERO
			   MOVE PERIOD-NET TO REVERSE-AMOUNT
			   MOVE 'R' TO NEW-ENTRY-TYPE
			   MOVE 'N' TO NEW-ENTRY-STATUS
			   PERFORM 2570-CANCEL-OPEN THRU 2570-CANCEL-OPEN-EXIT
			   ADD 1 TO C-REVERSE-CTR
			   ADD REVERSE-AMOUNT TO REVERSE-TOTAL
			   PERFORM 2560-WRITE-LEDGER
			   MOVE I-ID TO O-A-ID
			   MOVE I-LNAME TO O-A-LNAME
			   MOVE I-DEPT TO O-A-DEPT
			   MOVE I-GPA TO O-A-GPA
			   MOVE 'NO LONGER ON THE HONOR ROLL' TO O-A-TIER
			   MOVE REVERSE-AMOUNT TO O-A-AWARD
			   MOVE 'REVERSAL' TO O-A-LEDGER
			   WRITE AWD-PRTLINE FROM AWD-DETAIL-LINE
				 AFTER ADVANCING 1 LINE
		   END-IF.

	   3000-CLOSING.
		   MOVE 'PER-TIER TOTALS' TO O-SECTION.
		   WRITE AWD-PRTLINE FROM AWD-SECTION-LINE
		   MOVE AWARD-TOTAL TO O-AWARD-TOTAL.
		   WRITE AWD-PRTLINE FROM AWD-TOTAL-LINE
			 AFTER ADVANCING 2 LINES.
		   MOVE C-ONLEDGER-CTR TO O-ONLEDGER-CTR.
		   MOVE C-ADJUST-CTR TO O-ADJUST-CTR.
		   MOVE C-CAPPED-CTR TO O-CAPPED-CTR.
		   MOVE C-REVERSE-CTR TO O-REVERSE-CTR.
		   MOVE REVERSE-TOTAL TO O-REVERSE-TOTAL.
		   MOVE AWARD-PERIOD TO O-PERIOD.
		   WRITE AWD-PRTLINE FROM AWD-LEDGER-TOTAL-LINE
			 AFTER ADVANCING 1 LINE.

		   CLOSE AWARD-RPT.
		   CLOSE AWARD-LEDGER.
		   CLOSE DISB-EXT.
		   CLOSE PAINT-EST.
		   PERFORM 3300-WRITE-BAL-REC.
			   END-IF
		   END-IF.

	   9300-READ-LEDGER.
		   READ AWARD-LEDGER NEXT RECORD
			   AT END
				   MOVE 'NO' TO MORE-LEDGER-RECS
		   END-READ.

	   9000-READ-MASTER.
		   READ PAINT-EST INTO I-REC
			   AT END
