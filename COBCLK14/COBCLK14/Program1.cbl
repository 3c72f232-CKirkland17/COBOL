      **********************************************
      *  MODIFICATION HISTORY
      *  --------------------
      *  10/15/26  CK  POST EACH PAYMENT BACK TO THE COBCLK09 AWARD
      *                LEDGER (PAINAWLG.DAT) - CHECK NUMBER, PAID DATE
      *                AND PAID AMOUNT GO ON THE STUDENT'S OPEN ENTRY
      *                WHOSE AMOUNT EQUALS THE PAYMENT, OR FAILING
      *                THAT ON THE OLDEST OPEN ENTRY, WHICH IS THEN
      *                MARKED PAID. A PAYMENT WITH NO AWARD ON THIS
      *                EXTRACT POSTS ONLY TO AN OPEN ENTRY OF THE SAME
      *                AMOUNT (AN EARLIER PERIOD'S AWARD PAID LATE). A
      *                CHECK NUMBER ALREADY ON THE LEDGER IS NOT POSTED
      *                AGAIN, SO A RERUN IS HARMLESS. POSTED AND NOT-
      *                POSTED COUNTS PRINT WITH THE CONTROL TOTALS.
      *  09/02/26  CK  INITIAL VERSION - THE PAID FILE IS SORTED ON
      *                STUDENT ID FIRST (PAINDISB.DAT IS ALREADY IN
      *                KEY ORDER BECAUSE COBCLK09 READS THE MASTER
	   	   		ASSIGN TO "C:\School\COBOL\COBCLK14\PAINPSRT.DAT"
	   	   		ORGANIZATION IS LINE SEQUENTIAL.

	   	   	SELECT AWARD-LEDGER
	   	   		ASSIGN TO "C:\School\COBOL\COBCLK09\PAINAWLG.DAT"
	   	   		ORGANIZATION IS INDEXED
	   	   		ACCESS MODE IS DYNAMIC
	   	   		RECORD KEY IS AL-KEY
	   	   		FILE STATUS IS LG-STATUS.

	   	   	SELECT RECON-RPT
	   	   		ASSIGN TO "C:\School\COBOL\COBCLK14\PAINRECN.PRT"
	   	   		ORGANIZATION IS RECORD SEQUENTIAL.

	   01	SO-REC			PIC X(32).

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

	   FD RECON-RPT
		  LABEL RECORD IS OMITTED
		  RECORD CONTAINS 100 CHARACTERS
		  	  05  PAY-AMT-TOTAL	 PIC 9(9)V99 VALUE ZERO.
		  	  05  UNPAID-AMT		 PIC 9(9)V99 VALUE ZERO.
		  	  05  UNMATCH-AMT		 PIC 9(9)V99 VALUE ZERO.
		  	  05  C-POSTED-CTR	 PIC 9(5)  VALUE ZERO.
		  	  05  C-NOPOST-CTR	 PIC 9(5)  VALUE ZERO.

	   	   01 LEDGER-WORK.
		  	  05  LG-STATUS		 PIC XX	   VALUE ZERO.
		  	  05  MORE-LEDGER-RECS	 PIC XXX   VALUE 'YES'.
		  	  05  LEDGER-SW		 PIC X	   VALUE 'N'.
		  	   88 LEDGER-OPEN	 VALUE 'Y'.
		  	  05  EXACT-SW		 PIC X	   VALUE 'N'.
		  	   88 EXACT-AMOUNT-ONLY	 VALUE 'Y'.
		  	  05  ALREADY-SW		 PIC X	   VALUE 'N'.
		  	   88 CHECK-ALREADY-POSTED VALUE 'Y'.
		  	  05  EXACT-KEY		 PIC X(15) VALUE SPACES.
		  	  05  FIRST-OPEN-KEY	 PIC X(15) VALUE SPACES.
		  	  05  POST-KEY		 PIC X(15) VALUE SPACES.

	   	   01 AWD-SIDE.
		  	  05  A-ID			 PIC X(7).
		  	  05  FILLER			PIC X(19)
		  		   VALUE 'AMOUNT MISMATCHES: '.
		  	  05  O-MISMATCH-CTR	PIC ZZZZ9.
		  	  05  FILLER			PIC X(4)   VALUE SPACES.
		  	  05  FILLER			PIC X(15)  VALUE 'LEDGER POSTED: '.
		  	  05  O-POSTED-CTR		PIC ZZZZ9.
		  	  05  FILLER			PIC X(4)   VALUE SPACES.
		  	  05  FILLER			PIC X(12)  VALUE 'NOT POSTED: '.
		  	  05  O-NOPOST-CTR		PIC ZZZZ9.
		  	  05  FILLER			PIC X(8)   VALUE SPACES.

	   PROCEDURE DIVISION.
	   0000-MAIN.
			 ON ASCENDING KEY SD-ID
			 USING PAID-FILE
			 GIVING SORT-OUT.
		   OPEN I-O AWARD-LEDGER.
		   IF LG-STATUS = '00'
			 SET LEDGER-OPEN TO TRUE
		   ELSE
			 DISPLAY 'COBCLK14 - PAINAWLG.DAT NOT AVAILABLE, STATUS '
				LG-STATUS ' - PAYMENTS NOT POSTED'
		   END-IF.

	   2000-RUN-PASS.
		   WRITE RCN-PRTLINE FROM RCN-SECTION-LINE
					ADD M-PAID-AMT TO PAY-AMT-TOTAL
					ADD 1 TO C-UNMATCH-CTR
					ADD M-PAID-AMT TO UNMATCH-AMT
					MOVE 'Y' TO EXACT-SW
					PERFORM 2500-POST-LEDGER THRU 2500-POST-LEDGER-EXIT
				END-IF
				IF PASS-NO = 3
					PERFORM 2400-PRINT-UNMATCHED
						ADD 1 TO C-MISMATCH-CTR
						PERFORM 2200-PRINT-MISMATCH
					END-IF
					MOVE 'N' TO EXACT-SW
					PERFORM 2500-POST-LEDGER THRU 2500-POST-LEDGER-EXIT
				END-IF
				PERFORM 9100-READ-AWARD
				PERFORM 9200-READ-PAYMENT
		   WRITE RCN-PRTLINE FROM RCN-UNMATCH-LINE
			 AFTER ADVANCING 1 LINE.

	   2500-POST-LEDGER.
		   IF NOT LEDGER-OPEN
			 GO TO 2500-POST-LEDGER-EXIT.
		   MOVE SPACES TO EXACT-KEY.
		   MOVE SPACES TO FIRST-OPEN-KEY.
		   MOVE 'N' TO ALREADY-SW.
		   MOVE 'YES' TO MORE-LEDGER-RECS.
		   MOVE M-ID TO AL-ID.
		   MOVE LOW-VALUES TO AL-SUBKEY.
		   START AWARD-LEDGER KEY IS NOT LESS THAN AL-KEY
			 INVALID KEY
				MOVE 'NO' TO MORE-LEDGER-RECS
		   END-START.
		   IF MORE-LEDGER-RECS = 'YES'
			 PERFORM 9300-READ-LEDGER
		   END-IF.
		   PERFORM 2550-SCAN-ENTRY
			 UNTIL MORE-LEDGER-RECS = 'NO'
				OR AL-ID NOT = M-ID.
		   IF CHECK-ALREADY-POSTED
			 GO TO 2500-POST-LEDGER-EXIT.
		   MOVE EXACT-KEY TO POST-KEY.
		   IF POST-KEY = SPACES AND NOT EXACT-AMOUNT-ONLY
			 MOVE FIRST-OPEN-KEY TO POST-KEY
		   END-IF.
		   IF POST-KEY = SPACES
			 ADD 1 TO C-NOPOST-CTR
			 GO TO 2500-POST-LEDGER-EXIT.
		   MOVE POST-KEY TO AL-KEY.
		   READ AWARD-LEDGER
			 INVALID KEY
				ADD 1 TO C-NOPOST-CTR
				GO TO 2500-POST-LEDGER-EXIT
		   END-READ.
		   MOVE M-CHECK-NO TO AL-CHECK-NO.
		   MOVE M-PAY-DATE TO AL-PAID-DATE.
		   MOVE M-PAID-AMT TO AL-PAID-AMT.
		   SET AL-PAID TO TRUE.
		   REWRITE AL-REC
			 INVALID KEY
				ADD 1 TO C-NOPOST-CTR
			 NOT INVALID KEY
				ADD 1 TO C-POSTED-CTR
		   END-REWRITE.
	   2500-POST-LEDGER-EXIT.
		   EXIT.

	   2550-SCAN-ENTRY.
		   IF AL-CHECK-NO = M-CHECK-NO AND AL-CHECK-NO NOT = SPACES
			 SET CHECK-ALREADY-POSTED TO TRUE
		   END-IF.
		   IF AL-OPEN AND NOT AL-REVERSAL
			 IF FIRST-OPEN-KEY = SPACES
				MOVE AL-KEY TO FIRST-OPEN-KEY
			 END-IF
			 IF EXACT-KEY = SPACES AND AL-AMOUNT = M-PAID-AMT
				MOVE AL-KEY TO EXACT-KEY
			 END-IF
		   END-IF.
		   PERFORM 9300-READ-LEDGER.

	   3000-CLOSING.
		   MOVE C-AWD-CTR TO O-AWD-CTR.
		   MOVE AWD-AMT-TOTAL TO O-AWD-AMT.
			 AFTER ADVANCING 1 LINE.
		   MOVE C-MATCH-CTR TO O-MATCH-CTR.
		   MOVE C-MISMATCH-CTR TO O-MISMATCH-CTR.
		   MOVE C-POSTED-CTR TO O-POSTED-CTR.
		   MOVE C-NOPOST-CTR TO O-NOPOST-CTR.
		   WRITE RCN-PRTLINE FROM RCN-MATCH-TOTAL-LINE
			 AFTER ADVANCING 1 LINE.
		   CLOSE RECON-RPT.
		   IF LEDGER-OPEN
			 CLOSE AWARD-LEDGER
		   END-IF.

	   9100-READ-AWARD.
		   READ DISB-EXT INTO AWD-SIDE
			 AT END
				MOVE HIGH-VALUES TO M-ID
		   END-READ.

	   9300-READ-LEDGER.
		   READ AWARD-LEDGER NEXT RECORD
			 AT END
				MOVE 'NO' TO MORE-LEDGER-RECS
		   END-READ.
