      **********************************************
      *  MODIFICATION HISTORY
      *  --------------------
      *  10/15/26  CK  PAINOPER.DAT GROWS TO 43 BYTES - OP-LVL-BDATE,
      *                THE BUSINESS DATE AUTHORITY LEVEL COBCLK28
      *                CHECKS, IS ADDED ON THE END. IT IS NOT USED
      *                HERE; THE RECORD IS WIDENED TO MATCH THE FILE.
      *  10/15/26  CK  THE PROCESSING DATE NOW COMES FROM THE BUSINESS
      *                DATE CONTROL RECORD (PAINBDTE.DAT, KEPT BY
      *                COBCLK28) INSTEAD OF THE CLOCK, SO A RUN PAST
      *                MIDNIGHT OR A NEXT-MORNING RERUN CARRIES THE
      *                CYCLE'S DATE. NO CONTROL RECORD, OR A CLOSED
      *                CYCLE, REFUSES THE RUN (RC 12).
      *  10/15/26  CK  OPERATOR SIGN-ON - THE SUPERVISOR SIGNS ON
      *                AGAINST PAINOPER.DAT (MAINTAINED BY COBCLK27)
      *                BEFORE ANYTHING IS SHOWN. THE SUSPENSE RELEASE
      *                AUTHORITY LEVEL LIMITS THE ANSWERS - 1 MAY ONLY
      *                SKIP, 2 MAY ALSO REJECT, 3 MAY ALSO RELEASE. THE
      *                SIGNED-ON ID RIDES ON EVERY RELEASED 'R' AS
      *                T-APPROVER (THE STATUS COLUMNS A 'C' NEVER
      *                USES) AND HEADS PAINSAPR.PRT. SIGN-ONS,
      *                REFUSALS, RELEASES AND REJECTS ARE WRITTEN TO
      *                THE SHARED PAINALOG.DAT ACCESS LOG.
      *  09/02/26  CK  REVIEW FIX - WHEN MORE THAN 200 TRANSACTIONS
      *                ARE SUSPENDED, THE UNREVIEWED TAIL IS NOW
      *                COPIED THROUGH TO THE REWRITTEN SUSPENSE FILE
	   	   		ASSIGN TO "C:\School\COBOL\COBCLK16\PAINSAPR.PRT"
	   	   		ORGANIZATION IS RECORD SEQUENTIAL.

	   	   	SELECT OPER-FILE
	   	   		ASSIGN TO "C:\School\COBOL\COBCLK27\PAINOPER.DAT"
	   	   		ORGANIZATION IS LINE SEQUENTIAL
	   	   		FILE STATUS IS OPER-STATUS.

	   	   	SELECT ACCESS-LOG
	   	   		ASSIGN TO "C:\School\COBOL\COBCLK27\PAINALOG.DAT"
	   	   		ORGANIZATION IS LINE SEQUENTIAL
	   	   		FILE STATUS IS ALOG-STATUS.

	   	   	SELECT BDATE-FILE
	   	   		ASSIGN TO "C:\School\COBOL\COBCLK28\PAINBDTE.DAT"
	   	   		ORGANIZATION IS LINE SEQUENTIAL
	   	   		FILE STATUS IS BDATE-STATUS.

	   DATA DIVISION.
	   FILE SECTION.


	   01 APR-PRTLINE			 PIC X(100).

	    FD	OPER-FILE
	   	LABEL RECORD IS STANDARD
	   	DATA RECORD IS OP-REC
	   	RECORD CONTAINS 43 CHARACTERS.

	   01	OP-REC.
	   	05	OP-ID			PIC X(8).
	   	05	OP-PASSWORD		PIC X(8).
	   	05	OP-NAME			PIC X(20).
	   	05	OP-ACTIVE		PIC X.
	   	05	OP-LVL-INQUIRY	PIC 9.
	   	05	OP-LVL-DEPT		PIC 9.
	   	05	OP-LVL-RELEASE	PIC 9.
	   	05	OP-LVL-RESTORE	PIC 9.
	   	05	OP-LVL-OPER		PIC 9.
	   	05	OP-LVL-BDATE	PIC 9.

	    FD	ACCESS-LOG
	   	LABEL RECORD IS STANDARD
	   	DATA RECORD IS AC-REC
	   	RECORD CONTAINS 88 CHARACTERS.

	   01	AC-REC			PIC X(88).

	    FD	BDATE-FILE
	   	LABEL RECORD IS STANDARD
	   	DATA RECORD IS BD-REC
	   	RECORD CONTAINS 36 CHARACTERS.

	   01	BD-REC			PIC X(36).

	   WORKING-STORAGE SECTION.
	   	   01 WORK-AREA.
		  	  05  MORE-SUSP-RECS	 PIC XXX   VALUE 'YES'.
		  		  10  T-DEPT		PIC X(4).
		  		  10  T-STATUS		PIC X.
		  		  10  T-STATUS-DATE	PIC 9(8).
		  	  05  T-RLS-REC REDEFINES T-REC.
		  		  10  FILLER			PIC X(54).
		  		  10  T-APPROVER		PIC X(8).
		  		  10  FILLER			PIC X.

	   	   01 BATCH-AREA.
		  	  05  LAST-BATCH-NO	 PIC 9(4)  VALUE ZERO.

	   	   01 FILE-STATUSES.
		  	  05  EST-STATUS		 PIC XX	   VALUE ZERO.
		  	  05  OPER-STATUS		 PIC XX	   VALUE ZERO.
		  	  05  ALOG-STATUS		 PIC XX	   VALUE ZERO.
		  	  05  BDATE-STATUS	 PIC XX	   VALUE ZERO.

	   	   01 MATCH-SWITCHES.
		  	  05  FOUND-SW		 PIC X	   VALUE 'N'.
			   88 ANS-SKIP		 VALUE 'S'.
			   88 ANS-QUIT		 VALUE 'Q'.

	   	   01 SIGN-ON-AREA.
		  	  05  SIGN-ID			 PIC X(8)  VALUE SPACES.
		  	  05  SIGN-PASSWORD	 PIC X(8)  VALUE SPACES.
		  	  05  SIGN-TRIES		 PIC 9	   VALUE ZERO.
		  	  05  OPER-PASSWORD	 PIC X(8)  VALUE SPACES.
		  	  05  OPER-ACTIVE		 PIC X	   VALUE SPACE.
		  	  05  OPER-LEVEL		 PIC 9	   VALUE ZERO.
		  	  05  MORE-OPER-RECS	 PIC XXX   VALUE 'YES'.
		  	  05  SIGN-SW			 PIC X	   VALUE 'N'.
			   88 SIGNED-ON		 VALUE 'Y'.
			   88 NOT-SIGNED-ON	 VALUE 'N'.
		  	  05  OPER-SW			 PIC X	   VALUE 'N'.
			   88 OPER-FOUND		 VALUE 'Y'.
			   88 OPER-NOT-FOUND	 VALUE 'N'.

	   	   01 ACCESS-ENTRY.
		  	  05  AE-DATE			 PIC 9(8).
		  	  05  AE-TIME			 PIC X(6).
		  	  05  AE-PROGRAM		 PIC X(8)  VALUE 'COBCLK16'.
		  	  05  AE-OPERATOR		 PIC X(8).
		  	  05  AE-EVENT		 PIC X(8).
		  	  05  AE-DETAIL		 PIC X(50).

	   	   01 LOG-STAMP.
		  	  05  LOG-DATE		 PIC 9(8).
		  	  05  LOG-TIME		 PIC X(6).
		  	  05  FILLER			 PIC X(7).

	   	   01 BUS-DATE-AREA.
		  	  05  BUS-DATE		 PIC 9(8)  VALUE ZERO.
		  	  05  BUS-CYCLE		 PIC 9(5)  VALUE ZERO.
		  	  05  BUS-STATE		 PIC X	   VALUE SPACE.
			   88 BUS-OPEN		 VALUE 'O'.
		  	  05  FILLER			 PIC X(22) VALUE SPACES.

	   	   01 CURRENT-DATE-AND-TIME.
		  	  05  RUN-DATE		 PIC 9(8).
		  	  05  FILLER		 PIC X(13).
	   	   01 APR-TITLE-LINE.
		  	  05  FILLER			PIC X(40)
		  		   VALUE 'SUSPENDED SALARY CHANGE APPROVALS'.
		  	  05  FILLER			PIC X(10)  VALUE 'APPROVER: '.
		  	  05  O-A-APPROVER		PIC X(8).
		  	  05  FILLER			PIC X(42)  VALUE SPACES.

	   	   01 APR-DETAIL-LINE.
		  	  05  O-A-ID			PIC X(7).
		   STOP RUN.

	   1000-INIT.
		   PERFORM 1010-GET-BUSINESS-DATE.
		   DISPLAY 'COBCLK16 - SUSPENSE APPROVAL SIGN-ON'.
		   PERFORM 1050-SIGN-ON.
		   OPEN INPUT PAINT-SUSP.
		   PERFORM 1100-LOAD-SUSP THRU 1100-LOAD-SUSP-EXIT
			 UNTIL MORE-SUSP-RECS = 'NO'.
		   END-IF.

		   OPEN OUTPUT APPR-RPT.
		   MOVE SIGN-ID TO O-A-APPROVER.
		   WRITE APR-PRTLINE FROM APR-TITLE-LINE
			 AFTER ADVANCING 1 LINE.
		   DISPLAY 'COBCLK16 - SUSPENSE APPROVAL'.
		   DISPLAY 'SUSPENDED TRANSACTIONS: ' SUSP-COUNT.

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
			 DISPLAY 'COBCLK16 - NO BUSINESS DATE ON PAINBDTE.DAT,'
				' RUN REFUSED'
			 MOVE 12 TO RETURN-CODE
			 STOP RUN
		   END-IF.
		   IF NOT BUS-OPEN
			 DISPLAY 'COBCLK16 - BUSINESS DATE ' BUS-DATE ' CYCLE '
				BUS-CYCLE ' IS CLOSED, RUN REFUSED'
			 MOVE 12 TO RETURN-CODE
			 STOP RUN
		   END-IF.
		   MOVE BUS-DATE TO RUN-DATE.
		   DISPLAY 'COBCLK16 - BUSINESS DATE ' BUS-DATE ' CYCLE '
			 BUS-CYCLE.

	   1050-SIGN-ON.
		   MOVE ZERO TO SIGN-TRIES.
		   PERFORM 1060-CHECK-SIGN-ON THRU 1060-CHECK-SIGN-ON-EXIT
			 UNTIL SIGNED-ON OR SIGN-TRIES NOT < 3.
		   IF NOT-SIGNED-ON
			 DISPLAY 'COBCLK16 - NOT SIGNED ON, RUN ENDED'
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
			 DISPLAY 'COBCLK16 - CANNOT OPEN PAINOPER.DAT, STATUS '
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
			 DISPLAY 'COBCLK16 - OPERATOR ID OR PASSWORD NOT VALID'
			 MOVE 'SIGNFAIL' TO AE-EVENT
			 MOVE 'OPERATOR ID OR PASSWORD NOT VALID' TO AE-DETAIL
			 PERFORM 8000-WRITE-ACCESS-LOG
			 GO TO 1060-CHECK-SIGN-ON-EXIT
		   END-IF.
		   IF OPER-ACTIVE NOT = 'A'
			 DISPLAY 'COBCLK16 - OPERATOR ' SIGN-ID ' IS INACTIVE'
			 MOVE 'SIGNFAIL' TO AE-EVENT
			 MOVE 'OPERATOR INACTIVE' TO AE-DETAIL
			 PERFORM 8000-WRITE-ACCESS-LOG
			 GO TO 1060-CHECK-SIGN-ON-EXIT
		   END-IF.
		   IF OPER-LEVEL = ZERO
			 DISPLAY 'COBCLK16 - NO SUSPENSE RELEASE AUTHORITY'
			 MOVE 'REFUSED' TO AE-EVENT
			 MOVE 'NO SUSPENSE RELEASE AUTHORITY' TO AE-DETAIL
			 PERFORM 8000-WRITE-ACCESS-LOG
			 GO TO 1060-CHECK-SIGN-ON-EXIT
		   END-IF.
		   SET SIGNED-ON TO TRUE.
		   MOVE 'SIGNON' TO AE-EVENT.
		   MOVE SPACES TO AE-DETAIL.
		   STRING 'SUSPENSE RELEASE AUTHORITY LEVEL ' OPER-LEVEL
			 DELIMITED BY SIZE INTO AE-DETAIL.
		   PERFORM 8000-WRITE-ACCESS-LOG.
		   DISPLAY 'SIGNED ON - SUSPENSE RELEASE AUTHORITY LEVEL '
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
		   IF OP-LVL-RELEASE NUMERIC
			 MOVE OP-LVL-RELEASE TO OPER-LEVEL
		   END-IF.
	   1070-FIND-OPERATOR-EXIT.
		   EXIT.

	   1100-LOAD-SUSP.
		   READ PAINT-SUSP INTO S-REC
			 AT END
				MOVE 'R' TO SP-ACTION (SP-IDX)
				ADD 1 TO C-RELEASE-CTR
				MOVE 'RELEASED' TO O-A-ACTION
				MOVE 'RELEASE' TO AE-EVENT
				PERFORM 2400-LOG-ACTION
			 WHEN ANS-REJECT
				MOVE 'J' TO SP-ACTION (SP-IDX)
				ADD 1 TO C-REJECT-CTR
				MOVE 'REJECTED' TO O-A-ACTION
				MOVE 'REJECT' TO AE-EVENT
				PERFORM 2400-LOG-ACTION
			 WHEN OTHER
				ADD 1 TO C-SKIP-CTR
				MOVE 'SKIPPED' TO O-A-ACTION
			 MOVE 'J' TO ANS-CODE.
		   IF ANS-CODE = 'q'
			 MOVE 'Q' TO ANS-CODE.
		   IF ANS-RELEASE AND OPER-LEVEL < 3
			 DISPLAY 'COBCLK16 - RELEASE NEEDS AUTHORITY LEVEL 3'
			 PERFORM 2350-LOG-REFUSAL
			 GO TO 2300-ASK-ACTION.
		   IF ANS-REJECT AND OPER-LEVEL < 2
			 DISPLAY 'COBCLK16 - REJECT NEEDS AUTHORITY LEVEL 2'
			 PERFORM 2350-LOG-REFUSAL
			 GO TO 2300-ASK-ACTION.
		   IF ANS-QUIT
			 SET QUIT-ASKED TO TRUE
		   END-IF.
	   2300-ASK-ACTION-EXIT.
		   EXIT.

	   2350-LOG-REFUSAL.
		   MOVE 'REFUSED' TO AE-EVENT.
		   MOVE SPACES TO AE-DETAIL.
		   STRING 'ANSWER ' ANS-CODE ' FOR ' T-ID
			 ' AT AUTHORITY LEVEL ' OPER-LEVEL
				DELIMITED BY SIZE INTO AE-DETAIL.
		   PERFORM 8000-WRITE-ACCESS-LOG.

	   2400-LOG-ACTION.
		   MOVE SPACES TO AE-DETAIL.
		   STRING T-ID ' SALARY ' CUR-SAL-ED ' TO ' NEW-SAL-ED
				DELIMITED BY SIZE INTO AE-DETAIL.
		   PERFORM 8000-WRITE-ACCESS-LOG.

	   3000-CLOSING.
		   IF C-RELEASE-CTR > ZERO
			 PERFORM 3100-WRITE-RELEASE-BATCH
			 DISPLAY 'STAGE PAINTRLS.DAT AS PAINTRAN.DAT AND'
			 DISPLAY 'RUN COBCLK02 TO APPLY THE RELEASES.'
		   END-IF.
		   MOVE 'SIGNOFF' TO AE-EVENT.
		   MOVE SPACES TO AE-DETAIL.
		   STRING 'RELEASED ' C-RELEASE-CTR ' REJECTED ' C-REJECT-CTR
			 ' LEFT ' C-SKIP-CTR
				DELIMITED BY SIZE INTO AE-DETAIL.
		   PERFORM 8000-WRITE-ACCESS-LOG.

	   3100-WRITE-RELEASE-BATCH.
		   PERFORM 3150-NEXT-BATCH-NO.
		   MOVE BATCH-NO TO BN-LAST.
		   WRITE BN-REC.
		   CLOSE BATCH-NUM-FILE.
		   MOVE 'RLSBATCH' TO AE-EVENT.
		   MOVE SPACES TO AE-DETAIL.
		   STRING 'BATCH ' BATCH-NO ' OF ' C-RELEASE-CTR
			 ' RELEASES WRITTEN TO PAINTRLS.DAT'
				DELIMITED BY SIZE INTO AE-DETAIL.
		   PERFORM 8000-WRITE-ACCESS-LOG.

	   3150-NEXT-BATCH-NO.
		   OPEN INPUT BATCH-NUM-FILE.
		   IF SP-ACTION (SP-IDX) = 'R'
			 MOVE SP-IMAGE (SP-IDX) TO T-REC
			 MOVE 'R' TO T-CODE
			 MOVE SIGN-ID TO T-APPROVER
			 ADD T-START-SALARY TO SALARY-HASH
			 WRITE RL-REC FROM T-REC
		   END-IF.
		   WRITE S-REC FROM ST-REC.
	   3450-COPY-BACK-REC-EXIT.
		   EXIT.

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
