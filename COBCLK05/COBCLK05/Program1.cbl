      *                ALSO CLEAR THE 'INPROGRESS' INTERLOCK THAT RUN
      *                LEFT BEHIND OR COBCLK01 KEEPS REFUSING TO START
      *                AFTER THE MASTER IS ALREADY BACK.
      *  10/15/26  CK  OPERATOR SIGN-ON - A RESTORE OVERWRITES THE
      *                LIVE MASTER, SO THE OPERATOR NOW SIGNS ON AGAINST
      *                PAINOPER.DAT (MAINTAINED BY COBCLK27) BEFORE THE
      *                GENERATION PROMPT. RESTORE AUTHORITY 2 MAY PUT
      *                BACK GENERATION 1 (LAST NIGHT); GENERATIONS 2
      *                AND 3 NEED LEVEL 3. THE SIGN-ON, ANY REFUSAL AND
      *                THE START AND OUTCOME OF THE RESTORE ARE WRITTEN
      *                TO THE SHARED PAINALOG.DAT ACCESS LOG, AND THE
      *                OPERATOR ID HEADS PAINREST.PRT.
      *  10/15/26  CK  PAINOPER.DAT GROWS TO 43 BYTES - OP-LVL-BDATE,
      *                THE BUSINESS DATE AUTHORITY LEVEL COBCLK28
      *                CHECKS, IS ADDED ON THE END. IT IS NOT USED
      *                HERE; THE RECORD IS WIDENED TO MATCH THE FILE.

	   ENVIRONMENT DIVISION.
	   INPUT-OUTPUT SECTION.
	   	   		ASSIGN TO "C:\School\COBOL\COBCLK02\PAINLOCK.DAT"
	   	   		ORGANIZATION IS LINE SEQUENTIAL.

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

	   01	LOCK-REC.
	   	05	LOCK-STATE		PIC X(10).

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

	   WORKING-STORAGE SECTION.
	   	   01 WORK-AREA.
		  	  05  MORE-BK-RECS		 PIC XXX   VALUE 'YES'.

	   	   01 FILE-STATUSES.
		  	  05  EST-STATUS		 PIC XX	   VALUE ZERO.
		  	  05  OPER-STATUS		 PIC XX	   VALUE ZERO.
		  	  05  ALOG-STATUS		 PIC XX	   VALUE ZERO.

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
		  	  05  AE-PROGRAM		 PIC X(8)  VALUE 'COBCLK05'.
		  	  05  AE-OPERATOR		 PIC X(8).
		  	  05  AE-EVENT		 PIC X(8).
		  	  05  AE-DETAIL		 PIC X(50).

	   	   01 LOG-STAMP.
		  	  05  LOG-DATE		 PIC 9(8).
		  	  05  LOG-TIME		 PIC X(6).
		  	  05  FILLER			 PIC X(7).

	   	   01 RST-TITLE-LINE.
		  	  05  FILLER			PIC X(33)
		  		   VALUE 'PAINTEST.DAT RESTORE - GENERATION'.
		  	  05  FILLER			PIC X	   VALUE SPACE.
		  	  05  O-RST-GEN			PIC 9.
		  	  05  FILLER			PIC X(4)   VALUE SPACES.
		  	  05  FILLER			PIC X(10)  VALUE 'OPERATOR: '.
		  	  05  O-RST-OPER		PIC X(8).
		  	  05  FILLER			PIC X(23)  VALUE SPACES.

	   	   01 RST-REJECT-LINE.
		  	  05  FILLER			PIC X(17)  VALUE 'REJECTED - KEY '.

	   1000-INIT.
		   DISPLAY 'COBCLK05 - PAINTEST.DAT RESTORE'.
		   PERFORM 1050-SIGN-ON.
		   DISPLAY 'ENTER BACKUP GENERATION TO RESTORE (1-3):'.
		   ACCEPT RST-GEN.
		   IF RST-GEN NOT NUMERIC OR RST-GEN < 1 OR RST-GEN > 3
			   DISPLAY 'COBCLK05 - GENERATION MUST BE 1-3, RUN ENDED'
			   STOP RUN
		   END-IF.
		   IF OPER-LEVEL < 2 OR (RST-GEN > 1 AND OPER-LEVEL < 3)
			   DISPLAY 'COBCLK05 - GENERATION ' RST-GEN
				   ' NEEDS A HIGHER RESTORE AUTHORITY, RUN ENDED'
			   MOVE 'REFUSED' TO AE-EVENT
			   MOVE SPACES TO AE-DETAIL
			   STRING 'RESTORE OF GENERATION ' RST-GEN
				   ' AT AUTHORITY LEVEL ' OPER-LEVEL
					   DELIMITED BY SIZE INTO AE-DETAIL
			   PERFORM 8000-WRITE-ACCESS-LOG
			   MOVE 12 TO RETURN-CODE
			   STOP RUN
		   END-IF.
		   MOVE 'RESTORE' TO AE-EVENT.
		   MOVE SPACES TO AE-DETAIL.
		   STRING 'GENERATION ' RST-GEN ' OVER PAINTEST.DAT STARTED'
			   DELIMITED BY SIZE INTO AE-DETAIL.
		   PERFORM 8000-WRITE-ACCESS-LOG.

		   OPEN OUTPUT REST-RPT.
		   MOVE RST-GEN TO O-RST-GEN.
		   MOVE SIGN-ID TO O-RST-OPER.
		   WRITE RST-PRTLINE FROM RST-TITLE-LINE
			 AFTER ADVANCING 1 LINE.

		   END-IF.
		   PERFORM 9000-READ-BACKUP.

	   1050-SIGN-ON.
		   MOVE ZERO TO SIGN-TRIES.
		   PERFORM 1060-CHECK-SIGN-ON THRU 1060-CHECK-SIGN-ON-EXIT
			   UNTIL SIGNED-ON OR SIGN-TRIES NOT < 3.
		   IF NOT-SIGNED-ON
			   DISPLAY 'COBCLK05 - NOT SIGNED ON, RUN ENDED'
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
			   DISPLAY 'COBCLK05 - CANNOT OPEN PAINOPER.DAT, STATUS '
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
			   DISPLAY 'COBCLK05 - OPERATOR ID OR PASSWORD NOT VALID'
			   MOVE 'SIGNFAIL' TO AE-EVENT
			   MOVE 'OPERATOR ID OR PASSWORD NOT VALID' TO AE-DETAIL
			   PERFORM 8000-WRITE-ACCESS-LOG
			   GO TO 1060-CHECK-SIGN-ON-EXIT
		   END-IF.
		   IF OPER-ACTIVE NOT = 'A'
			   DISPLAY 'COBCLK05 - OPERATOR ' SIGN-ID ' IS INACTIVE'
			   MOVE 'SIGNFAIL' TO AE-EVENT
			   MOVE 'OPERATOR INACTIVE' TO AE-DETAIL
			   PERFORM 8000-WRITE-ACCESS-LOG
			   GO TO 1060-CHECK-SIGN-ON-EXIT
		   END-IF.
		   IF OPER-LEVEL = ZERO
			   DISPLAY 'COBCLK05 - NO MASTER RESTORE AUTHORITY'
			   MOVE 'REFUSED' TO AE-EVENT
			   MOVE 'NO MASTER RESTORE AUTHORITY' TO AE-DETAIL
			   PERFORM 8000-WRITE-ACCESS-LOG
			   GO TO 1060-CHECK-SIGN-ON-EXIT
		   END-IF.
		   SET SIGNED-ON TO TRUE.
		   MOVE 'SIGNON' TO AE-EVENT.
		   MOVE SPACES TO AE-DETAIL.
		   STRING 'MASTER RESTORE AUTHORITY LEVEL ' OPER-LEVEL
			   DELIMITED BY SIZE INTO AE-DETAIL.
		   PERFORM 8000-WRITE-ACCESS-LOG.
		   DISPLAY 'SIGNED ON - MASTER RESTORE AUTHORITY LEVEL '
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
		   IF OP-LVL-RESTORE NUMERIC
			   MOVE OP-LVL-RESTORE TO OPER-LEVEL
		   END-IF.
	   1070-FIND-OPERATOR-EXIT.
		   EXIT.

	   2000-MAINLINE.
		   IF BK-ID = 'TRAILER'
			   SET TRAILER-LOADED TO TRUE
			   MOVE 'COMPLETE' TO LOCK-STATE
			   PERFORM 3300-WRITE-LOCK
		   END-IF.
		   PERFORM 3400-LOG-RESTORE.

	   3300-WRITE-LOCK.
		   OPEN OUTPUT LOCK-FILE.
		   WRITE LOCK-REC.
		   CLOSE LOCK-FILE.

	   3400-LOG-RESTORE.
		   MOVE 'RESTEND' TO AE-EVENT.
		   MOVE SPACES TO AE-DETAIL.
		   IF RUN-OK
			   STRING 'GENERATION ' RST-GEN ' RESTORED ' C-REST-CTR
				   ' REJECTED ' C-REJECT-CTR
					   DELIMITED BY SIZE INTO AE-DETAIL
		   ELSE
			   STRING 'GENERATION ' RST-GEN
				   ' FAILED - MASTER NOT CREATED'
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

	   9000-READ-BACKUP.
		   EVALUATE RST-GEN
			   WHEN 1
