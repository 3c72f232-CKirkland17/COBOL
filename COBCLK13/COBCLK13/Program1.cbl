      **********************************************
      *  MODIFICATION HISTORY
      *  --------------------
      *  10/15/26  CK  PAINOPER.DAT GROWS TO 43 BYTES - OP-LVL-BDATE,
      *                THE BUSINESS DATE AUTHORITY LEVEL COBCLK28
      *                CHECKS, IS ADDED ON THE END. IT IS NOT USED
      *                HERE; THE RECORD IS WIDENED TO MATCH THE FILE.
      *  10/15/26  CK  OPERATOR SIGN-ON - THE DIALOG NOW STARTS WITH A
      *                SIGN-ON AGAINST PAINOPER.DAT (MAINTAINED BY
      *                COBCLK27). THE DEPT MAINTENANCE AUTHORITY LEVEL
      *                GOVERNS THE ACTIONS - 1 MAY LIST, 2 MAY ALSO ADD
      *                AND RENAME, 3 MAY ALSO INACTIVATE AND
      *                REACTIVATE. SIGN-ONS, REFUSED ACTIONS, EVERY
      *                CHANGE AND THE END-OF-RUN REWRITE ARE WRITTEN TO
      *                THE SHARED PAINALOG.DAT ACCESS LOG.
      *  10/15/26  CK  PAINDEPT.DAT GROWS TO 39 BYTES - DP-SUCCESSOR
      *                HOLDS THE CODE A RETIRED DEPARTMENT WAS FOLDED
      *                INTO. IT IS SET ONLY BY THE COBCLK22
      *                CONSOLIDATION RUN; THIS DIALOG CARRIES IT
      *                THROUGH THE REWRITE, SHOWS IT ON THE LIST AND
      *                CLEARS IT WHEN A RETIRED CODE IS REACTIVATED.
      *  09/02/26  CK  INITIAL VERSION - CONSOLE DIALOG IN THE SAME
      *                STYLE AS THE COBCLK05 RESTORE PICKER. CODES
      *                ARE NEVER DELETED, ONLY MARKED INACTIVE, SO
	   	   		ASSIGN TO "C:\School\COBOL\COBCLK13\PAINDEPT.DAT"
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

	    FD	DEPT-FILE
	   	LABEL RECORD IS STANDARD
	   	DATA RECORD IS DP-REC
	   	RECORD CONTAINS 39 CHARACTERS.

	   01	DP-REC.
	   	05	DP-CODE			PIC X(4).
	   	05	DP-NAME			PIC X(30).
	   	05	DP-ACTIVE		PIC X.
	   	05	DP-SUCCESSOR	PIC X(4).

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
		  	  05  MORE-ACTIONS		 PIC XXX   VALUE 'YES'.
		  	  05  C-CHANGE-CTR		 PIC 9(3)  VALUE ZERO.

	   	   01 FILE-STATUSES.
		  	  05  OPER-STATUS		 PIC XX	   VALUE ZERO.
		  	  05  ALOG-STATUS		 PIC XX	   VALUE ZERO.

	   	   01 ACTION-AREA.
		  	  05  ACT-CODE		 PIC X	   VALUE SPACE.
			   88 ACT-ADD			 VALUE 'A'.
			   88 ACT-END			 VALUE 'E'.
		  	  05  IN-CODE			 PIC X(4)  VALUE SPACES.
		  	  05  IN-NAME			 PIC X(30) VALUE SPACES.
		  	  05  OLD-NAME			 PIC X(30) VALUE SPACES.
		  	  05  NEED-LEVEL		 PIC 9	   VALUE ZERO.

	   	   01 MATCH-SWITCHES.
		  	  05  FOUND-SW		 PIC X	   VALUE 'N'.
			   88 CODE-FOUND		 VALUE 'Y'.
			   88 CODE-NOT-FOUND	 VALUE 'N'.

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
		  	  05  AE-PROGRAM		 PIC X(8)  VALUE 'COBCLK13'.
		  	  05  AE-OPERATOR		 PIC X(8).
		  	  05  AE-EVENT		 PIC X(8).
		  	  05  AE-DETAIL		 PIC X(50).

	   	   01 LOG-STAMP.
		  	  05  LOG-DATE		 PIC 9(8).
		  	  05  LOG-TIME		 PIC X(6).
		  	  05  FILLER			 PIC X(7).

	   	   01 DEPT-TABLE-AREA.
		  	  05  DEPT-COUNT		 PIC 99	   VALUE ZERO.
		  	  05  DEPT-TABLE OCCURS 1 TO 50 TIMES
		  		  10  DPT-CODE		 PIC X(4).
		  		  10  DPT-NAME		 PIC X(30).
		  		  10  DPT-ACTIVE		 PIC X.
		  		  10  DPT-SUCCESSOR	 PIC X(4).

	   PROCEDURE DIVISION.
	   0000-MAIN.
		   STOP RUN.

	   1000-INIT.
		   DISPLAY 'COBCLK13 - DEPARTMENT MAINTENANCE SIGN-ON'.
		   PERFORM 1050-SIGN-ON.
		   OPEN INPUT DEPT-FILE.
		   PERFORM 1100-LOAD-DEPT THRU 1100-LOAD-DEPT-EXIT
			 UNTIL MORE-DEPT-RECS = 'NO'.
		   DISPLAY 'COBCLK13 - DEPARTMENT REFERENCE MAINTENANCE'.
		   DISPLAY 'DEPARTMENTS ON FILE: ' DEPT-COUNT.

	   1050-SIGN-ON.
		   MOVE ZERO TO SIGN-TRIES.
		   PERFORM 1060-CHECK-SIGN-ON THRU 1060-CHECK-SIGN-ON-EXIT
			 UNTIL SIGNED-ON OR SIGN-TRIES NOT < 3.
		   IF NOT-SIGNED-ON
			 DISPLAY 'COBCLK13 - NOT SIGNED ON, RUN ENDED'
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
			 DISPLAY 'COBCLK13 - CANNOT OPEN PAINOPER.DAT, STATUS '
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
			 DISPLAY 'COBCLK13 - OPERATOR ID OR PASSWORD NOT VALID'
			 MOVE 'SIGNFAIL' TO AE-EVENT
			 MOVE 'OPERATOR ID OR PASSWORD NOT VALID' TO AE-DETAIL
			 PERFORM 8000-WRITE-ACCESS-LOG
			 GO TO 1060-CHECK-SIGN-ON-EXIT
		   END-IF.
		   IF OPER-ACTIVE NOT = 'A'
			 DISPLAY 'COBCLK13 - OPERATOR ' SIGN-ID ' IS INACTIVE'
			 MOVE 'SIGNFAIL' TO AE-EVENT
			 MOVE 'OPERATOR INACTIVE' TO AE-DETAIL
			 PERFORM 8000-WRITE-ACCESS-LOG
			 GO TO 1060-CHECK-SIGN-ON-EXIT
		   END-IF.
		   IF OPER-LEVEL = ZERO
			 DISPLAY 'COBCLK13 - NO DEPT MAINTENANCE AUTHORITY'
			 MOVE 'REFUSED' TO AE-EVENT
			 MOVE 'NO DEPT MAINTENANCE AUTHORITY' TO AE-DETAIL
			 PERFORM 8000-WRITE-ACCESS-LOG
			 GO TO 1060-CHECK-SIGN-ON-EXIT
		   END-IF.
		   SET SIGNED-ON TO TRUE.
		   MOVE 'SIGNON' TO AE-EVENT.
		   MOVE SPACES TO AE-DETAIL.
		   STRING 'DEPT MAINTENANCE AUTHORITY LEVEL ' OPER-LEVEL
			 DELIMITED BY SIZE INTO AE-DETAIL.
		   PERFORM 8000-WRITE-ACCESS-LOG.
		   DISPLAY 'SIGNED ON - DEPT MAINTENANCE AUTHORITY LEVEL '
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
		   IF OP-LVL-DEPT NUMERIC
			 MOVE OP-LVL-DEPT TO OPER-LEVEL
		   END-IF.
	   1070-FIND-OPERATOR-EXIT.
		   EXIT.

	   1100-LOAD-DEPT.
		   READ DEPT-FILE INTO DP-REC
			 AT END
		   MOVE DP-CODE TO DPT-CODE (DP-IDX).
		   MOVE DP-NAME TO DPT-NAME (DP-IDX).
		   MOVE DP-ACTIVE TO DPT-ACTIVE (DP-IDX).
		   MOVE DP-SUCCESSOR TO DPT-SUCCESSOR (DP-IDX).
	   1100-LOAD-DEPT-EXIT.
		   EXIT.

		   DISPLAY 'ACTION - A)DD C)HANGE NAME I)NACTIVATE'.
		   DISPLAY '         R)EACTIVATE L)IST E)ND:'.
		   ACCEPT ACT-CODE.
		   EVALUATE TRUE
			 WHEN ACT-ADD OR ACT-RENAME
				MOVE 2 TO NEED-LEVEL
			 WHEN ACT-INACT OR ACT-REACT
				MOVE 3 TO NEED-LEVEL
			 WHEN OTHER
				MOVE 1 TO NEED-LEVEL
		   END-EVALUATE.
		   IF OPER-LEVEL < NEED-LEVEL
			 DISPLAY 'COBCLK13 - ACTION ' ACT-CODE
				' NEEDS AUTHORITY LEVEL ' NEED-LEVEL
			 MOVE 'REFUSED' TO AE-EVENT
			 MOVE SPACES TO AE-DETAIL
			 STRING 'ACTION ' ACT-CODE ' AT AUTHORITY LEVEL ' OPER-LEVEL
				DELIMITED BY SIZE INTO AE-DETAIL
			 PERFORM 8000-WRITE-ACCESS-LOG
			 GO TO 2000-ACTION-EXIT
		   END-IF.
		   EVALUATE TRUE
			 WHEN ACT-END
				MOVE 'NO' TO MORE-ACTIONS
		   MOVE IN-CODE TO DPT-CODE (DP-IDX).
		   MOVE IN-NAME TO DPT-NAME (DP-IDX).
		   MOVE 'A' TO DPT-ACTIVE (DP-IDX).
		   MOVE SPACES TO DPT-SUCCESSOR (DP-IDX).
		   ADD 1 TO C-CHANGE-CTR.
		   DISPLAY 'ADDED ' IN-CODE.
		   MOVE 'DEPTADD' TO AE-EVENT.
		   MOVE SPACES TO AE-DETAIL.
		   STRING IN-CODE ' ' IN-NAME
				DELIMITED BY SIZE INTO AE-DETAIL.
		   PERFORM 8000-WRITE-ACCESS-LOG.
	   2100-ADD-DEPT-EXIT.
		   EXIT.

			 DISPLAY 'CODE ' IN-CODE ' NOT ON FILE'
			 GO TO 2200-RENAME-DEPT-EXIT.
		   DISPLAY 'CURRENT NAME: ' DPT-NAME (DP-IDX).
		   MOVE DPT-NAME (DP-IDX) TO OLD-NAME.
		   DISPLAY 'ENTER NEW NAME:'.
		   ACCEPT IN-NAME.
		   IF IN-NAME = SPACES
		   MOVE IN-NAME TO DPT-NAME (DP-IDX).
		   ADD 1 TO C-CHANGE-CTR.
		   DISPLAY 'RENAMED ' IN-CODE.
		   MOVE 'DEPTNAME' TO AE-EVENT.
		   MOVE SPACES TO AE-DETAIL.
		   STRING IN-CODE ' WAS ' OLD-NAME
				DELIMITED BY SIZE INTO AE-DETAIL.
		   PERFORM 8000-WRITE-ACCESS-LOG.
	   2200-RENAME-DEPT-EXIT.
		   EXIT.

		   IF ACT-INACT
			 MOVE 'I' TO DPT-ACTIVE (DP-IDX)
			 DISPLAY 'INACTIVATED ' IN-CODE
			 MOVE 'DEPTINAC' TO AE-EVENT
		   ELSE
			 MOVE 'A' TO DPT-ACTIVE (DP-IDX)
			 MOVE SPACES TO DPT-SUCCESSOR (DP-IDX)
			 DISPLAY 'REACTIVATED ' IN-CODE
			 MOVE 'DEPTREAC' TO AE-EVENT
		   END-IF.
		   ADD 1 TO C-CHANGE-CTR.
		   MOVE IN-CODE TO AE-DETAIL.
		   PERFORM 8000-WRITE-ACCESS-LOG.
	   2300-FLAG-DEPT-EXIT.
		   EXIT.

	   2550-LIST-ONE-DEPT.
		   DISPLAY DPT-CODE (DP-IDX) '  '
			 DPT-NAME (DP-IDX) '  '
			 DPT-ACTIVE (DP-IDX) '  '
			 DPT-SUCCESSOR (DP-IDX).

	   3000-CLOSING.
		   IF C-CHANGE-CTR > ZERO
			 DISPLAY 'NO CHANGES - PAINDEPT.DAT LEFT AS IS'
		   END-IF.
		   DISPLAY 'COBCLK13 - MAINTENANCE ENDED'.
		   MOVE 'SIGNOFF' TO AE-EVENT.
		   MOVE SPACES TO AE-DETAIL.
		   STRING 'CHANGES ' C-CHANGE-CTR ' - DEPARTMENTS ON FILE '
			 DEPT-COUNT
				DELIMITED BY SIZE INTO AE-DETAIL.
		   PERFORM 8000-WRITE-ACCESS-LOG.

	   3100-WRITE-DEPT.
		   MOVE DPT-CODE (DP-IDX) TO DP-CODE.
		   MOVE DPT-NAME (DP-IDX) TO DP-NAME.
		   MOVE DPT-ACTIVE (DP-IDX) TO DP-ACTIVE.
		   MOVE DPT-SUCCESSOR (DP-IDX) TO DP-SUCCESSOR.
		   WRITE DP-REC.

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
