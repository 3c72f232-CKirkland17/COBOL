	  **********************************************
      *  MODIFICATION HISTORY
      *  --------------------
      *  10/15/26  CK  PAINOPER.DAT GROWS TO 43 BYTES - OP-LVL-BDATE,
      *                THE BUSINESS DATE AUTHORITY LEVEL COBCLK28
      *                CHECKS, IS ADDED ON THE END. IT IS NOT USED
      *                HERE; THE RECORD IS WIDENED TO MATCH THE FILE.
      *  10/15/26  CK  OPERATOR SIGN-ON - THE INQUIRY NOW STARTS WITH
      *                A SIGN-ON AGAINST PAINOPER.DAT (MAINTAINED BY
      *                COBCLK27). STUDENT INQUIRY AUTHORITY 1 MAY LOOK
      *                UP A STUDENT BY ID; THE LAST-NAME BROWSE, WHICH
      *                LISTS EVERY STUDENT WITH THAT NAME, NEEDS LEVEL
      *                2. SIGN-ONS, REFUSALS AND SIGN-OFF ARE WRITTEN TO
      *                THE SHARED PAINALOG.DAT ACCESS LOG.
      *  10/15/26  CK  MERGED IDS - AN ID THE COBCLK24 MERGE RETIRED IS
      *                LOOKED UP ON PAINXREF.DAT FIRST; THE SCREEN SAYS
      *                WHICH ID IT WAS MERGED INTO AND WHEN, AND SHOWS
      *                THE SURVIVING RECORD. IF PAINXREF.DAT IS NOT
      *                THERE YET THE INQUIRY RUNS AS BEFORE.
      *  09/02/26  CK  LAST-NAME LOOKUP - PAINTEST.DAT NOW CARRIES AN
      *                ALTERNATE INDEX ON I-LNAME (DUPLICATES
      *                ALLOWED; THE MASTER MUST BE RELOADED THROUGH
	   	   			WITH DUPLICATES
	   	   		FILE STATUS IS EST-STATUS.

	   	   	SELECT XREF-FILE
	   	   		ASSIGN TO "C:\School\COBOL\COBCLK24\PAINXREF.DAT"
	   	   		ORGANIZATION IS INDEXED
	   	   		ACCESS MODE IS RANDOM
	   	   		RECORD KEY IS XR-OLD-ID
	   	   		FILE STATUS IS XR-STATUS.

	   	   	SELECT OPTIONAL PARM-CARD
	   	   		ASSIGN TO "C:\School\COBOL\COBCLK01\PAINPARM.DAT"
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

	   	   88 STUDENT-ON-LEAVE	VALUE 'L'.
	   	05 I-STATUS-DATE	PIC 9(8).

	    FD	XREF-FILE
	   	LABEL RECORD IS STANDARD
	   	DATA RECORD IS XR-REC
	   	RECORD CONTAINS 30 CHARACTERS.

	   01	XR-REC.
	   	05	XR-OLD-ID		PIC X(7).
	   	05	XR-NEW-ID		PIC X(7).
	   	05	XR-MERGE-DATE	PIC 9(8).
	   	05	XR-OPERATOR		PIC X(8).

	    FD	PARM-CARD
	   	LABEL RECORD IS OMITTED
	   	DATA RECORD IS PARM-REC
	   	05 PC-RESTART-FLAG	PIC X.
	   	05 FILLER			PIC X(7).

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
		  	  05  MORE-INQUIRIES	 PIC XXX   VALUE 'YES'.
		  	  05  FOUND-SW			 PIC X	   VALUE 'N'.
			   88 ID-FOUND			 VALUE 'Y'.
			   88 ID-NOT-FOUND		 VALUE 'N'.
		  	  05  XREF-SW			 PIC X	   VALUE 'N'.
			   88 XREF-OPEN			 VALUE 'Y'.

	   	   01 PROJECTION-PARMS.
		  	  05  RAISE-PCT		 PIC 99V99 VALUE ZERO.

	   	   01 FILE-STATUSES.
		  	  05  EST-STATUS		 PIC XX	   VALUE ZERO.
		  	  05  XR-STATUS		 PIC XX	   VALUE ZERO.
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
		  	  05  AE-PROGRAM		 PIC X(8)  VALUE 'COBCLK10'.
		  	  05  AE-OPERATOR		 PIC X(8).
		  	  05  AE-EVENT		 PIC X(8).
		  	  05  AE-DETAIL		 PIC X(50).

	   	   01 LOG-STAMP.
		  	  05  LOG-DATE		 PIC 9(8).
		  	  05  LOG-TIME		 PIC X(6).
		  	  05  FILLER			 PIC X(7).

	   	   01 DISPLAY-FIELDS.
		  	  05  GPA-ED			 PIC Z.99.
		   STOP RUN.

	   1000-INIT.
		   DISPLAY 'COBCLK10 - STUDENT INQUIRY SIGN-ON'.
		   PERFORM 1050-SIGN-ON.
		   OPEN INPUT PARM-CARD.
		   PERFORM 1450-READ-PARM-CARD THRU 1450-READ-PARM-CARD-EXIT.
		   CLOSE PARM-CARD.
				   EST-STATUS
			   STOP RUN
		   END-IF.
		   OPEN INPUT XREF-FILE.
		   IF XR-STATUS = '00'
			   SET XREF-OPEN TO TRUE
		   END-IF.
		   DISPLAY 'COBCLK10 - STUDENT MASTER INQUIRY'.

	   1050-SIGN-ON.
		   MOVE ZERO TO SIGN-TRIES.
		   PERFORM 1060-CHECK-SIGN-ON THRU 1060-CHECK-SIGN-ON-EXIT
			   UNTIL SIGNED-ON OR SIGN-TRIES NOT < 3.
		   IF NOT-SIGNED-ON
			   DISPLAY 'COBCLK10 - NOT SIGNED ON, RUN ENDED'
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
			   DISPLAY 'COBCLK10 - CANNOT OPEN PAINOPER.DAT, STATUS '
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
			   DISPLAY 'COBCLK10 - OPERATOR ID OR PASSWORD NOT VALID'
			   MOVE 'SIGNFAIL' TO AE-EVENT
			   MOVE 'OPERATOR ID OR PASSWORD NOT VALID' TO AE-DETAIL
			   PERFORM 8000-WRITE-ACCESS-LOG
			   GO TO 1060-CHECK-SIGN-ON-EXIT
		   END-IF.
		   IF OPER-ACTIVE NOT = 'A'
			   DISPLAY 'COBCLK10 - OPERATOR ' SIGN-ID ' IS INACTIVE'
			   MOVE 'SIGNFAIL' TO AE-EVENT
			   MOVE 'OPERATOR INACTIVE' TO AE-DETAIL
			   PERFORM 8000-WRITE-ACCESS-LOG
			   GO TO 1060-CHECK-SIGN-ON-EXIT
		   END-IF.
		   IF OPER-LEVEL = ZERO
			   DISPLAY 'COBCLK10 - NO STUDENT INQUIRY AUTHORITY'
			   MOVE 'REFUSED' TO AE-EVENT
			   MOVE 'NO STUDENT INQUIRY AUTHORITY' TO AE-DETAIL
			   PERFORM 8000-WRITE-ACCESS-LOG
			   GO TO 1060-CHECK-SIGN-ON-EXIT
		   END-IF.
		   SET SIGNED-ON TO TRUE.
		   MOVE 'SIGNON' TO AE-EVENT.
		   MOVE SPACES TO AE-DETAIL.
		   STRING 'STUDENT INQUIRY AUTHORITY LEVEL ' OPER-LEVEL
			   DELIMITED BY SIZE INTO AE-DETAIL.
		   PERFORM 8000-WRITE-ACCESS-LOG.
		   DISPLAY 'SIGNED ON - STUDENT INQUIRY AUTHORITY LEVEL '
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
		   IF OP-LVL-INQUIRY NUMERIC
			   MOVE OP-LVL-INQUIRY TO OPER-LEVEL
		   END-IF.
	   1070-FIND-OPERATOR-EXIT.
		   EXIT.

	   1450-READ-PARM-CARD.
		   READ PARM-CARD INTO PARM-REC
			   AT END
			   GO TO 2000-INQUIRY-EXIT
		   END-IF.
		   IF INQ-ID = 'L' OR INQ-ID = 'l'
			   IF OPER-LEVEL < 2
				   DISPLAY 'COBCLK10 - LAST-NAME LOOKUP NEEDS'
					   ' AUTHORITY LEVEL 2'
				   MOVE 'REFUSED' TO AE-EVENT
				   MOVE SPACES TO AE-DETAIL
				   STRING 'LAST-NAME LOOKUP AT AUTHORITY LEVEL '
					   OPER-LEVEL DELIMITED BY SIZE INTO AE-DETAIL
				   PERFORM 8000-WRITE-ACCESS-LOG
				   GO TO 2000-INQUIRY-EXIT
			   END-IF
			   PERFORM 2300-NAME-LOOKUP THRU 2300-NAME-LOOKUP-EXIT
			   GO TO 2000-INQUIRY-EXIT
		   END-IF.
		   IF XREF-OPEN
			   PERFORM 2150-FOLLOW-XREF
		   END-IF.
		   PERFORM 2100-READ-MASTER THRU 2100-READ-MASTER-EXIT.
		   IF ID-NOT-FOUND
			   DISPLAY 'STUDENT ' INQ-ID ' NOT ON FILE'
					   TO TIER-TEXT
		   END-EVALUATE.

	   2150-FOLLOW-XREF.
		   MOVE INQ-ID TO XR-OLD-ID.
		   READ XREF-FILE
			   INVALID KEY
				   CONTINUE
			   NOT INVALID KEY
				   DISPLAY 'STUDENT ' INQ-ID ' WAS MERGED INTO '
					   XR-NEW-ID ' ON ' XR-MERGE-DATE
				   MOVE XR-NEW-ID TO INQ-ID
		   END-READ.

	   2170-COMPUTE-PROJECTION.
		   COMPUTE PROJ-SALARY ROUNDED =
			   I-START-SALARY * GROWTH-FACTOR

	   3000-CLOSING.
		   CLOSE PAINT-EST.
		   IF XREF-OPEN
			   CLOSE XREF-FILE
		   END-IF.
		   DISPLAY 'COBCLK10 - INQUIRY ENDED'.
		   MOVE 'SIGNOFF' TO AE-EVENT.
		   MOVE 'INQUIRY ENDED' TO AE-DETAIL.
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
