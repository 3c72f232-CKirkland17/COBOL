      *                HIT AT END AND EVERY BACKUP GENERATION WAS
      *                WRITTEN EMPTY WHILE STILL BEING LOGGED ON
      *                PAINTMNT.PRT.
      *  10/15/26  CK  PAINDEPT.DAT GROWS TO 39 BYTES - DP-SUCCESSOR
      *                CARRIES THE CODE A RETIRED DEPARTMENT WAS
      *                FOLDED INTO BY THE COBCLK22 CONSOLIDATION RUN.
      *                A TRANSACTION CARRYING A RETIRED CODE IS STILL
      *                REJECTED AS INACTIVE, BUT THE REASON NOW NAMES
      *                THE SUCCESSOR CODE SO IT CAN BE RESUBMITTED.
      *  10/15/26  CK  WRITE A PAINTRES.DAT RESULT RECORD FOR EVERY
      *                TRANSACTION IN THE BATCH - THE RESULT
      *                (APPLIED/REJECTED/SUSPENDD), THE REASON AND THE
      *                63-BYTE T-REC AS RECEIVED - BETWEEN A 'RESULHDR'
      *                (BATCH NUMBER, BATCH DATE, RUN DATE) AND A
      *                'RESULTRL' (COUNTS). THE FILE IS EMPTIED BEFORE
      *                THE BATCH IS VERIFIED, SO A REFUSED BATCH NEVER
      *                LEAVES LAST NIGHT'S RESULTS BEHIND. COBCLK26
      *                TURNS IT INTO THE OUTBOUND REGISTRAR FEED.
      *  10/15/26  CK  A RELEASED 'R' NOW CARRIES THE ID OF THE
      *                SUPERVISOR WHO RELEASED IT IN COBCLK16
      *                (T-APPROVER, IN THE STATUS COLUMNS A CHANGE DOES
      *                NOT USE). AN 'R' WITH NO APPROVER IS REJECTED,
      *                AND AN APPLIED ONE REPORTS 'RELEASED BY' THE
      *                APPROVER AS ITS REASON ON PAINTMNT.PRT AND
      *                PAINTRES.DAT.
      *  10/15/26  CK  THE PROCESSING DATE NOW COMES FROM THE BUSINESS
      *                DATE CONTROL RECORD (PAINBDTE.DAT, KEPT BY
      *                COBCLK28) INSTEAD OF THE CLOCK, SO A RUN PAST
      *                MIDNIGHT OR A NEXT-MORNING RERUN CARRIES THE
      *                CYCLE'S DATE. NO CONTROL RECORD, OR A CLOSED
      *                CYCLE, REFUSES THE RUN (RC 12).

	   ENVIRONMENT DIVISION.
	   INPUT-OUTPUT SECTION.
	   	   		ORGANIZATION IS LINE SEQUENTIAL
	   	   		FILE STATUS IS SUSP-STATUS.

	   	   	SELECT PAINT-RES
	   	   		ASSIGN TO "C:\School\COBOL\COBCLK02\PAINTRES.DAT"
	   	   		ORGANIZATION IS LINE SEQUENTIAL.

	   	   	SELECT OPTIONAL LAST-BATCH-FILE
	   	   		ASSIGN TO "C:\School\COBOL\COBCLK02\PAINLBAT.DAT"
	   	   		ORGANIZATION IS LINE SEQUENTIAL.
	   	   		ORGANIZATION IS LINE SEQUENTIAL
	   	   		FILE STATUS IS BAL-STATUS.

	   	   	SELECT BDATE-FILE
	   	   		ASSIGN TO "C:\School\COBOL\COBCLK28\PAINBDTE.DAT"
	   	   		ORGANIZATION IS LINE SEQUENTIAL
	   	   		FILE STATUS IS BDATE-STATUS.

	   DATA DIVISION.
	   FILE SECTION.

	   	05	BT-SALARY-HASH	PIC 9(9)V99.
	   	05	FILLER			PIC X(38).

	   01	T-RLS-REC REDEFINES T-REC.
	   	05	FILLER			PIC X(54).
	   	05	T-APPROVER		PIC X(8).
	   	05	FILLER			PIC X.

	   FD MAINT-RPT
		  LABEL RECORD IS OMITTED
		  RECORD CONTAINS 100 CHARACTERS
	    FD	DEPT-FILE
	   	LABEL RECORD IS STANDARD
	   	DATA RECORD IS DP-REC
	   	RECORD CONTAINS 39 CHARACTERS.

	   01	DP-REC.
	   	05	DP-CODE			PIC X(4).
	   	05	DP-NAME			PIC X(30).
	   	05	DP-ACTIVE		PIC X.
	   	05	DP-SUCCESSOR	PIC X(4).

	    FD	PARM-CARD
	   	LABEL RECORD IS OMITTED

	   01	S-REC				PIC X(63).

	    FD	PAINT-RES
	   	LABEL RECORD IS STANDARD
	   	DATA RECORD IS RS-REC
	   	RECORD CONTAINS 111 CHARACTERS.

	   01	RS-REC.
	   	05	RS-RESULT		PIC X(8).
	   	05	RS-REASON		PIC X(40).
	   	05	RS-TRAN			PIC X(63).

	   01	RH-REC REDEFINES RS-REC.
	   	05	RH-CODE			PIC X(8).
	   	05	RH-BATCH-NO		PIC 9(4).
	   	05	RH-BATCH-DATE	PIC 9(8).
	   	05	RH-RUN-DATE		PIC 9(8).
	   	05	FILLER			PIC X(83).

	   01	RT-REC REDEFINES RS-REC.
	   	05	RT-CODE			PIC X(8).
	   	05	RT-TRAN-COUNT	PIC 9(6).
	   	05	RT-APPLY-CTR	PIC 9(6).
	   	05	RT-REJECT-CTR	PIC 9(6).
	   	05	RT-SUSPEND-CTR	PIC 9(6).
	   	05	FILLER			PIC X(79).

	    FD	LAST-BATCH-FILE
	   	LABEL RECORD IS OMITTED
	   	DATA RECORD IS LB-REC
	   	05	BAL-AUX-CTR		PIC 9(6).
	   	05	BAL-SAL-HASH	PIC 9(11)V99.

	    FD	BDATE-FILE
	   	LABEL RECORD IS STANDARD
	   	DATA RECORD IS BD-REC
	   	RECORD CONTAINS 36 CHARACTERS.

	   01	BD-REC			PIC X(36).

	   WORKING-STORAGE SECTION.
	   	   01 WORK-AREA.
		  	  05  MORE-TRANS		 PIC XXX   VALUE 'YES'.
			  	  10  DR-CODE			PIC X(4).
			  	  10  DR-NAME			PIC X(30).
			  	  10  DR-ACTIVE			PIC X.
			  	  10  DR-SUCCESSOR		PIC X(4).

	   	   01 EDIT-SWITCHES.
		  	  05  VALID-TRAN-SW		 PIC X	   VALUE 'Y'.
		  	  05  HIST-STATUS		 PIC XX	   VALUE ZERO.
		  	  05  SUSP-STATUS		 PIC XX	   VALUE ZERO.
		  	  05  BAL-STATUS		 PIC XX	   VALUE ZERO.
		  	  05  BDATE-STATUS	 PIC XX	   VALUE ZERO.

	   	   01 BUS-DATE-AREA.
		  	  05  BUS-DATE		 PIC 9(8)  VALUE ZERO.
		  	  05  BUS-CYCLE		 PIC 9(5)  VALUE ZERO.
		  	  05  BUS-STATE		 PIC X	   VALUE SPACE.
			   88 BUS-OPEN		 VALUE 'O'.
		  	  05  FILLER			 PIC X(22) VALUE SPACES.

	   	   01 CURRENT-DATE-AND-TIME.
		  	  05  RUN-DATE			 PIC 9(8).
		   STOP RUN.

	   1000-INIT.
		   PERFORM 1010-GET-BUSINESS-DATE.
		   OPEN OUTPUT MAINT-RPT.
		   WRITE MNT-PRTLINE FROM MNT-TITLE-LINE
			 AFTER ADVANCING 1 LINE.
			   STOP RUN
		   END-IF.
		   PERFORM 1100-READ-TRAILER.
		   OPEN OUTPUT PAINT-RES.
		   PERFORM 1150-VERIFY-BATCH THRU 1150-VERIFY-BATCH-EXIT.
		   MOVE 'INPROGRESS' TO LOCK-STATE.
		   PERFORM 1300-WRITE-LOCK.
		   IF HIST-STATUS = '35'
			   OPEN OUTPUT PAINT-HIST
		   END-IF.
		   MOVE SPACES TO RS-REC.
		   MOVE 'RESULHDR' TO RH-CODE.
		   MOVE HOLD-BATCH-NO TO RH-BATCH-NO.
		   MOVE HOLD-BATCH-DATE TO RH-BATCH-DATE.
		   MOVE RUN-DATE TO RH-RUN-DATE.
		   WRITE RS-REC.

		   PERFORM 1400-LOAD-DEPT-REF.
		   PERFORM 1500-READ-PARM-CARD
		   OPEN INPUT PAINT-TRAN.
		   PERFORM 9000-READ-TRAN.

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
			   DISPLAY 'COBCLK02 - NO BUSINESS DATE ON PAINBDTE.DAT,'
				   ' RUN REFUSED'
			   MOVE 12 TO RETURN-CODE
			   STOP RUN
		   END-IF.
		   IF NOT BUS-OPEN
			   DISPLAY 'COBCLK02 - BUSINESS DATE ' BUS-DATE ' CYCLE '
				   BUS-CYCLE ' IS CLOSED, RUN REFUSED'
			   MOVE 12 TO RETURN-CODE
			   STOP RUN
		   END-IF.
		   MOVE BUS-DATE TO RUN-DATE.
		   DISPLAY 'COBCLK02 - BUSINESS DATE ' BUS-DATE ' CYCLE '
			   BUS-CYCLE.

	   1500-READ-PARM-CARD.
		   OPEN INPUT PARM-CARD.
		   READ PARM-CARD INTO PARM-REC
		   MOVE DP-CODE TO DR-CODE (DR-IDX).
		   MOVE DP-NAME TO DR-NAME (DR-IDX).
		   MOVE DP-ACTIVE TO DR-ACTIVE (DR-IDX).
		   MOVE DP-SUCCESSOR TO DR-SUCCESSOR (DR-IDX).
	   1410-LOAD-DEPT-REC-EXIT.
		   EXIT.

		   WRITE MNT-PRTLINE FROM MNT-REFUSED-LINE
			 AFTER ADVANCING 1 LINE.
		   CLOSE MAINT-RPT.
		   CLOSE PAINT-RES.
		   CLOSE PAINT-EST.
		   MOVE 12 TO RETURN-CODE.
		   STOP RUN.
			   PERFORM 2700-REJECT-TRAN
			   WRITE MNT-PRTLINE FROM MNT-DETAIL-LINE
				 AFTER ADVANCING 1 LINE
			   PERFORM 2800-WRITE-RESULT
			   GO TO 2100-APPLY-TRANSACTION-EXIT
		   END-IF.
		   PERFORM 2120-VALIDATE-TRAN.
			   PERFORM 2700-REJECT-TRAN
			   WRITE MNT-PRTLINE FROM MNT-DETAIL-LINE
				 AFTER ADVANCING 1 LINE
			   PERFORM 2800-WRITE-RESULT
			   GO TO 2100-APPLY-TRANSACTION-EXIT
		   END-IF.
		   PERFORM 2150-READ-MASTER-BY-ID.
		   END-EVALUATE.
		   WRITE MNT-PRTLINE FROM MNT-DETAIL-LINE
			 AFTER ADVANCING 1 LINE.
		   PERFORM 2800-WRITE-RESULT.
	   2100-APPLY-TRANSACTION-EXIT.
		   EXIT.

				   MOVE 'N' TO VALID-TRAN-SW
				   MOVE 'ID COLLATES AFTER TRAILER RECORD'
					   TO ERR-REASON
			   WHEN T-RELEASE AND T-APPROVER (1:1) = SPACE
				   MOVE 'N' TO VALID-TRAN-SW
				   MOVE 'RELEASE CARRIES NO APPROVER ID' TO ERR-REASON
			   WHEN T-DELETE
				   MOVE 'Y' TO VALID-TRAN-SW
			   WHEN T-STATCHG AND NOT T-STATUS-VALID
		   IF DR-ACTIVE (DR-IDX) NOT = 'A'
			   MOVE 'N' TO VALID-TRAN-SW
			   MOVE 'INACTIVE DEPARTMENT CODE' TO ERR-REASON
			   IF DR-SUCCESSOR (DR-IDX) NOT = SPACES
				   MOVE SPACES TO ERR-REASON
				   STRING 'DEPARTMENT RETIRED - NOW '
					   DR-SUCCESSOR (DR-IDX)
					   DELIMITED BY SIZE INTO ERR-REASON
			   END-IF
		   END-IF.
	   2130-EDIT-DEPT-EXIT.
		   EXIT.
					   ADD 1 TO C-APPLY-CTR
					   MOVE 'APPLIED' TO O-RESULT
					   MOVE SPACES TO O-REASON
					   IF T-RELEASE
						   STRING 'RELEASED BY ' T-APPROVER
							   DELIMITED BY SIZE INTO O-REASON
					   END-IF
			   END-REWRITE
		   END-IF.
	   2300-APPLY-CHANGE-EXIT.
		   MOVE ERR-REASON TO O-REASON.
		   WRITE R-REC FROM T-REC.

	   2800-WRITE-RESULT.
		   MOVE SPACES TO RS-REC.
		   MOVE O-RESULT TO RS-RESULT.
		   MOVE O-REASON TO RS-REASON.
		   MOVE T-REC TO RS-TRAN.
		   WRITE RS-REC.

	   3000-CLOSING.
		   CLOSE PAINT-TRAN.
		   CLOSE PAINT-RCY.
			 AFTER ADVANCING 2 LINES.
		   CLOSE MAINT-RPT.
		   CLOSE PAINT-SUSP.
		   MOVE SPACES TO RS-REC.
		   MOVE 'RESULTRL' TO RT-CODE.
		   MOVE V-TRAN-COUNT TO RT-TRAN-COUNT.
		   MOVE C-APPLY-CTR TO RT-APPLY-CTR.
		   MOVE C-REJECT-CTR TO RT-REJECT-CTR.
		   MOVE C-SUSPEND-CTR TO RT-SUSPEND-CTR.
		   WRITE RS-REC.
		   CLOSE PAINT-RES.

		   MOVE 'COMPLETE' TO LOCK-STATE.
		   PERFORM 1300-WRITE-LOCK.
