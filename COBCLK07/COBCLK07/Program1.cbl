	  **********************************************
      *  MODIFICATION HISTORY
      *  --------------------
      *  10/15/26  CK  THE PROCESSING DATE NOW COMES FROM THE BUSINESS
      *                DATE CONTROL RECORD (PAINBDTE.DAT, KEPT BY
      *                COBCLK28) INSTEAD OF THE CLOCK, SO A RUN PAST
      *                MIDNIGHT OR A NEXT-MORNING RERUN CARRIES THE
      *                CYCLE'S DATE. NO CONTROL RECORD, OR A CLOSED
      *                CYCLE, REFUSES THE RUN (RC 12).
      *  10/15/26  CK  PAINDEPT.DAT GROWS TO 39 BYTES - DP-SUCCESSOR
      *                CARRIES THE CODE A RETIRED DEPARTMENT WAS
      *                FOLDED INTO BY THE COBCLK22 CONSOLIDATION RUN.
      *                AN IMPORT ROW CARRYING A RETIRED CODE IS STILL
      *                REJECTED AS INACTIVE, BUT THE REASON NOW NAMES
      *                THE SUCCESSOR CODE SO IT CAN BE RESUBMITTED.
      *  09/02/26  CK  APPEND A RUN-TOTALS RECORD TO THE SHARED
      *                PAINBAL.DAT BALANCING FILE AT END OF RUN -
      *                PROGRAM NAME, RUN DATE/TIME, ROWS READ,
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

	    FD	BAL-FILE
	   	LABEL RECORD IS STANDARD
	   	05	BAL-AUX-CTR		PIC 9(6).
	   	05	BAL-SAL-HASH	PIC 9(11)V99.

	    FD	BDATE-FILE
	   	LABEL RECORD IS STANDARD
	   	DATA RECORD IS BD-REC
	   	RECORD CONTAINS 36 CHARACTERS.

	   01	BD-REC			PIC X(36).

	   WORKING-STORAGE SECTION.
	   	   01 WORK-AREA.
		  	  05  MORE-CSV-RECS		 PIC XXX   VALUE 'YES'.
			  	  10  DR-CODE			PIC X(4).
			  	  10  DR-NAME			PIC X(30).
			  	  10  DR-ACTIVE			PIC X.
			  	  10  DR-SUCCESSOR		PIC X(4).

	   	   01 BATCH-AREA.
		  	  05  LAST-BATCH-NO		 PIC 9(4)  VALUE ZERO.
		  	  05  BATCH-NO			 PIC 9(4)  VALUE ZERO.
		  	  05  SALARY-HASH		 PIC 9(9)V99 VALUE ZERO.

	   	   01 BUS-DATE-AREA.
		  	  05  BUS-DATE		 PIC 9(8)  VALUE ZERO.
		  	  05  BUS-CYCLE		 PIC 9(5)  VALUE ZERO.
		  	  05  BUS-STATE		 PIC X	   VALUE SPACE.
			   88 BUS-OPEN		 VALUE 'O'.
		  	  05  FILLER			 PIC X(22) VALUE SPACES.

	   	   01 CURRENT-DATE-AND-TIME.
		  	  05  RUN-DATE			 PIC 9(8).
		  	  05  RUN-TIME			 PIC X(6).

	   	   01 FILE-STATUSES.
		  	  05  BAL-STATUS		 PIC XX	   VALUE ZERO.
		  	  05  BDATE-STATUS	 PIC XX	   VALUE ZERO.

	   	   01 STATUS-WORK.
		  	  05  STAT-CODE			 PIC X	   VALUE SPACE.
		   STOP RUN.

	   1000-INIT.
		   PERFORM 1010-GET-BUSINESS-DATE.
		   OPEN OUTPUT IMP-RPT.
		   WRITE IMP-PRTLINE FROM IMP-TITLE-LINE
			 AFTER ADVANCING 1 LINE.

		   OPEN INPUT REG-CSV.
		   OPEN OUTPUT PAINT-TRAN.
		   PERFORM 1100-NEXT-BATCH-NO.
		   MOVE SPACES TO T-REC.
		   MOVE 'BATCHHDR' TO BH-CODE.
		   WRITE T-REC.
		   PERFORM 9000-READ-CSV.

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
			   DISPLAY 'COBCLK07 - NO BUSINESS DATE ON PAINBDTE.DAT,'
				   ' RUN REFUSED'
			   MOVE 12 TO RETURN-CODE
			   STOP RUN
		   END-IF.
		   IF NOT BUS-OPEN
			   DISPLAY 'COBCLK07 - BUSINESS DATE ' BUS-DATE ' CYCLE '
				   BUS-CYCLE ' IS CLOSED, RUN REFUSED'
			   MOVE 12 TO RETURN-CODE
			   STOP RUN
		   END-IF.
		   MOVE BUS-DATE TO RUN-DATE.
		   DISPLAY 'COBCLK07 - BUSINESS DATE ' BUS-DATE ' CYCLE '
			   BUS-CYCLE.

	   1100-NEXT-BATCH-NO.
		   OPEN INPUT BATCH-NUM-FILE.
		   READ BATCH-NUM-FILE
		   MOVE DP-CODE TO DR-CODE (DR-IDX).
		   MOVE DP-NAME TO DR-NAME (DR-IDX).
		   MOVE DP-ACTIVE TO DR-ACTIVE (DR-IDX).
		   MOVE DP-SUCCESSOR TO DR-SUCCESSOR (DR-IDX).
	   1210-LOAD-DEPT-REC-EXIT.
		   EXIT.

		   IF DR-ACTIVE (DR-IDX) NOT = 'A'
			   MOVE 'N' TO VALID-ROW-SW
			   MOVE 'INACTIVE DEPARTMENT CODE' TO ERR-REASON
			   IF DR-SUCCESSOR (DR-IDX) NOT = SPACES
				   MOVE SPACES TO ERR-REASON
				   STRING 'DEPARTMENT RETIRED - NOW '
					   DR-SUCCESSOR (DR-IDX)
					   DELIMITED BY SIZE INTO ERR-REASON
			   END-IF
		   END-IF.
	   2250-EDIT-DEPT-EXIT.
		   EXIT.
