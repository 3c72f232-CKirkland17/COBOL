      *                MAINTENANCE RUN BEGAN BUT NEVER COMPLETED, SO A
      *                HALF-WRITTEN MASTER NO LONGER SURFACES AS A
      *                CONFUSING OUT-OF-BALANCE REPORT.
      *  10/15/26  CK  PAINDEPT.DAT GROWS TO 39 BYTES - DP-SUCCESSOR
      *                CARRIES THE CODE A RETIRED DEPARTMENT WAS
      *                FOLDED INTO BY THE COBCLK22 CONSOLIDATION RUN.
      *                LAYOUT CHANGE ONLY; A RETIRED CODE STILL
      *                PRINTS ITS OWN NAME ON THE TOTALS.
      *  10/15/26  CK  THE PROCESSING DATE NOW COMES FROM THE BUSINESS
      *                DATE CONTROL RECORD (PAINBDTE.DAT, KEPT BY
      *                COBCLK28) INSTEAD OF THE CLOCK, SO A RUN PAST
      *                MIDNIGHT OR A NEXT-MORNING RERUN CARRIES THE
      *                CYCLE'S DATE. NO CONTROL RECORD, OR A CLOSED
      *                CYCLE, REFUSES THE RUN (RC 12).

	   ENVIRONMENT DIVISION.
	   INPUT-OUTPUT SECTION.
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
	   		  05  C-SCTR		     PIC 9(6)  VALUE 0.

	   	   01 AUD-LOG-SWITCHES.
	   		  05  AUD-STATUS		 PIC XX	   VALUE ZERO.
	   		  05  BDATE-STATUS	 PIC XX	   VALUE ZERO.
	   		  05  BAL-STATUS		 PIC XX	   VALUE ZERO.

	   	   01 CONDITION-CODES.
	   		  05  FILLER			PIC X(8)   VALUE 'RECON: '.
	   		  05  O-AUD-RECON		PIC X(6).

	   	   01 BUS-DATE-AREA.
	   		  05  BUS-DATE		 PIC 9(8)  VALUE ZERO.
	   		  05  BUS-CYCLE		 PIC 9(5)  VALUE ZERO.
	   		  05  BUS-STATE		 PIC X	   VALUE SPACE.
	   		   88 BUS-OPEN		 VALUE 'O'.
	   		  05  FILLER			 PIC X(22) VALUE SPACES.

	   	   01 CURRENT-DATE-AND-TIME.
	   		  05  I-DATE.
	   	   	   10 I-YY				PIC 9(4).
		   STOP RUN.

	   1000-INIT.
		   PERFORM 1010-GET-BUSINESS-DATE.
		   PERFORM 1050-CHECK-MAINT-LOCK.
		   PERFORM 1060-LOAD-DEPT-REF.

		   IF AUD-STATUS = '35'
			   OPEN OUTPUT AUD-LOG
		   END-IF.
		   MOVE I-YY TO O-YY.
		   MOVE I-DD TO O-DD.
		   MOVE I-MM TO O-MM.
		   END-IF.
		   PERFORM 9100-HDGS.

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
			   DISPLAY 'COBCLK01 - NO BUSINESS DATE ON PAINBDTE.DAT,'
				   ' RUN REFUSED'
			   MOVE 12 TO RETURN-CODE
			   STOP RUN
		   END-IF.
		   IF NOT BUS-OPEN
			   DISPLAY 'COBCLK01 - BUSINESS DATE ' BUS-DATE ' CYCLE '
				   BUS-CYCLE ' IS CLOSED, RUN REFUSED'
			   MOVE 12 TO RETURN-CODE
			   STOP RUN
		   END-IF.
		   MOVE BUS-DATE TO I-DATE.
		   DISPLAY 'COBCLK01 - BUSINESS DATE ' BUS-DATE ' CYCLE '
			   BUS-CYCLE.

	   1050-CHECK-MAINT-LOCK.
		   OPEN INPUT LOCK-FILE.
		   READ LOCK-FILE
