      **********************************************
      *  MODIFICATION HISTORY
      *  --------------------
      *  10/15/26  CK  THE PROCESSING DATE NOW COMES FROM THE BUSINESS
      *                DATE CONTROL RECORD (PAINBDTE.DAT, KEPT BY
      *                COBCLK28) INSTEAD OF THE CLOCK, SO A RUN PAST
      *                MIDNIGHT OR A NEXT-MORNING RERUN CARRIES THE
      *                CYCLE'S DATE. NO CONTROL RECORD, OR A CLOSED
      *                CYCLE, REFUSES THE RUN (RC 12).
      *                A CUTOFF LATER THAN THE BUSINESS DATE IS
      *                REFUSED THE SAME WAY.
      *  09/02/26  CK  REVIEW FIX - THE ARCHIVE NOW OPENS EXTEND WITH
      *                THE STATUS-35 BOOTSTRAP THE OTHER APPENDERS
      *                USE, SO RERUNNING WITH THE SAME CUTOFF (THE
	   	   		ASSIGN TO "C:\School\COBOL\COBCLK15\PAINHARC.PRT"
	   	   		ORGANIZATION IS RECORD SEQUENTIAL.

	   	   	SELECT BDATE-FILE
	   	   		ASSIGN TO "C:\School\COBOL\COBCLK28\PAINBDTE.DAT"
	   	   		ORGANIZATION IS LINE SEQUENTIAL
	   	   		FILE STATUS IS BDATE-STATUS.

	   DATA DIVISION.
	   FILE SECTION.


	   01 ARC-PRTLINE			 PIC X(80).

	   FD BDATE-FILE
		  LABEL RECORD IS STANDARD
		  DATA RECORD IS BD-REC
		  RECORD CONTAINS 36 CHARACTERS.

	   01 BD-REC			PIC X(36).

	   WORKING-STORAGE SECTION.
	   	   01 WORK-AREA.
		  	  05  MORE-HIST-RECS	 PIC XXX   VALUE 'YES'.

	   	   01 FILE-STATUSES.
		  	  05  ARCH-STATUS		 PIC XX	   VALUE ZERO.
		  	  05  BDATE-STATUS	 PIC XX	   VALUE ZERO.

	   	   01 BUS-DATE-AREA.
		  	  05  BUS-DATE		 PIC 9(8)  VALUE ZERO.
		  	  05  BUS-CYCLE		 PIC 9(5)  VALUE ZERO.
		  	  05  BUS-STATE		 PIC X	   VALUE SPACE.
		  	      88 BUS-OPEN		 VALUE 'O'.
		  	  05  FILLER			 PIC X(22) VALUE SPACES.

	   	   01 ARC-TITLE-LINE.
		  	  05  FILLER			PIC X(36)
		   STOP RUN.

	   1000-INIT.
		   PERFORM 1010-GET-BUSINESS-DATE.
		   DISPLAY 'COBCLK15 - CHANGE HISTORY ARCHIVE'.
		   DISPLAY 'ENTER CUTOFF DATE (YYYYMMDD) - IMAGES OLDER'.
		   DISPLAY 'THAN THIS MOVE TO THE ARCHIVE:'.
			 STOP RUN
		   END-IF.
		   MOVE CUTOFF-TXT TO CUTOFF-DATE.
		   IF CUTOFF-DATE > BUS-DATE
			 DISPLAY 'COBCLK15 - CUTOFF IS AFTER BUSINESS DATE '
				BUS-DATE ', RUN REFUSED'
			 MOVE 12 TO RETURN-CODE
			 STOP RUN
		   END-IF.
		   MOVE SPACES TO ARCH-FILE-NAME.
		   STRING 'C:\School\COBOL\COBCLK15\PH'
				DELIMITED BY SIZE
		   OPEN OUTPUT KEEP-FILE.
		   PERFORM 9000-READ-HIST.

	   1010-GET-BUSINESS-DATE.
		   OPEN INPUT BDATE-FILE.
		   IF BDATE-STATUS = '00'
			 READ BDATE-FILE INTO BUS-DATE-AREA
				AT END
				   MOVE ZERO TO BUS-DATE
			 END-READ
			 CLOSE BDATE-FILE
		   END-IF.
		   IF BUS-DATE NOT NUMERIC OR BUS-DATE = ZERO
			 DISPLAY 'COBCLK15 - NO BUSINESS DATE ON PAINBDTE.DAT,'
				' RUN REFUSED'
			 MOVE 12 TO RETURN-CODE
			 STOP RUN
		   END-IF.
		   IF NOT BUS-OPEN
			 DISPLAY 'COBCLK15 - BUSINESS DATE ' BUS-DATE ' CYCLE '
				BUS-CYCLE ' IS CLOSED, RUN REFUSED'
			 MOVE 12 TO RETURN-CODE
			 STOP RUN
		   END-IF.
		   DISPLAY 'COBCLK15 - BUSINESS DATE ' BUS-DATE ' CYCLE '
			 BUS-CYCLE.

	   2000-SPLIT-HISTORY.
		   IF H-RUN-DATE < CUTOFF-DATE
			 WRITE A-REC FROM HIST-REC
