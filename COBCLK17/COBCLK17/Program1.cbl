      *                (E.G. WHEN COBCLK02 REFUSED ITS BATCH AND
      *                WROTE NOTHING). RC 8 WHEN ANYTHING FAILS TO
      *                PROVE.
      *  10/15/26  CK  THE PROCESSING DATE NOW COMES FROM THE BUSINESS
      *                DATE CONTROL RECORD (PAINBDTE.DAT, KEPT BY
      *                COBCLK28) INSTEAD OF THE CLOCK, SO A RUN PAST
      *                MIDNIGHT OR A NEXT-MORNING RERUN CARRIES THE
      *                CYCLE'S DATE. NO CONTROL RECORD, OR A CLOSED
      *                CYCLE, REFUSES THE RUN (RC 12).
      *                A PROGRAM WHOSE RUN DATE IS NOT THE BUSINESS
      *                DATE NOW BREAKS THE CHAIN, AND THE BUSINESS
      *                DATE AND CYCLE PRINT ON THE TITLE LINE.

	   ENVIRONMENT DIVISION.
	   INPUT-OUTPUT SECTION.
	   	   		ASSIGN TO "C:\School\COBOL\COBCLK17\PAINBALR.PRT"
	   	   		ORGANIZATION IS RECORD SEQUENTIAL.

	   	   	SELECT BDATE-FILE
	   	   		ASSIGN TO "C:\School\COBOL\COBCLK28\PAINBDTE.DAT"
	   	   		ORGANIZATION IS LINE SEQUENTIAL
	   	   		FILE STATUS IS BDATE-STATUS.

	   DATA DIVISION.
	   FILE SECTION.


	   01 BLR-PRTLINE			 PIC X(100).

	   FD BDATE-FILE
		  LABEL RECORD IS STANDARD
		  DATA RECORD IS BD-REC
		  RECORD CONTAINS 36 CHARACTERS.

	   01 BD-REC			PIC X(36).

	   WORKING-STORAGE SECTION.
	   	   01 WORK-AREA.
		  	  05  MORE-BAL-RECS	 PIC XXX   VALUE 'YES'.
			   88 DATES-DISAGREE	 VALUE 'Y'.
		  	  05  WORK-CTR		 PIC 9(7)  VALUE ZERO.

	   	   01 FILE-STATUSES.
		  	  05  BDATE-STATUS	 PIC XX	   VALUE ZERO.

	   	   01 BUS-DATE-AREA.
		  	  05  BUS-DATE		 PIC 9(8)  VALUE ZERO.
		  	  05  BUS-CYCLE		 PIC 9(5)  VALUE ZERO.
		  	  05  BUS-STATE		 PIC X	   VALUE SPACE.
			   88 BUS-OPEN		 VALUE 'O'.
		  	  05  FILLER			 PIC X(22) VALUE SPACES.

	   	   01 HOLD-TABLE-AREA.
		  	  05  HOLD-TABLE OCCURS 5 TIMES
		  		   INDEXED BY HB-IDX.
	   	   01 BLR-TITLE-LINE.
		  	  05  FILLER			PIC X(40)
		  		   VALUE 'END-OF-NIGHT BALANCING REPORT'.
		  	  05  FILLER			PIC X(15)  VALUE 'BUSINESS DATE: '.
		  	  05  O-BL-BUS-DATE		PIC 9(8).
		  	  05  FILLER			PIC X(7)   VALUE ' CYCLE '.
		  	  05  O-BL-CYCLE		PIC 9(5).
		  	  05  FILLER			PIC X(25)  VALUE SPACES.

	   	   01 BLR-COL-LINE.
		  	  05  FILLER			PIC X(8)   VALUE 'PROGRAM'.

	   	   01 BLR-DATE-WARN-LINE.
		  	  05  FILLER			PIC X(48)
		  		   VALUE
		  		   '*** BROKEN - RUN DATE NOT THE BUSINESS DATE ***'.
		  	  05  FILLER			PIC X(52)  VALUE SPACES.

	   	   01 BLR-VERDICT-LINE.
		   STOP RUN.

	   1000-INIT.
		   PERFORM 1010-GET-BUSINESS-DATE.
		   MOVE 'COBCLK07' TO HB-PROG (1).
		   MOVE 'COBCLK02' TO HB-PROG (2).
		   MOVE 'COBCLK08' TO HB-PROG (3).
			 VARYING HB-IDX FROM 1 BY 1
				UNTIL HB-IDX > 5.
		   OPEN OUTPUT BAL-RPT.
		   MOVE BUS-DATE TO O-BL-BUS-DATE.
		   MOVE BUS-CYCLE TO O-BL-CYCLE.
		   WRITE BLR-PRTLINE FROM BLR-TITLE-LINE
			 AFTER ADVANCING 1 LINE.
		   OPEN INPUT BAL-FILE.
		   PERFORM 9000-READ-BAL.

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
			 DISPLAY 'COBCLK17 - NO BUSINESS DATE ON PAINBDTE.DAT,'
				' RUN REFUSED'
			 MOVE 12 TO RETURN-CODE
			 STOP RUN
		   END-IF.
		   IF NOT BUS-OPEN
			 DISPLAY 'COBCLK17 - BUSINESS DATE ' BUS-DATE ' CYCLE '
				BUS-CYCLE ' IS CLOSED, RUN REFUSED'
			 MOVE 12 TO RETURN-CODE
			 STOP RUN
		   END-IF.
		   DISPLAY 'COBCLK17 - BUSINESS DATE ' BUS-DATE ' CYCLE '
			 BUS-CYCLE.

	   1100-INIT-SLOT.
		   MOVE 'N' TO HB-SEEN (HB-IDX).
		   MOVE ZERO TO HB-DATE (HB-IDX).
		   END-IF.

	   3200-CHECK-DATES.
		   MOVE BUS-DATE TO HOLD-DATE.
		   PERFORM 3250-CHECK-ONE-DATE
			 VARYING HB-IDX FROM 1 BY 1
				UNTIL HB-IDX > 5.
