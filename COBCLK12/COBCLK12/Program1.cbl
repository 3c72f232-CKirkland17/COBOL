      *                TERM GPA AND THE RUNNING CUMULATIVE GPA, BOTH
      *                CREDIT-WEIGHTED WITH THE SAME GRADE-POINT
      *                SCALE COBCLK08 USES.
      *  10/15/26  CK  A COURSE VOIDED BY COBCLK18 STAYS ON
      *                PAINGHIS.DAT WITH GRADE 'V ' - 9000-READ-GRADE
      *                NOW READS PAST IT, SO IT NEITHER PRINTS NOR
      *                COUNTS IN THE TERM OR CUMULATIVE GPA.

	   ENVIRONMENT DIVISION.
	   INPUT-OUTPUT SECTION.
	   		10	GH-COURSE		PIC X(8).
	   	05	GH-CREDITS		PIC 99V9.
	   	05	GH-GRADE		PIC X(2).
	   		88	GH-VOIDED		VALUE 'V '.

	    FD	PAINT-EST
	   	LABEL RECORD IS STANDARD
		   DISPLAY 'COBCLK12 - TRANSCRIPTS PRINTED: ' C-TRANS-CTR.

	   9000-READ-GRADE.
		   PERFORM 9010-READ-NEXT-GRADE.
		   PERFORM 9010-READ-NEXT-GRADE
			 UNTIL MORE-GRADES = 'NO'
				OR NOT GH-VOIDED.

	   9010-READ-NEXT-GRADE.
		   READ GRADE-HIST NEXT RECORD
			 AT END
				MOVE 'NO' TO MORE-GRADES
