      *                CONTROL RECORD WITH A GPA STAMPED INTO IT,
      *                MATCHING THE RESERVED-KEY GUARD THE OTHER
      *                MASTER-TOUCHING PROGRAMS ALREADY CARRY.
      *  10/15/26  CK  THE PROCESSING DATE NOW COMES FROM THE BUSINESS
      *                DATE CONTROL RECORD (PAINBDTE.DAT, KEPT BY
      *                COBCLK28) INSTEAD OF THE CLOCK, SO A RUN PAST
      *                MIDNIGHT OR A NEXT-MORNING RERUN CARRIES THE
      *                CYCLE'S DATE. NO CONTROL RECORD, OR A CLOSED
      *                CYCLE, REFUSES THE RUN (RC 12).
      *  10/15/26  CK  THE GPA IS NOW RE-DERIVED FROM PAINGHIS.DAT FOR
      *                EVERY STUDENT IN THE FEED, AFTER THE FEED IS
      *                LOADED, THE SAME WAY COBCLK18 DOES IT. A GRADE
      *                CHANGED OR VOIDED BY COBCLK18 IS NO LONGER
      *                UNDONE BY THE NEXT NIGHT'S FEED - A VOIDED ROW
      *                (GRADE 'V ') STILL HOLDS ITS KEY, SO 1410 COUNTS
      *                IT AS ALREADY ON FILE, AND IT IS SKIPPED IN THE
      *                RECOMPUTE.
      *  10/15/26  CK  REVIEW FIX - A MISSING PAINGHIS.DAT IS CREATED,
      *                CLOSED AND REOPENED I-O (AS COBCLK24 DOES) SO
      *                THE RECOMPUTE CAN START AND READ IT ON THE FIRST
      *                RUN. ANY OTHER OPEN FAILURE ENDS THE RUN, RC 16.

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

	   	05	BAL-AUX-CTR		PIC 9(6).
	   	05	BAL-SAL-HASH	PIC 9(11)V99.

	    FD	BDATE-FILE
	   	LABEL RECORD IS STANDARD
	   	DATA RECORD IS BD-REC
	   	RECORD CONTAINS 36 CHARACTERS.

	   01	BD-REC			PIC X(36).

	   WORKING-STORAGE SECTION.
	   	   01 WORK-AREA.
		  	  05  MORE-GRADE-RECS	 PIC XXX   VALUE 'YES'.
		  	  05  MORE-SORTED-RECS	 PIC XXX   VALUE 'YES'.
		  	  05  MORE-GRADES		 PIC XXX   VALUE 'YES'.
		  	  05  C-STUDENT-CTR	 PIC 9(5)  VALUE ZERO.
		  	  05  C-UPDATE-CTR		 PIC 9(5)  VALUE ZERO.
		  	  05  C-AGREE-CTR		 PIC 9(5)  VALUE ZERO.
		  	  05  HIST-STATUS		 PIC XX	   VALUE ZERO.
		  	  05  GH-STATUS		 PIC XX	   VALUE ZERO.
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
		   OPEN OUTPUT GPA-RPT.
		   WRITE GPA-PRTLINE FROM GPA-TITLE-LINE
			 AFTER ADVANCING 1 LINE.
		   OPEN I-O GRADE-HIST.
		   IF GH-STATUS = '35'
			   OPEN OUTPUT GRADE-HIST
			   CLOSE GRADE-HIST
			   OPEN I-O GRADE-HIST
		   END-IF.
		   IF GH-STATUS NOT = '00'
			   DISPLAY 'COBCLK08 - CANNOT OPEN PAINGHIS.DAT, STATUS '
				   GH-STATUS
			   CLOSE GPA-RPT
			   CLOSE PAINT-EST
			   CLOSE PAINT-HIST
			   MOVE 16 TO RETURN-CODE
			   STOP RUN
		   END-IF.

		   SORT SORT-FILE
			   ON ASCENDING KEY SD-ID
		   OPEN INPUT SORT-OUT.
		   PERFORM 9000-READ-SORTED.

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
			   DISPLAY 'COBCLK08 - NO BUSINESS DATE ON PAINBDTE.DAT,'
				   ' RUN REFUSED'
			   MOVE 12 TO RETURN-CODE
			   STOP RUN
		   END-IF.
		   IF NOT BUS-OPEN
			   DISPLAY 'COBCLK08 - BUSINESS DATE ' BUS-DATE ' CYCLE '
				   BUS-CYCLE ' IS CLOSED, RUN REFUSED'
			   MOVE 12 TO RETURN-CODE
			   STOP RUN
		   END-IF.
		   MOVE BUS-DATE TO RUN-DATE.
		   DISPLAY 'COBCLK08 - BUSINESS DATE ' BUS-DATE ' CYCLE '
			   BUS-CYCLE.

	   1400-SORT-IN.
		   OPEN INPUT GRADE-FILE.
		   PERFORM 1405-SORT-IN-REC THRU 1405-SORT-IN-REC-EXIT

	   2000-PROCESS-STUDENT.
		   MOVE SO-ID TO HOLD-ID.
		   PERFORM 9000-READ-SORTED
			   UNTIL MORE-SORTED-RECS = 'NO'
				   OR SO-ID NOT = HOLD-ID.
		   PERFORM 2050-RECOMPUTE-GPA.
		   IF CREDIT-TOTAL = ZERO
			   GO TO 2000-PROCESS-STUDENT-EXIT.
		   ADD 1 TO C-STUDENT-CTR.
	   2000-PROCESS-STUDENT-EXIT.
		   EXIT.

	   2050-RECOMPUTE-GPA.
		   MOVE ZERO TO QP-TOTAL.
		   MOVE ZERO TO CREDIT-TOTAL.
		   MOVE 'YES' TO MORE-GRADES.
		   MOVE HOLD-ID TO GH-ID.
		   MOVE LOW-VALUES TO GH-TERM.
		   MOVE LOW-VALUES TO GH-COURSE.
		   START GRADE-HIST KEY IS NOT LESS THAN GH-KEY
			   INVALID KEY
				   MOVE 'NO' TO MORE-GRADES
		   END-START.
		   IF MORE-GRADES = 'YES'
			   PERFORM 9100-READ-GRADE-NEXT
		   END-IF.
		   PERFORM 2100-ACCUM-GRADE
			   UNTIL MORE-GRADES = 'NO'
				   OR GH-ID NOT = HOLD-ID.

	   2100-ACCUM-GRADE.
		   MOVE GH-GRADE TO GRADE-IN.
		   PERFORM 2150-GRADE-POINTS.
		   IF VALID-GRADE
			   COMPUTE QP-TOTAL =
				   QP-TOTAL + (GH-CREDITS * GRADE-POINTS)
			   ADD GH-CREDITS TO CREDIT-TOTAL
		   END-IF.
		   PERFORM 9100-READ-GRADE-NEXT.

	   2150-GRADE-POINTS.
		   MOVE 'Y' TO VALID-GRADE-SW.
		   READ SORT-OUT INTO SO-REC
			   AT END
				   MOVE 'NO' TO MORE-SORTED-RECS.

	   9100-READ-GRADE-NEXT.
		   READ GRADE-HIST NEXT RECORD
			   AT END
				   MOVE 'NO' TO MORE-GRADES
		   END-READ.
