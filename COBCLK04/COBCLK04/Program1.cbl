      *                MAINTENANCE HAS CREATED THE HISTORY FILE PRINTS
      *                AN EMPTY REPORT (IMAGES LISTED: 0) INSTEAD OF
      *                ABENDING ON THE OPEN.
      *  10/15/26  CK  MERGED IDS - IN ID MODE THE COBCLK24 CROSS-
      *                REFERENCE (PAINXREF.DAT) IS CHECKED FIRST. A
      *                RETIRED ID IS SWAPPED FOR THE ID IT WAS MERGED
      *                INTO, AND THE IMAGES OF EVERY ID MERGED INTO THE
      *                SURVIVOR (UP TO 20) PRINT ALONG WITH ITS OWN, SO
      *                ONE INQUIRY SHOWS THE WHOLE HISTORY. NO
      *                PAINXREF.DAT MEANS NO MERGES AND CHANGES NOTHING.

	   ENVIRONMENT DIVISION.
	   INPUT-OUTPUT SECTION.
	   	   		ASSIGN TO ARCH-FILE-NAME
	   	   		ORGANIZATION IS LINE SEQUENTIAL.

	   	   	SELECT XREF-FILE
	   	   		ASSIGN TO "C:\School\COBOL\COBCLK24\PAINXREF.DAT"
	   	   		ORGANIZATION IS INDEXED
	   	   		ACCESS MODE IS DYNAMIC
	   	   		RECORD KEY IS XR-OLD-ID
	   	   		FILE STATUS IS XR-STATUS.

	   	   	SELECT HIST-RPT
	   	   		ASSIGN TO "C:\School\COBOL\COBCLK04\PAINHINQ.PRT"
	   	   		ORGANIZATION IS RECORD SEQUENTIAL.

	   01	A-REC				PIC X(77).

	    FD	XREF-FILE
	   	LABEL RECORD IS STANDARD
	   	DATA RECORD IS XR-REC
	   	RECORD CONTAINS 30 CHARACTERS.

	   01	XR-REC.
	   	05	XR-OLD-ID		PIC X(7).
	   	05	XR-NEW-ID		PIC X(7).
	   	05	XR-MERGE-DATE	PIC 9(8).
	   	05	XR-OPERATOR		PIC X(8).

	   FD HIST-RPT
		  LABEL RECORD IS OMITTED
		  RECORD CONTAINS 100 CHARACTERS
		  	  05  SEL-FROM-DATE	 PIC 9(8)  VALUE ZERO.
		  	  05  SEL-TO-DATE		 PIC 9(8)  VALUE ZERO.

	   	   01 MERGED-AREA.
		  	  05  MORE-XREF-RECS	 PIC XXX   VALUE 'YES'.
		  	  05  XR-STATUS		 PIC XX	   VALUE ZERO.
		  	  05  MERGED-SW		 PIC X	   VALUE 'N'.
			   88 MERGED-FOUND		 VALUE 'Y'.
			   88 MERGED-NOT-FOUND	 VALUE 'N'.
		  	  05  MRG-COUNT		 PIC 99	   VALUE ZERO.
		  	  05  MRG-TABLE OCCURS 1 TO 20 TIMES
			  	   DEPENDING ON MRG-COUNT
			  	   INDEXED BY MRG-IDX.
			  	  10  MRG-ID			PIC X(7).

	   	   01 HNQ-TITLE-LINE.
		  	  05  FILLER			PIC X(37)
		  		   VALUE 'PAINTEST.DAT CHANGE HISTORY INQUIRY'.
						   ' RUN ENDED'
					   STOP RUN
				   END-IF
				   PERFORM 1100-LOAD-MERGED-IDS
					   THRU 1100-LOAD-MERGED-IDS-EXIT
				   MOVE SPACES TO O-SEL-TEXT
				   IF MRG-COUNT = ZERO
					   STRING 'STUDENT ID ' DELIMITED BY SIZE
						   SEL-ID DELIMITED BY SIZE
						   INTO O-SEL-TEXT
					   END-STRING
				   ELSE
					   STRING 'STUDENT ID ' DELIMITED BY SIZE
						   SEL-ID DELIMITED BY SIZE
						   ' + ' DELIMITED BY SIZE
						   MRG-COUNT DELIMITED BY SIZE
						   ' MERGED' DELIMITED BY SIZE
						   INTO O-SEL-TEXT
					   END-STRING
				   END-IF
			   WHEN SEL-BY-DATE
				   DISPLAY 'ENTER FROM DATE (YYYYMMDD):'
				   ACCEPT SEL-FROM-TXT
		   OPEN INPUT PAINT-HIST.
		   PERFORM 9000-READ-HIST.

	   1100-LOAD-MERGED-IDS.
		   OPEN INPUT XREF-FILE.
		   IF XR-STATUS NOT = '00'
			   GO TO 1100-LOAD-MERGED-IDS-EXIT
		   END-IF.
		   MOVE SEL-ID TO XR-OLD-ID.
		   READ XREF-FILE
			   INVALID KEY
				   CONTINUE
			   NOT INVALID KEY
				   DISPLAY 'COBCLK04 - ' SEL-ID ' WAS MERGED INTO '
					   XR-NEW-ID ' ON ' XR-MERGE-DATE
				   MOVE XR-NEW-ID TO SEL-ID
		   END-READ.
		   MOVE LOW-VALUES TO XR-OLD-ID.
		   START XREF-FILE KEY IS NOT LESS THAN XR-OLD-ID
			   INVALID KEY
				   MOVE 'NO' TO MORE-XREF-RECS
		   END-START.
		   IF MORE-XREF-RECS = 'YES'
			   PERFORM 9600-READ-XREF
		   END-IF.
		   PERFORM 1150-XREF-REC
			   UNTIL MORE-XREF-RECS = 'NO'.
		   CLOSE XREF-FILE.
	   1100-LOAD-MERGED-IDS-EXIT.
		   EXIT.

	   1150-XREF-REC.
		   IF XR-NEW-ID = SEL-ID
			   IF MRG-COUNT < 20
				   ADD 1 TO MRG-COUNT
				   SET MRG-IDX TO MRG-COUNT
				   MOVE XR-OLD-ID TO MRG-ID (MRG-IDX)
			   ELSE
				   DISPLAY 'COBCLK04 - MORE THAN 20 IDS MERGED INTO '
					   SEL-ID ', ' XR-OLD-ID ' NOT SEARCHED'
			   END-IF
		   END-IF.
		   PERFORM 9600-READ-XREF.

	   1500-PROCESS-ARCHIVE.
		   OPEN INPUT ARCH-HIST.
		   PERFORM 9500-READ-ARCH.
	   2050-MATCH-IMAGE.
		   IF SEL-BY-ID
			   IF H-ID NOT = SEL-ID
				   PERFORM 2060-FIND-MERGED-ID
				   IF MERGED-NOT-FOUND
					   GO TO 2050-MATCH-IMAGE-EXIT
				   END-IF
			   END-IF
		   ELSE
			   IF H-RUN-DATE < SEL-FROM-DATE
	   2050-MATCH-IMAGE-EXIT.
		   EXIT.

	   2060-FIND-MERGED-ID.
		   SET MERGED-NOT-FOUND TO TRUE.
		   IF MRG-COUNT > ZERO
			   SET MRG-IDX TO 1
			   SEARCH MRG-TABLE
				   AT END
					   CONTINUE
				   WHEN MRG-ID (MRG-IDX) = H-ID
					   SET MERGED-FOUND TO TRUE
			   END-SEARCH
		   END-IF.

	   2100-PRINT-IMAGE.
		   ADD 1 TO C-MATCH-CTR.
		   MOVE H-RUN-DATE TO O-H-DATE.
		   READ ARCH-HIST INTO HIST-REC
			   AT END
				   MOVE 'NO' TO MORE-ARCH-RECS.

	   9600-READ-XREF.
		   READ XREF-FILE NEXT RECORD
			   AT END
				   MOVE 'NO' TO MORE-XREF-RECS
		   END-READ.
