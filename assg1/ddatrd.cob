      * than double the rolling average (and at least one percent),
      * and VOLUME SHIFT when its point volume is under half or over
      * double the rolling average volume.
      * A batch merged by DDAMRG leaves one record per upstream feed
      * after its run record. Each feed's lines are printed under
      * the run they came from and judged against that same feed's
      * own recent runs, and a run flagged REJECT SPIKE names as its
      * SOURCE the feed that sent the most rejects, so a spike is
      * pinned on the sender rather than the batch.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDATRD.
	       03 HIST-RECON PIC X(10).
	       03 FILLER PIC X.
	       03 HIST-RC PIC 99.
	       03 FILLER PIC X.
	       03 HIST-FEED PIC X(8).

       FD TREND-FILE
	       LABEL RECORDS ARE STANDARD
		   DATA RECORD IS TREND-RECORD
		   VALUE OF FILE-ID IS "trend.txt".
       01 TREND-RECORD.
	       03 TREND-LINE PIC X(132).

       WORKING-STORAGE SECTION.
	   01 RUNHIST-FILE-STATUS PIC XX.
		       05 H-SEGS PIC 9(4).
		       05 H-RECON PIC X(10).
		       05 H-RC PIC 99.
		       05 H-FEED PIC X(8).

	   01 HIST-COUNT PIC 999 VALUE 0.
	   01 R PIC 999.
	   01 W PIC 999.
	   01 WINDOW-RUNS PIC 999.
	   01 WINDOW-READ PIC 9(6).
	   01 WINDOW-REJ PIC 9(6).
	   01 AVG-RATE PIC 999V9.
	   01 FLAG-TEXT PIC X(29).
	   01 VOLUME-SHIFT-FLAG PIC X.
	   01 REJECT-SPIKE-FLAG PIC X.
	   01 SOURCE-REJ PIC 9(4).
	   01 SOURCE-TXT PIC X(15).
	   01 HIST-TRUNC-FLAG PIC X VALUE 'N'.
	   01 ED-RUN-RATE PIC 999.9.
	   01 ED-AVG-RATE PIC 999.9.
	   01 TREND-MSG PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
		   MOVE 0 TO H-RC(HIST-COUNT).
		   IF HIST-RC NUMERIC
		       MOVE HIST-RC TO H-RC(HIST-COUNT).
		   MOVE HIST-FEED TO H-FEED(HIST-COUNT).

       WRITE-TREND-SHEET.
	       MOVE '==== DDA RUN TREND ====' TO TREND-MSG.
		   PERFORM WRITE-TREND-LINE.

       WRITE-TRUNC-NOTE.
	       MOVE 'OLDEST HISTORY DROPPED - LAST 500 RECORDS SHOWN'
	           TO TREND-MSG.
		   PERFORM WRITE-TREND-LINE.

       WRITE-TREND-STEP.
	       IF R NOT > HIST-COUNT
		       PERFORM WRITE-TREND-ENTRY
			   COMPUTE R = R + 1
			   GO TO WRITE-TREND-STEP.

      * Feed records follow their run record on file, so printing
      * them in file order puts each one under its own run.
       WRITE-TREND-ENTRY.
	       PERFORM COMPUTE-WINDOW.
		   PERFORM COMPUTE-RATES.
		   PERFORM SET-TREND-FLAGS.
		   MOVE RUN-RATE TO ED-RUN-RATE.
		   MOVE AVG-RATE TO ED-AVG-RATE.
		   IF H-FEED(R) = SPACES
		       PERFORM WRITE-TREND-RUN
		   ELSE
		       PERFORM WRITE-TREND-FEED.

       WRITE-TREND-RUN.
	       MOVE SPACES TO SOURCE-TXT.
		   IF REJECT-SPIKE-FLAG = 'Y'
		       PERFORM FIND-SPIKE-SOURCE.
		   MOVE SPACES TO TREND-MSG.
	   STRING H-DATE(R) DELIMITED BY SIZE
	       ' FIGS ' DELIMITED BY SIZE
	       H-RC(R) DELIMITED BY SIZE
	       ' ' DELIMITED BY SIZE
	       FLAG-TEXT DELIMITED BY SIZE
	       ' ' DELIMITED BY SIZE
	       SOURCE-TXT DELIMITED BY SIZE
	       INTO TREND-MSG.
		   PERFORM WRITE-TREND-LINE.

       WRITE-TREND-FEED.
	       MOVE SPACES TO TREND-MSG.
	   STRING '    FEED ' DELIMITED BY SIZE
	       H-FEED(R) DELIMITED BY SIZE
	       ' FIGS ' DELIMITED BY SIZE
	       H-FIGS(R) DELIMITED BY SIZE
	       ' READ ' DELIMITED BY SIZE
	       H-READ(R) DELIMITED BY SIZE
	       ' REJ ' DELIMITED BY SIZE
	       H-REJ(R) DELIMITED BY SIZE
	       ' RATE ' DELIMITED BY SIZE
	       ED-RUN-RATE DELIMITED BY SIZE
	       ' AVG ' DELIMITED BY SIZE
	       ED-AVG-RATE DELIMITED BY SIZE
	       ' ' DELIMITED BY SIZE
	       FLAG-TEXT DELIMITED BY SIZE
	       INTO TREND-MSG.
		   PERFORM WRITE-TREND-LINE.

      * The sender behind a spike is the feed of this run that sent
      * the most rejects; the first one listed wins a tie.
       FIND-SPIKE-SOURCE.
	       MOVE 0 TO SOURCE-REJ.
		   COMPUTE W = R + 1.
		   PERFORM FIND-SPIKE-SOURCE-STEP.

       FIND-SPIKE-SOURCE-STEP.
	       IF W NOT > HIST-COUNT
		       IF H-FEED(W) NOT = SPACES
			       PERFORM FIND-SPIKE-SOURCE-TEST
				   COMPUTE W = W + 1
				   GO TO FIND-SPIKE-SOURCE-STEP.

       FIND-SPIKE-SOURCE-TEST.
	       IF H-REJ(W) > SOURCE-REJ
		       MOVE H-REJ(W) TO SOURCE-REJ
			   MOVE SPACES TO SOURCE-TXT
		   STRING 'SOURCE ' DELIMITED BY SIZE
		       H-FEED(W) DELIMITED BY SIZE
		       INTO SOURCE-TXT.

      * The rolling norm is the up-to-seven runs BEFORE this one, so
      * a spike judges the run against the feed's recent past, not
      * against itself. Only records of the same kind are counted -
      * run records against run records, and a feed's records
      * against that feed's own - so a merged batch's feed records
      * never water down the run-level norm.
       COMPUTE-WINDOW.
	       MOVE 0 TO WINDOW-RUNS.
		   MOVE 0 TO WINDOW-READ.
		   MOVE 0 TO WINDOW-REJ.
		   MOVE R TO W.
		   PERFORM COMPUTE-WINDOW-STEP.

       COMPUTE-WINDOW-STEP.
	       IF W > 1 AND WINDOW-RUNS < 7
		       COMPUTE W = W - 1
			   PERFORM COMPUTE-WINDOW-TEST
			   GO TO COMPUTE-WINDOW-STEP.

       COMPUTE-WINDOW-TEST.
	       IF H-FEED(W) = H-FEED(R)
		       COMPUTE WINDOW-RUNS = WINDOW-RUNS + 1
			   COMPUTE WINDOW-READ = WINDOW-READ + H-READ(W)
			   COMPUTE WINDOW-REJ = WINDOW-REJ + H-REJ(W).

      * Rates carry one decimal of percent; a run or window with no
      * points read rates zero rather than dividing by nothing.

       SET-TREND-FLAGS.
	       MOVE SPACES TO FLAG-TEXT.
		   MOVE 'N' TO REJECT-SPIKE-FLAG.
		   IF WINDOW-RUNS > 0
		       PERFORM CHECK-REJECT-SPIKE
			   PERFORM CHECK-VOLUME-SHIFT.

       CHECK-REJECT-SPIKE.
	       IF RUN-RATE > 1 AND RUN-RATE > AVG-RATE + AVG-RATE
		       MOVE '*REJECT SPIKE*' TO FLAG-TEXT
			   MOVE 'Y' TO REJECT-SPIKE-FLAG.

      * A run can trip both anomalies at once, so the shift flag is
      * added ALONGSIDE a spike flag already on the line, never over
