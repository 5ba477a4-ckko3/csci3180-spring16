      * Upstream feed merge for DDA. Drafting, inspection and the CAD
      * import desk each send their own point file; the feed control
      * file (feedctl.txt) lists them, one per record:
      *     cols  1-8   feed id (the sender's tag)
      *     cols 10-21  feed file name
      *     cols 23-52  sender description (report only)
      * A blank record or one with '*' in col 1 is ignored.
      * Each feed is first walked on its own, figure by figure, and
      * its counts are proved against its own trailer. A feed that
      * will not prove - missing, a bad point count, a figure cut
      * short, no trailer, a trailer that disagrees, records after
      * the trailer, an overlay group left open at its last figure,
      * or no room left in the batch - is held back and the others
      * carry on. The feeds that prove are copied into input.txt in
      * control-file order with each figure header tagged with its
      * feed id (cols 45-52), the feed trailers dropped and one
      * combined trailer written, so DDA's reconciliation certifies
      * the whole batch and its run summary can name the sender.
      * Accepted and held feeds go to the merge control report
      * (mrgrpt.txt). RC 4 when any feed is held; RC 8 when no feed
      * could be merged, and input.txt is then left untouched.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDAMRG.

       ENVIRONMENT DIVISION
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT CONTROL-FILE ASSIGN TO DISK
	       ORGANIZATION IS LINE SEQUENTIAL
		       FILE STATUS IS CONTROL-FILE-STATUS.
	   SELECT FEED-FILE ASSIGN TO DISK
		       ORGANIZATION IS LINE SEQUENTIAL
		       FILE STATUS IS FEED-FILE-STATUS.
	   SELECT MERGED-FILE ASSIGN TO DISK
		       ORGANIZATION IS LINE SEQUENTIAL
		       FILE STATUS IS MERGED-FILE-STATUS.
	   SELECT REPORT-FILE ASSIGN TO DISK
		       ORGANIZATION IS LINE SEQUENTIAL
		       FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION
       FILE SECTION.
       FD CONTROL-FILE
	       LABEL RECORDS ARE STANDARD
		   DATA RECORD IS CONTROL-RECORD
		   VALUE OF FILE-ID IS "feedctl.txt".
       01 CONTROL-RECORD.
	       03 CTL-FEED-ID PIC X(8).
	       03 FILLER PIC X.
	       03 CTL-FILE-NAME PIC X(12).
	       03 FILLER PIC X.
	       03 CTL-SENDER PIC X(30).
       01 CONTROL-TAG-RECORD REDEFINES CONTROL-RECORD.
	       03 CTL-TAG PIC X.
	       03 FILLER PIC X(51).

       FD FEED-FILE
	       LABEL RECORDS ARE STANDARD
		   DATA RECORD IS FEED-RECORD
		   VALUE OF FILE-ID IS FEED-FILE-NAME.
       01 FEED-RECORD.
	       03 FEED-LINE PIC X(52).
       01 FEED-HEADER-RECORD REDEFINES FEED-RECORD.
	       03 FEED-TAG PIC X.
	       03 FILLER PIC X(5).
	       03 FEED-N PIC 99.
	       03 FILLER PIC X(7).
	       03 FEED-OVERLAY-FLAG PIC X.
	       03 FILLER PIC X(23).
	       03 FEED-WIDE-N PIC 9(4).
	       03 FILLER PIC X(9).
       01 FEED-TRAILER-RECORD REDEFINES FEED-RECORD.
	       03 FEED-TRAILER-TAG PIC X.
	       03 FILLER PIC X.
	       03 FEED-TRAILER-FIGURES PIC 99.
	       03 FILLER PIC X.
	       03 FEED-TRAILER-POINTS PIC 9(4).
	       03 FILLER PIC X(43).

       FD MERGED-FILE
	       LABEL RECORDS ARE STANDARD
		   DATA RECORD IS MERGED-RECORD
		   VALUE OF FILE-ID IS "input.txt".
       01 MERGED-RECORD.
	       03 MERGED-LINE PIC X(52).
       01 MERGED-HEADER-RECORD REDEFINES MERGED-RECORD.
	       03 FILLER PIC X(43).
	       03 FILLER PIC X.
	       03 MERGED-FEED-ID PIC X(8).
       01 MERGED-TRAILER-RECORD REDEFINES MERGED-RECORD.
	       03 MERGED-TRAILER-TAG PIC X.
	       03 FILLER PIC X.
	       03 MERGED-TRAILER-FIGURES PIC 99.
	       03 FILLER PIC X.
	       03 MERGED-TRAILER-POINTS PIC 9(4).
	       03 FILLER PIC X(43).

       FD REPORT-FILE
	       LABEL RECORDS ARE STANDARD
		   DATA RECORD IS REPORT-RECORD
		   VALUE OF FILE-ID IS "mrgrpt.txt".
       01 REPORT-RECORD.
	       03 REPORT-LINE PIC X(79).

       WORKING-STORAGE SECTION.
	   01 CONTROL-FILE-STATUS PIC XX.
	   01 FEED-FILE-STATUS PIC XX.
	   01 MERGED-FILE-STATUS PIC XX.
	   01 REPORT-FILE-STATUS PIC XX.
	   01 FEED-FILE-NAME PIC X(12).

	   01 CTL-EOF-FLAG PIC X.
	   01 FEED-EOF-FLAG PIC X.
	   01 TRAILER-HIT-FLAG PIC X.
	   01 N-OK-FLAG PIC X.
	   01 LAST-OVERLAY-FLAG PIC X.

      * One entry per listed feed. The state byte is A (accepted so
      * far) or H (held); the first reason a feed is held for is the
      * one reported. Counts are kept wider than the trailer fields
      * so a feed that overruns its own trailer still shows how far.
	   01 FEED-TABLE.
	       03 FEED-ENTRY OCCURS 20 TIMES.
		       05 T-FEED-ID PIC X(8).
		       05 T-FILE-NAME PIC X(12).
		       05 T-SENDER PIC X(30).
		       05 T-STATE PIC X.
		       05 T-REASON PIC X(20).
		       05 T-FIGS PIC 999.
		       05 T-POINTS PIC 9(5).
		       05 T-TRL-FLAG PIC X.
		       05 T-TRL-FIGS PIC 99.
		       05 T-TRL-POINTS PIC 9(4).

	   01 FEED-COUNT PIC 99 VALUE 0.
	   01 F PIC 99.
	   01 K PIC 99.
	   01 HOLD-REASON PIC X(20).
	   01 TMP.
	       03 DIGIT PIC 9 OCCURS 2 TIMES.
	   01 N PIC 9(4).
	   01 N2 PIC 99.
	   01 I PIC 9(4).
	   01 FEEDS-ACCEPTED PIC 99 VALUE 0.
	   01 FEEDS-HELD PIC 99 VALUE 0.
	   01 MERGED-FIGS PIC 999 VALUE 0.
	   01 MERGED-POINTS PIC 9(5) VALUE 0.
	   01 ROOM-FIGS PIC 999.
	   01 ROOM-POINTS PIC 9(5).
	   01 RUN-DATE PIC 9(8).
	   01 STATE-TXT PIC X(8).
	   01 TRAILER-TXT PIC X(7) VALUE SPACES.
	   01 REPORT-MSG PIC X(79) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
	       ACCEPT RUN-DATE FROM DATE YYYYMMDD.
		   PERFORM OPEN-REPORT-FILE.
		   PERFORM WRITE-REPORT-HEADING.
		   PERFORM LOAD-CONTROL.
		   IF FEED-COUNT > 0
		       PERFORM CHECK-ALL-FEEDS
			   PERFORM MERGE-FEEDS
			   PERFORM REPORT-FEEDS
			   PERFORM WRITE-RUN-TOTALS
		   ELSE
		       MOVE 8 TO RETURN-CODE.
		   PERFORM CLOSE-REPORT-FILE.
		   PERFORM PROGRAM-END.

       WRITE-REPORT-HEADING.
	       MOVE SPACES TO REPORT-MSG.
	   STRING 'FEED MERGE CONTROL REPORT' DELIMITED BY SIZE
	       '   RUN DATE ' DELIMITED BY SIZE
	       RUN-DATE DELIMITED BY SIZE
	       INTO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.

      * Load the feed list whole; the control file is small and the
      * list is walked twice - once to prove each feed, once to copy.
       LOAD-CONTROL.
	       MOVE 'N' TO CTL-EOF-FLAG.
		   OPEN INPUT CONTROL-FILE.
		   IF CONTROL-FILE-STATUS = '00'
		       PERFORM LOAD-CONTROL-LOOP
			   CLOSE CONTROL-FILE
			   IF FEED-COUNT = 0
			       MOVE 'NO FEEDS LISTED, NOTHING MERGED'
				   TO REPORT-MSG
				   PERFORM WRITE-REPORT-LINE.
		   IF CONTROL-FILE-STATUS NOT = '00'
		       MOVE 'NO FEED CONTROL FILE, NOTHING MERGED'
			   TO REPORT-MSG
			   PERFORM WRITE-REPORT-LINE.

       LOAD-CONTROL-LOOP.
	       READ CONTROL-FILE
		       AT END MOVE 'Y' TO CTL-EOF-FLAG.
		   IF CTL-EOF-FLAG NOT = 'Y'
		       PERFORM LOAD-CONTROL-RECORD
			   GO TO LOAD-CONTROL-LOOP.

       LOAD-CONTROL-RECORD.
	       IF CONTROL-RECORD NOT = SPACES AND CTL-TAG NOT = '*'
		       IF FEED-COUNT < 20
			       PERFORM ADD-FEED
		       ELSE
			       PERFORM FEED-TABLE-FULL.

       ADD-FEED.
	       COMPUTE FEED-COUNT = FEED-COUNT + 1.
		   MOVE FEED-COUNT TO F.
		   MOVE CTL-FEED-ID TO T-FEED-ID(F).
		   MOVE CTL-FILE-NAME TO T-FILE-NAME(F).
		   MOVE CTL-SENDER TO T-SENDER(F).
		   MOVE 'A' TO T-STATE(F).
		   MOVE SPACES TO T-REASON(F).
		   MOVE 0 TO T-FIGS(F).
		   MOVE 0 TO T-POINTS(F).
		   MOVE 'N' TO T-TRL-FLAG(F).
		   MOVE 0 TO T-TRL-FIGS(F).
		   MOVE 0 TO T-TRL-POINTS(F).
		   PERFORM CHECK-CONTROL-ENTRY.

       FEED-TABLE-FULL.
	       MOVE SPACES TO REPORT-MSG.
	   STRING 'FEED TABLE FULL, FEED ' DELIMITED BY SIZE
	       CTL-FEED-ID DELIMITED BY SIZE
	       ' NOT MERGED' DELIMITED BY SIZE
	       INTO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.
		   COMPUTE FEEDS-HELD = FEEDS-HELD + 1.

      * The feed id is what DDA and the trend report carry forward,
      * so a feed without one, or with one already used in this run,
      * cannot be told apart from the rest of the batch.
       CHECK-CONTROL-ENTRY.
	       IF T-FEED-ID(F) = SPACES
		       MOVE 'NO FEED ID' TO HOLD-REASON
			   PERFORM HOLD-FEED.
		   IF T-FILE-NAME(F) = SPACES
		       MOVE 'NO FILE NAME' TO HOLD-REASON
			   PERFORM HOLD-FEED.
		   MOVE 1 TO K.
		   PERFORM CHECK-DUPLICATE-STEP.

       CHECK-DUPLICATE-STEP.
	       IF K < F
		       IF T-FEED-ID(K) = T-FEED-ID(F)
			       MOVE 'DUPLICATE FEED ID' TO HOLD-REASON
				   PERFORM HOLD-FEED.
		   IF K < F
		       COMPUTE K = K + 1
			   GO TO CHECK-DUPLICATE-STEP.

       HOLD-FEED.
	       IF T-STATE(F) = 'A'
		       MOVE 'H' TO T-STATE(F)
			   MOVE HOLD-REASON TO T-REASON(F).

      * Pass one: prove each feed against its own trailer. Only the
      * feeds that prove are given room in the batch, in control
      * file order, so a held feed never costs a good one its place.
       CHECK-ALL-FEEDS.
	       MOVE 1 TO F.
		   PERFORM CHECK-FEED-STEP.

       CHECK-FEED-STEP.
	       IF F NOT > FEED-COUNT
		       PERFORM CHECK-ONE-FEED
			   COMPUTE F = F + 1
			   GO TO CHECK-FEED-STEP.

       CHECK-ONE-FEED.
	       IF T-STATE(F) = 'A'
		       PERFORM COUNT-FEED.
		   IF T-STATE(F) = 'A'
		       PERFORM CHECK-FEED-TRAILER.
		   IF T-STATE(F) = 'A'
		       PERFORM CHECK-BATCH-ROOM.

       COUNT-FEED.
	       MOVE T-FILE-NAME(F) TO FEED-FILE-NAME.
		   OPEN INPUT FEED-FILE.
		   IF FEED-FILE-STATUS NOT = '00'
		       MOVE 'FILE NOT FOUND' TO HOLD-REASON
			   PERFORM HOLD-FEED
		   ELSE
		       MOVE 'N' TO FEED-EOF-FLAG
			   MOVE 'N' TO LAST-OVERLAY-FLAG
			   PERFORM COUNT-FEED-LOOP
			   CLOSE FEED-FILE.

       COUNT-FEED-LOOP.
	       PERFORM READ-FEED-HEADER.
		   IF FEED-EOF-FLAG NOT = 'Y' AND TRAILER-HIT-FLAG = 'Y'
		       PERFORM TAKE-FEED-TRAILER
			   MOVE 'Y' TO FEED-EOF-FLAG.
		   IF FEED-EOF-FLAG NOT = 'Y'
		       PERFORM COUNT-FEED-FIGURE
			   GO TO COUNT-FEED-LOOP.

      * A record starting with 'T' where a header is due is the feed
      * trailer, the same rule DDA applies to the batch trailer.
       READ-FEED-HEADER.
	       MOVE 'N' TO TRAILER-HIT-FLAG.
		   READ FEED-FILE
		       AT END MOVE 'Y' TO FEED-EOF-FLAG.
		   IF FEED-EOF-FLAG NOT = 'Y'
		       IF FEED-TAG = 'T'
			       MOVE 'Y' TO TRAILER-HIT-FLAG.

      * Anything after the trailer means the sender's file was cut
      * together badly; the trailer no longer speaks for it.
       TAKE-FEED-TRAILER.
	       IF FEED-TRAILER-FIGURES NUMERIC
		   AND FEED-TRAILER-POINTS NUMERIC
		       MOVE 'Y' TO T-TRL-FLAG(F)
			   MOVE FEED-TRAILER-FIGURES TO T-TRL-FIGS(F)
			   MOVE FEED-TRAILER-POINTS TO T-TRL-POINTS(F)
		   ELSE
		       MOVE 'BAD TRAILER' TO HOLD-REASON
			   PERFORM HOLD-FEED.
		   READ FEED-FILE
		       AT END MOVE 'Y' TO FEED-EOF-FLAG.
		   IF FEED-EOF-FLAG NOT = 'Y'
		       MOVE 'DATA AFTER TRAILER' TO HOLD-REASON
			   PERFORM HOLD-FEED.

      * A bad point count leaves no way to tell where the figure
      * ends, and a figure cut short by end of file has lost points;
      * either way the walk stops and the feed is held.
       COUNT-FEED-FIGURE.
	       PERFORM PARSE-FEED-N.
		   IF N-OK-FLAG = 'Y'
		       COMPUTE T-FIGS(F) = T-FIGS(F) + 1
			   MOVE FEED-OVERLAY-FLAG TO LAST-OVERLAY-FLAG
			   MOVE 1 TO I
			   PERFORM COUNT-POINT-LOOP
		   ELSE
		       MOVE 'BAD POINT COUNT' TO HOLD-REASON
			   PERFORM HOLD-FEED.
		   IF N-OK-FLAG = 'Y' AND I NOT > N
		       MOVE 'SHORT FIGURE' TO HOLD-REASON
			   PERFORM HOLD-FEED.
		   IF T-STATE(F) NOT = 'A'
		       MOVE 'Y' TO FEED-EOF-FLAG.

       COUNT-POINT-LOOP.
	       IF I NOT > N AND FEED-EOF-FLAG NOT = 'Y'
		       READ FEED-FILE
			       AT END MOVE 'Y' TO FEED-EOF-FLAG.
		   IF I NOT > N AND FEED-EOF-FLAG NOT = 'Y'
		       COMPUTE T-POINTS(F) = T-POINTS(F) + 1
			   COMPUTE I = I + 1
			   GO TO COUNT-POINT-LOOP.

       PARSE-FEED-N.
	       MOVE 'N' TO N-OK-FLAG.
		   IF FEED-N NUMERIC
		       MOVE 'Y' TO N-OK-FLAG
			   PERFORM PARSE-FEED-N-DIGITS.

      * The wide count field (blank on the old layout) overrides the
      * classic two-digit one, the same rule DDA's PARSE-N applies.
       PARSE-FEED-N-DIGITS.
	       MOVE FEED-N TO TMP.
		   MOVE DIGIT(2) TO N2.
		   IF DIGIT(1) NOT EQUAL SPACE
		       MOVE TMP TO N2.
		   MOVE N2 TO N.
		   IF FEED-WIDE-N NUMERIC AND FEED-WIDE-N > 0
		       MOVE FEED-WIDE-N TO N.

      * The feed's own trailer must agree with what was counted. An
      * overlay flag on the last figure would draw the next feed's
      * first figure over it, so the group must close inside the feed.
       CHECK-FEED-TRAILER.
	       IF T-TRL-FLAG(F) NOT = 'Y'
		       MOVE 'NO TRAILER' TO HOLD-REASON
			   PERFORM HOLD-FEED.
		   IF T-STATE(F) = 'A' AND T-TRL-FIGS(F) NOT = T-FIGS(F)
		       MOVE 'TRAILER FIGURES' TO HOLD-REASON
			   PERFORM HOLD-FEED.
		   IF T-STATE(F) = 'A'
		       AND T-TRL-POINTS(F) NOT = T-POINTS(F)
		       MOVE 'TRAILER POINTS' TO HOLD-REASON
			   PERFORM HOLD-FEED.
		   IF LAST-OVERLAY-FLAG = 'Y'
		       MOVE 'OPEN OVERLAY GROUP' TO HOLD-REASON
			   PERFORM HOLD-FEED.

      * DDA's trailer carries two figure digits and four point digits,
      * so the combined batch stops there; a feed that would overflow
      * it is held whole for the next run rather than split.
       CHECK-BATCH-ROOM.
	       COMPUTE ROOM-FIGS = MERGED-FIGS + T-FIGS(F).
		   COMPUTE ROOM-POINTS = MERGED-POINTS + T-POINTS(F).
		   IF ROOM-FIGS > 99 OR ROOM-POINTS > 9999
		       MOVE 'BATCH FULL' TO HOLD-REASON
			   PERFORM HOLD-FEED
		   ELSE
		       MOVE ROOM-FIGS TO MERGED-FIGS
			   MOVE ROOM-POINTS TO MERGED-POINTS.

      * Pass two: copy the proven feeds into input.txt. Nothing is
      * written when no feed proved, so the last good batch is not
      * overwritten by an empty one.
       MERGE-FEEDS.
	       MOVE 1 TO F.
		   PERFORM COUNT-ACCEPTED-STEP.
		   IF FEEDS-ACCEPTED > 0
		       OPEN OUTPUT MERGED-FILE
			   MOVE 1 TO F
			   PERFORM MERGE-FEED-STEP
			   PERFORM WRITE-MERGED-TRAILER
			   CLOSE MERGED-FILE.

       COUNT-ACCEPTED-STEP.
	       IF F NOT > FEED-COUNT
		       PERFORM COUNT-ACCEPTED-ONE
			   COMPUTE F = F + 1
			   GO TO COUNT-ACCEPTED-STEP.

       COUNT-ACCEPTED-ONE.
	       IF T-STATE(F) = 'A'
		       COMPUTE FEEDS-ACCEPTED = FEEDS-ACCEPTED + 1
		   ELSE
		       COMPUTE FEEDS-HELD = FEEDS-HELD + 1.

       MERGE-FEED-STEP.
	       IF F NOT > FEED-COUNT
		       IF T-STATE(F) = 'A'
			       PERFORM COPY-FEED.
		   IF F NOT > FEED-COUNT
		       COMPUTE F = F + 1
			   GO TO MERGE-FEED-STEP.

       COPY-FEED.
	       MOVE T-FILE-NAME(F) TO FEED-FILE-NAME.
		   OPEN INPUT FEED-FILE.
		   MOVE 'N' TO FEED-EOF-FLAG.
		   PERFORM COPY-FEED-LOOP.
		   CLOSE FEED-FILE.

       COPY-FEED-LOOP.
	       PERFORM READ-FEED-HEADER.
		   IF TRAILER-HIT-FLAG = 'Y'
		       MOVE 'Y' TO FEED-EOF-FLAG.
		   IF FEED-EOF-FLAG NOT = 'Y'
		       PERFORM COPY-FIGURE
			   GO TO COPY-FEED-LOOP.

      * The feed id goes in past the last header field DDA reads,
      * so a tagged header still parses the same in every program.
       COPY-FIGURE.
	       PERFORM PARSE-FEED-N.
		   MOVE FEED-LINE TO MERGED-LINE.
		   MOVE T-FEED-ID(F) TO MERGED-FEED-ID.
		   WRITE MERGED-RECORD.
		   MOVE 1 TO I.
		   PERFORM COPY-POINT-LOOP.

       COPY-POINT-LOOP.
	       IF I NOT > N AND FEED-EOF-FLAG NOT = 'Y'
		       READ FEED-FILE
			       AT END MOVE 'Y' TO FEED-EOF-FLAG.
		   IF I NOT > N AND FEED-EOF-FLAG NOT = 'Y'
		       MOVE FEED-LINE TO MERGED-LINE
			   WRITE MERGED-RECORD
			   COMPUTE I = I + 1
			   GO TO COPY-POINT-LOOP.

       WRITE-MERGED-TRAILER.
	       MOVE SPACES TO MERGED-RECORD.
		   MOVE 'T' TO MERGED-TRAILER-TAG.
		   MOVE MERGED-FIGS TO MERGED-TRAILER-FIGURES.
		   MOVE MERGED-POINTS TO MERGED-TRAILER-POINTS.
		   WRITE MERGED-RECORD.

      * One line per listed feed: what was counted against what its
      * trailer claimed, and the reason it was held.
       REPORT-FEEDS.
	       MOVE SPACES TO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.
		   MOVE SPACES TO REPORT-MSG.
	   STRING 'FEED     FILE         STATUS   ' DELIMITED BY SIZE
	       'FIGS POINTS TRAILER  REASON' DELIMITED BY SIZE
	       INTO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.
		   MOVE 1 TO F.
		   PERFORM REPORT-FEED-STEP.

       REPORT-FEED-STEP.
	       IF F NOT > FEED-COUNT
		       PERFORM REPORT-ONE-FEED
			   COMPUTE F = F + 1
			   GO TO REPORT-FEED-STEP.

       REPORT-ONE-FEED.
	       MOVE 'ACCEPTED' TO STATE-TXT.
		   IF T-STATE(F) NOT = 'A'
		       MOVE 'HELD' TO STATE-TXT.
		   MOVE 'NONE' TO TRAILER-TXT.
		   IF T-TRL-FLAG(F) = 'Y'
		       MOVE SPACES TO TRAILER-TXT
		   STRING T-TRL-FIGS(F) DELIMITED BY SIZE
		       ' ' DELIMITED BY SIZE
		       T-TRL-POINTS(F) DELIMITED BY SIZE
		       INTO TRAILER-TXT.
		   MOVE SPACES TO REPORT-MSG.
	   STRING T-FEED-ID(F) DELIMITED BY SIZE
	       ' ' DELIMITED BY SIZE
	       T-FILE-NAME(F) DELIMITED BY SIZE
	       ' ' DELIMITED BY SIZE
	       STATE-TXT DELIMITED BY SIZE
	       ' ' DELIMITED BY SIZE
	       T-FIGS(F) DELIMITED BY SIZE
	       '  ' DELIMITED BY SIZE
	       T-POINTS(F) DELIMITED BY SIZE
	       ' ' DELIMITED BY SIZE
	       TRAILER-TXT DELIMITED BY SIZE
	       '  ' DELIMITED BY SIZE
	       T-REASON(F) DELIMITED BY SIZE
	       INTO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.
		   IF T-SENDER(F) NOT = SPACES
		       MOVE SPACES TO REPORT-MSG
		   STRING '         FROM ' DELIMITED BY SIZE
		       T-SENDER(F) DELIMITED BY SIZE
		       INTO REPORT-MSG
		       PERFORM WRITE-REPORT-LINE.

       WRITE-RUN-TOTALS.
	       MOVE SPACES TO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.
		   MOVE SPACES TO REPORT-MSG.
	   STRING 'FEEDS ACCEPTED ' DELIMITED BY SIZE
	       FEEDS-ACCEPTED DELIMITED BY SIZE
	       ' HELD ' DELIMITED BY SIZE
	       FEEDS-HELD DELIMITED BY SIZE
	       INTO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.
		   IF FEEDS-ACCEPTED > 0
		       PERFORM WRITE-MERGED-TOTALS
		   ELSE
		       MOVE 'NO FEED ACCEPTED, INPUT.TXT NOT WRITTEN'
			   TO REPORT-MSG
			   PERFORM WRITE-REPORT-LINE.
		   MOVE 0 TO RETURN-CODE.
		   IF FEEDS-HELD > 0
		       MOVE 4 TO RETURN-CODE.
		   IF FEEDS-ACCEPTED = 0
		       MOVE 8 TO RETURN-CODE.

       WRITE-MERGED-TOTALS.
	       MOVE MERGED-FIGS TO N2.
		   MOVE MERGED-POINTS TO N.
		   MOVE SPACES TO REPORT-MSG.
	   STRING 'INPUT.TXT WRITTEN, FIGURES ' DELIMITED BY SIZE
	       MERGED-FIGS DELIMITED BY SIZE
	       ' POINTS ' DELIMITED BY SIZE
	       MERGED-POINTS DELIMITED BY SIZE
	       INTO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.
		   MOVE SPACES TO REPORT-MSG.
	   STRING 'COMBINED TRAILER T ' DELIMITED BY SIZE
	       N2 DELIMITED BY SIZE
	       ' ' DELIMITED BY SIZE
	       N DELIMITED BY SIZE
	       INTO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.

       OPEN-REPORT-FILE.
	       OPEN OUTPUT REPORT-FILE.

       WRITE-REPORT-LINE.
	       MOVE REPORT-MSG TO REPORT-LINE.
		   WRITE REPORT-RECORD.

       CLOSE-REPORT-FILE.
	       CLOSE REPORT-FILE.

       PROGRAM-END.
	   STOP RUN.
