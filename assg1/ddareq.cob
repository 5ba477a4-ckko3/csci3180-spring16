      * Print request intake for DDA. Reprint requests for figures
      * already in the catalog are queued in reqqueue.txt, one per
      * record; this program checks every pending request against
      * the catalog index (catidx.dat) and builds a ready-to-run
      * input.txt from the ones that pass - a header and a G replay
      * record per copy, a T record ahead of the G when the request
      * carries a translate/scale/rotate directive, and a trailer
      * whose counts match what was written, so reconciliation no
      * longer depends on a clerk's arithmetic. Figures go into the
      * batch in order of needed-by date, earliest first.
      * Each request is then marked in the queue - S scheduled, with
      * the batch and the figure number its first copy rides at, or
      * R rejected, with the reason - so the next run never produces
      * it a second time. DDA numbers figures with two digits, so a
      * batch stops at 99 figures and a request that does not fit
      * stays pending for the next batch.
      * reqack.txt tells each requester which batch their figures
      * ride in, or why a request was turned away.
      * Queue record:
      *     cols  1-8   requester
      *          10-19  figure id
      *          21     revision (blank = latest RELEASED)
      *          23-24  routing code
      *          26-27  copies (blank = 1)
      *          29-36  needed-by date YYYYMMDD
      *          38-40  translate x (sign, 2 digits) - optional
      *          42-44  translate y                  - directive,
      *          46-47  scale                        - DDA's T
      *          49     rotation, quarter turns 0-3  - record
      *          51     status: blank pending, S scheduled,
      *                 R rejected
      *          53-62  batch id (run date + run number)
      *          64-65  figure number of the first copy in the batch
      *          67-86  reason a request was rejected
      * Return code 4 means a request was rejected or held back; 8
      * means the queue or the index could not be used and nothing
      * was written.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDAREQ.

       ENVIRONMENT DIVISION
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT QUEUE-FILE ASSIGN TO DISK
	       ORGANIZATION IS LINE SEQUENTIAL
		       FILE STATUS IS QUEUE-FILE-STATUS.
	   SELECT WORK-FILE ASSIGN TO DISK
		       ORGANIZATION IS LINE SEQUENTIAL
		       FILE STATUS IS WORK-FILE-STATUS.
	   SELECT INPUT-FILE ASSIGN TO DISK
		       ORGANIZATION IS LINE SEQUENTIAL
		       FILE STATUS IS INPUT-FILE-STATUS.
	   SELECT ACK-FILE ASSIGN TO DISK
		       ORGANIZATION IS LINE SEQUENTIAL
		       FILE STATUS IS ACK-FILE-STATUS.
	   SELECT RUNPARMS-FILE ASSIGN TO DISK
		       ORGANIZATION IS LINE SEQUENTIAL
		       FILE STATUS IS RUNPARMS-FILE-STATUS.
	   SELECT CATIDX-FILE ASSIGN TO DISK
		       ORGANIZATION IS INDEXED
		       ACCESS MODE IS DYNAMIC
		       RECORD KEY IS CATIDX-KEY
		       FILE STATUS IS CATIDX-FILE-STATUS.

       DATA DIVISION
       FILE SECTION.
       FD QUEUE-FILE
	       LABEL RECORDS ARE STANDARD
		   DATA RECORD IS QUEUE-RECORD
		   VALUE OF FILE-ID IS "reqqueue.txt".
       01 QUEUE-RECORD.
	       03 QUEUE-LINE PIC X(86).

      * The rewritten queue is built here in full and copied back
      * over reqqueue.txt only after a clean close, the same way
      * DDACAT rewrites the catalog.
       FD WORK-FILE
	       LABEL RECORDS ARE STANDARD
		   DATA RECORD IS WORK-RECORD
		   VALUE OF FILE-ID IS "reqwork.txt".
       01 WORK-RECORD.
	       03 WORK-LINE PIC X(86).

      * DDA's own input layouts - header, point (for the T record),
      * G replay reference and trailer.
       FD INPUT-FILE
	       LABEL RECORDS ARE STANDARD
		   DATA RECORD IS INPUT-RECORD
		   VALUE OF FILE-ID IS "input.txt".
       01 INPUT-RECORD.
	       03 INPUT-ROWS PIC 99.
	       03 FILLER PIC X.
	       03 INPUT-COLS PIC 99.
	       03 FILLER PIC X.
	       03 INPUT-N PIC 99.
	       03 FILLER PIC X.
	       03 INPUT-CLOSE-FLAG PIC X.
	       03 FILLER PIC X.
	       03 INPUT-FILL-FLAG PIC X.
	       03 FILLER PIC X.
	       03 INPUT-FILL-CHAR PIC X.
	       03 FILLER PIC X.
	       03 INPUT-OVERLAY-FLAG PIC X.
	       03 FILLER PIC X.
	       03 INPUT-CATALOG-FLAG PIC X.
	       03 FILLER PIC X.
	       03 INPUT-ASPECT-FLAG PIC X.
	       03 FILLER PIC X.
	       03 INPUT-FIGURE-ID PIC X(10).
	       03 FILLER PIC X.
	       03 INPUT-ROUTE-CODE PIC XX.
	       03 FILLER PIC X.
	       03 INPUT-WIDE-COLS PIC 999.
	       03 FILLER PIC X.
	       03 INPUT-WIDE-N PIC 9(4).
       01 INPUT-POINT-RECORD REDEFINES INPUT-RECORD.
	       03 INPUT-MODE PIC X.
	       03 FILLER PIC X.
	       03 INPUT-X-SIGN PIC X.
	       03 INPUT-X-MAG PIC 99.
	       03 FILLER PIC X.
	       03 INPUT-Y-SIGN PIC X.
	       03 INPUT-Y-MAG PIC 99.
	       03 FILLER PIC X.
	       03 INPUT-R-SIGN PIC X.
	       03 INPUT-R-MAG PIC XX.
	       03 FILLER PIC X.
	       03 INPUT-CHAR PIC X.
	       03 FILLER PIC X(16).
       01 INPUT-REF-RECORD REDEFINES INPUT-RECORD.
	       03 FILLER PIC X(10).
	       03 INPUT-REF-ID PIC X(10).
	       03 FILLER PIC X.
	       03 INPUT-REF-REV PIC X.
	       03 FILLER PIC X(9).
       01 INPUT-TRAILER-RECORD REDEFINES INPUT-RECORD.
	       03 INPUT-TRAILER-TAG PIC X.
	       03 FILLER PIC X.
	       03 INPUT-TRAILER-FIGURES PIC 99.
	       03 FILLER PIC X.
	       03 INPUT-TRAILER-POINTS PIC 9(4).
	       03 FILLER PIC X(22).

       FD ACK-FILE
	       LABEL RECORDS ARE STANDARD
		   DATA RECORD IS ACK-RECORD
		   VALUE OF FILE-ID IS "reqack.txt".
       01 ACK-RECORD.
	       03 ACK-LINE PIC X(100).

      * DDA's run parameters - read here only for the grid size a
      * header should ask for, so the batch draws on the same sheet
      * a hand-keyed header would get.
       FD RUNPARMS-FILE
	       LABEL RECORDS ARE STANDARD
		   DATA RECORD IS RUNPARMS-RECORD
		   VALUE OF FILE-ID IS "runparms.txt".
       01 RUNPARMS-RECORD.
	       03 PARM-IN-REJECT-LIMIT PIC 9(4).
	       03 FILLER PIC X.
	       03 PARM-IN-ROWS PIC 99.
	       03 FILLER PIC X.
	       03 PARM-IN-COLS PIC 999.
	       03 FILLER PIC X.
	       03 PARM-IN-PLOT-CHAR PIC X.
	       03 FILLER PIC X.
	       03 PARM-IN-FILL-CHAR PIC X.
	       03 FILLER PIC X.
	       03 PARM-IN-NO-LOG PIC X.
	       03 FILLER PIC X.
	       03 PARM-IN-NO-EXPORT PIC X.

      * Keyed companion to catalog.txt (see DDA's CATIDX-FILE) -
      * read only, to see whether an id and revision are on file.
       FD CATIDX-FILE
	       LABEL RECORDS ARE STANDARD
		   DATA RECORD IS CATIDX-RECORD
		   VALUE OF FILE-ID IS "catidx.dat".
       01 CATIDX-RECORD.
	       03 CATIDX-KEY.
		       05 CATIDX-ID PIC X(10).
		       05 CATIDX-REV PIC X.
		       05 CATIDX-SEQ PIC 9(4).
	       03 CATIDX-LINE PIC X(44).

       WORKING-STORAGE SECTION.
	   01 QUEUE-FILE-STATUS PIC XX.
	   01 WORK-FILE-STATUS PIC XX.
	   01 INPUT-FILE-STATUS PIC XX.
	   01 ACK-FILE-STATUS PIC XX.
	   01 RUNPARMS-FILE-STATUS PIC XX.
	   01 CATIDX-FILE-STATUS PIC XX.

	   01 QUEUE-EOF-FLAG PIC X.
	   01 QUEUE-OK-FLAG PIC X VALUE 'Y'.
	   01 WORK-EOF-FLAG PIC X.
	   01 CATIDX-OPEN-FLAG PIC X VALUE 'N'.
	   01 CATIDX-EOF-FLAG PIC X.
	   01 PARM-EOF-FLAG PIC X.
	   01 PARM-DEF-ROWS PIC 99 VALUE 23.
	   01 PARM-DEF-COLS PIC 999 VALUE 79.

      * One queue record, taken apart.
	   01 REQUEST.
	       03 REQ-REQUESTER PIC X(8).
	       03 FILLER PIC X.
	       03 REQ-FIGURE-ID PIC X(10).
	       03 FILLER PIC X.
	       03 REQ-REV PIC X.
	       03 FILLER PIC X.
	       03 REQ-ROUTE PIC XX.
	       03 FILLER PIC X.
	       03 REQ-COPIES PIC XX.
	       03 REQ-COPIES-N REDEFINES REQ-COPIES PIC 99.
	       03 FILLER PIC X.
	       03 REQ-NEEDED PIC 9(8).
	       03 REQ-NEEDED-PARTS REDEFINES REQ-NEEDED.
		       05 REQ-NEEDED-YEAR PIC 9(4).
		       05 REQ-NEEDED-MONTH PIC 99.
		       05 REQ-NEEDED-DAY PIC 99.
	       03 FILLER PIC X.
	       03 REQ-DIRECTIVE.
		       05 REQ-DX-SIGN PIC X.
		       05 REQ-DX-MAG PIC XX.
		       05 FILLER PIC X.
		       05 REQ-DY-SIGN PIC X.
		       05 REQ-DY-MAG PIC XX.
		       05 FILLER PIC X.
		       05 REQ-SCALE PIC XX.
		       05 FILLER PIC X.
		       05 REQ-ROT PIC X.
	       03 FILLER PIC X.
	       03 REQ-STATUS PIC X.
	       03 FILLER PIC X.
	       03 REQ-BATCH.
		       05 REQ-BATCH-DATE PIC 9(8).
		       05 REQ-BATCH-SEQ PIC 99.
	       03 FILLER PIC X.
	       03 REQ-BATCH-FIG PIC 99.
	       03 FILLER PIC X.
	       03 REQ-REASON PIC X(20).

      * The whole queue rides in memory and is rewritten once the
      * batch is out. RQ-NEW-FLAG marks the requests this run took
      * up (pending when it started); RQ-OUTCOME is S scheduled,
      * R rejected or H held for a later batch.
	   01 RQ-TABLE.
	       03 RQ-ENTRY OCCURS 999 TIMES.
		       05 RQ-RECORD PIC X(86).
		       05 RQ-NEW-FLAG PIC X.
		       05 RQ-OUTCOME PIC X.
		       05 RQ-ACKED-FLAG PIC X.
	   01 RQ-COUNT PIC 9(4) VALUE 0.
	   01 RQ-K PIC 9(4).
	   01 RQ-J PIC 9(4).

      * Requests that passed, in the order they go into the batch.
	   01 SCH-TABLE.
	       03 SCH-ENTRY OCCURS 999 TIMES.
		       05 SCH-NEEDED PIC 9(8).
		       05 SCH-Q PIC 999.
	   01 SCH-HOLD.
	       03 SCH-HOLD-NEEDED PIC 9(8).
	       03 SCH-HOLD-Q PIC 999.
	   01 SCH-COUNT PIC 9(4) VALUE 0.
	   01 SCH-K PIC 9(4).
	   01 SCH-SWAP-FLAG PIC X.

	   01 CATALOG-HEADER-RECORD.
	       03 CAT-REC-TYPE PIC X.
	       03 FILLER PIC X.
	       03 CAT-HDR-ID PIC X(10).
	       03 FILLER PIC X.
	       03 CAT-HDR-COUNT PIC 99.
	       03 FILLER PIC X.
	       03 CAT-HDR-WIDE-COUNT PIC 9(4).
	       03 FILLER PIC X.
	       03 CAT-HDR-REV PIC X.
	       03 FILLER PIC X.
	       03 CAT-HDR-STATUS PIC X(8).
	       03 FILLER PIC X(13).

	   01 RUN-DATE PIC 9(8).
	   01 BATCH-ID.
	       03 BATCH-DATE PIC 9(8).
	       03 BATCH-SEQ PIC 99.
	   01 REQ-OK-FLAG PIC X.
	   01 REJECT-TEXT PIC X(20).
	   01 ID-FOUND-FLAG PIC X.
	   01 REV-FOUND-FLAG PIC X.
	   01 BATCH-FULL-FLAG PIC X VALUE 'N'.
	   01 BATCH-SEQ-OK-FLAG PIC X.
	   01 COPIES PIC 99.
	   01 COPY-K PIC 99.
	   01 FIG-NEXT PIC 999 VALUE 1.
	   01 FIG-LAST PIC 999.
	   01 FIG-PER-REQ PIC 99.
	   01 BATCH-FIGURES PIC 99 VALUE 0.
	   01 BATCH-POINTS PIC 9(4) VALUE 0.
	   01 PENDING-COUNT PIC 999 VALUE 0.
	   01 SCHEDULED-COUNT PIC 999 VALUE 0.
	   01 REJECTED-COUNT PIC 999 VALUE 0.
	   01 HELD-COUNT PIC 999 VALUE 0.
	   01 ED-FIG-LAST PIC 99.
	   01 ACK-REQUESTER PIC X(8).
	   01 ACK-MSG PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
	       PERFORM OPEN-ACK-FILE.
		   ACCEPT RUN-DATE FROM DATE YYYYMMDD.
		   PERFORM READ-RUNPARMS.
		   PERFORM LOAD-QUEUE.
		   IF QUEUE-OK-FLAG = 'Y'
		       PERFORM OPEN-CATIDX.
		   IF QUEUE-OK-FLAG = 'Y' AND CATIDX-OPEN-FLAG = 'Y'
		       PERFORM SCHEDULE-REQUESTS
		   ELSE
		       MOVE 8 TO RETURN-CODE.
		   IF CATIDX-OPEN-FLAG = 'Y'
		       CLOSE CATIDX-FILE.
		   PERFORM CLOSE-ACK-FILE.
		   PERFORM PROGRAM-END.

      * Only the grid size is taken; each field falls back to DDA's
      * wired default on its own, as DDA's APPLY-RUNPARMS does.
       READ-RUNPARMS.
	       MOVE 'N' TO PARM-EOF-FLAG.
		   OPEN INPUT RUNPARMS-FILE.
		   IF RUNPARMS-FILE-STATUS = '00'
		       PERFORM READ-RUNPARMS-RECORD
			   CLOSE RUNPARMS-FILE.

       READ-RUNPARMS-RECORD.
	       READ RUNPARMS-FILE
		       AT END MOVE 'Y' TO PARM-EOF-FLAG.
		   IF PARM-EOF-FLAG NOT = 'Y'
		       PERFORM APPLY-RUNPARMS.

       APPLY-RUNPARMS.
	       IF PARM-IN-ROWS NUMERIC AND PARM-IN-ROWS > 0
		       MOVE PARM-IN-ROWS TO PARM-DEF-ROWS.
		   IF PARM-IN-COLS NUMERIC AND PARM-IN-COLS > 0
		       IF PARM-IN-COLS NOT > 132
			   MOVE PARM-IN-COLS TO PARM-DEF-COLS.

      * A queue with no file yet is simply an empty queue. One too
      * big for the table is refused whole - rewriting it from a
      * partial load would drop the requests past the cap.
       LOAD-QUEUE.
	       MOVE 'N' TO QUEUE-EOF-FLAG.
		   OPEN INPUT QUEUE-FILE.
		   IF QUEUE-FILE-STATUS = '00'
		       PERFORM LOAD-QUEUE-LOOP
			   CLOSE QUEUE-FILE
		   ELSE
		       MOVE 'NO REQUEST QUEUE ON FILE' TO ACK-MSG
			   PERFORM WRITE-ACK-LINE.

       LOAD-QUEUE-LOOP.
	       READ QUEUE-FILE
		       AT END MOVE 'Y' TO QUEUE-EOF-FLAG.
		   IF QUEUE-EOF-FLAG NOT = 'Y' AND QUEUE-OK-FLAG = 'Y'
		       PERFORM LOAD-QUEUE-RECORD
			   GO TO LOAD-QUEUE-LOOP.

       LOAD-QUEUE-RECORD.
	       IF RQ-COUNT < 999
		       COMPUTE RQ-COUNT = RQ-COUNT + 1
			   MOVE QUEUE-LINE TO RQ-RECORD(RQ-COUNT)
			   MOVE 'N' TO RQ-NEW-FLAG(RQ-COUNT)
			   MOVE SPACE TO RQ-OUTCOME(RQ-COUNT)
			   MOVE 'N' TO RQ-ACKED-FLAG(RQ-COUNT)
		   ELSE
		       MOVE 'N' TO QUEUE-OK-FLAG
			   MOVE 'QUEUE OVER 999 RECORDS - NOT RUN'
			       TO ACK-MSG
			   PERFORM WRITE-ACK-LINE.

      * Without the index no request can be checked, so none is
      * scheduled and the queue is left exactly as it was.
       OPEN-CATIDX.
	       OPEN INPUT CATIDX-FILE.
		   IF CATIDX-FILE-STATUS = '00'
		       MOVE 'Y' TO CATIDX-OPEN-FLAG
		   ELSE
		       MOVE 'CATALOG INDEX NOT AVAILABLE - NOT RUN'
			   TO ACK-MSG
			   PERFORM WRITE-ACK-LINE.

      * With the day's run numbers used up there is no id to give
      * the batch, so nothing is scheduled and the queue is left
      * exactly as it was.
       SCHEDULE-REQUESTS.
	       PERFORM SET-BATCH-ID.
		   IF BATCH-SEQ-OK-FLAG = 'Y'
		       PERFORM SCHEDULE-BATCH
		   ELSE
		       MOVE 'NO RUN NUMBER LEFT FOR TODAY - NOT RUN'
			   TO ACK-MSG
			   PERFORM WRITE-ACK-LINE
			   MOVE 8 TO RETURN-CODE.

       SCHEDULE-BATCH.
	       MOVE 1 TO RQ-K.
		   PERFORM CHECK-REQUEST-LOOP.
		   PERFORM SORT-SCHEDULE.
		   MOVE 1 TO SCH-K.
		   PERFORM ASSIGN-FIGURES-LOOP.
		   IF BATCH-FIGURES > 0
		       PERFORM WRITE-BATCH-INPUT.
		   PERFORM WRITE-ACK-REPORT.
		   IF SCHEDULED-COUNT > 0 OR REJECTED-COUNT > 0
		       PERFORM REWRITE-QUEUE.
		   IF REJECTED-COUNT > 0 OR HELD-COUNT > 0
		       MOVE 4 TO RETURN-CODE.

      * The batch id is the run date and a run number, one past the
      * highest number the queue already shows for today, so two
      * runs in a day never share an id. Once run 99 is on file the
      * day has no number left to give.
       SET-BATCH-ID.
	       MOVE RUN-DATE TO BATCH-DATE.
		   MOVE 0 TO BATCH-SEQ.
		   MOVE 'N' TO BATCH-SEQ-OK-FLAG.
		   MOVE 1 TO RQ-K.
		   PERFORM SET-BATCH-ID-STEP.
		   IF BATCH-SEQ < 99
		       COMPUTE BATCH-SEQ = BATCH-SEQ + 1
			   MOVE 'Y' TO BATCH-SEQ-OK-FLAG.

       SET-BATCH-ID-STEP.
	       IF RQ-K NOT > RQ-COUNT
		       MOVE RQ-RECORD(RQ-K) TO REQUEST
			   PERFORM SET-BATCH-ID-TEST
			   COMPUTE RQ-K = RQ-K + 1
			   GO TO SET-BATCH-ID-STEP.

       SET-BATCH-ID-TEST.
	       IF REQ-BATCH-DATE NUMERIC AND REQ-BATCH-SEQ NUMERIC
		       IF REQ-BATCH-DATE = RUN-DATE
			   IF REQ-BATCH-SEQ > BATCH-SEQ
			       MOVE REQ-BATCH-SEQ TO BATCH-SEQ.

       CHECK-REQUEST-LOOP.
	       IF RQ-K NOT > RQ-COUNT
		       PERFORM CHECK-REQUEST
			   COMPUTE RQ-K = RQ-K + 1
			   GO TO CHECK-REQUEST-LOOP.

      * Scheduled and rejected requests are history; only a blank
      * status is taken up. A request that fails is marked rejected
      * on the spot; one that passes joins the schedule.
       CHECK-REQUEST.
	       MOVE RQ-RECORD(RQ-K) TO REQUEST.
		   IF REQ-STATUS = SPACE
		       MOVE 'Y' TO RQ-NEW-FLAG(RQ-K)
			   COMPUTE PENDING-COUNT = PENDING-COUNT + 1
			   PERFORM VALIDATE-REQUEST
			   PERFORM CHECK-REQUEST-RESULT.

       CHECK-REQUEST-RESULT.
	       IF REQ-OK-FLAG = 'Y'
		       COMPUTE SCH-COUNT = SCH-COUNT + 1
			   MOVE REQ-NEEDED TO SCH-NEEDED(SCH-COUNT)
			   MOVE RQ-K TO SCH-Q(SCH-COUNT)
		   ELSE
		       MOVE 'R' TO REQ-STATUS
			   MOVE REJECT-TEXT TO REQ-REASON
			   MOVE REQUEST TO RQ-RECORD(RQ-K)
			   MOVE 'R' TO RQ-OUTCOME(RQ-K)
			   COMPUTE REJECTED-COUNT = REJECTED-COUNT + 1.

      * The first check a request fails is the reason it is given.
       VALIDATE-REQUEST.
	       MOVE 'Y' TO REQ-OK-FLAG.
		   MOVE SPACES TO REJECT-TEXT.
		   IF REQ-FIGURE-ID = SPACES
		       MOVE 'N' TO REQ-OK-FLAG
			   MOVE 'NO FIGURE ID' TO REJECT-TEXT.
		   IF REQ-OK-FLAG = 'Y'
		       PERFORM CHECK-COPIES.
		   IF REQ-OK-FLAG = 'Y'
		       PERFORM CHECK-NEEDED-DATE.
		   IF REQ-OK-FLAG = 'Y'
		       PERFORM CHECK-DIRECTIVE.
		   IF REQ-OK-FLAG = 'Y'
		       PERFORM CHECK-CATALOG.

       CHECK-COPIES.
	       IF REQ-COPIES NOT = SPACES
		       IF REQ-COPIES-N NOT NUMERIC
			   MOVE 'N' TO REQ-OK-FLAG
		       ELSE
			   IF REQ-COPIES-N = 0
			       MOVE 'N' TO REQ-OK-FLAG.
		   IF REQ-OK-FLAG NOT = 'Y'
		       MOVE 'BAD COPIES' TO REJECT-TEXT.

       CHECK-NEEDED-DATE.
	       IF REQ-NEEDED NOT NUMERIC
		       MOVE 'N' TO REQ-OK-FLAG
		   ELSE
		       IF REQ-NEEDED-MONTH < 1 OR REQ-NEEDED-MONTH > 12
			   MOVE 'N' TO REQ-OK-FLAG
		       ELSE
			   IF REQ-NEEDED-DAY < 1 OR REQ-NEEDED-DAY > 31
			       MOVE 'N' TO REQ-OK-FLAG.
		   IF REQ-OK-FLAG NOT = 'Y'
		       MOVE 'BAD NEEDED-BY DATE' TO REJECT-TEXT.

      * The directive fields follow DDA's own T record rules - a
      * sign is blank or '-', a scale is 1-99 and a rotation 0-3 -
      * so a request that passes here is never a TRNS suspense
      * record in the plot run.
       CHECK-DIRECTIVE.
	       IF REQ-DX-SIGN NOT = SPACE AND REQ-DX-SIGN NOT = '-'
		       MOVE 'N' TO REQ-OK-FLAG.
		   IF REQ-DY-SIGN NOT = SPACE AND REQ-DY-SIGN NOT = '-'
		       MOVE 'N' TO REQ-OK-FLAG.
		   IF REQ-DX-MAG NOT = SPACES AND REQ-DX-MAG NOT NUMERIC
		       MOVE 'N' TO REQ-OK-FLAG.
		   IF REQ-DY-MAG NOT = SPACES AND REQ-DY-MAG NOT NUMERIC
		       MOVE 'N' TO REQ-OK-FLAG.
		   IF REQ-SCALE NOT = SPACES
		       IF REQ-SCALE NOT NUMERIC OR REQ-SCALE = '00'
			   MOVE 'N' TO REQ-OK-FLAG.
		   IF REQ-ROT NOT = SPACE
		       IF REQ-ROT < '0' OR REQ-ROT > '3'
			   MOVE 'N' TO REQ-OK-FLAG.
		   IF REQ-OK-FLAG NOT = 'Y'
		       MOVE 'BAD DIRECTIVE' TO REJECT-TEXT.

      * Walks every revision header the index holds for the id. A
      * request with no revision needs a RELEASED one - that is
      * what DDA's plain G replays; one naming a revision needs that
      * revision on file. A header with blank revision fields reads
      * as revision A, RELEASED, as it does in DDA.
       CHECK-CATALOG.
	       MOVE 'N' TO ID-FOUND-FLAG.
		   MOVE 'N' TO REV-FOUND-FLAG.
		   MOVE REQ-FIGURE-ID TO CATIDX-ID.
		   MOVE LOW-VALUE TO CATIDX-REV.
		   MOVE 0 TO CATIDX-SEQ.
		   MOVE 'N' TO CATIDX-EOF-FLAG.
		   START CATIDX-FILE KEY IS NOT LESS THAN CATIDX-KEY
		       INVALID KEY MOVE 'Y' TO CATIDX-EOF-FLAG.
		   IF CATIDX-EOF-FLAG NOT = 'Y'
		       PERFORM CATIDX-SCAN-LOOP.
		   IF ID-FOUND-FLAG NOT = 'Y'
		       MOVE 'N' TO REQ-OK-FLAG
			   MOVE 'NOT IN CATALOG' TO REJECT-TEXT
		   ELSE
		       IF REV-FOUND-FLAG NOT = 'Y'
			   PERFORM CHECK-CATALOG-REV-MISSING.

       CHECK-CATALOG-REV-MISSING.
	       MOVE 'N' TO REQ-OK-FLAG.
		   IF REQ-REV = SPACE
		       MOVE 'NO RELEASED REVISION' TO REJECT-TEXT
		   ELSE
		       MOVE 'REVISION NOT ON FILE' TO REJECT-TEXT.

       CATIDX-SCAN-LOOP.
	       READ CATIDX-FILE NEXT RECORD
		       AT END MOVE 'Y' TO CATIDX-EOF-FLAG.
		   IF CATIDX-EOF-FLAG NOT = 'Y'
		       IF CATIDX-ID = REQ-FIGURE-ID
			       PERFORM CATIDX-SCAN-TEST
				   GO TO CATIDX-SCAN-LOOP.

       CATIDX-SCAN-TEST.
	       IF CATIDX-SEQ = 0
		       MOVE 'Y' TO ID-FOUND-FLAG
			   MOVE CATIDX-LINE TO CATALOG-HEADER-RECORD
			   PERFORM NORMALIZE-CAT-HEADER
			   PERFORM CATIDX-SCAN-MATCH.

       NORMALIZE-CAT-HEADER.
	       IF CAT-HDR-REV = SPACE AND CAT-HDR-STATUS = SPACES
		       MOVE 'A' TO CAT-HDR-REV
			   MOVE 'RELEASED' TO CAT-HDR-STATUS.

       CATIDX-SCAN-MATCH.
	       IF REQ-REV = SPACE
		       IF CAT-HDR-STATUS = 'RELEASED'
			   MOVE 'Y' TO REV-FOUND-FLAG.
		   IF REQ-REV NOT = SPACE
		       IF CAT-HDR-REV = REQ-REV
			   MOVE 'Y' TO REV-FOUND-FLAG.

      * Earliest needed-by date first. Only a strictly later date
      * is swapped down, so requests due the same day keep their
      * queue order.
       SORT-SCHEDULE.
	       MOVE 'Y' TO SCH-SWAP-FLAG.
		   PERFORM SORT-SCHEDULE-PASS.

       SORT-SCHEDULE-PASS.
	       IF SCH-SWAP-FLAG = 'Y'
		       MOVE 'N' TO SCH-SWAP-FLAG
			   MOVE 1 TO SCH-K
			   PERFORM SORT-SCHEDULE-STEP
			   GO TO SORT-SCHEDULE-PASS.

       SORT-SCHEDULE-STEP.
	       IF SCH-K < SCH-COUNT
		       PERFORM SORT-SCHEDULE-COMPARE
			   COMPUTE SCH-K = SCH-K + 1
			   GO TO SORT-SCHEDULE-STEP.

       SORT-SCHEDULE-COMPARE.
	       IF SCH-NEEDED(SCH-K) > SCH-NEEDED(SCH-K + 1)
		       MOVE SCH-ENTRY(SCH-K) TO SCH-HOLD
			   MOVE SCH-ENTRY(SCH-K + 1) TO SCH-ENTRY(SCH-K)
			   MOVE SCH-HOLD TO SCH-ENTRY(SCH-K + 1)
			   MOVE 'Y' TO SCH-SWAP-FLAG.

      * Each copy is one figure. Once a request's copies will not
      * fit under DDA's 99, it and every later one wait for the next
      * batch, so the earliest-due work always goes first.
       ASSIGN-FIGURES-LOOP.
	       IF SCH-K NOT > SCH-COUNT
		       PERFORM ASSIGN-FIGURES
			   COMPUTE SCH-K = SCH-K + 1
			   GO TO ASSIGN-FIGURES-LOOP.

       ASSIGN-FIGURES.
	       MOVE SCH-Q(SCH-K) TO RQ-K.
		   MOVE RQ-RECORD(RQ-K) TO REQUEST.
		   PERFORM GET-COPIES.
		   COMPUTE FIG-LAST = FIG-NEXT + COPIES - 1.
		   IF FIG-LAST > 99
		       MOVE 'Y' TO BATCH-FULL-FLAG.
		   IF BATCH-FULL-FLAG = 'Y'
		       MOVE 'H' TO RQ-OUTCOME(RQ-K)
			   COMPUTE HELD-COUNT = HELD-COUNT + 1
		   ELSE
		       PERFORM ASSIGN-FIGURES-TAKE.

       ASSIGN-FIGURES-TAKE.
	       MOVE 'S' TO REQ-STATUS.
		   MOVE BATCH-ID TO REQ-BATCH.
		   MOVE FIG-NEXT TO REQ-BATCH-FIG.
		   MOVE SPACES TO REQ-REASON.
		   MOVE REQUEST TO RQ-RECORD(RQ-K).
		   MOVE 'S' TO RQ-OUTCOME(RQ-K).
		   COMPUTE SCHEDULED-COUNT = SCHEDULED-COUNT + 1.
		   COMPUTE BATCH-FIGURES = BATCH-FIGURES + COPIES.
		   COMPUTE FIG-NEXT = FIG-LAST + 1.

       GET-COPIES.
	       MOVE 1 TO COPIES.
		   IF REQ-COPIES NOT = SPACES
		       MOVE REQ-COPIES-N TO COPIES.

      * input.txt is written whole, in schedule order, and closed
      * before the queue is touched.
       WRITE-BATCH-INPUT.
	       OPEN OUTPUT INPUT-FILE.
		   MOVE 1 TO SCH-K.
		   PERFORM WRITE-BATCH-LOOP.
		   MOVE SPACES TO INPUT-RECORD.
		   MOVE 'T' TO INPUT-TRAILER-TAG.
		   MOVE BATCH-FIGURES TO INPUT-TRAILER-FIGURES.
		   MOVE BATCH-POINTS TO INPUT-TRAILER-POINTS.
		   WRITE INPUT-RECORD.
		   CLOSE INPUT-FILE.

       WRITE-BATCH-LOOP.
	       IF SCH-K NOT > SCH-COUNT
		       MOVE SCH-Q(SCH-K) TO RQ-K
			   IF RQ-OUTCOME(RQ-K) = 'S'
			       PERFORM WRITE-BATCH-REQUEST.
		   IF SCH-K NOT > SCH-COUNT
		       COMPUTE SCH-K = SCH-K + 1
			   GO TO WRITE-BATCH-LOOP.

       WRITE-BATCH-REQUEST.
	       MOVE RQ-RECORD(RQ-K) TO REQUEST.
		   PERFORM GET-COPIES.
		   MOVE 1 TO FIG-PER-REQ.
		   IF REQ-DIRECTIVE NOT = SPACES
		       MOVE 2 TO FIG-PER-REQ.
		   MOVE 1 TO COPY-K.
		   PERFORM WRITE-BATCH-COPY.

       WRITE-BATCH-COPY.
	       IF COPY-K NOT > COPIES
		       PERFORM WRITE-BATCH-HEADER
			   IF REQ-DIRECTIVE NOT = SPACES
			       PERFORM WRITE-BATCH-TRANSFORM.
		   IF COPY-K NOT > COPIES
		       PERFORM WRITE-BATCH-REPLAY
			   COMPUTE COPY-K = COPY-K + 1
			   GO TO WRITE-BATCH-COPY.

      * A classic header - the wide fields stay blank unless the
      * default width needs more than two digits.
       WRITE-BATCH-HEADER.
	       MOVE SPACES TO INPUT-RECORD.
		   MOVE PARM-DEF-ROWS TO INPUT-ROWS.
		   IF PARM-DEF-COLS > 99
		       MOVE 99 TO INPUT-COLS
			   MOVE PARM-DEF-COLS TO INPUT-WIDE-COLS
		   ELSE
		       MOVE PARM-DEF-COLS TO INPUT-COLS.
		   MOVE FIG-PER-REQ TO INPUT-N.
		   MOVE 'N' TO INPUT-CLOSE-FLAG.
		   MOVE 'N' TO INPUT-FILL-FLAG.
		   MOVE 'N' TO INPUT-OVERLAY-FLAG.
		   MOVE 'N' TO INPUT-CATALOG-FLAG.
		   MOVE 'N' TO INPUT-ASPECT-FLAG.
		   MOVE REQ-FIGURE-ID TO INPUT-FIGURE-ID.
		   MOVE REQ-ROUTE TO INPUT-ROUTE-CODE.
		   WRITE INPUT-RECORD.

       WRITE-BATCH-TRANSFORM.
	       MOVE SPACES TO INPUT-RECORD.
		   MOVE 'T' TO INPUT-MODE.
		   MOVE REQ-DX-SIGN TO INPUT-X-SIGN.
		   MOVE 0 TO INPUT-X-MAG.
		   IF REQ-DX-MAG NOT = SPACES
		       MOVE REQ-DX-MAG TO INPUT-X-MAG.
		   MOVE REQ-DY-SIGN TO INPUT-Y-SIGN.
		   MOVE 0 TO INPUT-Y-MAG.
		   IF REQ-DY-MAG NOT = SPACES
		       MOVE REQ-DY-MAG TO INPUT-Y-MAG.
		   MOVE REQ-SCALE TO INPUT-R-MAG.
		   MOVE REQ-ROT TO INPUT-CHAR.
		   WRITE INPUT-RECORD.
		   COMPUTE BATCH-POINTS = BATCH-POINTS + 1.

       WRITE-BATCH-REPLAY.
	       MOVE SPACES TO INPUT-RECORD.
		   MOVE 'G' TO INPUT-MODE.
		   MOVE 0 TO INPUT-X-MAG.
		   MOVE 0 TO INPUT-Y-MAG.
		   MOVE REQ-FIGURE-ID TO INPUT-REF-ID.
		   MOVE REQ-REV TO INPUT-REF-REV.
		   WRITE INPUT-RECORD.
		   COMPUTE BATCH-POINTS = BATCH-POINTS + 1.

      * One block per requester, in the order they first appear in
      * the queue, listing every request of theirs this run took up.
       WRITE-ACK-REPORT.
	       MOVE '==== PRINT REQUEST ACKNOWLEDGEMENT ===='
		       TO ACK-MSG.
		   PERFORM WRITE-ACK-LINE.
	   STRING 'RUN DATE ' DELIMITED BY SIZE
	       RUN-DATE DELIMITED BY SIZE
	       '   BATCH ' DELIMITED BY SIZE
	       BATCH-ID DELIMITED BY SIZE
	       '   FIGURES ' DELIMITED BY SIZE
	       BATCH-FIGURES DELIMITED BY SIZE
	       INTO ACK-MSG.
		   PERFORM WRITE-ACK-LINE.
		   IF BATCH-FIGURES = 0
		       MOVE 'NO FIGURES SCHEDULED - INPUT NOT WRITTEN'
			   TO ACK-MSG
			   PERFORM WRITE-ACK-LINE.
		   MOVE 1 TO RQ-K.
		   PERFORM WRITE-ACK-REQUESTER-LOOP.
	   STRING 'PENDING ' DELIMITED BY SIZE
	       PENDING-COUNT DELIMITED BY SIZE
	       '  SCHEDULED ' DELIMITED BY SIZE
	       SCHEDULED-COUNT DELIMITED BY SIZE
	       '  REJECTED ' DELIMITED BY SIZE
	       REJECTED-COUNT DELIMITED BY SIZE
	       '  HELD ' DELIMITED BY SIZE
	       HELD-COUNT DELIMITED BY SIZE
	       '  TRAILER POINTS ' DELIMITED BY SIZE
	       BATCH-POINTS DELIMITED BY SIZE
	       INTO ACK-MSG.
		   PERFORM WRITE-ACK-LINE.
		   MOVE '==== END ACKNOWLEDGEMENT ====' TO ACK-MSG.
		   PERFORM WRITE-ACK-LINE.

       WRITE-ACK-REQUESTER-LOOP.
	       IF RQ-K NOT > RQ-COUNT
		       IF RQ-NEW-FLAG(RQ-K) = 'Y'
			   AND RQ-ACKED-FLAG(RQ-K) NOT = 'Y'
			       PERFORM WRITE-ACK-REQUESTER.
		   IF RQ-K NOT > RQ-COUNT
		       COMPUTE RQ-K = RQ-K + 1
			   GO TO WRITE-ACK-REQUESTER-LOOP.

       WRITE-ACK-REQUESTER.
	       MOVE RQ-RECORD(RQ-K) TO REQUEST.
	   STRING 'REQUESTER ' DELIMITED BY SIZE
	       REQ-REQUESTER DELIMITED BY SIZE
	       INTO ACK-MSG.
		   PERFORM WRITE-ACK-LINE.
		   MOVE RQ-K TO RQ-J.
		   PERFORM WRITE-ACK-REQUEST-LOOP.

       WRITE-ACK-REQUEST-LOOP.
	       IF RQ-J NOT > RQ-COUNT
		       PERFORM WRITE-ACK-REQUEST-TEST
			   COMPUTE RQ-J = RQ-J + 1
			   GO TO WRITE-ACK-REQUEST-LOOP.

       WRITE-ACK-REQUEST-TEST.
	       MOVE RQ-RECORD(RQ-K) TO REQUEST.
		   MOVE REQ-REQUESTER TO ACK-REQUESTER.
		   MOVE RQ-RECORD(RQ-J) TO REQUEST.
		   IF RQ-NEW-FLAG(RQ-J) = 'Y'
		       AND REQ-REQUESTER = ACK-REQUESTER
			   MOVE 'Y' TO RQ-ACKED-FLAG(RQ-J)
			   PERFORM WRITE-ACK-REQUEST.

       WRITE-ACK-REQUEST.
	       PERFORM GET-COPIES.
		   IF RQ-OUTCOME(RQ-J) = 'S'
		       PERFORM WRITE-ACK-SCHEDULED.
		   IF RQ-OUTCOME(RQ-J) = 'R'
		       PERFORM WRITE-ACK-REJECTED.
		   IF RQ-OUTCOME(RQ-J) = 'H'
		       PERFORM WRITE-ACK-HELD.

       WRITE-ACK-SCHEDULED.
	       COMPUTE FIG-LAST = REQ-BATCH-FIG + COPIES - 1.
		   MOVE FIG-LAST TO ED-FIG-LAST.
	   STRING '   ' DELIMITED BY SIZE
	       REQ-FIGURE-ID DELIMITED BY SIZE
	       ' REV ' DELIMITED BY SIZE
	       REQ-REV DELIMITED BY SIZE
	       ' COPIES ' DELIMITED BY SIZE
	       COPIES DELIMITED BY SIZE
	       ' NEEDED ' DELIMITED BY SIZE
	       REQ-NEEDED DELIMITED BY SIZE
	       ' BATCH ' DELIMITED BY SIZE
	       REQ-BATCH DELIMITED BY SIZE
	       ' FIGURES ' DELIMITED BY SIZE
	       REQ-BATCH-FIG DELIMITED BY SIZE
	       '-' DELIMITED BY SIZE
	       ED-FIG-LAST DELIMITED BY SIZE
	       INTO ACK-MSG.
		   PERFORM WRITE-ACK-LINE.

       WRITE-ACK-REJECTED.
	   STRING '   ' DELIMITED BY SIZE
	       REQ-FIGURE-ID DELIMITED BY SIZE
	       ' REV ' DELIMITED BY SIZE
	       REQ-REV DELIMITED BY SIZE
	       ' REJECTED - ' DELIMITED BY SIZE
	       REQ-REASON DELIMITED BY SIZE
	       INTO ACK-MSG.
		   PERFORM WRITE-ACK-LINE.

       WRITE-ACK-HELD.
	   STRING '   ' DELIMITED BY SIZE
	       REQ-FIGURE-ID DELIMITED BY SIZE
	       ' REV ' DELIMITED BY SIZE
	       REQ-REV DELIMITED BY SIZE
	       ' NEEDED ' DELIMITED BY SIZE
	       REQ-NEEDED DELIMITED BY SIZE
	       ' HELD - BATCH FULL, STAYS QUEUED' DELIMITED BY SIZE
	       INTO ACK-MSG.
		   PERFORM WRITE-ACK-LINE.

      * Built in full on the work file, then copied over the queue -
      * a job that dies part way leaves reqqueue.txt as it was.
       REWRITE-QUEUE.
	       OPEN OUTPUT WORK-FILE.
		   MOVE 1 TO RQ-K.
		   PERFORM REWRITE-QUEUE-LOOP.
		   CLOSE WORK-FILE.
		   PERFORM SWAP-IN-WORK.

       REWRITE-QUEUE-LOOP.
	       IF RQ-K NOT > RQ-COUNT
		       MOVE RQ-RECORD(RQ-K) TO WORK-LINE
			   WRITE WORK-RECORD
			   COMPUTE RQ-K = RQ-K + 1
			   GO TO REWRITE-QUEUE-LOOP.

       SWAP-IN-WORK.
	       MOVE 'N' TO WORK-EOF-FLAG.
		   OPEN INPUT WORK-FILE.
		   IF WORK-FILE-STATUS = '00'
		       OPEN OUTPUT QUEUE-FILE
			   PERFORM SWAP-IN-WORK-LOOP
			   CLOSE QUEUE-FILE
			   CLOSE WORK-FILE.

       SWAP-IN-WORK-LOOP.
	       READ WORK-FILE
		       AT END MOVE 'Y' TO WORK-EOF-FLAG.
		   IF WORK-EOF-FLAG NOT = 'Y'
		       MOVE WORK-LINE TO QUEUE-LINE
			   WRITE QUEUE-RECORD
			   GO TO SWAP-IN-WORK-LOOP.

       OPEN-ACK-FILE.
	       OPEN OUTPUT ACK-FILE.

       WRITE-ACK-LINE.
	       MOVE ACK-MSG TO ACK-LINE.
		   WRITE ACK-RECORD.
		   MOVE SPACES TO ACK-MSG.

       CLOSE-ACK-FILE.
	       CLOSE ACK-FILE.

       PROGRAM-END.
	   STOP RUN.
