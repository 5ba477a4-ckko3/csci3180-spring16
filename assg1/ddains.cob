      * Inspection deviation report. Inspection measures finished
      * parts and returns their vertex readings in insmeas.txt; this
      * program fetches each part's nominal geometry from the
      * catalog index (catidx.dat), pairs the measured vertices with
      * the nominal ones in sequence, and judges the distance between
      * each pair against the tolerance for the figure's class (the
      * first four characters of its id, as in limits.txt).
      * Measured file - one M record per part, its V records after it:
      *     M record  col  1     'M'
      *               cols 3-12  figure id
      *               col  14    revision (blank = newest RELEASED)
      *               cols 16-27 part serial number
      *     V record  col  1     'V'
      *               cols 3-8   x as sign, 2 digits, point, 2 digits
      *               cols 10-15 y, the same way
      * Tolerance file (instol.txt) - one record per class:
      *     cols 1-4 class, cols 6-9 largest deviation allowed in
      *     grid units, two implied decimals (0025 = 0.25).
      * The nominal vertices are the entry's point records in order:
      * an outline point, a circle's centre, a box's first corner.
      * Labels are not vertices and are passed over; an assembly
      * (one holding references) is inspected part by part, not as
      * a whole, and is not judged here.
      * insdev.txt lists every vertex - nominal, measured, deviation
      * and PASS or FAIL - with a verdict per part and a batch
      * summary. Every part not accepted goes to insrej.txt in the
      * suspense-record style (layout at REJECT-FILE), so
      * nonconforming parts are followed up the same way rejected
      * input records are.
      * Return code 4 when any part is not accepted or any record was
      * skipped; 8 when the measured file or the index is missing.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDAINS.

       ENVIRONMENT DIVISION
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT MEASURED-FILE ASSIGN TO DISK
	       ORGANIZATION IS LINE SEQUENTIAL
		       FILE STATUS IS MEASURED-FILE-STATUS.
	   SELECT TOLERANCE-FILE ASSIGN TO DISK
		       ORGANIZATION IS LINE SEQUENTIAL
		       FILE STATUS IS TOLERANCE-FILE-STATUS.
	   SELECT REPORT-FILE ASSIGN TO DISK
		       ORGANIZATION IS LINE SEQUENTIAL
		       FILE STATUS IS REPORT-FILE-STATUS.
	   SELECT REJECT-FILE ASSIGN TO DISK
		       ORGANIZATION IS LINE SEQUENTIAL
		       FILE STATUS IS REJECT-FILE-STATUS.
	   SELECT CATIDX-FILE ASSIGN TO DISK
		       ORGANIZATION IS INDEXED
		       ACCESS MODE IS DYNAMIC
		       RECORD KEY IS CATIDX-KEY
		       FILE STATUS IS CATIDX-FILE-STATUS.

       DATA DIVISION
       FILE SECTION.
       FD MEASURED-FILE
	       LABEL RECORDS ARE STANDARD
		   DATA RECORD IS MEASURED-RECORD
		   VALUE OF FILE-ID IS "insmeas.txt".
       01 MEASURED-RECORD.
	       03 MEAS-TAG PIC X.
	       03 FILLER PIC X(39).
       01 MEAS-HEADER-RECORD REDEFINES MEASURED-RECORD.
	       03 FILLER PIC XX.
	       03 MEAS-FIGURE-ID PIC X(10).
	       03 FILLER PIC X.
	       03 MEAS-REV PIC X.
	       03 FILLER PIC X.
	       03 MEAS-SERIAL PIC X(12).
	       03 FILLER PIC X(13).
       01 MEAS-VERTEX-RECORD REDEFINES MEASURED-RECORD.
	       03 FILLER PIC XX.
	       03 MEAS-X-SIGN PIC X.
	       03 MEAS-X-INT PIC 99.
	       03 MEAS-X-POINT PIC X.
	       03 MEAS-X-DEC PIC 99.
	       03 FILLER PIC X.
	       03 MEAS-Y-SIGN PIC X.
	       03 MEAS-Y-INT PIC 99.
	       03 MEAS-Y-POINT PIC X.
	       03 MEAS-Y-DEC PIC 99.
	       03 FILLER PIC X(25).
       01 MEAS-IMAGE-RECORD REDEFINES MEASURED-RECORD.
	       03 MEAS-IMAGE PIC X(31).
	       03 FILLER PIC X(9).

       FD TOLERANCE-FILE
	       LABEL RECORDS ARE STANDARD
		   DATA RECORD IS TOLERANCE-RECORD
		   VALUE OF FILE-ID IS "instol.txt".
       01 TOLERANCE-RECORD.
	       03 TOL-IN-CLASS PIC X(4).
	       03 FILLER PIC X.
	       03 TOL-IN-LIMIT PIC 99V99.

       FD REPORT-FILE
	       LABEL RECORDS ARE STANDARD
		   DATA RECORD IS REPORT-RECORD
		   VALUE OF FILE-ID IS "insdev.txt".
       01 REPORT-RECORD.
	       03 REPORT-LINE PIC X(79).

      * Suspense-record style, one record per part not accepted.
      * The part number is four digits, so the columns sit two to
      * the right of suspense.txt's:
      *     cols 1-4   part number in this run
      *     cols 6-9   first vertex at fault (0 = whole part)
      *     cols 11-14 reason code
      *     cols 16-46 the part's M record image
      * Reason codes: TOLR vertex out of tolerance, CNTV measured and
      * nominal vertex counts differ, MEAS bad measured reading,
      * NCAT id or revision not in the catalog, ASSY assembly entry,
      * NVTX entry has no vertices, NTOL no tolerance for the class.
       FD REJECT-FILE
	       LABEL RECORDS ARE STANDARD
		   DATA RECORD IS REJECT-RECORD
		   VALUE OF FILE-ID IS "insrej.txt".
       01 REJECT-RECORD.
	       03 REJ-PART PIC 9(4).
	       03 FILLER PIC X.
	       03 REJ-VERTEX PIC 9(4).
	       03 FILLER PIC X.
	       03 REJ-REASON PIC X(4).
	       03 FILLER PIC X.
	       03 REJ-IMAGE PIC X(31).

      * Keyed companion to catalog.txt (see DDA's CATIDX-FILE) -
      * read only, for the nominal geometry of each part.
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
	   01 MEASURED-FILE-STATUS PIC XX.
	   01 TOLERANCE-FILE-STATUS PIC XX.
	   01 REPORT-FILE-STATUS PIC XX.
	   01 REJECT-FILE-STATUS PIC XX.
	   01 CATIDX-FILE-STATUS PIC XX.

	   01 MEAS-EOF-FLAG PIC X.
	   01 MEAS-OPEN-FLAG PIC X VALUE 'N'.
	   01 TOL-EOF-FLAG PIC X.
	   01 CATIDX-OPEN-FLAG PIC X VALUE 'N'.
	   01 CATIDX-EOF-FLAG PIC X.

	   01 TOL-TABLE.
	       03 TOL-ENTRY OCCURS 50 TIMES.
		       05 TOL-CLASS PIC X(4).
		       05 TOL-LIMIT PIC 99V99.
	   01 TOL-COUNT PIC 99 VALUE 0.
	   01 TOL-K PIC 99.

	   01 CATALOG-RECORD.
	       03 CAT-REC-TYPE PIC X.
	       03 FILLER PIC X(43).
	   01 CATALOG-HEADER-RECORD REDEFINES CATALOG-RECORD.
	       03 FILLER PIC XX.
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
	   01 CATALOG-POINT-RECORD REDEFINES CATALOG-RECORD.
	       03 FILLER PIC XX.
	       03 CAT-PT-MODE PIC X.
	       03 FILLER PIC X.
	       03 CAT-PT-X-SIGN PIC X.
	       03 CAT-PT-X-MAG PIC 99.
	       03 FILLER PIC X.
	       03 CAT-PT-Y-SIGN PIC X.
	       03 CAT-PT-Y-MAG PIC 99.
	       03 FILLER PIC X(32).

      * The nominal vertices of the part in hand, in catalog order.
	   01 NOM-TABLE.
	       03 NOM-ENTRY OCCURS 1000 TIMES.
		       05 NOM-X PIC S99.
		       05 NOM-Y PIC S99.
	   01 NOM-COUNT PIC 9(4) VALUE 0.
	   01 NOM-K PIC 9(4).
	   01 NOM-ASSY-FLAG PIC X.
	   01 FIND-ID PIC X(10).
	   01 FIND-REV PIC X.
	   01 PICK-REV PIC X.
	   01 ID-FOUND-FLAG PIC X.

      * The part in hand, from its M record.
	   01 PART-OPEN-FLAG PIC X VALUE 'N'.
	   01 PART-NO PIC 9(4) VALUE 0.
	   01 PART-ID PIC X(10).
	   01 PART-ID-PARTS REDEFINES PART-ID.
	       03 PART-CLASS PIC X(4).
	       03 FILLER PIC X(6).
	   01 PART-REV PIC X.
	   01 PART-SERIAL PIC X(12).
	   01 PART-IMAGE PIC X(31).
	   01 PART-REASON PIC X(4).
	   01 PART-REASON-TXT PIC X(22).
	   01 PART-TOL PIC 99V99.
	   01 PART-TOL-FLAG PIC X.
	   01 PART-VERDICT PIC X(10).
	   01 PART-VERTEX PIC 9(4).
	   01 MEAS-COUNT PIC 9(4).
	   01 FAIL-COUNT PIC 9(4).
	   01 BAD-READ-COUNT PIC 9(4).
	   01 FIRST-FAIL PIC 9(4).
	   01 FIRST-BAD PIC 9(4).
	   01 PART-MAX-DEV PIC 999V99.

      * Deviation of one vertex - the straight-line distance between
      * the measured and nominal points.
	   01 READ-OK-FLAG PIC X.
	   01 MX PIC S99V99.
	   01 MY PIC S99V99.
	   01 DX PIC S999V99.
	   01 DY PIC S999V99.
	   01 DEV PIC 999V99.
	   01 SQ-IN PIC 9(6)V9(4).
	   01 SQ-X PIC 9(5)V9(4).
	   01 SQ-K PIC 99.
	   01 RESULT-TXT PIC X(11).

	   01 RECORD-NO PIC 9(4) VALUE 0.
	   01 SKIP-REASON-TXT PIC X(22).
	   01 SKIPPED-COUNT PIC 9(4) VALUE 0.
	   01 PARTS-ACCEPTED PIC 9(4) VALUE 0.
	   01 PARTS-REJECTED PIC 9(4) VALUE 0.
	   01 PARTS-NOT-JUDGED PIC 9(4) VALUE 0.
	   01 VERTICES-CHECKED PIC 9(5) VALUE 0.
	   01 VERTICES-FAILED PIC 9(5) VALUE 0.
	   01 WORST-DEV PIC 999V99 VALUE 0.
	   01 REJECTS-WRITTEN PIC 9(4) VALUE 0.
	   01 RUN-DATE PIC 9(8).

	   01 ED-NOM-X PIC --9.
	   01 ED-NOM-Y PIC --9.
	   01 ED-MX PIC --9.99.
	   01 ED-MY PIC --9.99.
	   01 ED-DX PIC ---9.99.
	   01 ED-DY PIC ---9.99.
	   01 ED-DEV PIC ZZ9.99.
	   01 ED-TOL PIC Z9.99.
	   01 REPORT-MSG PIC X(79) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
	       ACCEPT RUN-DATE FROM DATE YYYYMMDD.
		   PERFORM OPEN-REPORT-FILE.
		   PERFORM WRITE-REPORT-HEADING.
		   PERFORM LOAD-TOLERANCES.
		   PERFORM OPEN-MEASURED.
		   IF MEAS-OPEN-FLAG = 'Y'
		       PERFORM OPEN-CATIDX.
		   IF MEAS-OPEN-FLAG = 'Y' AND CATIDX-OPEN-FLAG = 'Y'
		       OPEN OUTPUT REJECT-FILE
			   PERFORM INSPECT-PARTS
			   CLOSE REJECT-FILE
			   PERFORM WRITE-BATCH-SUMMARY
		   ELSE
		       MOVE 8 TO RETURN-CODE.
		   IF CATIDX-OPEN-FLAG = 'Y'
		       CLOSE CATIDX-FILE.
		   IF MEAS-OPEN-FLAG = 'Y'
		       CLOSE MEASURED-FILE.
		   PERFORM CLOSE-REPORT-FILE.
		   PERFORM PROGRAM-END.

       WRITE-REPORT-HEADING.
	       MOVE SPACES TO REPORT-MSG.
	   STRING 'INSPECTION DEVIATION REPORT' DELIMITED BY SIZE
	       '   RUN DATE ' DELIMITED BY SIZE
	       RUN-DATE DELIMITED BY SIZE
	       INTO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.

      * A record with a blank class or a non-numeric limit is listed
      * and passed over; its class then reads as having no tolerance.
       LOAD-TOLERANCES.
	       MOVE 'N' TO TOL-EOF-FLAG.
		   OPEN INPUT TOLERANCE-FILE.
		   IF TOLERANCE-FILE-STATUS = '00'
		       PERFORM LOAD-TOLERANCES-LOOP
			   CLOSE TOLERANCE-FILE
		   ELSE
		       MOVE 'NO TOLERANCE FILE - NO PART CAN BE JUDGED'
			   TO REPORT-MSG
			   PERFORM WRITE-REPORT-LINE.

       LOAD-TOLERANCES-LOOP.
	       READ TOLERANCE-FILE
		       AT END MOVE 'Y' TO TOL-EOF-FLAG.
		   IF TOL-EOF-FLAG NOT = 'Y'
		       PERFORM LOAD-TOLERANCE-RECORD
			   GO TO LOAD-TOLERANCES-LOOP.

       LOAD-TOLERANCE-RECORD.
	       IF TOL-IN-CLASS NOT = SPACES AND TOL-IN-LIMIT NUMERIC
		       AND TOL-COUNT < 50
		       COMPUTE TOL-COUNT = TOL-COUNT + 1
			   MOVE TOL-IN-CLASS TO TOL-CLASS(TOL-COUNT)
			   MOVE TOL-IN-LIMIT TO TOL-LIMIT(TOL-COUNT)
		   ELSE
		       MOVE SPACES TO REPORT-MSG
		   STRING 'TOLERANCE RECORD SKIPPED: ' DELIMITED BY SIZE
		       TOLERANCE-RECORD DELIMITED BY SIZE
		       INTO REPORT-MSG
		       PERFORM WRITE-REPORT-LINE.

       OPEN-MEASURED.
	       OPEN INPUT MEASURED-FILE.
		   IF MEASURED-FILE-STATUS = '00'
		       MOVE 'Y' TO MEAS-OPEN-FLAG
		   ELSE
		       MOVE 'NO MEASURED POINTS FILE - NOT RUN'
			   TO REPORT-MSG
			   PERFORM WRITE-REPORT-LINE.

      * Without the index there is no nominal to measure against, so
      * nothing is judged and no reject file is written.
       OPEN-CATIDX.
	       OPEN INPUT CATIDX-FILE.
		   IF CATIDX-FILE-STATUS = '00'
		       MOVE 'Y' TO CATIDX-OPEN-FLAG
		   ELSE
		       MOVE 'CATALOG INDEX NOT AVAILABLE - NOT RUN'
			   TO REPORT-MSG
			   PERFORM WRITE-REPORT-LINE.

      * A part runs from its M record to the next one, so the verdict
      * on one part is given when the next part's header arrives, and
      * the last part's at end of file.
       INSPECT-PARTS.
	       MOVE 'N' TO MEAS-EOF-FLAG.
		   PERFORM INSPECT-PARTS-LOOP.
		   IF PART-OPEN-FLAG = 'Y'
		       PERFORM FINISH-PART.

       INSPECT-PARTS-LOOP.
	       READ MEASURED-FILE
		       AT END MOVE 'Y' TO MEAS-EOF-FLAG.
		   IF MEAS-EOF-FLAG NOT = 'Y'
		       COMPUTE RECORD-NO = RECORD-NO + 1
			   PERFORM TAKE-MEASURED-RECORD
			   GO TO INSPECT-PARTS-LOOP.

       TAKE-MEASURED-RECORD.
	       IF MEAS-TAG = 'M'
		       PERFORM NEW-PART.
		   IF MEAS-TAG = 'V' AND PART-OPEN-FLAG = 'Y'
		       PERFORM TAKE-VERTEX.
		   IF MEAS-TAG = 'V' AND PART-OPEN-FLAG NOT = 'Y'
		       MOVE 'VERTEX BEFORE ANY PART' TO SKIP-REASON-TXT
			   PERFORM SKIP-RECORD.
		   IF MEAS-TAG NOT = 'M' AND MEAS-TAG NOT = 'V'
		       AND MEASURED-RECORD NOT = SPACES
		       MOVE 'UNKNOWN RECORD TYPE' TO SKIP-REASON-TXT
			   PERFORM SKIP-RECORD.

       SKIP-RECORD.
	       COMPUTE SKIPPED-COUNT = SKIPPED-COUNT + 1.
		   MOVE SPACES TO REPORT-MSG.
	   STRING 'RECORD ' DELIMITED BY SIZE
	       RECORD-NO DELIMITED BY SIZE
	       ': ' DELIMITED BY SIZE
	       SKIP-REASON-TXT DELIMITED BY SIZE
	       ', SKIPPED' DELIMITED BY SIZE
	       INTO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.

       NEW-PART.
	       IF PART-OPEN-FLAG = 'Y'
		       PERFORM FINISH-PART.
		   MOVE 'Y' TO PART-OPEN-FLAG.
		   COMPUTE PART-NO = PART-NO + 1.
		   MOVE MEAS-FIGURE-ID TO PART-ID.
		   MOVE MEAS-REV TO PART-REV.
		   MOVE MEAS-SERIAL TO PART-SERIAL.
		   MOVE MEAS-IMAGE TO PART-IMAGE.
		   MOVE SPACES TO PART-REASON.
		   MOVE 0 TO MEAS-COUNT.
		   MOVE 0 TO FAIL-COUNT.
		   MOVE 0 TO BAD-READ-COUNT.
		   MOVE 0 TO FIRST-FAIL.
		   MOVE 0 TO FIRST-BAD.
		   MOVE 0 TO PART-MAX-DEV.
		   PERFORM LOAD-NOMINAL.
		   PERFORM FIND-TOLERANCE.
		   PERFORM WRITE-PART-HEADING.

      * The class tolerance is looked up even for a part that cannot
      * be judged, so the heading always shows what would apply.
       FIND-TOLERANCE.
	       MOVE 'N' TO PART-TOL-FLAG.
		   MOVE 0 TO PART-TOL.
		   MOVE 1 TO TOL-K.
		   PERFORM FIND-TOLERANCE-STEP.
		   IF PART-TOL-FLAG NOT = 'Y' AND PART-REASON = SPACES
		       MOVE 'NTOL' TO PART-REASON
			   MOVE 'NO TOLERANCE FOR CLASS'
			       TO PART-REASON-TXT.

       FIND-TOLERANCE-STEP.
	       IF TOL-K NOT > TOL-COUNT AND PART-TOL-FLAG NOT = 'Y'
		       IF TOL-CLASS(TOL-K) = PART-CLASS
			       MOVE 'Y' TO PART-TOL-FLAG
				   MOVE TOL-LIMIT(TOL-K) TO PART-TOL.
		   IF TOL-K NOT > TOL-COUNT AND PART-TOL-FLAG NOT = 'Y'
		       COMPUTE TOL-K = TOL-K + 1
			   GO TO FIND-TOLERANCE-STEP.

      * Walks every revision header the index holds for the id, as
      * DDAREQ does: a part with no revision is measured against the
      * newest RELEASED one - the revision a plain G replay plots -
      * and one naming a revision against that revision. Revisions
      * file in letter order, so the last RELEASED one seen is the
      * newest.
       LOAD-NOMINAL.
	       MOVE 0 TO NOM-COUNT.
		   MOVE 'N' TO NOM-ASSY-FLAG.
		   MOVE 'N' TO ID-FOUND-FLAG.
		   MOVE SPACE TO PICK-REV.
		   MOVE PART-ID TO FIND-ID.
		   MOVE PART-ID TO CATIDX-ID.
		   MOVE LOW-VALUE TO CATIDX-REV.
		   MOVE 0 TO CATIDX-SEQ.
		   MOVE 'N' TO CATIDX-EOF-FLAG.
		   START CATIDX-FILE KEY IS NOT LESS THAN CATIDX-KEY
		       INVALID KEY MOVE 'Y' TO CATIDX-EOF-FLAG.
		   IF CATIDX-EOF-FLAG NOT = 'Y'
		       PERFORM NOM-HEADER-SCAN.
		   IF PICK-REV NOT = SPACE
		       PERFORM LOAD-NOMINAL-POINTS.
		   PERFORM CHECK-NOMINAL.

       NOM-HEADER-SCAN.
	       READ CATIDX-FILE NEXT RECORD
		       AT END MOVE 'Y' TO CATIDX-EOF-FLAG.
		   IF CATIDX-EOF-FLAG NOT = 'Y'
		       IF CATIDX-ID = FIND-ID
			       PERFORM NOM-HEADER-TEST
				   GO TO NOM-HEADER-SCAN.

      * A header with blank revision fields reads as revision A,
      * RELEASED, as it does in DDA.
       NOM-HEADER-TEST.
	       IF CATIDX-SEQ = 0
		       MOVE 'Y' TO ID-FOUND-FLAG
			   MOVE CATIDX-LINE TO CATALOG-RECORD
			   PERFORM NORMALIZE-CAT-HEADER
			   PERFORM NOM-HEADER-MATCH.

       NORMALIZE-CAT-HEADER.
	       IF CAT-HDR-REV = SPACE AND CAT-HDR-STATUS = SPACES
		       MOVE 'A' TO CAT-HDR-REV
			   MOVE 'RELEASED' TO CAT-HDR-STATUS.

       NOM-HEADER-MATCH.
	       IF PART-REV = SPACE
		       IF CAT-HDR-STATUS = 'RELEASED'
			   MOVE CAT-HDR-REV TO PICK-REV.
		   IF PART-REV NOT = SPACE
		       IF CAT-HDR-REV = PART-REV
			   MOVE CAT-HDR-REV TO PICK-REV.

       LOAD-NOMINAL-POINTS.
	       MOVE PICK-REV TO FIND-REV.
		   MOVE FIND-ID TO CATIDX-ID.
		   MOVE FIND-REV TO CATIDX-REV.
		   MOVE 1 TO CATIDX-SEQ.
		   MOVE 'N' TO CATIDX-EOF-FLAG.
		   START CATIDX-FILE KEY IS NOT LESS THAN CATIDX-KEY
		       INVALID KEY MOVE 'Y' TO CATIDX-EOF-FLAG.
		   IF CATIDX-EOF-FLAG NOT = 'Y'
		       PERFORM NOM-POINT-SCAN.

       NOM-POINT-SCAN.
	       READ CATIDX-FILE NEXT RECORD
		       AT END MOVE 'Y' TO CATIDX-EOF-FLAG.
		   IF CATIDX-EOF-FLAG NOT = 'Y'
		       IF CATIDX-ID = FIND-ID AND CATIDX-REV = FIND-REV
			       PERFORM NOM-POINT-TAKE
				   GO TO NOM-POINT-SCAN.

       NOM-POINT-TAKE.
	       MOVE CATIDX-LINE TO CATALOG-RECORD.
		   IF CAT-REC-TYPE = 'P' AND CAT-PT-MODE = 'R'
		       MOVE 'Y' TO NOM-ASSY-FLAG.
		   IF CAT-REC-TYPE = 'P' AND CAT-PT-MODE NOT = 'R'
		       AND CAT-PT-MODE NOT = 'L' AND NOM-COUNT < 1000
		       PERFORM NOM-POINT-STORE.

       NOM-POINT-STORE.
	       COMPUTE NOM-COUNT = NOM-COUNT + 1.
		   MOVE 0 TO NOM-X(NOM-COUNT).
		   MOVE 0 TO NOM-Y(NOM-COUNT).
		   IF CAT-PT-X-MAG NUMERIC
		       MOVE CAT-PT-X-MAG TO NOM-X(NOM-COUNT).
		   IF CAT-PT-Y-MAG NUMERIC
		       MOVE CAT-PT-Y-MAG TO NOM-Y(NOM-COUNT).
		   IF CAT-PT-X-SIGN = '-'
		       COMPUTE NOM-X(NOM-COUNT) = 0 - NOM-X(NOM-COUNT).
		   IF CAT-PT-Y-SIGN = '-'
		       COMPUTE NOM-Y(NOM-COUNT) = 0 - NOM-Y(NOM-COUNT).

       CHECK-NOMINAL.
	       IF PICK-REV = SPACE
		       MOVE 'NCAT' TO PART-REASON
			   PERFORM SET-NOT-FOUND-TEXT.
		   IF PART-REASON = SPACES AND NOM-ASSY-FLAG = 'Y'
		       MOVE 'ASSY' TO PART-REASON
			   MOVE 'ASSEMBLY - CHECK PARTS'
			       TO PART-REASON-TXT.
		   IF PART-REASON = SPACES AND NOM-COUNT = 0
		       MOVE 'NVTX' TO PART-REASON
			   MOVE 'NO NOMINAL VERTICES'
			       TO PART-REASON-TXT.

       SET-NOT-FOUND-TEXT.
	       MOVE 'NOT IN CATALOG' TO PART-REASON-TXT.
		   IF ID-FOUND-FLAG = 'Y' AND PART-REV = SPACE
		       MOVE 'NO RELEASED REVISION' TO PART-REASON-TXT.
		   IF ID-FOUND-FLAG = 'Y' AND PART-REV NOT = SPACE
		       MOVE 'REVISION NOT ON FILE' TO PART-REASON-TXT.

       WRITE-PART-HEADING.
	       MOVE SPACES TO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.
		   MOVE PART-TOL TO ED-TOL.
		   MOVE SPACES TO REPORT-MSG.
	   STRING 'PART ' DELIMITED BY SIZE
	       PART-NO DELIMITED BY SIZE
	       '  FIGURE ' DELIMITED BY SIZE
	       PART-ID DELIMITED BY SIZE
	       ' REV ' DELIMITED BY SIZE
	       PICK-REV DELIMITED BY SIZE
	       '  SERIAL ' DELIMITED BY SIZE
	       PART-SERIAL DELIMITED BY SIZE
	       '  CLASS ' DELIMITED BY SIZE
	       PART-CLASS DELIMITED BY SIZE
	       ' TOL ' DELIMITED BY SIZE
	       ED-TOL DELIMITED BY SIZE
	       INTO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.
		   MOVE SPACES TO REPORT-MSG.
	   STRING '   VTX  NOM X  NOM Y  MEAS X  MEAS Y'
	       DELIMITED BY SIZE
	       '       DX       DY    DEV  RESULT' DELIMITED BY SIZE
	       INTO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.

      * A reading is sign (blank or '-'), two digits, a point and
      * two digits, in grid units. One that will not read is listed
      * as it came and leaves the part unjudged rather than guessed.
       TAKE-VERTEX.
	       COMPUTE MEAS-COUNT = MEAS-COUNT + 1.
		   PERFORM CHECK-READING.
		   IF READ-OK-FLAG NOT = 'Y'
		       PERFORM BAD-READING
		   ELSE
		       PERFORM GOOD-READING.

       CHECK-READING.
	       MOVE 'Y' TO READ-OK-FLAG.
		   IF MEAS-X-SIGN NOT = SPACE AND MEAS-X-SIGN NOT = '-'
		       MOVE 'N' TO READ-OK-FLAG.
		   IF MEAS-Y-SIGN NOT = SPACE AND MEAS-Y-SIGN NOT = '-'
		       MOVE 'N' TO READ-OK-FLAG.
		   IF MEAS-X-INT NOT NUMERIC OR MEAS-X-DEC NOT NUMERIC
		       MOVE 'N' TO READ-OK-FLAG.
		   IF MEAS-Y-INT NOT NUMERIC OR MEAS-Y-DEC NOT NUMERIC
		       MOVE 'N' TO READ-OK-FLAG.
		   IF MEAS-X-POINT NOT = '.' OR MEAS-Y-POINT NOT = '.'
		       MOVE 'N' TO READ-OK-FLAG.

       BAD-READING.
	       COMPUTE BAD-READ-COUNT = BAD-READ-COUNT + 1.
		   IF FIRST-BAD = 0
		       MOVE MEAS-COUNT TO FIRST-BAD.
		   MOVE SPACES TO REPORT-MSG.
	   STRING '  ' DELIMITED BY SIZE
	       MEAS-COUNT DELIMITED BY SIZE
	       '  BAD READING: ' DELIMITED BY SIZE
	       MEAS-IMAGE DELIMITED BY SIZE
	       INTO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.

      * Whole and decimal parts are put together before the one
      * division, so neither is lost in the intermediate result.
       GOOD-READING.
	       COMPUTE MX = ((MEAS-X-INT * 100) + MEAS-X-DEC) / 100.
		   COMPUTE MY = ((MEAS-Y-INT * 100) + MEAS-Y-DEC) / 100.
		   IF MEAS-X-SIGN = '-'
		       COMPUTE MX = 0 - MX.
		   IF MEAS-Y-SIGN = '-'
		       COMPUTE MY = 0 - MY.
		   MOVE MX TO ED-MX.
		   MOVE MY TO ED-MY.
		   IF MEAS-COUNT > NOM-COUNT
		       PERFORM WRITE-NO-NOMINAL-LINE
		   ELSE
		       PERFORM JUDGE-VERTEX.

       WRITE-NO-NOMINAL-LINE.
	       MOVE SPACES TO REPORT-MSG.
	   STRING '  ' DELIMITED BY SIZE
	       MEAS-COUNT DELIMITED BY SIZE
	       '              ' DELIMITED BY SIZE
	       ED-MX DELIMITED BY SIZE
	       '  ' DELIMITED BY SIZE
	       ED-MY DELIMITED BY SIZE
	       '  NO NOMINAL VERTEX' DELIMITED BY SIZE
	       INTO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.

      * A vertex is out of tolerance when its distance from nominal
      * is greater than the class limit; one exactly on the limit
      * passes. Without a tolerance the deviation is still shown.
       JUDGE-VERTEX.
	       MOVE MEAS-COUNT TO NOM-K.
		   COMPUTE DX = MX - NOM-X(NOM-K).
		   COMPUTE DY = MY - NOM-Y(NOM-K).
		   COMPUTE SQ-IN = (DX * DX) + (DY * DY).
		   PERFORM DEVIATION-SQRT.
		   IF DEV > PART-MAX-DEV
		       MOVE DEV TO PART-MAX-DEV.
		   MOVE SPACES TO RESULT-TXT.
		   IF PART-TOL-FLAG = 'Y' AND PART-REASON = SPACES
		       PERFORM JUDGE-AGAINST-TOLERANCE.
		   PERFORM WRITE-VERTEX-LINE.

       JUDGE-AGAINST-TOLERANCE.
	       COMPUTE VERTICES-CHECKED = VERTICES-CHECKED + 1.
		   IF DEV > WORST-DEV
		       MOVE DEV TO WORST-DEV.
		   IF DEV > PART-TOL
		       MOVE 'FAIL' TO RESULT-TXT
			   COMPUTE FAIL-COUNT = FAIL-COUNT + 1
			   COMPUTE VERTICES-FAILED = VERTICES-FAILED + 1
		   ELSE
		       MOVE 'PASS' TO RESULT-TXT.
		   IF FAIL-COUNT > 0 AND FIRST-FAIL = 0
		       MOVE MEAS-COUNT TO FIRST-FAIL.

      * Square root by Newton's rule, as DDA's GEOMETRY-SQRT takes
      * its segment lengths; twenty passes settle well inside the
      * two decimals reported.
       DEVIATION-SQRT.
	       MOVE 0 TO DEV.
		   IF SQ-IN > 0
		       COMPUTE SQ-X = (SQ-IN / 2) + 1
			   MOVE 0 TO SQ-K
			   PERFORM DEVIATION-SQRT-STEP
			   COMPUTE DEV ROUNDED = SQ-X.

       DEVIATION-SQRT-STEP.
	       IF SQ-K < 20
		       COMPUTE SQ-X ROUNDED =
			   (SQ-X + (SQ-IN / SQ-X)) / 2
			   COMPUTE SQ-K = SQ-K + 1
			   GO TO DEVIATION-SQRT-STEP.

       WRITE-VERTEX-LINE.
	       MOVE NOM-X(NOM-K) TO ED-NOM-X.
		   MOVE NOM-Y(NOM-K) TO ED-NOM-Y.
		   MOVE DX TO ED-DX.
		   MOVE DY TO ED-DY.
		   MOVE DEV TO ED-DEV.
		   MOVE SPACES TO REPORT-MSG.
	   STRING '  ' DELIMITED BY SIZE
	       MEAS-COUNT DELIMITED BY SIZE
	       '    ' DELIMITED BY SIZE
	       ED-NOM-X DELIMITED BY SIZE
	       '    ' DELIMITED BY SIZE
	       ED-NOM-Y DELIMITED BY SIZE
	       '  ' DELIMITED BY SIZE
	       ED-MX DELIMITED BY SIZE
	       '  ' DELIMITED BY SIZE
	       ED-MY DELIMITED BY SIZE
	       '  ' DELIMITED BY SIZE
	       ED-DX DELIMITED BY SIZE
	       '  ' DELIMITED BY SIZE
	       ED-DY DELIMITED BY SIZE
	       ' ' DELIMITED BY SIZE
	       ED-DEV DELIMITED BY SIZE
	       '  ' DELIMITED BY SIZE
	       RESULT-TXT DELIMITED BY SIZE
	       INTO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.

      * Nominal vertices the inspector never reached are listed so a
      * short reading is plain on the sheet, then the part is judged.
       FINISH-PART.
	       MOVE 'N' TO PART-OPEN-FLAG.
		   IF PICK-REV NOT = SPACE
		       COMPUTE NOM-K = MEAS-COUNT + 1
			   PERFORM LIST-UNMEASURED.
		   PERFORM SET-VERDICT.
		   PERFORM WRITE-VERDICT-LINE.
		   IF PART-VERDICT NOT = 'ACCEPTED'
		       PERFORM WRITE-REJECT-RECORD.

       LIST-UNMEASURED.
	       IF NOM-K NOT > NOM-COUNT
		       PERFORM WRITE-UNMEASURED-LINE
			   COMPUTE NOM-K = NOM-K + 1
			   GO TO LIST-UNMEASURED.

       WRITE-UNMEASURED-LINE.
	       MOVE NOM-X(NOM-K) TO ED-NOM-X.
		   MOVE NOM-Y(NOM-K) TO ED-NOM-Y.
		   MOVE SPACES TO REPORT-MSG.
	   STRING '  ' DELIMITED BY SIZE
	       NOM-K DELIMITED BY SIZE
	       '    ' DELIMITED BY SIZE
	       ED-NOM-X DELIMITED BY SIZE
	       '    ' DELIMITED BY SIZE
	       ED-NOM-Y DELIMITED BY SIZE
	       '  NOT MEASURED' DELIMITED BY SIZE
	       INTO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.

      * A part that cannot be paired vertex for vertex - no nominal,
      * no tolerance, an assembly, or a count that does not match -
      * is not judged at all, since a sequence shifted by one vertex
      * would fail good parts. Of the rest, any vertex out of
      * tolerance rejects the part; a bad reading with none out
      * leaves it unjudged.
       SET-VERDICT.
	       MOVE 0 TO PART-VERTEX.
		   IF PART-REASON = SPACES
		       AND MEAS-COUNT NOT = NOM-COUNT
		       MOVE 'CNTV' TO PART-REASON
			   MOVE 'VERTEX COUNT DIFFERS'
			       TO PART-REASON-TXT.
		   IF PART-REASON = SPACES AND FAIL-COUNT > 0
		       MOVE 'TOLR' TO PART-REASON
			   MOVE 'OUT OF TOLERANCE' TO PART-REASON-TXT
			   MOVE FIRST-FAIL TO PART-VERTEX.
		   IF PART-REASON = SPACES AND BAD-READ-COUNT > 0
		       MOVE 'MEAS' TO PART-REASON
			   MOVE 'BAD MEASUREMENT' TO PART-REASON-TXT
			   MOVE FIRST-BAD TO PART-VERTEX.
		   MOVE 'NOT JUDGED' TO PART-VERDICT.
		   IF PART-REASON = 'TOLR'
		       MOVE 'REJECTED' TO PART-VERDICT.
		   IF PART-REASON = SPACES
		       MOVE 'ACCEPTED' TO PART-VERDICT
			   MOVE SPACES TO PART-REASON-TXT.
		   IF PART-VERDICT = 'ACCEPTED'
		       COMPUTE PARTS-ACCEPTED = PARTS-ACCEPTED + 1.
		   IF PART-VERDICT = 'REJECTED'
		       COMPUTE PARTS-REJECTED = PARTS-REJECTED + 1.
		   IF PART-VERDICT = 'NOT JUDGED'
		       COMPUTE PARTS-NOT-JUDGED = PARTS-NOT-JUDGED + 1.

       WRITE-VERDICT-LINE.
	       MOVE PART-MAX-DEV TO ED-DEV.
		   MOVE SPACES TO REPORT-MSG.
	   STRING '  VERDICT: ' DELIMITED BY SIZE
	       PART-VERDICT DELIMITED BY SIZE
	       ' VERTICES ' DELIMITED BY SIZE
	       MEAS-COUNT DELIMITED BY SIZE
	       '/' DELIMITED BY SIZE
	       NOM-COUNT DELIMITED BY SIZE
	       ' FAILED ' DELIMITED BY SIZE
	       FAIL-COUNT DELIMITED BY SIZE
	       ' MAX DEV ' DELIMITED BY SIZE
	       ED-DEV DELIMITED BY SIZE
	       INTO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.
		   IF PART-REASON-TXT NOT = SPACES
		       MOVE SPACES TO REPORT-MSG
	   STRING '  REASON:  ' DELIMITED BY SIZE
	       PART-REASON-TXT DELIMITED BY SIZE
	       INTO REPORT-MSG
		       PERFORM WRITE-REPORT-LINE.

       WRITE-REJECT-RECORD.
	       MOVE SPACES TO REJECT-RECORD.
		   MOVE PART-NO TO REJ-PART.
		   MOVE PART-VERTEX TO REJ-VERTEX.
		   MOVE PART-REASON TO REJ-REASON.
		   MOVE PART-IMAGE TO REJ-IMAGE.
		   WRITE REJECT-RECORD.
		   COMPUTE REJECTS-WRITTEN = REJECTS-WRITTEN + 1.

       WRITE-BATCH-SUMMARY.
	       MOVE SPACES TO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.
		   MOVE '==== INSPECTION SUMMARY ====' TO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.
		   MOVE SPACES TO REPORT-MSG.
	   STRING 'PARTS MEASURED ' DELIMITED BY SIZE
	       PART-NO DELIMITED BY SIZE
	       ' ACCEPTED ' DELIMITED BY SIZE
	       PARTS-ACCEPTED DELIMITED BY SIZE
	       ' REJECTED ' DELIMITED BY SIZE
	       PARTS-REJECTED DELIMITED BY SIZE
	       ' NOT JUDGED ' DELIMITED BY SIZE
	       PARTS-NOT-JUDGED DELIMITED BY SIZE
	       INTO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.
		   MOVE WORST-DEV TO ED-DEV.
		   MOVE SPACES TO REPORT-MSG.
	   STRING 'VERTICES JUDGED ' DELIMITED BY SIZE
	       VERTICES-CHECKED DELIMITED BY SIZE
	       ' OUT OF TOLERANCE ' DELIMITED BY SIZE
	       VERTICES-FAILED DELIMITED BY SIZE
	       ' WORST DEVIATION ' DELIMITED BY SIZE
	       ED-DEV DELIMITED BY SIZE
	       INTO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.
		   MOVE SPACES TO REPORT-MSG.
	   STRING 'REJECT RECORDS WRITTEN ' DELIMITED BY SIZE
	       REJECTS-WRITTEN DELIMITED BY SIZE
	       ' RECORDS SKIPPED ' DELIMITED BY SIZE
	       SKIPPED-COUNT DELIMITED BY SIZE
	       INTO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.
		   MOVE '==== END INSPECTION SUMMARY ===='
		       TO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.
		   MOVE 0 TO RETURN-CODE.
		   IF REJECTS-WRITTEN > 0 OR SKIPPED-COUNT > 0
		       MOVE 4 TO RETURN-CODE.

       OPEN-REPORT-FILE.
	       OPEN OUTPUT REPORT-FILE.

       WRITE-REPORT-LINE.
	       MOVE REPORT-MSG TO REPORT-LINE.
		   WRITE REPORT-RECORD.

       CLOSE-REPORT-FILE.
	       CLOSE REPORT-FILE.

       PROGRAM-END.
	   STOP RUN.
