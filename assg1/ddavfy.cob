      * Nightly integrity check of the figure library, run ahead of
      * the plotting window. DDA's save, DDAIMP and DDACAT (batch
      * and console) all write catalog.txt, DDACAT and the two
      * savers keep catidx.dat in step with it, and DDACAT journals
      * its actions to catjrnl.txt - this program proves the three
      * still agree before any more replays run against them:
      *   - every H record's count fields match the P records that
      *     follow it (the wide count rules when present, as it does
      *     for every reader of the file);
      *   - every P record carries a known mode byte, sign bytes of
      *     blank, '+' or '-', and numeric magnitudes in each field
      *     its mode uses;
      *   - every catalog entry (the LAST copy of an id and revision,
      *     the copy every reader takes) has its header and each of
      *     its points keyed in catidx.dat with the same image, and
      *     catidx.dat carries no key catalog.txt does not;
      *   - the latest journal record for each id and revision since
      *     the last restore matches the entry now on file - present
      *     with the journaled point count, or gone when the journal
      *     says it was deleted.
      * Every discrepancy is listed in vfyrpt.txt. Return code 16 -
      * above anything DDA itself sets - means the library is
      * inconsistent and the DDA step must be held until it is
      * repaired. Return code 4 means only warnings: the index or
      * journal could not be read, or a DRAFT revision no longer
      * matches its journal record (DDA's save and DDAIMP rewrite
      * drafts without journaling, so that alone is no corruption).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDAVFY.

       ENVIRONMENT DIVISION
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT CATALOG-FILE ASSIGN TO DISK
	       ORGANIZATION IS LINE SEQUENTIAL
		       FILE STATUS IS CATALOG-FILE-STATUS.
	   SELECT CATIDX-FILE ASSIGN TO DISK
		       ORGANIZATION IS INDEXED
		       ACCESS MODE IS DYNAMIC
		       RECORD KEY IS CATIDX-KEY
		       FILE STATUS IS CATIDX-FILE-STATUS.
	   SELECT JOURNAL-FILE ASSIGN TO DISK
		       ORGANIZATION IS LINE SEQUENTIAL
		       FILE STATUS IS JOURNAL-FILE-STATUS.
	   SELECT REPORT-FILE ASSIGN TO DISK
		       ORGANIZATION IS LINE SEQUENTIAL
		       FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION
       FILE SECTION.
       FD CATALOG-FILE
	       LABEL RECORDS ARE STANDARD
		   DATA RECORD IS CATALOG-RECORD
		   VALUE OF FILE-ID IS "catalog.txt".
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
	       03 CAT-PT-X.
		       05 CAT-PT-X-SIGN PIC X.
		       05 CAT-PT-X-MAG PIC 99.
	       03 FILLER PIC X.
	       03 CAT-PT-Y.
		       05 CAT-PT-Y-SIGN PIC X.
		       05 CAT-PT-Y-MAG PIC 99.
	       03 FILLER PIC X.
	       03 CAT-PT-R PIC 99.
	       03 CAT-PT-R-TEXT REDEFINES CAT-PT-R PIC XX.
	       03 FILLER PIC X.
	       03 CAT-PT-CHAR PIC X.
	       03 FILLER PIC X.
	       03 CAT-PT-X2.
		       05 CAT-PT-X2-SIGN PIC X.
		       05 CAT-PT-X2-MAG PIC 99.
	       03 FILLER PIC X.
	       03 CAT-PT-Y2.
		       05 CAT-PT-Y2-SIGN PIC X.
		       05 CAT-PT-Y2-MAG PIC 99.
	       03 FILLER PIC X.
	       03 CAT-PT-TEXT PIC X(15).
	       03 FILLER PIC X(4).
      * An assembly's R record names the entry it places in the
      * text columns.
       01 CATALOG-REF-RECORD REDEFINES CATALOG-RECORD.
	       03 FILLER PIC X(25).
	       03 CAT-REF-ID PIC X(10).
	       03 FILLER PIC X(9).

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

       FD JOURNAL-FILE
	       LABEL RECORDS ARE STANDARD
		   DATA RECORD IS JOURNAL-RECORD
		   VALUE OF FILE-ID IS "catjrnl.txt".
       01 JOURNAL-RECORD.
	       03 JRNL-DATE PIC 9(8).
	       03 FILLER PIC X.
	       03 JRNL-TIME PIC 9(6).
	       03 FILLER PIC X.
	       03 JRNL-ACTION PIC X(8).
	       03 FILLER PIC X.
	       03 JRNL-ID PIC X(10).
	       03 FILLER PIC X.
	       03 JRNL-BEFORE PIC 9(4).
	       03 FILLER PIC X.
	       03 JRNL-AFTER PIC 9(4).
	       03 FILLER PIC X.
	       03 JRNL-REV PIC X.
	       03 FILLER PIC X.
	       03 JRNL-OPER PIC X(8).
	       03 FILLER PIC X.
	       03 JRNL-APPROVER PIC X(8).

       FD REPORT-FILE
	       LABEL RECORDS ARE STANDARD
		   DATA RECORD IS REPORT-RECORD
		   VALUE OF FILE-ID IS "vfyrpt.txt".
       01 REPORT-RECORD.
	       03 REPORT-LINE PIC X(79).

       WORKING-STORAGE SECTION.
	   01 CATALOG-FILE-STATUS PIC XX.
	   01 CATIDX-FILE-STATUS PIC XX.
	   01 JOURNAL-FILE-STATUS PIC XX.
	   01 REPORT-FILE-STATUS PIC XX.

	   01 CAT-EOF-FLAG PIC X.
	   01 CATIDX-EOF-FLAG PIC X.
	   01 JRNL-EOF-FLAG PIC X.

      * The library as every reader sees it - a later copy of an id
      * and revision replaces the earlier one, and only as many
      * points as the header counts are taken, just as DDACAT loads
      * it. CAT-ENTRY-IDX-N and CAT-ENTRY-IDX-HDR tally what the
      * keyed index turned out to hold for the entry.
	   01 CAT-TABLE.
	       03 CAT-ENTRY OCCURS 200 TIMES.
		       05 CAT-ENTRY-ID PIC X(10).
		       05 CAT-ENTRY-REV PIC X.
		       05 CAT-ENTRY-STATUS PIC X(8).
		       05 CAT-ENTRY-N PIC 9(4).
		       05 CAT-ENTRY-IDX-N PIC 9(4).
		       05 CAT-ENTRY-IDX-HDR PIC X.
		       05 CAT-ENTRY-LINE PIC X(44) OCCURS 1000 TIMES.
	   01 ENTRY-COUNT PIC 999 VALUE 0.
	   01 CUR-ENTRY PIC 999 VALUE 0.
	   01 ENTRY-FOUND-FLAG PIC X.
	   01 ENTRY-FULL-FLAG PIC X VALUE 'N'.
	   01 E PIC 999.
	   01 K PIC 9(4).
	   01 LOAD-REV PIC X.
	   01 LOAD-STATUS PIC X(8).
	   01 LOAD-LEFT PIC 9(4).

      * The header whose points are being counted.
	   01 HDR-OPEN-FLAG PIC X VALUE 'N'.
	   01 HDR-REC-NO PIC 9(6).
	   01 HDR-ID PIC X(10).
	   01 HDR-REV PIC X.
	   01 HDR-EXPECT PIC 9(4).
	   01 HDR-FOLLOW PIC 9(6).
	   01 HDR-COUNT-OK-FLAG PIC X.

	   01 REC-NO PIC 9(6) VALUE 0.
	   01 POINT-FAULT PIC X(24).

      * Index pass - the entry last matched is kept so a run of
      * keys for one entry costs one table search.
	   01 IDX-REC-COUNT PIC 9(6) VALUE 0.
	   01 IDX-ORPHAN-COUNT PIC 9(6) VALUE 0.
	   01 IDX-ENTRY PIC 999 VALUE 0.
	   01 IDX-LAST-ID PIC X(10) VALUE SPACES.
	   01 IDX-LAST-REV PIC X VALUE SPACE.
	   01 IDX-ORPHAN-ID PIC X(10) VALUE SPACES.
	   01 IDX-ORPHAN-REV PIC X VALUE SPACE.
	   01 IDX-OPEN-FLAG PIC X VALUE 'N'.

      * Latest journal record for each id and revision since the
      * last restore - a restore replaces the whole file, so the
      * records before it describe a library no longer on disk.
	   01 JRNL-L-TABLE.
	       03 JRNL-L OCCURS 1000 TIMES.
		       05 JRNL-L-DATE PIC 9(8).
		       05 JRNL-L-TIME PIC 9(6).
		       05 JRNL-L-ACTION PIC X(8).
		       05 JRNL-L-ID PIC X(10).
		       05 JRNL-L-REV PIC X.
		       05 JRNL-L-AFTER PIC 9(4).
	   01 JRNL-L-N PIC 9(4) VALUE 0.
	   01 JRNL-L-K PIC 9(4).
	   01 JRNL-L-HIT PIC 9(4).
	   01 JRNL-REC-COUNT PIC 9(6) VALUE 0.
	   01 JRNL-FULL-FLAG PIC X VALUE 'N'.
	   01 JRNL-OPEN-FLAG PIC X VALUE 'N'.

	   01 ERROR-COUNT PIC 9(5) VALUE 0.
	   01 WARNING-COUNT PIC 9(5) VALUE 0.
	   01 RUN-DATE PIC 9(8).

      * Report line - the severity tag in front of the text.
	   01 VFY-MSG VALUE SPACES.
	       03 VFY-SEVERITY PIC X(8).
	       03 VFY-TEXT PIC X(71).
	   01 REPORT-MSG PIC X(79).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
	       ACCEPT RUN-DATE FROM DATE YYYYMMDD.
		   OPEN OUTPUT REPORT-FILE.
		   MOVE '==== CATALOG LIBRARY INTEGRITY REPORT ===='
		       TO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.
	   STRING 'RUN DATE ' DELIMITED BY SIZE
	       RUN-DATE DELIMITED BY SIZE
	       INTO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.
		   MOVE '---- CATALOG RECORDS (catalog.txt) ----'
		       TO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.
		   PERFORM CHECK-CATALOG.
		   MOVE '---- KEYED INDEX (catidx.dat) ----'
		       TO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.
		   PERFORM CHECK-INDEX.
		   MOVE '---- JOURNAL (catjrnl.txt) ----' TO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.
		   PERFORM CHECK-JOURNAL.
		   PERFORM WRITE-TOTALS.
		   CLOSE REPORT-FILE.
		   PERFORM PROGRAM-END.

      * Pass 1 - catalog.txt front to back. Each record is checked
      * as it is read and the surviving entries are loaded for the
      * index and journal passes.
       CHECK-CATALOG.
	       MOVE 'N' TO CAT-EOF-FLAG.
		   OPEN INPUT CATALOG-FILE.
		   IF CATALOG-FILE-STATUS = '00'
		       PERFORM CHECK-CATALOG-LOOP
			   PERFORM CLOSE-HEADER
			   CLOSE CATALOG-FILE
		   ELSE
		       MOVE 'NO CATALOG FILE ON DISK' TO VFY-TEXT
			   PERFORM LOG-WARNING.

       CHECK-CATALOG-LOOP.
	       READ CATALOG-FILE
		       AT END MOVE 'Y' TO CAT-EOF-FLAG.
		   IF CAT-EOF-FLAG NOT = 'Y'
		       COMPUTE REC-NO = REC-NO + 1
			   PERFORM CHECK-CATALOG-RECORD
			   GO TO CHECK-CATALOG-LOOP.

       CHECK-CATALOG-RECORD.
	       IF CAT-REC-TYPE = 'H'
		       PERFORM CHECK-HEADER-RECORD
		   ELSE
		       IF CAT-REC-TYPE = 'P'
			   PERFORM CHECK-POINT-RECORD
		       ELSE
			   PERFORM LOG-UNKNOWN-RECORD.

       LOG-UNKNOWN-RECORD.
	   STRING 'REC ' DELIMITED BY SIZE
	       REC-NO DELIMITED BY SIZE
	       ': UNKNOWN RECORD TYPE "' DELIMITED BY SIZE
	       CAT-REC-TYPE DELIMITED BY SIZE
	       '"' DELIMITED BY SIZE
	       INTO VFY-TEXT.
		   PERFORM LOG-ERROR.

      * A header closes the count of the one before it. The wide
      * count rules when it is present and non-zero; the classic
      * two-digit one must then agree with it, pinned at 99 for a
      * figure past that size.
       CHECK-HEADER-RECORD.
	       PERFORM CLOSE-HEADER.
		   MOVE 'Y' TO HDR-OPEN-FLAG.
		   MOVE REC-NO TO HDR-REC-NO.
		   MOVE CAT-HDR-ID TO HDR-ID.
		   MOVE CAT-HDR-REV TO LOAD-REV.
		   IF LOAD-REV = SPACE
		       MOVE 'A' TO LOAD-REV.
		   MOVE LOAD-REV TO HDR-REV.
		   MOVE CAT-HDR-STATUS TO LOAD-STATUS.
		   IF LOAD-STATUS = SPACES
		       MOVE 'RELEASED' TO LOAD-STATUS.
		   MOVE 0 TO HDR-FOLLOW.
		   MOVE 0 TO HDR-EXPECT.
		   MOVE 'Y' TO HDR-COUNT-OK-FLAG.
		   IF CAT-HDR-COUNT NUMERIC
		       MOVE CAT-HDR-COUNT TO HDR-EXPECT
		   ELSE
		       MOVE 'N' TO HDR-COUNT-OK-FLAG.
		   IF CAT-HDR-WIDE-COUNT NUMERIC
		       IF CAT-HDR-WIDE-COUNT > 0
			   PERFORM CHECK-WIDE-COUNT.
		   IF HDR-COUNT-OK-FLAG NOT = 'Y'
		       PERFORM LOG-HEADER-COUNT-FIELDS.
		   IF HDR-ID = SPACES
		       PERFORM LOG-HEADER-NO-ID.
		   PERFORM LOAD-HEADER.

       CHECK-WIDE-COUNT.
	       MOVE 'Y' TO HDR-COUNT-OK-FLAG.
		   IF CAT-HDR-COUNT NOT NUMERIC
		       MOVE 'N' TO HDR-COUNT-OK-FLAG
		   ELSE
		       IF CAT-HDR-WIDE-COUNT < 99
			   IF CAT-HDR-COUNT NOT = CAT-HDR-WIDE-COUNT
			       MOVE 'N' TO HDR-COUNT-OK-FLAG.
		   IF CAT-HDR-COUNT NUMERIC
		       AND CAT-HDR-WIDE-COUNT NOT < 99
		       AND CAT-HDR-COUNT NOT = 99
		       MOVE 'N' TO HDR-COUNT-OK-FLAG.
		   MOVE CAT-HDR-WIDE-COUNT TO HDR-EXPECT.

       LOG-HEADER-COUNT-FIELDS.
	   STRING 'REC ' DELIMITED BY SIZE
	       REC-NO DELIMITED BY SIZE
	       ' H ' DELIMITED BY SIZE
	       HDR-ID DELIMITED BY SIZE
	       ' REV ' DELIMITED BY SIZE
	       HDR-REV DELIMITED BY SIZE
	       ': COUNT FIELDS BAD OR DISAGREE' DELIMITED BY SIZE
	       INTO VFY-TEXT.
		   PERFORM LOG-ERROR.

       LOG-HEADER-NO-ID.
	   STRING 'REC ' DELIMITED BY SIZE
	       REC-NO DELIMITED BY SIZE
	       ' H: NO FIGURE ID' DELIMITED BY SIZE
	       INTO VFY-TEXT.
		   PERFORM LOG-ERROR.

       CLOSE-HEADER.
	       IF HDR-OPEN-FLAG = 'Y'
		       IF HDR-FOLLOW NOT = HDR-EXPECT
			   PERFORM LOG-HEADER-MISMATCH.
		   MOVE 'N' TO HDR-OPEN-FLAG.

       LOG-HEADER-MISMATCH.
	   STRING 'REC ' DELIMITED BY SIZE
	       HDR-REC-NO DELIMITED BY SIZE
	       ' H ' DELIMITED BY SIZE
	       HDR-ID DELIMITED BY SIZE
	       ' REV ' DELIMITED BY SIZE
	       HDR-REV DELIMITED BY SIZE
	       ': COUNT ' DELIMITED BY SIZE
	       HDR-EXPECT DELIMITED BY SIZE
	       ', ' DELIMITED BY SIZE
	       HDR-FOLLOW DELIMITED BY SIZE
	       ' POINT RECORDS FOLLOW' DELIMITED BY SIZE
	       INTO VFY-TEXT.
		   PERFORM LOG-ERROR.

      * The later copy of an id and revision replaces the earlier.
       LOAD-HEADER.
	       MOVE HDR-EXPECT TO LOAD-LEFT.
		   PERFORM FIND-ENTRY.
		   IF ENTRY-FOUND-FLAG = 'Y'
		       MOVE 0 TO CAT-ENTRY-N(CUR-ENTRY)
			   MOVE LOAD-STATUS
			       TO CAT-ENTRY-STATUS(CUR-ENTRY)
		   ELSE
		       PERFORM LOAD-NEW-ENTRY.

       LOAD-NEW-ENTRY.
	       IF ENTRY-COUNT < 200
		       COMPUTE ENTRY-COUNT = ENTRY-COUNT + 1
			   MOVE ENTRY-COUNT TO CUR-ENTRY
			   MOVE HDR-ID TO CAT-ENTRY-ID(CUR-ENTRY)
			   MOVE HDR-REV TO CAT-ENTRY-REV(CUR-ENTRY)
			   MOVE LOAD-STATUS
			       TO CAT-ENTRY-STATUS(CUR-ENTRY)
			   MOVE 0 TO CAT-ENTRY-N(CUR-ENTRY)
			   MOVE 0 TO CAT-ENTRY-IDX-N(CUR-ENTRY)
			   MOVE 'N' TO CAT-ENTRY-IDX-HDR(CUR-ENTRY)
		   ELSE
		       MOVE 0 TO CUR-ENTRY
			   MOVE 0 TO LOAD-LEFT
			   PERFORM LOG-ENTRY-TABLE-FULL.

       LOG-ENTRY-TABLE-FULL.
	       IF ENTRY-FULL-FLAG NOT = 'Y'
		       MOVE 'Y' TO ENTRY-FULL-FLAG
			   MOVE 'OVER 200 ENTRIES - REST UNCHECKED'
			       TO VFY-TEXT
			   PERFORM LOG-WARNING.

       FIND-ENTRY.
	       MOVE 'N' TO ENTRY-FOUND-FLAG.
		   MOVE 1 TO E.
		   PERFORM FIND-ENTRY-STEP.

       FIND-ENTRY-STEP.
	       IF E NOT > ENTRY-COUNT AND ENTRY-FOUND-FLAG NOT = 'Y'
		       IF CAT-ENTRY-ID(E) = HDR-ID
			       AND CAT-ENTRY-REV(E) = HDR-REV
			       MOVE E TO CUR-ENTRY
			       MOVE 'Y' TO ENTRY-FOUND-FLAG
			   ELSE
			       COMPUTE E = E + 1
				   GO TO FIND-ENTRY-STEP.

      * Field rules follow what DDA's replay actually reads for each
      * mode: every record is placed by x/y, a circle needs its
      * radius, a box its far corner, and an assembly's reference
      * its id, with scale and quarter turns either blank or valid.
       CHECK-POINT-RECORD.
	       IF HDR-OPEN-FLAG NOT = 'Y'
		       MOVE 'NO HEADER BEFORE IT' TO POINT-FAULT
			   PERFORM LOG-POINT-FAULT
		   ELSE
		       COMPUTE HDR-FOLLOW = HDR-FOLLOW + 1
			   PERFORM LOAD-POINT.
		   IF CAT-PT-MODE NOT = SPACE
		       AND CAT-PT-MODE NOT = 'C'
		       AND CAT-PT-MODE NOT = 'L'
		       AND CAT-PT-MODE NOT = 'B'
		       AND CAT-PT-MODE NOT = 'R'
		       MOVE 'BAD MODE BYTE' TO POINT-FAULT
		       PERFORM LOG-POINT-FAULT.
		   IF CAT-PT-X-SIGN NOT = SPACE
		       AND CAT-PT-X-SIGN NOT = '+'
		       AND CAT-PT-X-SIGN NOT = '-'
		       MOVE 'BAD X SIGN' TO POINT-FAULT
		       PERFORM LOG-POINT-FAULT.
		   IF CAT-PT-X-MAG NOT NUMERIC
		       MOVE 'BAD X MAGNITUDE' TO POINT-FAULT
		       PERFORM LOG-POINT-FAULT.
		   IF CAT-PT-Y-SIGN NOT = SPACE
		       AND CAT-PT-Y-SIGN NOT = '+'
		       AND CAT-PT-Y-SIGN NOT = '-'
		       MOVE 'BAD Y SIGN' TO POINT-FAULT
		       PERFORM LOG-POINT-FAULT.
		   IF CAT-PT-Y-MAG NOT NUMERIC
		       MOVE 'BAD Y MAGNITUDE' TO POINT-FAULT
		       PERFORM LOG-POINT-FAULT.
		   IF CAT-PT-MODE = 'C'
		       AND CAT-PT-R NOT NUMERIC
		       MOVE 'BAD RADIUS' TO POINT-FAULT
		       PERFORM LOG-POINT-FAULT.
		   IF CAT-PT-MODE NOT = 'C'
		       AND CAT-PT-R NOT NUMERIC
		       AND CAT-PT-R-TEXT NOT = SPACES
		       MOVE 'BAD RADIUS/SCALE' TO POINT-FAULT
		       PERFORM LOG-POINT-FAULT.
		   IF CAT-PT-MODE = 'B'
		       PERFORM CHECK-BOX-CORNER.
		   IF CAT-PT-MODE = 'R'
		       PERFORM CHECK-REFERENCE.

       CHECK-BOX-CORNER.
	       IF CAT-PT-X2-SIGN NOT = SPACE
		       AND CAT-PT-X2-SIGN NOT = '+'
		       AND CAT-PT-X2-SIGN NOT = '-'
		       MOVE 'BAD X2 SIGN' TO POINT-FAULT
		       PERFORM LOG-POINT-FAULT.
		   IF CAT-PT-X2-MAG NOT NUMERIC
		       MOVE 'BAD X2 MAGNITUDE' TO POINT-FAULT
		       PERFORM LOG-POINT-FAULT.
		   IF CAT-PT-Y2-SIGN NOT = SPACE
		       AND CAT-PT-Y2-SIGN NOT = '+'
		       AND CAT-PT-Y2-SIGN NOT = '-'
		       MOVE 'BAD Y2 SIGN' TO POINT-FAULT
		       PERFORM LOG-POINT-FAULT.
		   IF CAT-PT-Y2-MAG NOT NUMERIC
		       MOVE 'BAD Y2 MAGNITUDE' TO POINT-FAULT
		       PERFORM LOG-POINT-FAULT.

       CHECK-REFERENCE.
	       IF CAT-PT-CHAR NOT = SPACE
		       AND (CAT-PT-CHAR < '0' OR CAT-PT-CHAR > '3')
		       MOVE 'BAD ROTATION' TO POINT-FAULT
		       PERFORM LOG-POINT-FAULT.
		   IF CAT-REF-ID = SPACES
		       MOVE 'NO REFERENCED ID' TO POINT-FAULT
		       PERFORM LOG-POINT-FAULT.

       LOG-POINT-FAULT.
	       IF HDR-OPEN-FLAG = 'Y'
		   STRING 'REC ' DELIMITED BY SIZE
		       REC-NO DELIMITED BY SIZE
		       ' P OF ' DELIMITED BY SIZE
		       HDR-ID DELIMITED BY SIZE
		       ' REV ' DELIMITED BY SIZE
		       HDR-REV DELIMITED BY SIZE
		       ': ' DELIMITED BY SIZE
		       POINT-FAULT DELIMITED BY SIZE
		       INTO VFY-TEXT
		   ELSE
		   STRING 'REC ' DELIMITED BY SIZE
		       REC-NO DELIMITED BY SIZE
		       ' P: ' DELIMITED BY SIZE
		       POINT-FAULT DELIMITED BY SIZE
		       INTO VFY-TEXT.
		   PERFORM LOG-ERROR.

       LOAD-POINT.
	       IF CUR-ENTRY > 0 AND LOAD-LEFT > 0
		       IF CAT-ENTRY-N(CUR-ENTRY) < 1000
			       COMPUTE K = CAT-ENTRY-N(CUR-ENTRY) + 1
			       MOVE K TO CAT-ENTRY-N(CUR-ENTRY)
			       MOVE CATALOG-RECORD
				   TO CAT-ENTRY-LINE(CUR-ENTRY, K)
			       COMPUTE LOAD-LEFT = LOAD-LEFT - 1.

      * Pass 2 - catidx.dat front to back in key order. A key with
      * no entry behind it is reported once per id and revision;
      * the rest of its records are only counted.
       CHECK-INDEX.
	       MOVE 'N' TO CATIDX-EOF-FLAG.
		   OPEN INPUT CATIDX-FILE.
		   IF CATIDX-FILE-STATUS = '00'
		       MOVE 'Y' TO IDX-OPEN-FLAG
			   PERFORM CHECK-INDEX-LOOP
			   CLOSE CATIDX-FILE
			   MOVE 1 TO E
			   PERFORM CHECK-INDEX-COVERAGE
		   ELSE
		       MOVE 'NO INDEX - DDA WILL SCAN catalog.txt'
			   TO VFY-TEXT
			   PERFORM LOG-WARNING.

       CHECK-INDEX-LOOP.
	       READ CATIDX-FILE NEXT RECORD
		       AT END MOVE 'Y' TO CATIDX-EOF-FLAG.
		   IF CATIDX-EOF-FLAG NOT = 'Y'
		       COMPUTE IDX-REC-COUNT = IDX-REC-COUNT + 1
			   PERFORM CHECK-INDEX-RECORD
			   GO TO CHECK-INDEX-LOOP.

       CHECK-INDEX-RECORD.
	       IF CATIDX-ID NOT = IDX-LAST-ID
		       OR CATIDX-REV NOT = IDX-LAST-REV
		       MOVE CATIDX-ID TO IDX-LAST-ID
			   MOVE CATIDX-REV TO IDX-LAST-REV
			   MOVE CATIDX-ID TO HDR-ID
			   MOVE CATIDX-REV TO HDR-REV
			   MOVE 0 TO IDX-ENTRY
			   PERFORM FIND-ENTRY
			   IF ENTRY-FOUND-FLAG = 'Y'
			       MOVE CUR-ENTRY TO IDX-ENTRY.
		   IF IDX-ENTRY = 0
		       PERFORM CHECK-INDEX-ORPHAN
		   ELSE
		       PERFORM CHECK-INDEX-IMAGE.

       CHECK-INDEX-ORPHAN.
	       COMPUTE IDX-ORPHAN-COUNT = IDX-ORPHAN-COUNT + 1.
		   IF CATIDX-ID NOT = IDX-ORPHAN-ID
		       OR CATIDX-REV NOT = IDX-ORPHAN-REV
		       MOVE CATIDX-ID TO IDX-ORPHAN-ID
			   MOVE CATIDX-REV TO IDX-ORPHAN-REV
			   PERFORM LOG-INDEX-ORPHAN.

       LOG-INDEX-ORPHAN.
	   STRING 'INDEX KEY ' DELIMITED BY SIZE
	       CATIDX-ID DELIMITED BY SIZE
	       ' REV ' DELIMITED BY SIZE
	       CATIDX-REV DELIMITED BY SIZE
	       ' SEQ ' DELIMITED BY SIZE
	       CATIDX-SEQ DELIMITED BY SIZE
	       ': NOT IN CATALOG' DELIMITED BY SIZE
	       INTO VFY-TEXT.
		   PERFORM LOG-ERROR.

      * Sequence 0 is the header; 1 up are the points in file
      * order, each the same 44-column image catalog.txt holds.
       CHECK-INDEX-IMAGE.
	       IF CATIDX-SEQ = 0
		       MOVE 'Y' TO CAT-ENTRY-IDX-HDR(IDX-ENTRY)
		   ELSE
		       PERFORM CHECK-INDEX-POINT.

       CHECK-INDEX-POINT.
	       IF CATIDX-SEQ > CAT-ENTRY-N(IDX-ENTRY)
		       MOVE ': BEYOND CATALOG ENTRY' TO POINT-FAULT
			   PERFORM LOG-INDEX-POINT
		   ELSE
		       COMPUTE CAT-ENTRY-IDX-N(IDX-ENTRY) =
			   CAT-ENTRY-IDX-N(IDX-ENTRY) + 1
		       IF CATIDX-LINE NOT =
			       CAT-ENTRY-LINE(IDX-ENTRY, CATIDX-SEQ)
			   MOVE ': DIFFERS FROM CATALOG' TO POINT-FAULT
			       PERFORM LOG-INDEX-POINT.

       LOG-INDEX-POINT.
	   STRING 'INDEX KEY ' DELIMITED BY SIZE
	       CATIDX-ID DELIMITED BY SIZE
	       ' REV ' DELIMITED BY SIZE
	       CATIDX-REV DELIMITED BY SIZE
	       ' SEQ ' DELIMITED BY SIZE
	       CATIDX-SEQ DELIMITED BY SIZE
	       POINT-FAULT DELIMITED BY SIZE
	       INTO VFY-TEXT.
		   PERFORM LOG-ERROR.

      * Every entry must have its header key and one key per point.
       CHECK-INDEX-COVERAGE.
	       IF E NOT > ENTRY-COUNT
		       PERFORM CHECK-INDEX-ENTRY
			   COMPUTE E = E + 1
			   GO TO CHECK-INDEX-COVERAGE.

       CHECK-INDEX-ENTRY.
	       IF CAT-ENTRY-IDX-HDR(E) NOT = 'Y'
		       PERFORM LOG-ENTRY-NOT-INDEXED
		   ELSE
		       IF CAT-ENTRY-IDX-N(E) < CAT-ENTRY-N(E)
			   PERFORM LOG-ENTRY-SHORT.

       LOG-ENTRY-NOT-INDEXED.
	   STRING 'ENTRY ' DELIMITED BY SIZE
	       CAT-ENTRY-ID(E) DELIMITED BY SIZE
	       ' REV ' DELIMITED BY SIZE
	       CAT-ENTRY-REV(E) DELIMITED BY SIZE
	       ': NO HEADER KEY IN INDEX' DELIMITED BY SIZE
	       INTO VFY-TEXT.
		   PERFORM LOG-ERROR.

       LOG-ENTRY-SHORT.
	   STRING 'ENTRY ' DELIMITED BY SIZE
	       CAT-ENTRY-ID(E) DELIMITED BY SIZE
	       ' REV ' DELIMITED BY SIZE
	       CAT-ENTRY-REV(E) DELIMITED BY SIZE
	       ': INDEX HOLDS ' DELIMITED BY SIZE
	       CAT-ENTRY-IDX-N(E) DELIMITED BY SIZE
	       ' OF ' DELIMITED BY SIZE
	       CAT-ENTRY-N(E) DELIMITED BY SIZE
	       ' POINTS' DELIMITED BY SIZE
	       INTO VFY-TEXT.
		   PERFORM LOG-ERROR.

      * Pass 3 - the journal. Only DDACAT journals, so a library
      * never maintained through it has nothing to check here.
       CHECK-JOURNAL.
	       MOVE 'N' TO JRNL-EOF-FLAG.
		   OPEN INPUT JOURNAL-FILE.
		   IF JOURNAL-FILE-STATUS = '00'
		       MOVE 'Y' TO JRNL-OPEN-FLAG
			   PERFORM LOAD-JOURNAL-LOOP
			   CLOSE JOURNAL-FILE
			   MOVE 1 TO JRNL-L-K
			   PERFORM CHECK-JOURNAL-STEP
		   ELSE
		       MOVE 'NO JOURNAL ON FILE - NOTHING TO CHECK'
			   TO REPORT-MSG
			   PERFORM WRITE-REPORT-LINE.

       LOAD-JOURNAL-LOOP.
	       READ JOURNAL-FILE
		       AT END MOVE 'Y' TO JRNL-EOF-FLAG.
		   IF JRNL-EOF-FLAG NOT = 'Y'
		       COMPUTE JRNL-REC-COUNT = JRNL-REC-COUNT + 1
			   PERFORM LOAD-JOURNAL-RECORD
			   GO TO LOAD-JOURNAL-LOOP.

       LOAD-JOURNAL-RECORD.
	       IF JRNL-ACTION = 'RESTORE'
		       MOVE 0 TO JRNL-L-N
		   ELSE
		       PERFORM FIND-JOURNAL-KEY
			   IF JRNL-L-HIT > 0
			       PERFORM STORE-JOURNAL-KEY.

       FIND-JOURNAL-KEY.
	       MOVE 0 TO JRNL-L-HIT.
		   MOVE 1 TO JRNL-L-K.
		   PERFORM FIND-JOURNAL-STEP.
		   IF JRNL-L-HIT = 0
		       IF JRNL-L-N < 1000
			   COMPUTE JRNL-L-N = JRNL-L-N + 1
			       MOVE JRNL-L-N TO JRNL-L-HIT
		       ELSE
			   PERFORM LOG-JOURNAL-FULL.

       FIND-JOURNAL-STEP.
	       IF JRNL-L-K NOT > JRNL-L-N
		       IF JRNL-L-ID(JRNL-L-K) = JRNL-ID
			       AND JRNL-L-REV(JRNL-L-K) = JRNL-REV
			       MOVE JRNL-L-K TO JRNL-L-HIT
			   ELSE
			       COMPUTE JRNL-L-K = JRNL-L-K + 1
				   GO TO FIND-JOURNAL-STEP.

       STORE-JOURNAL-KEY.
	       MOVE JRNL-DATE TO JRNL-L-DATE(JRNL-L-HIT).
		   MOVE JRNL-TIME TO JRNL-L-TIME(JRNL-L-HIT).
		   MOVE JRNL-ACTION TO JRNL-L-ACTION(JRNL-L-HIT).
		   MOVE JRNL-ID TO JRNL-L-ID(JRNL-L-HIT).
		   MOVE JRNL-REV TO JRNL-L-REV(JRNL-L-HIT).
		   MOVE JRNL-AFTER TO JRNL-L-AFTER(JRNL-L-HIT).

       LOG-JOURNAL-FULL.
	       IF JRNL-FULL-FLAG NOT = 'Y'
		       MOVE 'Y' TO JRNL-FULL-FLAG
			   MOVE 'OVER 1000 KEYS - REST UNCHECKED'
			       TO VFY-TEXT
			   PERFORM LOG-WARNING.

       CHECK-JOURNAL-STEP.
	       IF JRNL-L-K NOT > JRNL-L-N
		       PERFORM CHECK-JOURNAL-KEY
			   COMPUTE JRNL-L-K = JRNL-L-K + 1
			   GO TO CHECK-JOURNAL-STEP.

      * A rename is journaled under the new id with no revision; it
      * needs only the id on file. Anything else names one revision.
      * An entry gone without a journaled delete may have been
      * renamed away since (the rename record carries only the new
      * id), so that is a warning; a count or a delete the file
      * contradicts is an error, unless the revision is a DRAFT,
      * which DDA's save and DDAIMP rewrite without journaling.
       CHECK-JOURNAL-KEY.
	       MOVE JRNL-L-ID(JRNL-L-K) TO HDR-ID.
		   MOVE JRNL-L-REV(JRNL-L-K) TO HDR-REV.
		   IF HDR-REV = SPACE
		       PERFORM FIND-ENTRY-ANY-REV
		   ELSE
		       PERFORM FIND-ENTRY.
		   IF JRNL-L-ACTION(JRNL-L-K) = 'DELETE'
		       IF ENTRY-FOUND-FLAG = 'Y'
			   MOVE ' DELETED, STILL ON FILE' TO POINT-FAULT
			       PERFORM LOG-JOURNAL-FAULT.
		   IF JRNL-L-ACTION(JRNL-L-K) NOT = 'DELETE'
		       IF ENTRY-FOUND-FLAG NOT = 'Y'
			   MOVE ' NOT ON FILE' TO POINT-FAULT
			       PERFORM LOG-JOURNAL-FAULT
		       ELSE
			   IF HDR-REV NOT = SPACE
			       AND CAT-ENTRY-N(CUR-ENTRY)
				   NOT = JRNL-L-AFTER(JRNL-L-K)
			       MOVE ' COUNT DISAGREES' TO POINT-FAULT
				   PERFORM LOG-JOURNAL-COUNT.

       FIND-ENTRY-ANY-REV.
	       MOVE 'N' TO ENTRY-FOUND-FLAG.
		   MOVE 1 TO E.
		   PERFORM FIND-ENTRY-ANY-STEP.

       FIND-ENTRY-ANY-STEP.
	       IF E NOT > ENTRY-COUNT AND ENTRY-FOUND-FLAG NOT = 'Y'
		       IF CAT-ENTRY-ID(E) = HDR-ID
			       MOVE E TO CUR-ENTRY
			       MOVE 'Y' TO ENTRY-FOUND-FLAG
			   ELSE
			       COMPUTE E = E + 1
				   GO TO FIND-ENTRY-ANY-STEP.

       LOG-JOURNAL-FAULT.
	   STRING 'JOURNAL ' DELIMITED BY SIZE
	       JRNL-L-DATE(JRNL-L-K) DELIMITED BY SIZE
	       ' ' DELIMITED BY SIZE
	       JRNL-L-TIME(JRNL-L-K) DELIMITED BY SIZE
	       ' ' DELIMITED BY SIZE
	       JRNL-L-ACTION(JRNL-L-K) DELIMITED BY SPACE
	       ' ' DELIMITED BY SIZE
	       HDR-ID DELIMITED BY SPACE
	       ' REV ' DELIMITED BY SIZE
	       HDR-REV DELIMITED BY SIZE
	       ':' DELIMITED BY SIZE
	       POINT-FAULT DELIMITED BY SIZE
	       INTO VFY-TEXT.
		   IF ENTRY-FOUND-FLAG NOT = 'Y'
		       PERFORM LOG-WARNING
		   ELSE
		       PERFORM LOG-JOURNAL-SEVERITY.

       LOG-JOURNAL-COUNT.
	   STRING 'JOURNAL ' DELIMITED BY SIZE
	       JRNL-L-DATE(JRNL-L-K) DELIMITED BY SIZE
	       ' ' DELIMITED BY SIZE
	       JRNL-L-ACTION(JRNL-L-K) DELIMITED BY SPACE
	       ' ' DELIMITED BY SIZE
	       HDR-ID DELIMITED BY SPACE
	       ' REV ' DELIMITED BY SIZE
	       HDR-REV DELIMITED BY SIZE
	       ': ' DELIMITED BY SIZE
	       JRNL-L-AFTER(JRNL-L-K) DELIMITED BY SIZE
	       ' POINTS, FILE HAS ' DELIMITED BY SIZE
	       CAT-ENTRY-N(CUR-ENTRY) DELIMITED BY SIZE
	       INTO VFY-TEXT.
		   PERFORM LOG-JOURNAL-SEVERITY.

       LOG-JOURNAL-SEVERITY.
	       IF CAT-ENTRY-STATUS(CUR-ENTRY) = 'DRAFT'
		       PERFORM LOG-WARNING
		   ELSE
		       PERFORM LOG-ERROR.

       WRITE-TOTALS.
	       MOVE '---- TOTALS ----' TO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.
	   STRING 'CATALOG RECORDS ' DELIMITED BY SIZE
	       REC-NO DELIMITED BY SIZE
	       '  ENTRIES ' DELIMITED BY SIZE
	       ENTRY-COUNT DELIMITED BY SIZE
	       '  INDEX RECORDS ' DELIMITED BY SIZE
	       IDX-REC-COUNT DELIMITED BY SIZE
	       '  UNMATCHED ' DELIMITED BY SIZE
	       IDX-ORPHAN-COUNT DELIMITED BY SIZE
	       INTO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.
	   STRING 'JOURNAL RECORDS ' DELIMITED BY SIZE
	       JRNL-REC-COUNT DELIMITED BY SIZE
	       '  ERRORS ' DELIMITED BY SIZE
	       ERROR-COUNT DELIMITED BY SIZE
	       '  WARNINGS ' DELIMITED BY SIZE
	       WARNING-COUNT DELIMITED BY SIZE
	       INTO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.
		   IF ERROR-COUNT > 0
		       MOVE 16 TO RETURN-CODE
			   MOVE 'RESULT: INCONSISTENT - HOLD DDA'
			       TO REPORT-MSG
		   ELSE
		       IF WARNING-COUNT > 0
			   MOVE 4 TO RETURN-CODE
			       MOVE 'RESULT: CONSISTENT, WITH WARNINGS'
				   TO REPORT-MSG
		       ELSE
			   MOVE 'RESULT: LIBRARY CONSISTENT'
			       TO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.

       LOG-ERROR.
	       COMPUTE ERROR-COUNT = ERROR-COUNT + 1.
		   MOVE 'ERROR' TO VFY-SEVERITY.
		   MOVE VFY-MSG TO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.
		   MOVE SPACES TO VFY-MSG.

       LOG-WARNING.
	       COMPUTE WARNING-COUNT = WARNING-COUNT + 1.
		   MOVE 'WARNING' TO VFY-SEVERITY.
		   MOVE VFY-MSG TO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.
		   MOVE SPACES TO VFY-MSG.

       WRITE-REPORT-LINE.
	       MOVE REPORT-MSG TO REPORT-LINE.
		   WRITE REPORT-RECORD.
		   MOVE SPACES TO REPORT-MSG.

       PROGRAM-END.
	   STOP RUN.
