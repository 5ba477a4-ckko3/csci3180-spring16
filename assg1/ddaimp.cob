      * copy instead of a stale indexed one. A coordinate outside the
      * S99 range the catalog can represent is rejected, not stored
      * truncated, and listed with its reason in imprej.txt.
      * An import is engineering's work in progress, so it is filed
      * as a DRAFT - the id's current draft revision is replaced,
      * otherwise the next revision letter is opened (A for an id
      * new to the library). DDA replays none of it until DDACAT
      * promotes the revision to RELEASED.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDAIMP.
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
       01 CATIDX-RECORD.
	       03 CATIDX-KEY.
		       05 CATIDX-ID PIC X(10).
		       05 CATIDX-REV PIC X.
		       05 CATIDX-SEQ PIC 9(4).
	       03 CATIDX-LINE PIC X(44).

	   01 CATIDX-PRUNE-FLAG PIC X.
	   01 CATIDX-SAVE-SEQ PIC 9(4).

	   01 CAT-EOF-FLAG PIC X.
	   01 VEC-EOF-FLAG PIC X.
	   01 VEC-OK-FLAG PIC X.
	   01 FIG-OPEN-FLAG PIC X VALUE 'N'.
	   01 RECORDS-REJECTED PIC 9(4) VALUE 0.
	   01 REJECT-MSG PIC X(79).

      * Newest revision on file for each id, read from catalog.txt
      * before the append opens - and kept up to date as figures are
      * imported, so an id sent twice in one extract lands on the
      * same draft. A library too big for the table is noted, and an
      * id the table could not take is then refused rather than
      * given a letter that may already be in use.
	   01 REV-TABLE.
	       03 REV-ENTRY OCCURS 500 TIMES.
		       05 REV-ID PIC X(10).
		       05 REV-TOP PIC X.
		       05 REV-TOP-STATUS PIC X(8).
	   01 REV-COUNT PIC 999 VALUE 0.
	   01 REV-E PIC 999.
	   01 REV-HIT PIC 999.
	   01 REV-FULL-FLAG PIC X VALUE 'N'.
	   01 REV-OK-FLAG PIC X.
	   01 SCAN-REV PIC X.
	   01 SCAN-STATUS PIC X(8).
	   01 FIG-REV PIC X.
	   01 REV-K PIC 99.
	   01 REV-LETTERS PIC X(26)
	       VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
	   01 REV-LETTER-TABLE REDEFINES REV-LETTERS.
	       03 REV-LETTER PIC X OCCURS 26 TIMES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
	       PERFORM OPEN-REJECT-FILE.
      * CATALOG-SAVE, so an import can never damage entries other
      * figures replay. The first import ever creates the file.
       OPEN-CATALOG-FILE.
	       PERFORM LOAD-REVISIONS.
		   OPEN EXTEND CATALOG-FILE.
		   IF CATALOG-FILE-STATUS NOT = '00'
		       OPEN OUTPUT CATALOG-FILE.

       LOAD-REVISIONS.
	       MOVE 'N' TO CAT-EOF-FLAG.
		   OPEN INPUT CATALOG-FILE.
		   IF CATALOG-FILE-STATUS = '00'
		       PERFORM LOAD-REVISIONS-LOOP
			   CLOSE CATALOG-FILE.

       LOAD-REVISIONS-LOOP.
	       READ CATALOG-FILE
		       AT END MOVE 'Y' TO CAT-EOF-FLAG.
		   IF CAT-EOF-FLAG NOT = 'Y'
		       PERFORM LOAD-REVISION-RECORD
			   GO TO LOAD-REVISIONS-LOOP.

       LOAD-REVISION-RECORD.
	       IF CAT-REC-TYPE = 'H'
		       PERFORM LOAD-REVISION-HEADER.

      * A header from before revisions were kept reads as revision A,
      * RELEASED. Copies of one revision come in save order, so the
      * last one seen carries the status in force.
       LOAD-REVISION-HEADER.
	       MOVE CAT-HDR-REV TO SCAN-REV.
		   IF SCAN-REV = SPACE
		       MOVE 'A' TO SCAN-REV.
		   MOVE CAT-HDR-STATUS TO SCAN-STATUS.
		   IF SCAN-STATUS = SPACES
		       MOVE 'RELEASED' TO SCAN-STATUS.
		   MOVE CAT-HDR-ID TO FIG-ID.
		   PERFORM FIND-REVISION.
		   IF REV-HIT = 0
		       PERFORM ADD-REVISION.
		   IF REV-HIT > 0
		       IF SCAN-REV NOT < REV-TOP(REV-HIT)
			   MOVE SCAN-REV TO REV-TOP(REV-HIT)
			       MOVE SCAN-STATUS
				   TO REV-TOP-STATUS(REV-HIT).

       FIND-REVISION.
	       MOVE 0 TO REV-HIT.
		   MOVE 1 TO REV-E.
		   PERFORM FIND-REVISION-STEP.

       FIND-REVISION-STEP.
	       IF REV-E NOT > REV-COUNT AND REV-HIT = 0
		       IF REV-ID(REV-E) = FIG-ID
			   MOVE REV-E TO REV-HIT
		       ELSE
			   COMPUTE REV-E = REV-E + 1
			       GO TO FIND-REVISION-STEP.

       ADD-REVISION.
	       IF REV-COUNT < 500
		       COMPUTE REV-COUNT = REV-COUNT + 1
			   MOVE REV-COUNT TO REV-HIT
			   MOVE FIG-ID TO REV-ID(REV-HIT)
			   MOVE SPACE TO REV-TOP(REV-HIT)
			   MOVE SPACES TO REV-TOP-STATUS(REV-HIT)
		   ELSE
		       MOVE 'Y' TO REV-FULL-FLAG.

      * The revision this import is filed under: the id's draft when
      * its newest revision is still one, else the next letter.
       PICK-REVISION.
	       MOVE 'Y' TO REV-OK-FLAG.
		   MOVE 'A' TO FIG-REV.
		   PERFORM FIND-REVISION.
		   IF REV-HIT = 0
		       IF REV-FULL-FLAG = 'Y'
			   MOVE 'REV TABLE FULL' TO VEC-REASON
			       MOVE 'N' TO REV-OK-FLAG
		       ELSE
			   PERFORM ADD-REVISION.
		   IF REV-OK-FLAG = 'Y' AND REV-HIT > 0
		       PERFORM PICK-REVISION-LETTER.
		   IF REV-OK-FLAG = 'Y' AND REV-HIT > 0
		       MOVE FIG-REV TO REV-TOP(REV-HIT)
			   MOVE 'DRAFT' TO REV-TOP-STATUS(REV-HIT).

       PICK-REVISION-LETTER.
	       IF REV-TOP(REV-HIT) NOT = SPACE
		       MOVE REV-TOP(REV-HIT) TO FIG-REV
			   IF REV-TOP-STATUS(REV-HIT) NOT = 'DRAFT'
			       PERFORM STEP-REVISION.

       STEP-REVISION.
	       MOVE 1 TO REV-K.
		   PERFORM STEP-REVISION-FIND.
		   IF REV-K < 26
		       MOVE REV-LETTER(REV-K + 1) TO FIG-REV
		   ELSE
		       MOVE 'NO REV LEFT' TO VEC-REASON
			   MOVE 'N' TO REV-OK-FLAG.

       STEP-REVISION-FIND.
	       IF REV-K < 26
		       IF REV-LETTER(REV-K) NOT = FIG-REV
			   COMPUTE REV-K = REV-K + 1
			       GO TO STEP-REVISION-FIND.

       CONVERT-VECTOR-FILE.
	       MOVE 'N' TO VEC-EOF-FLAG.
		   OPEN INPUT VECTOR-FILE.

       FLUSH-FIGURE-BODY.
	       IF STAGE-N > 0
		       PERFORM FLUSH-FIGURE-REVISION
		   ELSE
		       MOVE 'NO POINTS KEPT' TO VEC-REASON
			   PERFORM LOG-FIGURE-REJECT.

       FLUSH-FIGURE-REVISION.
	       PERFORM PICK-REVISION.
		   IF REV-OK-FLAG = 'Y'
		       PERFORM WRITE-CATALOG-ENTRY
		   ELSE
		       PERFORM LOG-FIGURE-REJECT.

       WRITE-CATALOG-ENTRY.
	       PERFORM BUILD-CATALOG-HEADER.
		   WRITE CATALOG-RECORD.
		   IF STAGE-N < 100
		       MOVE STAGE-N TO CAT-HDR-COUNT.
		   MOVE STAGE-N TO CAT-HDR-WIDE-COUNT.
		   MOVE FIG-REV TO CAT-HDR-REV.
		   MOVE 'DRAFT' TO CAT-HDR-STATUS.

      * Builds the 44-column point image for entry STAGE-K - shared
      * between the sequential append and the keyed write-through.
			   COMPUTE STAGE-K = STAGE-K + 1
			   GO TO CATIDX-SAVE-LOOP.

      * A key already on file is a re-import of the id's draft - the
      * image is rewritten in place rather than refused.
       CATIDX-PUT-RECORD.
	       MOVE FIG-ID TO CATIDX-ID.
		   MOVE FIG-REV TO CATIDX-REV.
		   MOVE CATIDX-SAVE-SEQ TO CATIDX-SEQ.
		   MOVE CATALOG-RECORD TO CATIDX-LINE.
		   WRITE CATIDX-RECORD

       CATIDX-PRUNE-STEP.
	       MOVE FIG-ID TO CATIDX-ID.
		   MOVE FIG-REV TO CATIDX-REV.
		   MOVE CATIDX-SAVE-SEQ TO CATIDX-SEQ.
		   DELETE CATIDX-FILE
		       INVALID KEY MOVE 'Y' TO CATIDX-PRUNE-FLAG.
