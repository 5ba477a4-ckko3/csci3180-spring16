           SELECT GEOMEXC-FILE ASSIGN TO DISK
		       ORGANIZATION IS LINE SEQUENTIAL
		       FILE STATUS IS GEOMEXC-FILE-STATUS.
	   SELECT INTERFER-FILE ASSIGN TO DISK
		       ORGANIZATION IS LINE SEQUENTIAL
		       FILE STATUS IS INTERFER-FILE-STATUS.
	   SELECT PENTAB-FILE ASSIGN TO DISK
		       ORGANIZATION IS LINE SEQUENTIAL
		       FILE STATUS IS PENTAB-FILE-STATUS.
	   SELECT PLOTTER-FILE ASSIGN TO DISK
		       ORGANIZATION IS LINE SEQUENTIAL
		       FILE STATUS IS PLOTTER-FILE-STATUS.

       DATA DIVISION
       FILE SECTION.
	       03 INPUT-WIDE-COLS PIC 999.
	       03 FILLER PIC X.
	       03 INPUT-WIDE-N PIC 9(4).
	       03 FILLER PIC X.
	       03 INPUT-FEED-ID PIC X(8).
       01 INPUT-POINT-RECORD REDEFINES INPUT-RECORD.
	       03 INPUT-MODE PIC X.
	       03 FILLER PIC X.
       01 INPUT-REF-RECORD REDEFINES INPUT-RECORD.
	       03 FILLER PIC X(10).
	       03 INPUT-REF-ID PIC X(10).
	       03 FILLER PIC X.
	       03 INPUT-REF-REV PIC X.
	       03 FILLER PIC X(9).
       01 INPUT-TRAILER-RECORD REDEFINES INPUT-RECORD.
	       03 INPUT-TRAILER-TAG PIC X.
	       03 FILLER PIC X.

      * One record per cell actually stamped on the grid, so the CAD
      * side can ingest the rendered geometry without scraping the
      * printable report. A cell drawn from a catalog replay carries
      * the revision letter it was replayed from; axis cells and
      * inline records leave it blank.
       FD EXPORT-FILE
		   LABEL RECORDS ARE STANDARD
		   DATA RECORD IS EXPORT-RECORD
	       03 EXPORT-CHAR PIC X.
	       03 FILLER PIC X.
	       03 EXPORT-SOURCE PIC X(7).
	       03 FILLER PIC X.
	       03 EXPORT-REV PIC X.

      * Per-figure geometry metrics - one summary line per figure so
      * material estimates come from the plot run instead of counting
      * asterisks on the printout. The routing code rides at the end
      * of the line so DDACST can total a quotation by recipient.
       FD GEOMETRY-FILE
		   LABEL RECORDS ARE STANDARD
		   DATA RECORD IS GEOMETRY-RECORD
		   VALUE OF FILE-ID IS "geometry.txt".
       01 GEOMETRY-RECORD.
	       03 GEOMETRY-LINE PIC X(100).

      * Machine-format companion to error.txt - every rejected point
      * record lands here with its figure and point numbers, a reason
	       03 SUSP-IMAGE PIC X(31).

      * Keyed companion to catalog.txt - the same 44-column records,
      * held verbatim under FIGURE-ID, revision letter and a sequence
      * number (0 is the 'H' header, 1.. the points), so a G replay
      * reads its entry directly by key instead of rescanning the
      * whole library front to back past every superseded copy. The
      * revision sits ahead of the sequence so an id's revisions
      * file together in letter order, oldest first. The save
      * writes through to the index; DDACAT rebuilds it whenever it
      * compacts the catalog. A missing or unreadable index just
      * drops replay back to the sequential scan.
       01 CATIDX-RECORD.
	       03 CATIDX-KEY.
		       05 CATIDX-ID PIC X(10).
		       05 CATIDX-REV PIC X.
		       05 CATIDX-SEQ PIC 9(4).
	       03 CATIDX-LINE PIC X(44).

      * perimeter and area and the largest bounding-box extents a
      * figure of that class may spec. Checked after each figure's
      * geometry line is written; a figure whose class is not on
      * file is not checked. The last field, blank on older files,
      * is the clearance in grid cells a figure of the class needs
      * from any other layer it shares an overlay grid with.
       FD LIMITS-FILE
		   LABEL RECORDS ARE STANDARD
		   DATA RECORD IS LIMITS-RECORD
	       03 LIM-IN-MAX-WIDTH PIC 999.
	       03 FILLER PIC X.
	       03 LIM-IN-MAX-HEIGHT PIC 999.
	       03 FILLER PIC X.
	       03 LIM-IN-CLEARANCE PIC 99.

      * Dedicated exceptions report - every limits violation lands
      * here with its figure, class and the limit it broke, so the
       01 GEOMEXC-RECORD.
	       03 GEOMEXC-LINE PIC X(79).

      * Overlay interference report - one section per overlay group,
      * listing every cell where one layer drew over another with
      * the two figures involved, the collision count for each pair
      * of layers, and for pairs that do not touch the closest they
      * come against the clearance their classes require. The '#'
      * on the composite grid marks the same cells, but this is the
      * list the checker works from.
       FD INTERFER-FILE
		   LABEL RECORDS ARE STANDARD
		   DATA RECORD IS INTERFER-RECORD
		   VALUE OF FILE-ID IS "interfer.txt".
       01 INTERFER-RECORD.
	       03 INTERFER-LINE PIC X(79).

      * Pen table - one record per plot character, naming the pen
      * the plotter draws that character's strokes with, so each
      * segment character comes out in its own colour. A character
      * not on file, or a missing table, draws with pen 1.
       FD PENTAB-FILE
		   LABEL RECORDS ARE STANDARD
		   DATA RECORD IS PENTAB-RECORD
		   VALUE OF FILE-ID IS "pentable.txt".
       01 PENTAB-RECORD.
	       03 PEN-IN-CHAR PIC X.
	       03 FILLER PIC X.
	       03 PEN-IN-NUMBER PIC 9.

      * HP-GL command file for the pen plotter - one plot per figure
      * drawn straight from the point table, one command per line.
      * plotter.plt takes every figure that is not routed; a routed
      * figure's plot goes to its recipient's own plotter file, named
      * after their report file with the extension changed to .plt.
       FD PLOTTER-FILE
		   LABEL RECORDS ARE STANDARD
		   DATA RECORD IS PLOTTER-RECORD
		   VALUE OF FILE-ID IS PLOTTER-FILE-NAME.
       01 PLOTTER-RECORD.
	       03 PLOTTER-LINE PIC X(79).

      * Distribution master - one record per routing code, mapping
      * the code a figure header carries to the recipient it belongs
      * to and the output file their figures land in, so drafting
      * the reconciliation state and the final return code is APPENDED
      * per run (the file is never truncated), so the DDATRD trend
      * report can spot a slowly-degrading feed before it finally
      * fails reconciliation. A batch merged by DDAMRG adds one record
      * per upstream feed after the run record, with the feed id in
      * HIST-FEED and that feed's share of the counters; the run
      * record itself always leaves HIST-FEED blank.
       FD RUNHIST-FILE
		   LABEL RECORDS ARE STANDARD
		   DATA RECORD IS RUNHIST-RECORD
	       03 HIST-RECON PIC X(10).
	       03 FILLER PIC X.
	       03 HIST-RC PIC 99.
	       03 FILLER PIC X.
	       03 HIST-FEED PIC X(8).

      * Per-run operational knobs, read once at startup so overnight
      * runs can be tuned without a program change: reject threshold
      * saves of an id append a fresh copy; replay takes the LAST
      * match, so a re-save supersedes without a rewrite, and the
      * DDACAT maintenance program compacts the file.
      * Every entry is one engineering revision of its id - the
      * header carries the revision letter and its release status
      * (DRAFT, RELEASED or OBSOLETE). A save always lands as a
      * DRAFT; only DDACAT promotes a draft to RELEASED. A header
      * from before revisions were kept (both fields blank) reads
      * as revision A, RELEASED.
       FD CATALOG-FILE
		   LABEL RECORDS ARE STANDARD
		   DATA RECORD IS CATALOG-RECORD
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
		       05 DIST-FILE-NAME PIC X(12).
		       05 DIST-OPENED-FLAG PIC X.
		       05 DIST-FIG-COUNT PIC 999.
		       05 DIST-PLOT-NAME PIC X(16).
		       05 DIST-PLOT-OPENED-FLAG PIC X.

	   01 DIST-COUNT PIC 99 VALUE 0.
	   01 DIST-K PIC 99.
		       05 LIM-MAX-AREA PIC 9(6).
		       05 LIM-MAX-WIDTH PIC 999.
		       05 LIM-MAX-HEIGHT PIC 999.
		       05 LIM-CLEARANCE PIC 99.

	   01 LIM-COUNT PIC 99 VALUE 0.
	   01 LIM-K PIC 99.
	   01 GEO-HEIGHT PIC 999.
	   01 EXC-TEXT PIC X(20).
	   01 GEOMEXC-MSG PIC X(79).
	   01 INTERFER-FILE-STATUS PIC XX.

	   01 PARM-REJECT-LIMIT PIC 9(4) VALUE 0.
	   01 PARM-DEF-ROWS PIC 99 VALUE 23.
		       05 DATA-POINT-MODE PIC X.
		       05 DATA-POINT-2 PIC S99 OCCURS 2 TIMES.
		       05 DATA-POINT-TEXT PIC X(15).
		       05 DATA-POINT-REV PIC X.

	   01 TMP.
	       03 DIGIT PIC 9 OCCURS 2 TIMES.
	   01 PLOT-CELL-OK-FLAG PIC X.
	   01 PLOT-CELL-CHAR PIC X.
	   01 PLOT-SOURCE PIC X(7).
	   01 PLOT-REV PIC X.
	   01 PLOT-PCOL PIC S999.
	   01 PLOT-STAMPED-FLAG PIC X.
	   01 PLOT-TEXT-FLAG PIC X VALUE 'N'.
		       05 CAT-STAGE-Y2 PIC S99.
		       05 CAT-STAGE-TEXT PIC X(15).

	   01 CAT-FIND-REV PIC X.
	   01 CAT-BEST-REV PIC X.
	   01 CAT-TOP-REV PIC X.
	   01 CAT-TOP-STATUS PIC X(8).
	   01 CAT-HIT-REV PIC X.
	   01 CAT-HIT-STATUS PIC X(8).
	   01 CAT-SCAN-REV PIC X.
	   01 CAT-SCAN-STATUS PIC X(8).
	   01 CAT-TAKE-FLAG PIC X.
	   01 CAT-SAVE-REV PIC X.
	   01 CAT-SAVE-OK-FLAG PIC X.
	   01 CAT-REV-K PIC 99.
	   01 CAT-REV-LETTERS PIC X(26)
	       VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
	   01 CAT-REV-TABLE REDEFINES CAT-REV-LETTERS.
	       03 CAT-REV-LETTER PIC X OCCURS 26 TIMES.

	   01 REPLAY-TABLE.
	       03 REPLAY-ENTRY OCCURS 10 TIMES.
		       05 REPLAY-ID PIC X(10).
		       05 REPLAY-REV PIC X.
		       05 REPLAY-STATUS PIC X(8).
	   01 REPLAY-COUNT PIC 99 VALUE 0.
      * Revision of the figure's own first catalog replay, for its
      * plot title - kept per figure, so each overlay layer shows its
      * own.
	   01 TITLE-REV PIC X.
	   01 REPLAY-K PIC 99.

      * Assembly expansion queue. Entry 1 is the entry the G record
      * names; every R record met while replaying an entry queues the
      * entry it references one level further down, carrying the
      * placement accumulated on the way (scale, quarter turns, then
      * offset) and the queue slot of the assembly that holds it.
	   01 ASM-TABLE.
	       03 ASM-ENTRY OCCURS 100 TIMES.
		       05 ASM-ID PIC X(10).
		       05 ASM-REV PIC X.
		       05 ASM-PARENT PIC 999.
		       05 ASM-DEPTH PIC 99.
		       05 ASM-SCALE PIC 99.
		       05 ASM-ROT PIC 9.
		       05 ASM-DX PIC S99.
		       05 ASM-DY PIC S99.
	   01 ASM-N PIC 999.
	   01 ASM-Q PIC 999.
	   01 ASM-P PIC 999.
	   01 ASM-MAX-DEPTH PIC 99 VALUE 8.
	   01 ASM-REF-TEXT PIC X(15).
	   01 ASM-REF-FIELDS REDEFINES ASM-REF-TEXT.
	       03 ASM-REF-ID PIC X(10).
	       03 FILLER PIC X.
	       03 ASM-REF-REV PIC X.
	       03 FILLER PIC X(3).
	   01 ASM-REF-SCALE PIC 99.
	   01 ASM-ROT-CHAR PIC X.
	   01 ASM-ROT-NUM REDEFINES ASM-ROT-CHAR PIC 9.
	   01 ASM-NEW-SCALE PIC 9(4).
	   01 ASM-NEW-ROT PIC 9.
	   01 ASM-FAULT PIC X(20).
	   01 ASM-PX PIC S9(4).
	   01 ASM-PY PIC S9(4).
	   01 ASM-PR PIC S9(4).
	   01 ASM-SWAP PIC S9(4).
	   01 ASM-K PIC 9.

	   01 GEO-PERIM PIC 9(5)V99 VALUE 0.
	   01 GEO-CIRC PIC 9(5)V99 VALUE 0.
	   01 GEO-SEG-LEN PIC 9(3)V99.
	   01 GEO-ED-Y1 PIC -99.
	   01 GEO-ED-X2 PIC -99.
	   01 GEO-ED-Y2 PIC -99.
	   01 GEOMETRY-MSG PIC X(100).

	   01 TRAILER-FOUND-FLAG PIC X VALUE 'N'.
	   01 TRAILER-OK-FLAG PIC X.
	   01 FIGURES-PROCESSED PIC 99.
	   01 RECON-STATE PIC X(10).

      * Per-feed accounting for a batch merged by DDAMRG, which tags
      * every figure header with its feed id. The run counters are
      * split at each header: whatever they moved since the previous
      * header belongs to the previous figure's feed. A batch with
      * no tags never raises FEED-TAGGED-FLAG, so its summary and
      * history read exactly as before.
	   01 FEED-TABLE.
	       03 FEED-ENTRY OCCURS 20 TIMES.
		       05 FEED-T-ID PIC X(8).
		       05 FEED-T-FIGS PIC 99.
		       05 FEED-T-READ PIC 9(4).
		       05 FEED-T-KEPT PIC 9(4).
		       05 FEED-T-REJ PIC 9(4).
		       05 FEED-T-SEGS PIC 9(4).
	   01 FEED-COUNT PIC 99 VALUE 0.
	   01 FEED-K PIC 99.
	   01 FEED-CUR PIC 99 VALUE 0.
	   01 FEED-TAGGED-FLAG PIC X VALUE 'N'.
	   01 FEED-MARK-READ PIC 9(4) VALUE 0.
	   01 FEED-MARK-KEPT PIC 9(4) VALUE 0.
	   01 FEED-MARK-REJ PIC 9(4) VALUE 0.
	   01 FEED-MARK-SEGS PIC 9(4) VALUE 0.
	   01 FEED-NAME-TXT PIC X(8).

	   01 CIRC-X0 PIC S99.
	   01 CIRC-Y0 PIC S99.
	   01 CIRC-R PIC S99.
	       03 OUT-BASE-ARRAY OCCURS 99 TIMES.
		       05 OUT-BASE PIC X OCCURS 132 TIMES.

      * Overlay interference bookkeeping. The layers of a group are
      * numbered from 1 at its first figure, and every logical cell
      * a layer stamps is marked with its layer number, so a cell a
      * later layer stamps again is a collision between the two -
      * counted per pair of layers, and the first few hundred kept
      * for the list. Axis and origin cells belong to no layer.
	   01 LAYER-TRACK-FLAG PIC X VALUE 'N'.
	   01 LAYER-COUNT PIC 99 VALUE 0.
	   01 LAYER-LOST-COUNT PIC 99 VALUE 0.
	   01 CUR-LAYER PIC 99 VALUE 0.
	   01 LAYER-TABLE.
	       03 LAYER-ENTRY OCCURS 10 TIMES.
		       05 LAYER-ID PIC X(10).
		       05 LAYER-FIGURE PIC 99.
		       05 LAYER-CLASS PIC X(4).
		       05 LAYER-CLEAR PIC 99.
		       05 LAYER-CELLS PIC 9(5).
	   01 LAYER-MARK-TABLE.
	       03 LAYER-MARK-ROW OCCURS 99 TIMES.
		       05 LAYER-MARK-CELL OCCURS 132 TIMES.
			       07 LAYER-MARK PIC X OCCURS 10 TIMES.
	   01 PAIR-TABLE.
	       03 PAIR-ROW OCCURS 10 TIMES.
		       05 PAIR-COUNT PIC 9(4) OCCURS 10 TIMES.
	   01 COLL-TABLE.
	       03 COLL-ENTRY OCCURS 500 TIMES.
		       05 COLL-ROW PIC 99.
		       05 COLL-COL PIC 999.
		       05 COLL-A PIC 99.
		       05 COLL-B PIC 99.
	   01 COLL-N PIC 999 VALUE 0.
	   01 COLL-TOTAL PIC 9(5) VALUE 0.

      * Clearance between two layers that do not touch is measured
      * on a distance map of the first layer - each cell holds how
      * many steps (across, down or diagonal) it lies from that
      * layer's nearest cell, so the clearance to the second layer
      * is its closest cell's distance less one.
	   01 DT-TABLE.
	       03 DT-ROW OCCURS 99 TIMES.
		       05 DT-VAL PIC 999 OCCURS 132 TIMES.
	   01 LAY-A PIC 99.
	   01 LAY-B PIC 99.
	   01 LAY-K PIC 999.
	   01 LAY-R PIC S999.
	   01 LAY-C PIC S999.
	   01 LAY-NR PIC S999.
	   01 LAY-NC PIC S999.
	   01 LAY-MIN PIC 999.
	   01 LAY-CLEAR PIC 999.
	   01 LAY-REQ PIC 99.
	   01 LAY-VERDICT PIC X(5).
	   01 INTERFER-FLAG PIC X VALUE 'N'.
	   01 INTERFER-GROUP-COUNT PIC 99 VALUE 0.
	   01 INTERFER-MSG PIC X(79).

      * Pen-plotter output. Plotter units are grid cells times
      * HPGL-UNIT, measured from the corner of the figure's grid,
      * with the whole drawing lifted HPGL-TITLE-ROWS cells to clear
      * the title block along the bottom of the plot.
	   01 PENTAB-FILE-STATUS PIC XX.
	   01 PLOTTER-FILE-STATUS PIC XX.
	   01 PLOTTER-FILE-NAME PIC X(16).
	   01 PLOTTER-DEF-OPENED-FLAG PIC X VALUE 'N'.
	   01 PLOTTER-ACTIVE-FLAG PIC X VALUE 'N'.
	   01 PLOTTER-ENTRY PIC 99.
	   01 PLOTS-WRITTEN PIC 999 VALUE 0.
	   01 PLOTTER-NAME-IN.
	       03 PLOTTER-NAME-IN-CHAR PIC X OCCURS 12 TIMES.
	   01 PLOTTER-NAME-BASE.
	       03 PLOTTER-NAME-BASE-CHAR PIC X OCCURS 12 TIMES.
	   01 PLOTTER-NAME-K PIC 99.

	   01 PEN-TABLE.
	       03 PEN-ENTRY OCCURS 40 TIMES.
		       05 PEN-CHAR PIC X.
		       05 PEN-NUMBER PIC 9.
	   01 PEN-COUNT PIC 99 VALUE 0.
	   01 PEN-K PIC 99.
	   01 PEN-EOF-FLAG PIC X.
	   01 PEN-OK-FLAG PIC X.

	   01 HPGL-UNIT PIC 999 VALUE 200.
	   01 HPGL-TITLE-ROWS PIC 9 VALUE 3.
	   01 HPGL-I PIC 9(4).
	   01 HPGL-SEG-CHAR PIC X.
	   01 HPGL-PEN PIC 9.
	   01 HPGL-CUR-PEN PIC 9.
	   01 HPGL-AT-FLAG PIC X.
	   01 HPGL-AT-X PIC S9(6).
	   01 HPGL-AT-Y PIC S9(6).
	   01 HPGL-X1 PIC S9(6).
	   01 HPGL-Y1 PIC S9(6).
	   01 HPGL-X2 PIC S9(6).
	   01 HPGL-Y2 PIC S9(6).
	   01 HPGL-VAL PIC S9(6).
	   01 HPGL-ED PIC -(6)9.
	   01 HPGL-ED-CHARS REDEFINES HPGL-ED.
	       03 HPGL-ED-CHAR PIC X OCCURS 7 TIMES.
	   01 HPGL-ED-K PIC 9.
	   01 HPGL-CMD.
	       03 HPGL-CMD-CHAR PIC X OCCURS 2 TIMES.
	   01 HPGL-CH PIC X.
	   01 HPGL-BUF PIC X(79).
	   01 HPGL-BUF-CHARS REDEFINES HPGL-BUF.
	       03 HPGL-BUF-CHAR PIC X OCCURS 79 TIMES.
	   01 HPGL-P PIC 99.
	   01 HPGL-TEXT PIC X(60).
	   01 HPGL-TEXT-CHARS REDEFINES HPGL-TEXT.
	       03 HPGL-TEXT-CHAR PIC X OCCURS 60 TIMES.
	   01 HPGL-TEXT-LEN PIC 99.
	   01 HPGL-TEXT-K PIC 99.

       PROCEDURE DIVISION.
      * The distribution master and limits file are loaded after the
      * error file is open, so an entry the tables cannot hold is
		   PERFORM OPEN-ERROR-FILE.
	       PERFORM READ-DISTMAST.
	       PERFORM READ-LIMITS.
	       PERFORM READ-PENTABLE.
		   PERFORM OPEN-SUSPENSE-FILE.
		   PERFORM OPEN-LOG-FILE.
		   PERFORM OPEN-EXPORT-FILE.
		   PERFORM OPEN-GEOMETRY-FILE.
		   PERFORM OPEN-GEOMEXC-FILE.
		   PERFORM OPEN-INTERFER-FILE.
		   MOVE 1 TO FIGURE-COUNT.
		   PERFORM PROCESS-FIGURE.
		   PERFORM FLUSH-OVERLAY-GROUP.
		   PERFORM CLOSE-EXPORT-FILE.
		   PERFORM CLOSE-GEOMETRY-FILE.
		   PERFORM CLOSE-GEOMEXC-FILE.
		   PERFORM CLOSE-INTERFER-FILE.
		   PERFORM CLEAR-CHECKPOINT.
		   PERFORM PROGRAM-END.

		   PERFORM FILL-SHAPE.
		   PERFORM WRITE-GEOMETRY.
		   PERFORM CHECK-GEOMETRY-LIMITS.
		   PERFORM WRITE-PLOT-FIGURE.
		   IF OVERLAY-SHAPE-FLAG = 'Y'
		       MOVE 'Y' TO OVERLAY-PENDING-FLAG
		   ELSE

       WRITE-FIGURE-REPORT.
	       MOVE 'N' TO OVERLAY-PENDING-FLAG.
		   PERFORM CHECK-INTERFERENCE.
		   PERFORM WRITE-CHECKPOINT-W.
		   PERFORM RESOLVE-ROUTE.
		   PERFORM OPEN-ROUTE-FILE.
       INIT-FIGURE.
	       MOVE OVERLAY-PENDING-FLAG TO OVERLAY-LAYER-FLAG.
	       MOVE 0 TO VN.
		   MOVE SPACE TO TITLE-REV.
		   MOVE 'N' TO OUT-OF-RANGE-FLAG.
		   MOVE SPACE TO CLOSE-SHAPE-FLAG.
		   MOVE SPACES TO FIGURE-ID.
		   IF OVERLAY-LAYER-FLAG NOT = 'Y'
		       PERFORM INIT-FIGURE-GRID
		       MOVE INPUT-ROUTE-CODE TO ROUTE-CODE
		       MOVE 0 TO REPLAY-COUNT
		       MOVE 'N' TO GEOM-EXC-FLAG.
		   MOVE INPUT-CLOSE-FLAG TO CLOSE-SHAPE-FLAG.
		   MOVE INPUT-FILL-FLAG TO FILL-SHAPE-FLAG.
		   MOVE 0 TO TRANS-ROT.
		   MOVE 'Y' TO TRANS-IDENT-FLAG.
		   MOVE INPUT-FIGURE-ID TO FIGURE-ID.
		   PERFORM INIT-FIGURE-LAYER.

      * A figure on a grid of its own is not a group and is not
      * tracked. Layers past the tenth are still drawn, but not
      * checked - the interference report says how many.
       INIT-FIGURE-LAYER.
	       IF OVERLAY-LAYER-FLAG NOT = 'Y'
		       MOVE 0 TO LAYER-COUNT
		       MOVE 0 TO LAYER-LOST-COUNT
		       MOVE 0 TO COLL-N
		       MOVE 0 TO COLL-TOTAL
		       MOVE 'N' TO LAYER-TRACK-FLAG
		       IF OVERLAY-SHAPE-FLAG = 'Y'
			   MOVE 'Y' TO LAYER-TRACK-FLAG
			   MOVE SPACES TO LAYER-MARK-TABLE
			   MOVE ZEROS TO PAIR-TABLE.
		   MOVE 0 TO CUR-LAYER.
		   IF LAYER-TRACK-FLAG = 'Y'
		       PERFORM INIT-FIGURE-LAYER-ADD.

       INIT-FIGURE-LAYER-ADD.
	       IF LAYER-COUNT < 10
		       COMPUTE LAYER-COUNT = LAYER-COUNT + 1
			   MOVE LAYER-COUNT TO CUR-LAYER
			   MOVE FIGURE-ID TO LAYER-ID(CUR-LAYER)
			   MOVE FIGURE-COUNT TO LAYER-FIGURE(CUR-LAYER)
			   MOVE FIGURE-CLASS TO LAYER-CLASS(CUR-LAYER)
			   MOVE 0 TO LAYER-CELLS(CUR-LAYER)
			   PERFORM INIT-LAYER-CLEARANCE
		   ELSE
		       COMPUTE LAYER-LOST-COUNT = LAYER-LOST-COUNT + 1.

      * A class with no limits record, or no clearance on it, asks
      * for none.
       INIT-LAYER-CLEARANCE.
	       MOVE 0 TO LAYER-CLEAR(CUR-LAYER).
		   IF LIM-COUNT > 0
		       PERFORM FIND-LIMITS-CLASS
			   IF LIM-HIT > 0
			       MOVE LIM-CLEARANCE(LIM-HIT)
				   TO LAYER-CLEAR(CUR-LAYER).

      * An overlay continuation keeps the grid dimensions and offsets
      * the group's first figure established, so the later layers'
		   MOVE DIST-IN-FILE TO DIST-FILE-NAME(DIST-COUNT).
		   MOVE 'N' TO DIST-OPENED-FLAG(DIST-COUNT).
		   MOVE 0 TO DIST-FIG-COUNT(DIST-COUNT).
		   PERFORM BUILD-PLOTTER-NAME.
		   MOVE 'N' TO DIST-PLOT-OPENED-FLAG(DIST-COUNT).

      * The recipient's plotter file is their report file name up
      * to its first '.', with .plt on the end.
       BUILD-PLOTTER-NAME.
	       MOVE DIST-IN-FILE TO PLOTTER-NAME-IN.
		   MOVE SPACES TO PLOTTER-NAME-BASE.
		   MOVE 1 TO PLOTTER-NAME-K.
		   PERFORM BUILD-PLOTTER-NAME-STEP.
		   MOVE SPACES TO DIST-PLOT-NAME(DIST-COUNT).
	   STRING PLOTTER-NAME-BASE DELIMITED BY SPACE
	       '.plt' DELIMITED BY SIZE
	       INTO DIST-PLOT-NAME(DIST-COUNT).

       BUILD-PLOTTER-NAME-STEP.
	       IF PLOTTER-NAME-K NOT > 12
		       IF PLOTTER-NAME-IN-CHAR(PLOTTER-NAME-K) NOT = '.'
			   AND PLOTTER-NAME-IN-CHAR(PLOTTER-NAME-K)
			       NOT = SPACE
			   MOVE PLOTTER-NAME-IN-CHAR(PLOTTER-NAME-K)
			       TO PLOTTER-NAME-BASE-CHAR(PLOTTER-NAME-K)
			   COMPUTE PLOTTER-NAME-K = PLOTTER-NAME-K + 1
			   GO TO BUILD-PLOTTER-NAME-STEP.

      * Load the engineering limits, one record per figure class. A
      * record with a blank class or a non-numeric limit field is
		       MOVE 'N' TO LIM-OK-FLAG.
		   IF LIM-IN-MAX-HEIGHT NOT NUMERIC
		       MOVE 'N' TO LIM-OK-FLAG.
		   IF LIM-IN-CLEARANCE NOT NUMERIC
		       AND LIM-IN-CLEARANCE NOT = SPACES
		       MOVE 'N' TO LIM-OK-FLAG.
		   IF LIM-OK-FLAG = 'Y'
		       IF LIM-COUNT < 20
		           PERFORM LOAD-LIMITS-ENTRY
		   MOVE LIM-IN-MAX-WIDTH TO LIM-MAX-WIDTH(LIM-COUNT).
		   MOVE LIM-IN-MAX-HEIGHT
		       TO LIM-MAX-HEIGHT(LIM-COUNT).
		   MOVE 0 TO LIM-CLEARANCE(LIM-COUNT).
		   IF LIM-IN-CLEARANCE NUMERIC
		       MOVE LIM-IN-CLEARANCE
			   TO LIM-CLEARANCE(LIM-COUNT).

      * Load the pen table. Pen 0 means no pen on the plotter, so a
      * record naming it, or no number at all, is skipped.
       READ-PENTABLE.
	       MOVE 'N' TO PEN-EOF-FLAG.
		   OPEN INPUT PENTAB-FILE.
		   IF PENTAB-FILE-STATUS = '00'
		       PERFORM READ-PENTABLE-LOOP
			   CLOSE PENTAB-FILE.

       READ-PENTABLE-LOOP.
	       READ PENTAB-FILE
		       AT END MOVE 'Y' TO PEN-EOF-FLAG.
		   IF PEN-EOF-FLAG NOT = 'Y'
		       PERFORM READ-PENTABLE-RECORD
			   GO TO READ-PENTABLE-LOOP.

       READ-PENTABLE-RECORD.
	       MOVE 'Y' TO PEN-OK-FLAG.
		   IF PEN-IN-NUMBER NOT NUMERIC
		       MOVE 'N' TO PEN-OK-FLAG
		   ELSE
		       IF PEN-IN-NUMBER = 0
			   MOVE 'N' TO PEN-OK-FLAG.
		   IF PEN-OK-FLAG = 'Y'
		       IF PEN-COUNT < 40
			   COMPUTE PEN-COUNT = PEN-COUNT + 1
			   MOVE PEN-IN-CHAR TO PEN-CHAR(PEN-COUNT)
			   MOVE PEN-IN-NUMBER TO PEN-NUMBER(PEN-COUNT)
		       ELSE
			   PERFORM LOG-PEN-TABLE-FULL.

      * Read from input file
       OPEN-INPUT-FILE.
			       PERFORM PARSE-TRAILER
				   MOVE 'Y' TO END-OF-INPUT-FLAG.
		   IF NOT END-OF-INPUT
		       PERFORM FEED-START-FIGURE
			   PERFORM READ-N-VALIDATE.
		   IF NOT END-OF-INPUT
		       PERFORM FEED-COUNT-FIGURE.

      * The header's feed tag is taken before the count is checked,
      * so a reject raised on the header itself is charged to the
      * feed that sent it; the figure is only counted once its
      * header has proved, the same as FIGURES PROCESSED.
       FEED-START-FIGURE.
	       PERFORM FEED-CLOSE-FIGURE.
		   IF INPUT-FEED-ID NOT = SPACES
		       MOVE 'Y' TO FEED-TAGGED-FLAG.
		   MOVE 0 TO FEED-CUR.
		   MOVE 1 TO FEED-K.
		   PERFORM FIND-FEED-STEP.
		   IF FEED-CUR = 0 AND FEED-COUNT < 20
		       COMPUTE FEED-COUNT = FEED-COUNT + 1
			   MOVE FEED-COUNT TO FEED-CUR
			   PERFORM FEED-NEW-ENTRY.

       FIND-FEED-STEP.
	       IF FEED-K NOT > FEED-COUNT
		       IF FEED-T-ID(FEED-K) = INPUT-FEED-ID
			       MOVE FEED-K TO FEED-CUR.
		   IF FEED-CUR = 0 AND FEED-K NOT > FEED-COUNT
		       COMPUTE FEED-K = FEED-K + 1
			   GO TO FIND-FEED-STEP.

       FEED-NEW-ENTRY.
	       MOVE INPUT-FEED-ID TO FEED-T-ID(FEED-CUR).
		   MOVE 0 TO FEED-T-FIGS(FEED-CUR).
		   MOVE 0 TO FEED-T-READ(FEED-CUR).
		   MOVE 0 TO FEED-T-KEPT(FEED-CUR).
		   MOVE 0 TO FEED-T-REJ(FEED-CUR).
		   MOVE 0 TO FEED-T-SEGS(FEED-CUR).

       FEED-COUNT-FIGURE.
	       IF FEED-CUR > 0
		       COMPUTE FEED-T-FIGS(FEED-CUR) =
			   FEED-T-FIGS(FEED-CUR) + 1.

      * Charge the counters moved since the last header to the feed
      * that header came from, then mark where the next one starts.
       FEED-CLOSE-FIGURE.
	       IF FEED-CUR > 0
		       PERFORM FEED-ADD-DELTAS.
		   MOVE POINTS-READ TO FEED-MARK-READ.
		   MOVE POINTS-KEPT TO FEED-MARK-KEPT.
		   MOVE BAD-RECORDS TO FEED-MARK-REJ.
		   MOVE SEGS-DRAWN TO FEED-MARK-SEGS.

       FEED-ADD-DELTAS.
	       COMPUTE FEED-T-READ(FEED-CUR) = FEED-T-READ(FEED-CUR)
		   + POINTS-READ - FEED-MARK-READ.
		   COMPUTE FEED-T-KEPT(FEED-CUR) = FEED-T-KEPT(FEED-CUR)
		       + POINTS-KEPT - FEED-MARK-KEPT.
		   COMPUTE FEED-T-REJ(FEED-CUR) = FEED-T-REJ(FEED-CUR)
		       + BAD-RECORDS - FEED-MARK-REJ.
		   COMPUTE FEED-T-SEGS(FEED-CUR) = FEED-T-SEGS(FEED-CUR)
		       + SEGS-DRAWN - FEED-MARK-SEGS.

       PARSE-TRAILER.
	       MOVE 'Y' TO TRAILER-FOUND-FLAG.
	       MOVE 0 TO DATA-POINT-2(VN, 1).
	       MOVE 0 TO DATA-POINT-2(VN, 2).
	       MOVE SPACES TO DATA-POINT-TEXT(VN).
	       MOVE SPACE TO DATA-POINT-REV(VN).
	       IF INPUT-MODE = 'C'
	           PERFORM READ-DATA-POINT-RADIUS.
	       IF INPUT-MODE = 'L'

       ORIGIN.
	       MOVE 'ORIGIN' TO PLOT-SOURCE.
	       MOVE SPACE TO PLOT-REV.
	       MOVE '+' TO PLOT-CHAR.
		   COMPUTE PLOT-ROW = OFFSET-Y + 1.
		   COMPUTE PLOT-COL = OFFSET-X + 1.

       Y-AXIS.
	       MOVE 'AXIS' TO PLOT-SOURCE.
	       MOVE SPACE TO PLOT-REV.
	       MOVE 1 TO I.
		   PERFORM Y-AXIS-LOOP.


       X-AXIS.
	       MOVE 'AXIS' TO PLOT-SOURCE.
	       MOVE SPACE TO PLOT-REV.
	       MOVE 1 TO I.
		   PERFORM X-AXIS-LOOP.

			   PERFORM PLOT-PHYSICAL-CELL.
		   IF PLOT-STAMPED-FLAG = 'Y'
		       PERFORM WRITE-EXPORT-RECORD.
		   IF PLOT-STAMPED-FLAG = 'Y' AND CUR-LAYER > 0
		       IF PLOT-SOURCE NOT = 'ORIGIN'
			   AND PLOT-SOURCE NOT = 'AXIS'
			   PERFORM NOTE-LAYER-CELL.

      * The first time a layer stamps a cell, every earlier layer
      * already marked there is a collision with it. A layer going
      * over its own strokes again is not.
       NOTE-LAYER-CELL.
	       IF LAYER-MARK(PLOT-ROW, PLOT-COL, CUR-LAYER) NOT = 'Y'
		       MOVE 1 TO LAY-K
			   PERFORM NOTE-LAYER-HIT-STEP
			   MOVE 'Y' TO
			       LAYER-MARK(PLOT-ROW, PLOT-COL, CUR-LAYER)
			   COMPUTE LAYER-CELLS(CUR-LAYER) =
			       LAYER-CELLS(CUR-LAYER) + 1.

       NOTE-LAYER-HIT-STEP.
	       IF LAY-K < CUR-LAYER
		       PERFORM NOTE-LAYER-HIT-TEST
			   COMPUTE LAY-K = LAY-K + 1
			   GO TO NOTE-LAYER-HIT-STEP.

       NOTE-LAYER-HIT-TEST.
	       IF LAYER-MARK(PLOT-ROW, PLOT-COL, LAY-K) = 'Y'
		       PERFORM NOTE-COLLISION.

       NOTE-COLLISION.
	       COMPUTE PAIR-COUNT(LAY-K, CUR-LAYER) =
		   PAIR-COUNT(LAY-K, CUR-LAYER) + 1.
		   COMPUTE COLL-TOTAL = COLL-TOTAL + 1.
		   IF COLL-N < 500
		       COMPUTE COLL-N = COLL-N + 1
			   MOVE PLOT-ROW TO COLL-ROW(COLL-N)
			   MOVE PLOT-COL TO COLL-COL(COLL-N)
			   MOVE LAY-K TO COLL-A(COLL-N)
			   MOVE CUR-LAYER TO COLL-B(COLL-N).

       PLOT-CELL-WIDE.
	       COMPUTE PLOT-PCOL = (PLOT-COL * 2) - 1.
			   MOVE DATA-POINT(CLOSE-FIRST, 1) TO C
			   MOVE DATA-POINT(CLOSE-FIRST, 2) TO D
			   MOVE DATA-POINT-CHAR(CLOSE-LAST) TO SEG-CHAR
			   MOVE DATA-POINT-REV(CLOSE-LAST) TO PLOT-REV
			   PERFORM ANALYZER-PROCESS.

       CONNECT-SEGMENT.
	       MOVE DATA-POINT(I + 1, 1) TO C.
	       MOVE DATA-POINT(I + 1, 2) TO D.
	       MOVE DATA-POINT-CHAR(I) TO SEG-CHAR.
	       MOVE DATA-POINT-REV(I) TO PLOT-REV.
	       PERFORM ANALYZER-PROCESS.

      * Only a plain point can receive a connecting segment - circle,
      * short straight segments.
       CIRCLE-PROCESS.
	       MOVE 'CIRCLE' TO PLOT-SOURCE.
	       MOVE DATA-POINT-REV(I) TO PLOT-REV.
	       MOVE 'N' TO OUT-OF-RANGE-FLAG.
	       MOVE DATA-POINT(I, 1) TO CIRC-X0.
		   MOVE DATA-POINT(I, 2) TO CIRC-Y0.
      * so a caption can pass over a drawing without erasing it.
       LABEL-PROCESS.
	       MOVE 'LABEL' TO PLOT-SOURCE.
	       MOVE DATA-POINT-REV(I) TO PLOT-REV.
	       MOVE DATA-POINT-TEXT(I) TO LBL-TEXT.
		   COMPUTE LBL-ROW = DATA-POINT(I, 2) + OFFSET-Y + 1.
		   COMPUTE LBL-COL = DATA-POINT(I, 1) + OFFSET-X + 1.
      * share the segment plotting, logging and range handling.
       BOX-PROCESS.
	       MOVE 'BOX' TO PLOT-SOURCE.
	       MOVE DATA-POINT-REV(I) TO PLOT-REV.
	       MOVE DATA-POINT(I, 1) TO BOX-X1.
		   MOVE DATA-POINT(I, 2) TO BOX-Y1.
		   MOVE DATA-POINT-2(I, 1) TO BOX-X2.

       FILL-SHAPE-BODY.
	       MOVE 'FILL' TO PLOT-SOURCE.
	       MOVE DATA-POINT-REV(CLOSE-FIRST) TO PLOT-REV.
	       PERFORM BUILD-VERTEX-LIST.
		   IF FILL-VN > 2
		       PERFORM FILL-FIND-Y-RANGE
	       GEO-ED-Y2 DELIMITED BY SIZE
	       ') CIRC ' DELIMITED BY SIZE
	       GEO-ED-CIRC DELIMITED BY SIZE
	       ' ROUTE ' DELIMITED BY SIZE
	       ROUTE-CODE DELIMITED BY SIZE
	       INTO GEOMETRY-MSG.
		   MOVE GEOMETRY-MSG TO GEOMETRY-LINE.
		   WRITE GEOMETRY-RECORD.
		   MOVE GEOMEXC-MSG TO GEOMEXC-LINE.
		   WRITE GEOMEXC-RECORD.

      * Run once per overlay group, before its sheet is headed, so
      * the banner can go on the sheet. A group fails on any
      * collision or on any pair closer than the larger of the two
      * clearances its classes require.
       CHECK-INTERFERENCE.
	       MOVE 'N' TO INTERFER-FLAG.
		   IF LAYER-TRACK-FLAG = 'Y' AND LAYER-COUNT > 1
		       PERFORM INTERFER-REPORT.

       INTERFER-REPORT.
	       MOVE SPACES TO INTERFER-MSG.
	   STRING '==== INTERFERENCE - FIGURE ' DELIMITED BY SIZE
	       LAYER-FIGURE(1) DELIMITED BY SIZE
	       ' - ' DELIMITED BY SIZE
	       LAYER-COUNT DELIMITED BY SIZE
	       ' LAYERS ====' DELIMITED BY SIZE
	       INTO INTERFER-MSG.
		   PERFORM WRITE-INTERFER-LINE.
		   MOVE 1 TO LAY-A.
		   PERFORM INTERFER-LAYER-STEP.
		   IF LAYER-LOST-COUNT > 0
		       PERFORM INTERFER-LOST-LINE.
		   MOVE 1 TO LAY-K.
		   PERFORM INTERFER-COLL-STEP.
		   IF COLL-TOTAL > COLL-N
		       PERFORM INTERFER-COLL-MORE-LINE.
		   MOVE 1 TO LAY-A.
		   PERFORM INTERFER-PAIR-A-STEP.
		   MOVE SPACES TO INTERFER-MSG.
		   IF INTERFER-FLAG = 'Y'
		       MOVE 'RESULT: INTERFERENCE FOUND' TO INTERFER-MSG
			   COMPUTE INTERFER-GROUP-COUNT =
			       INTERFER-GROUP-COUNT + 1
		   ELSE
		       MOVE 'RESULT: CLEAR' TO INTERFER-MSG.
		   PERFORM WRITE-INTERFER-LINE.

       INTERFER-LAYER-STEP.
	       IF LAY-A NOT > LAYER-COUNT
		       PERFORM INTERFER-LAYER-LINE
			   COMPUTE LAY-A = LAY-A + 1
			   GO TO INTERFER-LAYER-STEP.

       INTERFER-LAYER-LINE.
	       MOVE SPACES TO INTERFER-MSG.
	   STRING 'LAYER ' DELIMITED BY SIZE
	       LAY-A DELIMITED BY SIZE
	       ' FIGURE ' DELIMITED BY SIZE
	       LAYER-FIGURE(LAY-A) DELIMITED BY SIZE
	       ' ID ' DELIMITED BY SIZE
	       LAYER-ID(LAY-A) DELIMITED BY SIZE
	       ' CLASS ' DELIMITED BY SIZE
	       LAYER-CLASS(LAY-A) DELIMITED BY SIZE
	       ' CELLS ' DELIMITED BY SIZE
	       LAYER-CELLS(LAY-A) DELIMITED BY SIZE
	       ' CLEARANCE ' DELIMITED BY SIZE
	       LAYER-CLEAR(LAY-A) DELIMITED BY SIZE
	       INTO INTERFER-MSG.
		   PERFORM WRITE-INTERFER-LINE.

       INTERFER-LOST-LINE.
	       MOVE SPACES TO INTERFER-MSG.
	   STRING 'LAYERS NOT CHECKED (OVER 10): ' DELIMITED BY SIZE
	       LAYER-LOST-COUNT DELIMITED BY SIZE
	       INTO INTERFER-MSG.
		   PERFORM WRITE-INTERFER-LINE.

       INTERFER-COLL-STEP.
	       IF LAY-K NOT > COLL-N
		       PERFORM INTERFER-COLL-LINE
			   COMPUTE LAY-K = LAY-K + 1
			   GO TO INTERFER-COLL-STEP.

       INTERFER-COLL-LINE.
	       MOVE COLL-A(LAY-K) TO LAY-A.
		   MOVE COLL-B(LAY-K) TO LAY-B.
		   MOVE SPACES TO INTERFER-MSG.
	   STRING 'COLLISION ROW ' DELIMITED BY SIZE
	       COLL-ROW(LAY-K) DELIMITED BY SIZE
	       ' COL ' DELIMITED BY SIZE
	       COLL-COL(LAY-K) DELIMITED BY SIZE
	       ' LAYERS ' DELIMITED BY SIZE
	       LAY-A DELIMITED BY SIZE
	       '/' DELIMITED BY SIZE
	       LAY-B DELIMITED BY SIZE
	       ' ' DELIMITED BY SIZE
	       LAYER-ID(LAY-A) DELIMITED BY SIZE
	       ' / ' DELIMITED BY SIZE
	       LAYER-ID(LAY-B) DELIMITED BY SIZE
	       INTO INTERFER-MSG.
		   PERFORM WRITE-INTERFER-LINE.

       INTERFER-COLL-MORE-LINE.
	       MOVE SPACES TO INTERFER-MSG.
	   STRING 'COLLISION CELLS NOT LISTED: ' DELIMITED BY SIZE
	       COLL-TOTAL DELIMITED BY SIZE
	       ' TOTAL, FIRST ' DELIMITED BY SIZE
	       COLL-N DELIMITED BY SIZE
	       ' SHOWN' DELIMITED BY SIZE
	       INTO INTERFER-MSG.
		   PERFORM WRITE-INTERFER-LINE.

       INTERFER-PAIR-A-STEP.
	       IF LAY-A < LAYER-COUNT
		       PERFORM INTERFER-PAIR-A
			   COMPUTE LAY-A = LAY-A + 1
			   GO TO INTERFER-PAIR-A-STEP.

      * One distance map of layer A serves every later layer B.
       INTERFER-PAIR-A.
	       PERFORM INTERFER-DT-BUILD.
		   COMPUTE LAY-B = LAY-A + 1.
		   PERFORM INTERFER-PAIR-B-STEP.

       INTERFER-PAIR-B-STEP.
	       IF LAY-B NOT > LAYER-COUNT
		       PERFORM INTERFER-PAIR
			   COMPUTE LAY-B = LAY-B + 1
			   GO TO INTERFER-PAIR-B-STEP.

       INTERFER-PAIR.
	       IF PAIR-COUNT(LAY-A, LAY-B) > 0
		       MOVE 'Y' TO INTERFER-FLAG
			   PERFORM INTERFER-PAIR-COLL-LINE
		   ELSE
		       PERFORM INTERFER-PAIR-CLEARANCE.

       INTERFER-PAIR-COLL-LINE.
	       MOVE SPACES TO INTERFER-MSG.
	   STRING 'PAIR ' DELIMITED BY SIZE
	       LAY-A DELIMITED BY SIZE
	       '/' DELIMITED BY SIZE
	       LAY-B DELIMITED BY SIZE
	       ' COLLISIONS ' DELIMITED BY SIZE
	       PAIR-COUNT(LAY-A, LAY-B) DELIMITED BY SIZE
	       INTO INTERFER-MSG.
		   PERFORM WRITE-INTERFER-LINE.

       INTERFER-PAIR-CLEARANCE.
	       MOVE LAYER-CLEAR(LAY-A) TO LAY-REQ.
		   IF LAYER-CLEAR(LAY-B) > LAY-REQ
		       MOVE LAYER-CLEAR(LAY-B) TO LAY-REQ.
		   IF LAYER-CELLS(LAY-A) = 0 OR LAYER-CELLS(LAY-B) = 0
		       PERFORM INTERFER-PAIR-EMPTY-LINE
		   ELSE
		       PERFORM INTERFER-PAIR-MEASURE.

       INTERFER-PAIR-EMPTY-LINE.
	       MOVE SPACES TO INTERFER-MSG.
	   STRING 'PAIR ' DELIMITED BY SIZE
	       LAY-A DELIMITED BY SIZE
	       '/' DELIMITED BY SIZE
	       LAY-B DELIMITED BY SIZE
	       ' CLEARANCE NOT MEASURED - LAYER DREW NOTHING'
		   DELIMITED BY SIZE
	       INTO INTERFER-MSG.
		   PERFORM WRITE-INTERFER-LINE.

       INTERFER-PAIR-MEASURE.
	       MOVE 999 TO LAY-MIN.
		   MOVE 1 TO LAY-R.
		   PERFORM INTERFER-MIN-ROW.
		   COMPUTE LAY-CLEAR = LAY-MIN - 1.
		   MOVE 'OK' TO LAY-VERDICT.
		   IF LAY-CLEAR < LAY-REQ
		       MOVE 'SHORT' TO LAY-VERDICT
			   MOVE 'Y' TO INTERFER-FLAG.
		   MOVE SPACES TO INTERFER-MSG.
	   STRING 'PAIR ' DELIMITED BY SIZE
	       LAY-A DELIMITED BY SIZE
	       '/' DELIMITED BY SIZE
	       LAY-B DELIMITED BY SIZE
	       ' CLEARANCE ' DELIMITED BY SIZE
	       LAY-CLEAR DELIMITED BY SIZE
	       ' REQUIRED ' DELIMITED BY SIZE
	       LAY-REQ DELIMITED BY SIZE
	       ' ' DELIMITED BY SIZE
	       LAY-VERDICT DELIMITED BY SIZE
	       INTO INTERFER-MSG.
		   PERFORM WRITE-INTERFER-LINE.

       INTERFER-MIN-ROW.
	       IF LAY-R NOT > GRID-ROWS
		       MOVE 1 TO LAY-C
			   PERFORM INTERFER-MIN-COL
			   COMPUTE LAY-R = LAY-R + 1
			   GO TO INTERFER-MIN-ROW.

       INTERFER-MIN-COL.
	       IF LAY-C NOT > GRID-COLS
		       PERFORM INTERFER-MIN-CELL
			   COMPUTE LAY-C = LAY-C + 1
			   GO TO INTERFER-MIN-COL.

       INTERFER-MIN-CELL.
	       IF LAYER-MARK(LAY-R, LAY-C, LAY-B) = 'Y'
		       IF DT-VAL(LAY-R, LAY-C) < LAY-MIN
			   MOVE DT-VAL(LAY-R, LAY-C) TO LAY-MIN.

      * Two passes over the grid - top-left down, then bottom-right
      * up - each taking the smaller of a cell's own distance and
      * one more than an already-visited neighbour's.
       INTERFER-DT-BUILD.
	       MOVE 1 TO LAY-R.
		   PERFORM INTERFER-DT-FWD-ROW.
		   MOVE GRID-ROWS TO LAY-R.
		   PERFORM INTERFER-DT-BWD-ROW.

       INTERFER-DT-FWD-ROW.
	       IF LAY-R NOT > GRID-ROWS
		       MOVE 1 TO LAY-C
			   PERFORM INTERFER-DT-FWD-COL
			   COMPUTE LAY-R = LAY-R + 1
			   GO TO INTERFER-DT-FWD-ROW.

       INTERFER-DT-FWD-COL.
	       IF LAY-C NOT > GRID-COLS
		       PERFORM INTERFER-DT-FWD-CELL
			   COMPUTE LAY-C = LAY-C + 1
			   GO TO INTERFER-DT-FWD-COL.

       INTERFER-DT-FWD-CELL.
	       MOVE 999 TO DT-VAL(LAY-R, LAY-C).
		   IF LAYER-MARK(LAY-R, LAY-C, LAY-A) = 'Y'
		       MOVE 0 TO DT-VAL(LAY-R, LAY-C).
		   MOVE LAY-R TO LAY-NR.
		   COMPUTE LAY-NC = LAY-C - 1.
		   PERFORM INTERFER-DT-TAKE.
		   COMPUTE LAY-NR = LAY-R - 1.
		   PERFORM INTERFER-DT-TAKE.
		   MOVE LAY-C TO LAY-NC.
		   PERFORM INTERFER-DT-TAKE.
		   COMPUTE LAY-NC = LAY-C + 1.
		   PERFORM INTERFER-DT-TAKE.

       INTERFER-DT-BWD-ROW.
	       IF LAY-R > 0
		       MOVE GRID-COLS TO LAY-C
			   PERFORM INTERFER-DT-BWD-COL
			   COMPUTE LAY-R = LAY-R - 1
			   GO TO INTERFER-DT-BWD-ROW.

       INTERFER-DT-BWD-COL.
	       IF LAY-C > 0
		       PERFORM INTERFER-DT-BWD-CELL
			   COMPUTE LAY-C = LAY-C - 1
			   GO TO INTERFER-DT-BWD-COL.

       INTERFER-DT-BWD-CELL.
	       MOVE LAY-R TO LAY-NR.
		   COMPUTE LAY-NC = LAY-C + 1.
		   PERFORM INTERFER-DT-TAKE.
		   COMPUTE LAY-NR = LAY-R + 1.
		   PERFORM INTERFER-DT-TAKE.
		   MOVE LAY-C TO LAY-NC.
		   PERFORM INTERFER-DT-TAKE.
		   COMPUTE LAY-NC = LAY-C - 1.
		   PERFORM INTERFER-DT-TAKE.

       INTERFER-DT-TAKE.
	       IF LAY-NR > 0 AND LAY-NR NOT > GRID-ROWS
		   AND LAY-NC > 0 AND LAY-NC NOT > GRID-COLS
		       IF DT-VAL(LAY-NR, LAY-NC) < DT-VAL(LAY-R, LAY-C)
			   COMPUTE DT-VAL(LAY-R, LAY-C) =
			       DT-VAL(LAY-NR, LAY-NC) + 1.

       GEOMETRY-SHOELACE-TERM.
	       MOVE FILL-VX(GEO-K) TO FILL-X1.
		   MOVE FILL-VY(GEO-K) TO FILL-Y1.
			   N DELIMITED BY SIZE
			   INTO OUTPUT-1.
		   PERFORM WRITE-REPORT-RECORD.
		   MOVE 1 TO REPLAY-K.
		   PERFORM WRITE-REPLAY-BANNER.
		   IF GEOM-EXC-FLAG = 'Y'
		       PERFORM WRITE-EXC-BANNER.
		   IF INTERFER-FLAG = 'Y'
		       PERFORM WRITE-INTERFER-BANNER.

      * One banner line per catalog entry the sheet replayed, naming
      * the revision actually plotted and its release status, so a
      * sheet drawn from a DRAFT or an OBSOLETE revision says so on
      * its face. Kept below the id line - DDACMP reads the id from
      * the line straight after the report heading.
       WRITE-REPLAY-BANNER.
	       IF REPLAY-K NOT > REPLAY-COUNT
		       PERFORM WRITE-REPLAY-LINE
			   COMPUTE REPLAY-K = REPLAY-K + 1
			   GO TO WRITE-REPLAY-BANNER.

       WRITE-REPLAY-LINE.
	       MOVE SPACES TO OUTPUT-1.
	   STRING 'CATALOG ENTRY: ' DELIMITED BY SIZE
	       REPLAY-ID(REPLAY-K) DELIMITED BY SIZE
	       '   REVISION: ' DELIMITED BY SIZE
	       REPLAY-REV(REPLAY-K) DELIMITED BY SIZE
	       '   STATUS: ' DELIMITED BY SIZE
	       REPLAY-STATUS(REPLAY-K) DELIMITED BY SIZE
	       INTO OUTPUT-1.
		   PERFORM WRITE-REPORT-RECORD.

      * Flagged right in the banner area so nobody files the sheet
      * without seeing it; the detail is in the exceptions report.
		       TO OUTPUT-1.
		   PERFORM WRITE-REPORT-RECORD.

      * Same place and purpose as the GEOMEXC banner - a composite
      * sheet whose layers collide, or crowd closer than their
      * classes allow, says so on its face.
       WRITE-INTERFER-BANNER.
	       MOVE SPACES TO OUTPUT-1.
		   MOVE '** OVERLAY INTERFERENCE - SEE INTERFER **'
		       TO OUTPUT-1.
		   PERFORM WRITE-REPORT-RECORD.

       WRITE-FILE.
		   IF I > 0
		       MOVE OUT-ARRAY(I) TO OUTPUT-1
      * trailer leaves return code 4 (the transfer cannot be certified
      * complete), a count mismatch leaves return code 8 so the
      * scheduler holds the output instead of distributing a sheet
      * with figures missing. An overlay group that failed its
      * interference check leaves return code 6 - above a missing
      * trailer, below a failed reconciliation.
       WRITE-RUN-SUMMARY.
	       COMPUTE FIGURES-PROCESSED = FIGURE-COUNT - 1.
		   PERFORM FEED-CLOSE-FIGURE.
		   PERFORM RECONCILE-TRAILER.
		   IF INTERFER-GROUP-COUNT > 0 AND RETURN-CODE < 6
		       MOVE 6 TO RETURN-CODE.
		   IF GEOM-EXC-COUNT > 0
		       MOVE 10 TO RETURN-CODE.
		   IF REJECT-LIMIT-HIT-FLAG = 'Y'
	       BAD-RECORDS DELIMITED BY SIZE
	       INTO OUTPUT-1.
		   WRITE OUTPUT-RECORD.
		   IF FEED-TAGGED-FLAG = 'Y'
		       MOVE 1 TO FEED-K
			   PERFORM WRITE-FEED-SUMMARY-STEP.
		   MOVE SPACES TO OUTPUT-1.
		   IF REJECT-LIMIT-HIT-FLAG = 'Y'
		       MOVE SPACES TO OUTPUT-1
		   IF GEOM-EXC-COUNT > 0
		       MOVE SPACES TO OUTPUT-1
			   PERFORM WRITE-EXC-SUMMARY-LINE.
		   IF INTERFER-GROUP-COUNT > 0
		       PERFORM WRITE-INTERFER-SUMMARY-LINE.
		   MOVE SPACES TO OUTPUT-1.
	   STRING 'PLOTS WRITTEN: ' DELIMITED BY SIZE
	       PLOTS-WRITTEN DELIMITED BY SIZE
	       INTO OUTPUT-1.
		   WRITE OUTPUT-RECORD.
		   MOVE SPACES TO OUTPUT-1.
	   STRING 'SEGMENTS DRAWN: ' DELIMITED BY SIZE
	       SEGS-DRAWN DELIMITED BY SIZE
	       INTO OUTPUT-1.
		   WRITE OUTPUT-RECORD.

      * One line per upstream feed of a merged batch, so a short or
      * reject-heavy feed is named on the run summary itself. A
      * header with no tag in a merged batch is shown as UNTAGGED.
       WRITE-FEED-SUMMARY-STEP.
	       IF FEED-K NOT > FEED-COUNT
		       PERFORM WRITE-FEED-SUMMARY-LINE
			   COMPUTE FEED-K = FEED-K + 1
			   GO TO WRITE-FEED-SUMMARY-STEP.

       WRITE-FEED-SUMMARY-LINE.
	       PERFORM SET-FEED-NAME.
		   MOVE SPACES TO OUTPUT-1.
	   STRING 'FEED ' DELIMITED BY SIZE
	       FEED-NAME-TXT DELIMITED BY SIZE
	       ' FIGURES: ' DELIMITED BY SIZE
	       FEED-T-FIGS(FEED-K) DELIMITED BY SIZE
	       ' READ: ' DELIMITED BY SIZE
	       FEED-T-READ(FEED-K) DELIMITED BY SIZE
	       ' ACCEPTED: ' DELIMITED BY SIZE
	       FEED-T-KEPT(FEED-K) DELIMITED BY SIZE
	       ' REJECTED: ' DELIMITED BY SIZE
	       FEED-T-REJ(FEED-K) DELIMITED BY SIZE
	       INTO OUTPUT-1.
		   WRITE OUTPUT-RECORD.

       SET-FEED-NAME.
	       MOVE FEED-T-ID(FEED-K) TO FEED-NAME-TXT.
		   IF FEED-NAME-TXT = SPACES
		       MOVE 'UNTAGGED' TO FEED-NAME-TXT.

       WRITE-INTERFER-SUMMARY-LINE.
	       MOVE SPACES TO OUTPUT-1.
	   STRING 'OVERLAY GROUPS WITH INTERFERENCE: ' DELIMITED BY SIZE
	       INTERFER-GROUP-COUNT DELIMITED BY SIZE
	       INTO OUTPUT-1.
		   WRITE OUTPUT-RECORD.

       RECONCILE-TRAILER.
	       MOVE 'NO TRAILER' TO RECON-STATE.
		   IF TRAILER-FOUND-FLAG = 'Y'
		   MOVE RECON-STATE TO HIST-RECON.
		   MOVE RETURN-CODE TO HIST-RC.
		   WRITE RUNHIST-RECORD.
		   IF FEED-TAGGED-FLAG = 'Y'
		       MOVE 1 TO FEED-K
			   PERFORM WRITE-FEED-HISTORY.
		   CLOSE RUNHIST-FILE.

      * The feed records carry the run's reconciliation state and
      * return code so the trend report can read each one alone.
       WRITE-FEED-HISTORY.
	       IF FEED-K NOT > FEED-COUNT
		       PERFORM WRITE-FEED-HISTORY-RECORD
			   COMPUTE FEED-K = FEED-K + 1
			   GO TO WRITE-FEED-HISTORY.

       WRITE-FEED-HISTORY-RECORD.
	       PERFORM SET-FEED-NAME.
		   MOVE SPACES TO RUNHIST-RECORD.
		   MOVE RUN-DATE TO HIST-DATE.
		   MOVE FEED-T-FIGS(FEED-K) TO HIST-FIGURES.
		   MOVE FEED-T-READ(FEED-K) TO HIST-POINTS-READ.
		   MOVE FEED-T-KEPT(FEED-K) TO HIST-POINTS-KEPT.
		   MOVE FEED-T-REJ(FEED-K) TO HIST-REJECTS.
		   MOVE FEED-T-SEGS(FEED-K) TO HIST-SEGS.
		   MOVE RECON-STATE TO HIST-RECON.
		   MOVE RETURN-CODE TO HIST-RC.
		   MOVE FEED-NAME-TXT TO HIST-FEED.
		   WRITE RUNHIST-RECORD.

       CLOSE-OUTPUT-FILE.
	       CLOSE OUTPUT-FILE.

		   MOVE ERROR-MSG TO ERROR-LINE.
		   WRITE ERROR-RECORD.

      * An id that is on file but has no RELEASED revision is told
      * apart from one that is not on file at all - the first wants
      * a promotion in DDACAT, not a fresh save.
       LOG-CATALOG-NOT-FOUND.
	       MOVE SPACES TO ERROR-MSG.
		   IF CAT-FIND-REV NOT = SPACE
		       PERFORM LOG-CATALOG-REV-MISSING
		   ELSE
		       IF CAT-TOP-REV NOT = SPACE
			       PERFORM LOG-CATALOG-NOT-RELEASED
			   ELSE
			       PERFORM LOG-CATALOG-ID-MISSING.
		   MOVE ERROR-MSG TO ERROR-LINE.
		   WRITE ERROR-RECORD.
		   COMPUTE BAD-RECORDS = BAD-RECORDS + 1.

       LOG-CATALOG-ID-MISSING.
	   STRING 'FIGURE ' DELIMITED BY SIZE
	       FIGURE-COUNT DELIMITED BY SIZE
	       ' POINT ' DELIMITED BY SIZE
	       I DELIMITED BY SIZE
	       ': CATALOG ID ' DELIMITED BY SIZE
	       CAT-FIND-ID DELIMITED BY SIZE
	       ' NOT FOUND' DELIMITED BY SIZE
	       INTO ERROR-MSG.

       LOG-CATALOG-REV-MISSING.
	   STRING 'FIGURE ' DELIMITED BY SIZE
	       FIGURE-COUNT DELIMITED BY SIZE
	       ' POINT ' DELIMITED BY SIZE
	       I DELIMITED BY SIZE
	       ': CATALOG ID ' DELIMITED BY SIZE
	       CAT-FIND-ID DELIMITED BY SIZE
	       ' REV ' DELIMITED BY SIZE
	       CAT-FIND-REV DELIMITED BY SIZE
	       ' NOT FOUND' DELIMITED BY SIZE
	       INTO ERROR-MSG.

       LOG-CATALOG-NOT-RELEASED.
	   STRING 'FIGURE ' DELIMITED BY SIZE
	       FIGURE-COUNT DELIMITED BY SIZE
	       ' POINT ' DELIMITED BY SIZE
	       I DELIMITED BY SIZE
	       ': CATALOG ID ' DELIMITED BY SIZE
	       CAT-FIND-ID DELIMITED BY SIZE
	       ' HAS NO RELEASED REVISION' DELIMITED BY SIZE
	       INTO ERROR-MSG.

       LOG-CATALOG-REV-FULL.
	       MOVE SPACES TO ERROR-MSG.
	   STRING 'FIGURE ' DELIMITED BY SIZE
	       FIGURE-COUNT DELIMITED BY SIZE
	       ': CATALOG SAVE OF ' DELIMITED BY SIZE
	       FIGURE-ID DELIMITED BY SIZE
	       ' REFUSED, NO REVISION LEFT' DELIMITED BY SIZE
	       INTO ERROR-MSG.
		   MOVE ERROR-MSG TO ERROR-LINE.
		   WRITE ERROR-RECORD.

       LOG-ASSEMBLY-FAULT.
	       MOVE SPACES TO ERROR-MSG.
	   STRING 'FIGURE ' DELIMITED BY SIZE
	       FIGURE-COUNT DELIMITED BY SIZE
	       ' POINT ' DELIMITED BY SIZE
	       I DELIMITED BY SIZE
	       ': ' DELIMITED BY SIZE
	       ASM-ID(ASM-Q) DELIMITED BY SPACE
	       ' REF ' DELIMITED BY SIZE
	       ASM-REF-ID DELIMITED BY SPACE
	       ' ' DELIMITED BY SIZE
	       ASM-FAULT DELIMITED BY SIZE
	       INTO ERROR-MSG.
		   MOVE ERROR-MSG TO ERROR-LINE.
		   WRITE ERROR-RECORD.
		   COMPUTE BAD-RECORDS = BAD-RECORDS + 1.
		   MOVE ERROR-MSG TO ERROR-LINE.
		   WRITE ERROR-RECORD.

       LOG-PEN-TABLE-FULL.
	       MOVE SPACES TO ERROR-MSG.
	   STRING 'PLOT CHARACTER ' DELIMITED BY SIZE
	       PEN-IN-CHAR DELIMITED BY SIZE
	       ': PEN TABLE FULL, ENTRY DROPPED'
	       DELIMITED BY SIZE
	       INTO ERROR-MSG.
		   MOVE ERROR-MSG TO ERROR-LINE.
		   WRITE ERROR-RECORD.

       LOG-PLOTTER-OPEN-FAIL.
	       MOVE SPACES TO ERROR-MSG.
	   STRING 'FIGURE ' DELIMITED BY SIZE
	       FIGURE-COUNT DELIMITED BY SIZE
	       ': PLOTTER FILE ' DELIMITED BY SIZE
	       PLOTTER-FILE-NAME DELIMITED BY SIZE
	       ' OPEN FAILED' DELIMITED BY SIZE
	       INTO ERROR-MSG.
		   MOVE ERROR-MSG TO ERROR-LINE.
		   WRITE ERROR-RECORD.

       LOG-ROUTE-OPEN-FAIL.
	       MOVE SPACES TO ERROR-MSG.
	   STRING 'FIGURE ' DELIMITED BY SIZE
		   MOVE PLOT-COL TO EXPORT-COL.
		   MOVE PLOT-CELL-CHAR TO EXPORT-CHAR.
		   MOVE PLOT-SOURCE TO EXPORT-SOURCE.
		   MOVE PLOT-REV TO EXPORT-REV.
		   WRITE EXPORT-RECORD.

       CLOSE-EXPORT-FILE.
       CLOSE-GEOMEXC-FILE.
	       CLOSE GEOMEXC-FILE.

      * Overlay interference report
      * See OPEN-OUTPUT-FILE for why a safe resume reopens in EXTEND
      * mode instead of truncating.
       OPEN-INTERFER-FILE.
	       IF RESUMING-RUN
		       OPEN EXTEND INTERFER-FILE
		   ELSE
		       OPEN OUTPUT INTERFER-FILE.

       CLOSE-INTERFER-FILE.
	       CLOSE INTERFER-FILE.

       WRITE-INTERFER-LINE.
	       MOVE INTERFER-MSG TO INTERFER-LINE.
		   WRITE INTERFER-RECORD.

      * One plot per figure, written from the point table once the
      * grid is drawn - the same transformed points ANALYZER joined,
      * stroke for stroke, so the plotter copy never has to be
      * redrawn by hand from the printout. An overlay layer follows
      * its group to the group's recipient, as its printed grid does.
       WRITE-PLOT-FIGURE.
	       PERFORM OPEN-PLOTTER-FILE.
		   IF PLOTTER-ACTIVE-FLAG = 'Y'
		       PERFORM WRITE-PLOT-BODY
			   CLOSE PLOTTER-FILE
			   MOVE 'N' TO PLOTTER-ACTIVE-FLAG
			   COMPUTE PLOTS-WRITTEN = PLOTS-WRITTEN + 1.

      * Same open contract as the recipient report files - truncated
      * the first time a run writes to the file and extended after
      * that, a resumed run extending straight away. A recipient's
      * plotter file that will not open falls back to plotter.plt.
       OPEN-PLOTTER-FILE.
	       MOVE 'N' TO PLOTTER-ACTIVE-FLAG.
		   MOVE 0 TO ROUTE-ENTRY.
		   IF ROUTE-CODE NOT = SPACES AND DIST-COUNT > 0
		       MOVE 1 TO DIST-K
			   PERFORM RESOLVE-ROUTE-STEP.
		   MOVE ROUTE-ENTRY TO PLOTTER-ENTRY.
		   IF PLOTTER-ENTRY > 0
		       MOVE DIST-PLOT-NAME(PLOTTER-ENTRY)
			   TO PLOTTER-FILE-NAME
			   PERFORM OPEN-PLOTTER-ROUTED.
		   IF PLOTTER-ACTIVE-FLAG NOT = 'Y'
		       MOVE 'plotter.plt' TO PLOTTER-FILE-NAME
			   PERFORM OPEN-PLOTTER-DEFAULT.

       OPEN-PLOTTER-ROUTED.
	       IF DIST-PLOT-OPENED-FLAG(PLOTTER-ENTRY) = 'Y'
		   OR RESUMING-RUN
		       OPEN EXTEND PLOTTER-FILE
		   ELSE
		       OPEN OUTPUT PLOTTER-FILE.
		   IF PLOTTER-FILE-STATUS NOT = '00' AND RESUMING-RUN
		       IF DIST-PLOT-OPENED-FLAG(PLOTTER-ENTRY) NOT = 'Y'
			   OPEN OUTPUT PLOTTER-FILE.
		   IF PLOTTER-FILE-STATUS = '00'
		       MOVE 'Y' TO PLOTTER-ACTIVE-FLAG
			   MOVE 'Y'
			       TO DIST-PLOT-OPENED-FLAG(PLOTTER-ENTRY)
		   ELSE
		       PERFORM LOG-PLOTTER-OPEN-FAIL.

       OPEN-PLOTTER-DEFAULT.
	       IF PLOTTER-DEF-OPENED-FLAG = 'Y' OR RESUMING-RUN
		       OPEN EXTEND PLOTTER-FILE
		   ELSE
		       OPEN OUTPUT PLOTTER-FILE.
		   IF PLOTTER-FILE-STATUS NOT = '00' AND RESUMING-RUN
		       IF PLOTTER-DEF-OPENED-FLAG NOT = 'Y'
			   OPEN OUTPUT PLOTTER-FILE.
		   IF PLOTTER-FILE-STATUS = '00'
		       MOVE 'Y' TO PLOTTER-ACTIVE-FLAG
			   MOVE 'Y' TO PLOTTER-DEF-OPENED-FLAG
		   ELSE
		       PERFORM LOG-PLOTTER-OPEN-FAIL.

      * IN resets the plotter for a fresh plot and DT makes '~' the
      * label terminator; PG at the end feeds the sheet, so every
      * figure comes off the plotter as a page of its own.
       WRITE-PLOT-BODY.
	       MOVE 0 TO HPGL-CUR-PEN.
		   MOVE 'N' TO HPGL-AT-FLAG.
		   MOVE 'IN;' TO PLOTTER-LINE.
		   WRITE PLOTTER-RECORD.
		   MOVE 'DT~;' TO PLOTTER-LINE.
		   WRITE PLOTTER-RECORD.
		   PERFORM HPGL-TITLE-BLOCK.
		   MOVE 1 TO HPGL-I.
		   PERFORM HPGL-FIGURE-LOOP.
		   PERFORM HPGL-CLOSING-SEGMENT.
		   MOVE 'PU;' TO PLOTTER-LINE.
		   WRITE PLOTTER-RECORD.
		   MOVE 'SP0;' TO PLOTTER-LINE.
		   WRITE PLOTTER-RECORD.
		   MOVE 'PG;' TO PLOTTER-LINE.
		   WRITE PLOTTER-RECORD.

      * The title block is a frame the width of the figure's grid
      * along the bottom of the plot, captioned in pen 1 with the
      * figure id, its place in the batch, the revision a catalog
      * replay drew it from, and the run date. The revision is the
      * one the figure's first G record replayed, so hand-keyed
      * points ahead of it do not hide it.
       HPGL-TITLE-BLOCK.
	       ACCEPT RUN-DATE FROM DATE YYYYMMDD.
		   MOVE 1 TO HPGL-PEN.
		   PERFORM HPGL-SET-PEN.
		   MOVE 0 TO HPGL-X1.
		   MOVE 0 TO HPGL-Y1.
		   COMPUTE HPGL-X2 = (GRID-COLS + 1) * HPGL-UNIT.
		   MOVE 0 TO HPGL-Y2.
		   PERFORM HPGL-DRAW-TO.
		   MOVE HPGL-X2 TO HPGL-X1.
		   MOVE HPGL-Y2 TO HPGL-Y1.
		   COMPUTE HPGL-Y2 = HPGL-TITLE-ROWS * HPGL-UNIT.
		   PERFORM HPGL-DRAW-TO.
		   MOVE HPGL-Y2 TO HPGL-Y1.
		   MOVE 0 TO HPGL-X2.
		   PERFORM HPGL-DRAW-TO.
		   MOVE HPGL-X2 TO HPGL-X1.
		   MOVE 0 TO HPGL-Y2.
		   PERFORM HPGL-DRAW-TO.
		   MOVE SPACES TO HPGL-TEXT.
		   IF TITLE-REV NOT = SPACE
		       PERFORM HPGL-TITLE-TEXT-REV
		   ELSE
		       PERFORM HPGL-TITLE-TEXT.
		   MOVE HPGL-UNIT TO HPGL-X1.
		   MOVE HPGL-UNIT TO HPGL-Y1.
		   PERFORM HPGL-LABEL-AT.

       HPGL-TITLE-TEXT.
	   STRING 'FIGURE ' DELIMITED BY SIZE
	       FIGURE-ID DELIMITED BY SIZE
	       '  NO. ' DELIMITED BY SIZE
	       FIGURE-COUNT DELIMITED BY SIZE
	       '  DATE ' DELIMITED BY SIZE
	       RUN-DATE DELIMITED BY SIZE
	       INTO HPGL-TEXT.

       HPGL-TITLE-TEXT-REV.
	   STRING 'FIGURE ' DELIMITED BY SIZE
	       FIGURE-ID DELIMITED BY SIZE
	       '  NO. ' DELIMITED BY SIZE
	       FIGURE-COUNT DELIMITED BY SIZE
	       '  REV ' DELIMITED BY SIZE
	       TITLE-REV DELIMITED BY SIZE
	       '  DATE ' DELIMITED BY SIZE
	       RUN-DATE DELIMITED BY SIZE
	       INTO HPGL-TEXT.

      * Walks the point table the way ANALYZER-STEP does - a plain
      * point joins the next one when that is plain too, and circle,
      * label and box entries stand alone.
       HPGL-FIGURE-LOOP.
	       IF HPGL-I NOT > VN
		       PERFORM HPGL-FIGURE-STEP
			   COMPUTE HPGL-I = HPGL-I + 1
			   GO TO HPGL-FIGURE-LOOP.

       HPGL-FIGURE-STEP.
	       IF DATA-POINT-MODE(HPGL-I) = 'C'
		       PERFORM HPGL-CIRCLE.
		   IF DATA-POINT-MODE(HPGL-I) = 'L'
		       PERFORM HPGL-LABEL.
		   IF DATA-POINT-MODE(HPGL-I) = 'B'
		       PERFORM HPGL-BOX.
		   IF DATA-POINT-MODE(HPGL-I) = SPACE AND HPGL-I < VN
		       IF DATA-POINT-MODE(HPGL-I + 1) = SPACE
			   PERFORM HPGL-POINT-SEGMENT.

       HPGL-POINT-SEGMENT.
	       MOVE DATA-POINT(HPGL-I, 1) TO A.
		   MOVE DATA-POINT(HPGL-I, 2) TO B.
		   MOVE DATA-POINT(HPGL-I + 1, 1) TO C.
		   MOVE DATA-POINT(HPGL-I + 1, 2) TO D.
		   MOVE DATA-POINT-CHAR(HPGL-I) TO HPGL-SEG-CHAR.
		   PERFORM HPGL-SEGMENT.

      * CLOSE-FIGURE-SHAPE has already decided whether the outline
      * closes and between which points.
       HPGL-CLOSING-SEGMENT.
	       IF CLOSE-OK-FLAG = 'Y'
		       MOVE DATA-POINT(CLOSE-LAST, 1) TO A
			   MOVE DATA-POINT(CLOSE-LAST, 2) TO B
			   MOVE DATA-POINT(CLOSE-FIRST, 1) TO C
			   MOVE DATA-POINT(CLOSE-FIRST, 2) TO D
			   MOVE DATA-POINT-CHAR(CLOSE-LAST)
			       TO HPGL-SEG-CHAR
			   PERFORM HPGL-SEGMENT.

      * The plotter's own CI draws the true circle about the pen's
      * position, rather than the stepped cells of the grid.
       HPGL-CIRCLE.
	       MOVE DATA-POINT-CHAR(HPGL-I) TO HPGL-SEG-CHAR.
		   PERFORM HPGL-SELECT-PEN.
		   MOVE DATA-POINT(HPGL-I, 1) TO A.
		   MOVE DATA-POINT(HPGL-I, 2) TO B.
		   PERFORM HPGL-SCALE-START.
		   PERFORM HPGL-PEN-UP-TO.
		   PERFORM HPGL-LINE-START.
		   MOVE 'CI' TO HPGL-CMD.
		   PERFORM HPGL-PUT-CMD.
		   COMPUTE HPGL-VAL = DATA-POINT-RADIUS(HPGL-I)
		       * HPGL-UNIT.
		   PERFORM HPGL-PUT-NUM.
		   PERFORM HPGL-LINE-END.
		   MOVE 'N' TO HPGL-AT-FLAG.

       HPGL-LABEL.
	       MOVE DATA-POINT-CHAR(HPGL-I) TO HPGL-SEG-CHAR.
		   PERFORM HPGL-SELECT-PEN.
		   MOVE DATA-POINT(HPGL-I, 1) TO A.
		   MOVE DATA-POINT(HPGL-I, 2) TO B.
		   PERFORM HPGL-SCALE-START.
		   MOVE SPACES TO HPGL-TEXT.
		   MOVE DATA-POINT-TEXT(HPGL-I) TO HPGL-TEXT.
		   PERFORM HPGL-LABEL-AT.

      * Same four sides, in the same order, as BOX-PROCESS draws.
       HPGL-BOX.
	       MOVE DATA-POINT-CHAR(HPGL-I) TO HPGL-SEG-CHAR.
		   MOVE DATA-POINT(HPGL-I, 1) TO BOX-X1.
		   MOVE DATA-POINT(HPGL-I, 2) TO BOX-Y1.
		   MOVE DATA-POINT-2(HPGL-I, 1) TO BOX-X2.
		   MOVE DATA-POINT-2(HPGL-I, 2) TO BOX-Y2.
		   MOVE BOX-X1 TO A.
		   MOVE BOX-Y1 TO B.
		   MOVE BOX-X2 TO C.
		   MOVE BOX-Y1 TO D.
		   PERFORM HPGL-SEGMENT.
		   MOVE BOX-X2 TO A.
		   MOVE BOX-Y1 TO B.
		   MOVE BOX-X2 TO C.
		   MOVE BOX-Y2 TO D.
		   PERFORM HPGL-SEGMENT.
		   MOVE BOX-X2 TO A.
		   MOVE BOX-Y2 TO B.
		   MOVE BOX-X1 TO C.
		   MOVE BOX-Y2 TO D.
		   PERFORM HPGL-SEGMENT.
		   MOVE BOX-X1 TO A.
		   MOVE BOX-Y2 TO B.
		   MOVE BOX-X1 TO C.
		   MOVE BOX-Y1 TO D.
		   PERFORM HPGL-SEGMENT.

      * A stroke from (A,B) to (C,D) in figure coordinates. The pen
      * only lifts when the stroke does not start where the last one
      * ended, so a connected outline goes down as one pen-down run.
       HPGL-SEGMENT.
	       PERFORM HPGL-SELECT-PEN.
		   PERFORM HPGL-SCALE-START.
		   COMPUTE HPGL-X2 = (C + OFFSET-X + 1) * HPGL-UNIT.
		   COMPUTE HPGL-Y2 =
		       (D + OFFSET-Y + 1 + HPGL-TITLE-ROWS) * HPGL-UNIT.
		   PERFORM HPGL-DRAW-TO.

       HPGL-SCALE-START.
	       COMPUTE HPGL-X1 = (A + OFFSET-X + 1) * HPGL-UNIT.
		   COMPUTE HPGL-Y1 =
		       (B + OFFSET-Y + 1 + HPGL-TITLE-ROWS) * HPGL-UNIT.

      * A stroke from (HPGL-X1,HPGL-Y1) to (HPGL-X2,HPGL-Y2) in
      * plotter units.
       HPGL-DRAW-TO.
	       IF HPGL-AT-FLAG NOT = 'Y'
		   OR HPGL-AT-X NOT = HPGL-X1 OR HPGL-AT-Y NOT = HPGL-Y1
		       PERFORM HPGL-PEN-UP-TO.
		   PERFORM HPGL-LINE-START.
		   MOVE 'PD' TO HPGL-CMD.
		   PERFORM HPGL-PUT-CMD.
		   MOVE HPGL-X2 TO HPGL-VAL.
		   PERFORM HPGL-PUT-NUM.
		   MOVE ',' TO HPGL-CH.
		   PERFORM HPGL-PUT-CHAR.
		   MOVE HPGL-Y2 TO HPGL-VAL.
		   PERFORM HPGL-PUT-NUM.
		   PERFORM HPGL-LINE-END.
		   MOVE 'Y' TO HPGL-AT-FLAG.
		   MOVE HPGL-X2 TO HPGL-AT-X.
		   MOVE HPGL-Y2 TO HPGL-AT-Y.

       HPGL-PEN-UP-TO.
	       PERFORM HPGL-LINE-START.
		   MOVE 'PU' TO HPGL-CMD.
		   PERFORM HPGL-PUT-CMD.
		   MOVE HPGL-X1 TO HPGL-VAL.
		   PERFORM HPGL-PUT-NUM.
		   MOVE ',' TO HPGL-CH.
		   PERFORM HPGL-PUT-CHAR.
		   MOVE HPGL-Y1 TO HPGL-VAL.
		   PERFORM HPGL-PUT-NUM.
		   PERFORM HPGL-LINE-END.
		   MOVE 'Y' TO HPGL-AT-FLAG.
		   MOVE HPGL-X1 TO HPGL-AT-X.
		   MOVE HPGL-Y1 TO HPGL-AT-Y.

      * Writes HPGL-TEXT, trailing blanks dropped, at the plotter
      * position (HPGL-X1,HPGL-Y1). LB moves the pen, so the next
      * stroke always lifts first.
       HPGL-LABEL-AT.
	       PERFORM HPGL-PEN-UP-TO.
		   MOVE 60 TO HPGL-TEXT-LEN.
		   PERFORM HPGL-TEXT-TRIM.
		   PERFORM HPGL-LINE-START.
		   MOVE 'LB' TO HPGL-CMD.
		   PERFORM HPGL-PUT-CMD.
		   MOVE 1 TO HPGL-TEXT-K.
		   PERFORM HPGL-PUT-TEXT.
		   MOVE '~' TO HPGL-CH.
		   PERFORM HPGL-PUT-CHAR.
		   PERFORM HPGL-LINE-END.
		   MOVE 'N' TO HPGL-AT-FLAG.

       HPGL-TEXT-TRIM.
	       IF HPGL-TEXT-LEN > 0
		       IF HPGL-TEXT-CHAR(HPGL-TEXT-LEN) = SPACE
			   COMPUTE HPGL-TEXT-LEN = HPGL-TEXT-LEN - 1
			   GO TO HPGL-TEXT-TRIM.

       HPGL-PUT-TEXT.
	       IF HPGL-TEXT-K NOT > HPGL-TEXT-LEN
		       MOVE HPGL-TEXT-CHAR(HPGL-TEXT-K) TO HPGL-CH
			   PERFORM HPGL-PUT-CHAR
			   COMPUTE HPGL-TEXT-K = HPGL-TEXT-K + 1
			   GO TO HPGL-PUT-TEXT.

      * A plot character not in the pen table draws with pen 1. The
      * pen is only changed when it differs from the one in hand.
       HPGL-SELECT-PEN.
	       MOVE 1 TO HPGL-PEN.
		   MOVE 1 TO PEN-K.
		   PERFORM HPGL-SELECT-PEN-STEP.
		   PERFORM HPGL-SET-PEN.

       HPGL-SELECT-PEN-STEP.
	       IF PEN-K NOT > PEN-COUNT
		       IF PEN-CHAR(PEN-K) = HPGL-SEG-CHAR
			   MOVE PEN-NUMBER(PEN-K) TO HPGL-PEN
		       ELSE
			   COMPUTE PEN-K = PEN-K + 1
			   GO TO HPGL-SELECT-PEN-STEP.

       HPGL-SET-PEN.
	       IF HPGL-PEN NOT = HPGL-CUR-PEN
		       PERFORM HPGL-LINE-START
			   MOVE 'SP' TO HPGL-CMD
			   PERFORM HPGL-PUT-CMD
			   MOVE HPGL-PEN TO HPGL-VAL
			   PERFORM HPGL-PUT-NUM
			   PERFORM HPGL-LINE-END
			   MOVE HPGL-PEN TO HPGL-CUR-PEN.

      * Commands are built a character at a time in HPGL-BUF and
      * written one to a line, each closed with its ';'.
       HPGL-LINE-START.
	       MOVE SPACES TO HPGL-BUF.
		   MOVE 0 TO HPGL-P.

       HPGL-LINE-END.
	       MOVE ';' TO HPGL-CH.
		   PERFORM HPGL-PUT-CHAR.
		   MOVE HPGL-BUF TO PLOTTER-LINE.
		   WRITE PLOTTER-RECORD.

       HPGL-PUT-CMD.
	       MOVE HPGL-CMD-CHAR(1) TO HPGL-CH.
		   PERFORM HPGL-PUT-CHAR.
		   MOVE HPGL-CMD-CHAR(2) TO HPGL-CH.
		   PERFORM HPGL-PUT-CHAR.

       HPGL-PUT-CHAR.
	       IF HPGL-P < 79
		       COMPUTE HPGL-P = HPGL-P + 1
			   MOVE HPGL-CH TO HPGL-BUF-CHAR(HPGL-P).

      * Numbers go out without the edit's leading blanks.
       HPGL-PUT-NUM.
	       MOVE HPGL-VAL TO HPGL-ED.
		   MOVE 1 TO HPGL-ED-K.
		   PERFORM HPGL-PUT-NUM-STEP.

       HPGL-PUT-NUM-STEP.
	       IF HPGL-ED-CHAR(HPGL-ED-K) NOT = SPACE
		       MOVE HPGL-ED-CHAR(HPGL-ED-K) TO HPGL-CH
			   PERFORM HPGL-PUT-CHAR.
		   IF HPGL-ED-K < 7
		       COMPUTE HPGL-ED-K = HPGL-ED-K + 1
			   GO TO HPGL-PUT-NUM-STEP.

      * Saves the figure's validated point entries (as stored, after
      * any transformation and catalog replay) under its FIGURE-ID.
      * The file is appended, never rewritten, so a save can never
      * damage entries other figures replay; DDACAT compacts it.
      * The save always lands as a DRAFT revision, so nothing a plot
      * run saves reaches a plain G replay until engineering has
      * promoted it in DDACAT.
       CATALOG-SAVE.
	       PERFORM CATALOG-NEXT-REVISION.
		   IF CAT-SAVE-OK-FLAG = 'Y'
		       PERFORM CATALOG-SAVE-BODY
		   ELSE
		       PERFORM LOG-CATALOG-REV-FULL.

       CATALOG-SAVE-BODY.
	       OPEN EXTEND CATALOG-FILE.
		   IF CATALOG-FILE-STATUS NOT = '00'
		       OPEN OUTPUT CATALOG-FILE.
		   IF VN < 100
		       MOVE VN TO CAT-HDR-COUNT.
		   MOVE VN TO CAT-HDR-WIDE-COUNT.
		   MOVE CAT-SAVE-REV TO CAT-HDR-REV.
		   MOVE 'DRAFT' TO CAT-HDR-STATUS.

      * The revision a save lands under follows the newest revision
      * of the id on file: none at all starts at A; a DRAFT is still
      * being worked, so the save replaces it under the same letter;
      * a RELEASED or OBSOLETE revision is frozen, so the save opens
      * the next letter as a fresh DRAFT. With Z frozen there is no
      * letter left and the save is refused. The index answers when
      * it is on file, the sequential catalog when it is not.
       CATALOG-NEXT-REVISION.
	       MOVE FIGURE-ID TO CAT-FIND-ID.
		   MOVE SPACE TO CAT-TOP-REV.
		   MOVE SPACES TO CAT-TOP-STATUS.
		   MOVE SPACE TO CAT-BEST-REV.
		   MOVE 'N' TO CATIDX-OPEN-FLAG.
		   OPEN INPUT CATIDX-FILE.
		   IF CATIDX-FILE-STATUS = '00'
		       MOVE 'Y' TO CATIDX-OPEN-FLAG
			   PERFORM CATIDX-FIND-REVISIONS
			   CLOSE CATIDX-FILE.
		   IF CATIDX-OPEN-FLAG NOT = 'Y'
		       PERFORM CATALOG-REV-SCAN.
		   PERFORM CATALOG-PICK-SAVE-REV.

       CATALOG-REV-SCAN.
	       MOVE 'N' TO CAT-EOF-FLAG.
		   OPEN INPUT CATALOG-FILE.
		   IF CATALOG-FILE-STATUS = '00'
		       PERFORM CATALOG-REV-SCAN-LOOP
			   CLOSE CATALOG-FILE.

       CATALOG-REV-SCAN-LOOP.
	       READ CATALOG-FILE
		       AT END MOVE 'Y' TO CAT-EOF-FLAG.
		   IF CAT-EOF-FLAG NOT = 'Y'
		       PERFORM CATALOG-REV-SCAN-RECORD
			   GO TO CATALOG-REV-SCAN-LOOP.

       CATALOG-REV-SCAN-RECORD.
	       IF CAT-REC-TYPE = 'H' AND CAT-HDR-ID = CAT-FIND-ID
		       PERFORM NORMALIZE-CAT-HEADER
			   PERFORM CATALOG-NOTE-TOP-REV.

      * Copies of the same revision appear in save order, so the
      * last one seen carries the status in force.
       CATALOG-NOTE-TOP-REV.
	       IF CAT-SCAN-REV NOT < CAT-TOP-REV
		       MOVE CAT-SCAN-REV TO CAT-TOP-REV
			   MOVE CAT-SCAN-STATUS TO CAT-TOP-STATUS.

       CATALOG-PICK-SAVE-REV.
	       MOVE 'Y' TO CAT-SAVE-OK-FLAG.
		   MOVE 'A' TO CAT-SAVE-REV.
		   IF CAT-TOP-REV NOT = SPACE
		       MOVE CAT-TOP-REV TO CAT-SAVE-REV
			   IF CAT-TOP-STATUS NOT = 'DRAFT'
			       PERFORM CATALOG-STEP-REV.

       CATALOG-STEP-REV.
	       MOVE 1 TO CAT-REV-K.
		   PERFORM CATALOG-STEP-REV-FIND.
		   IF CAT-REV-K < 26
		       MOVE CAT-REV-LETTER(CAT-REV-K + 1)
		           TO CAT-SAVE-REV
		   ELSE
		       MOVE 'N' TO CAT-SAVE-OK-FLAG.

       CATALOG-STEP-REV-FIND.
	       IF CAT-REV-K < 26
		       IF CAT-REV-LETTER(CAT-REV-K) NOT = CAT-SAVE-REV
			       COMPUTE CAT-REV-K = CAT-REV-K + 1
				   GO TO CATALOG-STEP-REV-FIND.

      * A header saved before revisions were kept has both fields
      * blank - it is read as revision A, RELEASED, which is what
      * every G record treated it as all along.
       NORMALIZE-CAT-HEADER.
	       MOVE CAT-HDR-REV TO CAT-SCAN-REV.
		   IF CAT-SCAN-REV = SPACE
		       MOVE 'A' TO CAT-SCAN-REV.
		   MOVE CAT-HDR-STATUS TO CAT-SCAN-STATUS.
		   IF CAT-SCAN-STATUS = SPACES
		       MOVE 'RELEASED' TO CAT-SCAN-STATUS.

      * Builds the 44-column point image for entry CAT-K - shared
      * between the sequential save and the keyed write-through.
			   COMPUTE CAT-K = CAT-K + 1
			   GO TO CATIDX-SAVE-LOOP.

      * A key already on file is a re-save of the id's draft - the
      * image is rewritten in place rather than refused.
       CATIDX-PUT-RECORD.
	       MOVE FIGURE-ID TO CATIDX-ID.
		   MOVE CAT-SAVE-REV TO CATIDX-REV.
		   MOVE CATIDX-SAVE-SEQ TO CATIDX-SEQ.
		   MOVE CATALOG-RECORD TO CATIDX-LINE.
		   WRITE CATIDX-RECORD

       CATIDX-PRUNE-STEP.
	       MOVE FIGURE-ID TO CATIDX-ID.
		   MOVE CAT-SAVE-REV TO CATIDX-REV.
		   MOVE CATIDX-SAVE-SEQ TO CATIDX-SEQ.
		   DELETE CATIDX-FILE
		       INVALID KEY MOVE 'Y' TO CATIDX-EOF-FLAG.
      * records. The entry is fetched straight from the keyed index
      * when one is on file, falling back to the full sequential
      * scan (where the LAST saved copy of the id wins) otherwise.
      * A plain G record replays the newest RELEASED revision of the
      * id; one naming a revision letter in column 22 replays that
      * revision whatever its status, so an old job can be reprinted
      * exactly as it first went out. Either way the revision plotted
      * is noted for the report banner.
      * An entry may be an assembly - its R records name other
      * entries to be placed inside it. Those are expanded a level at
      * a time through the ASM queue rather than by nesting fetches,
      * since every fetch reuses the one staging table.
       CATALOG-REPLAY.
	       MOVE X TO CAT-OFF-X.
		   MOVE Y TO CAT-OFF-Y.
		   MOVE 1 TO ASM-N.
		   MOVE INPUT-REF-ID TO ASM-ID(1).
		   MOVE INPUT-REF-REV TO ASM-REV(1).
		   MOVE 0 TO ASM-PARENT(1).
		   MOVE 1 TO ASM-DEPTH(1).
		   MOVE 1 TO ASM-SCALE(1).
		   MOVE 0 TO ASM-ROT(1).
		   MOVE 0 TO ASM-DX(1).
		   MOVE 0 TO ASM-DY(1).
		   MOVE 1 TO ASM-Q.
		   PERFORM ASSEMBLY-EXPAND-LOOP.

       ASSEMBLY-EXPAND-LOOP.
	       IF ASM-Q NOT > ASM-N
		       PERFORM ASSEMBLY-EXPAND-ENTRY
			   COMPUTE ASM-Q = ASM-Q + 1
			   GO TO ASSEMBLY-EXPAND-LOOP.

       ASSEMBLY-EXPAND-ENTRY.
	       MOVE ASM-ID(ASM-Q) TO CAT-FIND-ID.
		   MOVE ASM-REV(ASM-Q) TO CAT-FIND-REV.
		   PERFORM CATALOG-FETCH-ENTRY.
		   IF CAT-FOUND-FLAG = 'Y'
		       PERFORM NOTE-REPLAY-REVISION
		       PERFORM NOTE-TITLE-REVISION
		       MOVE 1 TO CAT-K
			   PERFORM CATALOG-APPEND-LOOP
		   ELSE
		       PERFORM LOG-CATALOG-NOT-FOUND.

      * Only the entry a G record names counts for the title - the
      * parts an assembly pulls in carry revisions of their own.
       NOTE-TITLE-REVISION.
	       IF ASM-Q = 1 AND TITLE-REV = SPACE
		       MOVE CAT-HIT-REV TO TITLE-REV.

      * Stages the revision of CAT-FIND-ID that CAT-FIND-REV asks for
      * (blank meaning the newest RELEASED one) into CAT-STAGE, with
      * the letter and status found left in CAT-HIT-REV and
      * CAT-HIT-STATUS.
       CATALOG-FETCH-ENTRY.
	       MOVE 0 TO CAT-STAGE-N.
		   MOVE 'N' TO CAT-FOUND-FLAG.
		   MOVE 'N' TO CAT-LOADING-FLAG.
		   MOVE 'N' TO CAT-EOF-FLAG.
		   MOVE SPACE TO CAT-TOP-REV.
		   MOVE SPACE TO CAT-HIT-REV.
		   MOVE SPACES TO CAT-HIT-STATUS.
		   PERFORM CATALOG-FETCH-KEYED.
		   IF CAT-FOUND-FLAG NOT = 'Y'
		       PERFORM CATALOG-FETCH-SCAN.

      * An overlay group can replay the same revision in several
      * layers - it is named on the banner once.
       NOTE-REPLAY-REVISION.
	       MOVE 1 TO REPLAY-K.
		   PERFORM NOTE-REPLAY-FIND.
		   IF REPLAY-K > REPLAY-COUNT AND REPLAY-COUNT < 10
		       COMPUTE REPLAY-COUNT = REPLAY-COUNT + 1
			   MOVE CAT-FIND-ID TO REPLAY-ID(REPLAY-COUNT)
			   MOVE CAT-HIT-REV TO REPLAY-REV(REPLAY-COUNT)
			   MOVE CAT-HIT-STATUS
			       TO REPLAY-STATUS(REPLAY-COUNT).

       NOTE-REPLAY-FIND.
	       IF REPLAY-K NOT > REPLAY-COUNT
		       IF REPLAY-ID(REPLAY-K) NOT = CAT-FIND-ID
			       OR REPLAY-REV(REPLAY-K) NOT = CAT-HIT-REV
			       COMPUTE REPLAY-K = REPLAY-K + 1
				   GO TO NOTE-REPLAY-FIND.

      * Direct read by key - the header record sits at sequence 0
      * under the figure id and revision, its points right behind it
      * in key order, so one keyed read and a short sequential drag
      * replace the front-to-back scan of the whole library. A plain
      * reference first walks the id's headers to find the newest
      * RELEASED revision.
       CATALOG-FETCH-KEYED.
	       OPEN INPUT CATIDX-FILE.
		   IF CATIDX-FILE-STATUS = '00'

       CATIDX-READ-ENTRY.
	       MOVE 'N' TO CATIDX-HIT-FLAG.
		   MOVE CAT-FIND-REV TO CAT-BEST-REV.
		   IF CAT-FIND-REV = SPACE
		       PERFORM CATIDX-FIND-REVISIONS.
		   IF CAT-BEST-REV NOT = SPACE
		       PERFORM CATIDX-READ-REVISION.

       CATIDX-READ-REVISION.
	       MOVE CAT-FIND-ID TO CATIDX-ID.
		   MOVE CAT-BEST-REV TO CATIDX-REV.
		   MOVE 0 TO CATIDX-SEQ.
		   READ CATIDX-FILE
		       INVALID KEY MOVE 'N' TO CATIDX-HIT-FLAG
		       NOT INVALID KEY MOVE 'Y' TO CATIDX-HIT-FLAG.
		   IF CATIDX-HIT-FLAG = 'Y'
		       MOVE 'Y' TO CAT-FOUND-FLAG
			   MOVE CATIDX-LINE TO CATALOG-RECORD
			   PERFORM NORMALIZE-CAT-HEADER
			   MOVE CAT-SCAN-REV TO CAT-HIT-REV
			   MOVE CAT-SCAN-STATUS TO CAT-HIT-STATUS
			   MOVE 'N' TO CATIDX-EOF-FLAG
			   PERFORM CATIDX-POINT-LOOP.

      * Positions on the id's first key and reads forward across all
      * of its revisions, oldest letter first, noting the newest
      * revision on file and the newest RELEASED one. Shared by the
      * replay and by the save's choice of revision letter.
       CATIDX-FIND-REVISIONS.
	       MOVE CAT-FIND-ID TO CATIDX-ID.
		   MOVE LOW-VALUE TO CATIDX-REV.
		   MOVE 0 TO CATIDX-SEQ.
		   MOVE 'N' TO CATIDX-EOF-FLAG.
		   START CATIDX-FILE KEY IS NOT LESS THAN CATIDX-KEY
		       INVALID KEY MOVE 'Y' TO CATIDX-EOF-FLAG.
		   IF CATIDX-EOF-FLAG NOT = 'Y'
		       PERFORM CATIDX-REVISION-LOOP.

       CATIDX-REVISION-LOOP.
	       READ CATIDX-FILE NEXT RECORD
		       AT END MOVE 'Y' TO CATIDX-EOF-FLAG.
		   IF CATIDX-EOF-FLAG NOT = 'Y'
		       IF CATIDX-ID = CAT-FIND-ID
			       PERFORM CATIDX-REVISION-TEST
				   GO TO CATIDX-REVISION-LOOP.

       CATIDX-REVISION-TEST.
	       IF CATIDX-SEQ = 0
		       MOVE CATIDX-LINE TO CATALOG-RECORD
			   PERFORM NORMALIZE-CAT-HEADER
			   PERFORM CATALOG-NOTE-TOP-REV
			   IF CAT-SCAN-STATUS = 'RELEASED'
			       MOVE CAT-SCAN-REV TO CAT-BEST-REV.

      * The stored images are the same 44-column records the
      * sequential file carries, so the staging parse is shared
      * with the scan path.
		       AT END MOVE 'Y' TO CATIDX-EOF-FLAG.
		   IF CATIDX-EOF-FLAG NOT = 'Y'
		       IF CATIDX-ID = CAT-FIND-ID
			       AND CATIDX-REV = CAT-BEST-REV
			       MOVE CATIDX-LINE TO CATALOG-RECORD
				   PERFORM CATALOG-STAGE-POINT
				   GO TO CATIDX-POINT-LOOP.
       CATALOG-SCAN-HEADER.
	       MOVE 'N' TO CAT-LOADING-FLAG.
		   IF CAT-HDR-ID = CAT-FIND-ID
		       PERFORM NORMALIZE-CAT-HEADER
			   PERFORM CATALOG-NOTE-TOP-REV
			   PERFORM CATALOG-SCAN-CANDIDATE.

      * A named revision takes its own last copy; a plain reference
      * takes the newest RELEASED revision met so far, a later copy
      * of the same letter replacing an earlier one.
       CATALOG-SCAN-CANDIDATE.
	       MOVE 'N' TO CAT-TAKE-FLAG.
		   IF CAT-FIND-REV NOT = SPACE
		       IF CAT-SCAN-REV = CAT-FIND-REV
			       MOVE 'Y' TO CAT-TAKE-FLAG.
		   IF CAT-FIND-REV = SPACE
		       AND CAT-SCAN-STATUS = 'RELEASED'
		       IF CAT-FOUND-FLAG NOT = 'Y'
			       OR CAT-SCAN-REV NOT < CAT-HIT-REV
			       MOVE 'Y' TO CAT-TAKE-FLAG.
		   IF CAT-TAKE-FLAG = 'Y'
		       MOVE 'Y' TO CAT-LOADING-FLAG
			   MOVE 'Y' TO CAT-FOUND-FLAG
			   MOVE CAT-SCAN-REV TO CAT-HIT-REV
			   MOVE CAT-SCAN-STATUS TO CAT-HIT-STATUS
			   MOVE 0 TO CAT-STAGE-N.

       CATALOG-STAGE-POINT.
			   COMPUTE CAT-K = CAT-K + 1
			   GO TO CATALOG-APPEND-LOOP.

       CATALOG-APPEND-POINT.
	       IF CAT-STAGE-MODE(CAT-K) = 'R'
		       PERFORM ASSEMBLY-QUEUE-REF
		   ELSE
		       PERFORM CATALOG-APPEND-SHAPE.

      * The point table holds 1000 entries - a replay that would
      * push past that is truncated and reported, never stored past
      * the end of the array.
       CATALOG-APPEND-SHAPE.
	       IF VN < 1000
		       PERFORM CATALOG-APPEND-POINT-1
		   ELSE

      * An offset that pushes a replayed point past the two-digit
      * coordinate range is rejected the same way the transformation
      * path rejects one, rather than stored truncated. A point from
      * inside an assembly is first placed where its assembly put it;
      * only a box's far corner is a real point to be placed.
       CATALOG-APPEND-POINT-1.
	       MOVE CAT-STAGE-X(CAT-K) TO ASM-PX.
		   MOVE CAT-STAGE-Y(CAT-K) TO ASM-PY.
		   PERFORM ASSEMBLY-PLACE-XY.
		   COMPUTE TRANS-TX = ASM-PX + CAT-OFF-X.
		   COMPUTE TRANS-TY = ASM-PY + CAT-OFF-Y.
		   MOVE CAT-STAGE-X2(CAT-K) TO ASM-PX.
		   MOVE CAT-STAGE-Y2(CAT-K) TO ASM-PY.
		   IF CAT-STAGE-MODE(CAT-K) = 'B'
		       PERFORM ASSEMBLY-PLACE-XY.
		   COMPUTE TRANS-RX = ASM-PX + CAT-OFF-X.
		   COMPUTE TRANS-RY = ASM-PY + CAT-OFF-Y.
		   COMPUTE ASM-PR =
		       CAT-STAGE-R(CAT-K) * ASM-SCALE(ASM-Q).
		   MOVE 'Y' TO TRANS-OK-FLAG.
		   IF ASM-PR > 99
		       MOVE 'N' TO TRANS-OK-FLAG.
		   IF TRANS-TX < -99 OR TRANS-TX > 99
		       MOVE 'N' TO TRANS-OK-FLAG.
		   IF TRANS-TY < -99 OR TRANS-TY > 99
		   MOVE TRANS-TY TO DATA-POINT(VN, 2).
		   MOVE TRANS-RX TO DATA-POINT-2(VN, 1).
		   MOVE TRANS-RY TO DATA-POINT-2(VN, 2).
		   MOVE ASM-PR TO DATA-POINT-RADIUS(VN).
		   MOVE CAT-STAGE-CHAR(CAT-K) TO DATA-POINT-CHAR(VN).
		   MOVE CAT-STAGE-MODE(CAT-K) TO DATA-POINT-MODE(VN).
		   MOVE CAT-STAGE-TEXT(CAT-K) TO DATA-POINT-TEXT(VN).
		   MOVE CAT-HIT-REV TO DATA-POINT-REV(VN).
	           PERFORM TRANSFORM-POINT.
		   IF STORE-OK-FLAG = 'Y'
		       COMPUTE POINTS-KEPT = POINTS-KEPT + 1.

      * Places ASM-PX/ASM-PY by the accumulated placement of the
      * queue entry being replayed - scale, quarter turns counter-
      * clockwise, then offset, the same order a T directive uses.
       ASSEMBLY-PLACE-XY.
	       COMPUTE ASM-PX = ASM-PX * ASM-SCALE(ASM-Q).
		   COMPUTE ASM-PY = ASM-PY * ASM-SCALE(ASM-Q).
		   MOVE ASM-ROT(ASM-Q) TO ASM-K.
		   PERFORM ASSEMBLY-PLACE-ROTATE.
		   COMPUTE ASM-PX = ASM-PX + ASM-DX(ASM-Q).
		   COMPUTE ASM-PY = ASM-PY + ASM-DY(ASM-Q).

       ASSEMBLY-PLACE-ROTATE.
	       IF ASM-K > 0
		       MOVE ASM-PX TO ASM-SWAP
			   COMPUTE ASM-PX = 0 - ASM-PY
			   MOVE ASM-SWAP TO ASM-PY
			   COMPUTE ASM-K = ASM-K - 1
			   GO TO ASSEMBLY-PLACE-ROTATE.

      * An R record inside an assembly: x/y is where the referenced
      * entry's origin goes, the radius column its scale (blank is
      * 1), the character column its quarter turns (blank is none),
      * and the text its id with an optional revision letter in the
      * twelfth position. Its placement is composed with the
      * assembly's own so the referenced points go straight to their
      * final position. A reference nested deeper than ASM-MAX-DEPTH
      * levels, or one naming an entry already on its own path back
      * to the top, would never end and is refused.
       ASSEMBLY-QUEUE-REF.
	       MOVE CAT-STAGE-TEXT(CAT-K) TO ASM-REF-TEXT.
		   MOVE SPACES TO ASM-FAULT.
		   MOVE CAT-STAGE-R(CAT-K) TO ASM-REF-SCALE.
		   IF ASM-REF-SCALE = 0
		       MOVE 1 TO ASM-REF-SCALE.
		   MOVE CAT-STAGE-CHAR(CAT-K) TO ASM-ROT-CHAR.
		   IF ASM-ROT-CHAR = SPACE
		       MOVE '0' TO ASM-ROT-CHAR.
		   IF ASM-ROT-CHAR < '0' OR ASM-ROT-CHAR > '3'
		       MOVE 'BAD ROTATION' TO ASM-FAULT.
		   IF ASM-REF-ID = SPACES
		       MOVE 'NO ID' TO ASM-FAULT.
		   IF ASM-FAULT = SPACES
		       PERFORM ASSEMBLY-CHECK-REF.
		   IF ASM-FAULT = SPACES
		       PERFORM ASSEMBLY-QUEUE-ADD
		   ELSE
		       PERFORM LOG-ASSEMBLY-FAULT.

       ASSEMBLY-CHECK-REF.
	       IF ASM-DEPTH(ASM-Q) NOT < ASM-MAX-DEPTH
		       MOVE 'NESTED TOO DEEP' TO ASM-FAULT.
		   MOVE ASM-Q TO ASM-P.
		   PERFORM ASSEMBLY-CHECK-PATH.
		   IF ASM-N NOT < 100
		       MOVE 'TOO MANY PARTS' TO ASM-FAULT.
		   COMPUTE ASM-NEW-SCALE =
		       ASM-SCALE(ASM-Q) * ASM-REF-SCALE.
		   COMPUTE ASM-NEW-ROT = ASM-ROT(ASM-Q) + ASM-ROT-NUM.
		   IF ASM-NEW-ROT > 3
		       COMPUTE ASM-NEW-ROT = ASM-NEW-ROT - 4.
		   MOVE CAT-STAGE-X(CAT-K) TO ASM-PX.
		   MOVE CAT-STAGE-Y(CAT-K) TO ASM-PY.
		   PERFORM ASSEMBLY-PLACE-XY.
		   IF ASM-NEW-SCALE > 99
		       OR ASM-PX < -99 OR ASM-PX > 99
		       OR ASM-PY < -99 OR ASM-PY > 99
		       MOVE 'PLACED OFF THE GRID' TO ASM-FAULT.

      * Walks from the assembly being replayed back up to the entry
      * the G record named.
       ASSEMBLY-CHECK-PATH.
	       IF ASM-P > 0
		       IF ASM-ID(ASM-P) = ASM-REF-ID
			       MOVE 'CIRCULAR REFERENCE' TO ASM-FAULT
			   ELSE
			       MOVE ASM-PARENT(ASM-P) TO ASM-P
				   GO TO ASSEMBLY-CHECK-PATH.

       ASSEMBLY-QUEUE-ADD.
	       COMPUTE ASM-N = ASM-N + 1.
		   MOVE ASM-REF-ID TO ASM-ID(ASM-N).
		   MOVE ASM-REF-REV TO ASM-REV(ASM-N).
		   MOVE ASM-Q TO ASM-PARENT(ASM-N).
		   COMPUTE ASM-DEPTH(ASM-N) = ASM-DEPTH(ASM-Q) + 1.
		   MOVE ASM-NEW-SCALE TO ASM-SCALE(ASM-N).
		   MOVE ASM-NEW-ROT TO ASM-ROT(ASM-N).
		   MOVE ASM-PX TO ASM-DX(ASM-N).
		   MOVE ASM-PY TO ASM-DY(ASM-N).

      * Checkpoint/restart - persists the current point/segment index so
      * a run that dies partway through a big input.txt can pick back up
      * without reprocessing figures already confirmed complete (see
