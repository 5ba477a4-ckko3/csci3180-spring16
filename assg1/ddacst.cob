      * Material cost quotation over DDA's geometry metrics
      * (geometry.txt). Each figure is priced from the rate of its
      * class - the first four characters of the figure id, the same
      * class limits.txt is keyed by - held in rates.txt:
      *     cols  1-4   class
      *           6-10  cost per unit of edge length    999V99
      *          12-16  cost per unit of sheet area     999V99
      *          18-20  stock waste, percent added to the
      *                 bounding-box blank              999
      *          22-28  fixed setup charge              9(5)V99
      * A figure is cut from a blank the size of its bounding box,
      * enlarged by the class's waste allowance, so its price is the
      * edge rate times its perimeter plus circle circumference, the
      * sheet rate times that stock area, and the setup charge.
      * quote.txt lists one line per figure under its routing code
      * and recipient (from distmast.txt, as DDA resolves them), a
      * subtotal for each and a grand total. A figure whose class
      * has no rate is listed UNPRICED, never dropped, so the
      * quotation always accounts for the whole run.
      * costfile.txt carries the same figures in fixed columns for
      * purchasing to load, closed by a trailer with the record
      * count and the priced grand total.
      * Return code 4 means a figure went unpriced or a rate record
      * was rejected; 8 means there was no geometry to price.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDACST.

       ENVIRONMENT DIVISION
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT GEOMETRY-FILE ASSIGN TO DISK
	       ORGANIZATION IS LINE SEQUENTIAL
		       FILE STATUS IS GEOMETRY-FILE-STATUS.
	   SELECT RATES-FILE ASSIGN TO DISK
		       ORGANIZATION IS LINE SEQUENTIAL
		       FILE STATUS IS RATES-FILE-STATUS.
	   SELECT DISTMAST-FILE ASSIGN TO DISK
		       ORGANIZATION IS LINE SEQUENTIAL
		       FILE STATUS IS DISTMAST-FILE-STATUS.
	   SELECT QUOTE-FILE ASSIGN TO DISK
		       ORGANIZATION IS LINE SEQUENTIAL
		       FILE STATUS IS QUOTE-FILE-STATUS.
	   SELECT COST-FILE ASSIGN TO DISK
		       ORGANIZATION IS LINE SEQUENTIAL
		       FILE STATUS IS COST-FILE-STATUS.

       DATA DIVISION
       FILE SECTION.
      * DDA's metrics line, taken apart by column - every field is
      * written edited at a fixed width, so each value sits in the
      * same place on every line.
       FD GEOMETRY-FILE
	       LABEL RECORDS ARE STANDARD
		   DATA RECORD IS GEOMETRY-RECORD
		   VALUE OF FILE-ID IS "geometry.txt".
       01 GEOMETRY-RECORD.
	       03 GEO-IN-TAG PIC X(7).
	       03 GEO-IN-FIGURE PIC 99.
	       03 FILLER PIC X(4).
	       03 GEO-IN-ID PIC X(10).
	       03 GEO-IN-CLASS REDEFINES GEO-IN-ID.
		       05 GEO-IN-CLASS-CODE PIC X(4).
		       05 FILLER PIC X(6).
	       03 FILLER PIC X(7).
	       03 GEO-IN-PERIM-INT PIC 9(5).
	       03 FILLER PIC X.
	       03 GEO-IN-PERIM-DEC PIC 99.
	       03 FILLER PIC X(6).
	       03 GEO-IN-AREA-INT PIC 9(6).
	       03 FILLER PIC X.
	       03 GEO-IN-AREA-DEC PIC 9.
	       03 FILLER PIC X(7).
	       03 GEO-IN-X1-SIGN PIC X.
	       03 GEO-IN-X1-MAG PIC 99.
	       03 FILLER PIC X.
	       03 GEO-IN-Y1-SIGN PIC X.
	       03 GEO-IN-Y1-MAG PIC 99.
	       03 FILLER PIC X(3).
	       03 GEO-IN-X2-SIGN PIC X.
	       03 GEO-IN-X2-MAG PIC 99.
	       03 FILLER PIC X.
	       03 GEO-IN-Y2-SIGN PIC X.
	       03 GEO-IN-Y2-MAG PIC 99.
	       03 FILLER PIC X(7).
	       03 GEO-IN-CIRC-INT PIC 9(5).
	       03 FILLER PIC X.
	       03 GEO-IN-CIRC-DEC PIC 99.
	       03 FILLER PIC X(7).
	       03 GEO-IN-ROUTE PIC XX.

       FD RATES-FILE
	       LABEL RECORDS ARE STANDARD
		   DATA RECORD IS RATES-RECORD
		   VALUE OF FILE-ID IS "rates.txt".
       01 RATES-RECORD.
	       03 RATE-IN-CLASS PIC X(4).
	       03 FILLER PIC X.
	       03 RATE-IN-EDGE PIC 999V99.
	       03 FILLER PIC X.
	       03 RATE-IN-AREA PIC 999V99.
	       03 FILLER PIC X.
	       03 RATE-IN-WASTE PIC 999.
	       03 FILLER PIC X.
	       03 RATE-IN-SETUP PIC 9(5)V99.

      * DDA's routing master - read only to put a recipient's name
      * against each routing code.
       FD DISTMAST-FILE
	       LABEL RECORDS ARE STANDARD
		   DATA RECORD IS DISTMAST-RECORD
		   VALUE OF FILE-ID IS "distmast.txt".
       01 DISTMAST-RECORD.
	       03 DIST-IN-CODE PIC XX.
	       03 FILLER PIC X.
	       03 DIST-IN-RECIPIENT PIC X(20).
	       03 FILLER PIC X.
	       03 DIST-IN-FILE PIC X(12).

       FD QUOTE-FILE
	       LABEL RECORDS ARE STANDARD
		   DATA RECORD IS QUOTE-RECORD
		   VALUE OF FILE-ID IS "quote.txt".
       01 QUOTE-RECORD.
	       03 QUOTE-LINE PIC X(100).

      * Purchasing's load format - one record per figure, amounts
      * unedited with two implied decimals, flag P priced or U
      * unpriced (amounts zero); then a 'T' trailer.
       FD COST-FILE
	       LABEL RECORDS ARE STANDARD
		   DATA RECORD IS COST-RECORD
		   VALUE OF FILE-ID IS "costfile.txt".
       01 COST-RECORD.
	       03 COST-FIGURE PIC 99.
	       03 FILLER PIC X.
	       03 COST-ID PIC X(10).
	       03 FILLER PIC X.
	       03 COST-CLASS PIC X(4).
	       03 FILLER PIC X.
	       03 COST-ROUTE PIC XX.
	       03 FILLER PIC X.
	       03 COST-PRICED-FLAG PIC X.
	       03 FILLER PIC X.
	       03 COST-EDGE-LEN PIC 9(5)V99.
	       03 FILLER PIC X.
	       03 COST-STOCK-AREA PIC 9(7)V99.
	       03 FILLER PIC X.
	       03 COST-EDGE-AMT PIC 9(7)V99.
	       03 FILLER PIC X.
	       03 COST-SHEET-AMT PIC 9(7)V99.
	       03 FILLER PIC X.
	       03 COST-SETUP-AMT PIC 9(5)V99.
	       03 FILLER PIC X.
	       03 COST-TOTAL-AMT PIC 9(7)V99.
       01 COST-TRAILER-RECORD REDEFINES COST-RECORD.
	       03 COST-TRAILER-TAG PIC X.
	       03 FILLER PIC X.
	       03 COST-TRAILER-COUNT PIC 9(4).
	       03 FILLER PIC X.
	       03 COST-TRAILER-TOTAL PIC 9(9)V99.
	       03 FILLER PIC X(63).

       WORKING-STORAGE SECTION.
	   01 GEOMETRY-FILE-STATUS PIC XX.
	   01 RATES-FILE-STATUS PIC XX.
	   01 DISTMAST-FILE-STATUS PIC XX.
	   01 QUOTE-FILE-STATUS PIC XX.
	   01 COST-FILE-STATUS PIC XX.

	   01 GEOMETRY-EOF-FLAG PIC X.
	   01 RATES-EOF-FLAG PIC X.
	   01 DIST-EOF-FLAG PIC X.

	   01 RATE-TABLE.
	       03 RATE-ENTRY OCCURS 100 TIMES.
		       05 RATE-CLASS PIC X(4).
		       05 RATE-EDGE PIC 999V99.
		       05 RATE-AREA PIC 999V99.
		       05 RATE-WASTE PIC 999.
		       05 RATE-SETUP PIC 9(5)V99.
	   01 RATE-COUNT PIC 999 VALUE 0.
	   01 RATE-K PIC 999.
	   01 RATE-ENTRY-HIT PIC 999.
	   01 RATE-KEY PIC X(4).
	   01 RATE-REJECT-COUNT PIC 999 VALUE 0.

	   01 DIST-TABLE.
	       03 DIST-ENTRY OCCURS 10 TIMES.
		       05 DIST-CODE PIC XX.
		       05 DIST-RECIPIENT PIC X(20).
	   01 DIST-COUNT PIC 99 VALUE 0.
	   01 DIST-K PIC 99.

      * Every priced figure, in geometry.txt order. FIG-DONE-FLAG
      * marks a figure already listed under its routing code.
	   01 FIG-TABLE.
	       03 FIG-ENTRY OCCURS 500 TIMES.
		       05 FIG-NUMBER PIC 99.
		       05 FIG-ID PIC X(10).
		       05 FIG-CLASS PIC X(4).
		       05 FIG-ROUTE PIC XX.
		       05 FIG-PRICED-FLAG PIC X.
		       05 FIG-EDGE-LEN PIC 9(5)V99.
		       05 FIG-STOCK-AREA PIC 9(7)V99.
		       05 FIG-EDGE-AMT PIC 9(7)V99.
		       05 FIG-SHEET-AMT PIC 9(7)V99.
		       05 FIG-SETUP-AMT PIC 9(5)V99.
		       05 FIG-TOTAL-AMT PIC 9(7)V99.
		       05 FIG-DONE-FLAG PIC X.
	   01 FIG-COUNT PIC 999 VALUE 0.
	   01 FIG-K PIC 999.
	   01 FIG-J PIC 999.
	   01 FIG-LOST-COUNT PIC 9(4) VALUE 0.
	   01 FIG-SKIP-COUNT PIC 9(4) VALUE 0.

	   01 GEO-X1 PIC S99.
	   01 GEO-Y1 PIC S99.
	   01 GEO-X2 PIC S99.
	   01 GEO-Y2 PIC S99.
	   01 GEO-BOX-AREA PIC 9(5).

	   01 GROUP-ROUTE PIC XX.
	   01 GROUP-RECIPIENT PIC X(20).
	   01 GROUP-FIGURES PIC 999.
	   01 GROUP-UNPRICED PIC 999.
	   01 GROUP-TOTAL PIC 9(9)V99.
	   01 GRAND-FIGURES PIC 999 VALUE 0.
	   01 GRAND-UNPRICED PIC 999 VALUE 0.
	   01 GRAND-TOTAL PIC 9(9)V99 VALUE 0.

	   01 ED-EDGE-LEN PIC Z(4)9.99.
	   01 ED-STOCK-AREA PIC Z(6)9.99.
	   01 ED-EDGE-AMT PIC Z(6)9.99.
	   01 ED-SHEET-AMT PIC Z(6)9.99.
	   01 ED-SETUP-AMT PIC Z(4)9.99.
	   01 ED-TOTAL-AMT PIC Z(6)9.99.
	   01 ED-BIG-TOTAL PIC Z(8)9.99.

	   01 RUN-DATE PIC 9(8).
	   01 QUOTE-MSG PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
	       ACCEPT RUN-DATE FROM DATE YYYYMMDD.
		   OPEN OUTPUT QUOTE-FILE.
		   MOVE '==== MATERIAL COST QUOTATION ===='
		       TO QUOTE-MSG.
		   PERFORM WRITE-QUOTE-LINE.
	   STRING 'RUN DATE ' DELIMITED BY SIZE
	       RUN-DATE DELIMITED BY SIZE
	       INTO QUOTE-MSG.
		   PERFORM WRITE-QUOTE-LINE.
		   PERFORM READ-RATES.
		   PERFORM READ-DISTMAST.
		   PERFORM READ-GEOMETRY.
		   IF FIG-COUNT = 0
		       MOVE 'NO GEOMETRY TO PRICE - geometry.txt EMPTY'
			   TO QUOTE-MSG
			   PERFORM WRITE-QUOTE-LINE
			   MOVE 8 TO RETURN-CODE
		   ELSE
		       PERFORM WRITE-QUOTATION
			   PERFORM WRITE-COST-FILE.
		   IF FIG-COUNT > 0
		       IF GRAND-UNPRICED > 0 OR RATE-REJECT-COUNT > 0
			   MOVE 4 TO RETURN-CODE.
		   CLOSE QUOTE-FILE.
		   PERFORM PROGRAM-END.

      * A rate record with a non-numeric field is listed and left
      * out rather than read as zero - a zero rate would price the
      * figure as free. The first record for a class is the one
      * used, as DDA uses the first limits record for a class.
       READ-RATES.
	       MOVE 'N' TO RATES-EOF-FLAG.
		   OPEN INPUT RATES-FILE.
		   IF RATES-FILE-STATUS = '00'
		       PERFORM READ-RATES-LOOP
			   CLOSE RATES-FILE
		   ELSE
		       MOVE 'NO RATE FILE - EVERY FIGURE UNPRICED'
			   TO QUOTE-MSG
			   PERFORM WRITE-QUOTE-LINE.

       READ-RATES-LOOP.
	       READ RATES-FILE
		       AT END MOVE 'Y' TO RATES-EOF-FLAG.
		   IF RATES-EOF-FLAG NOT = 'Y'
		       PERFORM LOAD-RATE-RECORD
			   GO TO READ-RATES-LOOP.

       LOAD-RATE-RECORD.
	       IF RATE-IN-CLASS = SPACES
		   OR RATE-IN-EDGE NOT NUMERIC
		   OR RATE-IN-AREA NOT NUMERIC
		   OR RATE-IN-WASTE NOT NUMERIC
		   OR RATE-IN-SETUP NOT NUMERIC
		       PERFORM LOG-RATE-REJECT
		   ELSE
		       PERFORM LOAD-RATE-ENTRY.

       LOAD-RATE-ENTRY.
	       MOVE RATE-IN-CLASS TO RATE-KEY.
		   PERFORM FIND-RATE.
		   IF RATE-ENTRY-HIT = 0
		       IF RATE-COUNT < 100
			   COMPUTE RATE-COUNT = RATE-COUNT + 1
			   MOVE RATE-IN-CLASS TO RATE-CLASS(RATE-COUNT)
			   MOVE RATE-IN-EDGE TO RATE-EDGE(RATE-COUNT)
			   MOVE RATE-IN-AREA TO RATE-AREA(RATE-COUNT)
			   MOVE RATE-IN-WASTE TO RATE-WASTE(RATE-COUNT)
			   MOVE RATE-IN-SETUP TO RATE-SETUP(RATE-COUNT)
		       ELSE
			   PERFORM LOG-RATE-REJECT.

       LOG-RATE-REJECT.
	       COMPUTE RATE-REJECT-COUNT = RATE-REJECT-COUNT + 1.
	   STRING 'RATE RECORD REJECTED: ' DELIMITED BY SIZE
	       RATES-RECORD DELIMITED BY SIZE
	       INTO QUOTE-MSG.
		   PERFORM WRITE-QUOTE-LINE.

      * RATE-ENTRY-HIT is 0 when the class in RATE-KEY has no rate.
       FIND-RATE.
	       MOVE 0 TO RATE-ENTRY-HIT.
		   MOVE 1 TO RATE-K.
		   PERFORM FIND-RATE-STEP.

       FIND-RATE-STEP.
	       IF RATE-K NOT > RATE-COUNT AND RATE-ENTRY-HIT = 0
		       IF RATE-CLASS(RATE-K) = RATE-KEY
			   MOVE RATE-K TO RATE-ENTRY-HIT.
		   IF RATE-K NOT > RATE-COUNT AND RATE-ENTRY-HIT = 0
		       COMPUTE RATE-K = RATE-K + 1
			   GO TO FIND-RATE-STEP.

       READ-DISTMAST.
	       MOVE 'N' TO DIST-EOF-FLAG.
		   OPEN INPUT DISTMAST-FILE.
		   IF DISTMAST-FILE-STATUS = '00'
		       PERFORM READ-DISTMAST-LOOP
			   CLOSE DISTMAST-FILE.

       READ-DISTMAST-LOOP.
	       READ DISTMAST-FILE
		       AT END MOVE 'Y' TO DIST-EOF-FLAG.
		   IF DIST-EOF-FLAG NOT = 'Y'
		       IF DIST-IN-CODE NOT = SPACES AND DIST-COUNT < 10
			   COMPUTE DIST-COUNT = DIST-COUNT + 1
			   MOVE DIST-IN-CODE TO DIST-CODE(DIST-COUNT)
			   MOVE DIST-IN-RECIPIENT
			       TO DIST-RECIPIENT(DIST-COUNT).
		   IF DIST-EOF-FLAG NOT = 'Y'
		       GO TO READ-DISTMAST-LOOP.

       READ-GEOMETRY.
	       MOVE 'N' TO GEOMETRY-EOF-FLAG.
		   OPEN INPUT GEOMETRY-FILE.
		   IF GEOMETRY-FILE-STATUS = '00'
		       PERFORM READ-GEOMETRY-LOOP
			   CLOSE GEOMETRY-FILE.

       READ-GEOMETRY-LOOP.
	       READ GEOMETRY-FILE
		       AT END MOVE 'Y' TO GEOMETRY-EOF-FLAG.
		   IF GEOMETRY-EOF-FLAG NOT = 'Y'
		       PERFORM LOAD-GEOMETRY-RECORD
			   GO TO READ-GEOMETRY-LOOP.

      * A line that does not read as a metrics line is counted and
      * shown on the quotation, never priced from a guess.
       LOAD-GEOMETRY-RECORD.
	       IF GEO-IN-TAG NOT = 'FIGURE '
		   OR GEO-IN-FIGURE NOT NUMERIC
		   OR GEO-IN-PERIM-INT NOT NUMERIC
		   OR GEO-IN-PERIM-DEC NOT NUMERIC
		   OR GEO-IN-X1-MAG NOT NUMERIC
		   OR GEO-IN-Y1-MAG NOT NUMERIC
		   OR GEO-IN-X2-MAG NOT NUMERIC
		   OR GEO-IN-Y2-MAG NOT NUMERIC
		   OR GEO-IN-CIRC-INT NOT NUMERIC
		   OR GEO-IN-CIRC-DEC NOT NUMERIC
		       COMPUTE FIG-SKIP-COUNT = FIG-SKIP-COUNT + 1
		   ELSE
		       IF FIG-COUNT < 500
			   COMPUTE FIG-COUNT = FIG-COUNT + 1
			   MOVE FIG-COUNT TO FIG-K
			   PERFORM PRICE-FIGURE
		       ELSE
			   COMPUTE FIG-LOST-COUNT = FIG-LOST-COUNT + 1.

       PRICE-FIGURE.
	       MOVE GEO-IN-FIGURE TO FIG-NUMBER(FIG-K).
		   MOVE GEO-IN-ID TO FIG-ID(FIG-K).
		   MOVE GEO-IN-CLASS-CODE TO FIG-CLASS(FIG-K).
		   MOVE GEO-IN-ROUTE TO FIG-ROUTE(FIG-K).
		   MOVE 'N' TO FIG-DONE-FLAG(FIG-K).
		   COMPUTE FIG-EDGE-LEN(FIG-K) =
		       GEO-IN-PERIM-INT + GEO-IN-CIRC-INT
		       + (GEO-IN-PERIM-DEC + GEO-IN-CIRC-DEC) / 100.
		   PERFORM PRICE-FIGURE-STOCK.
		   MOVE 0 TO FIG-EDGE-AMT(FIG-K).
		   MOVE 0 TO FIG-SHEET-AMT(FIG-K).
		   MOVE 0 TO FIG-SETUP-AMT(FIG-K).
		   MOVE 0 TO FIG-TOTAL-AMT(FIG-K).
		   MOVE FIG-CLASS(FIG-K) TO RATE-KEY.
		   PERFORM FIND-RATE.
		   IF RATE-ENTRY-HIT = 0
		       MOVE 'U' TO FIG-PRICED-FLAG(FIG-K)
		   ELSE
		       PERFORM PRICE-FIGURE-RATED.

      * The blank is the bounding box, width by height in grid
      * units, grown by the class's waste percentage.
       PRICE-FIGURE-STOCK.
	       MOVE GEO-IN-X1-MAG TO GEO-X1.
		   IF GEO-IN-X1-SIGN = '-'
		       COMPUTE GEO-X1 = 0 - GEO-X1.
		   MOVE GEO-IN-Y1-MAG TO GEO-Y1.
		   IF GEO-IN-Y1-SIGN = '-'
		       COMPUTE GEO-Y1 = 0 - GEO-Y1.
		   MOVE GEO-IN-X2-MAG TO GEO-X2.
		   IF GEO-IN-X2-SIGN = '-'
		       COMPUTE GEO-X2 = 0 - GEO-X2.
		   MOVE GEO-IN-Y2-MAG TO GEO-Y2.
		   IF GEO-IN-Y2-SIGN = '-'
		       COMPUTE GEO-Y2 = 0 - GEO-Y2.
		   COMPUTE GEO-BOX-AREA =
		       (GEO-X2 - GEO-X1) * (GEO-Y2 - GEO-Y1).
		   MOVE GEO-BOX-AREA TO FIG-STOCK-AREA(FIG-K).

       PRICE-FIGURE-RATED.
	       MOVE 'P' TO FIG-PRICED-FLAG(FIG-K).
		   COMPUTE FIG-STOCK-AREA(FIG-K) ROUNDED =
		       GEO-BOX-AREA * (100 + RATE-WASTE(RATE-ENTRY-HIT))
		       / 100.
		   COMPUTE FIG-EDGE-AMT(FIG-K) ROUNDED =
		       FIG-EDGE-LEN(FIG-K) * RATE-EDGE(RATE-ENTRY-HIT).
		   COMPUTE FIG-SHEET-AMT(FIG-K) ROUNDED =
		       FIG-STOCK-AREA(FIG-K)
		       * RATE-AREA(RATE-ENTRY-HIT).
		   MOVE RATE-SETUP(RATE-ENTRY-HIT)
		       TO FIG-SETUP-AMT(FIG-K).
		   COMPUTE FIG-TOTAL-AMT(FIG-K) =
		       FIG-EDGE-AMT(FIG-K) + FIG-SHEET-AMT(FIG-K)
		       + FIG-SETUP-AMT(FIG-K).

      * Routing codes are listed in the order they first appear in
      * geometry.txt, each with every figure that carries it.
       WRITE-QUOTATION.
	       MOVE 1 TO FIG-K.
		   PERFORM WRITE-QUOTE-GROUP-LOOP.
		   MOVE SPACES TO QUOTE-MSG.
		   PERFORM WRITE-QUOTE-LINE.
		   MOVE GRAND-TOTAL TO ED-BIG-TOTAL.
	   STRING 'GRAND TOTAL  FIGURES ' DELIMITED BY SIZE
	       GRAND-FIGURES DELIMITED BY SIZE
	       '  UNPRICED ' DELIMITED BY SIZE
	       GRAND-UNPRICED DELIMITED BY SIZE
	       '  PRICED TOTAL ' DELIMITED BY SIZE
	       ED-BIG-TOTAL DELIMITED BY SIZE
	       INTO QUOTE-MSG.
		   PERFORM WRITE-QUOTE-LINE.
		   IF GRAND-UNPRICED > 0
		       MOVE 'UNPRICED FIGURES ARE NOT IN THE TOTAL'
			   TO QUOTE-MSG
			   PERFORM WRITE-QUOTE-LINE.
		   IF FIG-SKIP-COUNT > 0
	   STRING 'GEOMETRY LINES NOT READABLE: ' DELIMITED BY SIZE
	       FIG-SKIP-COUNT DELIMITED BY SIZE
	       INTO QUOTE-MSG
		       PERFORM WRITE-QUOTE-LINE.
		   IF FIG-LOST-COUNT > 0
	   STRING 'FIGURES OVER 500 NOT PRICED: ' DELIMITED BY SIZE
	       FIG-LOST-COUNT DELIMITED BY SIZE
	       INTO QUOTE-MSG
		       PERFORM WRITE-QUOTE-LINE.
		   MOVE '==== END QUOTATION ====' TO QUOTE-MSG.
		   PERFORM WRITE-QUOTE-LINE.

       WRITE-QUOTE-GROUP-LOOP.
	       IF FIG-K NOT > FIG-COUNT
		       IF FIG-DONE-FLAG(FIG-K) NOT = 'Y'
			   PERFORM WRITE-QUOTE-GROUP.
		   IF FIG-K NOT > FIG-COUNT
		       COMPUTE FIG-K = FIG-K + 1
			   GO TO WRITE-QUOTE-GROUP-LOOP.

      * A blank code or one the master does not carry lands on
      * output.txt in DDA, and is headed that way here.
       WRITE-QUOTE-GROUP.
	       MOVE FIG-ROUTE(FIG-K) TO GROUP-ROUTE.
		   MOVE 'OUTPUT.TXT' TO GROUP-RECIPIENT.
		   MOVE 1 TO DIST-K.
		   PERFORM FIND-RECIPIENT-STEP.
		   MOVE 0 TO GROUP-FIGURES.
		   MOVE 0 TO GROUP-UNPRICED.
		   MOVE 0 TO GROUP-TOTAL.
		   MOVE SPACES TO QUOTE-MSG.
		   PERFORM WRITE-QUOTE-LINE.
	   STRING 'ROUTE ' DELIMITED BY SIZE
	       GROUP-ROUTE DELIMITED BY SIZE
	       '  RECIPIENT ' DELIMITED BY SIZE
	       GROUP-RECIPIENT DELIMITED BY SIZE
	       INTO QUOTE-MSG.
		   PERFORM WRITE-QUOTE-LINE.
	   STRING 'FG ID         CLAS EDGE LEN STOCK AREA  EDGE COST'
	       DELIMITED BY SIZE
	       ' SHEET COST    SETUP      TOTAL' DELIMITED BY SIZE
	       INTO QUOTE-MSG.
		   PERFORM WRITE-QUOTE-LINE.
		   MOVE FIG-K TO FIG-J.
		   PERFORM WRITE-QUOTE-FIGURE-LOOP.
		   MOVE GROUP-TOTAL TO ED-BIG-TOTAL.
	   STRING 'SUBTOTAL ROUTE ' DELIMITED BY SIZE
	       GROUP-ROUTE DELIMITED BY SIZE
	       '  FIGURES ' DELIMITED BY SIZE
	       GROUP-FIGURES DELIMITED BY SIZE
	       '  UNPRICED ' DELIMITED BY SIZE
	       GROUP-UNPRICED DELIMITED BY SIZE
	       '  PRICED TOTAL ' DELIMITED BY SIZE
	       ED-BIG-TOTAL DELIMITED BY SIZE
	       INTO QUOTE-MSG.
		   PERFORM WRITE-QUOTE-LINE.

       FIND-RECIPIENT-STEP.
	       IF DIST-K NOT > DIST-COUNT AND GROUP-ROUTE NOT = SPACES
		       IF DIST-CODE(DIST-K) = GROUP-ROUTE
			   MOVE DIST-RECIPIENT(DIST-K)
			       TO GROUP-RECIPIENT
		       ELSE
			   COMPUTE DIST-K = DIST-K + 1
			       GO TO FIND-RECIPIENT-STEP.

       WRITE-QUOTE-FIGURE-LOOP.
	       IF FIG-J NOT > FIG-COUNT
		       IF FIG-ROUTE(FIG-J) = GROUP-ROUTE
			   PERFORM WRITE-QUOTE-FIGURE.
		   IF FIG-J NOT > FIG-COUNT
		       COMPUTE FIG-J = FIG-J + 1
			   GO TO WRITE-QUOTE-FIGURE-LOOP.

       WRITE-QUOTE-FIGURE.
	       MOVE 'Y' TO FIG-DONE-FLAG(FIG-J).
		   COMPUTE GROUP-FIGURES = GROUP-FIGURES + 1.
		   COMPUTE GRAND-FIGURES = GRAND-FIGURES + 1.
		   MOVE FIG-EDGE-LEN(FIG-J) TO ED-EDGE-LEN.
		   IF FIG-PRICED-FLAG(FIG-J) = 'P'
		       PERFORM WRITE-QUOTE-PRICED
		   ELSE
		       PERFORM WRITE-QUOTE-UNPRICED.
		   PERFORM WRITE-QUOTE-LINE.

       WRITE-QUOTE-PRICED.
	       COMPUTE GROUP-TOTAL =
		       GROUP-TOTAL + FIG-TOTAL-AMT(FIG-J).
		   COMPUTE GRAND-TOTAL =
		       GRAND-TOTAL + FIG-TOTAL-AMT(FIG-J).
		   MOVE FIG-STOCK-AREA(FIG-J) TO ED-STOCK-AREA.
		   MOVE FIG-EDGE-AMT(FIG-J) TO ED-EDGE-AMT.
		   MOVE FIG-SHEET-AMT(FIG-J) TO ED-SHEET-AMT.
		   MOVE FIG-SETUP-AMT(FIG-J) TO ED-SETUP-AMT.
		   MOVE FIG-TOTAL-AMT(FIG-J) TO ED-TOTAL-AMT.
	   STRING FIG-NUMBER(FIG-J) DELIMITED BY SIZE
	       ' ' DELIMITED BY SIZE
	       FIG-ID(FIG-J) DELIMITED BY SIZE
	       ' ' DELIMITED BY SIZE
	       FIG-CLASS(FIG-J) DELIMITED BY SIZE
	       ' ' DELIMITED BY SIZE
	       ED-EDGE-LEN DELIMITED BY SIZE
	       ' ' DELIMITED BY SIZE
	       ED-STOCK-AREA DELIMITED BY SIZE
	       ' ' DELIMITED BY SIZE
	       ED-EDGE-AMT DELIMITED BY SIZE
	       ' ' DELIMITED BY SIZE
	       ED-SHEET-AMT DELIMITED BY SIZE
	       ' ' DELIMITED BY SIZE
	       ED-SETUP-AMT DELIMITED BY SIZE
	       ' ' DELIMITED BY SIZE
	       ED-TOTAL-AMT DELIMITED BY SIZE
	       INTO QUOTE-MSG.

       WRITE-QUOTE-UNPRICED.
	       COMPUTE GROUP-UNPRICED = GROUP-UNPRICED + 1.
		   COMPUTE GRAND-UNPRICED = GRAND-UNPRICED + 1.
	   STRING FIG-NUMBER(FIG-J) DELIMITED BY SIZE
	       ' ' DELIMITED BY SIZE
	       FIG-ID(FIG-J) DELIMITED BY SIZE
	       ' ' DELIMITED BY SIZE
	       FIG-CLASS(FIG-J) DELIMITED BY SIZE
	       ' ' DELIMITED BY SIZE
	       ED-EDGE-LEN DELIMITED BY SIZE
	       '  UNPRICED - NO RATE FOR CLASS ' DELIMITED BY SIZE
	       FIG-CLASS(FIG-J) DELIMITED BY SIZE
	       INTO QUOTE-MSG.

       WRITE-COST-FILE.
	       OPEN OUTPUT COST-FILE.
		   MOVE 1 TO FIG-K.
		   PERFORM WRITE-COST-LOOP.
		   MOVE SPACES TO COST-TRAILER-RECORD.
		   MOVE 'T' TO COST-TRAILER-TAG.
		   MOVE FIG-COUNT TO COST-TRAILER-COUNT.
		   MOVE GRAND-TOTAL TO COST-TRAILER-TOTAL.
		   WRITE COST-TRAILER-RECORD.
		   CLOSE COST-FILE.

       WRITE-COST-LOOP.
	       IF FIG-K NOT > FIG-COUNT
		       PERFORM WRITE-COST-RECORD
			   COMPUTE FIG-K = FIG-K + 1
			   GO TO WRITE-COST-LOOP.

       WRITE-COST-RECORD.
	       MOVE SPACES TO COST-RECORD.
		   MOVE FIG-NUMBER(FIG-K) TO COST-FIGURE.
		   MOVE FIG-ID(FIG-K) TO COST-ID.
		   MOVE FIG-CLASS(FIG-K) TO COST-CLASS.
		   MOVE FIG-ROUTE(FIG-K) TO COST-ROUTE.
		   MOVE FIG-PRICED-FLAG(FIG-K) TO COST-PRICED-FLAG.
		   MOVE FIG-EDGE-LEN(FIG-K) TO COST-EDGE-LEN.
		   MOVE FIG-STOCK-AREA(FIG-K) TO COST-STOCK-AREA.
		   MOVE FIG-EDGE-AMT(FIG-K) TO COST-EDGE-AMT.
		   MOVE FIG-SHEET-AMT(FIG-K) TO COST-SHEET-AMT.
		   MOVE FIG-SETUP-AMT(FIG-K) TO COST-SETUP-AMT.
		   MOVE FIG-TOTAL-AMT(FIG-K) TO COST-TOTAL-AMT.
		   WRITE COST-RECORD.

       WRITE-QUOTE-LINE.
	       MOVE QUOTE-MSG TO QUOTE-LINE.
		   WRITE QUOTE-RECORD.
		   MOVE SPACES TO QUOTE-MSG.

       PROGRAM-END.
	   STOP RUN.
