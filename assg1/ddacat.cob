      * Maintenance companion to DDA's figure catalog (catalog.txt).
      * Commands are read from catcmd.txt, one per record:
      *     L                 list every catalog entry to the report
      *     D <id> [<r>]      delete revision <r> of <id>, or every
      *                       revision of it when <r> is blank
      *     R <id> <nn>       replace <id>'s draft with the <nn> point
      *                       records that follow (catalog point
      *                       format); when <id> has no draft the
      *                       records open its next revision letter as
      *                       a new DRAFT (revision A for a new id)
      *     P <id> [<r>]      promote draft <r> of <id> to RELEASED -
      *                       a blank <r> takes the id's current draft
      *     O <id> <r>        mark revision <r> of <id> OBSOLETE
      *     X                 restore the prior generation backup -
      *                       meant to run alone, since it skips the
      *                       end-of-run rewrite
      *     W [<id>]          where-used listing - for <id>, or for
      *                       every id when blank, the assemblies
      *                       that contain it, directly or through a
      *                       sub-assembly
      *     I <operator> <pw> identification card - the submitting
      *                       operator id in columns 3-12 and its
      *                       password in columns 14-21; honoured
      *                       only as the first record of the job
      *     S                 security violations report - every
      *                       violation on file and the operators
      *                       now locked out
      * The revision letter <r> sits in column 22, the column the
      * catalog header carries it in. DDA replays only RELEASED
      * revisions unless a G record names one, so nothing keyed in
      * here reaches a production sheet until it is promoted.
      * The catalog is loaded whole, commands are applied in memory,
      * and the file is rewritten once at the end - which also
      * compacts the duplicate copies DDA's append-only save leaves
      * behind (the load keeps the LAST copy of each id and revision,
      * the same one DDA's replay would use). The keyed index DDA
      * replays through (catidx.dat) is rebuilt from the surviving
      * entries after every rewrite. Actions and the 'L' listing go
      * to catrpt.txt.
      * When no catcmd.txt is on file the program turns to the
      * operator console instead: browse the entries page by page,
      * view one as a small preview grid, delete, rename or copy an
      * entry, and promote or obsolete a revision - each with a
      * confirmation step, and the whole session confirmed once more
      * before the rewrite runs. Batch catcmd.txt mode remains for
      * scripted jobs.
      * An entry becomes an assembly by carrying R point records
      * (keyed in through the R command like any other points): x/y
      * place the referenced entry, the radius column scales it, the
      * character column turns it, and the text columns carry its id
      * with an optional revision letter in the twelfth position -
      * blank follows the id's newest RELEASED revision. DDA expands
      * them at replay. Delete and rename both refuse an entry some
      * surviving assembly still references, listing the assemblies
      * that hold it as the reason.
      * Every run acts for an operator from the operator master
      * (opermast.txt), each carrying a password and an authority
      * level: B browses (view, list, where-used), M maintains
      * (replace, rename, copy, promote, obsolete), S supervises
      * (delete, restore, unlock). A console session opens with a
      * sign-on; three failed passwords in a row lock the operator
      * out until a supervisor unlocks them. A maintain-level
      * operator may still delete or restore when a second,
      * supervisor-level operator signs the action off at the
      * console. A batch job acts for the id on its I card, with
      * that operator's level, once the card's password checks out
      * as it would at the console sign-on - a bad one counts toward
      * the lock-out. A job without a card, or whose card fails,
      * runs as BATCH at browse level - every change it asks for is
      * refused and logged, so no change is made anonymously. Each
      * journal record carries the operator and any signing
      * supervisor. Failed sign-ons, lock-outs and refused commands
      * are appended to secviol.txt for the S report.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDACAT.
           SELECT JOURNAL-FILE ASSIGN TO DISK
		       ORGANIZATION IS LINE SEQUENTIAL
		       FILE STATUS IS JOURNAL-FILE-STATUS.
	   SELECT OPERATOR-FILE ASSIGN TO DISK
		       ORGANIZATION IS LINE SEQUENTIAL
		       FILE STATUS IS OPERATOR-FILE-STATUS.
	   SELECT SECURITY-FILE ASSIGN TO DISK
		       ORGANIZATION IS LINE SEQUENTIAL
		       FILE STATUS IS SECURITY-FILE-STATUS.

       DATA DIVISION
       FILE SECTION.
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
	       03 CMD-COUNT PIC 99.
	       03 FILLER PIC X.
	       03 CMD-WIDE-COUNT PIC 9(4).
	       03 FILLER PIC X.
	       03 CMD-REV PIC X.
	       03 FILLER PIC X(22).
      * The I card carries the operator's password where the other
      * commands carry their point count.
       01 ID-CARD-RECORD REDEFINES COMMAND-RECORD.
	       03 FILLER PIC X(13).
	       03 CMD-PASSWORD PIC X(8).
	       03 FILLER PIC X(23).

       FD REPORT-FILE
	       LABEL RECORDS ARE STANDARD
      * Keyed companion to catalog.txt (see DDA's CATIDX-FILE) -
      * rebuilt whole from the surviving entries every time the
      * catalog is rewritten, so DDA's G replay reads an entry
      * directly by figure id and revision instead of scanning the
      * file.
       FD CATIDX-FILE
	       LABEL RECORDS ARE STANDARD
		   DATA RECORD IS CATIDX-RECORD
       01 CATIDX-RECORD.
	       03 CATIDX-KEY.
		       05 CATIDX-ID PIC X(10).
		       05 CATIDX-REV PIC X.
		       05 CATIDX-SEQ PIC 9(4).
	       03 CATIDX-LINE PIC X(44).

	       03 JRNL-BEFORE PIC 9(4).
	       03 FILLER PIC X.
	       03 JRNL-AFTER PIC 9(4).
	       03 FILLER PIC X.
	       03 JRNL-REV PIC X.
	       03 FILLER PIC X.
	       03 JRNL-OPER PIC X(8).
	       03 FILLER PIC X.
	       03 JRNL-APPROVER PIC X(8).

      * Operator master - one record per operator. Level B, M or S
      * (see the header); the failure count and lock flag are
      * rewritten whenever a sign-on changes them, so a lock-out
      * holds across sessions.
       FD OPERATOR-FILE
	       LABEL RECORDS ARE STANDARD
		   DATA RECORD IS OPERATOR-RECORD
		   VALUE OF FILE-ID IS "opermast.txt".
       01 OPERATOR-RECORD.
	       03 OPER-ID PIC X(8).
	       03 FILLER PIC X.
	       03 OPER-PASSWORD PIC X(8).
	       03 FILLER PIC X.
	       03 OPER-LEVEL PIC X.
	       03 FILLER PIC X.
	       03 OPER-FAILS PIC 9.
	       03 FILLER PIC X.
	       03 OPER-LOCK PIC X.

      * Security violations - appended, never truncated, like the
      * journal. SEC-OPER is the operator the run was acting for
      * (blank before a console sign-on), SEC-CLAIMED the id keyed
      * in or carried by the refused command.
       FD SECURITY-FILE
	       LABEL RECORDS ARE STANDARD
		   DATA RECORD IS SECURITY-RECORD
		   VALUE OF FILE-ID IS "secviol.txt".
       01 SECURITY-RECORD.
	       03 SEC-DATE PIC 9(8).
	       03 FILLER PIC X.
	       03 SEC-TIME PIC 9(6).
	       03 FILLER PIC X.
	       03 SEC-SOURCE PIC X(7).
	       03 FILLER PIC X.
	       03 SEC-OPER PIC X(8).
	       03 FILLER PIC X.
	       03 SEC-CLAIMED PIC X(8).
	       03 FILLER PIC X.
	       03 SEC-EVENT PIC X(20).
	       03 FILLER PIC X.
	       03 SEC-DETAIL PIC X(14).

       WORKING-STORAGE SECTION.
	   01 CATALOG-FILE-STATUS PIC XX.
	   01 WORK-FILE-STATUS PIC XX.
	   01 BACKUP-FILE-STATUS PIC XX.
	   01 JOURNAL-FILE-STATUS PIC XX.
	   01 OPERATOR-FILE-STATUS PIC XX.
	   01 SECURITY-FILE-STATUS PIC XX.

	   01 WORK-EOF-FLAG PIC X.
	   01 BACK-EOF-FLAG PIC X.
	   01 JRNL-ACTION-TXT PIC X(8).
	   01 JRNL-ID-TXT PIC X(10).
	   01 JRNL-REV-TXT PIC X.
	   01 JRNL-BEFORE-CT PIC 9(4).
	   01 JRNL-AFTER-CT PIC 9(4).
	   01 JRNL-DATE-NOW PIC 9(8).
	   01 JRNL-TIME-PARTS REDEFINES JRNL-TIME-RAW.
	       03 JRNL-TIME-HMS PIC 9(6).
	       03 FILLER PIC 99.
	   01 JRNL-APPROVER-TXT PIC X(8) VALUE SPACES.

      * Operator master in memory, and who the run is acting for.
      * Levels compare in authority order, B below M below S; a
      * level byte the master does not know loads as B.
	   01 OPER-TABLE.
	       03 OPER-ENTRY OCCURS 100 TIMES.
		       05 OPER-T-ID PIC X(8).
		       05 OPER-T-PASSWORD PIC X(8).
		       05 OPER-T-LEVEL PIC X.
		       05 OPER-T-FAILS PIC 9.
		       05 OPER-T-LOCK PIC X.
	   01 OPER-COUNT PIC 999 VALUE 0.
	   01 OPER-K PIC 999.
	   01 OPER-HIT PIC 999.
	   01 OPER-EOF-FLAG PIC X.
	   01 OPER-CHANGED-FLAG PIC X VALUE 'N'.
	   01 OPER-LOCK-LIMIT PIC 9 VALUE 3.
	   01 SIGNON-ID PIC X(8) VALUE 'BATCH'.
	   01 SIGNON-LEVEL PIC X VALUE 'B'.
	   01 SIGNON-SOURCE PIC X(7) VALUE 'BATCH'.
	   01 SIGNON-OK-FLAG PIC X.
	   01 SIGNON-TRIES PIC 9.
	   01 SIGNON-MAX-TRIES PIC 9 VALUE 3.
	   01 CRED-OK-FLAG PIC X.
	   01 ENTER-ID PIC X(8).
	   01 ENTER-PASSWORD PIC X(8).
	   01 AUTH-NEED PIC X.
	   01 AUTH-OK-FLAG PIC X.
	   01 BATCH-ID-FLAG PIC X VALUE 'N'.
	   01 CMD-ACTION-HELD PIC X.
	   01 SEC-EVENT-TXT PIC X(20).
	   01 SEC-CLAIMED-TXT PIC X(8).
	   01 SEC-DETAIL-TXT PIC X(14).
	   01 SEC-RUN-COUNT PIC 9(5) VALUE 0.
	   01 SEC-FILE-COUNT PIC 9(5).
	   01 SEC-LOCKED-COUNT PIC 999.
	   01 SEC-EOF-FLAG PIC X.

      * Catalog-changing actions are staged here and journaled only
      * once the rewrite has actually landed - a console session the
	       03 JRNL-PEND OCCURS 400 TIMES.
		       05 JRNL-P-ACTION PIC X(8).
		       05 JRNL-P-ID PIC X(10).
		       05 JRNL-P-REV PIC X.
		       05 JRNL-P-BEFORE PIC 9(4).
		       05 JRNL-P-AFTER PIC 9(4).
		       05 JRNL-P-APPROVER PIC X(8).
	   01 JRNL-PEND-N PIC 999 VALUE 0.
	   01 JRNL-P-K PIC 999.

	   01 CMD-EOF-FLAG PIC X.
	   01 ENTRY-FOUND-FLAG PIC X.
	   01 ENTRY-NEW-FLAG PIC X.
	   01 DELETE-HIT-FLAG PIC X.

      * The whole catalog rides in memory while commands are applied;
      * point records are kept verbatim so maintenance never has to
      * understand the drawing fields. Each revision of an id is an
      * entry of its own.
	   01 CAT-TABLE.
	       03 CAT-ENTRY OCCURS 200 TIMES.
		       05 CAT-ENTRY-ID PIC X(10).
		       05 CAT-ENTRY-REV PIC X.
		       05 CAT-ENTRY-STATUS PIC X(8).
		       05 CAT-ENTRY-N PIC 9(4).
		       05 CAT-ENTRY-DEL-FLAG PIC X.
		       05 CAT-ENTRY-LINE PIC X(44) OCCURS 1000 TIMES.
	   01 LOAD-LEFT PIC 9(4).
	   01 REPL-LEFT PIC 9(4).
	   01 REPORT-MSG PIC X(79).
	   01 ACTION-TAG PIC X(10) VALUE SPACES.

      * Revision letters run A to Z. A header written before
      * revisions were kept loads as revision A, RELEASED - what
      * DDA's replay has always taken it to be.
	   01 LOAD-REV PIC X.
	   01 LOAD-STATUS PIC X(8).
	   01 FIND-TOP-REV PIC X.
	   01 NEXT-REV PIC X.
	   01 REV-OK-FLAG PIC X.
	   01 REV-MSG-REV PIC X.
	   01 REV-REFUSE-TXT PIC X(20).
	   01 REV-DONE-TXT PIC X(8).
	   01 REV-K PIC 99.
	   01 REV-LETTERS PIC X(26)
	       VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
	   01 REV-TABLE REDEFINES REV-LETTERS.
	       03 REV-LETTER PIC X OCCURS 26 TIMES.

      * Console session state - the command line carries an action
      * letter and the id it applies to, the same shape as a
      * catcmd.txt record, then an optional revision letter in
      * column 14 (blank: the id's latest revision).
	   01 SCR-CMD-LINE.
	       03 SCR-ACTION PIC X.
	       03 FILLER PIC X.
	       03 SCR-ID PIC X(10).
	       03 FILLER PIC X.
	       03 SCR-REV PIC X.
	   01 SCR-ANS PIC X.
	   01 SCR-NEW-ID PIC X(10).
	   01 SCR-ENTRY PIC 999.
	   01 PRE-COL PIC S999.
	   01 PRE-CHAR PIC X.

      * Where-used work. A stored point line is laid over REF-LINE to
      * pick out an assembly's R records. WU-TABLE collects the
      * entries holding the target: level 1 reference it directly,
      * deeper levels hold one of the entries above them (WU-VIA).
	   01 REF-LINE PIC X(44).
	   01 REF-FIELDS REDEFINES REF-LINE.
	       03 REF-TYPE PIC X.
	       03 FILLER PIC X.
	       03 REF-MODE PIC X.
	       03 FILLER PIC X(22).
	       03 REF-ID PIC X(10).
	       03 FILLER PIC X.
	       03 REF-REV PIC X.
	       03 FILLER PIC X(7).
	   01 WU-TABLE.
	       03 WU-ENTRY OCCURS 200 TIMES.
		       05 WU-E PIC 999.
		       05 WU-LEVEL PIC 99.
		       05 WU-VIA PIC 999.
	   01 WU-N PIC 999 VALUE 0.
	   01 WU-K PIC 999.
	   01 WU-J PIC 999.
	   01 WU-SCAN-E PIC 999.
	   01 WU-LIST-E PIC 999.
	   01 WU-LINE-K PIC 9(4).
	   01 WU-TARGET-ID PIC X(10).
	   01 WU-FIND-ID PIC X(10).
	   01 WU-FIND-REV PIC X.
	   01 WU-FIND-REL-FLAG PIC X.
	   01 WU-TOP-REL PIC X.
	   01 WU-REL-E PIC 999.
	   01 WU-CUR-LEVEL PIC 99.
	   01 WU-CUR-VIA PIC 999.
	   01 WU-MAX-LEVEL PIC 99 VALUE 8.
	   01 WU-HIT-FLAG PIC X.
	   01 WU-SEEN-FLAG PIC X.
	   01 WU-FIRST-FLAG PIC X.
	   01 WU-CONSOLE-FLAG PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
	       PERFORM OPEN-REPORT-FILE.
		   PERFORM LOAD-OPERATORS.
		   PERFORM LOAD-CATALOG.
		   PERFORM PROCESS-COMMANDS.
		   IF APPLY-CHANGES-FLAG = 'Y'
		       PERFORM DISCARD-JOURNAL
		       MOVE 'CATALOG UNCHANGED' TO REPORT-MSG
			   PERFORM WRITE-REPORT-LINE.
		   IF SEC-RUN-COUNT > 0
		       PERFORM SECURITY-RUN-NOTE.
		   PERFORM CLOSE-REPORT-FILE.
		   PERFORM PROGRAM-END.

      * Load catalog.txt into the entry table. A later copy of an id
      * and revision replaces the earlier one - DDA's replay takes
      * the last copy, so the compacted file replays identically.
       LOAD-CATALOG.
	       MOVE 'N' TO CAT-EOF-FLAG.
		   MOVE 0 TO CUR-ENTRY.
		       PERFORM LOAD-CATALOG-POINT.

       LOAD-CATALOG-HEADER.
	       PERFORM NORMALIZE-LOAD-HEADER.
		   PERFORM FIND-ENTRY-BY-HDR.
		   IF ENTRY-FOUND-FLAG = 'Y'
		       MOVE 0 TO CAT-ENTRY-N(CUR-ENTRY)
			   MOVE 'N' TO CAT-ENTRY-DEL-FLAG(CUR-ENTRY)
			   MOVE LOAD-STATUS
			       TO CAT-ENTRY-STATUS(CUR-ENTRY)
			   PERFORM SET-LOAD-LEFT
		   ELSE
		       PERFORM LOAD-NEW-ENTRY.

       NORMALIZE-LOAD-HEADER.
	       MOVE CAT-HDR-REV TO LOAD-REV.
		   IF LOAD-REV = SPACE
		       MOVE 'A' TO LOAD-REV.
		   MOVE CAT-HDR-STATUS TO LOAD-STATUS.
		   IF LOAD-STATUS = SPACES
		       MOVE 'RELEASED' TO LOAD-STATUS.

      * The wide count (blank on old catalogs) rules when present -
      * the classic two-digit field pins at 99 for a bigger figure.
       SET-LOAD-LEFT.
		       COMPUTE ENTRY-COUNT = ENTRY-COUNT + 1
			   MOVE ENTRY-COUNT TO CUR-ENTRY
			   MOVE CAT-HDR-ID TO CAT-ENTRY-ID(CUR-ENTRY)
			   MOVE LOAD-REV TO CAT-ENTRY-REV(CUR-ENTRY)
			   MOVE LOAD-STATUS
			       TO CAT-ENTRY-STATUS(CUR-ENTRY)
			   MOVE 0 TO CAT-ENTRY-N(CUR-ENTRY)
			   MOVE 'N' TO CAT-ENTRY-DEL-FLAG(CUR-ENTRY)
			   PERFORM SET-LOAD-LEFT

       FIND-ENTRY-HDR-TEST.
	       IF CAT-ENTRY-ID(E) = CAT-HDR-ID
		       AND CAT-ENTRY-REV(E) = LOAD-REV
		       MOVE E TO CUR-ENTRY
			   MOVE 'Y' TO ENTRY-FOUND-FLAG.

		       PERFORM PROCESS-ONE-COMMAND
			   GO TO PROCESS-COMMAND-LOOP.

      * Every batch command is held to the submitting operator's
      * level first. A refused R still has to consume its point
      * records so the command stream stays in step. The action is
      * held apart because R reads its point records over the
      * command record before the later tests are made.
       PROCESS-ONE-COMMAND.
	       MOVE CMD-ACTION TO CMD-ACTION-HELD.
		   PERFORM BATCH-AUTHORITY.
		   IF AUTH-OK-FLAG = 'Y'
		       PERFORM BATCH-DISPATCH
		   ELSE
		       IF CMD-ACTION = 'R'
			   PERFORM SET-REPL-LEFT
			       PERFORM SKIP-REPLACE-POINTS.
		   MOVE 'Y' TO BATCH-ID-FLAG.

       BATCH-DISPATCH.
	       IF CMD-ACTION-HELD = 'L'
		       PERFORM LIST-CATALOG.
		   IF CMD-ACTION-HELD = 'D'
		       PERFORM DELETE-ENTRY.
		   IF CMD-ACTION-HELD = 'R'
		       PERFORM REPLACE-ENTRY.
		   IF CMD-ACTION-HELD = 'P'
		       PERFORM PROMOTE-ENTRY.
		   IF CMD-ACTION-HELD = 'O'
		       PERFORM OBSOLETE-ENTRY.
		   IF CMD-ACTION-HELD = 'X'
		       PERFORM RESTORE-PREVIOUS.
		   IF CMD-ACTION-HELD = 'W'
		       PERFORM WHERE-USED-LISTING.
		   IF CMD-ACTION-HELD = 'I'
		       PERFORM BATCH-SUBMITTER.
		   IF CMD-ACTION-HELD = 'S'
		       PERFORM SECURITY-REPORT.

       BATCH-AUTHORITY.
	       MOVE SPACES TO JRNL-APPROVER-TXT.
		   MOVE 'B' TO AUTH-NEED.
		   IF CMD-ACTION = 'R' OR CMD-ACTION = 'P'
			   OR CMD-ACTION = 'O'
		       MOVE 'M' TO AUTH-NEED.
		   IF CMD-ACTION = 'D' OR CMD-ACTION = 'X'
		       MOVE 'S' TO AUTH-NEED.
		   MOVE 'Y' TO AUTH-OK-FLAG.
		   IF SIGNON-LEVEL < AUTH-NEED
		       MOVE 'N' TO AUTH-OK-FLAG
			   PERFORM BATCH-NOT-AUTHORIZED.

       BATCH-NOT-AUTHORIZED.
	       MOVE SPACES TO REPORT-MSG.
	   STRING CMD-ACTION DELIMITED BY SIZE
	       ' ' DELIMITED BY SIZE
	       CMD-ID DELIMITED BY SIZE
	       ': REFUSED - ' DELIMITED BY SIZE
	       SIGNON-ID DELIMITED BY SPACE
	       ' NOT AUTHORIZED' DELIMITED BY SIZE
	       INTO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.
		   MOVE 'NOT AUTHORIZED' TO SEC-EVENT-TXT.
		   MOVE SIGNON-ID TO SEC-CLAIMED-TXT.
		   MOVE COMMAND-RECORD TO SEC-DETAIL-TXT.
		   PERFORM LOG-VIOLATION.

      * The I card names the operator the job was submitted under.
      * Only the first record may carry it - a card further down
      * would let one job act under two ids. The card's password is
      * held to the same check as a console sign-on, failures and
      * lock-out included, so nobody takes an operator's authority
      * by keying the id alone. The card image is kept out of the
      * violations log, since it carries the password.
       BATCH-SUBMITTER.
	       MOVE CMD-ID TO ENTER-ID.
		   MOVE CMD-PASSWORD TO ENTER-PASSWORD.
		   MOVE 'ID CARD' TO SEC-DETAIL-TXT.
		   MOVE ENTER-ID TO SEC-CLAIMED-TXT.
		   IF BATCH-ID-FLAG = 'Y'
		       MOVE 'MISPLACED ID CARD' TO SEC-EVENT-TXT
			   PERFORM LOG-VIOLATION
		   ELSE
		       PERFORM BATCH-SUBMITTER-SET.

      * A card that fails leaves the job browse-only under BATCH,
      * so no journal record carries an id nobody proved.
       BATCH-SUBMITTER-SET.
	       MOVE 'B' TO SIGNON-LEVEL.
		   PERFORM CHECK-CREDENTIALS.
		   IF OPER-CHANGED-FLAG = 'Y'
		       PERFORM REWRITE-OPERATORS.
		   IF CRED-OK-FLAG = 'Y'
		       MOVE ENTER-ID TO SIGNON-ID
			   MOVE OPER-T-LEVEL(OPER-HIT) TO SIGNON-LEVEL
		   ELSE
		       PERFORM BATCH-CARD-REFUSED.
		   MOVE SPACES TO REPORT-MSG.
	   STRING 'SUBMITTED BY ' DELIMITED BY SIZE
	       SIGNON-ID DELIMITED BY SPACE
	       ' LEVEL ' DELIMITED BY SIZE
	       SIGNON-LEVEL DELIMITED BY SIZE
	       INTO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.

       BATCH-CARD-REFUSED.
	       MOVE SPACES TO REPORT-MSG.
	   STRING 'ID CARD FOR ' DELIMITED BY SIZE
	       ENTER-ID DELIMITED BY SPACE
	       ' REFUSED' DELIMITED BY SIZE
	       INTO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.

       LIST-CATALOG.
	       MOVE 'CATALOG LISTING' TO REPORT-MSG.
		       MOVE SPACES TO REPORT-MSG
	           STRING 'ID ' DELIMITED BY SIZE
	               CAT-ENTRY-ID(E) DELIMITED BY SIZE
		       ' REV ' DELIMITED BY SIZE
		       CAT-ENTRY-REV(E) DELIMITED BY SIZE
		       ' ' DELIMITED BY SIZE
		       CAT-ENTRY-STATUS(E) DELIMITED BY SIZE
	               ' POINTS ' DELIMITED BY SIZE
	               CAT-ENTRY-N(E) DELIMITED BY SIZE
	               INTO REPORT-MSG
		       PERFORM WRITE-REPORT-LINE.

      * A delete that would leave an assembly pointing at nothing is
      * refused whole, before any revision goes.
       DELETE-ENTRY.
	       MOVE 'N' TO DELETE-HIT-FLAG.
		   PERFORM DELETE-USE-CHECK.
		   IF WU-N > 0
		       PERFORM DELETE-IN-USE
		   ELSE
		       PERFORM DELETE-ENTRY-STEP
			   IF DELETE-HIT-FLAG NOT = 'Y'
			       PERFORM DELETE-NOT-FOUND.

       DELETE-USE-CHECK.
	       MOVE 0 TO WU-N.
		   IF CMD-REV = SPACE
		       MOVE CMD-ID TO WU-TARGET-ID
			   MOVE CMD-ID TO WU-FIND-ID
			   MOVE SPACE TO WU-FIND-REV
			   MOVE 'Y' TO WU-FIND-REL-FLAG
			   PERFORM WHERE-USED-BUILD
		   ELSE
		       PERFORM FIND-ENTRY-BY-CMD
			   IF ENTRY-FOUND-FLAG = 'Y'
			       PERFORM ENTRY-USE-CHECK.

       DELETE-IN-USE.
	       MOVE 'DELETE' TO JRNL-ACTION-TXT.
		   MOVE CMD-REV TO REV-MSG-REV.
		   MOVE ': USED IN ASSEMBLY' TO REV-REFUSE-TXT.
		   PERFORM REVISION-REFUSED.
		   PERFORM WHERE-USED-SHOW.

      * A named revision deletes just that revision; a blank one
      * takes every revision of the id, latest first.
       DELETE-ENTRY-STEP.
	       PERFORM FIND-ENTRY-BY-CMD.
		   IF ENTRY-FOUND-FLAG = 'Y'
		       MOVE 'Y' TO DELETE-HIT-FLAG
			   PERFORM DELETE-ENTRY-APPLY
			   IF CMD-REV = SPACE
			       GO TO DELETE-ENTRY-STEP.

       DELETE-NOT-FOUND.
	       MOVE SPACES TO REPORT-MSG.
		   IF CMD-REV = SPACE
	           STRING 'DELETE ' DELIMITED BY SIZE
	               CMD-ID DELIMITED BY SIZE
	               ': NOT FOUND' DELIMITED BY SIZE
	               INTO REPORT-MSG
		   ELSE
	           STRING 'DELETE ' DELIMITED BY SIZE
	               CMD-ID DELIMITED BY SIZE
		       ' REV ' DELIMITED BY SIZE
		       CMD-REV DELIMITED BY SIZE
	               ': NOT FOUND' DELIMITED BY SIZE
	               INTO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.
       DELETE-ENTRY-APPLY.
	       MOVE CAT-ENTRY-N(CUR-ENTRY) TO JRNL-BEFORE-CT.
		   MOVE 'Y' TO CAT-ENTRY-DEL-FLAG(CUR-ENTRY).
		   MOVE SPACES TO REPORT-MSG.
	       STRING 'DELETED ' DELIMITED BY SIZE
	           CMD-ID DELIMITED BY SIZE
		   ' REV ' DELIMITED BY SIZE
		   CAT-ENTRY-REV(CUR-ENTRY) DELIMITED BY SIZE
	           INTO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.
		   MOVE 'DELETE' TO JRNL-ACTION-TXT.
		   MOVE CMD-ID TO JRNL-ID-TXT.
		   MOVE CAT-ENTRY-REV(CUR-ENTRY) TO JRNL-REV-TXT.
		   MOVE 0 TO JRNL-AFTER-CT.
		   PERFORM STAGE-JOURNAL.

      * Replace consumes the command's point records even when they
      * cannot all be stored, so the command stream stays in step.
      * It only ever writes a DRAFT - the id's latest revision when
      * that is still a draft, else a new draft under the next
      * letter - so a released revision is never overwritten.
       REPLACE-ENTRY.
	       PERFORM SET-REPL-LEFT.
		   MOVE SPACE TO CMD-REV.
		   PERFORM FIND-ENTRY-BY-CMD.
		   MOVE 'N' TO ENTRY-NEW-FLAG.
		   MOVE 'Y' TO REV-OK-FLAG.
		   MOVE 'A' TO NEXT-REV.
		   MOVE 0 TO JRNL-BEFORE-CT.
		   IF ENTRY-FOUND-FLAG = 'Y'
		       PERFORM REPLACE-PICK-REV.
		   IF ENTRY-FOUND-FLAG NOT = 'Y' AND REV-OK-FLAG = 'Y'
		       PERFORM REPLACE-NEW-ENTRY.
		   IF ENTRY-FOUND-FLAG = 'Y'
		       MOVE 0 TO CAT-ENTRY-N(CUR-ENTRY)
			   PERFORM WRITE-REPLACE-REPORT
		   ELSE
		       PERFORM SKIP-REPLACE-POINTS
			   PERFORM REPLACE-DROPPED.

       SET-REPL-LEFT.
	       MOVE 0 TO REPL-LEFT.
		   IF CMD-COUNT NUMERIC
		       MOVE CMD-COUNT TO REPL-LEFT.
		   IF CMD-WIDE-COUNT NUMERIC AND CMD-WIDE-COUNT > 0
		       MOVE CMD-WIDE-COUNT TO REPL-LEFT.

       REPLACE-PICK-REV.
	       IF CAT-ENTRY-STATUS(CUR-ENTRY) = 'DRAFT'
		       MOVE CAT-ENTRY-N(CUR-ENTRY) TO JRNL-BEFORE-CT
		   ELSE
		       MOVE CAT-ENTRY-REV(CUR-ENTRY) TO NEXT-REV
			   PERFORM STEP-REVISION
			   MOVE 'N' TO ENTRY-FOUND-FLAG.

       REPLACE-DROPPED.
	       MOVE SPACES TO REPORT-MSG.
		   IF REV-OK-FLAG = 'Y'
		       MOVE 'CATALOG TABLE FULL, REPLACE DROPPED'
		           TO REPORT-MSG
		   ELSE
		   STRING 'REPLACE ' DELIMITED BY SIZE
	               CMD-ID DELIMITED BY SIZE
		       ': NO REVISION LETTER LEFT' DELIMITED BY SIZE
	               INTO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.

       REPLACE-NEW-ENTRY.
	       IF ENTRY-COUNT < 200
		       COMPUTE ENTRY-COUNT = ENTRY-COUNT + 1
			   MOVE ENTRY-COUNT TO CUR-ENTRY
			   MOVE CMD-ID TO CAT-ENTRY-ID(CUR-ENTRY)
			   MOVE NEXT-REV TO CAT-ENTRY-REV(CUR-ENTRY)
			   MOVE 'DRAFT' TO CAT-ENTRY-STATUS(CUR-ENTRY)
			   MOVE 'Y' TO ENTRY-FOUND-FLAG
			   MOVE 'Y' TO ENTRY-NEW-FLAG.

      * NEXT-REV moves on one letter; past Z there is nowhere to go.
       STEP-REVISION.
	       MOVE 1 TO REV-K.
		   PERFORM STEP-REVISION-FIND.
		   IF REV-K < 26
		       MOVE REV-LETTER(REV-K + 1) TO NEXT-REV
		   ELSE
		       MOVE 'N' TO REV-OK-FLAG.

       STEP-REVISION-FIND.
	       IF REV-K < 26
		       IF REV-LETTER(REV-K) NOT = NEXT-REV
			   COMPUTE REV-K = REV-K + 1
			       GO TO STEP-REVISION-FIND.

       REPLACE-POINT-LOOP.
	       IF REPL-LEFT > 0 AND CMD-EOF-FLAG NOT = 'Y'
		       PERFORM REPLACE-POINT-READ
		   IF ENTRY-NEW-FLAG = 'Y'
	           STRING 'ADDED ' DELIMITED BY SIZE
	               CAT-ENTRY-ID(CUR-ENTRY) DELIMITED BY SIZE
		       ' REV ' DELIMITED BY SIZE
		       CAT-ENTRY-REV(CUR-ENTRY) DELIMITED BY SIZE
		       ' DRAFT POINTS ' DELIMITED BY SIZE
	               CAT-ENTRY-N(CUR-ENTRY) DELIMITED BY SIZE
	               INTO REPORT-MSG
		   ELSE
	           STRING 'REPLACED ' DELIMITED BY SIZE
	               CAT-ENTRY-ID(CUR-ENTRY) DELIMITED BY SIZE
		       ' REV ' DELIMITED BY SIZE
		       CAT-ENTRY-REV(CUR-ENTRY) DELIMITED BY SIZE
		       ' DRAFT POINTS ' DELIMITED BY SIZE
	               CAT-ENTRY-N(CUR-ENTRY) DELIMITED BY SIZE
	               INTO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.
		   IF ENTRY-NEW-FLAG = 'Y'
		       MOVE 'ADD' TO JRNL-ACTION-TXT.
		   MOVE CAT-ENTRY-ID(CUR-ENTRY) TO JRNL-ID-TXT.
		   MOVE CAT-ENTRY-REV(CUR-ENTRY) TO JRNL-REV-TXT.
		   MOVE CAT-ENTRY-N(CUR-ENTRY) TO JRNL-AFTER-CT.
		   PERFORM STAGE-JOURNAL.

      * Promotion releases a draft for production replay. Earlier
      * released revisions stay on file for reprints by letter; a
      * plain G record simply moves on to the newest one.
       PROMOTE-ENTRY.
	       MOVE 'PROMOTE' TO JRNL-ACTION-TXT.
		   PERFORM FIND-ENTRY-BY-CMD.
		   IF ENTRY-FOUND-FLAG = 'Y'
		       PERFORM PROMOTE-ENTRY-CHECK
		   ELSE
		       PERFORM REVISION-NOT-FOUND.

       PROMOTE-ENTRY-CHECK.
	       IF CAT-ENTRY-STATUS(CUR-ENTRY) = 'DRAFT'
		       PERFORM PROMOTE-ENTRY-APPLY
		   ELSE
		       MOVE CAT-ENTRY-REV(CUR-ENTRY) TO REV-MSG-REV
			   MOVE ': NOT A DRAFT' TO REV-REFUSE-TXT
			   PERFORM REVISION-REFUSED.

       PROMOTE-ENTRY-APPLY.
	       MOVE 'RELEASED' TO CAT-ENTRY-STATUS(CUR-ENTRY).
		   MOVE 'PROMOTE' TO JRNL-ACTION-TXT.
		   MOVE 'RELEASED' TO REV-DONE-TXT.
		   PERFORM REVISION-STATUS-DONE.

      * An obsolete revision stays on file for the record, but no G
      * record replays it unless it names the letter outright. The
      * letter must be given - a blank one is refused rather than
      * guessed at.
       OBSOLETE-ENTRY.
	       MOVE 'OBSOLETE' TO JRNL-ACTION-TXT.
		   IF CMD-REV = SPACE
		       MOVE SPACE TO REV-MSG-REV
			   MOVE ': REVISION REQUIRED' TO REV-REFUSE-TXT
			   PERFORM REVISION-REFUSED
		   ELSE
		       PERFORM OBSOLETE-ENTRY-FIND.

       OBSOLETE-ENTRY-FIND.
	       PERFORM FIND-ENTRY-BY-CMD.
		   IF ENTRY-FOUND-FLAG NOT = 'Y'
		       PERFORM REVISION-NOT-FOUND
		   ELSE
		       PERFORM OBSOLETE-ENTRY-CHECK.

       OBSOLETE-ENTRY-CHECK.
	       IF CAT-ENTRY-STATUS(CUR-ENTRY) = 'OBSOLETE'
		       MOVE CAT-ENTRY-REV(CUR-ENTRY) TO REV-MSG-REV
			   MOVE ': ALREADY OBSOLETE' TO REV-REFUSE-TXT
			   PERFORM REVISION-REFUSED
		   ELSE
		       PERFORM OBSOLETE-ENTRY-APPLY.

       OBSOLETE-ENTRY-APPLY.
	       MOVE 'OBSOLETE' TO CAT-ENTRY-STATUS(CUR-ENTRY).
		   MOVE 'OBSOLETE' TO JRNL-ACTION-TXT.
		   MOVE 'OBSOLETE' TO REV-DONE-TXT.
		   PERFORM REVISION-STATUS-DONE.

      * Status changes leave the points alone, so the journal shows
      * the same count before and after.
       REVISION-STATUS-DONE.
	       MOVE SPACES TO REPORT-MSG.
	       STRING CAT-ENTRY-ID(CUR-ENTRY) DELIMITED BY SIZE
		   ' REV ' DELIMITED BY SIZE
		   CAT-ENTRY-REV(CUR-ENTRY) DELIMITED BY SIZE
		   ' NOW ' DELIMITED BY SIZE
		   REV-DONE-TXT DELIMITED BY SIZE
		   ACTION-TAG DELIMITED BY SIZE
	           INTO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.
		   MOVE CAT-ENTRY-ID(CUR-ENTRY) TO JRNL-ID-TXT.
		   MOVE CAT-ENTRY-REV(CUR-ENTRY) TO JRNL-REV-TXT.
		   MOVE CAT-ENTRY-N(CUR-ENTRY) TO JRNL-BEFORE-CT.
		   MOVE CAT-ENTRY-N(CUR-ENTRY) TO JRNL-AFTER-CT.
		   PERFORM STAGE-JOURNAL.

       REVISION-NOT-FOUND.
	       MOVE CMD-REV TO REV-MSG-REV.
		   MOVE ': NOT FOUND' TO REV-REFUSE-TXT.
		   PERFORM REVISION-REFUSED.

       REVISION-REFUSED.
	       MOVE SPACES TO REPORT-MSG.
		   IF REV-MSG-REV = SPACE
		   STRING JRNL-ACTION-TXT DELIMITED BY SPACE
		       ' ' DELIMITED BY SIZE
	               CMD-ID DELIMITED BY SIZE
		       REV-REFUSE-TXT DELIMITED BY SIZE
	               INTO REPORT-MSG
		   ELSE
		   STRING JRNL-ACTION-TXT DELIMITED BY SPACE
		       ' ' DELIMITED BY SIZE
	               CMD-ID DELIMITED BY SIZE
		       ' REV ' DELIMITED BY SIZE
		       REV-MSG-REV DELIMITED BY SIZE
		       REV-REFUSE-TXT DELIMITED BY SIZE
	               INTO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.

      * Whether revision CUR-ENTRY of its id is held by any surviving
      * assembly - by a reference naming that letter, or by a plain
      * one when it is the newest RELEASED revision a plain reference
      * follows.
       ENTRY-USE-CHECK.
	       MOVE CAT-ENTRY-ID(CUR-ENTRY) TO WU-TARGET-ID.
		   MOVE CAT-ENTRY-ID(CUR-ENTRY) TO WU-FIND-ID.
		   MOVE CAT-ENTRY-REV(CUR-ENTRY) TO WU-FIND-REV.
		   MOVE CUR-ENTRY TO WU-REL-E.
		   PERFORM WU-SET-RELEASED.
		   PERFORM WHERE-USED-BUILD.

       WU-SET-RELEASED.
	       MOVE SPACE TO WU-TOP-REL.
		   MOVE 1 TO WU-SCAN-E.
		   PERFORM WU-RELEASED-STEP.
		   MOVE 'N' TO WU-FIND-REL-FLAG.
		   IF WU-TOP-REL NOT = SPACE
		       AND WU-TOP-REL = CAT-ENTRY-REV(WU-REL-E)
		       MOVE 'Y' TO WU-FIND-REL-FLAG.

       WU-RELEASED-STEP.
	       IF WU-SCAN-E NOT > ENTRY-COUNT
		       PERFORM WU-RELEASED-TEST
			   COMPUTE WU-SCAN-E = WU-SCAN-E + 1
			   GO TO WU-RELEASED-STEP.

       WU-RELEASED-TEST.
	       IF CAT-ENTRY-ID(WU-SCAN-E) = CAT-ENTRY-ID(WU-REL-E)
		       AND CAT-ENTRY-DEL-FLAG(WU-SCAN-E) NOT = 'Y'
		       AND CAT-ENTRY-STATUS(WU-SCAN-E) = 'RELEASED'
		       IF CAT-ENTRY-REV(WU-SCAN-E) > WU-TOP-REL
			   MOVE CAT-ENTRY-REV(WU-SCAN-E) TO WU-TOP-REL.

      * Collects every surviving entry that holds WU-FIND-ID (at
      * WU-FIND-REV, blank meaning any revision) - first the ones
      * referencing it directly, then a level at a time the ones
      * holding those, down to the depth DDA will expand. Entries of
      * the target id itself are never counted as holding it.
       WHERE-USED-BUILD.
	       MOVE 0 TO WU-N.
		   MOVE 1 TO WU-CUR-LEVEL.
		   MOVE 0 TO WU-CUR-VIA.
		   PERFORM WU-SCAN-USERS.
		   MOVE 1 TO WU-K.
		   PERFORM WU-EXPAND-STEP.

       WU-EXPAND-STEP.
	       IF WU-K NOT > WU-N
		       PERFORM WU-EXPAND-ONE
			   COMPUTE WU-K = WU-K + 1
			   GO TO WU-EXPAND-STEP.

       WU-EXPAND-ONE.
	       IF WU-LEVEL(WU-K) < WU-MAX-LEVEL
		       MOVE CAT-ENTRY-ID(WU-E(WU-K)) TO WU-FIND-ID
			   MOVE CAT-ENTRY-REV(WU-E(WU-K)) TO WU-FIND-REV
			   MOVE WU-E(WU-K) TO WU-REL-E
			   PERFORM WU-SET-RELEASED
			   COMPUTE WU-CUR-LEVEL = WU-LEVEL(WU-K) + 1
			   MOVE WU-K TO WU-CUR-VIA
			   PERFORM WU-SCAN-USERS.

       WU-SCAN-USERS.
	       MOVE 1 TO WU-SCAN-E.
		   PERFORM WU-SCAN-STEP.

       WU-SCAN-STEP.
	       IF WU-SCAN-E NOT > ENTRY-COUNT
		       PERFORM WU-SCAN-ONE
			   COMPUTE WU-SCAN-E = WU-SCAN-E + 1
			   GO TO WU-SCAN-STEP.

       WU-SCAN-ONE.
	       IF CAT-ENTRY-DEL-FLAG(WU-SCAN-E) NOT = 'Y'
		       AND CAT-ENTRY-ID(WU-SCAN-E) NOT = WU-TARGET-ID
		       PERFORM REF-CHECK-ENTRY
			   IF WU-HIT-FLAG = 'Y'
			       PERFORM WU-ADD-USER.

       WU-ADD-USER.
	       MOVE 'N' TO WU-SEEN-FLAG.
		   MOVE 1 TO WU-J.
		   PERFORM WU-SEEN-STEP.
		   IF WU-SEEN-FLAG NOT = 'Y' AND WU-N < 200
		       COMPUTE WU-N = WU-N + 1
			   MOVE WU-SCAN-E TO WU-E(WU-N)
			   MOVE WU-CUR-LEVEL TO WU-LEVEL(WU-N)
			   MOVE WU-CUR-VIA TO WU-VIA(WU-N).

       WU-SEEN-STEP.
	       IF WU-J NOT > WU-N
		       IF WU-E(WU-J) = WU-SCAN-E
			       MOVE 'Y' TO WU-SEEN-FLAG
			   ELSE
			       COMPUTE WU-J = WU-J + 1
				   GO TO WU-SEEN-STEP.

       REF-CHECK-ENTRY.
	       MOVE 'N' TO WU-HIT-FLAG.
		   MOVE 1 TO WU-LINE-K.
		   PERFORM REF-CHECK-STEP.

       REF-CHECK-STEP.
	       IF WU-LINE-K NOT > CAT-ENTRY-N(WU-SCAN-E)
		       AND WU-HIT-FLAG NOT = 'Y'
		       PERFORM REF-CHECK-LINE
			   COMPUTE WU-LINE-K = WU-LINE-K + 1
			   GO TO REF-CHECK-STEP.

       REF-CHECK-LINE.
	       MOVE CAT-ENTRY-LINE(WU-SCAN-E, WU-LINE-K) TO REF-LINE.
		   IF REF-TYPE = 'P' AND REF-MODE = 'R'
		       AND REF-ID = WU-FIND-ID
		       PERFORM REF-CHECK-REV.

      * A reference naming a letter holds only that revision; a
      * plain one holds whichever revision is newest RELEASED.
       REF-CHECK-REV.
	       IF WU-FIND-REV = SPACE
		       MOVE 'Y' TO WU-HIT-FLAG.
		   IF REF-REV NOT = SPACE AND REF-REV = WU-FIND-REV
		       MOVE 'Y' TO WU-HIT-FLAG.
		   IF REF-REV = SPACE AND WU-FIND-REL-FLAG = 'Y'
		       MOVE 'Y' TO WU-HIT-FLAG.

      * One line per holding assembly, the ones holding it through a
      * sub-assembly naming that sub-assembly. Echoed to the console
      * when the refusal came from a console command.
       WHERE-USED-SHOW.
	       MOVE 1 TO WU-K.
		   PERFORM WHERE-USED-SHOW-STEP.

       WHERE-USED-SHOW-STEP.
	       IF WU-K NOT > WU-N
		       PERFORM WHERE-USED-SHOW-ONE
			   COMPUTE WU-K = WU-K + 1
			   GO TO WHERE-USED-SHOW-STEP.

       WHERE-USED-SHOW-ONE.
	       MOVE SPACES TO REPORT-MSG.
		   MOVE WU-E(WU-K) TO WU-SCAN-E.
		   IF WU-VIA(WU-K) = 0
		   STRING '    USED IN ' DELIMITED BY SIZE
		       CAT-ENTRY-ID(WU-SCAN-E) DELIMITED BY SIZE
		       ' REV ' DELIMITED BY SIZE
		       CAT-ENTRY-REV(WU-SCAN-E) DELIMITED BY SIZE
		       ' ' DELIMITED BY SIZE
		       CAT-ENTRY-STATUS(WU-SCAN-E) DELIMITED BY SIZE
	               INTO REPORT-MSG
		   ELSE
		       MOVE WU-E(WU-VIA(WU-K)) TO WU-J
		   STRING '    USED IN ' DELIMITED BY SIZE
		       CAT-ENTRY-ID(WU-SCAN-E) DELIMITED BY SIZE
		       ' REV ' DELIMITED BY SIZE
		       CAT-ENTRY-REV(WU-SCAN-E) DELIMITED BY SIZE
		       ' ' DELIMITED BY SIZE
		       CAT-ENTRY-STATUS(WU-SCAN-E) DELIMITED BY SIZE
		       ' VIA ' DELIMITED BY SIZE
		       CAT-ENTRY-ID(WU-J) DELIMITED BY SIZE
		       ' REV ' DELIMITED BY SIZE
		       CAT-ENTRY-REV(WU-J) DELIMITED BY SIZE
	               INTO REPORT-MSG.
		   IF WU-CONSOLE-FLAG = 'Y'
		       DISPLAY REPORT-MSG UPON CONSOLE.
		   PERFORM WRITE-REPORT-LINE.

      * Where-used listing - every surviving id once, in catalog
      * order, or the one id the command names.
       WHERE-USED-LISTING.
	       MOVE 'WHERE-USED LISTING' TO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.
		   MOVE 1 TO WU-LIST-E.
		   PERFORM WHERE-USED-LIST-STEP.

       WHERE-USED-LIST-STEP.
	       IF WU-LIST-E NOT > ENTRY-COUNT
		       PERFORM WHERE-USED-LIST-ENTRY
			   COMPUTE WU-LIST-E = WU-LIST-E + 1
			   GO TO WHERE-USED-LIST-STEP.

       WHERE-USED-LIST-ENTRY.
	       MOVE 'N' TO WU-FIRST-FLAG.
		   IF CAT-ENTRY-DEL-FLAG(WU-LIST-E) NOT = 'Y'
		       IF CMD-ID = SPACES
			       OR CMD-ID = CAT-ENTRY-ID(WU-LIST-E)
			       PERFORM WU-FIRST-CHECK.
		   IF WU-FIRST-FLAG = 'Y'
		       PERFORM WHERE-USED-LIST-ID.

      * Only the first surviving revision of an id starts its block.
       WU-FIRST-CHECK.
	       MOVE 'Y' TO WU-FIRST-FLAG.
		   MOVE 1 TO WU-J.
		   PERFORM WU-FIRST-STEP.

       WU-FIRST-STEP.
	       IF WU-J < WU-LIST-E
		       IF CAT-ENTRY-ID(WU-J) = CAT-ENTRY-ID(WU-LIST-E)
			       AND CAT-ENTRY-DEL-FLAG(WU-J) NOT = 'Y'
			       MOVE 'N' TO WU-FIRST-FLAG
			   ELSE
			       COMPUTE WU-J = WU-J + 1
				   GO TO WU-FIRST-STEP.

       WHERE-USED-LIST-ID.
	       MOVE SPACES TO REPORT-MSG.
	       STRING 'ID ' DELIMITED BY SIZE
		   CAT-ENTRY-ID(WU-LIST-E) DELIMITED BY SIZE
	           INTO REPORT-MSG.
		   IF WU-CONSOLE-FLAG = 'Y'
		       DISPLAY REPORT-MSG UPON CONSOLE.
		   PERFORM WRITE-REPORT-LINE.
		   MOVE CAT-ENTRY-ID(WU-LIST-E) TO WU-TARGET-ID.
		   MOVE CAT-ENTRY-ID(WU-LIST-E) TO WU-FIND-ID.
		   MOVE SPACE TO WU-FIND-REV.
		   MOVE 'Y' TO WU-FIND-REL-FLAG.
		   PERFORM WHERE-USED-BUILD.
		   IF WU-N > 0
		       PERFORM WHERE-USED-SHOW
		   ELSE
		       PERFORM WHERE-USED-NONE.

       WHERE-USED-NONE.
	       MOVE '    NOT USED IN ANY ASSEMBLY' TO REPORT-MSG.
		   IF WU-CONSOLE-FLAG = 'Y'
		       DISPLAY REPORT-MSG UPON CONSOLE.
		   PERFORM WRITE-REPORT-LINE.

       FIND-ENTRY-BY-CMD.
	       MOVE 'N' TO ENTRY-FOUND-FLAG.
		   MOVE SPACE TO FIND-TOP-REV.
		   MOVE 1 TO E.
		   PERFORM FIND-ENTRY-CMD-STEP.

       FIND-ENTRY-CMD-TEST.
	       IF CAT-ENTRY-ID(E) = CMD-ID
		       IF CAT-ENTRY-DEL-FLAG(E) NOT = 'Y'
			   PERFORM FIND-ENTRY-CMD-REV.

      * A named revision must match exactly; a blank one takes the
      * id's latest revision still on file.
       FIND-ENTRY-CMD-REV.
	       IF CMD-REV = SPACE
		       IF CAT-ENTRY-REV(E) NOT < FIND-TOP-REV
			   MOVE CAT-ENTRY-REV(E) TO FIND-TOP-REV
			       MOVE E TO CUR-ENTRY
			       MOVE 'Y' TO ENTRY-FOUND-FLAG.
		   IF CMD-REV NOT = SPACE
		       AND CMD-REV = CAT-ENTRY-REV(E)
		       MOVE E TO CUR-ENTRY
			   MOVE 'Y' TO ENTRY-FOUND-FLAG.

      * Console session for the daily one-off fixes - entered when
      * no catcmd.txt is on file, leaving scripted jobs exactly as
      * table, and the rewrite itself is confirmed once at quit.
       INTERACTIVE-SESSION.
	       MOVE 'N' TO SCR-DONE-FLAG.
		   MOVE ' (CONSOLE)' TO ACTION-TAG.
		   MOVE 'CONSOLE' TO SIGNON-SOURCE.
		   DISPLAY 'DDACAT CATALOG MAINTENANCE' UPON CONSOLE.
		   PERFORM SIGN-ON.
		   IF SIGNON-OK-FLAG = 'Y'
		       PERFORM INTERACTIVE-LOOP
		   ELSE
		       PERFORM SIGN-ON-REFUSED.

      * Console sign-on - three tries a session. The failure count
      * on the master runs across sessions and only a good password
      * clears it, so three bad ones in a row lock the id whether or
      * not the operator walked away in between.
       SIGN-ON.
	       MOVE 'N' TO SIGNON-OK-FLAG.
		   MOVE SPACES TO SIGNON-ID.
		   MOVE 'B' TO SIGNON-LEVEL.
		   MOVE 0 TO SIGNON-TRIES.
		   MOVE 'SIGN-ON' TO SEC-DETAIL-TXT.
		   IF OPER-COUNT = 0
		       DISPLAY 'NO OPERATOR MASTER - CONSOLE CLOSED'
			   UPON CONSOLE
		   ELSE
		       PERFORM SIGN-ON-LOOP.
		   IF OPER-CHANGED-FLAG = 'Y'
		       PERFORM REWRITE-OPERATORS.

       SIGN-ON-LOOP.
	       IF SIGNON-OK-FLAG NOT = 'Y'
		       AND SIGNON-TRIES < SIGNON-MAX-TRIES
		       COMPUTE SIGNON-TRIES = SIGNON-TRIES + 1
		       PERFORM SIGN-ON-ATTEMPT
		       GO TO SIGN-ON-LOOP.

       SIGN-ON-ATTEMPT.
	       PERFORM ACCEPT-CREDENTIALS.
		   PERFORM CHECK-CREDENTIALS.
		   IF CRED-OK-FLAG = 'Y'
		       MOVE 'Y' TO SIGNON-OK-FLAG
			   MOVE ENTER-ID TO SIGNON-ID
			   MOVE OPER-T-LEVEL(OPER-HIT) TO SIGNON-LEVEL
			   PERFORM SIGN-ON-ACCEPTED.

       SIGN-ON-ACCEPTED.
	       DISPLAY 'SIGNED ON ' SIGNON-ID ' LEVEL ' SIGNON-LEVEL
		       UPON CONSOLE.
		   MOVE SPACES TO REPORT-MSG.
	   STRING 'CONSOLE SIGN-ON ' DELIMITED BY SIZE
	       SIGNON-ID DELIMITED BY SPACE
	       ' LEVEL ' DELIMITED BY SIZE
	       SIGNON-LEVEL DELIMITED BY SIZE
	       INTO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.

       SIGN-ON-REFUSED.
	       DISPLAY 'SIGN-ON FAILED - SESSION ENDED' UPON CONSOLE.
		   MOVE 'CONSOLE SIGN-ON FAILED' TO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.
		   MOVE 'N' TO APPLY-CHANGES-FLAG.

       ACCEPT-CREDENTIALS.
	       MOVE SPACES TO ENTER-ID.
		   MOVE SPACES TO ENTER-PASSWORD.
		   DISPLAY 'OPERATOR ID:' UPON CONSOLE.
		   ACCEPT ENTER-ID FROM CONSOLE.
		   DISPLAY 'PASSWORD:' UPON CONSOLE.
		   ACCEPT ENTER-PASSWORD FROM CONSOLE.

      * Checks ENTER-ID and ENTER-PASSWORD against the master and
      * logs whatever goes wrong. OPER-HIT is left on the operator.
       CHECK-CREDENTIALS.
	       MOVE 'N' TO CRED-OK-FLAG.
		   MOVE ENTER-ID TO SEC-CLAIMED-TXT.
		   PERFORM FIND-OPERATOR.
		   IF OPER-HIT = 0
		       MOVE 'UNKNOWN OPERATOR' TO SEC-EVENT-TXT
			   PERFORM LOG-VIOLATION
		   ELSE
		       IF OPER-T-LOCK(OPER-HIT) = 'Y'
			   MOVE 'SIGN-ON WHILE LOCKED' TO SEC-EVENT-TXT
			       PERFORM LOG-VIOLATION
		       ELSE
			   IF OPER-T-PASSWORD(OPER-HIT)
				   NOT = ENTER-PASSWORD
			       PERFORM BAD-PASSWORD
			   ELSE
			       MOVE 'Y' TO CRED-OK-FLAG
				   PERFORM CLEAR-FAILURES.

       BAD-PASSWORD.
	       IF OPER-T-FAILS(OPER-HIT) < 9
		       COMPUTE OPER-T-FAILS(OPER-HIT) =
			   OPER-T-FAILS(OPER-HIT) + 1.
		   MOVE 'Y' TO OPER-CHANGED-FLAG.
		   MOVE 'BAD PASSWORD' TO SEC-EVENT-TXT.
		   PERFORM LOG-VIOLATION.
		   IF OPER-T-FAILS(OPER-HIT) NOT < OPER-LOCK-LIMIT
		       MOVE 'Y' TO OPER-T-LOCK(OPER-HIT)
			   MOVE 'OPERATOR LOCKED OUT' TO SEC-EVENT-TXT
			   PERFORM LOG-VIOLATION.

       CLEAR-FAILURES.
	       IF OPER-T-FAILS(OPER-HIT) > 0
		       MOVE 0 TO OPER-T-FAILS(OPER-HIT)
			   MOVE 'Y' TO OPER-CHANGED-FLAG.

       INTERACTIVE-LOOP.
	       IF SCR-DONE-FLAG NOT = 'Y'
		       UPON CONSOLE.
		   DISPLAY 'N ID=RENAME  C ID=COPY  X=RESTORE  Q=QUIT'
		       UPON CONSOLE.
		   DISPLAY 'P ID R=PROMOTE  O ID R=OBSOLETE  (R=REV)'
		       UPON CONSOLE.
		   DISPLAY 'W [ID]=WHERE USED  U OPER=UNLOCK'
		       UPON CONSOLE.

       TAKE-COMMAND.
	       MOVE SPACES TO SCR-CMD-LINE.
		   ACCEPT SCR-CMD-LINE FROM CONSOLE.
		   PERFORM CONSOLE-AUTHORITY.
		   IF AUTH-OK-FLAG = 'Y'
		       PERFORM CONSOLE-DISPATCH.

       CONSOLE-DISPATCH.
	       IF SCR-ACTION = 'B'
		       PERFORM BROWSE-CATALOG.
		   IF SCR-ACTION = 'V'
		       PERFORM VIEW-ENTRY.
		       PERFORM RENAME-SCREEN-ENTRY.
		   IF SCR-ACTION = 'C'
		       PERFORM COPY-SCREEN-ENTRY.
		   IF SCR-ACTION = 'P'
		       PERFORM PROMOTE-SCREEN-ENTRY.
		   IF SCR-ACTION = 'O'
		       PERFORM OBSOLETE-SCREEN-ENTRY.
		   IF SCR-ACTION = 'X'
		       PERFORM RESTORE-SCREEN.
		   IF SCR-ACTION = 'Q'
		       PERFORM QUIT-SESSION.
		   IF SCR-ACTION = 'W'
		       PERFORM WHERE-USED-SCREEN.
		   IF SCR-ACTION = 'U'
		       PERFORM UNLOCK-SCREEN.

      * Same levels as batch. Delete and restore stay open to a
      * maintain-level operator only through a supervisor's sign-off
      * at the console, and the supervisor is journaled with the
      * action; unlock takes a supervisor signed on in person.
       CONSOLE-AUTHORITY.
	       MOVE SPACES TO JRNL-APPROVER-TXT.
		   MOVE 'B' TO AUTH-NEED.
		   IF SCR-ACTION = 'N' OR SCR-ACTION = 'C'
			   OR SCR-ACTION = 'P' OR SCR-ACTION = 'O'
		       MOVE 'M' TO AUTH-NEED.
		   IF SCR-ACTION = 'D' OR SCR-ACTION = 'X'
			   OR SCR-ACTION = 'U'
		       MOVE 'S' TO AUTH-NEED.
		   MOVE 'Y' TO AUTH-OK-FLAG.
		   IF SIGNON-LEVEL < AUTH-NEED
		       MOVE 'N' TO AUTH-OK-FLAG
			   PERFORM CONSOLE-NOT-AUTHORIZED.

       CONSOLE-NOT-AUTHORIZED.
	       MOVE SCR-CMD-LINE TO SEC-DETAIL-TXT.
		   IF AUTH-NEED = 'S' AND SIGNON-LEVEL = 'M'
			   AND SCR-ACTION NOT = 'U'
		       PERFORM SUPERVISOR-SIGN-OFF
		   ELSE
		       DISPLAY 'NOT AUTHORIZED' UPON CONSOLE
			   MOVE 'NOT AUTHORIZED' TO SEC-EVENT-TXT
			   MOVE SIGNON-ID TO SEC-CLAIMED-TXT
			   PERFORM LOG-VIOLATION.

      * One try per command. A bad password here counts against the
      * supervisor's id exactly as it would at sign-on.
       SUPERVISOR-SIGN-OFF.
	       DISPLAY 'SUPERVISOR SIGN-OFF REQUIRED' UPON CONSOLE.
		   PERFORM ACCEPT-CREDENTIALS.
		   PERFORM CHECK-CREDENTIALS.
		   IF CRED-OK-FLAG = 'Y'
		       IF OPER-T-LEVEL(OPER-HIT) = 'S'
			   MOVE 'Y' TO AUTH-OK-FLAG
			       MOVE ENTER-ID TO JRNL-APPROVER-TXT
		       ELSE
			   MOVE 'SIGN-OFF NOT SUPVSR' TO SEC-EVENT-TXT
			       PERFORM LOG-VIOLATION.
		   IF AUTH-OK-FLAG NOT = 'Y'
		       DISPLAY 'SIGN-OFF REFUSED' UPON CONSOLE.
		   IF OPER-CHANGED-FLAG = 'Y'
		       PERFORM REWRITE-OPERATORS.

      * Unlock clears the lock and the failure count together.
       UNLOCK-SCREEN.
	       MOVE SCR-ID TO ENTER-ID.
		   PERFORM FIND-OPERATOR.
		   IF OPER-HIT = 0
		       DISPLAY 'OPERATOR ' ENTER-ID ' NOT FOUND'
			   UPON CONSOLE
		   ELSE
		       DISPLAY 'UNLOCK OPERATOR ' ENTER-ID UPON CONSOLE
			   PERFORM CONFIRM-ACTION
			   IF SCR-ANS = 'Y'
			       PERFORM UNLOCK-APPLY.

       UNLOCK-APPLY.
	       MOVE 'N' TO OPER-T-LOCK(OPER-HIT).
		   MOVE 0 TO OPER-T-FAILS(OPER-HIT).
		   PERFORM REWRITE-OPERATORS.
		   MOVE SPACES TO REPORT-MSG.
	   STRING 'OPERATOR ' DELIMITED BY SIZE
	       ENTER-ID DELIMITED BY SPACE
	       ' UNLOCKED BY ' DELIMITED BY SIZE
	       SIGNON-ID DELIMITED BY SPACE
	       INTO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.

       BROWSE-CATALOG.
	       MOVE 1 TO BROWSE-E.
	       IF CAT-ENTRY-DEL-FLAG(BROWSE-E) NOT = 'Y'
		       COMPUTE BROWSE-LINE = BROWSE-LINE + 1
			   DISPLAY 'ID ' CAT-ENTRY-ID(BROWSE-E)
			       ' REV ' CAT-ENTRY-REV(BROWSE-E)
			       ' ' CAT-ENTRY-STATUS(BROWSE-E)
			       ' POINTS ' CAT-ENTRY-N(BROWSE-E)
				   UPON CONSOLE.

      * A blank revision on the console line means the id's latest
      * revision, the one the operator most likely has in mind.
       FIND-SCREEN-ENTRY.
	       MOVE SCR-ID TO CMD-ID.
		   MOVE SCR-REV TO CMD-REV.
		   PERFORM FIND-ENTRY-BY-CMD.
		   IF ENTRY-FOUND-FLAG NOT = 'Y'
		       DISPLAY 'NOT FOUND: ' SCR-ID ' ' SCR-REV
			   UPON CONSOLE.

      * The entry's point records rendered onto a small grid, offset
      * the way DDA offsets a figure, so the operator can see what
       VIEW-ENTRY.
	       PERFORM FIND-SCREEN-ENTRY.
		   IF ENTRY-FOUND-FLAG = 'Y'
		       DISPLAY SCR-ID ' REV ' CAT-ENTRY-REV(CUR-ENTRY)
			   ' ' CAT-ENTRY-STATUS(CUR-ENTRY) UPON CONSOLE
			   PERFORM RENDER-PREVIEW.

       RENDER-PREVIEW.
	       MOVE SPACES TO PREVIEW-TABLE.

       DELETE-SCREEN-ENTRY.
	       PERFORM FIND-SCREEN-ENTRY.
		   MOVE 0 TO WU-N.
		   IF ENTRY-FOUND-FLAG = 'Y'
		       PERFORM ENTRY-USE-CHECK.
		   IF WU-N > 0
		       PERFORM DELETE-SCREEN-IN-USE.
		   IF ENTRY-FOUND-FLAG = 'Y' AND WU-N = 0
		       DISPLAY 'DELETE ' SCR-ID
			   ' REV ' CAT-ENTRY-REV(CUR-ENTRY) UPON CONSOLE
			   PERFORM CONFIRM-ACTION
			   IF SCR-ANS = 'Y'
			       PERFORM DELETE-SCREEN-APPLY.

       DELETE-SCREEN-IN-USE.
	       DISPLAY 'DELETE ' SCR-ID ' REV ' CAT-ENTRY-REV(CUR-ENTRY)
		       ' REFUSED - USED IN ASSEMBLY' UPON CONSOLE.
		   MOVE SPACES TO REPORT-MSG.
	   STRING 'DELETE ' DELIMITED BY SIZE
	       SCR-ID DELIMITED BY SIZE
	       ' REV ' DELIMITED BY SIZE
	       CAT-ENTRY-REV(CUR-ENTRY) DELIMITED BY SIZE
	       ': USED IN ASSEMBLY (CONSOLE)' DELIMITED BY SIZE
	       INTO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.
		   MOVE 'Y' TO WU-CONSOLE-FLAG.
		   PERFORM WHERE-USED-SHOW.
		   MOVE 'N' TO WU-CONSOLE-FLAG.

       DELETE-SCREEN-APPLY.
	       MOVE CAT-ENTRY-N(CUR-ENTRY) TO JRNL-BEFORE-CT.
		   MOVE 'Y' TO CAT-ENTRY-DEL-FLAG(CUR-ENTRY).
		   MOVE SPACES TO REPORT-MSG.
	   STRING 'DELETED ' DELIMITED BY SIZE
	       SCR-ID DELIMITED BY SIZE
	       ' REV ' DELIMITED BY SIZE
	       CAT-ENTRY-REV(CUR-ENTRY) DELIMITED BY SIZE
	       ' (CONSOLE)' DELIMITED BY SIZE
	       INTO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.
		   MOVE 'DELETE' TO JRNL-ACTION-TXT.
		   MOVE SCR-ID TO JRNL-ID-TXT.
		   MOVE CAT-ENTRY-REV(CUR-ENTRY) TO JRNL-REV-TXT.
		   MOVE 0 TO JRNL-AFTER-CT.
		   PERFORM STAGE-JOURNAL.

      * Rename refuses an id already on file - two live entries with
      * one id would leave the replay result down to load order. It
      * carries every revision of the id across, so the new id keeps
      * the old one's release history.
       RENAME-SCREEN-ENTRY.
	       PERFORM FIND-SCREEN-ENTRY.
		   MOVE 0 TO WU-N.
		   IF ENTRY-FOUND-FLAG = 'Y'
		       MOVE SCR-ID TO WU-TARGET-ID
			   MOVE SCR-ID TO WU-FIND-ID
			   MOVE SPACE TO WU-FIND-REV
			   MOVE 'Y' TO WU-FIND-REL-FLAG
			   PERFORM WHERE-USED-BUILD.
		   IF WU-N > 0
		       PERFORM RENAME-SCREEN-IN-USE
			   MOVE 'N' TO ENTRY-FOUND-FLAG.
		   IF ENTRY-FOUND-FLAG = 'Y'
		       MOVE CUR-ENTRY TO SCR-ENTRY
			   PERFORM ACCEPT-NEW-ID
			   ELSE
			       PERFORM RENAME-SCREEN-CONFIRM.

      * Assemblies reference by id, so a rename would strand every
      * one holding it.
       RENAME-SCREEN-IN-USE.
	       DISPLAY 'RENAME ' SCR-ID ' REFUSED - USED IN ASSEMBLY'
		       UPON CONSOLE.
		   MOVE SPACES TO REPORT-MSG.
	   STRING 'RENAME ' DELIMITED BY SIZE
	       SCR-ID DELIMITED BY SIZE
	       ': USED IN ASSEMBLY (CONSOLE)' DELIMITED BY SIZE
	       INTO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.
		   MOVE 'Y' TO WU-CONSOLE-FLAG.
		   PERFORM WHERE-USED-SHOW.
		   MOVE 'N' TO WU-CONSOLE-FLAG.

       WHERE-USED-SCREEN.
	       MOVE SCR-ID TO CMD-ID.
		   MOVE 'Y' TO WU-CONSOLE-FLAG.
		   PERFORM WHERE-USED-LISTING.
		   MOVE 'N' TO WU-CONSOLE-FLAG.

       ACCEPT-NEW-ID.
	       MOVE SPACES TO SCR-NEW-ID.
		   DISPLAY 'NEW ID?' UPON CONSOLE.
		   ACCEPT SCR-NEW-ID FROM CONSOLE.
		   MOVE SCR-NEW-ID TO CMD-ID.
		   MOVE SPACE TO CMD-REV.
		   PERFORM FIND-ENTRY-BY-CMD.

       RENAME-SCREEN-CONFIRM.
		       PERFORM RENAME-SCREEN-APPLY.

       RENAME-SCREEN-APPLY.
	       MOVE 1 TO E.
		   PERFORM RENAME-SCREEN-STEP.
		   MOVE SPACES TO REPORT-MSG.
	   STRING 'RENAMED ' DELIMITED BY SIZE
	       SCR-ID DELIMITED BY SIZE
		   PERFORM WRITE-REPORT-LINE.
		   MOVE 'RENAME' TO JRNL-ACTION-TXT.
		   MOVE SCR-NEW-ID TO JRNL-ID-TXT.
		   MOVE SPACE TO JRNL-REV-TXT.
		   MOVE CAT-ENTRY-N(SCR-ENTRY) TO JRNL-BEFORE-CT.
		   MOVE CAT-ENTRY-N(SCR-ENTRY) TO JRNL-AFTER-CT.
		   PERFORM STAGE-JOURNAL.

       RENAME-SCREEN-STEP.
	       IF E NOT > ENTRY-COUNT
		       PERFORM RENAME-SCREEN-ONE
			   COMPUTE E = E + 1
			   GO TO RENAME-SCREEN-STEP.

       RENAME-SCREEN-ONE.
	       IF CAT-ENTRY-ID(E) = SCR-ID
		       IF CAT-ENTRY-DEL-FLAG(E) NOT = 'Y'
			   MOVE SCR-NEW-ID TO CAT-ENTRY-ID(E).

       COPY-SCREEN-ENTRY.
	       PERFORM FIND-SCREEN-ENTRY.
		   IF ENTRY-FOUND-FLAG = 'Y'
	       IF ENTRY-COUNT NOT < 200
		       DISPLAY 'CATALOG TABLE FULL' UPON CONSOLE
		   ELSE
		       DISPLAY 'COPY ' SCR-ID
			   ' REV ' CAT-ENTRY-REV(SCR-ENTRY)
			   ' TO ' SCR-NEW-ID ' REV A DRAFT'
			       UPON CONSOLE
			   PERFORM CONFIRM-ACTION
			   IF SCR-ANS = 'Y'
			       PERFORM COPY-SCREEN-APPLY.

      * The copy starts a new id, so it starts at revision A - and as
      * a draft, since nobody has released the new id for production.
       COPY-SCREEN-APPLY.
	       COMPUTE ENTRY-COUNT = ENTRY-COUNT + 1.
		   MOVE SCR-NEW-ID TO CAT-ENTRY-ID(ENTRY-COUNT).
		   MOVE 'A' TO CAT-ENTRY-REV(ENTRY-COUNT).
		   MOVE 'DRAFT' TO CAT-ENTRY-STATUS(ENTRY-COUNT).
		   MOVE CAT-ENTRY-N(SCR-ENTRY)
		       TO CAT-ENTRY-N(ENTRY-COUNT).
		   MOVE 'N' TO CAT-ENTRY-DEL-FLAG(ENTRY-COUNT).
		   MOVE SPACES TO REPORT-MSG.
	   STRING 'COPIED ' DELIMITED BY SIZE
	       SCR-ID DELIMITED BY SIZE
	       ' REV ' DELIMITED BY SIZE
	       CAT-ENTRY-REV(SCR-ENTRY) DELIMITED BY SIZE
	       ' TO ' DELIMITED BY SIZE
	       SCR-NEW-ID DELIMITED BY SIZE
	       ' REV A DRAFT' DELIMITED BY SIZE
	       ' (CONSOLE)' DELIMITED BY SIZE
	       INTO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.
		   MOVE 'COPY' TO JRNL-ACTION-TXT.
		   MOVE SCR-NEW-ID TO JRNL-ID-TXT.
		   MOVE 'A' TO JRNL-REV-TXT.
		   MOVE 0 TO JRNL-BEFORE-CT.
		   MOVE CAT-ENTRY-N(ENTRY-COUNT) TO JRNL-AFTER-CT.
		   PERFORM STAGE-JOURNAL.
			   COMPUTE K = K + 1
			   GO TO COPY-SCREEN-POINTS.

       PROMOTE-SCREEN-ENTRY.
	       PERFORM FIND-SCREEN-ENTRY.
		   IF ENTRY-FOUND-FLAG = 'Y'
		       PERFORM PROMOTE-SCREEN-CHECK.

       PROMOTE-SCREEN-CHECK.
	       IF CAT-ENTRY-STATUS(CUR-ENTRY) NOT = 'DRAFT'
		       DISPLAY 'NOT A DRAFT: ' SCR-ID
			   ' REV ' CAT-ENTRY-REV(CUR-ENTRY) UPON CONSOLE
		   ELSE
		       DISPLAY 'RELEASE ' SCR-ID
			   ' REV ' CAT-ENTRY-REV(CUR-ENTRY) UPON CONSOLE
			   PERFORM CONFIRM-ACTION
			   IF SCR-ANS = 'Y'
			       PERFORM PROMOTE-ENTRY-APPLY.

      * As in batch, the revision to retire must be named outright.
       OBSOLETE-SCREEN-ENTRY.
	       IF SCR-REV = SPACE
		       DISPLAY 'REVISION REQUIRED' UPON CONSOLE
		   ELSE
		       PERFORM OBSOLETE-SCREEN-FIND.

       OBSOLETE-SCREEN-FIND.
	       PERFORM FIND-SCREEN-ENTRY.
		   IF ENTRY-FOUND-FLAG = 'Y'
		       PERFORM OBSOLETE-SCREEN-CHECK.

       OBSOLETE-SCREEN-CHECK.
	       IF CAT-ENTRY-STATUS(CUR-ENTRY) = 'OBSOLETE'
		       DISPLAY 'ALREADY OBSOLETE: ' SCR-ID
			   ' REV ' SCR-REV UPON CONSOLE
		   ELSE
		       DISPLAY 'OBSOLETE ' SCR-ID ' REV ' SCR-REV
			   UPON CONSOLE
			   PERFORM CONFIRM-ACTION
			   IF SCR-ANS = 'Y'
			       PERFORM OBSOLETE-ENTRY-APPLY.

      * The rewrite is the one step that touches catalog.txt itself,
      * so the operator confirms it once, on the way out.
       QUIT-SESSION.
		   PERFORM WRITE-REPORT-LINE.
		   MOVE 'RESTORE' TO JRNL-ACTION-TXT.
		   MOVE SPACES TO JRNL-ID-TXT.
		   MOVE SPACE TO JRNL-REV-TXT.
		   MOVE 0 TO JRNL-BEFORE-CT.
		   MOVE 0 TO JRNL-AFTER-CT.
		   PERFORM WRITE-JOURNAL.
		   MOVE JRNL-ACTION-TXT
		       TO JRNL-P-ACTION(JRNL-PEND-N).
		   MOVE JRNL-ID-TXT TO JRNL-P-ID(JRNL-PEND-N).
		   MOVE JRNL-REV-TXT TO JRNL-P-REV(JRNL-PEND-N).
		   MOVE JRNL-BEFORE-CT
		       TO JRNL-P-BEFORE(JRNL-PEND-N).
		   MOVE JRNL-AFTER-CT
		       TO JRNL-P-AFTER(JRNL-PEND-N).
		   MOVE JRNL-APPROVER-TXT
		       TO JRNL-P-APPROVER(JRNL-PEND-N).

      * Performed right after REWRITE-CATALOG completes - only then
      * have the staged actions really happened to catalog.txt.
       FLUSH-JOURNAL-ONE.
	       MOVE JRNL-P-ACTION(JRNL-P-K) TO JRNL-ACTION-TXT.
		   MOVE JRNL-P-ID(JRNL-P-K) TO JRNL-ID-TXT.
		   MOVE JRNL-P-REV(JRNL-P-K) TO JRNL-REV-TXT.
		   MOVE JRNL-P-BEFORE(JRNL-P-K) TO JRNL-BEFORE-CT.
		   MOVE JRNL-P-AFTER(JRNL-P-K) TO JRNL-AFTER-CT.
		   MOVE JRNL-P-APPROVER(JRNL-P-K) TO JRNL-APPROVER-TXT.
		   PERFORM WRITE-JOURNAL.

       DISCARD-JOURNAL.
		   PERFORM WRITE-REPORT-LINE.

      * One journal record per catalog-changing action - timestamp,
      * action, id, the before/after point counts, the revision
      * acted on (blank when the action covers every revision), the
      * operator and any supervisor who signed it off - so the
      * library's history survives catrpt.txt being overwritten.
       WRITE-JOURNAL.
	       OPEN EXTEND JOURNAL-FILE.
		   MOVE JRNL-ID-TXT TO JRNL-ID.
		   MOVE JRNL-BEFORE-CT TO JRNL-BEFORE.
		   MOVE JRNL-AFTER-CT TO JRNL-AFTER.
		   MOVE JRNL-REV-TXT TO JRNL-REV.
		   MOVE SIGNON-ID TO JRNL-OPER.
		   MOVE JRNL-APPROVER-TXT TO JRNL-APPROVER.
		   WRITE JOURNAL-RECORD.
		   CLOSE JOURNAL-FILE.

      * Load the operator master. An id that cannot be told apart
      * from a blank record is skipped.
       LOAD-OPERATORS.
	       MOVE 'N' TO OPER-EOF-FLAG.
		   MOVE 0 TO OPER-COUNT.
		   OPEN INPUT OPERATOR-FILE.
		   IF OPERATOR-FILE-STATUS = '00'
		       PERFORM LOAD-OPERATORS-LOOP
			   CLOSE OPERATOR-FILE.

       LOAD-OPERATORS-LOOP.
	       READ OPERATOR-FILE
		       AT END MOVE 'Y' TO OPER-EOF-FLAG.
		   IF OPER-EOF-FLAG NOT = 'Y'
		       IF OPER-ID NOT = SPACES AND OPER-COUNT < 100
			   PERFORM LOAD-OPERATOR-ENTRY
			       GO TO LOAD-OPERATORS-LOOP
		       ELSE
			   GO TO LOAD-OPERATORS-LOOP.

       LOAD-OPERATOR-ENTRY.
	       COMPUTE OPER-COUNT = OPER-COUNT + 1.
		   MOVE OPER-ID TO OPER-T-ID(OPER-COUNT).
		   MOVE OPER-PASSWORD TO OPER-T-PASSWORD(OPER-COUNT).
		   MOVE OPER-LEVEL TO OPER-T-LEVEL(OPER-COUNT).
		   IF OPER-LEVEL NOT = 'M' AND OPER-LEVEL NOT = 'S'
		       MOVE 'B' TO OPER-T-LEVEL(OPER-COUNT).
		   MOVE 0 TO OPER-T-FAILS(OPER-COUNT).
		   IF OPER-FAILS NUMERIC
		       MOVE OPER-FAILS TO OPER-T-FAILS(OPER-COUNT).
		   MOVE 'N' TO OPER-T-LOCK(OPER-COUNT).
		   IF OPER-LOCK = 'Y'
		       MOVE 'Y' TO OPER-T-LOCK(OPER-COUNT).

       FIND-OPERATOR.
	       MOVE 0 TO OPER-HIT.
		   MOVE 1 TO OPER-K.
		   PERFORM FIND-OPERATOR-STEP.

       FIND-OPERATOR-STEP.
	       IF OPER-K NOT > OPER-COUNT AND OPER-HIT = 0
		       IF OPER-T-ID(OPER-K) = ENTER-ID
			   MOVE OPER-K TO OPER-HIT
		       ELSE
			   COMPUTE OPER-K = OPER-K + 1
			       GO TO FIND-OPERATOR-STEP.

      * Written back whole the moment a failure count or lock
      * changes - a lock-out must hold even if the session that
      * caused it is abandoned.
       REWRITE-OPERATORS.
	       OPEN OUTPUT OPERATOR-FILE.
		   MOVE 1 TO OPER-K.
		   PERFORM REWRITE-OPERATORS-LOOP.
		   CLOSE OPERATOR-FILE.
		   MOVE 'N' TO OPER-CHANGED-FLAG.

       REWRITE-OPERATORS-LOOP.
	       IF OPER-K NOT > OPER-COUNT
		       MOVE SPACES TO OPERATOR-RECORD
			   MOVE OPER-T-ID(OPER-K) TO OPER-ID
			   MOVE OPER-T-PASSWORD(OPER-K) TO OPER-PASSWORD
			   MOVE OPER-T-LEVEL(OPER-K) TO OPER-LEVEL
			   MOVE OPER-T-FAILS(OPER-K) TO OPER-FAILS
			   MOVE OPER-T-LOCK(OPER-K) TO OPER-LOCK
			   WRITE OPERATOR-RECORD
			   COMPUTE OPER-K = OPER-K + 1
			   GO TO REWRITE-OPERATORS-LOOP.

      * One violation - appended to secviol.txt at once, so it is on
      * file however the run ends, and echoed to the report.
       LOG-VIOLATION.
	       OPEN EXTEND SECURITY-FILE.
		   IF SECURITY-FILE-STATUS NOT = '00'
		       OPEN OUTPUT SECURITY-FILE.
		   ACCEPT JRNL-DATE-NOW FROM DATE YYYYMMDD.
		   ACCEPT JRNL-TIME-RAW FROM TIME.
		   MOVE SPACES TO SECURITY-RECORD.
		   MOVE JRNL-DATE-NOW TO SEC-DATE.
		   MOVE JRNL-TIME-HMS TO SEC-TIME.
		   MOVE SIGNON-SOURCE TO SEC-SOURCE.
		   MOVE SIGNON-ID TO SEC-OPER.
		   MOVE SEC-CLAIMED-TXT TO SEC-CLAIMED.
		   MOVE SEC-EVENT-TXT TO SEC-EVENT.
		   MOVE SEC-DETAIL-TXT TO SEC-DETAIL.
		   WRITE SECURITY-RECORD.
		   CLOSE SECURITY-FILE.
		   COMPUTE SEC-RUN-COUNT = SEC-RUN-COUNT + 1.
		   MOVE SPACES TO REPORT-MSG.
	   STRING 'SECURITY: ' DELIMITED BY SIZE
	       SEC-EVENT-TXT DELIMITED BY SIZE
	       ' ' DELIMITED BY SIZE
	       SEC-CLAIMED-TXT DELIMITED BY SIZE
	       ' ' DELIMITED BY SIZE
	       SEC-DETAIL-TXT DELIMITED BY SIZE
	       INTO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.

       SECURITY-RUN-NOTE.
	       MOVE SPACES TO REPORT-MSG.
	   STRING 'SECURITY VIOLATIONS THIS RUN: ' DELIMITED BY SIZE
	       SEC-RUN-COUNT DELIMITED BY SIZE
	       INTO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.

      * The S report - every violation on file, oldest first, then
      * the operators the master now holds locked out.
       SECURITY-REPORT.
	       MOVE 'SECURITY VIOLATIONS REPORT' TO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.
		   MOVE SPACES TO REPORT-MSG.
	   STRING 'DATE     TIME   SOURCE  ' DELIMITED BY SIZE
	       'OPERATOR CLAIMED  EVENT' DELIMITED BY SIZE
	       INTO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.
		   MOVE 0 TO SEC-FILE-COUNT.
		   MOVE 'N' TO SEC-EOF-FLAG.
		   OPEN INPUT SECURITY-FILE.
		   IF SECURITY-FILE-STATUS = '00'
		       PERFORM SECURITY-REPORT-LOOP
			   CLOSE SECURITY-FILE.
		   MOVE SPACES TO REPORT-MSG.
	   STRING 'VIOLATIONS ON FILE: ' DELIMITED BY SIZE
	       SEC-FILE-COUNT DELIMITED BY SIZE
	       INTO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.
		   MOVE 'OPERATORS LOCKED OUT:' TO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.
		   MOVE 0 TO SEC-LOCKED-COUNT.
		   MOVE 1 TO OPER-K.
		   PERFORM SECURITY-LOCKED-STEP.
		   IF SEC-LOCKED-COUNT = 0
		       MOVE '    NONE' TO REPORT-MSG
			   PERFORM WRITE-REPORT-LINE.

       SECURITY-REPORT-LOOP.
	       READ SECURITY-FILE
		       AT END MOVE 'Y' TO SEC-EOF-FLAG.
		   IF SEC-EOF-FLAG NOT = 'Y'
		       COMPUTE SEC-FILE-COUNT = SEC-FILE-COUNT + 1
			   MOVE SECURITY-RECORD TO REPORT-MSG
			   PERFORM WRITE-REPORT-LINE
			   GO TO SECURITY-REPORT-LOOP.

       SECURITY-LOCKED-STEP.
	       IF OPER-K NOT > OPER-COUNT
		       IF OPER-T-LOCK(OPER-K) = 'Y'
			   PERFORM SECURITY-LOCKED-ONE.
		   IF OPER-K NOT > OPER-COUNT
		       COMPUTE OPER-K = OPER-K + 1
			   GO TO SECURITY-LOCKED-STEP.

       SECURITY-LOCKED-ONE.
	       COMPUTE SEC-LOCKED-COUNT = SEC-LOCKED-COUNT + 1.
		   MOVE SPACES TO REPORT-MSG.
	   STRING '    ' DELIMITED BY SIZE
	       OPER-T-ID(OPER-K) DELIMITED BY SIZE
	       ' LEVEL ' DELIMITED BY SIZE
	       OPER-T-LEVEL(OPER-K) DELIMITED BY SIZE
	       ' FAILURES ' DELIMITED BY SIZE
	       OPER-T-FAILS(OPER-K) DELIMITED BY SIZE
	       INTO REPORT-MSG.
		   PERFORM WRITE-REPORT-LINE.

      * The keyed index is rebuilt whole from the surviving entries
      * right after the catalog itself, so the two can never
      * disagree about what is on file.
	       IF CAT-ENTRY-DEL-FLAG(E) NOT = 'Y'
		       PERFORM BUILD-HEADER-RECORD
			   MOVE CAT-ENTRY-ID(E) TO CATIDX-ID
			   MOVE CAT-ENTRY-REV(E) TO CATIDX-REV
			   MOVE 0 TO CATIDX-SEQ
			   MOVE CATALOG-RECORD TO CATIDX-LINE
			   WRITE CATIDX-RECORD
       REBUILD-CATIDX-POINTS.
	       IF K NOT > CAT-ENTRY-N(E)
		       MOVE CAT-ENTRY-ID(E) TO CATIDX-ID
			   MOVE CAT-ENTRY-REV(E) TO CATIDX-REV
			   MOVE K TO CATIDX-SEQ
			   MOVE CAT-ENTRY-LINE(E, K) TO CATIDX-LINE
			   WRITE CATIDX-RECORD

      * Both count fields are written - the classic two-digit one
      * (pinned at 99 for a bigger figure) for anything old still
      * reading it, the wide one with the real total. Revision and
      * status follow in the columns that used to be blank.
       BUILD-HEADER-RECORD.
	       MOVE SPACES TO CATALOG-RECORD.
		   MOVE 'H' TO CAT-REC-TYPE.
		   IF CAT-ENTRY-N(E) < 100
		       MOVE CAT-ENTRY-N(E) TO CAT-HDR-COUNT.
		   MOVE CAT-ENTRY-N(E) TO CAT-HDR-WIDE-COUNT.
		   MOVE CAT-ENTRY-REV(E) TO CAT-HDR-REV.
		   MOVE CAT-ENTRY-STATUS(E) TO CAT-HDR-STATUS.

       REWRITE-POINT-LOOP.
	       IF K NOT > CAT-ENTRY-N(E)
