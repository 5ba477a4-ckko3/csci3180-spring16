      * the whole overnight batch. A fresh trailer is appended with
      * the rebuilt counts so DDA's reconciliation still certifies
      * the transfer. Actions and leftovers go to fixrpt.txt.
      * Headers are copied whole, so the feed id DDAMRG stamps in
      * cols 45-52 stays with each resubmitted figure.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDAFIX.
		   DATA RECORD IS INPUT-RECORD
		   VALUE OF FILE-ID IS "input.txt".
       01 INPUT-RECORD.
	       03 INPUT-LINE PIC X(52).
       01 INPUT-HEADER-RECORD REDEFINES INPUT-RECORD.
	       03 INPUT-TAG PIC X.
	       03 FILLER PIC X(5).
	       03 INPUT-N PIC 99.
	       03 FILLER PIC X(31).
	       03 INPUT-WIDE-N PIC 9(4).
	       03 FILLER PIC X(9).

       FD FIXED-FILE
	       LABEL RECORDS ARE STANDARD
		   DATA RECORD IS FIXED-RECORD
		   VALUE OF FILE-ID IS "fixinput.txt".
       01 FIXED-RECORD.
	       03 FIXED-LINE PIC X(52).
       01 FIXED-TRAILER-RECORD REDEFINES FIXED-RECORD.
	       03 FIXED-TRAILER-TAG PIC X.
	       03 FILLER PIC X.
	       03 FIXED-TRAILER-FIGURES PIC 99.
	       03 FILLER PIC X.
	       03 FIXED-TRAILER-POINTS PIC 9(4).
	       03 FILLER PIC X(43).

       FD REPORT-FILE
	       LABEL RECORDS ARE STANDARD
