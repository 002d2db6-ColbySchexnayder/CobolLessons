	>> SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTSNAP.
AUTHOR. Colby Schexnayder.
INSTALLATION. CUSTOMER RECORDS SYSTEM.
DATE-WRITTEN. 10/14/2026.
DATE-COMPILED.
*>----------------------------------------------------------------
*> MODIFICATION HISTORY
*>   10/14/2026  CS  NEW PROGRAM - MONTH-END AGING SNAPSHOT.  TOTALS
*>                   THE FOUR BUCKETS ACROSS custbal.txt, COUNTS THE
*>                   CUSTOMERS CARRYING A BALANCE, ROLLS THE MONTH'S
*>                   INVOICED AND PAID FIGURES UP FROM THE POSTING
*>                   JOURNAL (custgl.txt), AND SAVES THEM AS THE
*>                   MONTH'S ROW ON custsnap.txt (SEE custsnap.cpy)
*>                   FOR CUSTTRND.  RUN AFTER THE LAST POSTING RUN
*>                   OF THE MONTH - THE BUCKETS ARE AS OF THE DAY IT
*>                   RUNS.  A RE-RUN REPLACES THE MONTH'S ROW.
*>                   RUN AS:
*>                       custsnap [YYYYMM]
*>                   (DEFAULTS TO THE RUN DATE'S MONTH).
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT BalanceFile ASSIGN TO "custbal.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS Bal-IDNum
		FILE STATUS IS WS-BalStatus.

	SELECT OPTIONAL GLJournalFile ASSIGN TO "custgl.txt"
		ORGANIZATION IS LINE SEQUENTIAL.

	SELECT OPTIONAL SnapshotFile ASSIGN TO "custsnap.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS Snap-Month.

	SELECT OPTIONAL RunLogFile ASSIGN TO "runlog.txt"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD BalanceFile.
	COPY "custbal.cpy".

FD GLJournalFile.
	COPY "custgl.cpy".

FD SnapshotFile.
	COPY "custsnap.cpy".

FD RunLogFile.
01 RunLogLine PIC X(93).

WORKING-STORAGE SECTION.
01 WS-BalStatus PIC X(02).
01 WS-Switches.
	02 WS-BalEOF PIC X VALUE 'N'.
		88 BalAtEOF VALUE 'Y'.
	02 WS-GLEOF PIC X VALUE 'N'.
		88 GLAtEOF VALUE 'Y'.
01 WS-Counters.
	02 WS-BalsRead PIC 9(06) VALUE ZERO.
	02 WS-GLRunsRead PIC 9(06) VALUE ZERO.
01 WS-Parm PIC X(40).
01 WS-ParmMonth PIC X(06) JUSTIFIED RIGHT.
01 WS-RunDate PIC 9(08).
01 WS-SnapMonth PIC 9(06).
01 WS-CustBalance PIC S9(09)V99.
01 WS-Totals.
	02 WS-TotCurrent PIC S9(11)V99 VALUE ZERO.
	02 WS-TotAge30 PIC S9(11)V99 VALUE ZERO.
	02 WS-TotAge60 PIC S9(11)V99 VALUE ZERO.
	02 WS-TotAge90 PIC S9(11)V99 VALUE ZERO.
	02 WS-CustWithBal PIC 9(06) VALUE ZERO.
	02 WS-TotInvoiced PIC S9(11)V99 VALUE ZERO.
	02 WS-TotPaid PIC S9(11)V99 VALUE ZERO.

	COPY "runlog.cpy".
01 WS-RunLogText PIC X(60).

PROCEDURE DIVISION.
0000-MAINLINE.
	PERFORM 1000-INITIALIZE THRU 1000-EXIT.
	PERFORM 2000-ADD-ONE-BALANCE THRU 2000-EXIT
		UNTIL BalAtEOF.
	PERFORM 2500-ADD-ONE-GL-RUN THRU 2500-EXIT
		UNTIL GLAtEOF.
	PERFORM 3000-FINISH THRU 3000-EXIT.
	STOP RUN.

*>----------------------------------------------------------------
*> 1000-INITIALIZE - PICK UP THE SNAPSHOT MONTH (DEFAULT: THE RUN
*>                  DATE'S MONTH) AND OPEN THE INPUTS.  NOTHING
*>                  POSTED MEANS NOTHING TO SNAPSHOT.
*>----------------------------------------------------------------
1000-INITIALIZE.
	ACCEPT WS-RunDate FROM DATE YYYYMMDD.
	ACCEPT WS-Parm FROM COMMAND-LINE.
	UNSTRING WS-Parm DELIMITED BY ALL " " INTO WS-ParmMonth.
	INSPECT WS-ParmMonth REPLACING LEADING " " BY "0".
	IF WS-ParmMonth NUMERIC AND WS-ParmMonth NOT = "000000"
		MOVE WS-ParmMonth TO WS-SnapMonth
	ELSE
		MOVE WS-RunDate(1:6) TO WS-SnapMonth
	END-IF.
	OPEN INPUT BalanceFile.
	IF WS-BalStatus NOT = "00"
		DISPLAY "NO BALANCE FILE ON FILE - RUN CUSTPOST FIRST"
		STOP RUN
	END-IF.
	OPEN INPUT GLJournalFile.
	PERFORM 2100-READ-BALANCE THRU 2100-EXIT.
	PERFORM 2600-READ-GL THRU 2600-EXIT.
1000-EXIT.
	EXIT.

2000-ADD-ONE-BALANCE.
	ADD 1 TO WS-BalsRead.
	ADD Bal-Current TO WS-TotCurrent.
	ADD Bal-Age30 TO WS-TotAge30.
	ADD Bal-Age60 TO WS-TotAge60.
	ADD Bal-Age90 TO WS-TotAge90.
	COMPUTE WS-CustBalance =
		Bal-Current + Bal-Age30 + Bal-Age60 + Bal-Age90.
	IF WS-CustBalance NOT = ZERO
		ADD 1 TO WS-CustWithBal
	END-IF.
	PERFORM 2100-READ-BALANCE THRU 2100-EXIT.
2000-EXIT.
	EXIT.

2100-READ-BALANCE.
	READ BalanceFile NEXT RECORD
		AT END MOVE 'Y' TO WS-BalEOF
	END-READ.
2100-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2500-ADD-ONE-GL-RUN - A POSTING RUN IN THE SNAPSHOT MONTH ADDS
*>                      ITS INVOICED AND PAID TOTALS.
*>----------------------------------------------------------------
2500-ADD-ONE-GL-RUN.
	IF GL-RunDate(1:6) = WS-SnapMonth
		ADD 1 TO WS-GLRunsRead
		ADD GL-Invoiced TO WS-TotInvoiced
		ADD GL-Paid TO WS-TotPaid
	END-IF.
	PERFORM 2600-READ-GL THRU 2600-EXIT.
2500-EXIT.
	EXIT.

2600-READ-GL.
	READ GLJournalFile
		AT END MOVE 'Y' TO WS-GLEOF
	END-READ.
2600-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 3000-FINISH - SAVE THE MONTH'S ROW (REPLACING ANY EARLIER RUN'S
*>              ROW FOR THE SAME MONTH), CLOSE UP, AND LOG IT.
*>----------------------------------------------------------------
3000-FINISH.
	CLOSE BalanceFile.
	CLOSE GLJournalFile.
	OPEN I-O SnapshotFile.
	MOVE WS-SnapMonth TO Snap-Month.
	MOVE WS-RunDate TO Snap-TakenDate.
	MOVE WS-TotCurrent TO Snap-Current.
	MOVE WS-TotAge30 TO Snap-Age30.
	MOVE WS-TotAge60 TO Snap-Age60.
	MOVE WS-TotAge90 TO Snap-Age90.
	COMPUTE Snap-Total = WS-TotCurrent + WS-TotAge30
		+ WS-TotAge60 + WS-TotAge90.
	MOVE WS-CustWithBal TO Snap-CustWithBal.
	MOVE WS-TotInvoiced TO Snap-Invoiced.
	MOVE WS-TotPaid TO Snap-Paid.
	WRITE SnapshotData
		INVALID KEY
			REWRITE SnapshotData
				INVALID KEY DISPLAY "SNAPSHOT NOT SAVED FOR "
					WS-SnapMonth
			END-REWRITE
	END-WRITE.
	CLOSE SnapshotFile.
	DISPLAY "SNAPSHOT MONTH        : " WS-SnapMonth.
	DISPLAY "BALANCE RECORDS READ  : " WS-BalsRead.
	DISPLAY "CUSTOMERS WITH BALANCE: " WS-CustWithBal.
	DISPLAY "POSTING RUNS IN MONTH : " WS-GLRunsRead.
	DISPLAY "RECEIVABLES TOTAL     : " Snap-Total.
	MOVE 'I' TO RL-Severity.
	MOVE SPACES TO WS-RunLogText.
	STRING "SNAPSHOT SAVED FOR " WS-SnapMonth
		" - CUSTOMERS WITH BALANCE " WS-CustWithBal
		DELIMITED BY SIZE INTO WS-RunLogText.
	MOVE WS-RunLogText TO RL-Message.
	PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT.
3000-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 9000-WRITE-RUN-LOG - ONE DATED, SEVERITY-TAGGED ENTRY TO THE
*>                     COMMON RUN LOG (SEE runlog.cpy).
*>----------------------------------------------------------------
9000-WRITE-RUN-LOG.
	ACCEPT RL-Date FROM DATE YYYYMMDD.
	ACCEPT RL-Time FROM TIME.
	MOVE "CUSTSNAP" TO RL-Program.
	OPEN EXTEND RunLogFile.
	WRITE RunLogLine FROM WS-RunLogEntry.
	CLOSE RunLogFile.
	MOVE SPACES TO RL-RecordID RL-Message.
9000-EXIT.
	EXIT.
