	>> SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTCLRP.
AUTHOR. Colby Schexnayder.
INSTALLATION. CUSTOMER RECORDS SYSTEM.
DATE-WRITTEN. 10/14/2026.
DATE-COMPILED.
*>----------------------------------------------------------------
*> MODIFICATION HISTORY
*>   10/14/2026  CS  NEW PROGRAM - QUARTERLY CREDIT-LIMIT REVIEW.
*>                   CreditLimit WAS SET AT ADD TIME AND NEVER
*>                   REVISITED: GOOD CUSTOMERS KEPT HITTING THE
*>                   OVER-LIMIT HOLD WHILE CHRONIC LATE PAYERS KEPT
*>                   HIGH LIMITS.  SCORES EVERY ACTIVE CUSTOMER WITH
*>                   A LIMIT (ZERO = NO LIMIT, NOT REVIEWED) ON:
*>                     UTILIZATION - TOTAL BALANCE (custbal.txt) AS
*>                       A PERCENT OF THE LIMIT;
*>                     HOLDS - INVOICES HELD OVER THE LIMIT IN THE
*>                       REVIEW WINDOW (RELEASED ONES POST WITH
*>                       Jrnl-Sign 'R' IN custjrnl.txt) PLUS ANY
*>                       STILL SITTING IN balhold.txt;
*>                     LATE SHARE - THE PERCENT OF THE BALANCE IN
*>                       THE 60 AND 90-DAY BUCKETS.
*>                   THE WINDOW IS THE THREE CALENDAR MONTHS BEFORE
*>                   THE RUN MONTH PLUS THE RUN MONTH TO DATE.  A
*>                   LATE SHARE AT OR ABOVE 25% PROPOSES A 25%
*>                   DECREASE (DOWN TO WHOLE HUNDREDS, NEVER BELOW
*>                   100.00 - ZERO WOULD MEAN NO LIMIT).  NO 60/90
*>                   MONEY WITH UTILIZATION AT OR ABOVE 80% OR TWO
*>                   OR MORE HOLDS PROPOSES A 25% INCREASE (UP TO
*>                   WHOLE HUNDREDS).  PRINTS THE REVIEW REPORT
*>                   (custclrp.txt) AND WRITES THE APPROVAL FILE
*>                   (custclr.txt, SEE custclr.cpy) WITH EVERY ROW
*>                   MARKED 'N'.  A SUPERVISOR MARKS THE APPROVED
*>                   ROWS 'Y'; CUSTCLRA TURNS THEM INTO custtran.txt
*>                   UPDATES.  RUN QUARTERLY AS:
*>                       custclrp
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT CustomerFile ASSIGN TO "customer.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS IDNum
		ALTERNATE RECORD KEY IS NameKey WITH DUPLICATES
		SHARING WITH ALL OTHER
		FILE STATUS IS WS-CustStatus.

	SELECT OPTIONAL BalanceFile ASSIGN TO "custbal.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS Bal-IDNum.

	SELECT OPTIONAL JournalFile ASSIGN TO "custjrnl.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS Jrnl-Key.

	SELECT OPTIONAL HeldFile ASSIGN TO "balhold.txt"
		ORGANIZATION IS LINE SEQUENTIAL.

	SELECT ApprovalFile ASSIGN TO "custclr.txt"
		ORGANIZATION IS LINE SEQUENTIAL.

	SELECT ReportFile ASSIGN TO "custclrp.txt"
		ORGANIZATION IS LINE SEQUENTIAL.

	SELECT OPTIONAL RunLogFile ASSIGN TO "runlog.txt"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CustomerFile.
	COPY "custrec.cpy".

FD BalanceFile.
	COPY "custbal.cpy".

FD JournalFile.
	COPY "custjrnl.cpy".

FD HeldFile.
01 HeldRecord.
	02 BH-IDNum PIC 9(06).
	02 BH-Type PIC X(01).
	02 BH-Sign PIC X(01).
	02 BH-Amount PIC 9(07)V99.
	02 BH-Date PIC 9(08).
	02 BH-InvoiceNo PIC X(10).

FD ApprovalFile.
	COPY "custclr.cpy".

FD ReportFile.
01 ReportLine PIC X(80).

FD RunLogFile.
01 RunLogLine PIC X(93).

WORKING-STORAGE SECTION.
01 WS-CustStatus PIC X(02).
01 WS-Switches.
	02 WS-CustEOF PIC X VALUE 'N'.
		88 CustAtEOF VALUE 'Y'.
	02 WS-JrnlEOF PIC X.
		88 JrnlAtEOF VALUE 'Y'.
	02 WS-HeldEOF PIC X VALUE 'N'.
		88 HeldAtEOF VALUE 'Y'.
	02 WS-BalOnFile PIC X.
01 WS-Counters.
	02 WS-LineCount PIC 9(02) VALUE ZERO.
	02 WS-PageCount PIC 9(03) VALUE ZERO.
	02 WS-CustRead PIC 9(06) VALUE ZERO.
	02 WS-CustReviewed PIC 9(06) VALUE ZERO.
	02 WS-CustNoLimit PIC 9(06) VALUE ZERO.
	02 WS-Increases PIC 9(06) VALUE ZERO.
	02 WS-Decreases PIC 9(06) VALUE ZERO.
01 WS-LinesPerPage PIC 9(02) VALUE 20.
01 WS-ReviewRules.
	02 WS-LateDownPct PIC 9(03) VALUE 25.
	02 WS-UtilUpPct PIC 9(03) VALUE 80.
	02 WS-HeldUpCount PIC 9(03) VALUE 2.
	02 WS-StepPct PIC 9(03) VALUE 25.
	02 WS-FloorLimit PIC 9(07)V99 VALUE 100.00.
	02 WS-CeilingLimit PIC 9(07)V99 VALUE 9999900.00.
01 WS-RunDate PIC 9(08).
01 WS-WindowStart PIC 9(08).
01 FILLER REDEFINES WS-WindowStart.
	02 WS-WinYear PIC 9(04).
	02 WS-WinMonth PIC 9(02).
	02 WS-WinDay PIC 9(02).
01 WS-HeldCount PIC 9(03) VALUE ZERO.
01 WS-HeldTable.
	02 WS-HeldEntry OCCURS 500.
		03 WS-HeldID PIC 9(06).
		03 WS-HeldItems PIC 9(04).
01 WS-HeldIndex PIC 9(03).
01 WS-HeldFound PIC X.
01 WS-Score.
	02 WS-Balance PIC S9(09)V99.
	02 WS-LateAmt PIC S9(09)V99.
	02 WS-UtilPct PIC 9(05).
	02 WS-LatePct PIC 9(03).
	02 WS-InvCount PIC 9(04).
	02 WS-HoldCount PIC 9(04).
01 WS-Limit PIC 9(07)V99.
01 WS-NewLimit PIC 9(09)V99.
01 WS-Hundreds PIC 9(07).
01 WS-Action PIC X(08).
01 WS-ProposedTotal PIC S9(09)V99 VALUE ZERO.

01 WS-HeaderLine1.
	02 FILLER PIC X(10) VALUE "CREDIT LIM".
	02 FILLER PIC X(23) VALUE "IT REVIEW              ".
	02 FILLER PIC X(06) VALUE "PAGE: ".
	02 HDR-Page PIC ZZ9.
01 WS-HeaderLine2.
	02 FILLER PIC X(09) VALUE "RUN DATE:".
	02 HDR-Date PIC 9(08).
	02 FILLER PIC X(19) VALUE "  ACTIVITY SINCE: ".
	02 HDR-Window PIC 9(08).
01 WS-HeaderLine3.
	02 FILLER PIC X(07) VALUE "ID".
	02 FILLER PIC X(15) VALUE "NAME".
	02 FILLER PIC X(10) VALUE "    LIMIT".
	02 FILLER PIC X(11) VALUE "  BALANCE".
	02 FILLER PIC X(05) VALUE "UTIL%".
	02 FILLER PIC X(04) VALUE " INV".
	02 FILLER PIC X(04) VALUE " HLD".
	02 FILLER PIC X(04) VALUE " 60+".
	02 FILLER PIC X(11) VALUE "   PROPOSED".
	02 FILLER PIC X(07) VALUE " ACTION".
01 WS-DetailLine.
	02 DTL-ID PIC ZZZZZ9.
	02 FILLER PIC X(01) VALUE SPACES.
	02 DTL-Name PIC X(14).
	02 FILLER PIC X(01) VALUE SPACES.
	02 DTL-Limit PIC Z,ZZZ,ZZ9.
	02 FILLER PIC X(01) VALUE SPACES.
	02 DTL-Balance PIC Z,ZZZ,ZZ9-.
	02 FILLER PIC X(01) VALUE SPACES.
	02 DTL-Util PIC ZZZ9.
	02 FILLER PIC X(01) VALUE SPACES.
	02 DTL-Inv PIC ZZ9.
	02 FILLER PIC X(01) VALUE SPACES.
	02 DTL-Held PIC ZZ9.
	02 FILLER PIC X(01) VALUE SPACES.
	02 DTL-Late PIC ZZ9.
	02 FILLER PIC X(02) VALUE SPACES.
	02 DTL-NewLimit PIC Z,ZZZ,ZZ9.
	02 FILLER PIC X(02) VALUE SPACES.
	02 DTL-Action PIC X(08).
01 WS-FooterLine.
	02 FTR-Label PIC X(24).
	02 FTR-Count PIC ZZZ,ZZ9.
01 WS-LegendLine1.
	02 FILLER PIC X(40) VALUE
		"UTIL% = BALANCE AS A PERCENT OF LIMIT;  ".
	02 FILLER PIC X(40) VALUE
		"INV/HLD = INVOICES BILLED/HELD IN THE   ".
01 WS-LegendLine2.
	02 FILLER PIC X(40) VALUE
		"WINDOW;  60+ = PERCENT OF THE BALANCE IN".
	02 FILLER PIC X(40) VALUE
		" THE 60 AND 90-DAY BUCKETS.             ".

	COPY "runlog.cpy".
01 WS-RunLogText PIC X(60).

PROCEDURE DIVISION.
0000-MAINLINE.
	PERFORM 1000-INITIALIZE THRU 1000-EXIT.
	PERFORM 2000-REVIEW-ONE-CUSTOMER THRU 2000-EXIT
		UNTIL CustAtEOF.
	PERFORM 3000-FINISH THRU 3000-EXIT.
	STOP RUN.

*>----------------------------------------------------------------
*> 1000-INITIALIZE - SET THE REVIEW WINDOW (FIRST OF THE MONTH
*>                  THREE MONTHS BACK), TALLY WHAT IS STILL HELD,
*>                  AND OPEN THE FILES.  THE APPROVAL FILE IS
*>                  REWRITTEN FROM SCRATCH EACH REVIEW, THE WAY
*>                  CUSTWOFP REWRITES custwof.txt.
*>----------------------------------------------------------------
1000-INITIALIZE.
	ACCEPT WS-RunDate FROM DATE YYYYMMDD.
	MOVE WS-RunDate TO WS-WindowStart.
	MOVE 1 TO WS-WinDay.
	IF WS-WinMonth > 3
		SUBTRACT 3 FROM WS-WinMonth
	ELSE
		ADD 9 TO WS-WinMonth
		SUBTRACT 1 FROM WS-WinYear
	END-IF.
	OPEN INPUT CustomerFile.
	IF WS-CustStatus NOT = "00"
		DISPLAY "NO CUSTOMER MASTER ON FILE - NOTHING TO REVIEW"
		STOP RUN
	END-IF.
	PERFORM 1500-LOAD-HELD THRU 1500-EXIT.
	OPEN INPUT BalanceFile.
	OPEN INPUT JournalFile.
	OPEN OUTPUT ApprovalFile.
	OPEN OUTPUT ReportFile.
	MOVE WS-RunDate TO HDR-Date.
	MOVE WS-WindowStart TO HDR-Window.
	PERFORM 2100-READ-CUSTOMER THRU 2100-EXIT.
	PERFORM 2200-PRINT-HEADING THRU 2200-EXIT.
1000-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 1500-LOAD-HELD - COUNT THE INVOICES STILL HELD IN balhold.txt BY
*>                 CUSTOMER.  THEY HAVE NOT POSTED, SO THE JOURNAL
*>                 CANNOT SEE THEM.
*>----------------------------------------------------------------
1500-LOAD-HELD.
	OPEN INPUT HeldFile.
	PERFORM 1510-LOAD-ONE-HELD THRU 1510-EXIT
		UNTIL HeldAtEOF.
	CLOSE HeldFile.
1500-EXIT.
	EXIT.

1510-LOAD-ONE-HELD.
	READ HeldFile
		AT END MOVE 'Y' TO WS-HeldEOF
	END-READ.
	IF NOT HeldAtEOF AND BH-Type = 'I' AND BH-IDNum NUMERIC
		MOVE 'N' TO WS-HeldFound
		PERFORM 1520-MATCH-HELD THRU 1520-EXIT
			VARYING WS-HeldIndex FROM 1 BY 1
			UNTIL WS-HeldIndex > WS-HeldCount
			OR WS-HeldFound = 'Y'
		IF WS-HeldFound = 'N' AND WS-HeldCount < 500
			ADD 1 TO WS-HeldCount
			MOVE BH-IDNum TO WS-HeldID(WS-HeldCount)
			MOVE 1 TO WS-HeldItems(WS-HeldCount)
		END-IF
	END-IF.
1510-EXIT.
	EXIT.

1520-MATCH-HELD.
	IF WS-HeldID(WS-HeldIndex) = BH-IDNum
		ADD 1 TO WS-HeldItems(WS-HeldIndex)
		MOVE 'Y' TO WS-HeldFound
	END-IF.
1520-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2000-REVIEW-ONE-CUSTOMER - SCORE AN ACTIVE CUSTOMER WITH A
*>                           LIMIT AND PROPOSE A CHANGE WHERE THE
*>                           RULES CALL FOR ONE.
*>----------------------------------------------------------------
2000-REVIEW-ONE-CUSTOMER.
	ADD 1 TO WS-CustRead.
	MOVE CreditLimit TO WS-Limit.
	IF CreditLimit NOT NUMERIC
		MOVE ZERO TO WS-Limit
	END-IF.
	IF CustActive
		IF WS-Limit = ZERO
			ADD 1 TO WS-CustNoLimit
		ELSE
			ADD 1 TO WS-CustReviewed
			PERFORM 2300-SCORE-CUSTOMER THRU 2300-EXIT
			PERFORM 2500-PROPOSE THRU 2500-EXIT
		END-IF
	END-IF.
	PERFORM 2100-READ-CUSTOMER THRU 2100-EXIT.
2000-EXIT.
	EXIT.

2100-READ-CUSTOMER.
	READ CustomerFile NEXT RECORD
		AT END MOVE 'Y' TO WS-CustEOF
	END-READ.
2100-EXIT.
	EXIT.

2200-PRINT-HEADING.
	ADD 1 TO WS-PageCount.
	MOVE ZERO TO WS-LineCount.
	MOVE WS-PageCount TO HDR-Page.
	IF WS-PageCount > 1
		WRITE ReportLine FROM SPACES
	END-IF.
	WRITE ReportLine FROM WS-HeaderLine1.
	WRITE ReportLine FROM WS-HeaderLine2.
	WRITE ReportLine FROM SPACES.
	WRITE ReportLine FROM WS-HeaderLine3.
	WRITE ReportLine FROM SPACES.
2200-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2300-SCORE-CUSTOMER - BALANCE AND LATE SHARE FROM custbal.txt;
*>                      INVOICES BILLED AND HELD IN THE WINDOW
*>                      FROM custjrnl.txt PLUS WHAT IS STILL HELD.
*>----------------------------------------------------------------
2300-SCORE-CUSTOMER.
	MOVE ZERO TO WS-Balance WS-LateAmt WS-UtilPct WS-LatePct
		WS-InvCount WS-HoldCount.
	MOVE 'Y' TO WS-BalOnFile.
	MOVE IDNum TO Bal-IDNum.
	READ BalanceFile
		INVALID KEY MOVE 'N' TO WS-BalOnFile
	END-READ.
	IF WS-BalOnFile = 'Y'
		COMPUTE WS-Balance =
			Bal-Current + Bal-Age30 + Bal-Age60 + Bal-Age90
		COMPUTE WS-LateAmt = Bal-Age60 + Bal-Age90
	END-IF.
	IF WS-Balance > ZERO
		COMPUTE WS-UtilPct = WS-Balance * 100 / WS-Limit
			ON SIZE ERROR MOVE 99999 TO WS-UtilPct
		END-COMPUTE
		IF WS-LateAmt > ZERO
			IF WS-LateAmt >= WS-Balance
				MOVE 100 TO WS-LatePct
			ELSE
				COMPUTE WS-LatePct = WS-LateAmt * 100 / WS-Balance
			END-IF
		END-IF
	END-IF.
	MOVE 'N' TO WS-JrnlEOF.
	MOVE IDNum TO Jrnl-IDNum.
	MOVE WS-WindowStart TO Jrnl-PostDate.
	MOVE ZERO TO Jrnl-PostTime Jrnl-Seq.
	START JournalFile KEY IS NOT LESS THAN Jrnl-Key
		INVALID KEY MOVE 'Y' TO WS-JrnlEOF
	END-START.
	PERFORM 2310-TALLY-ONE-JOURNAL THRU 2310-EXIT
		UNTIL JrnlAtEOF.
	MOVE 'N' TO WS-HeldFound.
	PERFORM 2320-ADD-STILL-HELD THRU 2320-EXIT
		VARYING WS-HeldIndex FROM 1 BY 1
		UNTIL WS-HeldIndex > WS-HeldCount
		OR WS-HeldFound = 'Y'.
2300-EXIT.
	EXIT.

2310-TALLY-ONE-JOURNAL.
	READ JournalFile NEXT RECORD
		AT END MOVE 'Y' TO WS-JrnlEOF
	END-READ.
	IF NOT JrnlAtEOF
		IF Jrnl-IDNum NOT = IDNum
			MOVE 'Y' TO WS-JrnlEOF
		ELSE IF Jrnl-Type = 'I'
			ADD 1 TO WS-InvCount
			IF Jrnl-Sign = 'R'
				ADD 1 TO WS-HoldCount
			END-IF
		END-IF
		END-IF
	END-IF.
2310-EXIT.
	EXIT.

2320-ADD-STILL-HELD.
	IF WS-HeldID(WS-HeldIndex) = IDNum
		ADD WS-HeldItems(WS-HeldIndex) TO WS-HoldCount
		ADD WS-HeldItems(WS-HeldIndex) TO WS-InvCount
		MOVE 'Y' TO WS-HeldFound
	END-IF.
2320-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2500-PROPOSE - LATE MONEY FIRST: A LATE SHARE AT THE DECREASE
*>               MARK CUTS THE LIMIT NO MATTER HOW MUCH IT IS USED.
*>               ONLY A CUSTOMER WITH NOTHING AT 60/90 DAYS CAN BE
*>               PROPOSED AN INCREASE.  A CHANGE GOES ON THE REPORT
*>               AND INTO THE APPROVAL FILE MARKED 'N'.
*>----------------------------------------------------------------
2500-PROPOSE.
	MOVE SPACES TO WS-Action.
	IF WS-LatePct >= WS-LateDownPct
		COMPUTE WS-NewLimit = WS-Limit * (100 - WS-StepPct) / 100
		COMPUTE WS-Hundreds = WS-NewLimit / 100
		COMPUTE WS-NewLimit = WS-Hundreds * 100
		IF WS-NewLimit < WS-FloorLimit
			MOVE WS-FloorLimit TO WS-NewLimit
		END-IF
		IF WS-NewLimit < WS-Limit
			MOVE "DECREASE" TO WS-Action
			ADD 1 TO WS-Decreases
		END-IF
	ELSE IF WS-LateAmt NOT > ZERO
	AND (WS-UtilPct >= WS-UtilUpPct OR WS-HoldCount >= WS-HeldUpCount)
		COMPUTE WS-NewLimit = WS-Limit * (100 + WS-StepPct) / 100
		COMPUTE WS-Hundreds = (WS-NewLimit + 99.99) / 100
		COMPUTE WS-NewLimit = WS-Hundreds * 100
		IF WS-NewLimit > WS-CeilingLimit
			MOVE WS-CeilingLimit TO WS-NewLimit
		END-IF
		IF WS-NewLimit > WS-Limit
			MOVE "INCREASE" TO WS-Action
			ADD 1 TO WS-Increases
		END-IF
	END-IF
	END-IF.
	IF WS-Action = SPACES
		GO TO 2500-EXIT
	END-IF.
	IF WS-LineCount >= WS-LinesPerPage
		PERFORM 2200-PRINT-HEADING THRU 2200-EXIT
	END-IF.
	MOVE IDNum TO DTL-ID.
	MOVE LastName TO DTL-Name.
	MOVE WS-Limit TO DTL-Limit.
	MOVE WS-Balance TO DTL-Balance.
	MOVE WS-UtilPct TO DTL-Util.
	MOVE WS-InvCount TO DTL-Inv.
	MOVE WS-HoldCount TO DTL-Held.
	MOVE WS-LatePct TO DTL-Late.
	MOVE WS-NewLimit TO DTL-NewLimit.
	MOVE WS-Action TO DTL-Action.
	WRITE ReportLine FROM WS-DetailLine.
	ADD 1 TO WS-LineCount.
	MOVE IDNum TO CLR-IDNum.
	MOVE WS-Limit TO CLR-OldLimit.
	MOVE WS-NewLimit TO CLR-NewLimit.
	MOVE 'N' TO CLR-Approved.
	MOVE WS-RunDate TO CLR-ProposedDate.
	WRITE LimitReviewData.
	COMPUTE WS-ProposedTotal = WS-ProposedTotal
		+ WS-NewLimit - WS-Limit.
2500-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 3000-FINISH - FOOTERS AND LEGEND, CLOSE UP, LOG THE RUN, AND
*>              TELL THE OPERATOR WHAT HAPPENS NEXT.
*>----------------------------------------------------------------
3000-FINISH.
	IF WS-Increases = ZERO AND WS-Decreases = ZERO
		MOVE "NO LIMIT CHANGES PROPOSED THIS REVIEW" TO ReportLine
		WRITE ReportLine
	END-IF.
	WRITE ReportLine FROM SPACES.
	MOVE "CUSTOMERS REVIEWED    : " TO FTR-Label.
	MOVE WS-CustReviewed TO FTR-Count.
	WRITE ReportLine FROM WS-FooterLine.
	MOVE "NO LIMIT - NOT REVIEWED:" TO FTR-Label.
	MOVE WS-CustNoLimit TO FTR-Count.
	WRITE ReportLine FROM WS-FooterLine.
	MOVE "INCREASES PROPOSED    : " TO FTR-Label.
	MOVE WS-Increases TO FTR-Count.
	WRITE ReportLine FROM WS-FooterLine.
	MOVE "DECREASES PROPOSED    : " TO FTR-Label.
	MOVE WS-Decreases TO FTR-Count.
	WRITE ReportLine FROM WS-FooterLine.
	WRITE ReportLine FROM SPACES.
	WRITE ReportLine FROM WS-LegendLine1.
	WRITE ReportLine FROM WS-LegendLine2.
	CLOSE CustomerFile.
	CLOSE BalanceFile.
	CLOSE JournalFile.
	CLOSE ApprovalFile.
	CLOSE ReportFile.
	DISPLAY "CUSTOMERS READ        : " WS-CustRead.
	DISPLAY "CUSTOMERS REVIEWED    : " WS-CustReviewed.
	DISPLAY "INCREASES PROPOSED    : " WS-Increases.
	DISPLAY "DECREASES PROPOSED    : " WS-Decreases.
	DISPLAY "NET LIMIT CHANGE      : " WS-ProposedTotal.
	DISPLAY "MARK APPROVED ROWS 'Y' IN custclr.txt (COLUMN 25), "
		"THEN RUN custclra".
	MOVE 'I' TO RL-Severity.
	MOVE SPACES TO WS-RunLogText.
	STRING "REVIEWED " WS-CustReviewed " - PROPOSED UP "
		WS-Increases " DOWN " WS-Decreases
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
	MOVE "CUSTCLRP" TO RL-Program.
	OPEN EXTEND RunLogFile.
	WRITE RunLogLine FROM WS-RunLogEntry.
	CLOSE RunLogFile.
	MOVE SPACES TO RL-RecordID RL-Message.
9000-EXIT.
	EXIT.
