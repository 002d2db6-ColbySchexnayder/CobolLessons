	>> SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTRFDP.
AUTHOR. Colby Schexnayder.
INSTALLATION. CUSTOMER RECORDS SYSTEM.
DATE-WRITTEN. 10/14/2026.
DATE-COMPILED.
*>----------------------------------------------------------------
*> MODIFICATION HISTORY
*>   10/14/2026  CS  NEW PROGRAM - CREDIT-BALANCE REFUND PROPOSAL.
*>                   AN OVERPAYMENT BECOMES A CREDIT IN custbal.txt
*>                   AND JUST SAT THERE; THE ONLY WAY TO PAY IT BACK
*>                   WAS A FAKE ADJUSTMENT THAT HID THE REFUND IN
*>                   THE ADJUSTED TOTAL.  LISTS EVERY CUSTOMER WHOSE
*>                   TOTAL BALANCE IS A CREDIT ON THE PROPOSAL
*>                   REPORT (custrfdp.txt) AND, FOR AN ACTIVE
*>                   CUSTOMER, WRITES A ROW FOR THE WHOLE CREDIT TO
*>                   THE APPROVAL FILE (custrfd.txt, SEE custrfd.cpy)
*>                   MARKED 'N'.  AN INACTIVE OR MISSING CUSTOMER IS
*>                   LISTED BUT NOT PROPOSED - CUSTPOST WILL NOT
*>                   POST TO ONE.  A SUPERVISOR MARKS THE APPROVED
*>                   ROWS UP TO 'Y'; CUSTRFDA THEN TURNS THEM INTO
*>                   TYPE-'R' TRANSACTIONS FOR CUSTPOST.  RUN AS:
*>                       custrfdp [MINIMUM-WHOLE-DOLLARS]
*>                   (NO MINIMUM PROPOSES EVERY CREDIT BALANCE.)
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT BalanceFile ASSIGN TO "custbal.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS Bal-IDNum
		FILE STATUS IS WS-BalStatus.

	SELECT CustomerFile ASSIGN TO "customer.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS IDNum
		ALTERNATE RECORD KEY IS NameKey WITH DUPLICATES
		SHARING WITH ALL OTHER.

	SELECT ApprovalFile ASSIGN TO "custrfd.txt"
		ORGANIZATION IS LINE SEQUENTIAL.

	SELECT ReportFile ASSIGN TO "custrfdp.txt"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD BalanceFile.
	COPY "custbal.cpy".

FD CustomerFile.
	COPY "custrec.cpy".

FD ApprovalFile.
	COPY "custrfd.cpy".

FD ReportFile.
01 ReportLine PIC X(80).

WORKING-STORAGE SECTION.
01 WS-BalStatus PIC X(02).
01 WS-Switches.
	02 WS-BalEOF PIC X VALUE 'N'.
		88 BalAtEOF VALUE 'Y'.
	02 WS-CustOnFile PIC X.
01 WS-Counters.
	02 WS-LineCount PIC 9(02) VALUE ZERO.
	02 WS-PageCount PIC 9(03) VALUE ZERO.
	02 WS-BalsRead PIC 9(06) VALUE ZERO.
	02 WS-RowsProposed PIC 9(06) VALUE ZERO.
	02 WS-RowsNotProposed PIC 9(06) VALUE ZERO.
01 WS-LinesPerPage PIC 9(02) VALUE 20.
01 WS-RunDate PIC 9(08).
01 WS-Parm PIC X(40).
01 WS-ParmAmt PIC X(09) JUSTIFIED RIGHT.
01 WS-Minimum PIC 9(07)V99 VALUE ZERO.
01 WS-MinimumWhole PIC 9(09).
01 WS-ProposedTotal PIC S9(09)V99 VALUE ZERO.

01 WS-HeaderLine1.
	02 FILLER PIC X(10) VALUE "CREDIT-BAL".
	02 FILLER PIC X(23) VALUE "ANCE REFUND PROPOSAL   ".
	02 FILLER PIC X(06) VALUE "PAGE: ".
	02 HDR-Page PIC ZZ9.
01 WS-HeaderLine2.
	02 FILLER PIC X(09) VALUE "RUN DATE:".
	02 HDR-Date PIC 9(08).
	02 FILLER PIC X(12) VALUE "    MINIMUM:".
	02 HDR-Minimum PIC ZZZZ,ZZ9.99.
01 WS-HeaderLine3.
	02 FILLER PIC X(08) VALUE "ID".
	02 FILLER PIC X(22) VALUE "NAME".
	02 FILLER PIC X(14) VALUE "  CREDIT OWED".
	02 FILLER PIC X(02) VALUE SPACES.
	02 FILLER PIC X(30) VALUE "NOTE".
01 WS-DetailLine.
	02 DTL-ID PIC ZZZZZ9.
	02 FILLER PIC X(02) VALUE SPACES.
	02 DTL-Name PIC X(20).
	02 FILLER PIC X(02) VALUE SPACES.
	02 DTL-Credit PIC ZZZZ,ZZ9.99.
	02 FILLER PIC X(05) VALUE SPACES.
	02 DTL-Note PIC X(30).
01 WS-FooterLine1.
	02 FILLER PIC X(24) VALUE "REFUNDS PROPOSED      : ".
	02 FTR-Count PIC ZZZ,ZZ9.
01 WS-FooterLine2.
	02 FILLER PIC X(24) VALUE "PROPOSED REFUND TOTAL : ".
	02 FTR-Total PIC ZZZZZZ,ZZ9.99-.
01 WS-FooterLine3.
	02 FILLER PIC X(24) VALUE "LISTED, NOT PROPOSED  : ".
	02 FTR-NotProposed PIC ZZZ,ZZ9.
01 WS-CustTotal PIC S9(09)V99.
01 WS-Credit PIC 9(07)V99.

PROCEDURE DIVISION.
0000-MAINLINE.
	PERFORM 1000-INITIALIZE THRU 1000-EXIT.
	PERFORM 2000-EXAMINE-ONE-BALANCE THRU 2000-EXIT
		UNTIL BalAtEOF.
	PERFORM 3000-FINISH THRU 3000-EXIT.
	STOP RUN.

*>----------------------------------------------------------------
*> 1000-INITIALIZE - PICK UP THE OPTIONAL MINIMUM (WHOLE DOLLARS)
*>                  AND OPEN THE FILES.  THE APPROVAL FILE IS
*>                  REWRITTEN FROM SCRATCH EACH PROPOSAL RUN, THE
*>                  WAY CUSTWOFP REWRITES custwof.txt.
*>----------------------------------------------------------------
1000-INITIALIZE.
	ACCEPT WS-RunDate FROM DATE YYYYMMDD.
	ACCEPT WS-Parm FROM COMMAND-LINE.
	UNSTRING WS-Parm DELIMITED BY ALL " " INTO WS-ParmAmt.
	INSPECT WS-ParmAmt REPLACING LEADING " " BY "0".
	IF WS-ParmAmt NUMERIC
		MOVE WS-ParmAmt TO WS-MinimumWhole
		MOVE WS-MinimumWhole TO WS-Minimum
	END-IF.
	OPEN INPUT BalanceFile.
	IF WS-BalStatus NOT = "00"
		DISPLAY "NO BALANCE FILE ON FILE - RUN CUSTPOST FIRST"
		STOP RUN
	END-IF.
	OPEN INPUT CustomerFile.
	OPEN OUTPUT ApprovalFile.
	OPEN OUTPUT ReportFile.
	MOVE WS-RunDate TO HDR-Date.
	MOVE WS-Minimum TO HDR-Minimum.
	PERFORM 2100-READ-BALANCE THRU 2100-EXIT.
	IF NOT BalAtEOF
		PERFORM 2200-PRINT-HEADING THRU 2200-EXIT
	END-IF.
1000-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2000-EXAMINE-ONE-BALANCE - A TOTAL BALANCE BELOW ZERO, WITH THE
*>                           CREDIT AT OR ABOVE THE MINIMUM, GOES
*>                           ON THE PROPOSAL.
*>----------------------------------------------------------------
2000-EXAMINE-ONE-BALANCE.
	ADD 1 TO WS-BalsRead.
	COMPUTE WS-CustTotal =
		Bal-Current + Bal-Age30 + Bal-Age60 + Bal-Age90.
	IF WS-CustTotal < ZERO
		COMPUTE WS-Credit = ZERO - WS-CustTotal
		IF WS-Credit >= WS-Minimum
			PERFORM 2300-PROPOSE-ONE THRU 2300-EXIT
		END-IF
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
*> 2300-PROPOSE-ONE - AN ACTIVE CUSTOMER'S CREDIT GOES INTO THE
*>                   APPROVAL FILE, MARKED 'N' UNTIL A SUPERVISOR
*>                   SAYS OTHERWISE.  ANYONE ELSE IS LISTED WITH
*>                   THE REASON IT CANNOT BE REFUNDED YET.
*>----------------------------------------------------------------
2300-PROPOSE-ONE.
	IF WS-LineCount >= WS-LinesPerPage
		PERFORM 2200-PRINT-HEADING THRU 2200-EXIT
	END-IF.
	MOVE 'Y' TO WS-CustOnFile.
	MOVE Bal-IDNum TO IDNum.
	READ CustomerFile
		INVALID KEY MOVE 'N' TO WS-CustOnFile
	END-READ.
	MOVE Bal-IDNum TO DTL-ID.
	MOVE WS-Credit TO DTL-Credit.
	MOVE SPACES TO DTL-Note.
	IF WS-CustOnFile = 'Y'
		MOVE LastName TO DTL-Name
	ELSE
		MOVE "** NOT ON FILE **" TO DTL-Name
	END-IF.
	IF WS-CustOnFile = 'N'
		MOVE "NOT PROPOSED - NO CUSTOMER" TO DTL-Note
		ADD 1 TO WS-RowsNotProposed
	ELSE IF CustInactive
		MOVE "NOT PROPOSED - INACTIVE" TO DTL-Note
		ADD 1 TO WS-RowsNotProposed
	ELSE
		MOVE Bal-IDNum TO RFD-IDNum
		MOVE WS-Credit TO RFD-Amount
		MOVE 'N' TO RFD-Approved
		MOVE WS-RunDate TO RFD-ProposedDate
		WRITE RefundData
		ADD 1 TO WS-RowsProposed
		ADD WS-Credit TO WS-ProposedTotal
	END-IF
	END-IF.
	WRITE ReportLine FROM WS-DetailLine.
	ADD 1 TO WS-LineCount.
2300-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 3000-FINISH - FOOTERS, CLOSE UP, AND TELL THE OPERATOR WHAT
*>              HAPPENS NEXT.
*>----------------------------------------------------------------
3000-FINISH.
	IF WS-PageCount = ZERO
		PERFORM 2200-PRINT-HEADING THRU 2200-EXIT
	END-IF.
	MOVE WS-RowsProposed TO FTR-Count.
	MOVE WS-ProposedTotal TO FTR-Total.
	MOVE WS-RowsNotProposed TO FTR-NotProposed.
	WRITE ReportLine FROM SPACES.
	WRITE ReportLine FROM WS-FooterLine1.
	WRITE ReportLine FROM WS-FooterLine2.
	WRITE ReportLine FROM WS-FooterLine3.
	CLOSE BalanceFile.
	CLOSE CustomerFile.
	CLOSE ApprovalFile.
	CLOSE ReportFile.
	DISPLAY "BALANCES READ       : " WS-BalsRead.
	DISPLAY "REFUNDS PROPOSED    : " WS-RowsProposed.
	DISPLAY "PROPOSED REFUNDS    : " WS-ProposedTotal.
	DISPLAY "MARK APPROVED ROWS 'Y' IN custrfd.txt (COLUMN 16), "
		"THEN RUN custrfda".
3000-EXIT.
	EXIT.
