*>                   RUN AS:
*>                       custglrc [YYYYMM]
*>                   (DEFAULTS TO THE RUN DATE'S MONTH).
*>   10/14/2026  CS  FINANCE CHARGES (CUSTFINC, TYPE F) GET THEIR
*>                   OWN COLUMN AND MONTH TOTAL.  JOURNAL RECORDS
*>                   WRITTEN BEFORE GL-FinanceCharged EXISTED COUNT
*>                   AS NO FINANCE CHARGES.
*>   10/14/2026  CS  CREDIT-BALANCE REFUNDS (CUSTRFDA, TYPE R) GET
*>                   THEIR OWN COLUMN AND MONTH TOTAL, ON THE SAME
*>                   TERMS - NO GL-Refunded MEANS NO REFUNDS.
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
	02 WS-TotPaid PIC S9(11)V99 VALUE ZERO.
	02 WS-TotAdjusted PIC S9(11)V99 VALUE ZERO.
	02 WS-TotWrittenOff PIC S9(11)V99 VALUE ZERO.
	02 WS-TotFinance PIC S9(11)V99 VALUE ZERO.
	02 WS-TotRefunded PIC S9(11)V99 VALUE ZERO.
	02 WS-TotBktCurrent PIC S9(11)V99 VALUE ZERO.
	02 WS-TotBkt30 PIC S9(11)V99 VALUE ZERO.
	02 WS-TotBkt60 PIC S9(11)V99 VALUE ZERO.
	02 FILLER PIC X(15) VALUE "           PAID".
	02 FILLER PIC X(15) VALUE "       ADJUSTED".
	02 FILLER PIC X(15) VALUE "    WRITTEN OFF".
	02 FILLER PIC X(15) VALUE "        FINANCE".
	02 FILLER PIC X(15) VALUE "       REFUNDED".
	02 FILLER PIC X(15) VALUE "     NET CHANGE".
	02 FILLER PIC X(05) VALUE "  REJ".
	02 FILLER PIC X(05) VALUE " HELD".
	02 DTL-Paid PIC ZZZ,ZZZ,ZZ9.99-.
	02 DTL-Adjusted PIC ZZZ,ZZZ,ZZ9.99-.
	02 DTL-WrittenOff PIC ZZZ,ZZZ,ZZ9.99-.
	02 DTL-Finance PIC ZZZ,ZZZ,ZZ9.99-.
	02 DTL-Refunded PIC ZZZ,ZZZ,ZZ9.99-.
	02 DTL-NetChange PIC ZZZ,ZZZ,ZZ9.99-.
	02 DTL-Rejected PIC ZZZZ9.
	02 DTL-Held PIC ZZZZ9.
	ADD 1 TO WS-RunsRead.
	IF GL-RunDate(1:6) = WS-RecapMonth
		ADD 1 TO WS-RunsRecapped
		IF GL-FinanceCharged NOT NUMERIC
			MOVE ZERO TO GL-FinanceCharged
		END-IF
		IF GL-Refunded NOT NUMERIC
			MOVE ZERO TO GL-Refunded
		END-IF
		MOVE GL-RunDate TO DTL-Date
		MOVE GL-Invoiced TO DTL-Invoiced
		MOVE GL-Paid TO DTL-Paid
		MOVE GL-Adjusted TO DTL-Adjusted
		MOVE GL-WrittenOff TO DTL-WrittenOff
		MOVE GL-FinanceCharged TO DTL-Finance
		MOVE GL-Refunded TO DTL-Refunded
		MOVE GL-NetChange TO DTL-NetChange
		MOVE GL-TransRejected TO DTL-Rejected
		MOVE GL-TransHeld TO DTL-Held
		ADD GL-Paid TO WS-TotPaid
		ADD GL-Adjusted TO WS-TotAdjusted
		ADD GL-WrittenOff TO WS-TotWrittenOff
		ADD GL-FinanceCharged TO WS-TotFinance
		ADD GL-Refunded TO WS-TotRefunded
		ADD GL-BktCurrent TO WS-TotBktCurrent
		ADD GL-Bkt30 TO WS-TotBkt30
		ADD GL-Bkt60 TO WS-TotBkt60
	MOVE "MONTH WRITTEN OFF     : " TO TOT-Label.
	MOVE WS-TotWrittenOff TO TOT-Amount.
	WRITE ReportLine FROM WS-TotalLine.
	MOVE "MONTH FINANCE CHARGED : " TO TOT-Label.
	MOVE WS-TotFinance TO TOT-Amount.
	WRITE ReportLine FROM WS-TotalLine.
	MOVE "MONTH REFUNDED        : " TO TOT-Label.
	MOVE WS-TotRefunded TO TOT-Amount.
	WRITE ReportLine FROM WS-TotalLine.
	MOVE "MONTH NET CHANGE      : " TO TOT-Label.
	MOVE WS-TotNetChange TO TOT-Amount.
	WRITE ReportLine FROM WS-TotalLine.
