*>                   RUN AS:
*>                       custstmt [YYYYMM]
*>                   (DEFAULTS TO THE RUN DATE'S MONTH).
*>   10/14/2026  CS  EACH ITEM LINE NOW SHOWS THE INVOICE NUMBER
*>                   THE ITEM POSTED UNDER OR PAID (Jrnl-InvoiceNo,
*>                   BLANK WHEN NONE WAS NAMED).
*>   10/14/2026  CS  MONTH-END FINANCE CHARGES (TYPE F, FROM
*>                   CUSTFINC) PRINT AS "FINANCE CHARGE" AND ADD
*>                   TO THE BALANCE LIKE AN INVOICE.  TYPE COLUMN
*>                   WIDENED TO FIT.
*>   10/14/2026  CS  CREDIT-BALANCE REFUNDS (TYPE R, FROM CUSTRFDA)
*>                   PRINT AS "REFUND" AND ADD TO THE BALANCE,
*>                   BRINGING THE CREDIT BACK TOWARD ZERO.
*>   10/15/2026  CS  A CUSTOMER WHOSE ADDRESS IS FLAGGED
*>                   UNDELIVERABLE IN custrtm.txt (RETURNED MAIL,
*>                   SEE custrtm.cpy) GETS NO STATEMENT; THEY ARE
*>                   LISTED WITH THEIR CLOSING BALANCE ON THE
*>                   EXCEPTIONS REPORT custstmt.exc INSTEAD.
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
		RECORD KEY IS Jrnl-Key
		FILE STATUS IS WS-JrnlStatus.

	SELECT OPTIONAL ReturnedMailFile ASSIGN TO "custrtm.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS RTM-IDNum.

	SELECT ReportFile ASSIGN TO "custstmt.txt"
		ORGANIZATION IS LINE SEQUENTIAL.

	SELECT ExceptionFile ASSIGN TO "custstmt.exc"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD BalanceFile.
FD JournalFile.
	COPY "custjrnl.cpy".

FD ReturnedMailFile.
	COPY "custrtm.cpy".

FD ReportFile.
01 ReportLine PIC X(80).

FD ExceptionFile.
01 ExceptionLine PIC X(80).

WORKING-STORAGE SECTION.
01 WS-BalStatus PIC X(02).
01 WS-JrnlStatus PIC X(02).
	02 WS-JrnlEOF PIC X.
		88 JrnlAtEOF VALUE 'Y'.
	02 WS-CustOnFile PIC X.
	02 WS-Undeliverable PIC X.
01 WS-Counters.
	02 WS-BalsRead PIC 9(06) VALUE ZERO.
	02 WS-StmtsPrinted PIC 9(06) VALUE ZERO.
	02 WS-BalsSkipped PIC 9(06) VALUE ZERO.
	02 WS-ItemsPrinted PIC 9(06) VALUE ZERO.
	02 WS-MailSuppressed PIC 9(06) VALUE ZERO.
01 WS-Parm PIC X(40).
01 WS-ParmMonth PIC X(06) JUSTIFIED RIGHT.
01 WS-RunDate PIC 9(08).
	02 FILLER PIC X(02) VALUE SPACES.
	02 ITM-TranDate PIC 9(08).
	02 FILLER PIC X(02) VALUE SPACES.
	02 ITM-Type PIC X(14).
	02 FILLER PIC X(02) VALUE SPACES.
	02 ITM-Invoice PIC X(10).
	02 FILLER PIC X(01) VALUE SPACES.
	02 ITM-Amount PIC ZZZZ,ZZZ,ZZ9.99-.
01 WS-ItemHeading.
	02 FILLER PIC X(02) VALUE SPACES.
	02 FILLER PIC X(10) VALUE "POSTED".
	02 FILLER PIC X(10) VALUE "TRAN DATE".
	02 FILLER PIC X(16) VALUE "TYPE".
	02 FILLER PIC X(11) VALUE "INVOICE".
	02 FILLER PIC X(10) VALUE "    AMOUNT".
01 WS-NoItemsLine.
	02 FILLER PIC X(40)
01 WS-SeparatorLine.
	02 FILLER PIC X(60) VALUE ALL "-".

01 WS-ExcHeader1.
	02 FILLER PIC X(40) VALUE "STATEMENTS NOT MAILED - RETURNED MAIL".
	02 FILLER PIC X(07) VALUE "MONTH: ".
	02 EXH-Month PIC 9(06).
	02 FILLER PIC X(12) VALUE "   RUN DATE:".
	02 EXH-Date PIC 9(08).
01 WS-ExcHeader2.
	02 FILLER PIC X(08) VALUE "ID".
	02 FILLER PIC X(32) VALUE "NAME".
	02 FILLER PIC X(10) VALUE "RETURNED".
	02 FILLER PIC X(07) VALUE "PIECES".
	02 FILLER PIC X(16) VALUE " CLOSING BALANCE".
01 WS-ExcLine.
	02 EXC-ID PIC ZZZZZ9.
	02 FILLER PIC X(02) VALUE SPACES.
	02 EXC-Name PIC X(31).
	02 FILLER PIC X(01) VALUE SPACES.
	02 EXC-LastDate PIC 9(08).
	02 FILLER PIC X(02) VALUE SPACES.
	02 EXC-Pieces PIC ZZ9.
	02 FILLER PIC X(02) VALUE SPACES.
	02 EXC-Balance PIC ZZZZ,ZZZ,ZZ9.99-.
01 WS-ExcFooter.
	02 FILLER PIC X(24) VALUE "STATEMENTS SUPPRESSED : ".
	02 EXF-Count PIC ZZZ,ZZ9.

PROCEDURE DIVISION.
0000-MAINLINE.
	PERFORM 1000-INITIALIZE THRU 1000-EXIT.
		STOP RUN
	END-IF.
	OPEN INPUT CustomerFile.
	OPEN INPUT ReturnedMailFile.
	OPEN OUTPUT ReportFile.
	OPEN OUTPUT ExceptionFile.
	MOVE WS-StmtMonth TO HDR-Month EXH-Month.
	MOVE WS-RunDate TO HDR-Date EXH-Date.
	WRITE ExceptionLine FROM WS-ExcHeader1.
	WRITE ExceptionLine FROM SPACES.
	WRITE ExceptionLine FROM WS-ExcHeader2.
	WRITE ExceptionLine FROM SPACES.
	PERFORM 2100-READ-BALANCE THRU 2100-EXIT.
1000-EXIT.
	EXIT.
*> 2000-STATEMENT-ONE-CUSTOMER - ONE BALANCE RECORD, ONE STATEMENT.
*>                              CUSTOMERS NOT ON THE MASTER OR
*>                              FLAGGED INACTIVE ARE SKIPPED AND
*>                              COUNTED.  A CUSTOMER WHOSE
*>                              ADDRESS IS FLAGGED UNDELIVERABLE
*>                              GOES TO THE EXCEPTIONS REPORT
*>                              WITH THEIR CLOSING BALANCE IN
*>                              PLACE OF A STATEMENT.  PASS ONE
*>                              TOTALS THE MONTH'S POSTINGS SO
*>                              THE OPENING BALANCE CAN PRINT
*>                              FIRST; PASS TWO PRINTS THE ITEMS
*>                              THEMSELVES.
*>----------------------------------------------------------------
2000-STATEMENT-ONE-CUSTOMER.
	ADD 1 TO WS-BalsRead.
			Bal-Current + Bal-Age30 + Bal-Age60 + Bal-Age90
		PERFORM 2360-ROLL-BACK-LATER THRU 2360-EXIT
		SUBTRACT WS-LaterNet FROM WS-ClosingBal
		PERFORM 2200-CHECK-RETURNED-MAIL THRU 2200-EXIT
		IF WS-Undeliverable = 'Y'
			PERFORM 2250-LIST-EXCEPTION THRU 2250-EXIT
		ELSE
			PERFORM 2300-TALLY-ITEMS THRU 2300-EXIT
			COMPUTE WS-OpeningBal = WS-ClosingBal - WS-NetPosted
			PERFORM 2500-PRINT-STATEMENT THRU 2500-EXIT
			ADD 1 TO WS-StmtsPrinted
		END-IF
	END-IF.
	PERFORM 2100-READ-BALANCE THRU 2100-EXIT.
2000-EXIT.
2100-EXIT.
	EXIT.

2200-CHECK-RETURNED-MAIL.
	MOVE 'Y' TO WS-Undeliverable.
	MOVE IDNum TO RTM-IDNum.
	READ ReturnedMailFile
		INVALID KEY MOVE 'N' TO WS-Undeliverable
	END-READ.
2200-EXIT.
	EXIT.

2250-LIST-EXCEPTION.
	MOVE IDNum TO EXC-ID.
	MOVE SPACES TO EXC-Name.
	STRING FirstName " " LastName DELIMITED BY "  "
		INTO EXC-Name.
	MOVE RTM-LastDate TO EXC-LastDate.
	MOVE RTM-Pieces TO EXC-Pieces.
	MOVE WS-ClosingBal TO EXC-Balance.
	WRITE ExceptionLine FROM WS-ExcLine.
	ADD 1 TO WS-MailSuppressed.
2250-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2300-TALLY-ITEMS - FIRST PASS OVER THE CUSTOMER'S JOURNAL ROWS
*>                   FOR THE STATEMENT MONTH: COUNT THEM AND TOTAL

*>----------------------------------------------------------------
*> 2350-ITEM-EFFECT - A JOURNAL ROW'S SIGNED EFFECT ON THE TOTAL
*>                   BALANCE: INVOICES, FINANCE CHARGES AND REFUNDS
*>                   ADD, PAYMENTS RELIEVE, AND ADJUSTMENTS CARRY
*>                   THEIR OWN SIGN.
*>----------------------------------------------------------------
2350-ITEM-EFFECT.
	EVALUATE TRUE
		WHEN Jrnl-Type = 'I'
			MOVE Jrnl-Amount TO WS-ItemEffect
		WHEN Jrnl-Type = 'F'
			MOVE Jrnl-Amount TO WS-ItemEffect
		WHEN Jrnl-Type = 'R'
			MOVE Jrnl-Amount TO WS-ItemEffect
		WHEN Jrnl-Type = 'P'
			COMPUTE WS-ItemEffect = ZERO - Jrnl-Amount
		WHEN Jrnl-Type = 'W'
	IF NOT JrnlAtEOF
		MOVE Jrnl-PostDate TO ITM-PostDate
		MOVE Jrnl-TranDate TO ITM-TranDate
		MOVE Jrnl-InvoiceNo TO ITM-Invoice
		EVALUATE Jrnl-Type
			WHEN 'I' MOVE "INVOICE" TO ITM-Type
			WHEN 'P' MOVE "PAYMENT" TO ITM-Type
			WHEN 'J' MOVE "ADJUSTMENT" TO ITM-Type
			WHEN 'W' MOVE "WRITE-OFF" TO ITM-Type
			WHEN 'F' MOVE "FINANCE CHARGE" TO ITM-Type
			WHEN 'R' MOVE "REFUND" TO ITM-Type
			WHEN OTHER MOVE Jrnl-Type TO ITM-Type
		END-EVALUATE
		PERFORM 2350-ITEM-EFFECT THRU 2350-EXIT
	CLOSE BalanceFile.
	CLOSE CustomerFile.
	CLOSE JournalFile.
	MOVE WS-MailSuppressed TO EXF-Count.
	WRITE ExceptionLine FROM SPACES.
	WRITE ExceptionLine FROM WS-ExcFooter.
	CLOSE ReturnedMailFile.
	CLOSE ReportFile.
	CLOSE ExceptionFile.
	DISPLAY "STATEMENT MONTH        : " WS-StmtMonth.
	DISPLAY "BALANCE RECORDS READ   : " WS-BalsRead.
	DISPLAY "STATEMENTS PRINTED     : " WS-StmtsPrinted.
	DISPLAY "SKIPPED (NO/INACTIVE)  : " WS-BalsSkipped.
	DISPLAY "ITEMS PRINTED          : " WS-ItemsPrinted.
	DISPLAY "RETURNED MAIL SKIPPED  : " WS-MailSuppressed.
3000-EXIT.
	EXIT.
