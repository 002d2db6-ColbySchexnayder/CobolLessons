	>> SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTFINC.
AUTHOR. Colby Schexnayder.
INSTALLATION. CUSTOMER RECORDS SYSTEM.
DATE-WRITTEN. 10/14/2026.
DATE-COMPILED.
*>----------------------------------------------------------------
*> MODIFICATION HISTORY
*>   10/14/2026  CS  NEW PROGRAM - MONTH-END FINANCE CHARGES ON
*>                   PAST-DUE RECEIVABLES.  FOR EVERY ACTIVE
*>                   CUSTOMER WHOSE 60- AND 90-DAY BUCKETS
*>                   (Bal-Age60 + Bal-Age90) REACH THE SMALL-
*>                   BALANCE THRESHOLD, CHARGES THE MONTHLY RATE ON
*>                   THAT PAST-DUE AMOUNT, RAISED TO THE MINIMUM
*>                   CHARGE, AS A TYPE-'F' TRANSACTION ON
*>                   baltran.txt FOR CUSTPOST TO POST.  RATE,
*>                   MINIMUM AND THRESHOLD COME FROM THE PARAMETER
*>                   FILE custfinc.prm (ONE LINE: RATE 9V9999, E.G.
*>                   01500 FOR 1.5%; MINIMUM 9(05)V99; THRESHOLD
*>                   9(07)V99, ALL DIGITS, NO POINTS); NO USABLE
*>                   PARAMETERS, NO RUN.  EACH CHARGE CARRIES THE
*>                   INVOICE NUMBER "FC" + YYYYMM, SO IT OPENS AS AN
*>                   INVOICE PAYMENTS CAN BE APPLIED TO, AND A
*>                   CUSTOMER ALREADY CHARGED FOR THE MONTH (ROW ON
*>                   custinv.txt) IS SKIPPED - A RE-RUN CANNOT
*>                   CHARGE TWICE.  THE REGISTER GOES TO
*>                   custfinc.txt.
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT ParmFile ASSIGN TO "custfinc.prm"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-ParmStatus.

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

	SELECT OPTIONAL InvoiceFile ASSIGN TO "custinv.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS Inv-Key.

	SELECT OPTIONAL BalTranFile ASSIGN TO "baltran.txt"
		ORGANIZATION IS LINE SEQUENTIAL.

	SELECT ReportFile ASSIGN TO "custfinc.txt"
		ORGANIZATION IS LINE SEQUENTIAL.

	SELECT OPTIONAL RunLogFile ASSIGN TO "runlog.txt"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ParmFile.
01 ParmRecord.
	02 FP-Rate PIC 9V9(04).
	02 FP-MinCharge PIC 9(05)V99.
	02 FP-Threshold PIC 9(07)V99.

FD BalanceFile.
	COPY "custbal.cpy".

FD CustomerFile.
	COPY "custrec.cpy".

FD InvoiceFile.
	COPY "custinv.cpy".

FD BalTranFile.
01 BalTranRecord.
	02 BT-IDNum PIC 9(06).
	02 BT-Type PIC X(01).
	02 BT-Sign PIC X(01).
	02 BT-Amount PIC 9(07)V99.
	02 BT-Date PIC 9(08).
	02 BT-InvoiceNo PIC X(10).

FD ReportFile.
01 ReportLine PIC X(80).

FD RunLogFile.
01 RunLogLine PIC X(93).

WORKING-STORAGE SECTION.
01 WS-ParmStatus PIC X(02).
01 WS-BalStatus PIC X(02).
01 WS-Switches.
	02 WS-BalEOF PIC X VALUE 'N'.
		88 BalAtEOF VALUE 'Y'.
	02 WS-CustOnFile PIC X.
	02 WS-InvOnFile PIC X.
01 WS-Counters.
	02 WS-LineCount PIC 9(02) VALUE ZERO.
	02 WS-PageCount PIC 9(03) VALUE ZERO.
	02 WS-BalsRead PIC 9(06) VALUE ZERO.
	02 WS-Charged PIC 9(06) VALUE ZERO.
	02 WS-BelowThreshold PIC 9(06) VALUE ZERO.
	02 WS-AlreadyCharged PIC 9(06) VALUE ZERO.
	02 WS-Inactive PIC 9(06) VALUE ZERO.
01 WS-LinesPerPage PIC 9(02) VALUE 20.
01 WS-RunDate PIC 9(08).
01 WS-ChargeInvoice.
	02 FILLER PIC X(02) VALUE "FC".
	02 WS-ChargeMonth PIC 9(06).
	02 FILLER PIC X(02) VALUE SPACES.
01 WS-PastDue PIC S9(09)V99.
01 WS-Charge PIC S9(07)V99.
01 WS-ChargedTotal PIC S9(09)V99 VALUE ZERO.

	COPY "runlog.cpy".
01 WS-RunLogText PIC X(60).

01 WS-HeaderLine1.
	02 FILLER PIC X(33) VALUE "FINANCE CHARGE REGISTER".
	02 FILLER PIC X(06) VALUE "PAGE: ".
	02 HDR-Page PIC ZZ9.
01 WS-HeaderLine2.
	02 FILLER PIC X(09) VALUE "RUN DATE:".
	02 HDR-Date PIC 9(08).
	02 FILLER PIC X(08) VALUE "  RATE: ".
	02 HDR-Rate PIC 9.9999.
	02 FILLER PIC X(07) VALUE "  MIN: ".
	02 HDR-Min PIC ZZ,ZZ9.99.
	02 FILLER PIC X(13) VALUE "  THRESHOLD: ".
	02 HDR-Threshold PIC Z,ZZZ,ZZ9.99.
01 WS-HeaderLine3.
	02 FILLER PIC X(08) VALUE "ID".
	02 FILLER PIC X(22) VALUE "NAME".
	02 FILLER PIC X(12) VALUE "     60 DAYS".
	02 FILLER PIC X(12) VALUE "     90 DAYS".
	02 FILLER PIC X(13) VALUE "     PAST DUE".
	02 FILLER PIC X(12) VALUE "      CHARGE".
01 WS-DetailLine.
	02 DTL-ID PIC ZZZZZ9.
	02 FILLER PIC X(02) VALUE SPACES.
	02 DTL-Name PIC X(20).
	02 FILLER PIC X(01) VALUE SPACES.
	02 DTL-60 PIC ZZZZ,ZZ9.99-.
	02 DTL-90 PIC ZZZZ,ZZ9.99-.
	02 FILLER PIC X(01) VALUE SPACES.
	02 DTL-PastDue PIC ZZZZ,ZZ9.99-.
	02 DTL-Charge PIC ZZZZ,ZZ9.99-.
01 WS-FooterLine1.
	02 FILLER PIC X(24) VALUE "CUSTOMERS CHARGED     : ".
	02 FTR-Count PIC ZZZ,ZZ9.
01 WS-FooterLine2.
	02 FILLER PIC X(24) VALUE "FINANCE CHARGES       : ".
	02 FTR-Total PIC ZZZZZZ,ZZ9.99-.

PROCEDURE DIVISION.
0000-MAINLINE.
	PERFORM 1000-INITIALIZE THRU 1000-EXIT.
	PERFORM 2000-CHARGE-ONE-BALANCE THRU 2000-EXIT
		UNTIL BalAtEOF.
	PERFORM 3000-FINISH THRU 3000-EXIT.
	STOP RUN.

*>----------------------------------------------------------------
*> 1000-INITIALIZE - LOAD AND EDIT THE PARAMETERS (A MISSING OR
*>                  NON-NUMERIC PARAMETER FILE STOPS THE RUN -
*>                  CHARGING AT A GUESSED RATE IS WORSE THAN NOT
*>                  CHARGING), THEN OPEN THE FILES.
*>----------------------------------------------------------------
1000-INITIALIZE.
	ACCEPT WS-RunDate FROM DATE YYYYMMDD.
	MOVE WS-RunDate(1:6) TO WS-ChargeMonth.
	OPEN INPUT ParmFile.
	IF WS-ParmStatus NOT = "00"
		DISPLAY "NO FINANCE CHARGE PARAMETERS (custfinc.prm) - "
			"NOTHING CHARGED"
		MOVE 'E' TO RL-Severity
		MOVE "NO FINANCE CHARGE PARAMETERS - NOTHING CHARGED"
			TO RL-Message
		PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	READ ParmFile
		AT END MOVE SPACES TO ParmRecord
	END-READ.
	CLOSE ParmFile.
	IF FP-Rate NOT NUMERIC OR FP-MinCharge NOT NUMERIC
	OR FP-Threshold NOT NUMERIC
		DISPLAY "FINANCE CHARGE PARAMETERS NOT NUMERIC - "
			"NOTHING CHARGED"
		MOVE 'E' TO RL-Severity
		MOVE "FINANCE CHARGE PARAMETERS NOT NUMERIC - NOTHING CHARGED"
			TO RL-Message
		PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	OPEN INPUT BalanceFile.
	IF WS-BalStatus NOT = "00"
		DISPLAY "NO BALANCE FILE ON FILE - RUN CUSTPOST FIRST"
		STOP RUN
	END-IF.
	OPEN INPUT CustomerFile.
	OPEN INPUT InvoiceFile.
	OPEN EXTEND BalTranFile.
	OPEN OUTPUT ReportFile.
	MOVE WS-RunDate TO HDR-Date.
	MOVE FP-Rate TO HDR-Rate.
	MOVE FP-MinCharge TO HDR-Min.
	MOVE FP-Threshold TO HDR-Threshold.
	PERFORM 2200-PRINT-HEADING THRU 2200-EXIT.
	PERFORM 2100-READ-BALANCE THRU 2100-EXIT.
1000-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2000-CHARGE-ONE-BALANCE - PAST DUE IS THE 60- AND 90-DAY MONEY.
*>                          BELOW THE THRESHOLD, INACTIVE OR OFF
*>                          THE MASTER, OR ALREADY CHARGED THIS
*>                          MONTH: NO CHARGE.
*>----------------------------------------------------------------
2000-CHARGE-ONE-BALANCE.
	ADD 1 TO WS-BalsRead.
	COMPUTE WS-PastDue = Bal-Age60 + Bal-Age90.
	IF WS-PastDue <= ZERO OR WS-PastDue < FP-Threshold
		ADD 1 TO WS-BelowThreshold
	ELSE
		PERFORM 2300-CHECK-CUSTOMER THRU 2300-EXIT
		IF WS-CustOnFile = 'N'
			ADD 1 TO WS-Inactive
		ELSE IF WS-InvOnFile = 'Y'
			ADD 1 TO WS-AlreadyCharged
		ELSE
			PERFORM 2400-WRITE-CHARGE THRU 2400-EXIT
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
*> 2300-CHECK-CUSTOMER - ONLY AN ACTIVE CUSTOMER IS CHARGED, AND
*>                      ONLY ONCE A MONTH: THIS MONTH'S CHARGE
*>                      INVOICE ALREADY ON custinv.txt MEANS A
*>                      PRIOR RUN'S CHARGE HAS POSTED.
*>----------------------------------------------------------------
2300-CHECK-CUSTOMER.
	MOVE 'Y' TO WS-CustOnFile.
	MOVE Bal-IDNum TO IDNum.
	READ CustomerFile
		INVALID KEY MOVE 'N' TO WS-CustOnFile
	END-READ.
	IF WS-CustOnFile = 'Y' AND CustInactive
		MOVE 'N' TO WS-CustOnFile
	END-IF.
	MOVE 'Y' TO WS-InvOnFile.
	MOVE Bal-IDNum TO Inv-IDNum.
	MOVE WS-ChargeInvoice TO Inv-InvoiceNo.
	READ InvoiceFile
		INVALID KEY MOVE 'N' TO WS-InvOnFile
	END-READ.
2300-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2400-WRITE-CHARGE - RATE TIMES PAST DUE, NEVER LESS THAN THE
*>                    MINIMUM, ONTO THE FEED AND THE REGISTER.
*>----------------------------------------------------------------
2400-WRITE-CHARGE.
	COMPUTE WS-Charge ROUNDED = WS-PastDue * FP-Rate.
	IF WS-Charge < FP-MinCharge
		MOVE FP-MinCharge TO WS-Charge
	END-IF.
	MOVE Bal-IDNum TO BT-IDNum.
	MOVE 'F' TO BT-Type.
	MOVE SPACE TO BT-Sign.
	MOVE WS-Charge TO BT-Amount.
	MOVE WS-RunDate TO BT-Date.
	MOVE WS-ChargeInvoice TO BT-InvoiceNo.
	WRITE BalTranRecord.
	ADD 1 TO WS-Charged.
	ADD WS-Charge TO WS-ChargedTotal.
	IF WS-LineCount >= WS-LinesPerPage
		PERFORM 2200-PRINT-HEADING THRU 2200-EXIT
	END-IF.
	MOVE Bal-IDNum TO DTL-ID.
	MOVE LastName TO DTL-Name.
	MOVE Bal-Age60 TO DTL-60.
	MOVE Bal-Age90 TO DTL-90.
	MOVE WS-PastDue TO DTL-PastDue.
	MOVE WS-Charge TO DTL-Charge.
	WRITE ReportLine FROM WS-DetailLine.
	ADD 1 TO WS-LineCount.
2400-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 3000-FINISH - FOOTERS, CLOSE UP, AND LOG THE RUN.
*>----------------------------------------------------------------
3000-FINISH.
	IF WS-Charged = ZERO
		MOVE "NO FINANCE CHARGES THIS RUN" TO ReportLine
		WRITE ReportLine
	END-IF.
	MOVE WS-Charged TO FTR-Count.
	MOVE WS-ChargedTotal TO FTR-Total.
	WRITE ReportLine FROM SPACES.
	WRITE ReportLine FROM WS-FooterLine1.
	WRITE ReportLine FROM WS-FooterLine2.
	CLOSE BalanceFile.
	CLOSE CustomerFile.
	CLOSE InvoiceFile.
	CLOSE BalTranFile.
	CLOSE ReportFile.
	DISPLAY "BALANCES READ         : " WS-BalsRead.
	DISPLAY "CUSTOMERS CHARGED     : " WS-Charged.
	DISPLAY "FINANCE CHARGES       : " WS-ChargedTotal.
	DISPLAY "BELOW THRESHOLD       : " WS-BelowThreshold.
	DISPLAY "INACTIVE / NOT ON FILE: " WS-Inactive.
	DISPLAY "ALREADY CHARGED       : " WS-AlreadyCharged.
	MOVE 'I' TO RL-Severity.
	MOVE SPACES TO WS-RunLogText.
	STRING "RUN COMPLETE - CHARGED " WS-Charged
		" ALREADY CHARGED " WS-AlreadyCharged DELIMITED BY SIZE
		INTO WS-RunLogText.
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
	MOVE "CUSTFINC" TO RL-Program.
	OPEN EXTEND RunLogFile.
	WRITE RunLogLine FROM WS-RunLogEntry.
	CLOSE RunLogFile.
	MOVE SPACES TO RL-RecordID RL-Message.
9000-EXIT.
	EXIT.
