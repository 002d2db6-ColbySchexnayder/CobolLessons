	>> SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTBILL.
AUTHOR. Colby Schexnayder.
INSTALLATION. CUSTOMER RECORDS SYSTEM.
DATE-WRITTEN. 10/14/2026.
DATE-COMPILED.
*>----------------------------------------------------------------
*> MODIFICATION HISTORY
*>   10/14/2026  CS  NEW PROGRAM - RECURRING BILLING RUN.  FOR EACH
*>                   SCHEDULE ON custrecr.txt (SEE custrecr.cpy)
*>                   WHOSE NEXT BILL DATE HAS COME DUE, WRITES A
*>                   TYPE 'I' INVOICE TO baltran.txt FOR CUSTPOST,
*>                   DATED THE PERIOD'S BILL DATE, AND MOVES THE
*>                   NEXT BILL DATE ON BY THE FREQUENCY - EVERY
*>                   PERIOD MISSED SINCE THE LAST RUN IS BILLED,
*>                   EACH AS ITS OWN INVOICE.  THE INVOICE NUMBER IS
*>                   "R" + CHARGE NUMBER + PERIOD DATE, SO A PERIOD
*>                   ALREADY ON custinv.txt IS NEVER WRITTEN AGAIN
*>                   AND A RE-RUN (EVEN FROM A RESTORED SCHEDULE)
*>                   CANNOT BILL THE SAME PERIOD TWICE.  INACTIVE
*>                   OR UNKNOWN CUSTOMERS ARE SKIPPED WITH A RUN-
*>                   LOG WARNING AND THEIR SCHEDULE IS LEFT WHERE
*>                   IT IS - END OR DELETE IT VIA CUSTRECM.  THE
*>                   BILLING REGISTER (custbill.txt) TOTALS WHAT
*>                   WENT INTO THE FEED, WHICH CUSTPOST'S
*>                   "INVOICED" TOTAL TIES TO.  RUN AS:
*>                       custbill [YYYYMMDD]
*>                   (BILL THROUGH THAT DATE; DEFAULTS TO TODAY).
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT RecurringFile ASSIGN TO "custrecr.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS Rec-Key
		FILE STATUS IS WS-RecStatus.

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

	SELECT ReportFile ASSIGN TO "custbill.txt"
		ORGANIZATION IS LINE SEQUENTIAL.

	SELECT OPTIONAL RunLogFile ASSIGN TO "runlog.txt"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD RecurringFile.
	COPY "custrecr.cpy".

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
01 WS-RecStatus PIC X(02).
01 WS-Switches.
	02 WS-RecEOF PIC X VALUE 'N'.
		88 RecAtEOF VALUE 'Y'.
	02 WS-CustOnFile PIC X.
	02 WS-InvOnFile PIC X.
	02 WS-PeriodDue PIC X.
		88 PeriodDue VALUE 'Y'.
01 WS-Counters.
	02 WS-LineCount PIC 9(02) VALUE ZERO.
	02 WS-PageCount PIC 9(03) VALUE ZERO.
	02 WS-SchedulesRead PIC 9(06) VALUE ZERO.
	02 WS-InvoicesWritten PIC 9(06) VALUE ZERO.
	02 WS-AlreadyBilled PIC 9(06) VALUE ZERO.
	02 WS-CustSkipped PIC 9(06) VALUE ZERO.
	02 WS-PeriodsThisCharge PIC 9(03).
01 WS-LinesPerPage PIC 9(02) VALUE 20.
01 WS-MaxPeriods PIC 9(03) VALUE 36.
01 WS-Parm PIC X(40).
01 WS-ParmDate PIC X(08) JUSTIFIED RIGHT.
01 WS-RunDate PIC 9(08).
01 WS-ThruDate PIC 9(08).
01 WS-InvoiceTotal PIC S9(09)V99 VALUE ZERO.
01 WS-RecInvoice.
	02 FILLER PIC X(01) VALUE "R".
	02 WS-RecInvCharge PIC 9(01).
	02 WS-RecInvPeriod PIC 9(08).

*>----------------------------------------------------------------
*> DATE ARITHMETIC FOR MOVING A BILL DATE ON BY WHOLE MONTHS.
*>----------------------------------------------------------------
01 WS-BillDate.
	02 WS-BillYear PIC 9(04).
	02 WS-BillMonth PIC 9(02).
	02 WS-BillDay PIC 9(02).
01 WS-StepMonths PIC 9(02).
01 WS-MonthCount PIC 9(06).
01 WS-MonthIndex PIC 9(02).
01 WS-LeapRem4 PIC 9(03).
01 WS-LeapRem100 PIC 9(03).
01 WS-LeapRem400 PIC 9(03).
01 WS-LeapQuot PIC 9(06).
01 WS-MonthLengthTable.
	02 FILLER PIC X(24) VALUE "312831303130313130313031".
01 WS-MonthLengths REDEFINES WS-MonthLengthTable.
	02 WS-MonthLength PIC 9(02) OCCURS 12.
01 WS-DaysInMonth PIC 9(02).

	COPY "runlog.cpy".
01 WS-RunLogText PIC X(60).

01 WS-HeaderLine1.
	02 FILLER PIC X(33) VALUE "RECURRING BILLING REGISTER".
	02 FILLER PIC X(06) VALUE "PAGE: ".
	02 HDR-Page PIC ZZ9.
01 WS-HeaderLine2.
	02 FILLER PIC X(10) VALUE "RUN DATE: ".
	02 HDR-Date PIC 9(08).
	02 FILLER PIC X(16) VALUE "  BILLED THRU: ".
	02 HDR-Thru PIC 9(08).
01 WS-HeaderLine3.
	02 FILLER PIC X(08) VALUE "ID".
	02 FILLER PIC X(16) VALUE "NAME".
	02 FILLER PIC X(21) VALUE "DESCRIPTION".
	02 FILLER PIC X(11) VALUE "INVOICE".
	02 FILLER PIC X(09) VALUE "PERIOD".
	02 FILLER PIC X(11) VALUE "     AMOUNT".
01 WS-DetailLine.
	02 DTL-ID PIC ZZZZZ9.
	02 FILLER PIC X(02) VALUE SPACES.
	02 DTL-Name PIC X(15).
	02 FILLER PIC X(01) VALUE SPACES.
	02 DTL-Desc PIC X(20).
	02 FILLER PIC X(01) VALUE SPACES.
	02 DTL-Invoice PIC X(10).
	02 FILLER PIC X(01) VALUE SPACES.
	02 DTL-Period PIC 9(08).
	02 FILLER PIC X(01) VALUE SPACES.
	02 DTL-Amount PIC ZZZ,ZZ9.99.
01 WS-FooterLine1.
	02 FILLER PIC X(24) VALUE "INVOICES WRITTEN      : ".
	02 FTR-Count PIC ZZZ,ZZ9.
01 WS-FooterLine2.
	02 FILLER PIC X(24) VALUE "INVOICE TOTAL         : ".
	02 FTR-Total PIC ZZZZZZ,ZZ9.99-.
01 WS-FooterLine3.
	02 FILLER PIC X(24) VALUE "ALREADY BILLED        : ".
	02 FTR-Already PIC ZZZ,ZZ9.
01 WS-FooterLine4.
	02 FILLER PIC X(24) VALUE "CUSTOMERS SKIPPED     : ".
	02 FTR-Skipped PIC ZZZ,ZZ9.
01 WS-FooterLine5.
	02 FILLER PIC X(60)
		VALUE "INVOICE TOTAL TIES TO CUSTPOST INVOICED FOR THIS FEED".

PROCEDURE DIVISION.
0000-MAINLINE.
	PERFORM 1000-INITIALIZE THRU 1000-EXIT.
	PERFORM 2000-BILL-ONE-SCHEDULE THRU 2000-EXIT
		UNTIL RecAtEOF.
	PERFORM 3000-FINISH THRU 3000-EXIT.
	STOP RUN.

*>----------------------------------------------------------------
*> 1000-INITIALIZE - PICK UP THE BILL-THROUGH DATE (DEFAULT: THE
*>                  RUN DATE) AND OPEN THE FILES.  NO SCHEDULE FILE
*>                  MEANS NOTHING TO BILL.
*>----------------------------------------------------------------
1000-INITIALIZE.
	ACCEPT WS-RunDate FROM DATE YYYYMMDD.
	ACCEPT WS-Parm FROM COMMAND-LINE.
	UNSTRING WS-Parm DELIMITED BY ALL " " INTO WS-ParmDate.
	INSPECT WS-ParmDate REPLACING LEADING " " BY "0".
	IF WS-ParmDate NUMERIC AND WS-ParmDate NOT = "00000000"
		MOVE WS-ParmDate TO WS-ThruDate
	ELSE
		MOVE WS-RunDate TO WS-ThruDate
	END-IF.
	OPEN I-O RecurringFile.
	IF WS-RecStatus NOT = "00"
		DISPLAY "NO RECURRING CHARGES ON FILE (custrecr.txt) - "
			"NOTHING TO BILL"
		STOP RUN
	END-IF.
	OPEN INPUT CustomerFile.
	OPEN INPUT InvoiceFile.
	OPEN EXTEND BalTranFile.
	OPEN OUTPUT ReportFile.
	MOVE WS-RunDate TO HDR-Date.
	MOVE WS-ThruDate TO HDR-Thru.
	PERFORM 2200-PRINT-HEADING THRU 2200-EXIT.
	PERFORM 2100-READ-SCHEDULE THRU 2100-EXIT.
1000-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2000-BILL-ONE-SCHEDULE - A SCHEDULE WITH A PERIOD DUE BILLS
*>                         EVERY DUE PERIOD (CAPPED, IN CASE OF A
*>                         BAD DATE) AND IS REWRITTEN ONCE WITH ITS
*>                         NEW NEXT BILL DATE.  A CUSTOMER NOT
*>                         ACTIVE ON THE MASTER IS NOT BILLED.
*>----------------------------------------------------------------
2000-BILL-ONE-SCHEDULE.
	ADD 1 TO WS-SchedulesRead.
	PERFORM 2500-CHECK-DUE THRU 2500-EXIT.
	IF PeriodDue
		PERFORM 2300-CHECK-CUSTOMER THRU 2300-EXIT
		IF WS-CustOnFile = 'N'
			ADD 1 TO WS-CustSkipped
			MOVE 'W' TO RL-Severity
			MOVE Rec-IDNum TO RL-RecordID
			MOVE "RECURRING CHARGE DUE - CUSTOMER NOT ACTIVE, NOT BILLED"
				TO RL-Message
			PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT
		ELSE
			MOVE ZERO TO WS-PeriodsThisCharge
			PERFORM 2400-BILL-ONE-PERIOD THRU 2400-EXIT
				UNTIL NOT PeriodDue
				OR WS-PeriodsThisCharge >= WS-MaxPeriods
			REWRITE RecurringData
				INVALID KEY DISPLAY "SCHEDULE NOT ADVANCED FOR ID "
					Rec-IDNum
			END-REWRITE
		END-IF
	END-IF.
	PERFORM 2100-READ-SCHEDULE THRU 2100-EXIT.
2000-EXIT.
	EXIT.

2100-READ-SCHEDULE.
	READ RecurringFile NEXT RECORD
		AT END MOVE 'Y' TO WS-RecEOF
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

2300-CHECK-CUSTOMER.
	MOVE 'Y' TO WS-CustOnFile.
	MOVE Rec-IDNum TO IDNum.
	READ CustomerFile
		INVALID KEY MOVE 'N' TO WS-CustOnFile
	END-READ.
	IF WS-CustOnFile = 'Y' AND CustInactive
		MOVE 'N' TO WS-CustOnFile
	END-IF.
2300-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2400-BILL-ONE-PERIOD - ONE INVOICE FOR THE PERIOD AT Rec-NextBill
*>                       UNLESS THAT PERIOD'S INVOICE IS ALREADY ON
*>                       custinv.txt, THEN STEP TO THE NEXT PERIOD.
*>----------------------------------------------------------------
2400-BILL-ONE-PERIOD.
	ADD 1 TO WS-PeriodsThisCharge.
	MOVE Rec-ChargeNo TO WS-RecInvCharge.
	MOVE Rec-NextBill TO WS-RecInvPeriod.
	MOVE 'Y' TO WS-InvOnFile.
	MOVE Rec-IDNum TO Inv-IDNum.
	MOVE WS-RecInvoice TO Inv-InvoiceNo.
	READ InvoiceFile
		INVALID KEY MOVE 'N' TO WS-InvOnFile
	END-READ.
	IF WS-InvOnFile = 'Y'
		ADD 1 TO WS-AlreadyBilled
	ELSE
		PERFORM 2450-WRITE-INVOICE THRU 2450-EXIT
	END-IF.
	MOVE Rec-NextBill TO Rec-LastBilled.
	PERFORM 2600-ADVANCE-DATE THRU 2600-EXIT.
	PERFORM 2500-CHECK-DUE THRU 2500-EXIT.
2400-EXIT.
	EXIT.

2450-WRITE-INVOICE.
	MOVE Rec-IDNum TO BT-IDNum.
	MOVE 'I' TO BT-Type.
	MOVE SPACE TO BT-Sign.
	MOVE Rec-Amount TO BT-Amount.
	MOVE Rec-NextBill TO BT-Date.
	MOVE WS-RecInvoice TO BT-InvoiceNo.
	WRITE BalTranRecord.
	ADD 1 TO WS-InvoicesWritten.
	ADD Rec-Amount TO WS-InvoiceTotal.
	IF WS-LineCount >= WS-LinesPerPage
		PERFORM 2200-PRINT-HEADING THRU 2200-EXIT
	END-IF.
	MOVE Rec-IDNum TO DTL-ID.
	MOVE LastName TO DTL-Name.
	MOVE Rec-Desc TO DTL-Desc.
	MOVE WS-RecInvoice TO DTL-Invoice.
	MOVE Rec-NextBill TO DTL-Period.
	MOVE Rec-Amount TO DTL-Amount.
	WRITE ReportLine FROM WS-DetailLine.
	ADD 1 TO WS-LineCount.
2450-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2500-CHECK-DUE - A PERIOD IS DUE WHEN ITS BILL DATE IS ON OR
*>                 BEFORE THE BILL-THROUGH DATE AND NOT PAST THE
*>                 SCHEDULE'S END DATE.
*>----------------------------------------------------------------
2500-CHECK-DUE.
	MOVE 'N' TO WS-PeriodDue.
	IF Rec-NextBill NOT > WS-ThruDate
		IF Rec-EndDate = ZERO OR Rec-NextBill NOT > Rec-EndDate
			MOVE 'Y' TO WS-PeriodDue
		END-IF
	END-IF.
2500-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2600-ADVANCE-DATE - MOVE Rec-NextBill ON 1, 3 OR 12 MONTHS,
*>                    BILLING ON Rec-BillDay OR THE MONTH'S LAST
*>                    DAY WHEN THE MONTH IS SHORTER.
*>----------------------------------------------------------------
2600-ADVANCE-DATE.
	MOVE Rec-NextBill TO WS-BillDate.
	EVALUATE TRUE
		WHEN RecQuarterly MOVE 3 TO WS-StepMonths
		WHEN RecAnnual MOVE 12 TO WS-StepMonths
		WHEN OTHER MOVE 1 TO WS-StepMonths
	END-EVALUATE.
	COMPUTE WS-MonthCount = WS-BillYear * 12 + WS-BillMonth - 1
		+ WS-StepMonths.
	DIVIDE WS-MonthCount BY 12 GIVING WS-BillYear
		REMAINDER WS-MonthIndex.
	ADD 1 TO WS-MonthIndex.
	MOVE WS-MonthIndex TO WS-BillMonth.
	MOVE WS-MonthLength(WS-MonthIndex) TO WS-DaysInMonth.
	IF WS-BillMonth = 2
		DIVIDE WS-BillYear BY 4 GIVING WS-LeapQuot
			REMAINDER WS-LeapRem4
		DIVIDE WS-BillYear BY 100 GIVING WS-LeapQuot
			REMAINDER WS-LeapRem100
		DIVIDE WS-BillYear BY 400 GIVING WS-LeapQuot
			REMAINDER WS-LeapRem400
		IF WS-LeapRem400 = ZERO
		OR (WS-LeapRem4 = ZERO AND WS-LeapRem100 NOT = ZERO)
			MOVE 29 TO WS-DaysInMonth
		END-IF
	END-IF.
	IF Rec-BillDay > WS-DaysInMonth OR Rec-BillDay = ZERO
		MOVE WS-DaysInMonth TO WS-BillDay
	ELSE
		MOVE Rec-BillDay TO WS-BillDay
	END-IF.
	MOVE WS-BillDate TO Rec-NextBill.
2600-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 3000-FINISH - FOOTERS, CLOSE UP, AND LOG THE RUN.
*>----------------------------------------------------------------
3000-FINISH.
	IF WS-InvoicesWritten = ZERO
		MOVE "NO RECURRING CHARGES DUE THIS RUN" TO ReportLine
		WRITE ReportLine
	END-IF.
	MOVE WS-InvoicesWritten TO FTR-Count.
	MOVE WS-InvoiceTotal TO FTR-Total.
	MOVE WS-AlreadyBilled TO FTR-Already.
	MOVE WS-CustSkipped TO FTR-Skipped.
	WRITE ReportLine FROM SPACES.
	WRITE ReportLine FROM WS-FooterLine1.
	WRITE ReportLine FROM WS-FooterLine2.
	WRITE ReportLine FROM WS-FooterLine3.
	WRITE ReportLine FROM WS-FooterLine4.
	WRITE ReportLine FROM SPACES.
	WRITE ReportLine FROM WS-FooterLine5.
	CLOSE RecurringFile.
	CLOSE CustomerFile.
	CLOSE InvoiceFile.
	CLOSE BalTranFile.
	CLOSE ReportFile.
	DISPLAY "SCHEDULES READ        : " WS-SchedulesRead.
	DISPLAY "INVOICES WRITTEN      : " WS-InvoicesWritten.
	DISPLAY "INVOICE TOTAL         : " WS-InvoiceTotal.
	DISPLAY "ALREADY BILLED        : " WS-AlreadyBilled.
	DISPLAY "CUSTOMERS SKIPPED     : " WS-CustSkipped.
	MOVE 'I' TO RL-Severity.
	MOVE SPACES TO WS-RunLogText.
	STRING "RUN COMPLETE - INVOICES " WS-InvoicesWritten
		" SKIPPED " WS-CustSkipped DELIMITED BY SIZE
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
	MOVE "CUSTBILL" TO RL-Program.
	OPEN EXTEND RunLogFile.
	WRITE RunLogLine FROM WS-RunLogEntry.
	CLOSE RunLogFile.
	MOVE SPACES TO RL-RecordID RL-Message.
9000-EXIT.
	EXIT.
