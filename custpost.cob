*>                   runlog.cpy) SO AN UNATTENDED RUN'S PROBLEMS
*>                   SURVIVE THE SESSION.  CUSTMORN PRINTS THE
*>                   MORNING SUMMARY.
*>   10/14/2026  CS  INVOICE-LEVEL OPEN ITEMS.  baltran.txt GROWS
*>                   A BT-InvoiceNo (25 -> 35 BYTES, SAME IN
*>                   balhold.txt).  AN INVOICE MUST CARRY A NUMBER
*>                   NOT ALREADY ON FILE FOR THE CUSTOMER AND OPENS
*>                   A ROW IN THE NEW OPEN-INVOICE FILE (custinv.txt,
*>                   SEE custinv.cpy).  A PAYMENT NAMING AN INVOICE
*>                   IS APPLIED TO THAT INVOICE AND RELIEVES THE
*>                   BUCKET THE INVOICE HAS AGED INTO; A PARTIAL
*>                   PAYMENT LEAVES THE REMAINDER OPEN.  ANY EXCESS,
*>                   AND A PAYMENT OR WRITE-OFF NAMING NO INVOICE,
*>                   GOES TO THE CUSTOMER'S OPEN INVOICES IN
*>                   INVOICE-NUMBER ORDER AND RELIEVES THE OLDEST
*>                   BUCKETS AS BEFORE.  A PAYMENT NAMING AN
*>                   INVOICE THAT IS NOT OPEN STILL POSTS (THE
*>                   MONEY IS REAL) WITH A WARNING IN THE RUN LOG.
*>                   THE JOURNAL ROW CARRIES THE INVOICE NUMBER.
*>   10/14/2026  CS  NEW TYPE F FINANCE CHARGE (WRITTEN BY
*>                   CUSTFINC AT MONTH END).  EDITED AND POSTED
*>                   LIKE AN INVOICE - IT NEEDS AN INVOICE NUMBER,
*>                   OPENS ITS custinv.txt ROW, AND LANDS IN THE
*>                   BUCKET ITS DATE AGES INTO - BUT IS NEVER HELD
*>                   FOR THE CREDIT LIMIT, AND IS TOTALLED
*>                   SEPARATELY (GL-FinanceCharged ON custgl.txt).
*>   10/14/2026  CS  POSTING CUTOFF.  A TRANSACTION DATED INTO A
*>                   MONTH CUSTCLOS HAS CLOSED (custper.txt, SEE
*>                   custper.cpy) NO LONGER CHANGES THAT MONTH'S
*>                   REPORTED FIGURES: ONCE IT PASSES THE OTHER
*>                   EDITS IT GOES TO balhold.txt FOR SUPERVISOR
*>                   RELEASE (CUSTHOLD RE-DATES IT INTO THE OPEN
*>                   PERIOD) WITH A WARNING IN THE RUN LOG.  THESE
*>                   ARE COUNTED APART FROM OVER-LIMIT HOLDS AND
*>                   BOTH ARE IN GL-TransHeld.
*>   10/14/2026  CS  NEW TRANSACTION TYPE 'R' - CREDIT-BALANCE
*>                   REFUND.  POSTS ONLY FOR A CUSTOMER WITH AN
*>                   APPROVED ROW IN THE custrfd.txt APPROVAL FILE
*>                   (SEE CUSTRFDP/CUSTRFDA AND custrfd.cpy), FOR NO
*>                   MORE THAN THE APPROVED AMOUNT, AND NEVER FOR
*>                   MORE THAN THE CREDIT THE CUSTOMER CARRIES AT
*>                   THE MOMENT IT POSTS - ANYTHING ELSE IS REJECTED.
*>                   A POSTED REFUND USES UP ITS APPROVAL, TAKES THE
*>                   CREDIT OUT OF THE OLDEST BUCKETS FIRST, AND IS
*>                   TOTALED SEPARATELY (GL-Refunded ON custgl.txt).
*>                   THE APPROVAL FILE IS RETIRED WITH THE FEED
*>                   AFTER REFUNDS POST.  CUSTRFDR PRINTS THE
*>                   REGISTER ACCOUNTS PAYABLE CUTS CHECKS FROM.
*>   10/15/2026  CS  TRIAL RUN.  "custpost TRIAL" PUTS THE FEED
*>                   THROUGH EVERY EDIT, LIMIT AND CREDIT CHECK AND
*>                   THE PERIOD CUTOFF EXACTLY AS A LIVE RUN WOULD,
*>                   BUT CHANGES NOTHING: custbal.txt AND custinv.txt
*>                   ARE ONLY READ (WHAT EARLIER ITEMS IN THE FEED
*>                   WOULD HAVE DONE TO A BALANCE OR AN INVOICE IS
*>                   CARRIED IN WORKING STORAGE SO LATER ITEMS SEE
*>                   IT), AND NOTHING GOES TO custjrnl.txt,
*>                   balhold.txt, custovlm.txt, custgl.txt,
*>                   custbal.ctl OR THE RUN LOG.  THE FEED AND THE
*>                   APPROVAL FILES ARE NOT RETIRED.  EACH ITEM'S
*>                   OUTCOME (WOULD POST, HOLD OR REJECT, AND WHY)
*>                   AND THE TOTALS THE RUN WOULD PRODUCE PRINT ON
*>                   custptrl.txt, SO A BAD FEED CAN BE FIXED BEFORE
*>                   IT IS RUN FOR REAL.
*>   10/15/2026  CS  AN APPROVED WRITE-OFF OR REFUND DATED INTO A
*>                   CLOSED MONTH IS NO LONGER HELD.  ITS APPROVAL
*>                   WAS RETIRED WITH custwof.txt/custrfd.txt AS
*>                   SOON AS ANY OTHER W/R POSTED, SO THE HELD COPY
*>                   COULD ONLY EVER BE REJECTED ON RELEASE.  IT NOW
*>                   POSTS AS OF THE RUN DATE, WITH A RUN-LOG
*>                   WARNING GIVING THE ORIGINAL DATE.
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS Jrnl-Key.

	SELECT OPTIONAL InvoiceFile ASSIGN TO "custinv.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS Inv-Key.

	SELECT OPTIONAL HeldFile ASSIGN TO "balhold.txt"
		ORGANIZATION IS LINE SEQUENTIAL.

	SELECT OverLimitReport ASSIGN TO "custovlm.txt"
		ORGANIZATION IS LINE SEQUENTIAL.

	SELECT TrialReport ASSIGN TO "custptrl.txt"
		ORGANIZATION IS LINE SEQUENTIAL.

	SELECT ApprovalFile ASSIGN TO "custwof.txt"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-WofStatus.

	SELECT RefundApprovalFile ASSIGN TO "custrfd.txt"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RfdStatus.

	SELECT OPTIONAL GLJournalFile ASSIGN TO "custgl.txt"
		ORGANIZATION IS LINE SEQUENTIAL.

	SELECT OPTIONAL PeriodFile ASSIGN TO "custper.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS Per-Month.

	SELECT OPTIONAL RunLogFile ASSIGN TO "runlog.txt"
		ORGANIZATION IS LINE SEQUENTIAL.

	02 BT-Sign PIC X(01).
	02 BT-Amount PIC 9(07)V99.
	02 BT-Date PIC 9(08).
	02 BT-InvoiceNo PIC X(10).

FD CustomerFile.
	COPY "custrec.cpy".
FD JournalFile.
	COPY "custjrnl.cpy".

FD InvoiceFile.
	COPY "custinv.cpy".

FD HeldFile.
01 HeldRecord PIC X(35).

FD OverLimitReport.
01 OvlmLine PIC X(80).

FD TrialReport.
01 TrialLine PIC X(100).

FD ApprovalFile.
	COPY "custwof.cpy".

FD RefundApprovalFile.
	COPY "custrfd.cpy".

FD GLJournalFile.
	COPY "custgl.cpy".

FD PeriodFile.
	COPY "custper.cpy".

FD RunLogFile.
01 RunLogLine PIC X(93).

01 WS-TranStatus PIC X(02).
01 WS-CtlStatus PIC X(02).
01 WS-WofStatus PIC X(02).
01 WS-RfdStatus PIC X(02).
01 WS-Switches.
	02 WS-TranEOF PIC X VALUE 'N'.
		88 TranAtEOF VALUE 'Y'.
		88 BalAtEOF VALUE 'Y'.
	02 WS-CustOnFile PIC X.
	02 WS-BalOnFile PIC X.
	02 WS-InvOnFile PIC X.
	02 WS-InvEOF PIC X.
		88 InvAtEOF VALUE 'Y'.
	02 WS-PeriodClosed PIC X.
	02 WS-TrialRun PIC X VALUE 'N'.
		88 TrialRun VALUE 'Y'.
01 WS-Counters.
	02 WS-TransRead PIC 9(06) VALUE ZERO.
	02 WS-TransPosted PIC 9(06) VALUE ZERO.
	02 WS-TransRejected PIC 9(06) VALUE ZERO.
	02 WS-TransHeld PIC 9(06) VALUE ZERO.
	02 WS-TransClosed PIC 9(06) VALUE ZERO.
01 WS-Amounts.
	02 WS-InvoicedAmt PIC S9(09)V99 VALUE ZERO.
	02 WS-PaidAmt PIC S9(09)V99 VALUE ZERO.
	02 WS-AdjustedAmt PIC S9(09)V99 VALUE ZERO.
	02 WS-WrittenOffAmt PIC S9(09)V99 VALUE ZERO.
	02 WS-FinanceAmt PIC S9(09)V99 VALUE ZERO.
	02 WS-RefundedAmt PIC S9(09)V99 VALUE ZERO.
01 WS-BucketChanges.
	02 WS-GLBktCurrent PIC S9(09)V99 VALUE ZERO.
	02 WS-GLBkt30 PIC S9(09)V99 VALUE ZERO.
01 WS-WofApproved PIC X.
01 WS-WofPosted PIC 9(06) VALUE ZERO.
01 WS-WofDoneName PIC X(24).
01 WS-RfdEOF PIC X.
01 WS-RfdCount PIC 9(03) VALUE ZERO.
01 WS-RfdTable.
	02 WS-RfdEntry OCCURS 500.
		03 WS-RfdID PIC 9(06).
		03 WS-RfdAmt PIC 9(07)V99.
01 WS-RfdIndex PIC 9(03).
01 WS-RfdMatch PIC 9(03).
01 WS-RfdApproved PIC X.
01 WS-RfdPosted PIC 9(06) VALUE ZERO.
01 WS-RfdDoneName PIC X(24).
01 WS-OverCredit PIC X.
01 WS-CreditHeld PIC S9(09)V99.

	COPY "runlog.cpy".
01 WS-RunLogText PIC X(60).
01 WS-RollMonths PIC S9(06) VALUE ZERO.
01 WS-RecsAged PIC 9(06) VALUE ZERO.
01 WS-DoneName PIC X(24).
01 WS-InvApplied PIC S9(09)V99.
01 WS-InvRemaining PIC S9(09)V99.
01 WS-OpenRemaining PIC S9(09)V99.
01 WS-BucketLeft PIC S9(09)V99.
01 WS-Parm PIC X(40).
01 WS-ParmMode PIC X(08).
01 WS-TrlIndex PIC 9(04).
01 WS-TrlFound PIC 9(04).
01 WS-TrlBalCount PIC 9(04) VALUE ZERO.
01 WS-TrlBalTable.
	02 WS-TrlBalImage PIC X(42) OCCURS 3000.
01 WS-TrlInvCount PIC 9(04) VALUE ZERO.
01 WS-TrlInvTable.
	02 WS-TrlInvImage PIC X(50) OCCURS 3000.
01 WS-TrlResult PIC X(60).
01 WS-TrlBalance PIC S9(09)V99.
01 WS-TrlBalEdit PIC ZZZZ,ZZ9.99-.
01 WS-TrlHeader1.
	02 FILLER PIC X(40) VALUE "CUSTPOST TRIAL RUN - NOTHING WAS POSTED".
	02 FILLER PIC X(09) VALUE "RUN DATE:".
	02 TRH-Date PIC 9(08).
01 WS-TrlHeader2.
	02 FILLER PIC X(08) VALUE "ID".
	02 FILLER PIC X(06) VALUE "TYPE".
	02 FILLER PIC X(12) VALUE "INVOICE".
	02 FILLER PIC X(11) VALUE "     AMOUNT".
	02 FILLER PIC X(02) VALUE SPACES.
	02 FILLER PIC X(06) VALUE "RESULT".
01 WS-TrlDetail.
	02 TRD-ID PIC X(06).
	02 FILLER PIC X(04) VALUE SPACES.
	02 TRD-Type PIC X(01).
	02 FILLER PIC X(03) VALUE SPACES.
	02 TRD-InvoiceNo PIC X(10).
	02 FILLER PIC X(02) VALUE SPACES.
	02 TRD-Amount PIC ZZZZ,ZZ9.99.
	02 FILLER PIC X(02) VALUE SPACES.
	02 TRD-Result PIC X(60).
01 WS-TrlCountLine.
	02 TRC-Label PIC X(24).
	02 TRC-Count PIC ZZZ,ZZ9.
01 WS-TrlAmountLine.
	02 TRA-Label PIC X(24).
	02 TRA-Amount PIC ZZZ,ZZZ,ZZ9.99-.

PROCEDURE DIVISION.
0000-MAINLINE.
*>----------------------------------------------------------------
*> 1000-INITIALIZE - OPEN THE FEED, THE MASTER, AND THE BALANCE
*>                  FILE (CREATED ON FIRST RUN), AND PRIME THE
*>                  READ.  A TRIAL RUN OPENS THE BALANCE AND
*>                  INVOICE FILES FOR INPUT ONLY, LEAVES THE
*>                  OUTPUT FILES ALONE, AND PRINTS custptrl.txt.
*>----------------------------------------------------------------
1000-INITIALIZE.
	ACCEPT WS-RunDate FROM DATE YYYYMMDD.
	ACCEPT WS-RunTime FROM TIME.
	COMPUTE WS-RunMonths = WS-RunYear * 12 + WS-RunMonth.
	ACCEPT WS-Parm FROM COMMAND-LINE.
	UNSTRING WS-Parm DELIMITED BY ALL " " INTO WS-ParmMode.
	IF WS-ParmMode = "TRIAL"
		MOVE 'Y' TO WS-TrialRun
	ELSE IF WS-ParmMode NOT = SPACES
		DISPLAY "USAGE: custpost [TRIAL]"
		STOP RUN
	END-IF
	END-IF.
	OPEN INPUT BalTranFile.
	IF WS-TranStatus NOT = "00"
		DISPLAY "NO BALANCE TRANSACTION FEED - NOTHING TO POST"
		STOP RUN
	END-IF.
	OPEN INPUT CustomerFile.
	IF TrialRun
		DISPLAY "TRIAL RUN - NOTHING WILL BE POSTED, HELD OR RETIRED"
		OPEN INPUT BalanceFile
		OPEN INPUT InvoiceFile
		OPEN OUTPUT TrialReport
		MOVE WS-RunDate TO TRH-Date
		WRITE TrialLine FROM WS-TrlHeader1
		WRITE TrialLine FROM SPACES
		WRITE TrialLine FROM WS-TrlHeader2
		WRITE TrialLine FROM SPACES
	ELSE
		OPEN I-O BalanceFile
		OPEN I-O JournalFile
		OPEN I-O InvoiceFile
		OPEN EXTEND HeldFile
		OPEN OUTPUT OverLimitReport
		OPEN EXTEND GLJournalFile
	END-IF.
	OPEN INPUT PeriodFile.
	MOVE WS-RunDate TO OVH-Date.
	PERFORM 1500-LOAD-APPROVALS THRU 1500-EXIT.
	PERFORM 1550-LOAD-REFUNDS THRU 1550-EXIT.
	PERFORM 1200-AGE-BALANCES THRU 1200-EXIT.
	PERFORM 2100-READ-TRAN THRU 2100-EXIT.
1000-EXIT.
	IF WS-RollMonths > 4
		MOVE 4 TO WS-RollMonths
	END-IF.
	IF TrialRun
		DISPLAY "TRIAL - BALANCES WOULD ROLL FORWARD " WS-RollMonths
			" MONTH(S)"
		GO TO 1200-EXIT
	END-IF.
	MOVE ZERO TO Bal-IDNum.
	START BalanceFile KEY IS NOT LESS THAN Bal-IDNum
		INVALID KEY MOVE 'Y' TO WS-BalEOF
*>                     TODAY, THE MOMENT THE ROLL COMPLETES, SO AN
*>                     ABEND LATER IN THE RUN CANNOT MAKE THE NEXT
*>                     RUN ROLL THE SAME MONTHS A SECOND TIME.
*>                     A TRIAL RUN LEAVES THE DATE AS IT WAS.
*>----------------------------------------------------------------
1400-STAMP-CONTROL.
	IF TrialRun
		GO TO 1400-EXIT
	END-IF.
	OPEN OUTPUT ControlFile.
	MOVE WS-RunDate TO BCTL-LastPosted.
	WRITE ControlRecord.
		PERFORM 2900-WRITE-RUN-LOG THRU 2900-EXIT
	ELSE IF BT-Type NOT = 'I' AND BT-Type NOT = 'P'
	AND BT-Type NOT = 'J' AND BT-Type NOT = 'W'
	AND BT-Type NOT = 'F' AND BT-Type NOT = 'R'
		DISPLAY "POST REJECTED: UNKNOWN TYPE " BT-Type
			" FOR ID " BT-IDNum
		ADD 1 TO WS-TransRejected
		MOVE "POST REJECTED: ADJUSTMENT NEEDS A +/- SIGN"
			TO RL-Message
		PERFORM 2900-WRITE-RUN-LOG THRU 2900-EXIT
	ELSE IF (BT-Type = 'I' OR BT-Type = 'F')
	AND BT-InvoiceNo = SPACES
		DISPLAY "POST REJECTED: INVOICE NUMBER MISSING FOR ID "
			BT-IDNum
		ADD 1 TO WS-TransRejected
		MOVE 'W' TO RL-Severity
		MOVE BT-IDNum TO RL-RecordID
		MOVE "POST REJECTED: INVOICE NUMBER MISSING" TO RL-Message
		PERFORM 2900-WRITE-RUN-LOG THRU 2900-EXIT
	ELSE
		MOVE 'Y' TO WS-WofApproved
		IF BT-Type = 'W'
			PERFORM 2250-CHECK-APPROVAL THRU 2250-EXIT
		END-IF
		MOVE 'Y' TO WS-RfdApproved
		IF BT-Type = 'R'
			PERFORM 2290-CHECK-REFUND THRU 2290-EXIT
		END-IF
		PERFORM 2200-CHECK-CUSTOMER THRU 2200-EXIT
		MOVE 'N' TO WS-InvOnFile
		IF BT-Type = 'I' OR BT-Type = 'F'
			PERFORM 2270-FIND-INVOICE THRU 2270-EXIT
		END-IF
		PERFORM 2280-CHECK-PERIOD THRU 2280-EXIT
		IF WS-PeriodClosed = 'Y' AND WS-CustOnFile = 'Y'
		AND ((BT-Type = 'W' AND WS-WofApproved = 'Y')
		OR (BT-Type = 'R' AND WS-RfdApproved = 'Y'))
			PERFORM 2375-REDATE-APPROVED THRU 2375-EXIT
		END-IF
		IF WS-WofApproved = 'N'
			DISPLAY "POST REJECTED: WRITE-OFF NOT APPROVED "
				"FOR ID " BT-IDNum
			MOVE "POST REJECTED: WRITE-OFF NOT APPROVED"
				TO RL-Message
			PERFORM 2900-WRITE-RUN-LOG THRU 2900-EXIT
		ELSE IF WS-RfdApproved = 'N'
			DISPLAY "POST REJECTED: REFUND NOT APPROVED "
				"FOR ID " BT-IDNum
			ADD 1 TO WS-TransRejected
			MOVE 'W' TO RL-Severity
			MOVE BT-IDNum TO RL-RecordID
			MOVE "POST REJECTED: REFUND NOT APPROVED"
				TO RL-Message
			PERFORM 2900-WRITE-RUN-LOG THRU 2900-EXIT
		ELSE IF WS-CustOnFile = 'N'
			DISPLAY "POST REJECTED: NOT AN ACTIVE CUSTOMER "
				BT-IDNum
			MOVE "POST REJECTED: NOT AN ACTIVE CUSTOMER"
				TO RL-Message
			PERFORM 2900-WRITE-RUN-LOG THRU 2900-EXIT
		ELSE IF WS-InvOnFile = 'Y'
			DISPLAY "POST REJECTED: DUPLICATE INVOICE " BT-InvoiceNo
				" FOR ID " BT-IDNum
			ADD 1 TO WS-TransRejected
			MOVE 'W' TO RL-Severity
			MOVE BT-IDNum TO RL-RecordID
			MOVE SPACES TO WS-RunLogText
			STRING "POST REJECTED: DUPLICATE INVOICE " BT-InvoiceNo
				DELIMITED BY SIZE INTO WS-RunLogText
			MOVE WS-RunLogText TO RL-Message
			PERFORM 2900-WRITE-RUN-LOG THRU 2900-EXIT
		ELSE IF WS-PeriodClosed = 'Y'
			PERFORM 2370-HOLD-CLOSED-PERIOD THRU 2370-EXIT
		ELSE
			PERFORM 2300-FETCH-BALANCE THRU 2300-EXIT
			PERFORM 2350-CHECK-LIMIT THRU 2350-EXIT
			PERFORM 2355-CHECK-CREDIT THRU 2355-EXIT
			IF WS-OverLimit = 'Y'
				PERFORM 2360-HOLD-INVOICE THRU 2360-EXIT
			ELSE IF WS-OverCredit = 'Y'
				PERFORM 2365-REJECT-OVER-CREDIT THRU 2365-EXIT
			ELSE IF TrialRun
				PERFORM 2400-APPLY-TRAN THRU 2400-EXIT
				PERFORM 2800-TRIAL-POST THRU 2800-EXIT
			ELSE
				PERFORM 2400-APPLY-TRAN THRU 2400-EXIT
				REWRITE BalanceData
					NOT INVALID KEY
						ADD 1 TO WS-TransPosted
						PERFORM 2700-WRITE-JOURNAL THRU 2700-EXIT
						IF BT-Type = 'I' OR BT-Type = 'F'
							PERFORM 2750-OPEN-INVOICE THRU 2750-EXIT
						END-IF
				END-REWRITE
			END-IF
			END-IF
			END-IF
		END-IF
		END-IF
	END-IF.
	PERFORM 2100-READ-TRAN THRU 2100-EXIT.
*>                     FROM A ZERO RECORD WRITTEN HERE.
*>----------------------------------------------------------------
2300-FETCH-BALANCE.
	IF TrialRun
		PERFORM 2810-TRIAL-FETCH-BALANCE THRU 2810-EXIT
		GO TO 2300-EXIT
	END-IF.
	MOVE 'Y' TO WS-BalOnFile.
	MOVE BT-IDNum TO Bal-IDNum.
	READ BalanceFile
1510-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 1550-LOAD-REFUNDS - PULL THE SUPERVISOR-APPROVED REFUND ROWS
*>                    (RFD-Approved 'Y') INTO THE TABLE A TYPE-'R'
*>                    TRANSACTION IS CHECKED AGAINST.  NO APPROVAL
*>                    FILE JUST MEANS NO REFUND CYCLE IS IN FLIGHT.
*>----------------------------------------------------------------
1550-LOAD-REFUNDS.
	MOVE 'N' TO WS-RfdEOF.
	OPEN INPUT RefundApprovalFile.
	IF WS-RfdStatus NOT = "00"
		GO TO 1550-EXIT
	END-IF.
	PERFORM 1560-LOAD-ONE-REFUND THRU 1560-EXIT
		UNTIL WS-RfdEOF = 'Y' OR WS-RfdCount >= 500.
	IF WS-RfdEOF = 'N'
		DISPLAY "REFUND TABLE FULL AT 500 - REMAINING ROWS "
			"IN custrfd.txt NOT HONORED THIS RUN"
	END-IF.
	CLOSE RefundApprovalFile.
1550-EXIT.
	EXIT.

1560-LOAD-ONE-REFUND.
	READ RefundApprovalFile
		AT END MOVE 'Y' TO WS-RfdEOF
		NOT AT END
			IF (RFD-Approved = 'Y' OR RFD-Approved = 'y')
			AND RFD-IDNum NUMERIC AND RFD-Amount NUMERIC
				ADD 1 TO WS-RfdCount
				MOVE RFD-IDNum TO WS-RfdID(WS-RfdCount)
				MOVE RFD-Amount TO WS-RfdAmt(WS-RfdCount)
			END-IF
	END-READ.
1560-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2250-CHECK-APPROVAL - A WRITE-OFF ONLY POSTS FOR A CUSTOMER
*>                      WITH AN APPROVED ROW, AND FOR NO MORE
2260-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2270-FIND-INVOICE - READ THE OPEN-INVOICE ROW FOR THE CUSTOMER
*>                    AND THE INVOICE NUMBER ON THE TRANSACTION.
*>                    FOR AN INVOICE, FINDING ONE MEANS THE NUMBER
*>                    WAS ALREADY BILLED.
*>----------------------------------------------------------------
2270-FIND-INVOICE.
	MOVE 'Y' TO WS-InvOnFile.
	MOVE BT-IDNum TO Inv-IDNum.
	MOVE BT-InvoiceNo TO Inv-InvoiceNo.
	IF TrialRun
		PERFORM 2850-TRIAL-FIND-INVOICE THRU 2850-EXIT
		IF WS-TrlFound > ZERO
			MOVE WS-TrlInvImage(WS-TrlFound) TO InvoiceData
			GO TO 2270-EXIT
		END-IF
	END-IF.
	READ InvoiceFile
		INVALID KEY MOVE 'N' TO WS-InvOnFile
	END-READ.
2270-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2280-CHECK-PERIOD - IS THE TRANSACTION DATED INTO A MONTH
*>                    CUSTCLOS HAS CLOSED?  A MONTH WITH NO ROW ON
*>                    custper.txt IS OPEN.
*>----------------------------------------------------------------
2280-CHECK-PERIOD.
	MOVE 'N' TO WS-PeriodClosed.
	MOVE BT-Date(1:6) TO Per-Month.
	READ PeriodFile
		INVALID KEY CONTINUE
		NOT INVALID KEY
			IF PerClosed
				MOVE 'Y' TO WS-PeriodClosed
			END-IF
	END-READ.
2280-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2290-CHECK-REFUND - A REFUND ONLY POSTS FOR A CUSTOMER WITH AN
*>                    APPROVED ROW, AND FOR NO MORE THAN WHAT IS
*>                    LEFT OF THE APPROVED AMOUNT.  WS-RfdMatch
*>                    REMEMBERS THE ROW SO POSTING CAN USE IT UP.
*>----------------------------------------------------------------
2290-CHECK-REFUND.
	MOVE 'N' TO WS-RfdApproved.
	MOVE ZERO TO WS-RfdMatch.
	PERFORM 2295-MATCH-ONE-REFUND THRU 2295-EXIT
		VARYING WS-RfdIndex FROM 1 BY 1
		UNTIL WS-RfdIndex > WS-RfdCount
		OR WS-RfdApproved = 'Y'.
2290-EXIT.
	EXIT.

2295-MATCH-ONE-REFUND.
	IF WS-RfdID(WS-RfdIndex) = BT-IDNum
	AND BT-Amount > ZERO
	AND BT-Amount <= WS-RfdAmt(WS-RfdIndex)
		MOVE 'Y' TO WS-RfdApproved
		MOVE WS-RfdIndex TO WS-RfdMatch
	END-IF.
2295-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2350-CHECK-LIMIT - AN INVOICE AGAINST A CUSTOMER WITH A CREDIT
*>                   LIMIT (ZERO MEANS NONE) IS HELD WHEN IT WOULD
2350-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2355-CHECK-CREDIT - A REFUND MAY NEVER PAY OUT MORE THAN THE
*>                    CREDIT THE CUSTOMER CARRIES RIGHT NOW - AFTER
*>                    ANYTHING EARLIER IN THIS FEED HAS POSTED, NOT
*>                    WHEN THE REFUND WAS PROPOSED.
*>----------------------------------------------------------------
2355-CHECK-CREDIT.
	MOVE 'N' TO WS-OverCredit.
	IF BT-Type = 'R'
		COMPUTE WS-CreditHeld = ZERO - (Bal-Current + Bal-Age30
			+ Bal-Age60 + Bal-Age90)
		IF BT-Amount > WS-CreditHeld
			MOVE 'Y' TO WS-OverCredit
		END-IF
	END-IF.
2355-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2360-HOLD-INVOICE - THE INVOICE GOES TO THE HELD-ITEMS FILE AND
*>                    THE OVER-LIMIT REPORT INSTEAD OF POSTING.
*>                    CUSTHOLD IS THE REVIEW-AND-RELEASE SIDE.
*>----------------------------------------------------------------
2360-HOLD-INVOICE.
	IF NOT TrialRun
		WRITE HeldRecord FROM BalTranRecord
		IF WS-OvlmLines = ZERO
			WRITE OvlmLine FROM WS-OvlmHeader1
			WRITE OvlmLine FROM SPACES
			WRITE OvlmLine FROM WS-OvlmHeader2
			WRITE OvlmLine FROM SPACES
			MOVE 4 TO WS-OvlmLines
		END-IF
		MOVE BT-IDNum TO OVD-ID
		MOVE BT-Amount TO OVD-Invoice
		MOVE WS-WouldBeTotal TO OVD-Balance
		MOVE CreditLimit TO OVD-Limit
		WRITE OvlmLine FROM WS-OvlmDetail
	END-IF.
	ADD 1 TO WS-TransHeld.
	MOVE 'W' TO RL-Severity.
	MOVE BT-IDNum TO RL-RecordID.
2360-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2365-REJECT-OVER-CREDIT - THE REFUND IS MORE THAN THE CUSTOMER'S
*>                          CREDIT; NOTHING POSTS.  custrfd.txt IS
*>                          RETIRED ONCE ANY REFUND IN IT POSTS, SO
*>                          A SMALLER REFUND NEEDS A NEW PROPOSAL.
*>----------------------------------------------------------------
2365-REJECT-OVER-CREDIT.
	ADD 1 TO WS-TransRejected.
	IF WS-CreditHeld < ZERO
		MOVE ZERO TO WS-CreditHeld
	END-IF.
	DISPLAY "POST REJECTED: REFUND " BT-Amount " EXCEEDS CREDIT "
		WS-CreditHeld " FOR ID " BT-IDNum.
	MOVE 'W' TO RL-Severity.
	MOVE BT-IDNum TO RL-RecordID.
	MOVE "POST REJECTED: REFUND EXCEEDS THE CREDIT BALANCE"
		TO RL-Message.
	PERFORM 2900-WRITE-RUN-LOG THRU 2900-EXIT.
2365-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2370-HOLD-CLOSED-PERIOD - A TRANSACTION DATED INTO A CLOSED MONTH
*>                          GOES TO THE HELD-ITEMS FILE AS IT STANDS
*>                          INSTEAD OF POSTING.  A SUPERVISOR
*>                          RELEASES (OR DISCARDS) IT IN CUSTHOLD.
*>----------------------------------------------------------------
2370-HOLD-CLOSED-PERIOD.
	IF NOT TrialRun
		WRITE HeldRecord FROM BalTranRecord
	END-IF.
	ADD 1 TO WS-TransClosed.
	DISPLAY "HELD: PERIOD " BT-Date(1:6) " CLOSED - TYPE " BT-Type
		" FOR ID " BT-IDNum.
	MOVE 'W' TO RL-Severity.
	MOVE BT-IDNum TO RL-RecordID.
	MOVE SPACES TO WS-RunLogText.
	STRING "HELD - TYPE " BT-Type " DATED " BT-Date
		" INTO CLOSED PERIOD " BT-Date(1:6)
		DELIMITED BY SIZE INTO WS-RunLogText.
	MOVE WS-RunLogText TO RL-Message.
	PERFORM 2900-WRITE-RUN-LOG THRU 2900-EXIT.
2370-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2375-REDATE-APPROVED - AN APPROVED WRITE-OFF OR REFUND DATED INTO
*>                       A CLOSED MONTH IS NOT HELD.  ITS APPROVAL
*>                       ROW IS RETIRED WITH custwof.txt/custrfd.txt
*>                       ONCE ANY OTHER W/R POSTS, SO A HELD COPY
*>                       COULD NEVER BE RELEASED.  IT POSTS AS OF
*>                       THE RUN DATE INSTEAD (IF THAT MONTH IS
*>                       CLOSED TOO, IT IS HELD AS BEFORE).
*>----------------------------------------------------------------
2375-REDATE-APPROVED.
	MOVE 'W' TO RL-Severity.
	MOVE BT-IDNum TO RL-RecordID.
	MOVE SPACES TO WS-RunLogText.
	STRING "TYPE " BT-Type " DATED " BT-Date
		" CLOSED PERIOD - POSTED AS OF " WS-RunDate
		DELIMITED BY SIZE INTO WS-RunLogText.
	MOVE WS-RunLogText TO RL-Message.
	DISPLAY "RE-DATED: TYPE " BT-Type " " BT-Date " TO " WS-RunDate
		" FOR ID " BT-IDNum.
	MOVE WS-RunDate TO BT-Date.
	PERFORM 2280-CHECK-PERIOD THRU 2280-EXIT.
	IF WS-PeriodClosed = 'N'
		PERFORM 2900-WRITE-RUN-LOG THRU 2900-EXIT
	END-IF.
2375-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2400-APPLY-TRAN - AGE THE TRANSACTION DATE AGAINST THE RUN
*>                  DATE AND APPLY THE AMOUNT.
		WHEN BT-Type = 'I'
			PERFORM 2410-ADD-TO-BUCKET THRU 2410-EXIT
			ADD BT-Amount TO WS-InvoicedAmt
		WHEN BT-Type = 'F'
			PERFORM 2410-ADD-TO-BUCKET THRU 2410-EXIT
			ADD BT-Amount TO WS-FinanceAmt
		WHEN BT-Type = 'P'
			PERFORM 2430-APPLY-TO-INVOICES THRU 2430-EXIT
			PERFORM 2420-RELIEVE-OLDEST THRU 2420-EXIT
			ADD BT-Amount TO WS-PaidAmt
		WHEN BT-Type = 'J'
				ADD BT-Amount TO WS-AdjustedAmt
			END-IF
		WHEN BT-Type = 'W'
			PERFORM 2430-APPLY-TO-INVOICES THRU 2430-EXIT
			PERFORM 2420-RELIEVE-OLDEST THRU 2420-EXIT
			ADD BT-Amount TO WS-WrittenOffAmt
			ADD 1 TO WS-WofPosted
		WHEN BT-Type = 'R'
			PERFORM 2470-APPLY-REFUND THRU 2470-EXIT
			ADD BT-Amount TO WS-RefundedAmt
			ADD 1 TO WS-RfdPosted
			SUBTRACT BT-Amount FROM WS-RfdAmt(WS-RfdMatch)
	END-EVALUATE.
2400-EXIT.
	EXIT.
*> 2420-RELIEVE-OLDEST - A PAYMENT WORKS FORWARD FROM THE 90-DAY
*>                      BUCKET; ANYTHING LEFT OVER COMES OFF
*>                      CURRENT, WHERE AN OVERPAYMENT SHOWS AS A
*>                      CREDIT.  WORKS ON WS-PayRemaining, WHICH
*>                      2430-APPLY-TO-INVOICES LEAVES AS WHATEVER
*>                      THE NAMED INVOICE'S OWN BUCKET DID NOT TAKE.
*>----------------------------------------------------------------
2420-RELIEVE-OLDEST.
	IF Bal-Age90 > ZERO
		IF WS-PayRemaining >= Bal-Age90
			MOVE Bal-Age90 TO WS-RelievedAmt
2420-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2430-APPLY-TO-INVOICES - APPLY A PAYMENT OR WRITE-OFF TO THE
*>                         OPEN-INVOICE FILE.  A NAMED INVOICE TAKES
*>                         UP TO ITS REMAINING BALANCE FIRST, AND
*>                         THAT SHARE RELIEVES THE BUCKET THE
*>                         INVOICE HAS AGED INTO (AS FAR AS THE
*>                         BUCKET HOLDS IT).  WHATEVER IS LEFT IS
*>                         SPREAD OVER THE CUSTOMER'S OTHER OPEN
*>                         INVOICES IN INVOICE-NUMBER ORDER.  ON
*>                         RETURN WS-PayRemaining IS THE AMOUNT
*>                         STILL TO COME OFF THE BUCKETS, OLDEST
*>                         FIRST.
*>----------------------------------------------------------------
2430-APPLY-TO-INVOICES.
	MOVE BT-Amount TO WS-PayRemaining.
	MOVE BT-Amount TO WS-OpenRemaining.
	IF BT-InvoiceNo NOT = SPACES
		PERFORM 2270-FIND-INVOICE THRU 2270-EXIT
		IF WS-InvOnFile = 'Y'
			COMPUTE WS-InvRemaining = Inv-Original - Inv-Paid
		END-IF
		IF WS-InvOnFile = 'N' OR WS-InvRemaining NOT > ZERO
			DISPLAY "INVOICE " BT-InvoiceNo " NOT OPEN FOR ID "
				BT-IDNum " - APPLIED TO OLDEST OPEN ITEMS"
			MOVE 'W' TO RL-Severity
			MOVE BT-IDNum TO RL-RecordID
			MOVE SPACES TO WS-RunLogText
			STRING "INVOICE " BT-InvoiceNo " NOT OPEN - APPLIED "
				"TO OLDEST ITEMS" DELIMITED BY SIZE
				INTO WS-RunLogText
			MOVE WS-RunLogText TO RL-Message
			PERFORM 2900-WRITE-RUN-LOG THRU 2900-EXIT
		ELSE
			PERFORM 2440-APPLY-ONE-INVOICE THRU 2440-EXIT
			PERFORM 2460-RELIEVE-INVOICE-BUCKET THRU 2460-EXIT
		END-IF
	END-IF.
	IF WS-OpenRemaining > ZERO
		MOVE 'N' TO WS-InvEOF
		MOVE BT-IDNum TO Inv-IDNum
		MOVE LOW-VALUES TO Inv-InvoiceNo
		START InvoiceFile KEY IS NOT LESS THAN Inv-Key
			INVALID KEY MOVE 'Y' TO WS-InvEOF
		END-START
		PERFORM 2450-APPLY-NEXT-OPEN THRU 2450-EXIT
			UNTIL InvAtEOF OR WS-OpenRemaining NOT > ZERO
	END-IF.
2430-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2440-APPLY-ONE-INVOICE - THE INVOICE IN THE RECORD AREA TAKES
*>                         AS MUCH OF WS-OpenRemaining AS IT STILL
*>                         OWES; WS-InvApplied IS HOW MUCH.
*>----------------------------------------------------------------
2440-APPLY-ONE-INVOICE.
	COMPUTE WS-InvRemaining = Inv-Original - Inv-Paid.
	IF WS-OpenRemaining >= WS-InvRemaining
		MOVE WS-InvRemaining TO WS-InvApplied
	ELSE
		MOVE WS-OpenRemaining TO WS-InvApplied
	END-IF.
	ADD WS-InvApplied TO Inv-Paid.
	MOVE BT-Date TO Inv-LastPaid.
	SUBTRACT WS-InvApplied FROM WS-OpenRemaining.
	IF TrialRun
		PERFORM 2840-TRIAL-KEEP-INVOICE THRU 2840-EXIT
	ELSE
		REWRITE InvoiceData
			INVALID KEY DISPLAY "OPEN INVOICE NOT UPDATED FOR ID "
				Inv-IDNum " INVOICE " Inv-InvoiceNo
		END-REWRITE
	END-IF.
2440-EXIT.
	EXIT.

2450-APPLY-NEXT-OPEN.
	READ InvoiceFile NEXT RECORD
		AT END MOVE 'Y' TO WS-InvEOF
	END-READ.
	IF NOT InvAtEOF AND TrialRun
		PERFORM 2850-TRIAL-FIND-INVOICE THRU 2850-EXIT
		IF WS-TrlFound > ZERO
			MOVE WS-TrlInvImage(WS-TrlFound) TO InvoiceData
		END-IF
	END-IF.
	IF NOT InvAtEOF
		IF Inv-IDNum NOT = BT-IDNum
			MOVE 'Y' TO WS-InvEOF
		ELSE IF Inv-Original > Inv-Paid
			PERFORM 2440-APPLY-ONE-INVOICE THRU 2440-EXIT
		END-IF
	END-IF.
2450-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2460-RELIEVE-INVOICE-BUCKET - THE SHARE APPLIED TO A NAMED
*>                              INVOICE COMES OFF THE BUCKET THAT
*>                              INVOICE HAS AGED INTO, SO PAYING A
*>                              CURRENT INVOICE DOES NOT CLEAR AN
*>                              OLDER ONE'S 90-DAY MONEY.  IF THE
*>                              BUCKET HOLDS LESS (EARLIER UNNAMED
*>                              PAYMENTS WENT OLDEST-FIRST), THE
*>                              REST STAYS IN WS-PayRemaining.
*>----------------------------------------------------------------
2460-RELIEVE-INVOICE-BUCKET.
	MOVE Inv-InvDate(1:6) TO WS-TranYM.
	COMPUTE WS-TranMonths = WS-TranYear * 12 + WS-TranMonth.
	COMPUTE WS-AgeMonths = WS-RunMonths - WS-TranMonths.
	EVALUATE TRUE
		WHEN WS-AgeMonths <= ZERO
			MOVE Bal-Current TO WS-BucketLeft
		WHEN WS-AgeMonths = 1
			MOVE Bal-Age30 TO WS-BucketLeft
		WHEN WS-AgeMonths = 2
			MOVE Bal-Age60 TO WS-BucketLeft
		WHEN OTHER
			MOVE Bal-Age90 TO WS-BucketLeft
	END-EVALUATE.
	IF WS-BucketLeft < ZERO
		MOVE ZERO TO WS-BucketLeft
	END-IF.
	IF WS-InvApplied < WS-BucketLeft
		MOVE WS-InvApplied TO WS-BucketLeft
	END-IF.
	EVALUATE TRUE
		WHEN WS-AgeMonths <= ZERO
			SUBTRACT WS-BucketLeft FROM Bal-Current WS-GLBktCurrent
		WHEN WS-AgeMonths = 1
			SUBTRACT WS-BucketLeft FROM Bal-Age30 WS-GLBkt30
		WHEN WS-AgeMonths = 2
			SUBTRACT WS-BucketLeft FROM Bal-Age60 WS-GLBkt60
		WHEN OTHER
			SUBTRACT WS-BucketLeft FROM Bal-Age90 WS-GLBkt90
	END-EVALUATE.
	SUBTRACT WS-BucketLeft FROM WS-PayRemaining.
2460-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2470-APPLY-REFUND - THE REFUND GIVES BACK CREDIT: IT WORKS
*>                    FORWARD FROM THE 90-DAY BUCKET THROUGH ANY
*>                    BUCKET STANDING BELOW ZERO, BRINGING EACH BACK
*>                    TOWARD ZERO.  2355-CHECK-CREDIT HAS ALREADY
*>                    MADE SURE THE CREDIT COVERS IT; ANY REMAINDER
*>                    (CREDITS OFFSET BY DEBITS IN OTHER BUCKETS)
*>                    GOES TO CURRENT.
*>----------------------------------------------------------------
2470-APPLY-REFUND.
	MOVE BT-Amount TO WS-PayRemaining.
	IF Bal-Age90 < ZERO AND WS-PayRemaining > ZERO
		COMPUTE WS-RelievedAmt = ZERO - Bal-Age90
		IF WS-PayRemaining < WS-RelievedAmt
			MOVE WS-PayRemaining TO WS-RelievedAmt
		END-IF
		ADD WS-RelievedAmt TO Bal-Age90 WS-GLBkt90
		SUBTRACT WS-RelievedAmt FROM WS-PayRemaining
	END-IF.
	IF Bal-Age60 < ZERO AND WS-PayRemaining > ZERO
		COMPUTE WS-RelievedAmt = ZERO - Bal-Age60
		IF WS-PayRemaining < WS-RelievedAmt
			MOVE WS-PayRemaining TO WS-RelievedAmt
		END-IF
		ADD WS-RelievedAmt TO Bal-Age60 WS-GLBkt60
		SUBTRACT WS-RelievedAmt FROM WS-PayRemaining
	END-IF.
	IF Bal-Age30 < ZERO AND WS-PayRemaining > ZERO
		COMPUTE WS-RelievedAmt = ZERO - Bal-Age30
		IF WS-PayRemaining < WS-RelievedAmt
			MOVE WS-PayRemaining TO WS-RelievedAmt
		END-IF
		ADD WS-RelievedAmt TO Bal-Age30 WS-GLBkt30
		SUBTRACT WS-RelievedAmt FROM WS-PayRemaining
	END-IF.
	IF WS-PayRemaining > ZERO
		ADD WS-PayRemaining TO Bal-Current WS-GLBktCurrent
	END-IF.
2470-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2700-WRITE-JOURNAL - KEEP THE POSTED TRANSACTION'S DETAIL IN THE
*>                     OPEN-ITEM JOURNAL, KEYED THE WAY custhist
	MOVE BT-Sign TO Jrnl-Sign.
	MOVE BT-Amount TO Jrnl-Amount.
	MOVE BT-Date TO Jrnl-TranDate.
	MOVE BT-InvoiceNo TO Jrnl-InvoiceNo.
	WRITE JournalData
		INVALID KEY DISPLAY "JOURNAL NOT WRITTEN FOR ID "
			Jrnl-IDNum
2700-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2750-OPEN-INVOICE - A POSTED INVOICE OPENS ITS ROW IN THE
*>                    OPEN-INVOICE FILE WITH NOTHING PAID.
*>----------------------------------------------------------------
2750-OPEN-INVOICE.
	MOVE BT-IDNum TO Inv-IDNum.
	MOVE BT-InvoiceNo TO Inv-InvoiceNo.
	MOVE BT-Date TO Inv-InvDate.
	MOVE BT-Amount TO Inv-Original.
	MOVE ZERO TO Inv-Paid Inv-LastPaid.
	IF TrialRun
		PERFORM 2840-TRIAL-KEEP-INVOICE THRU 2840-EXIT
	ELSE
		WRITE InvoiceData
			INVALID KEY DISPLAY "OPEN INVOICE NOT WRITTEN FOR ID "
				Inv-IDNum " INVOICE " Inv-InvoiceNo
		END-WRITE
	END-IF.
2750-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2800-TRIAL-POST - A TRIAL RUN KEEPS THE BALANCE (AND FOR AN
*>                  INVOICE OR FINANCE CHARGE, THE NEW OPEN
*>                  INVOICE) IN WORKING STORAGE WHERE A LIVE RUN
*>                  WOULD REWRITE IT, SO A LATER ITEM IN THE FEED
*>                  FOR THE SAME CUSTOMER IS CHECKED AGAINST WHAT
*>                  THE BALANCE WOULD THEN BE.  NO JOURNAL ROW.
*>----------------------------------------------------------------
2800-TRIAL-POST.
	PERFORM 2820-TRIAL-KEEP-BALANCE THRU 2820-EXIT.
	ADD 1 TO WS-TransPosted.
	IF BT-Type = 'I' OR BT-Type = 'F'
		PERFORM 2750-OPEN-INVOICE THRU 2750-EXIT
	END-IF.
	COMPUTE WS-TrlBalance = Bal-Current + Bal-Age30
		+ Bal-Age60 + Bal-Age90.
	MOVE WS-TrlBalance TO WS-TrlBalEdit.
	MOVE SPACES TO WS-TrlResult.
	STRING "WOULD POST - BALANCE THEN " WS-TrlBalEdit
		DELIMITED BY SIZE INTO WS-TrlResult.
	PERFORM 2890-TRIAL-LINE THRU 2890-EXIT.
2800-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2810-TRIAL-FETCH-BALANCE - THE BALANCE AS AN EARLIER ITEM IN
*>                           THIS TRIAL LEFT IT, OR ELSE AS IT
*>                           STANDS ON custbal.txt ROLLED FORWARD
*>                           THE MONTHS 1200-AGE-BALANCES WOULD
*>                           HAVE ROLLED IT, OR ELSE ZERO.
*>----------------------------------------------------------------
2810-TRIAL-FETCH-BALANCE.
	MOVE BT-IDNum TO Bal-IDNum.
	PERFORM 2830-TRIAL-FIND-BALANCE THRU 2830-EXIT.
	IF WS-TrlFound > ZERO
		MOVE WS-TrlBalImage(WS-TrlFound) TO BalanceData
		GO TO 2810-EXIT
	END-IF.
	MOVE 'Y' TO WS-BalOnFile.
	READ BalanceFile
		INVALID KEY MOVE 'N' TO WS-BalOnFile
	END-READ.
	IF WS-BalOnFile = 'N'
		MOVE BT-IDNum TO Bal-IDNum
		MOVE ZERO TO Bal-Current Bal-Age30 Bal-Age60 Bal-Age90
	ELSE IF WS-RollMonths > ZERO
		PERFORM 1310-ROLL-ONE-MONTH THRU 1310-EXIT
			WS-RollMonths TIMES
	END-IF
	END-IF.
2810-EXIT.
	EXIT.

2820-TRIAL-KEEP-BALANCE.
	PERFORM 2830-TRIAL-FIND-BALANCE THRU 2830-EXIT.
	IF WS-TrlFound > ZERO
		MOVE BalanceData TO WS-TrlBalImage(WS-TrlFound)
	ELSE IF WS-TrlBalCount < 3000
		ADD 1 TO WS-TrlBalCount
		MOVE BalanceData TO WS-TrlBalImage(WS-TrlBalCount)
	ELSE
		DISPLAY "TRIAL BALANCE TABLE FULL AT 3000 - LATER ITEMS FOR "
			"ID " Bal-IDNum " ARE CHECKED AGAINST custbal.txt"
	END-IF
	END-IF.
2820-EXIT.
	EXIT.

2830-TRIAL-FIND-BALANCE.
	MOVE ZERO TO WS-TrlFound.
	PERFORM 2835-MATCH-ONE-BALANCE THRU 2835-EXIT
		VARYING WS-TrlIndex FROM 1 BY 1
		UNTIL WS-TrlIndex > WS-TrlBalCount
		OR WS-TrlFound > ZERO.
2830-EXIT.
	EXIT.

2835-MATCH-ONE-BALANCE.
	IF WS-TrlBalImage(WS-TrlIndex)(1:6) = Bal-IDNum
		MOVE WS-TrlIndex TO WS-TrlFound
	END-IF.
2835-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2840-TRIAL-KEEP-INVOICE - AN OPEN-INVOICE ROW AS THIS TRIAL WOULD
*>                          HAVE WRITTEN OR REWRITTEN IT; 2270 AND
*>                          2450 READ IT BACK IN PLACE OF THE ROW
*>                          ON custinv.txt.
*>----------------------------------------------------------------
2840-TRIAL-KEEP-INVOICE.
	PERFORM 2850-TRIAL-FIND-INVOICE THRU 2850-EXIT.
	IF WS-TrlFound > ZERO
		MOVE InvoiceData TO WS-TrlInvImage(WS-TrlFound)
	ELSE IF WS-TrlInvCount < 3000
		ADD 1 TO WS-TrlInvCount
		MOVE InvoiceData TO WS-TrlInvImage(WS-TrlInvCount)
	ELSE
		DISPLAY "TRIAL INVOICE TABLE FULL AT 3000 - INVOICE "
			Inv-InvoiceNo " FOR ID " Inv-IDNum " NOT CARRIED"
	END-IF
	END-IF.
2840-EXIT.
	EXIT.

2850-TRIAL-FIND-INVOICE.
	MOVE ZERO TO WS-TrlFound.
	PERFORM 2855-MATCH-ONE-INVOICE THRU 2855-EXIT
		VARYING WS-TrlIndex FROM 1 BY 1
		UNTIL WS-TrlIndex > WS-TrlInvCount
		OR WS-TrlFound > ZERO.
2850-EXIT.
	EXIT.

2855-MATCH-ONE-INVOICE.
	IF WS-TrlInvImage(WS-TrlIndex)(1:16) = Inv-Key
		MOVE WS-TrlIndex TO WS-TrlFound
	END-IF.
2855-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2890-TRIAL-LINE - ONE custptrl.txt LINE FOR THE TRANSACTION IN
*>                  HAND, WITH WS-TrlResult AS ITS OUTCOME.
*>----------------------------------------------------------------
2890-TRIAL-LINE.
	MOVE BT-IDNum TO TRD-ID.
	MOVE BT-Type TO TRD-Type.
	MOVE BT-InvoiceNo TO TRD-InvoiceNo.
	IF BT-Amount NUMERIC
		MOVE BT-Amount TO TRD-Amount
	ELSE
		MOVE ZERO TO TRD-Amount
	END-IF.
	MOVE WS-TrlResult TO TRD-Result.
	WRITE TrialLine FROM WS-TrlDetail.
2890-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 3000-FINISH - CLOSE UP AND REPORT WHAT WAS POSTED.
*>----------------------------------------------------------------
3000-FINISH.
	IF TrialRun
		PERFORM 3300-TRIAL-FINISH THRU 3300-EXIT
		GO TO 3000-EXIT
	END-IF.
	IF WS-OvlmLines = ZERO
		WRITE OvlmLine FROM WS-OvlmHeader1
		WRITE OvlmLine FROM SPACES
	CLOSE CustomerFile.
	CLOSE BalanceFile.
	CLOSE JournalFile.
	CLOSE InvoiceFile.
	CLOSE HeldFile.
	CLOSE OverLimitReport.
	CLOSE GLJournalFile.
	CLOSE PeriodFile.
	PERFORM 3100-RETIRE-FEED THRU 3100-EXIT.
	DISPLAY "TRANSACTIONS READ     : " WS-TransRead.
	DISPLAY "TRANSACTIONS POSTED   : " WS-TransPosted.
	DISPLAY "TRANSACTIONS REJECTED : " WS-TransRejected.
	DISPLAY "INVOICES HELD         : " WS-TransHeld.
	DISPLAY "HELD - PERIOD CLOSED  : " WS-TransClosed.
	DISPLAY "INVOICED              : " WS-InvoicedAmt.
	DISPLAY "PAID                  : " WS-PaidAmt.
	DISPLAY "ADJUSTED              : " WS-AdjustedAmt.
	DISPLAY "WRITTEN OFF           : " WS-WrittenOffAmt.
	DISPLAY "FINANCE CHARGED       : " WS-FinanceAmt.
	DISPLAY "REFUNDED              : " WS-RefundedAmt.
	MOVE 'I' TO RL-Severity.
	MOVE SPACES TO WS-RunLogText.
	STRING "RUN COMPLETE - POSTED " WS-TransPosted
		INTO WS-RunLogText.
	MOVE WS-RunLogText TO RL-Message.
	PERFORM 2900-WRITE-RUN-LOG THRU 2900-EXIT.
	IF WS-TransClosed > ZERO
		MOVE 'W' TO RL-Severity
		MOVE SPACES TO WS-RunLogText
		STRING WS-TransClosed " HELD - DATED INTO A CLOSED PERIOD - "
			"SEE CUSTHOLD" DELIMITED BY SIZE
			INTO WS-RunLogText
		MOVE WS-RunLogText TO RL-Message
		PERFORM 2900-WRITE-RUN-LOG THRU 2900-EXIT
	END-IF.
3000-EXIT.
	EXIT.

	MOVE WS-PaidAmt TO GL-Paid.
	MOVE WS-AdjustedAmt TO GL-Adjusted.
	MOVE WS-WrittenOffAmt TO GL-WrittenOff.
	MOVE WS-FinanceAmt TO GL-FinanceCharged.
	MOVE WS-RefundedAmt TO GL-Refunded.
	MOVE WS-GLBktCurrent TO GL-BktCurrent.
	MOVE WS-GLBkt30 TO GL-Bkt30.
	MOVE WS-GLBkt60 TO GL-Bkt60.
	MOVE WS-TransRead TO GL-TransRead.
	MOVE WS-TransPosted TO GL-TransPosted.
	MOVE WS-TransRejected TO GL-TransRejected.
	COMPUTE GL-TransHeld = WS-TransHeld + WS-TransClosed.
	COMPUTE GL-NetChange = WS-InvoicedAmt - WS-PaidAmt
		+ WS-AdjustedAmt - WS-WrittenOffAmt + WS-FinanceAmt
		+ WS-RefundedAmt.
	WRITE GLJournalData.
3200-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 3300-TRIAL-FINISH - THE TOTALS THE RUN WOULD HAVE POSTED, ON
*>                    custptrl.txt AND THE CONSOLE.  NO GL RECORD,
*>                    NO RUN-LOG ENTRY, AND THE FEED STAYS PUT.
*>----------------------------------------------------------------
3300-TRIAL-FINISH.
	WRITE TrialLine FROM SPACES.
	MOVE "TRANSACTIONS READ     : " TO TRC-Label.
	MOVE WS-TransRead TO TRC-Count.
	WRITE TrialLine FROM WS-TrlCountLine.
	MOVE "WOULD POST            : " TO TRC-Label.
	MOVE WS-TransPosted TO TRC-Count.
	WRITE TrialLine FROM WS-TrlCountLine.
	MOVE "WOULD REJECT          : " TO TRC-Label.
	MOVE WS-TransRejected TO TRC-Count.
	WRITE TrialLine FROM WS-TrlCountLine.
	MOVE "WOULD HOLD - LIMIT    : " TO TRC-Label.
	MOVE WS-TransHeld TO TRC-Count.
	WRITE TrialLine FROM WS-TrlCountLine.
	MOVE "WOULD HOLD - PERIOD   : " TO TRC-Label.
	MOVE WS-TransClosed TO TRC-Count.
	WRITE TrialLine FROM WS-TrlCountLine.
	WRITE TrialLine FROM SPACES.
	MOVE "INVOICED              : " TO TRA-Label.
	MOVE WS-InvoicedAmt TO TRA-Amount.
	WRITE TrialLine FROM WS-TrlAmountLine.
	MOVE "PAID                  : " TO TRA-Label.
	MOVE WS-PaidAmt TO TRA-Amount.
	WRITE TrialLine FROM WS-TrlAmountLine.
	MOVE "ADJUSTED              : " TO TRA-Label.
	MOVE WS-AdjustedAmt TO TRA-Amount.
	WRITE TrialLine FROM WS-TrlAmountLine.
	MOVE "WRITTEN OFF           : " TO TRA-Label.
	MOVE WS-WrittenOffAmt TO TRA-Amount.
	WRITE TrialLine FROM WS-TrlAmountLine.
	MOVE "FINANCE CHARGED       : " TO TRA-Label.
	MOVE WS-FinanceAmt TO TRA-Amount.
	WRITE TrialLine FROM WS-TrlAmountLine.
	MOVE "REFUNDED              : " TO TRA-Label.
	MOVE WS-RefundedAmt TO TRA-Amount.
	WRITE TrialLine FROM WS-TrlAmountLine.
	MOVE "NET CHANGE            : " TO TRA-Label.
	COMPUTE TRA-Amount = WS-InvoicedAmt - WS-PaidAmt
		+ WS-AdjustedAmt - WS-WrittenOffAmt + WS-FinanceAmt
		+ WS-RefundedAmt.
	WRITE TrialLine FROM WS-TrlAmountLine.
	CLOSE BalTranFile.
	CLOSE CustomerFile.
	CLOSE BalanceFile.
	CLOSE InvoiceFile.
	CLOSE PeriodFile.
	CLOSE TrialReport.
	DISPLAY "TRIAL RUN - NOTHING WAS POSTED, HELD OR RETIRED".
	DISPLAY "TRANSACTIONS READ     : " WS-TransRead.
	DISPLAY "WOULD POST            : " WS-TransPosted.
	DISPLAY "WOULD REJECT          : " WS-TransRejected.
	DISPLAY "WOULD HOLD - LIMIT    : " WS-TransHeld.
	DISPLAY "WOULD HOLD - PERIOD   : " WS-TransClosed.
	DISPLAY "SEE custptrl.txt FOR EACH ITEM AND THE TOTALS".
3300-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2900-WRITE-RUN-LOG - ONE DATED, SEVERITY-TAGGED ENTRY TO THE
*>                     COMMON RUN LOG (SEE runlog.cpy).  OPENED
*>                     AND CLOSED AROUND EACH WRITE SO AN ABEND
*>                     LATER IN THE RUN LOSES NO ENTRIES.  A
*>                     TRIAL RUN PRINTS THE ENTRY AGAINST THE
*>                     TRANSACTION ON custptrl.txt INSTEAD.
*>----------------------------------------------------------------
2900-WRITE-RUN-LOG.
	IF TrialRun
		MOVE RL-Message TO WS-TrlResult
		PERFORM 2890-TRIAL-LINE THRU 2890-EXIT
		MOVE SPACES TO RL-RecordID RL-Message
		GO TO 2900-EXIT
	END-IF.
	ACCEPT RL-Date FROM DATE YYYYMMDD.
	ACCEPT RL-Time FROM TIME.
	MOVE "CUSTPOST" TO RL-Program.
			MOVE ZERO TO RETURN-CODE
		END-IF
	END-IF.
	IF WS-RfdPosted > ZERO
		MOVE SPACES TO WS-RfdDoneName
		STRING "custrfd." WS-RunDate ".done" DELIMITED BY SIZE
			INTO WS-RfdDoneName
		CALL "CBL_RENAME_FILE" USING "custrfd.txt" WS-RfdDoneName
		IF RETURN-CODE = ZERO
			DISPLAY "REFUNDS RETIRED TO    : " WS-RfdDoneName
		ELSE
			DISPLAY "** COULD NOT RETIRE custrfd.txt (RC "
				RETURN-CODE ") - REMOVE IT BY HAND OR THE "
				"SAME REFUNDS WILL HONOR AGAIN **"
			MOVE ZERO TO RETURN-CODE
		END-IF
	END-IF.
3100-EXIT.
	EXIT.
