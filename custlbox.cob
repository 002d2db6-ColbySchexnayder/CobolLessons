	>> SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTLBOX.
AUTHOR. Colby Schexnayder.
INSTALLATION. CUSTOMER RECORDS SYSTEM.
DATE-WRITTEN. 10/14/2026.
DATE-COMPILED.
*>----------------------------------------------------------------
*> MODIFICATION HISTORY
*>   10/14/2026  CS  NEW PROGRAM - BANK LOCKBOX CASH-RECEIPTS
*>                   INTAKE.  PAYMENTS WERE BEING RE-KEYED INTO
*>                   baltran.txt FROM THE BANK'S PRINTED DEPOSIT
*>                   LISTING.  READS THE BANK'S DEPOSIT FILE
*>                   (lockbox.txt, SEE custlbx.cpy) AND FIRST
*>                   BALANCES EVERY BATCH AGAINST ITS HEADER COUNT
*>                   AND TOTAL AND THE DEPOSIT AGAINST THE TRAILER;
*>                   AN UNBALANCED DEPOSIT IS REFUSED OUTRIGHT AND
*>                   NOTHING IS APPLIED.  EACH CHECK WHOSE ACCOUNT
*>                   IS AN ACTIVE CUSTOMER BECOMES A TYPE-'P'
*>                   TRANSACTION ON baltran.txt DATED WITH THE
*>                   DEPOSIT DATE.  A CHECK THAT CANNOT BE MATCHED
*>                   (ACCOUNT NOT NUMERIC, NOT ON FILE, MERGED AWAY
*>                   PER custmrg.txt, OR INACTIVE) GOES TO THE
*>                   UNAPPLIED-CASH FILE (custunap.txt, SEE
*>                   custunap.cpy) AND THE CASH-APPLICATION
*>                   WORKLIST (custlbox.txt) INSTEAD.  A CLEAN RUN
*>                   RETIRES lockbox.txt TO A DATED .done NAME THE
*>                   WAY CUSTPOST RETIRES ITS FEED, SO A RE-RUN
*>                   CANNOT APPLY THE SAME DEPOSIT TWICE.
*>   10/14/2026  CS  THE INVOICE NUMBER FROM THE REMITTANCE STUB
*>                   (LBX-InvoiceRef) NOW RIDES THROUGH TO
*>                   BT-InvoiceNo SO CUSTPOST APPLIES THE CHECK TO
*>                   THAT INVOICE, AND ONTO THE UNAPPLIED-CASH ROW
*>                   AND THE WORKLIST WHEN IT CANNOT BE MATCHED.
*>   10/15/2026  CS  THE DEPOSIT DATE IS NOW PART OF THE BALANCE.
*>                   A MISSING OR NON-NUMERIC DATE ON THE FIRST
*>                   BATCH HEADER, OR A LATER HEADER OR THE TRAILER
*>                   CARRYING A DIFFERENT DATE, REFUSES THE DEPOSIT.
*>                   EVERY PAYMENT IS DATED WITH IT, SO A BAD DATE
*>                   WOULD HAVE AGED OR CUT OFF THE WHOLE DEPOSIT
*>                   WRONGLY.
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT LockboxFile ASSIGN TO "lockbox.txt"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-LbxStatus.

	SELECT CustomerFile ASSIGN TO "customer.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS IDNum
		ALTERNATE RECORD KEY IS NameKey WITH DUPLICATES
		SHARING WITH ALL OTHER.

	SELECT OPTIONAL MergeFile ASSIGN TO "custmrg.txt"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-MrgStatus.

	SELECT OPTIONAL BalTranFile ASSIGN TO "baltran.txt"
		ORGANIZATION IS LINE SEQUENTIAL.

	SELECT OPTIONAL UnappliedFile ASSIGN TO "custunap.txt"
		ORGANIZATION IS LINE SEQUENTIAL.

	SELECT ReportFile ASSIGN TO "custlbox.txt"
		ORGANIZATION IS LINE SEQUENTIAL.

	SELECT OPTIONAL RunLogFile ASSIGN TO "runlog.txt"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD LockboxFile.
	COPY "custlbx.cpy".

FD CustomerFile.
	COPY "custrec.cpy".

FD MergeFile.
01 MergeRecord.
	02 Mrg-DupID PIC 9(06).
	02 Mrg-SurvivorID PIC 9(06).
	02 Mrg-Date PIC 9(08).
	02 Mrg-Time PIC 9(08).

FD BalTranFile.
01 BalTranRecord.
	02 BT-IDNum PIC 9(06).
	02 BT-Type PIC X(01).
	02 BT-Sign PIC X(01).
	02 BT-Amount PIC 9(07)V99.
	02 BT-Date PIC 9(08).
	02 BT-InvoiceNo PIC X(10).

FD UnappliedFile.
	COPY "custunap.cpy".

FD ReportFile.
01 ReportLine PIC X(80).

FD RunLogFile.
01 RunLogLine PIC X(93).

WORKING-STORAGE SECTION.
01 WS-LbxStatus PIC X(02).
01 WS-MrgStatus PIC X(02).
01 WS-Switches.
	02 WS-LbxEOF PIC X VALUE 'N'.
		88 LbxAtEOF VALUE 'Y'.
	02 WS-MrgEOF PIC X VALUE 'N'.
		88 MrgAtEOF VALUE 'Y'.
	02 WS-DepositBalanced PIC X VALUE 'Y'.
	02 WS-BatchOpen PIC X VALUE 'N'.
	02 WS-TrailerSeen PIC X VALUE 'N'.
	02 WS-CustOnFile PIC X.
01 WS-Counters.
	02 WS-LineCount PIC 9(02) VALUE ZERO.
	02 WS-PageCount PIC 9(03) VALUE ZERO.
	02 WS-ItemsRead PIC 9(06) VALUE ZERO.
	02 WS-ItemsApplied PIC 9(06) VALUE ZERO.
	02 WS-ItemsUnapplied PIC 9(06) VALUE ZERO.
	02 WS-BatchesRead PIC 9(04) VALUE ZERO.
	02 WS-DepositItems PIC 9(06) VALUE ZERO.
01 WS-Amounts.
	02 WS-AppliedAmt PIC S9(09)V99 VALUE ZERO.
	02 WS-UnappliedAmt PIC S9(09)V99 VALUE ZERO.
	02 WS-DepositAmt PIC S9(09)V99 VALUE ZERO.
01 WS-LinesPerPage PIC 9(02) VALUE 20.
01 WS-RunDate PIC 9(08).
01 WS-DepositDate PIC 9(08) VALUE ZERO.
01 WS-DoneName PIC X(24).

01 WS-CurrentBatch.
	02 WS-CurBatchNo PIC 9(04).
	02 WS-CurExpCount PIC 9(06).
	02 WS-CurExpTotal PIC 9(09)V99.
	02 WS-CurCount PIC 9(06).
	02 WS-CurTotal PIC 9(09)V99.
01 WS-Trailer.
	02 WS-TrlBatches PIC 9(04) VALUE ZERO.
	02 WS-TrlCount PIC 9(06) VALUE ZERO.
	02 WS-TrlTotal PIC 9(09)V99 VALUE ZERO.

01 WS-MrgCount PIC 9(04) VALUE ZERO.
01 WS-MrgTable.
	02 WS-MrgEntry OCCURS 2000.
		03 WS-MrgDup PIC 9(06).
		03 WS-MrgSurv PIC 9(06).
01 WS-MrgIndex PIC 9(04).
01 WS-MrgHops PIC 9(02).
01 WS-MrgFound PIC X.
01 WS-LookupID PIC 9(06).
01 WS-NextLookupID PIC 9(06).
01 WS-SurvivorID PIC 9(06).
01 WS-AccountID PIC 9(06).

	COPY "runlog.cpy".
01 WS-RunLogText PIC X(60).

01 WS-HeaderLine1.
	02 FILLER PIC X(10) VALUE "LOCKBOX   ".
	02 FILLER PIC X(23) VALUE "CASH RECEIPTS INTAKE   ".
	02 FILLER PIC X(06) VALUE "PAGE: ".
	02 HDR-Page PIC ZZ9.
01 WS-HeaderLine2.
	02 FILLER PIC X(09) VALUE "RUN DATE:".
	02 HDR-Date PIC 9(08).
	02 FILLER PIC X(16) VALUE "  DEPOSIT DATE: ".
	02 HDR-DepositDate PIC 9(08).
01 WS-BatchHeading.
	02 FILLER PIC X(07) VALUE "BATCH".
	02 FILLER PIC X(16) VALUE "  ITEMS EXPECTED".
	02 FILLER PIC X(08) VALUE "    READ".
	02 FILLER PIC X(16) VALUE "  TOTAL EXPECTED".
	02 FILLER PIC X(16) VALUE "            READ".
	02 FILLER PIC X(08) VALUE "  STATUS".
01 WS-BatchLine.
	02 BAT-Batch PIC 9(04).
	02 FILLER PIC X(03) VALUE SPACES.
	02 BAT-ExpCount PIC ZZZ,ZZZ,ZZ9.
	02 FILLER PIC X(01) VALUE SPACES.
	02 BAT-Count PIC ZZZ,ZZ9.
	02 FILLER PIC X(03) VALUE SPACES.
	02 BAT-ExpTotal PIC ZZZ,ZZZ,ZZ9.99.
	02 FILLER PIC X(02) VALUE SPACES.
	02 BAT-Total PIC ZZZ,ZZZ,ZZ9.99.
	02 FILLER PIC X(02) VALUE SPACES.
	02 BAT-Status PIC X(14).
01 WS-WorkHeading.
	02 FILLER PIC X(07) VALUE "BATCH".
	02 FILLER PIC X(12) VALUE "CHECK NO".
	02 FILLER PIC X(09) VALUE "ACCOUNT".
	02 FILLER PIC X(12) VALUE "INVOICE".
	02 FILLER PIC X(11) VALUE "     AMOUNT".
	02 FILLER PIC X(02) VALUE SPACES.
	02 FILLER PIC X(20) VALUE "REASON".
01 WS-WorkLine.
	02 WRK-Batch PIC 9(04).
	02 FILLER PIC X(03) VALUE SPACES.
	02 WRK-CheckNo PIC X(10).
	02 FILLER PIC X(02) VALUE SPACES.
	02 WRK-Account PIC X(06).
	02 FILLER PIC X(03) VALUE SPACES.
	02 WRK-Invoice PIC X(10).
	02 FILLER PIC X(02) VALUE SPACES.
	02 WRK-Amount PIC ZZZZ,ZZ9.99.
	02 FILLER PIC X(02) VALUE SPACES.
	02 WRK-Reason PIC X(02).
	02 FILLER PIC X(01) VALUE SPACES.
	02 WRK-ReasonText PIC X(22).
01 WS-FooterLine1.
	02 FILLER PIC X(24) VALUE "CHECKS APPLIED        : ".
	02 FTR-Applied PIC ZZZ,ZZ9.
	02 FILLER PIC X(04) VALUE SPACES.
	02 FTR-AppliedAmt PIC ZZZ,ZZZ,ZZ9.99.
01 WS-FooterLine2.
	02 FILLER PIC X(24) VALUE "CHECKS UNAPPLIED      : ".
	02 FTR-Unapplied PIC ZZZ,ZZ9.
	02 FILLER PIC X(04) VALUE SPACES.
	02 FTR-UnappliedAmt PIC ZZZ,ZZZ,ZZ9.99.
01 WS-FooterLine3.
	02 FILLER PIC X(24) VALUE "DEPOSIT TOTAL         : ".
	02 FTR-Deposit PIC ZZZ,ZZ9.
	02 FILLER PIC X(04) VALUE SPACES.
	02 FTR-DepositAmt PIC ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
0000-MAINLINE.
	PERFORM 1000-INITIALIZE THRU 1000-EXIT.
	PERFORM 1500-BALANCE-DEPOSIT THRU 1500-EXIT.
	IF WS-DepositBalanced = 'N'
		DISPLAY "DEPOSIT REFUSED - LOCKBOX FILE DID NOT BALANCE"
		WRITE ReportLine FROM SPACES
		MOVE "** DEPOSIT REFUSED - OUT OF BALANCE, NOTHING APPLIED **"
			TO ReportLine
		WRITE ReportLine
		CLOSE ReportFile
		MOVE 'E' TO RL-Severity
		MOVE "DEPOSIT REFUSED - LOCKBOX FILE DID NOT BALANCE"
			TO RL-Message
		PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	PERFORM 1600-OPEN-OUTPUTS THRU 1600-EXIT.
	PERFORM 2000-APPLY-ONE-ITEM THRU 2000-EXIT
		UNTIL LbxAtEOF.
	PERFORM 3000-FINISH THRU 3000-EXIT.
	STOP RUN.

*>----------------------------------------------------------------
*> 1000-INITIALIZE - OPEN THE DEPOSIT FILE (NONE MEANS THE BANK
*>                  SENT NOTHING TODAY), START THE REPORT, AND
*>                  LOAD THE MERGE CROSS-REFERENCE SO A CHECK
*>                  WRITTEN AGAINST A RETIRED DUPLICATE ID CAN BE
*>                  POINTED AT ITS SURVIVOR ON THE WORKLIST.
*>----------------------------------------------------------------
1000-INITIALIZE.
	ACCEPT WS-RunDate FROM DATE YYYYMMDD.
	OPEN INPUT LockboxFile.
	IF WS-LbxStatus NOT = "00"
		DISPLAY "NO LOCKBOX FILE FROM THE BANK - NOTHING TO APPLY"
		STOP RUN
	END-IF.
	OPEN OUTPUT ReportFile.
	MOVE WS-RunDate TO HDR-Date.
	PERFORM 1100-LOAD-MERGES THRU 1100-EXIT.
1000-EXIT.
	EXIT.

1100-LOAD-MERGES.
	OPEN INPUT MergeFile.
	IF WS-MrgStatus NOT = "00"
		GO TO 1100-EXIT
	END-IF.
	PERFORM 1110-LOAD-ONE-MERGE THRU 1110-EXIT
		UNTIL MrgAtEOF OR WS-MrgCount >= 2000.
	IF NOT MrgAtEOF
		DISPLAY "MERGE TABLE FULL AT 2000 - LATER MERGES IN "
			"custmrg.txt NOT CHECKED THIS RUN"
	END-IF.
	CLOSE MergeFile.
1100-EXIT.
	EXIT.

1110-LOAD-ONE-MERGE.
	READ MergeFile
		AT END MOVE 'Y' TO WS-MrgEOF
		NOT AT END
			IF Mrg-DupID NUMERIC AND Mrg-SurvivorID NUMERIC
				ADD 1 TO WS-MrgCount
				MOVE Mrg-DupID TO WS-MrgDup(WS-MrgCount)
				MOVE Mrg-SurvivorID TO WS-MrgSurv(WS-MrgCount)
			END-IF
	END-READ.
1110-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 1500-BALANCE-DEPOSIT - FIRST PASS OVER THE DEPOSIT.  EVERY
*>                       BATCH MUST AGREE WITH ITS HEADER'S ITEM
*>                       COUNT AND TOTAL, AND THE BATCHES MUST ADD
*>                       UP TO THE DEPOSIT TRAILER, AND EVERY
*>                       HEADER AND THE TRAILER MUST CARRY THE SAME
*>                       VALID DEPOSIT DATE.  EACH BATCH'S
*>                       RESULT IS PRINTED SO THE BANK CAN BE TOLD
*>                       WHICH ONE IS WRONG.  NOTHING IS WRITTEN TO
*>                       baltran.txt UNTIL THE WHOLE DEPOSIT TIES.
*>----------------------------------------------------------------
1500-BALANCE-DEPOSIT.
	PERFORM 2100-READ-LOCKBOX THRU 2100-EXIT.
	IF NOT LbxAtEOF AND LBX-BatchHeader
	AND LBXB-DepositDate NUMERIC
		MOVE LBXB-DepositDate TO WS-DepositDate
	END-IF.
	MOVE WS-DepositDate TO HDR-DepositDate.
	PERFORM 2200-PRINT-HEADING THRU 2200-EXIT.
	WRITE ReportLine FROM WS-BatchHeading.
	WRITE ReportLine FROM SPACES.
	ADD 2 TO WS-LineCount.
	IF WS-DepositDate = ZERO
		MOVE "** DEPOSIT DATE MISSING OR NOT NUMERIC **" TO ReportLine
		WRITE ReportLine
		MOVE 'N' TO WS-DepositBalanced
	END-IF.
	PERFORM 1510-TALLY-ONE-RECORD THRU 1510-EXIT
		UNTIL LbxAtEOF.
	PERFORM 1520-CLOSE-BATCH THRU 1520-EXIT.
	CLOSE LockboxFile.
	WRITE ReportLine FROM SPACES.
	IF WS-TrailerSeen = 'N'
		MOVE "** DEPOSIT TRAILER MISSING **" TO ReportLine
		WRITE ReportLine
		MOVE 'N' TO WS-DepositBalanced
	ELSE IF WS-BatchesRead NOT = WS-TrlBatches
	OR WS-DepositItems NOT = WS-TrlCount
	OR WS-DepositAmt NOT = WS-TrlTotal
		MOVE "** BATCHES DO NOT ADD UP TO THE DEPOSIT TRAILER **"
			TO ReportLine
		WRITE ReportLine
		MOVE 'N' TO WS-DepositBalanced
	END-IF.
	MOVE WS-DepositItems TO FTR-Deposit.
	MOVE WS-DepositAmt TO FTR-DepositAmt.
	WRITE ReportLine FROM WS-FooterLine3.
	DISPLAY "DEPOSIT BATCHES READ   : " WS-BatchesRead
		" (TRAILER " WS-TrlBatches ")".
	DISPLAY "DEPOSIT ITEMS READ     : " WS-DepositItems
		" (TRAILER " WS-TrlCount ")".
	DISPLAY "DEPOSIT TOTAL READ     : " WS-DepositAmt
		" (TRAILER " WS-TrlTotal ")".
1500-EXIT.
	EXIT.

1510-TALLY-ONE-RECORD.
	IF WS-TrailerSeen = 'Y'
		MOVE "** RECORDS FOUND AFTER THE DEPOSIT TRAILER **"
			TO ReportLine
		WRITE ReportLine
		MOVE 'N' TO WS-DepositBalanced
		MOVE 'N' TO WS-TrailerSeen
	END-IF.
	EVALUATE TRUE
		WHEN LBX-BatchHeader
			PERFORM 1520-CLOSE-BATCH THRU 1520-EXIT
			IF WS-DepositDate NOT = ZERO
			AND (LBXB-DepositDate NOT NUMERIC
			OR LBXB-DepositDate NOT = WS-DepositDate)
				MOVE "** BATCH HEADER DEPOSIT DATE DIFFERS **"
					TO ReportLine
				WRITE ReportLine
				MOVE 'N' TO WS-DepositBalanced
			END-IF
			IF LBXB-Batch NOT NUMERIC OR LBXB-Count NOT NUMERIC
			OR LBXB-Total NOT NUMERIC
				MOVE "** BATCH HEADER CONTROLS NOT NUMERIC **"
					TO ReportLine
				WRITE ReportLine
				MOVE 'N' TO WS-DepositBalanced
				MOVE ZERO TO WS-CurBatchNo WS-CurExpCount
					WS-CurExpTotal
			ELSE
				MOVE LBXB-Batch TO WS-CurBatchNo
				MOVE LBXB-Count TO WS-CurExpCount
				MOVE LBXB-Total TO WS-CurExpTotal
			END-IF
			MOVE ZERO TO WS-CurCount WS-CurTotal
			MOVE 'Y' TO WS-BatchOpen
			ADD 1 TO WS-BatchesRead
		WHEN LBX-Detail
			IF WS-BatchOpen = 'N'
				MOVE "** CHECK FOUND OUTSIDE ANY BATCH **"
					TO ReportLine
				WRITE ReportLine
				MOVE 'N' TO WS-DepositBalanced
			END-IF
			IF LBX-Amount NOT NUMERIC
				MOVE "** CHECK AMOUNT NOT NUMERIC **" TO ReportLine
				WRITE ReportLine
				MOVE 'N' TO WS-DepositBalanced
			ELSE
				ADD 1 TO WS-CurCount WS-DepositItems
				ADD LBX-Amount TO WS-CurTotal WS-DepositAmt
			END-IF
		WHEN LBX-DepositTrailer
			PERFORM 1520-CLOSE-BATCH THRU 1520-EXIT
			MOVE 'Y' TO WS-TrailerSeen
			IF WS-DepositDate NOT = ZERO
			AND (LBXT-DepositDate NOT NUMERIC
			OR LBXT-DepositDate NOT = WS-DepositDate)
				MOVE "** DEPOSIT TRAILER DATE DIFFERS FROM THE BATCHES **"
					TO ReportLine
				WRITE ReportLine
				MOVE 'N' TO WS-DepositBalanced
			END-IF
			IF LBXT-Batches NUMERIC AND LBXT-Count NUMERIC
			AND LBXT-Total NUMERIC
				MOVE LBXT-Batches TO WS-TrlBatches
				MOVE LBXT-Count TO WS-TrlCount
				MOVE LBXT-Total TO WS-TrlTotal
			ELSE
				MOVE "** DEPOSIT TRAILER CONTROLS NOT NUMERIC **"
					TO ReportLine
				WRITE ReportLine
				MOVE 'N' TO WS-DepositBalanced
			END-IF
		WHEN OTHER
			MOVE "** UNKNOWN RECORD TYPE IN LOCKBOX FILE **"
				TO ReportLine
			WRITE ReportLine
			MOVE 'N' TO WS-DepositBalanced
	END-EVALUATE.
	PERFORM 2100-READ-LOCKBOX THRU 2100-EXIT.
1510-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 1520-CLOSE-BATCH - COMPARE THE BATCH JUST ENDED AGAINST ITS
*>                   HEADER AND PRINT ITS LINE.
*>----------------------------------------------------------------
1520-CLOSE-BATCH.
	IF WS-BatchOpen = 'N'
		GO TO 1520-EXIT
	END-IF.
	MOVE 'N' TO WS-BatchOpen.
	MOVE WS-CurBatchNo TO BAT-Batch.
	MOVE WS-CurExpCount TO BAT-ExpCount.
	MOVE WS-CurCount TO BAT-Count.
	MOVE WS-CurExpTotal TO BAT-ExpTotal.
	MOVE WS-CurTotal TO BAT-Total.
	IF WS-CurCount = WS-CurExpCount AND WS-CurTotal = WS-CurExpTotal
		MOVE "BALANCED" TO BAT-Status
	ELSE
		MOVE "OUT OF BALANCE" TO BAT-Status
		MOVE 'N' TO WS-DepositBalanced
		MOVE 'W' TO RL-Severity
		MOVE WS-CurBatchNo TO RL-RecordID
		MOVE "LOCKBOX BATCH OUT OF BALANCE WITH ITS HEADER"
			TO RL-Message
		PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT
	END-IF.
	WRITE ReportLine FROM WS-BatchLine.
	ADD 1 TO WS-LineCount.
1520-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 1600-OPEN-OUTPUTS - THE DEPOSIT TIES; REOPEN IT FOR THE APPLY
*>                    PASS AND OPEN THE MASTER, THE FEED, AND THE
*>                    UNAPPLIED-CASH FILE (BOTH APPENDED TO).
*>----------------------------------------------------------------
1600-OPEN-OUTPUTS.
	MOVE 'N' TO WS-LbxEOF.
	OPEN INPUT LockboxFile.
	OPEN INPUT CustomerFile.
	OPEN EXTEND BalTranFile.
	OPEN EXTEND UnappliedFile.
	PERFORM 2200-PRINT-HEADING THRU 2200-EXIT.
	MOVE "UNAPPLIED CASH WORKLIST" TO ReportLine.
	WRITE ReportLine.
	WRITE ReportLine FROM WS-WorkHeading.
	WRITE ReportLine FROM SPACES.
	ADD 3 TO WS-LineCount.
	PERFORM 2100-READ-LOCKBOX THRU 2100-EXIT.
1600-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2000-APPLY-ONE-ITEM - A CHECK AGAINST AN ACTIVE CUSTOMER BECOMES
*>                      A PAYMENT ON THE FEED; ANYTHING ELSE IS
*>                      UNAPPLIED CASH.  A MERGED-AWAY ID IS
*>                      CAUGHT BEFORE THE MASTER IS READ BECAUSE
*>                      THE RETIRED DUPLICATE MAY STILL BE ON FILE
*>                      (INACTIVE) OR MAY HAVE BEEN PURGED.
*>----------------------------------------------------------------
2000-APPLY-ONE-ITEM.
	IF LBX-Detail
		ADD 1 TO WS-ItemsRead
		MOVE SPACES TO Unap-SurvivorID
		MOVE 'N' TO WS-MrgFound
		IF LBX-Account NUMERIC
			MOVE LBX-Account TO WS-AccountID
			PERFORM 2300-CHECK-MERGED THRU 2300-EXIT
			PERFORM 2350-CHECK-CUSTOMER THRU 2350-EXIT
		END-IF
		IF LBX-Account NOT NUMERIC
			MOVE "01" TO Unap-Reason
			PERFORM 2500-UNAPPLY-ITEM THRU 2500-EXIT
		ELSE IF WS-MrgFound = 'Y'
			MOVE "03" TO Unap-Reason
			MOVE WS-SurvivorID TO Unap-SurvivorID
			PERFORM 2500-UNAPPLY-ITEM THRU 2500-EXIT
		ELSE IF WS-CustOnFile = 'N'
			MOVE "02" TO Unap-Reason
			PERFORM 2500-UNAPPLY-ITEM THRU 2500-EXIT
		ELSE IF CustInactive
			MOVE "04" TO Unap-Reason
			PERFORM 2500-UNAPPLY-ITEM THRU 2500-EXIT
		ELSE
			PERFORM 2400-WRITE-PAYMENT THRU 2400-EXIT
		END-IF
	END-IF.
	PERFORM 2100-READ-LOCKBOX THRU 2100-EXIT.
2000-EXIT.
	EXIT.

2100-READ-LOCKBOX.
	READ LockboxFile
		AT END MOVE 'Y' TO WS-LbxEOF
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
2200-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2300-CHECK-MERGED - LOOK THE ACCOUNT UP IN THE MERGE CROSS-
*>                    REFERENCE AND, WHEN IT WAS RETIRED, FOLLOW
*>                    THE CHAIN (A INTO B, THEN B INTO C) TO THE
*>                    CUSTOMER THAT SURVIVES TODAY.
*>----------------------------------------------------------------
2300-CHECK-MERGED.
	MOVE WS-AccountID TO WS-LookupID.
	MOVE ZERO TO WS-SurvivorID WS-MrgHops.
	PERFORM 2310-FOLLOW-ONE-LINK THRU 2310-EXIT
		UNTIL WS-LookupID = ZERO OR WS-MrgHops >= 10.
2300-EXIT.
	EXIT.

2310-FOLLOW-ONE-LINK.
	ADD 1 TO WS-MrgHops.
	MOVE ZERO TO WS-NextLookupID.
	PERFORM 2320-MATCH-ONE-MERGE THRU 2320-EXIT
		VARYING WS-MrgIndex FROM 1 BY 1
		UNTIL WS-MrgIndex > WS-MrgCount
		OR WS-NextLookupID NOT = ZERO.
	MOVE WS-NextLookupID TO WS-LookupID.
2310-EXIT.
	EXIT.

2320-MATCH-ONE-MERGE.
	IF WS-MrgDup(WS-MrgIndex) = WS-LookupID
		MOVE 'Y' TO WS-MrgFound
		MOVE WS-MrgSurv(WS-MrgIndex) TO WS-SurvivorID
		MOVE WS-SurvivorID TO WS-NextLookupID
	END-IF.
2320-EXIT.
	EXIT.

2350-CHECK-CUSTOMER.
	MOVE 'Y' TO WS-CustOnFile.
	MOVE WS-AccountID TO IDNum.
	READ CustomerFile
		INVALID KEY MOVE 'N' TO WS-CustOnFile
	END-READ.
2350-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2400-WRITE-PAYMENT - THE CHECK POSTS AS A PAYMENT DATED WITH THE
*>                     DAY THE BANK DEPOSITED IT.
*>----------------------------------------------------------------
2400-WRITE-PAYMENT.
	MOVE WS-AccountID TO BT-IDNum.
	MOVE 'P' TO BT-Type.
	MOVE SPACE TO BT-Sign.
	MOVE LBX-Amount TO BT-Amount.
	MOVE WS-DepositDate TO BT-Date.
	MOVE LBX-InvoiceRef TO BT-InvoiceNo.
	WRITE BalTranRecord.
	ADD 1 TO WS-ItemsApplied.
	ADD LBX-Amount TO WS-AppliedAmt.
2400-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2500-UNAPPLY-ITEM - PARK THE CHECK IN THE UNAPPLIED-CASH FILE
*>                    AND PUT IT ON THE WORKLIST WITH ITS REASON.
*>----------------------------------------------------------------
2500-UNAPPLY-ITEM.
	MOVE LBX-Account TO Unap-Account.
	MOVE LBX-Amount TO Unap-Amount.
	MOVE WS-DepositDate TO Unap-DepositDate.
	MOVE LBX-Batch TO Unap-Batch.
	MOVE LBX-CheckNo TO Unap-CheckNo.
	MOVE WS-RunDate TO Unap-Received.
	MOVE LBX-InvoiceRef TO Unap-InvoiceRef.
	WRITE UnappliedData.
	ADD 1 TO WS-ItemsUnapplied.
	ADD LBX-Amount TO WS-UnappliedAmt.
	IF WS-LineCount >= WS-LinesPerPage
		PERFORM 2200-PRINT-HEADING THRU 2200-EXIT
		WRITE ReportLine FROM WS-WorkHeading
		WRITE ReportLine FROM SPACES
		ADD 2 TO WS-LineCount
	END-IF.
	MOVE LBX-Batch TO WRK-Batch.
	MOVE LBX-CheckNo TO WRK-CheckNo.
	MOVE LBX-Account TO WRK-Account.
	MOVE LBX-InvoiceRef TO WRK-Invoice.
	MOVE LBX-Amount TO WRK-Amount.
	MOVE Unap-Reason TO WRK-Reason.
	MOVE SPACES TO WRK-ReasonText.
	EVALUATE Unap-Reason
		WHEN "01"
			MOVE "ACCOUNT NOT NUMERIC" TO WRK-ReasonText
		WHEN "02"
			MOVE "ACCOUNT NOT ON FILE" TO WRK-ReasonText
		WHEN "03"
			STRING "MERGED INTO " Unap-SurvivorID
				DELIMITED BY SIZE INTO WRK-ReasonText
		WHEN "04"
			MOVE "CUSTOMER INACTIVE" TO WRK-ReasonText
	END-EVALUATE.
	WRITE ReportLine FROM WS-WorkLine.
	ADD 1 TO WS-LineCount.
	MOVE 'W' TO RL-Severity.
	MOVE LBX-Account TO RL-RecordID.
	MOVE SPACES TO WS-RunLogText.
	STRING "LOCKBOX CHECK UNAPPLIED: " WRK-ReasonText
		DELIMITED BY SIZE INTO WS-RunLogText.
	MOVE WS-RunLogText TO RL-Message.
	PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT.
2500-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 3000-FINISH - FOOTERS, CLOSE UP, AND RETIRE THE DEPOSIT FILE.
*>----------------------------------------------------------------
3000-FINISH.
	IF WS-ItemsUnapplied = ZERO
		MOVE "NO UNAPPLIED CASH THIS DEPOSIT" TO ReportLine
		WRITE ReportLine
	END-IF.
	MOVE WS-ItemsApplied TO FTR-Applied.
	MOVE WS-AppliedAmt TO FTR-AppliedAmt.
	MOVE WS-ItemsUnapplied TO FTR-Unapplied.
	MOVE WS-UnappliedAmt TO FTR-UnappliedAmt.
	MOVE WS-DepositItems TO FTR-Deposit.
	MOVE WS-DepositAmt TO FTR-DepositAmt.
	WRITE ReportLine FROM SPACES.
	WRITE ReportLine FROM WS-FooterLine1.
	WRITE ReportLine FROM WS-FooterLine2.
	WRITE ReportLine FROM WS-FooterLine3.
	CLOSE LockboxFile.
	CLOSE CustomerFile.
	CLOSE BalTranFile.
	CLOSE UnappliedFile.
	CLOSE ReportFile.
	PERFORM 3100-RETIRE-DEPOSIT THRU 3100-EXIT.
	DISPLAY "CHECKS READ           : " WS-ItemsRead.
	DISPLAY "CHECKS APPLIED        : " WS-ItemsApplied.
	DISPLAY "APPLIED TOTAL         : " WS-AppliedAmt.
	DISPLAY "CHECKS UNAPPLIED      : " WS-ItemsUnapplied.
	DISPLAY "UNAPPLIED TOTAL       : " WS-UnappliedAmt.
	MOVE 'I' TO RL-Severity.
	MOVE SPACES TO WS-RunLogText.
	STRING "RUN COMPLETE - APPLIED " WS-ItemsApplied
		" UNAPPLIED " WS-ItemsUnapplied DELIMITED BY SIZE
		INTO WS-RunLogText.
	MOVE WS-RunLogText TO RL-Message.
	PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT.
3000-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 3100-RETIRE-DEPOSIT - MOVE THE APPLIED DEPOSIT FILE TO A DATED
*>                      .done NAME SO A RE-RUN CANNOT PUT THE SAME
*>                      CHECKS ON THE FEED TWICE.
*>----------------------------------------------------------------
3100-RETIRE-DEPOSIT.
	MOVE SPACES TO WS-DoneName.
	STRING "lockbox." WS-RunDate ".done" DELIMITED BY SIZE
		INTO WS-DoneName.
	CALL "CBL_RENAME_FILE" USING "lockbox.txt" WS-DoneName.
	IF RETURN-CODE = ZERO
		DISPLAY "DEPOSIT RETIRED TO    : " WS-DoneName
	ELSE
		DISPLAY "** COULD NOT RETIRE lockbox.txt (RC "
			RETURN-CODE ") - REMOVE IT BY HAND BEFORE THE "
			"NEXT RUN OR IT WILL APPLY AGAIN **"
		MOVE ZERO TO RETURN-CODE
		MOVE 'E' TO RL-Severity
		MOVE "COULD NOT RETIRE lockbox.txt - RE-RUN WILL DOUBLE-APPLY"
			TO RL-Message
		PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT
	END-IF.
3100-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 9000-WRITE-RUN-LOG - ONE DATED, SEVERITY-TAGGED ENTRY TO THE
*>                     COMMON RUN LOG (SEE runlog.cpy).
*>----------------------------------------------------------------
9000-WRITE-RUN-LOG.
	ACCEPT RL-Date FROM DATE YYYYMMDD.
	ACCEPT RL-Time FROM TIME.
	MOVE "CUSTLBOX" TO RL-Program.
	OPEN EXTEND RunLogFile.
	WRITE RunLogLine FROM WS-RunLogEntry.
	CLOSE RunLogFile.
	MOVE SPACES TO RL-RecordID RL-Message.
9000-EXIT.
	EXIT.
