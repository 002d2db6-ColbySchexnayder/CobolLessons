	>> SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTCLRA.
AUTHOR. Colby Schexnayder.
INSTALLATION. CUSTOMER RECORDS SYSTEM.
DATE-WRITTEN. 10/14/2026.
DATE-COMPILED.
*>----------------------------------------------------------------
*> MODIFICATION HISTORY
*>   10/14/2026  CS  NEW PROGRAM - CREDIT-LIMIT REVIEW TURNAROUND.
*>                   READS THE APPROVAL FILE A SUPERVISOR MARKED UP
*>                   (custclr.txt, SEE custclr.cpy) AND WRITES A
*>                   Tran-Code 'U' custtran.txt BATCH, WITH HEADER
*>                   AND TRAILER CONTROLS, FOR EACH APPROVED ROW.
*>                   THE UPDATE CARRIES THE CUSTOMER'S CURRENT
*>                   MASTER FIELDS UNCHANGED AND THE NEW LIMIT IN
*>                   Tran-CreditLimit, SO CUSTEDIT EDITS IT AND THE
*>                   BatchMode APPLY WRITES THE USUAL AUDIT AND
*>                   HISTORY RECORDS (BEFORE AND AFTER LIMIT).  A
*>                   ROW IS SKIPPED WHEN THE CUSTOMER IS GONE OR
*>                   INACTIVE, OR WHEN THE LIMIT ON THE MASTER NO
*>                   LONGER MATCHES THE ONE THE PROPOSAL WAS MADE
*>                   AGAINST.  A custtran.txt STILL WAITING TO BE
*>                   APPLIED IS NEVER OVERWRITTEN.  THE APPROVAL
*>                   FILE IS RETIRED TO custclr.YYYYMMDD.done SO
*>                   THE SAME APPROVALS CANNOT TURN AROUND TWICE.
*>   10/15/2026  CS  THE BATCH HEADER AND TRAILER NOW CARRY
*>                   TranCtl-Source "CUSTCLRA" (SEE custtran.cpy).
*>                   THE BATCH APPLY NOW HOLDS ANY OTHER FEED'S
*>                   LIMIT CHANGE FOR A SECOND OPERATOR; THESE
*>                   LIMITS WERE ALREADY APPROVED IN custclr.txt
*>                   AND ARE APPLIED AS BEFORE.
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT ApprovalFile ASSIGN TO "custclr.txt"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-ClrStatus.

	SELECT CustomerFile ASSIGN TO "customer.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS IDNum
		ALTERNATE RECORD KEY IS NameKey WITH DUPLICATES
		SHARING WITH ALL OTHER.

	SELECT TranFile ASSIGN TO "custtran.txt"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-TranStatus.

	SELECT OPTIONAL RunLogFile ASSIGN TO "runlog.txt"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ApprovalFile.
	COPY "custclr.cpy".

FD CustomerFile.
	COPY "custrec.cpy".

FD TranFile.
	COPY "custtran.cpy".

FD RunLogFile.
01 RunLogLine PIC X(93).

WORKING-STORAGE SECTION.
01 WS-ClrStatus PIC X(02).
01 WS-TranStatus PIC X(02).
01 WS-Switches.
	02 WS-ClrEOF PIC X VALUE 'N'.
		88 ClrAtEOF VALUE 'Y'.
	02 WS-CustOnFile PIC X.
01 WS-Counters.
	02 WS-RowsRead PIC 9(06) VALUE ZERO.
	02 WS-RowsApproved PIC 9(06) VALUE ZERO.
	02 WS-RowsUnapproved PIC 9(06) VALUE ZERO.
	02 WS-RowsSkipped PIC 9(06) VALUE ZERO.
01 WS-OutTotals.
	02 WS-OutCount PIC 9(06) VALUE ZERO.
	02 WS-OutHash PIC 9(10) VALUE ZERO.
01 WS-RunDate PIC 9(08).
01 WS-MasterLimit PIC 9(07)V99.
01 WS-TranLimitX PIC X(09).
01 WS-TranLimitNum REDEFINES WS-TranLimitX PIC 9(07)V99.
01 WS-DoneName PIC X(24).
01 WS-OutCtl.
	02 WS-OCtl-Code PIC X(01).
	02 WS-OCtl-BatchDate PIC 9(08).
	02 WS-OCtl-Count PIC 9(06).
	02 WS-OCtl-HashTotal PIC 9(10).
	02 WS-OCtl-Source PIC X(08).
	02 FILLER PIC X(72) VALUE SPACES.

	COPY "runlog.cpy".
01 WS-RunLogText PIC X(60).

PROCEDURE DIVISION.
0000-MAINLINE.
	PERFORM 1000-INITIALIZE THRU 1000-EXIT.
	PERFORM 1500-COUNT-APPROVED THRU 1500-EXIT.
	IF WS-RowsApproved = ZERO
		DISPLAY "NO ROWS MARKED 'Y' IN custclr.txt - NOTHING TO "
			"TURN AROUND"
		STOP RUN
	END-IF.
	PERFORM 1600-OPEN-OUTPUTS THRU 1600-EXIT.
	PERFORM 2000-TURN-ONE-ROW THRU 2000-EXIT
		UNTIL ClrAtEOF.
	PERFORM 3000-FINISH THRU 3000-EXIT.
	STOP RUN.

*>----------------------------------------------------------------
*> 1000-INITIALIZE - OPEN THE APPROVAL FILE (NO FILE MEANS NO
*>                  REVIEW HAS RUN, OR ITS APPROVALS WERE ALREADY
*>                  TURNED AROUND).  A custtran.txt ALREADY ON
*>                  DISK IS A BATCH NOT YET APPLIED - STOP RATHER
*>                  THAN OVERWRITE IT.
*>----------------------------------------------------------------
1000-INITIALIZE.
	ACCEPT WS-RunDate FROM DATE YYYYMMDD.
	OPEN INPUT ApprovalFile.
	IF WS-ClrStatus NOT = "00"
		DISPLAY "NO APPROVAL FILE ON FILE - RUN custclrp FIRST"
		STOP RUN
	END-IF.
	OPEN INPUT TranFile.
	IF WS-TranStatus = "00"
		CLOSE TranFile
		CLOSE ApprovalFile
		DISPLAY "custtran.txt IS ALREADY ON FILE - APPLY OR CLEAR "
			"THAT BATCH, THEN RUN custclra AGAIN"
		MOVE 'E' TO RL-Severity
		MOVE "custtran.txt PENDING - LIMIT APPROVALS NOT TURNED AROUND"
			TO RL-Message
		PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
1000-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 1500-COUNT-APPROVED - FIRST PASS: AN APPROVAL FILE WITH NO ROW
*>                      MARKED 'Y' PRODUCES NO BATCH AND IS LEFT
*>                      IN PLACE FOR THE SUPERVISOR.
*>----------------------------------------------------------------
1500-COUNT-APPROVED.
	PERFORM 2100-READ-APPROVAL THRU 2100-EXIT.
	PERFORM 1510-COUNT-ONE THRU 1510-EXIT
		UNTIL ClrAtEOF.
	CLOSE ApprovalFile.
1500-EXIT.
	EXIT.

1510-COUNT-ONE.
	IF CLR-Approved = 'Y' OR CLR-Approved = 'y'
		ADD 1 TO WS-RowsApproved
	END-IF.
	PERFORM 2100-READ-APPROVAL THRU 2100-EXIT.
1510-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 1600-OPEN-OUTPUTS - REOPEN THE APPROVALS FOR THE TURNAROUND
*>                    PASS, OPEN THE MASTER, AND WRITE THE BATCH
*>                    HEADER.
*>----------------------------------------------------------------
1600-OPEN-OUTPUTS.
	MOVE 'N' TO WS-ClrEOF.
	MOVE ZERO TO WS-RowsApproved.
	OPEN INPUT CustomerFile.
	OPEN INPUT ApprovalFile.
	OPEN OUTPUT TranFile.
	MOVE SPACES TO WS-OutCtl.
	MOVE 'H' TO WS-OCtl-Code.
	MOVE WS-RunDate TO WS-OCtl-BatchDate.
	MOVE ZERO TO WS-OCtl-Count WS-OCtl-HashTotal.
	MOVE "CUSTCLRA" TO WS-OCtl-Source.
	WRITE TranControlRecord FROM WS-OutCtl.
	PERFORM 2100-READ-APPROVAL THRU 2100-EXIT.
1600-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2000-TURN-ONE-ROW - AN APPROVED ROW BECOMES A Tran-Code 'U'
*>                    WHEN THE CUSTOMER IS STILL ACTIVE AND STILL
*>                    CARRIES THE LIMIT THE PROPOSAL WAS MADE
*>                    AGAINST.
*>----------------------------------------------------------------
2000-TURN-ONE-ROW.
	ADD 1 TO WS-RowsRead.
	IF CLR-Approved = 'Y' OR CLR-Approved = 'y'
		ADD 1 TO WS-RowsApproved
		PERFORM 2200-CHECK-ROW THRU 2200-EXIT
	ELSE
		ADD 1 TO WS-RowsUnapproved
	END-IF.
	PERFORM 2100-READ-APPROVAL THRU 2100-EXIT.
2000-EXIT.
	EXIT.

2100-READ-APPROVAL.
	READ ApprovalFile
		AT END MOVE 'Y' TO WS-ClrEOF
	END-READ.
2100-EXIT.
	EXIT.

2200-CHECK-ROW.
	MOVE 'Y' TO WS-CustOnFile.
	MOVE CLR-IDNum TO IDNum.
	READ CustomerFile
		INVALID KEY MOVE 'N' TO WS-CustOnFile
	END-READ.
	IF WS-CustOnFile = 'Y'
		MOVE CreditLimit TO WS-MasterLimit
		IF CreditLimit NOT NUMERIC
			MOVE ZERO TO WS-MasterLimit
		END-IF
	END-IF.
	IF WS-CustOnFile = 'N'
		DISPLAY "SKIPPED " CLR-IDNum ": NOT ON THE MASTER"
		ADD 1 TO WS-RowsSkipped
	ELSE IF CustInactive
		DISPLAY "SKIPPED " CLR-IDNum ": CUSTOMER IS INACTIVE"
		ADD 1 TO WS-RowsSkipped
	ELSE IF WS-MasterLimit NOT = CLR-OldLimit
		DISPLAY "SKIPPED " CLR-IDNum ": LIMIT CHANGED SINCE THE "
			"REVIEW - RE-REVIEW"
		ADD 1 TO WS-RowsSkipped
		MOVE 'W' TO RL-Severity
		MOVE CLR-IDNum TO RL-RecordID
		MOVE "LIMIT CHANGED SINCE REVIEW - APPROVAL NOT TURNED AROUND"
			TO RL-Message
		PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT
	ELSE
		PERFORM 2300-EMIT-TRAN THRU 2300-EXIT
	END-IF
	END-IF
	END-IF.
2200-EXIT.
	EXIT.

2300-EMIT-TRAN.
	MOVE SPACES TO TranRecord.
	MOVE 'U' TO Tran-Code.
	MOVE IDNum TO Tran-IDNum.
	MOVE FirstName TO Tran-FirstName.
	MOVE LastName TO Tran-LastName.
	MOVE Street TO Tran-Street.
	MOVE City TO Tran-City.
	MOVE State TO Tran-State.
	MOVE Zip TO Tran-Zip.
	MOVE Phone TO Tran-Phone.
	MOVE CLR-NewLimit TO WS-TranLimitNum.
	MOVE WS-TranLimitX TO Tran-CreditLimit.
	WRITE TranRecord.
	ADD 1 TO WS-OutCount.
	ADD Tran-IDNum TO WS-OutHash.
2300-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 3000-FINISH - WRITE THE BATCH TRAILER, RETIRE THE APPROVAL FILE
*>              AND REPORT THE TURNAROUND.
*>----------------------------------------------------------------
3000-FINISH.
	MOVE SPACES TO WS-OutCtl.
	MOVE 'T' TO WS-OCtl-Code.
	MOVE WS-RunDate TO WS-OCtl-BatchDate.
	MOVE WS-OutCount TO WS-OCtl-Count.
	MOVE WS-OutHash TO WS-OCtl-HashTotal.
	MOVE "CUSTCLRA" TO WS-OCtl-Source.
	WRITE TranControlRecord FROM WS-OutCtl.
	CLOSE ApprovalFile.
	CLOSE CustomerFile.
	CLOSE TranFile.
	MOVE SPACES TO WS-DoneName.
	STRING "custclr." WS-RunDate ".done" DELIMITED BY SIZE
		INTO WS-DoneName.
	CALL "CBL_RENAME_FILE" USING "custclr.txt" WS-DoneName.
	IF RETURN-CODE = ZERO
		DISPLAY "APPROVALS RETIRED TO  : " WS-DoneName
	ELSE
		DISPLAY "** COULD NOT RETIRE custclr.txt (RC "
			RETURN-CODE ") - REMOVE IT BY HAND OR THE "
			"SAME APPROVALS WILL TURN AROUND AGAIN **"
		MOVE ZERO TO RETURN-CODE
	END-IF.
	DISPLAY "APPROVAL ROWS READ    : " WS-RowsRead.
	DISPLAY "ROWS APPROVED         : " WS-RowsApproved.
	DISPLAY "ROWS NOT APPROVED     : " WS-RowsUnapproved.
	DISPLAY "ROWS SKIPPED          : " WS-RowsSkipped.
	DISPLAY "LIMIT UPDATES WRITTEN : " WS-OutCount.
	DISPLAY "RUN CUSTEDIT AND THE BATCH APPLY AGAINST custtran.txt".
	MOVE 'I' TO RL-Severity.
	MOVE SPACES TO WS-RunLogText.
	STRING WS-OutCount " LIMIT UPDATES TO custtran.txt - "
		WS-RowsSkipped " SKIPPED"
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
	MOVE "CUSTCLRA" TO RL-Program.
	OPEN EXTEND RunLogFile.
	WRITE RunLogLine FROM WS-RunLogEntry.
	CLOSE RunLogFile.
	MOVE SPACES TO RL-RecordID RL-Message.
9000-EXIT.
	EXIT.
