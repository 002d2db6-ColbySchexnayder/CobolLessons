	>> SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTCLOS.
AUTHOR. Colby Schexnayder.
INSTALLATION. CUSTOMER RECORDS SYSTEM.
DATE-WRITTEN. 10/14/2026.
DATE-COMPILED.
*>----------------------------------------------------------------
*> MODIFICATION HISTORY
*>   10/14/2026  CS  NEW PROGRAM - ACCOUNTING PERIOD CLOSE.  MARKS
*>                   A MONTH CLOSED ON THE PERIOD CONTROL FILE
*>                   (custper.txt, SEE custper.cpy) ONCE ITS
*>                   MONTH-END REPORTS ARE OUT; CUSTPOST THEN HOLDS
*>                   ANYTHING DATED INTO THAT MONTH INSTEAD OF
*>                   POSTING IT.  A SUPERVISOR MUST SIGN ON (SAME
*>                   OPERATOR FILE AND PASSWORD AS coboltut16).
*>                   THE CLOSE IS REFUSED - RC 8, NOTHING WRITTEN -
*>                   WHILE balhold.txt STILL HOLDS ITEMS DATED IN
*>                   THE MONTH OR custwof.txt STILL HOLDS WRITE-OFF
*>                   ROWS PROPOSED IN IT (CUSTPOST RETIRES THAT
*>                   FILE ONCE THE WRITE-OFFS POST), SINCE EITHER
*>                   WOULD STILL CHANGE THE MONTH'S FIGURES.  ONLY
*>                   A MONTH BEFORE THE RUN MONTH CAN BE CLOSED.
*>                   RUN AS:
*>                       custclos [YYYYMM]
*>                   (DEFAULTS TO THE MONTH BEFORE THE RUN DATE).
*>   10/15/2026  CS  A WRONG PASSWORD AT SIGN-ON NOW COUNTS AGAINST
*>                   THE OPERATOR (Oper-FailCount) AND THE THIRD IN
*>                   A ROW DISABLES IT, AS IN coboltut16.
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT OPTIONAL PeriodFile ASSIGN TO "custper.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS Per-Month
		FILE STATUS IS WS-PerStatus.

	SELECT OperatorFile ASSIGN TO "custoper.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS Oper-ID
		FILE STATUS IS WS-OperStatus.

	SELECT OPTIONAL HeldFile ASSIGN TO "balhold.txt"
		ORGANIZATION IS LINE SEQUENTIAL.

	SELECT ApprovalFile ASSIGN TO "custwof.txt"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-WofStatus.

	SELECT OPTIONAL RunLogFile ASSIGN TO "runlog.txt"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD PeriodFile.
	COPY "custper.cpy".

FD OperatorFile.
	COPY "custoper.cpy".

FD HeldFile.
01 HeldRecord.
	02 BH-IDNum PIC 9(06).
	02 BH-Type PIC X(01).
	02 BH-Sign PIC X(01).
	02 BH-Amount PIC 9(07)V99.
	02 BH-Date PIC 9(08).
	02 BH-InvoiceNo PIC X(10).

FD ApprovalFile.
	COPY "custwof.cpy".

FD RunLogFile.
01 RunLogLine PIC X(93).

WORKING-STORAGE SECTION.
01 WS-PerStatus PIC X(02).
01 WS-OperStatus PIC X(02).
01 WS-WofStatus PIC X(02).
01 WS-Switches.
	02 WS-HeldEOF PIC X VALUE 'N'.
		88 HeldAtEOF VALUE 'Y'.
	02 WS-WofEOF PIC X VALUE 'N'.
		88 WofAtEOF VALUE 'Y'.
	02 WS-SignedOn PIC X VALUE 'N'.
	02 WS-PerOnFile PIC X.
01 WS-Counters.
	02 WS-HeldInMonth PIC 9(06) VALUE ZERO.
	02 WS-WofInMonth PIC 9(06) VALUE ZERO.
01 WS-Parm PIC X(40).
01 WS-ParmMonth PIC X(06) JUSTIFIED RIGHT.
01 WS-RunDate PIC 9(08).
01 WS-RunTime PIC 9(08).
01 WS-RunMonth PIC 9(06).
01 WS-CloseMonth PIC 9(06).
01 FILLER REDEFINES WS-CloseMonth.
	02 WS-CloseYear PIC 9(04).
	02 WS-CloseMM PIC 9(02).
01 WS-Operator PIC X(08).
01 WS-Password PIC X(08).
01 WS-PasswordOK PIC X.
01 WS-FailWork PIC 9(01).

	COPY "runlog.cpy".
01 WS-RunLogText PIC X(60).

PROCEDURE DIVISION.
0000-MAINLINE.
	PERFORM 1000-INITIALIZE THRU 1000-EXIT.
	PERFORM 1100-SIGN-ON THRU 1100-EXIT.
	PERFORM 2000-CHECK-HELD-ITEMS THRU 2000-EXIT.
	PERFORM 2100-CHECK-WRITE-OFFS THRU 2100-EXIT.
	PERFORM 3000-CLOSE-PERIOD THRU 3000-EXIT.
	STOP RUN.

*>----------------------------------------------------------------
*> 1000-INITIALIZE - PICK UP THE MONTH TO CLOSE (DEFAULT: THE
*>                  MONTH BEFORE THE RUN DATE).  THE RUN MONTH OR
*>                  A LATER ONE CANNOT BE CLOSED - ITS POSTINGS
*>                  ARE NOT ALL IN YET.
*>----------------------------------------------------------------
1000-INITIALIZE.
	ACCEPT WS-RunDate FROM DATE YYYYMMDD.
	ACCEPT WS-RunTime FROM TIME.
	MOVE WS-RunDate(1:6) TO WS-RunMonth.
	ACCEPT WS-Parm FROM COMMAND-LINE.
	UNSTRING WS-Parm DELIMITED BY ALL " " INTO WS-ParmMonth.
	INSPECT WS-ParmMonth REPLACING LEADING " " BY "0".
	IF WS-ParmMonth NUMERIC AND WS-ParmMonth NOT = "000000"
		MOVE WS-ParmMonth TO WS-CloseMonth
	ELSE
		MOVE WS-RunMonth TO WS-CloseMonth
		IF WS-CloseMM = 1
			MOVE 12 TO WS-CloseMM
			SUBTRACT 1 FROM WS-CloseYear
		ELSE
			SUBTRACT 1 FROM WS-CloseMM
		END-IF
	END-IF.
	IF WS-CloseMM < 1 OR WS-CloseMM > 12
		DISPLAY "NOT A VALID MONTH: " WS-CloseMonth
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	IF WS-CloseMonth NOT < WS-RunMonth
		DISPLAY "CANNOT CLOSE " WS-CloseMonth
			" - ONLY A MONTH BEFORE THE CURRENT ONE CAN BE CLOSED"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	DISPLAY "PERIOD TO CLOSE       : " WS-CloseMonth.
1000-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 1100-SIGN-ON - ONLY AN ACTIVE SUPERVISOR (Oper-Level 2) WITH THE
*>               RIGHT PASSWORD MAY CLOSE A PERIOD.  A BLANK STORED
*>               PASSWORD SIGNS ON WITH A WARNING, AS IN coboltut16,
*>               AND A WRONG ONE COUNTS TOWARD THE LOCKOUT.
*>               NO OPERATOR FILE MEANS OPERATORS HAVE NOT BEEN SET
*>               UP YET AND THE CLOSE RUNS AS *SETUP*.
*>----------------------------------------------------------------
1100-SIGN-ON.
	OPEN I-O OperatorFile.
	IF WS-OperStatus NOT = "00"
		DISPLAY "OPERATOR FILE UNAVAILABLE - CLOSING AS *SETUP*"
		DISPLAY "RUN CUSTOPRM TO SET UP OPERATORS"
		MOVE "*SETUP*" TO WS-Operator
		MOVE 'Y' TO WS-SignedOn
		GO TO 1100-EXIT
	END-IF.
	DISPLAY "Operator ID : " WITH NO ADVANCING.
	ACCEPT Oper-ID.
	READ OperatorFile
		INVALID KEY DISPLAY "Unknown Operator ID"
		NOT INVALID KEY
			IF NOT OperActive
				DISPLAY "Operator Is Disabled"
			ELSE IF NOT OperSupervisor
				DISPLAY "Not Authorized - Supervisor Function"
			ELSE
				PERFORM 1110-CHECK-PASSWORD THRU 1110-EXIT
				IF WS-PasswordOK = 'Y'
					MOVE Oper-ID TO WS-Operator
					MOVE 'Y' TO WS-SignedOn
					DISPLAY "Signed On: " Oper-Name
				END-IF
			END-IF
			END-IF
	END-READ.
	CLOSE OperatorFile.
	IF WS-SignedOn = 'N'
		DISPLAY "SIGN-ON FAILED - PERIOD NOT CLOSED"
		MOVE 'W' TO RL-Severity
		MOVE SPACES TO WS-RunLogText
		STRING "CLOSE OF " WS-CloseMonth
			" REFUSED - SUPERVISOR SIGN-ON FAILED"
			DELIMITED BY SIZE INTO WS-RunLogText
		MOVE WS-RunLogText TO RL-Message
		PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
1100-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 1110-CHECK-PASSWORD - A WRONG PASSWORD COUNTS AGAINST THE
*>                      OPERATOR AND THE THIRD WRONG ONE IN A ROW
*>                      DISABLES THE RECORD, AS IN coboltut16; A
*>                      GOOD ONE (OR A BLANK STORED ONE) CLEARS
*>                      THE COUNT.
*>----------------------------------------------------------------
1110-CHECK-PASSWORD.
	MOVE 'Y' TO WS-PasswordOK.
	IF Oper-Password = SPACES
		DISPLAY "NO PASSWORD ON FILE - SET ONE VIA CUSTOPRM"
		PERFORM 1120-CLEAR-FAIL-COUNT THRU 1120-EXIT
		GO TO 1110-EXIT
	END-IF.
	DISPLAY "Password : " WITH NO ADVANCING.
	ACCEPT WS-Password.
	IF WS-Password = Oper-Password
		PERFORM 1120-CLEAR-FAIL-COUNT THRU 1120-EXIT
		GO TO 1110-EXIT
	END-IF.
	MOVE 'N' TO WS-PasswordOK.
	DISPLAY "Wrong Password".
	IF Oper-FailCount NUMERIC
		MOVE Oper-FailCount TO WS-FailWork
	ELSE
		MOVE ZERO TO WS-FailWork
	END-IF.
	ADD 1 TO WS-FailWork.
	IF WS-FailWork >= 3
		SET OperDisabled TO TRUE
		DISPLAY "Operator Locked Out - See A Supervisor"
	END-IF.
	MOVE WS-FailWork TO Oper-FailCount.
	REWRITE OperatorData
		INVALID KEY DISPLAY "Operator Not Updated"
	END-REWRITE.
1110-EXIT.
	EXIT.

1120-CLEAR-FAIL-COUNT.
	IF Oper-FailCount NOT = '0'
		MOVE '0' TO Oper-FailCount
		REWRITE OperatorData
			INVALID KEY DISPLAY "Operator Not Updated"
		END-REWRITE
	END-IF.
1120-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2000-CHECK-HELD-ITEMS - AN ITEM STILL SITTING IN balhold.txt
*>                        DATED IN THE MONTH HAS NOT POSTED OR
*>                        BEEN DISCARDED; WORK IT IN CUSTHOLD
*>                        FIRST.
*>----------------------------------------------------------------
2000-CHECK-HELD-ITEMS.
	OPEN INPUT HeldFile.
	PERFORM 2050-CHECK-ONE-HELD THRU 2050-EXIT
		UNTIL HeldAtEOF.
	CLOSE HeldFile.
2000-EXIT.
	EXIT.

2050-CHECK-ONE-HELD.
	READ HeldFile
		AT END MOVE 'Y' TO WS-HeldEOF
		NOT AT END
			IF BH-Date(1:6) = WS-CloseMonth
				ADD 1 TO WS-HeldInMonth
			END-IF
	END-READ.
2050-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2100-CHECK-WRITE-OFFS - custwof.txt IS STILL ON FILE UNTIL
*>                        CUSTPOST POSTS ITS WRITE-OFFS AND RETIRES
*>                        IT.  A ROW PROPOSED IN THE MONTH (OR AN
*>                        UNDATED ROW FROM AN OLDER FILE) MEANS
*>                        THE MONTH'S WRITE-OFF CYCLE IS NOT DONE.
*>----------------------------------------------------------------
2100-CHECK-WRITE-OFFS.
	OPEN INPUT ApprovalFile.
	IF WS-WofStatus NOT = "00"
		GO TO 2100-EXIT
	END-IF.
	PERFORM 2150-CHECK-ONE-WRITE-OFF THRU 2150-EXIT
		UNTIL WofAtEOF.
	CLOSE ApprovalFile.
2100-EXIT.
	EXIT.

2150-CHECK-ONE-WRITE-OFF.
	READ ApprovalFile
		AT END MOVE 'Y' TO WS-WofEOF
		NOT AT END
			IF WOF-ProposedDate NOT NUMERIC
				ADD 1 TO WS-WofInMonth
			ELSE IF WOF-ProposedDate(1:6) = WS-CloseMonth
				ADD 1 TO WS-WofInMonth
			END-IF
			END-IF
	END-READ.
2150-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 3000-CLOSE-PERIOD - REFUSE IF ANYTHING IS STILL OUTSTANDING FOR
*>                    THE MONTH; OTHERWISE WRITE (OR UPDATE) THE
*>                    MONTH'S ROW AS CLOSED, STAMPED WITH WHEN AND
*>                    BY WHOM.  CLOSING A CLOSED MONTH CHANGES
*>                    NOTHING.
*>----------------------------------------------------------------
3000-CLOSE-PERIOD.
	IF WS-HeldInMonth > ZERO OR WS-WofInMonth > ZERO
		DISPLAY "HELD ITEMS IN MONTH   : " WS-HeldInMonth
		DISPLAY "WRITE-OFF ROWS PENDING: " WS-WofInMonth
		DISPLAY "PERIOD " WS-CloseMonth " NOT CLOSED - WORK "
			"balhold.txt (CUSTHOLD) AND POST OR RETIRE "
			"custwof.txt FIRST"
		MOVE 'E' TO RL-Severity
		MOVE SPACES TO WS-RunLogText
		STRING "CLOSE OF " WS-CloseMonth " REFUSED - HELD "
			WS-HeldInMonth " WRITE-OFF ROWS " WS-WofInMonth
			DELIMITED BY SIZE INTO WS-RunLogText
		MOVE WS-RunLogText TO RL-Message
		PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT
		MOVE 8 TO RETURN-CODE
		GO TO 3000-EXIT
	END-IF.
	OPEN I-O PeriodFile.
	IF WS-PerStatus NOT = "00" AND WS-PerStatus NOT = "05"
		DISPLAY "CANNOT OPEN custper.txt - STATUS " WS-PerStatus
		MOVE 8 TO RETURN-CODE
		GO TO 3000-EXIT
	END-IF.
	MOVE 'Y' TO WS-PerOnFile.
	MOVE WS-CloseMonth TO Per-Month.
	READ PeriodFile
		INVALID KEY MOVE 'N' TO WS-PerOnFile
	END-READ.
	IF WS-PerOnFile = 'Y' AND PerClosed
		DISPLAY "PERIOD " WS-CloseMonth " ALREADY CLOSED "
			Per-CloseDate " BY " Per-CloseOper
		CLOSE PeriodFile
		MOVE 4 TO RETURN-CODE
		GO TO 3000-EXIT
	END-IF.
	MOVE WS-CloseMonth TO Per-Month.
	MOVE 'C' TO Per-Status.
	MOVE WS-RunDate TO Per-CloseDate.
	MOVE WS-RunTime TO Per-CloseTime.
	MOVE WS-Operator TO Per-CloseOper.
	IF WS-PerOnFile = 'Y'
		REWRITE PeriodData
			INVALID KEY DISPLAY "PERIOD ROW NOT UPDATED FOR "
				WS-CloseMonth
		END-REWRITE
	ELSE
		WRITE PeriodData
			INVALID KEY DISPLAY "PERIOD ROW NOT WRITTEN FOR "
				WS-CloseMonth
		END-WRITE
	END-IF.
	CLOSE PeriodFile.
	DISPLAY "PERIOD " WS-CloseMonth " CLOSED BY " WS-Operator.
	MOVE 'I' TO RL-Severity.
	MOVE SPACES TO WS-RunLogText.
	STRING "PERIOD " WS-CloseMonth " CLOSED BY " WS-Operator
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
	MOVE "CUSTCLOS" TO RL-Program.
	OPEN EXTEND RunLogFile.
	WRITE RunLogLine FROM WS-RunLogEntry.
	CLOSE RunLogFile.
	MOVE SPACES TO RL-RecordID RL-Message.
9000-EXIT.
	EXIT.
