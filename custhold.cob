*>                   ITEMS PAST THE CAP ARE NEVER LOST - THEY
*>                   SURFACE ON A LATER SESSION ONCE THE FIRST
*>                   200 ARE WORKED.
*>   10/14/2026  CS  HELD ITEMS AND THE FEED CARRY THE NEW INVOICE
*>                   NUMBER (25 -> 35 BYTES, SEE CUSTPOST).  THE
*>                   LIST SHOWS IT AND A RELEASE CARRIES IT BACK
*>                   INTO baltran.txt SO THE INVOICE OPENS UNDER
*>                   ITS OWN NUMBER WHEN IT POSTS.
*>   10/14/2026  CS  CUSTPOST NOW ALSO HOLDS ANY TRANSACTION DATED
*>                   INTO A MONTH CUSTCLOS HAS CLOSED (custper.txt).
*>                   THE LIST FLAGS THOSE ITEMS, AND RELEASING ONE
*>                   RE-DATES IT TO TODAY SO IT POSTS INTO THE OPEN
*>                   PERIOD, KEEPING ITS OWN SIGN (AN ADJUSTMENT'S
*>                   +/-; AN INVOICE STILL FACES THE LIMIT CHECK).
*>                   ONLY AN INVOICE RELEASED FROM AN OVER-LIMIT
*>                   HOLD IS MARKED 'R'.
*>   10/15/2026  CS  OPERATORS NOW SIGN ON AGAINST custoper.txt
*>                   (SAME RULES AS coboltut16, WRONG PASSWORDS
*>                   COUNT TOWARD THE LOCKOUT).  AN ITEM DATED INTO
*>                   A CLOSED PERIOD IS A SUPERVISOR RELEASE: FOR
*>                   ANYONE BELOW Oper-Level 2, RELEASE ITEM REFUSES
*>                   IT AND RELEASE ALL LEAVES IT HELD AND COUNTS
*>                   IT.  ANY OPERATOR CAN STILL RELEASE OVER-LIMIT
*>                   HOLDS.
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
	SELECT OPTIONAL OldHoldFile ASSIGN TO "balhold.old"
		ORGANIZATION IS LINE SEQUENTIAL.

	SELECT OPTIONAL PeriodFile ASSIGN TO "custper.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS Per-Month.

	SELECT OperatorFile ASSIGN TO "custoper.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS Oper-ID
		FILE STATUS IS WS-OperStatus.

DATA DIVISION.
FILE SECTION.
FD HoldFile.
	02 BH-Sign PIC X(01).
	02 BH-Amount PIC 9(07)V99.
	02 BH-Date PIC 9(08).
	02 BH-InvoiceNo PIC X(10).

FD BalTranFile.
01 BalTranRecord.
	02 BT-Sign PIC X(01).
	02 BT-Amount PIC 9(07)V99.
	02 BT-Date PIC 9(08).
	02 BT-InvoiceNo PIC X(10).

FD OldHoldFile.
01 OldHoldRecord PIC X(35).

FD PeriodFile.
	COPY "custper.cpy".

FD OperatorFile.
	COPY "custoper.cpy".

WORKING-STORAGE SECTION.
01 WS-HoldStatus PIC X(02).
01 WS-OperStatus PIC X(02).
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 EndOfFile PIC X.
01 WS-HoldCount PIC 9(03) VALUE ZERO.
01 WS-HoldTable.
	02 WS-HoldEntry OCCURS 200.
		03 Hold-Item PIC X(35).
		03 Hold-State PIC X(01).
01 WS-ItemIndex PIC 9(03).
01 WS-ItemWanted PIC 9(03).
01 WS-OldEOF PIC X.
01 WS-SkipCount PIC 9(06).
01 WS-SaveIndex PIC 9(03).
01 WS-PeriodClosed PIC X.
01 WS-Today PIC 9(08).
01 WS-Operator PIC X(08).
01 WS-OperLevel PIC 9(01) VALUE 1.
01 WS-SignedOn PIC X.
01 WS-SignOnTries PIC 9(01).
01 WS-Password PIC X(08).
01 WS-PasswordOK PIC X.
01 WS-FailWork PIC 9(01).
01 WS-Released PIC X.
01 WS-ClosedSkipped PIC 9(03).

PROCEDURE DIVISION.
StartPara.
	ACCEPT WS-Today FROM DATE YYYYMMDD.
	OPEN INPUT PeriodFile.
	PERFORM SignOn.
	IF WS-SignedOn = 'N'
		MOVE 'N' TO StayOpen
	ELSE
		PERFORM LoadHolds
	END-IF.
	PERFORM UNTIL StayOpen = 'N'
		DISPLAY " "
		DISPLAY "HELD INVOICE REVIEW"
			WHEN OTHER MOVE 'N' TO StayOpen
		END-EVALUATE
	END-PERFORM.
	CLOSE PeriodFile.
	STOP RUN.

LoadHolds.
			MOVE BH-Amount TO WS-ShowAmount
			DISPLAY "Item " WS-ItemIndex " ID: " BH-IDNum
				" Type: " BH-Type " Amount: " WS-ShowAmount
				" Date: " BH-Date " Invoice: " BH-InvoiceNo
			PERFORM CheckPeriod
			IF WS-PeriodClosed = 'Y'
				DISPLAY "     Dated Into Closed Period "
					BH-Date(1:6) " - Release Posts It As Of Today"
				IF WS-OperLevel < 2
					DISPLAY "     Supervisor Release Only"
				END-IF
			END-IF
		END-IF
	END-PERFORM.
	IF WS-HeldLeft = ZERO
	ELSE
		MOVE WS-ItemWanted TO WS-ItemIndex
		PERFORM ReleaseOne
		IF WS-Released = 'Y'
			PERFORM SaveHolds
			DISPLAY "Item Released For The Next Posting Run"
		ELSE
			DISPLAY "Not Authorized - Closed-Period Items Need "
				"A Supervisor"
		END-IF
	END-IF.

*>----------------------------------------------------------------
*> ReleaseAll - THE HOLD FILE IS REWRITTEN AFTER EACH ITEM, NOT
*>             ONCE AT THE END, SO AN ABEND MID-LOOP LEAVES AT
*>             MOST THE ITEM IN FLIGHT - NOT A RUN OF ITEMS -
*>             BOTH RELEASED INTO THE FEED AND STILL HELD.  BELOW
*>             SUPERVISOR LEVEL, CLOSED-PERIOD ITEMS STAY HELD.
*>----------------------------------------------------------------
ReleaseAll.
	MOVE ZERO TO WS-HeldLeft WS-ClosedSkipped.
	PERFORM VARYING WS-ItemIndex FROM 1 BY 1
	UNTIL WS-ItemIndex > WS-HoldCount
		IF Hold-State(WS-ItemIndex) = 'H'
			PERFORM ReleaseOne
			IF WS-Released = 'Y'
				PERFORM SaveHolds
				ADD 1 TO WS-HeldLeft
			ELSE
				ADD 1 TO WS-ClosedSkipped
			END-IF
		END-IF
	END-PERFORM.
	DISPLAY "Items Released: " WS-HeldLeft.
	IF WS-ClosedSkipped > ZERO
		DISPLAY "Closed-Period Items Left For A Supervisor: "
			WS-ClosedSkipped
	END-IF.

*>----------------------------------------------------------------
*> ReleaseOne - APPEND THE ITEM TO baltran.txt AND MARK IT OUT OF
*>             THE HOLD TABLE.  AN ITEM DATED INTO A CLOSED PERIOD
*>             GOES BACK AS IT WAS BUT DATED TODAY; AN OVER-LIMIT
*>             INVOICE GOES BACK WITH BT-Sign 'R' SO CUSTPOST POSTS
*>             IT PAST THE LIMIT CHECK.  ONLY A SUPERVISOR MAY
*>             RELEASE A CLOSED-PERIOD ITEM; OTHERWISE NOTHING IS
*>             WRITTEN AND WS-Released COMES BACK 'N'.
*>----------------------------------------------------------------
ReleaseOne.
	MOVE 'N' TO WS-Released.
	MOVE Hold-Item(WS-ItemIndex) TO HoldRecord.
	PERFORM CheckPeriod.
	IF WS-PeriodClosed = 'N' OR WS-OperLevel >= 2
		MOVE 'Y' TO WS-Released
		PERFORM WriteRelease
	END-IF.

WriteRelease.
	OPEN EXTEND BalTranFile.
	MOVE BH-IDNum TO BT-IDNum.
	MOVE BH-Type TO BT-Type.
	MOVE BH-Sign TO BT-Sign.
	MOVE BH-Amount TO BT-Amount.
	MOVE BH-Date TO BT-Date.
	MOVE BH-InvoiceNo TO BT-InvoiceNo.
	IF WS-PeriodClosed = 'Y'
		MOVE WS-Today TO BT-Date
		DISPLAY "Item " WS-ItemIndex " Re-Dated " WS-Today
			" - Period " BH-Date(1:6) " Is Closed"
	ELSE IF BH-Type = 'I'
		MOVE 'R' TO BT-Sign
	END-IF
	END-IF.
	WRITE BalTranRecord.
	CLOSE BalTranFile.
	MOVE 'R' TO Hold-State(WS-ItemIndex).

*>----------------------------------------------------------------
*> CheckPeriod - IS THE HELD ITEM IN HoldRecord DATED INTO A MONTH
*>              CUSTCLOS HAS CLOSED?  NO ROW MEANS OPEN.
*>----------------------------------------------------------------
CheckPeriod.
	MOVE 'N' TO WS-PeriodClosed.
	MOVE BH-Date(1:6) TO Per-Month.
	READ PeriodFile
		INVALID KEY CONTINUE
		NOT INVALID KEY
			IF PerClosed
				MOVE 'Y' TO WS-PeriodClosed
			END-IF
	END-READ.

*>----------------------------------------------------------------
*> SignOn - SAME RULES AS THE coboltut16 SIGN-ON: AN ACTIVE
*>         OPERATOR ON custoper.txt WITH THE RIGHT PASSWORD (A
*>         BLANK STORED PASSWORD SIGNS ON WITH A WARNING).  A
*>         WRONG PASSWORD COUNTS AGAINST THE OPERATOR'S
*>         Oper-FailCount, AND THE THIRD IN A ROW DISABLES IT.
*>         Oper-Level 2 MAY RELEASE CLOSED-PERIOD ITEMS.
*>----------------------------------------------------------------
SignOn.
	MOVE 'N' TO WS-SignedOn.
	MOVE 1 TO WS-OperLevel.
	OPEN I-O OperatorFile.
	IF WS-OperStatus NOT = "00"
		DISPLAY "OPERATOR FILE UNAVAILABLE - SIGNED ON AS *SETUP*"
		DISPLAY "RUN CUSTOPRM TO SET UP OPERATORS"
		MOVE "*SETUP*" TO WS-Operator
		MOVE 'Y' TO WS-SignedOn
		MOVE 2 TO WS-OperLevel
	ELSE
		MOVE ZERO TO WS-SignOnTries
		PERFORM UNTIL WS-SignedOn = 'Y' OR WS-SignOnTries >= 3
			ADD 1 TO WS-SignOnTries
			DISPLAY "Operator ID : " WITH NO ADVANCING
			ACCEPT Oper-ID
			READ OperatorFile
				INVALID KEY DISPLAY "Unknown Operator ID"
				NOT INVALID KEY
					IF OperActive
						PERFORM CheckPassword
						IF WS-PasswordOK = 'Y'
							MOVE Oper-ID TO WS-Operator
							MOVE 'Y' TO WS-SignedOn
							IF Oper-Level NUMERIC
								MOVE Oper-Level TO WS-OperLevel
							ELSE
								MOVE 1 TO WS-OperLevel
							END-IF
							DISPLAY "Signed On: " Oper-Name
						END-IF
					ELSE
						DISPLAY "Operator Is Disabled"
					END-IF
			END-READ
		END-PERFORM
		IF WS-SignedOn = 'N'
			DISPLAY "SIGN-ON FAILED"
		END-IF
		CLOSE OperatorFile
	END-IF.

*>----------------------------------------------------------------
*> CheckPassword - A BLANK STORED PASSWORD SIGNS ON WITH A WARNING
*>                (EXISTING OPERATOR FILES PREDATE PASSWORDS); A
*>                WRONG PASSWORD COUNTS AGAINST THE OPERATOR AND
*>                THE THIRD WRONG ONE IN A ROW DISABLES THE RECORD.
*>----------------------------------------------------------------
CheckPassword.
	MOVE 'Y' TO WS-PasswordOK.
	IF Oper-Password = SPACES
		DISPLAY "NO PASSWORD ON FILE - SET ONE VIA CUSTOPRM"
		PERFORM ClearFailCount
	ELSE
		DISPLAY "Password : " WITH NO ADVANCING
		ACCEPT WS-Password
		IF WS-Password = Oper-Password
			PERFORM ClearFailCount
		ELSE
			MOVE 'N' TO WS-PasswordOK
			DISPLAY "Wrong Password"
			IF Oper-FailCount NUMERIC
				MOVE Oper-FailCount TO WS-FailWork
			ELSE
				MOVE ZERO TO WS-FailWork
			END-IF
			ADD 1 TO WS-FailWork
			IF WS-FailWork >= 3
				SET OperDisabled TO TRUE
				DISPLAY "Operator Locked Out - See A Supervisor"
			END-IF
			MOVE WS-FailWork TO Oper-FailCount
			REWRITE OperatorData
				INVALID KEY DISPLAY "Operator Not Updated"
			END-REWRITE
		END-IF
	END-IF.

ClearFailCount.
	IF Oper-FailCount NOT = '0'
		MOVE '0' TO Oper-FailCount
		REWRITE OperatorData
			INVALID KEY DISPLAY "Operator Not Updated"
		END-REWRITE
	END-IF.

DiscardItem.
	DISPLAY " ".
	DISPLAY "Enter Item Number to Discard : " WITH NO ADVANCING.
