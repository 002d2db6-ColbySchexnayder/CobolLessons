	>> SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTCONT.
AUTHOR. Colby Schexnayder.
INSTALLATION. CUSTOMER RECORDS SYSTEM.
DATE-WRITTEN. 10/14/2026.
DATE-COMPILED.
*>----------------------------------------------------------------
*> MODIFICATION HISTORY
*>   10/14/2026  CS  NEW PROGRAM - COLLECTOR CONTACT LOG SCREEN
*>                   (custcont.txt, SEE custcont.cpy).  THE
*>                   COLLECTOR SIGNS ON AGAINST custoper.txt THE
*>                   SAME WAY AS coboltut16 AND LOGS EACH CALL
*>                   AGAINST AN IDNum WITH AN OUTCOME CODE; A
*>                   PROMISE TO PAY (PP) ALSO TAKES THE PROMISED
*>                   AMOUNT (WHOLE DOLLARS) AND DATE, WHICH MUST
*>                   BE TODAY OR LATER.  LISTS A CUSTOMER'S
*>                   CONTACTS, AND ALL PROMISES STILL OPEN.  ROWS
*>                   ARE NEVER CHANGED HERE - CUSTPROM SETTLES
*>                   PROMISES AS KEPT OR BROKEN.
*>   10/15/2026  CS  A WRONG PASSWORD AT SIGN-ON NOW COUNTS AGAINST
*>                   THE OPERATOR (Oper-FailCount) AND THE THIRD IN
*>                   A ROW DISABLES IT, AS IN coboltut16; THIS
*>                   SCREEN WAS A WAY TO GUESS PASSWORDS WITHOUT
*>                   EVER TRIPPING THE LOCKOUT.
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT OPTIONAL ContactFile ASSIGN TO "custcont.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS Cont-Key
		FILE STATUS IS WS-ContStatus.

	SELECT CustomerFile ASSIGN TO "customer.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS IDNum
		ALTERNATE RECORD KEY IS NameKey WITH DUPLICATES
		SHARING WITH ALL OTHER.

	SELECT OperatorFile ASSIGN TO "custoper.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS Oper-ID
		FILE STATUS IS WS-OperStatus.

DATA DIVISION.
FILE SECTION.
FD ContactFile.
	COPY "custcont.cpy".

FD CustomerFile.
	COPY "custrec.cpy".

FD OperatorFile.
	COPY "custoper.cpy".

WORKING-STORAGE SECTION.
01 WS-ContStatus PIC X(02).
01 WS-OperStatus PIC X(02).
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 CustExists PIC X.
01 EndOfFile PIC X.
01 WS-Operator PIC X(08).
01 WS-SignedOn PIC X.
01 WS-SignOnTries PIC 9(01).
01 WS-Password PIC X(08).
01 WS-PasswordOK PIC X.
01 WS-FailWork PIC 9(01).
01 WS-IDWanted PIC 9(06).
01 WS-Today PIC 9(08).
01 WS-EntryOK PIC X.
01 WS-AmountAnswer PIC X(07) JUSTIFIED RIGHT.
01 WS-AmountNum PIC 9(07).
01 WS-DateAnswer PIC X(08).
01 WS-ContShown PIC 9(04).
01 WS-ShowAmount PIC ZZZZ,ZZ9.99.

PROCEDURE DIVISION.
StartPara.
	OPEN I-O ContactFile.
	IF WS-ContStatus NOT = "00" AND WS-ContStatus NOT = "05"
		DISPLAY "CANNOT OPEN custcont.txt - STATUS " WS-ContStatus
		STOP RUN
	END-IF.
	OPEN INPUT CustomerFile.
	PERFORM SignOn.
	IF WS-SignedOn = 'N'
		MOVE 'N' TO StayOpen
	END-IF.
	PERFORM UNTIL StayOpen = 'N'
		DISPLAY " "
		DISPLAY "COLLECTOR CONTACT LOG"
		DISPLAY "1 : Record Contact"
		DISPLAY "2 : List Contacts For Customer"
		DISPLAY "3 : List Open Promises"
		DISPLAY "0 : Quit"
		DISPLAY ": " WITH NO ADVANCING
		ACCEPT Choice
		EVALUATE Choice
			WHEN 1 PERFORM RecordContact
			WHEN 2 PERFORM ListContacts
			WHEN 3 PERFORM ListOpenPromises
			WHEN OTHER MOVE 'N' TO StayOpen
		END-EVALUATE
	END-PERFORM.
	CLOSE ContactFile.
	CLOSE CustomerFile.
	STOP RUN.

*>----------------------------------------------------------------
*> SignOn - SAME RULES AS THE coboltut16 SIGN-ON: AN ACTIVE
*>         OPERATOR ON custoper.txt WITH THE RIGHT PASSWORD (A
*>         BLANK STORED PASSWORD SIGNS ON WITH A WARNING).  A
*>         WRONG PASSWORD COUNTS AGAINST THE OPERATOR'S
*>         Oper-FailCount, AND THE THIRD IN A ROW DISABLES IT.  EVERY
*>         CONTACT IS STAMPED WITH THE SIGNED-ON Oper-ID.
*>----------------------------------------------------------------
SignOn.
	MOVE 'N' TO WS-SignedOn.
	OPEN I-O OperatorFile.
	IF WS-OperStatus NOT = "00"
		DISPLAY "OPERATOR FILE UNAVAILABLE - SIGNED ON AS *SETUP*"
		DISPLAY "RUN CUSTOPRM TO SET UP OPERATORS"
		MOVE "*SETUP*" TO WS-Operator
		MOVE 'Y' TO WS-SignedOn
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

*>----------------------------------------------------------------
*> RecordContact - ONE CONTACT AGAINST A CUSTOMER ON THE MASTER.
*>                A PROMISE NEEDS A NONZERO AMOUNT AND A VALID
*>                PROMISE DATE NOT IN THE PAST; IT STARTS OPEN.
*>----------------------------------------------------------------
RecordContact.
	MOVE 'Y' TO CustExists.
	MOVE 'Y' TO WS-EntryOK.
	DISPLAY " ".
	DISPLAY "Enter Customer ID : " WITH NO ADVANCING.
	ACCEPT IDNum.
	READ CustomerFile
		INVALID KEY MOVE 'N' TO CustExists
	END-READ.
	IF CustExists = 'N'
		DISPLAY "Customer does not exist"
	ELSE
		DISPLAY "Name: " FirstName " " LastName
		DISPLAY "Phone: " Phone " Status: " CustStatus
		IF CustInactive
			DISPLAY "NOTE: Customer Is Inactive"
		END-IF
		ACCEPT WS-Today FROM DATE YYYYMMDD
		MOVE IDNum TO Cont-IDNum
		MOVE WS-Today TO Cont-Date
		ACCEPT Cont-Time FROM TIME
		MOVE WS-Operator TO Cont-OperID
		MOVE ZERO TO Cont-PromiseAmt Cont-PromiseDate
		MOVE SPACE TO Cont-PromiseStatus
		DISPLAY "Outcome (PP Promise, LM Left Message, NA No Answer,"
		DISPLAY "         DS Dispute, RF Refused, WN Wrong Number,"
		DISPLAY "         OT Other) : " WITH NO ADVANCING
		ACCEPT Cont-Outcome
		IF NOT ContValidOutcome
			DISPLAY "Rejected: Unknown Outcome Code"
			MOVE 'N' TO WS-EntryOK
		END-IF
		IF WS-EntryOK = 'Y' AND ContPromise
			PERFORM EditPromise
		END-IF
		IF WS-EntryOK = 'Y'
			DISPLAY "Note : " WITH NO ADVANCING
			ACCEPT Cont-Note
			WRITE ContactData
				INVALID KEY DISPLAY "Contact Not Recorded - Try Again"
				NOT INVALID KEY DISPLAY "Contact Recorded"
			END-WRITE
		END-IF
	END-IF.

EditPromise.
	DISPLAY "Promise Amount (Whole Dollars) : " WITH NO ADVANCING.
	ACCEPT WS-AmountAnswer.
	INSPECT WS-AmountAnswer REPLACING LEADING " " BY "0".
	DISPLAY "Promise Date (YYYYMMDD) : " WITH NO ADVANCING.
	ACCEPT WS-DateAnswer.
	IF WS-AmountAnswer NOT NUMERIC
		DISPLAY "Rejected: Promise Amount Must Be Numeric"
		MOVE 'N' TO WS-EntryOK
	ELSE IF WS-AmountAnswer = ZERO
		DISPLAY "Rejected: Promise Amount Must Be Greater Than Zero"
		MOVE 'N' TO WS-EntryOK
	ELSE IF WS-DateAnswer NOT NUMERIC
		DISPLAY "Rejected: Promise Date Must Be YYYYMMDD"
		MOVE 'N' TO WS-EntryOK
	ELSE IF WS-DateAnswer(5:2) < "01" OR WS-DateAnswer(5:2) > "12"
	OR WS-DateAnswer(7:2) < "01" OR WS-DateAnswer(7:2) > "31"
		DISPLAY "Rejected: Promise Date Must Be YYYYMMDD"
		MOVE 'N' TO WS-EntryOK
	ELSE IF WS-DateAnswer < WS-Today
		DISPLAY "Rejected: Promise Date Is In The Past"
		MOVE 'N' TO WS-EntryOK
	ELSE
		MOVE WS-AmountAnswer TO WS-AmountNum
		MOVE WS-AmountNum TO Cont-PromiseAmt
		MOVE WS-DateAnswer TO Cont-PromiseDate
		SET PromiseOpen TO TRUE
	END-IF.

ListContacts.
	DISPLAY " ".
	DISPLAY "Enter Customer ID : " WITH NO ADVANCING.
	ACCEPT WS-IDWanted.
	MOVE ZERO TO WS-ContShown.
	MOVE 'N' TO EndOfFile.
	MOVE WS-IDWanted TO Cont-IDNum.
	MOVE ZERO TO Cont-Date Cont-Time.
	START ContactFile KEY IS NOT LESS THAN Cont-Key
		INVALID KEY MOVE 'Y' TO EndOfFile
	END-START.
	PERFORM UNTIL EndOfFile = 'Y'
		READ ContactFile NEXT RECORD
			AT END MOVE 'Y' TO EndOfFile
		END-READ
		IF EndOfFile = 'N'
			IF Cont-IDNum NOT = WS-IDWanted
				MOVE 'Y' TO EndOfFile
			ELSE
				ADD 1 TO WS-ContShown
				PERFORM ShowContact
			END-IF
		END-IF
	END-PERFORM.
	IF WS-ContShown = ZERO
		DISPLAY "No Contacts Logged For " WS-IDWanted
	END-IF.

ListOpenPromises.
	DISPLAY " ".
	DISPLAY "OPEN PROMISES".
	MOVE ZERO TO WS-ContShown.
	MOVE 'N' TO EndOfFile.
	MOVE LOW-VALUES TO Cont-Key.
	START ContactFile KEY IS NOT LESS THAN Cont-Key
		INVALID KEY MOVE 'Y' TO EndOfFile
	END-START.
	PERFORM UNTIL EndOfFile = 'Y'
		READ ContactFile NEXT RECORD
			AT END MOVE 'Y' TO EndOfFile
		END-READ
		IF EndOfFile = 'N'
			IF ContPromise AND PromiseOpen
				ADD 1 TO WS-ContShown
				PERFORM ShowContact
			END-IF
		END-IF
	END-PERFORM.
	IF WS-ContShown = ZERO
		DISPLAY "No Open Promises"
	END-IF.

ShowContact.
	DISPLAY "ID: " Cont-IDNum " Date: " Cont-Date
		" By: " Cont-OperID " Outcome: " Cont-Outcome.
	IF ContPromise
		MOVE Cont-PromiseAmt TO WS-ShowAmount
		DISPLAY "    Promised: " WS-ShowAmount
			" By: " Cont-PromiseDate " Status: " Cont-PromiseStatus
	END-IF.
	IF Cont-Note NOT = SPACES
		DISPLAY "    Note: " Cont-Note
	END-IF.
