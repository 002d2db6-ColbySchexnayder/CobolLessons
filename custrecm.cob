	>> SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTRECM.
AUTHOR. Colby Schexnayder.
INSTALLATION. CUSTOMER RECORDS SYSTEM.
DATE-WRITTEN. 10/14/2026.
DATE-COMPILED.
*>----------------------------------------------------------------
*> MODIFICATION HISTORY
*>   10/14/2026  CS  NEW PROGRAM - MAINTENANCE OF THE RECURRING-
*>                   CHARGE SCHEDULE (custrecr.txt, SEE
*>                   custrecr.cpy) CUSTBILL INVOICES FROM.  ADD A
*>                   SCHEDULE FOR AN ACTIVE CUSTOMER ON THE MASTER,
*>                   CHANGE ITS AMOUNT OR END DATE, DELETE IT, AND
*>                   LIST SCHEDULES (ONE CUSTOMER OR ALL).  AMOUNTS
*>                   ARE KEYED WITH A DECIMAL POINT (125.50).  THE
*>                   NEXT BILL DATE IS SET ONLY ON ADD - A WRONG
*>                   ONE IS FIXED BY DELETING AND RE-ADDING, SO
*>                   A SCHEDULE CAN NEVER BE WOUND BACK INTO
*>                   PERIODS CUSTBILL HAS ALREADY INVOICED.
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT OPTIONAL RecurringFile ASSIGN TO "custrecr.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS Rec-Key
		FILE STATUS IS WS-RecStatus.

	SELECT CustomerFile ASSIGN TO "customer.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS IDNum
		ALTERNATE RECORD KEY IS NameKey WITH DUPLICATES
		SHARING WITH ALL OTHER.

DATA DIVISION.
FILE SECTION.
FD RecurringFile.
	COPY "custrecr.cpy".

FD CustomerFile.
	COPY "custrec.cpy".

WORKING-STORAGE SECTION.
01 WS-RecStatus PIC X(02).
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 RecExists PIC X.
01 CustExists PIC X.
01 EndOfFile PIC X.
01 WS-EntryOK PIC X.
01 WS-IDWanted PIC 9(06).
01 WS-Today PIC 9(08).
01 WS-AmountAnswer PIC X(11).
01 WS-AmtDollars PIC X(07) JUSTIFIED RIGHT.
01 WS-AmtCents PIC X(02).
01 WS-AmtDollarsNum PIC 9(07).
01 WS-AmtCentsNum PIC 9(02).
01 WS-AmountOK PIC X.
01 WS-Amount PIC 9(07)V99.
01 WS-DateAnswer PIC X(08).
01 WS-DateOK PIC X.
01 WS-ShowAmount PIC ZZZZ,ZZ9.99.
01 WS-RecShown PIC 9(04).

PROCEDURE DIVISION.
StartPara.
	OPEN I-O RecurringFile.
	IF WS-RecStatus NOT = "00" AND WS-RecStatus NOT = "05"
		DISPLAY "CANNOT OPEN custrecr.txt - STATUS " WS-RecStatus
		STOP RUN
	END-IF.
	OPEN INPUT CustomerFile.
	ACCEPT WS-Today FROM DATE YYYYMMDD.
	PERFORM UNTIL StayOpen = 'N'
		DISPLAY " "
		DISPLAY "RECURRING CHARGE MAINTENANCE"
		DISPLAY "1 : Add Recurring Charge"
		DISPLAY "2 : Change Amount Or End Date"
		DISPLAY "3 : Delete Recurring Charge"
		DISPLAY "4 : List Charges For Customer"
		DISPLAY "5 : List All Charges"
		DISPLAY "0 : Quit"
		DISPLAY ": " WITH NO ADVANCING
		ACCEPT Choice
		EVALUATE Choice
			WHEN 1 PERFORM AddCharge
			WHEN 2 PERFORM ChangeCharge
			WHEN 3 PERFORM DeleteCharge
			WHEN 4 PERFORM ListForCustomer
			WHEN 5 PERFORM ListAll
			WHEN OTHER MOVE 'N' TO StayOpen
		END-EVALUATE
	END-PERFORM.
	CLOSE RecurringFile.
	CLOSE CustomerFile.
	STOP RUN.

*>----------------------------------------------------------------
*> AddCharge - THE CUSTOMER MUST BE ACTIVE ON THE MASTER; THE
*>            FIRST BILL DATE MAY NOT BE IN THE PAST (THAT WOULD
*>            BACK-BILL ON THE NEXT RUN) AND ITS DAY BECOMES THE
*>            SCHEDULE'S BILLING DAY.
*>----------------------------------------------------------------
AddCharge.
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
	ELSE IF CustInactive
		DISPLAY "Rejected: Customer Is Inactive"
	ELSE
		DISPLAY "Name: " FirstName " " LastName
		MOVE IDNum TO Rec-IDNum
		DISPLAY "Charge Number (1-9) : " WITH NO ADVANCING
		ACCEPT Rec-ChargeNo
		DISPLAY "Description : " WITH NO ADVANCING
		ACCEPT Rec-Desc
		DISPLAY "Amount (e.g. 125.50) : " WITH NO ADVANCING
		ACCEPT WS-AmountAnswer
		PERFORM EditAmount
		DISPLAY "Frequency (M Monthly, Q Quarterly, A Annual) : "
			WITH NO ADVANCING
		ACCEPT Rec-Freq
		DISPLAY "First Bill Date (YYYYMMDD) : " WITH NO ADVANCING
		ACCEPT WS-DateAnswer
		PERFORM EditDate
		IF Rec-ChargeNo NOT NUMERIC OR Rec-ChargeNo = ZERO
			DISPLAY "Rejected: Charge Number Must Be 1-9"
		ELSE IF WS-AmountOK = 'N'
			DISPLAY "Rejected: Amount Must Be Numeric And Above Zero"
		ELSE IF NOT RecValidFreq
			DISPLAY "Rejected: Frequency Must Be M, Q Or A"
		ELSE IF WS-DateOK = 'N'
			DISPLAY "Rejected: Bill Date Must Be YYYYMMDD"
		ELSE IF WS-DateAnswer < WS-Today
			DISPLAY "Rejected: First Bill Date Is In The Past"
		ELSE
			MOVE WS-Amount TO Rec-Amount
			MOVE WS-DateAnswer TO Rec-NextBill
			MOVE WS-DateAnswer(7:2) TO Rec-BillDay
			MOVE ZERO TO Rec-LastBilled
			DISPLAY "End Date (YYYYMMDD, Blank = None) : "
				WITH NO ADVANCING
			ACCEPT WS-DateAnswer
			PERFORM SetEndDate
			IF WS-EntryOK = 'Y'
				WRITE RecurringData
					INVALID KEY DISPLAY "Charge Number Already In Use"
					NOT INVALID KEY DISPLAY "Recurring Charge Added"
				END-WRITE
			END-IF
		END-IF
	END-IF.

ChangeCharge.
	PERFORM ReadCharge.
	IF RecExists = 'Y'
		PERFORM ShowCharge
		DISPLAY "New Amount (Blank = Keep) : " WITH NO ADVANCING
		ACCEPT WS-AmountAnswer
		MOVE 'Y' TO WS-EntryOK
		IF WS-AmountAnswer NOT = SPACES
			PERFORM EditAmount
			IF WS-AmountOK = 'N'
				DISPLAY "Rejected: Amount Must Be Numeric And Above Zero"
				MOVE 'N' TO WS-EntryOK
			ELSE
				MOVE WS-Amount TO Rec-Amount
			END-IF
		END-IF
		IF WS-EntryOK = 'Y'
			DISPLAY "New End Date (YYYYMMDD, 0 = None, Blank = Keep) : "
				WITH NO ADVANCING
			ACCEPT WS-DateAnswer
			IF WS-DateAnswer = "0"
				MOVE ZERO TO Rec-EndDate
			ELSE IF WS-DateAnswer NOT = SPACES
				PERFORM SetEndDate
			END-IF
			END-IF
		END-IF
		IF WS-EntryOK = 'Y'
			REWRITE RecurringData
				INVALID KEY DISPLAY "Recurring Charge Not Changed"
				NOT INVALID KEY DISPLAY "Recurring Charge Changed"
			END-REWRITE
		END-IF
	END-IF.

DeleteCharge.
	PERFORM ReadCharge.
	IF RecExists = 'Y'
		DELETE RecurringFile RECORD
			INVALID KEY DISPLAY "Recurring Charge Not Deleted"
			NOT INVALID KEY DISPLAY "Recurring Charge Deleted"
		END-DELETE
	END-IF.

ReadCharge.
	MOVE 'Y' TO RecExists.
	DISPLAY " ".
	DISPLAY "Enter Customer ID : " WITH NO ADVANCING.
	ACCEPT Rec-IDNum.
	DISPLAY "Enter Charge Number : " WITH NO ADVANCING.
	ACCEPT Rec-ChargeNo.
	READ RecurringFile
		INVALID KEY MOVE 'N' TO RecExists
	END-READ.
	IF RecExists = 'N'
		DISPLAY "Recurring Charge Doesn't Exist"
	END-IF.

ListForCustomer.
	DISPLAY " ".
	DISPLAY "Enter Customer ID : " WITH NO ADVANCING.
	ACCEPT WS-IDWanted.
	MOVE ZERO TO WS-RecShown.
	MOVE 'N' TO EndOfFile.
	MOVE WS-IDWanted TO Rec-IDNum.
	MOVE ZERO TO Rec-ChargeNo.
	START RecurringFile KEY IS NOT LESS THAN Rec-Key
		INVALID KEY MOVE 'Y' TO EndOfFile
	END-START.
	PERFORM UNTIL EndOfFile = 'Y'
		READ RecurringFile NEXT RECORD
			AT END MOVE 'Y' TO EndOfFile
		END-READ
		IF EndOfFile = 'N'
			IF Rec-IDNum NOT = WS-IDWanted
				MOVE 'Y' TO EndOfFile
			ELSE
				ADD 1 TO WS-RecShown
				PERFORM ShowCharge
			END-IF
		END-IF
	END-PERFORM.
	IF WS-RecShown = ZERO
		DISPLAY "No Recurring Charges For " WS-IDWanted
	END-IF.

ListAll.
	DISPLAY " ".
	DISPLAY "RECURRING CHARGES".
	MOVE ZERO TO WS-RecShown.
	MOVE 'N' TO EndOfFile.
	MOVE LOW-VALUES TO Rec-Key.
	START RecurringFile KEY IS NOT LESS THAN Rec-Key
		INVALID KEY MOVE 'Y' TO EndOfFile
	END-START.
	PERFORM UNTIL EndOfFile = 'Y'
		READ RecurringFile NEXT RECORD
			AT END MOVE 'Y' TO EndOfFile
		END-READ
		IF EndOfFile = 'N'
			ADD 1 TO WS-RecShown
			PERFORM ShowCharge
		END-IF
	END-PERFORM.
	IF WS-RecShown = ZERO
		DISPLAY "No Recurring Charges On File"
	END-IF.

ShowCharge.
	MOVE Rec-Amount TO WS-ShowAmount.
	DISPLAY "ID: " Rec-IDNum " Charge: " Rec-ChargeNo
		" " Rec-Desc " Amount: " WS-ShowAmount " Freq: " Rec-Freq.
	DISPLAY "    Next Bill: " Rec-NextBill " End: " Rec-EndDate
		" Last Billed: " Rec-LastBilled.

*>----------------------------------------------------------------
*> EditAmount - DOLLARS AND OPTIONAL CENTS EITHER SIDE OF A POINT
*>             ("125", "125.5", "125.50").  A BLANK OR ZERO AMOUNT
*>             IS REFUSED.
*>----------------------------------------------------------------
EditAmount.
	MOVE 'Y' TO WS-AmountOK.
	MOVE SPACES TO WS-AmtDollars WS-AmtCents.
	UNSTRING WS-AmountAnswer DELIMITED BY "." OR " "
		INTO WS-AmtDollars WS-AmtCents.
	INSPECT WS-AmtDollars REPLACING LEADING " " BY "0".
	INSPECT WS-AmtCents REPLACING ALL " " BY "0".
	IF WS-AmtDollars NOT NUMERIC OR WS-AmtCents NOT NUMERIC
		MOVE 'N' TO WS-AmountOK
	ELSE
		MOVE WS-AmtDollars TO WS-AmtDollarsNum
		MOVE WS-AmtCents TO WS-AmtCentsNum
		COMPUTE WS-Amount = WS-AmtDollarsNum + WS-AmtCentsNum / 100
		IF WS-Amount = ZERO
			MOVE 'N' TO WS-AmountOK
		END-IF
	END-IF.

EditDate.
	MOVE 'Y' TO WS-DateOK.
	IF WS-DateAnswer NOT NUMERIC
		MOVE 'N' TO WS-DateOK
	ELSE IF WS-DateAnswer(5:2) < "01" OR WS-DateAnswer(5:2) > "12"
	OR WS-DateAnswer(7:2) < "01" OR WS-DateAnswer(7:2) > "31"
		MOVE 'N' TO WS-DateOK
	END-IF
	END-IF.

SetEndDate.
	IF WS-DateAnswer = SPACES
		MOVE ZERO TO Rec-EndDate
	ELSE
		PERFORM EditDate
		IF WS-DateOK = 'N'
			DISPLAY "Rejected: End Date Must Be YYYYMMDD"
			MOVE 'N' TO WS-EntryOK
		ELSE IF WS-DateAnswer < Rec-NextBill
			DISPLAY "Rejected: End Date Is Before The Next Bill Date"
			MOVE 'N' TO WS-EntryOK
		ELSE
			MOVE WS-DateAnswer TO Rec-EndDate
		END-IF
		END-IF
	END-IF.
