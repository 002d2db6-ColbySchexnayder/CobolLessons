	>> SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTINQ.
AUTHOR. Colby Schexnayder.
INSTALLATION. CUSTOMER RECORDS SYSTEM.
DATE-WRITTEN. 10/15/2026.
DATE-COMPILED.
*>----------------------------------------------------------------
*> MODIFICATION HISTORY
*>   10/15/2026  CS  NEW PROGRAM - ONE-SCREEN ACCOUNT INQUIRY.
*>                   ANSWERING A CUSTOMER'S CALL MEANT coboltut16
*>                   OPTION 4, THE CUSTAGED REPORT, A SEARCH OF
*>                   custjrnl.txt, custcoll.wrk AND balhold.txt.
*>                   BY IDNum, OR BY NAME THROUGH THE NameKey INDEX,
*>                   THIS SHOWS THE MASTER RECORD, THE CREDIT LIMIT
*>                   AND CREDIT AVAILABLE, THE FOUR custbal.txt
*>                   BUCKETS, THE LAST TEN JOURNAL ITEMS, THE
*>                   COLLECTION CYCLE COUNT (custcoll.cyc), ANY
*>                   INVOICES HELD IN balhold.txt, A HELD ADD IN
*>                   custsusp.txt, A MASTER CHANGE AWAITING
*>                   APPROVAL (custpend.txt), A RETURNED-MAIL FLAG
*>                   (custrtm.txt), AND WHETHER THE ID WAS MERGED
*>                   AWAY (custmrg.txt) OR PURGED (custarch.txt).
*>                   EVERY FILE IS OPENED INPUT - NOTHING IS
*>                   CHANGED OR LOGGED.  ANY SIGNED-ON OPERATOR,
*>                   DATA ENTRY OR SUPERVISOR, MAY USE IT.
*>   10/15/2026  CS  A WRONG PASSWORD AT SIGN-ON NOW COUNTS AGAINST
*>                   THE OPERATOR (Oper-FailCount) AND THE THIRD IN
*>                   A ROW DISABLES IT, AS IN coboltut16; THIS
*>                   SCREEN WAS A WAY TO GUESS PASSWORDS WITHOUT
*>                   EVER TRIPPING THE LOCKOUT.
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT CustomerFile ASSIGN TO "customer.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS IDNum
		ALTERNATE RECORD KEY IS NameKey WITH DUPLICATES
		SHARING WITH ALL OTHER.

	SELECT OPTIONAL BalanceFile ASSIGN TO "custbal.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS Bal-IDNum.

	SELECT OPTIONAL JournalFile ASSIGN TO "custjrnl.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS Jrnl-Key.

	SELECT OPTIONAL CycleFile ASSIGN TO "custcoll.cyc"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS Cyc-IDNum.

	SELECT OPTIONAL HoldFile ASSIGN TO "balhold.txt"
		ORGANIZATION IS LINE SEQUENTIAL.

	SELECT OPTIONAL SuspenseFile ASSIGN TO "custsusp.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS Susp-IDNum.

	SELECT OPTIONAL PendingFile ASSIGN TO "custpend.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS Pend-IDNum.

	SELECT OPTIONAL ReturnedMailFile ASSIGN TO "custrtm.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS RTM-IDNum.

	SELECT OPTIONAL MergeFile ASSIGN TO "custmrg.txt"
		ORGANIZATION IS LINE SEQUENTIAL.

	SELECT OPTIONAL ArchiveFile ASSIGN TO "custarch.txt"
		ORGANIZATION IS LINE SEQUENTIAL.

	SELECT OperatorFile ASSIGN TO "custoper.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS Oper-ID
		FILE STATUS IS WS-OperStatus.

DATA DIVISION.
FILE SECTION.
FD CustomerFile.
	COPY "custrec.cpy".

FD BalanceFile.
	COPY "custbal.cpy".

FD JournalFile.
	COPY "custjrnl.cpy".

FD CycleFile.
01 CycleData.
	02 Cyc-IDNum PIC 9(06).
	02 Cyc-Count PIC 9(03).
	02 Cyc-LastRun PIC 9(08).

FD HoldFile.
01 HoldRecord.
	02 BH-IDNum PIC 9(06).
	02 BH-Type PIC X(01).
	02 BH-Sign PIC X(01).
	02 BH-Amount PIC 9(07)V99.
	02 BH-Date PIC 9(08).
	02 BH-InvoiceNo PIC X(10).

FD SuspenseFile.
	COPY "custsusp.cpy".

FD PendingFile.
	COPY "custpend.cpy".

FD ReturnedMailFile.
	COPY "custrtm.cpy".

FD MergeFile.
01 MergeRecord.
	02 Mrg-DupID PIC 9(06).
	02 Mrg-SurvivorID PIC 9(06).
	02 Mrg-Date PIC 9(08).
	02 Mrg-Time PIC 9(08).

FD ArchiveFile.
01 ArchiveRecord.
	02 Arch-Customer PIC X(105).
	02 Arch-PurgeDate PIC X(08).

FD OperatorFile.
	COPY "custoper.cpy".

WORKING-STORAGE SECTION.
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
01 WS-SearchKey PIC X(30).
01 WS-NameMatches PIC 9(04).
01 WS-BalOnFile PIC X.
01 WS-FoundFlag PIC X.
01 WS-TotalBal PIC S9(09)V99.
01 WS-Available PIC S9(09)V99.
01 WS-JrnlCount PIC 9(06).
01 WS-JrnlSkip PIC 9(06).
01 WS-JrnlShown PIC 9(06).
01 WS-JrnlWanted PIC 9(02) VALUE 10.
01 WS-HoldCount PIC 9(04).
01 WS-HoldTotal PIC S9(09)V99.
01 WS-ShowAmount PIC ZZZZ,ZZZ,ZZ9.99-.
01 WS-ShowLimit PIC ZZZZ,ZZZ,ZZ9.99.
01 WS-ArchPurgeDate PIC X(08).
01 WS-ArchCustomer.
	02 AC-IDNum PIC 9(06).
	02 AC-FirstName PIC X(15).
	02 AC-LastName PIC X(15).
	02 FILLER PIC X(69).
01 WS-JrnlTypeText PIC X(14).

PROCEDURE DIVISION.
StartPara.
	OPEN INPUT CustomerFile.
	OPEN INPUT BalanceFile.
	OPEN INPUT JournalFile.
	OPEN INPUT CycleFile.
	OPEN INPUT SuspenseFile.
	OPEN INPUT PendingFile.
	OPEN INPUT ReturnedMailFile.
	PERFORM SignOn.
	IF WS-SignedOn = 'N'
		MOVE 'N' TO StayOpen
	END-IF.
	PERFORM UNTIL StayOpen = 'N'
		DISPLAY " "
		DISPLAY "CUSTOMER ACCOUNT INQUIRY"
		DISPLAY "1 : Inquire By ID"
		DISPLAY "2 : Inquire By Name"
		DISPLAY "0 : Quit"
		DISPLAY ": " WITH NO ADVANCING
		ACCEPT Choice
		EVALUATE Choice
			WHEN 1 PERFORM InquireByID
			WHEN 2 PERFORM InquireByName
			WHEN OTHER MOVE 'N' TO StayOpen
		END-EVALUATE
	END-PERFORM.
	CLOSE CustomerFile.
	CLOSE BalanceFile.
	CLOSE JournalFile.
	CLOSE CycleFile.
	CLOSE SuspenseFile.
	CLOSE PendingFile.
	CLOSE ReturnedMailFile.
	STOP RUN.

*>----------------------------------------------------------------
*> SignOn - SAME RULES AS THE coboltut16 SIGN-ON: AN ACTIVE
*>         OPERATOR ON custoper.txt WITH THE RIGHT PASSWORD (A
*>         BLANK STORED PASSWORD SIGNS ON WITH A WARNING).  A
*>         WRONG PASSWORD COUNTS AGAINST THE OPERATOR'S
*>         Oper-FailCount, AND THE THIRD IN A ROW DISABLES IT.  ANY
*>         OPERATOR LEVEL MAY INQUIRE.
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

InquireByID.
	DISPLAY " ".
	DISPLAY "Enter Customer ID : " WITH NO ADVANCING.
	ACCEPT WS-IDWanted.
	PERFORM ShowAccount.

*>----------------------------------------------------------------
*> InquireByName - LIST EVERY CUSTOMER CARRYING THE NAME.  ONE
*>                MATCH GOES STRAIGHT TO THE ACCOUNT; SEVERAL ASK
*>                WHICH ID THE CALLER IS.
*>----------------------------------------------------------------
InquireByName.
	MOVE 'N' TO EndOfFile.
	MOVE ZERO TO WS-NameMatches.
	DISPLAY " ".
	DISPLAY "Enter First Name : " WITH NO ADVANCING.
	ACCEPT FirstName.
	DISPLAY "Enter Last Name : " WITH NO ADVANCING.
	ACCEPT LastName.
	MOVE NameKey TO WS-SearchKey.
	START CustomerFile KEY IS EQUAL TO NameKey
		INVALID KEY MOVE 'Y' TO EndOfFile
	END-START.
	PERFORM UNTIL EndOfFile = 'Y'
		READ CustomerFile NEXT RECORD
			AT END MOVE 'Y' TO EndOfFile
		END-READ
		IF EndOfFile = 'N'
			IF NameKey NOT = WS-SearchKey
				MOVE 'Y' TO EndOfFile
			ELSE
				ADD 1 TO WS-NameMatches
				MOVE IDNum TO WS-IDWanted
				DISPLAY "ID: " IDNum " " FirstName " " LastName
					" " City " " State " Status: " CustStatus
			END-IF
		END-IF
	END-PERFORM.
	IF WS-NameMatches = ZERO
		DISPLAY "No Customer Found With That Name"
	ELSE
		IF WS-NameMatches > 1
			DISPLAY "Enter ID From The List : " WITH NO ADVANCING
			ACCEPT WS-IDWanted
		END-IF
		PERFORM ShowAccount
	END-IF.

*>----------------------------------------------------------------
*> ShowAccount - EVERYTHING ON FILE FOR WS-IDWanted.  AN ID NOT ON
*>              THE MASTER STILL SHOWS WHETHER IT WAS MERGED OR
*>              PURGED, WHICH IS USUALLY WHY THE CALLER CANNOT BE
*>              FOUND.
*>----------------------------------------------------------------
ShowAccount.
	MOVE 'Y' TO CustExists.
	MOVE WS-IDWanted TO IDNum.
	READ CustomerFile
		INVALID KEY MOVE 'N' TO CustExists
	END-READ.
	DISPLAY " ".
	DISPLAY "================================================"
		"==============================".
	IF CustExists = 'N'
		DISPLAY "ID: " WS-IDWanted "  ** NOT ON THE CUSTOMER MASTER **"
	ELSE
		PERFORM ShowMaster
		PERFORM ShowBalance
		PERFORM ShowJournal
		PERFORM ShowCollections
	END-IF.
	PERFORM ShowHolds.
	PERFORM ShowMergePurge.
	DISPLAY "================================================"
		"==============================".

ShowMaster.
	DISPLAY "ID: " IDNum "  " FirstName " " LastName
		"  Status: " CustStatus.
	IF CustInactive
		DISPLAY "  ** INACTIVE **"
	END-IF.
	DISPLAY "Address : " Street " " City " " State " " Zip.
	DISPLAY "Phone   : " Phone.
	MOVE 'Y' TO WS-FoundFlag.
	MOVE IDNum TO RTM-IDNum.
	READ ReturnedMailFile
		INVALID KEY MOVE 'N' TO WS-FoundFlag
	END-READ.
	IF WS-FoundFlag = 'Y'
		DISPLAY "  ** ADDRESS UNDELIVERABLE - MAIL RETURNED "
			RTM-Pieces " TIME(S), LAST " RTM-LastDate " **"
	END-IF.
	MOVE 'Y' TO WS-FoundFlag.
	MOVE IDNum TO Pend-IDNum.
	READ PendingFile
		INVALID KEY MOVE 'N' TO WS-FoundFlag
	END-READ.
	IF WS-FoundFlag = 'Y'
		DISPLAY "  ** MASTER CHANGE AWAITING APPROVAL - KEYED "
			Pend-EnteredDate " BY " Pend-EnteredBy " **"
	END-IF.

*>----------------------------------------------------------------
*> ShowBalance - THE FOUR BUCKETS AND THE CREDIT POSITION.  A ZERO
*>              LIMIT MEANS NONE IS SET (CUSTPOST DOES NOT CHECK
*>              IT), SO NO AVAILABLE FIGURE IS SHOWN.
*>----------------------------------------------------------------
ShowBalance.
	MOVE 'Y' TO WS-BalOnFile.
	MOVE IDNum TO Bal-IDNum.
	READ BalanceFile
		INVALID KEY MOVE 'N' TO WS-BalOnFile
	END-READ.
	IF WS-BalOnFile = 'N'
		MOVE ZERO TO Bal-Current Bal-Age30 Bal-Age60 Bal-Age90
	END-IF.
	COMPUTE WS-TotalBal =
		Bal-Current + Bal-Age30 + Bal-Age60 + Bal-Age90.
	DISPLAY " ".
	IF WS-BalOnFile = 'N'
		DISPLAY "No Balance Record - Nothing Posted Yet"
	ELSE
		MOVE Bal-Current TO WS-ShowAmount
		DISPLAY "Current  : " WS-ShowAmount
		MOVE Bal-Age30 TO WS-ShowAmount
		DISPLAY "30 Days  : " WS-ShowAmount
		MOVE Bal-Age60 TO WS-ShowAmount
		DISPLAY "60 Days  : " WS-ShowAmount
		MOVE Bal-Age90 TO WS-ShowAmount
		DISPLAY "90+ Days : " WS-ShowAmount
		MOVE WS-TotalBal TO WS-ShowAmount
		DISPLAY "Total    : " WS-ShowAmount
	END-IF.
	IF CreditLimit = ZERO
		DISPLAY "Credit Limit     : None Set"
	ELSE
		MOVE CreditLimit TO WS-ShowLimit
		DISPLAY "Credit Limit     : " WS-ShowLimit
		COMPUTE WS-Available = CreditLimit - WS-TotalBal
		MOVE WS-Available TO WS-ShowAmount
		DISPLAY "Credit Available : " WS-ShowAmount
	END-IF.

*>----------------------------------------------------------------
*> ShowJournal - THE CUSTOMER'S LAST WS-JrnlWanted POSTED ITEMS,
*>              OLDEST FIRST.  THE JOURNAL IS KEYED ID / POST DATE /
*>              TIME / SEQUENCE, SO ONE PASS COUNTS THE ITEMS AND A
*>              SECOND SKIPS ALL BUT THE LAST FEW.
*>----------------------------------------------------------------
ShowJournal.
	MOVE ZERO TO WS-JrnlCount WS-JrnlShown.
	PERFORM StartJournal.
	PERFORM UNTIL EndOfFile = 'Y'
		PERFORM ReadJournal
		IF EndOfFile = 'N'
			ADD 1 TO WS-JrnlCount
		END-IF
	END-PERFORM.
	DISPLAY " ".
	IF WS-JrnlCount = ZERO
		DISPLAY "No Journal Items"
	ELSE
		MOVE ZERO TO WS-JrnlSkip
		IF WS-JrnlCount > WS-JrnlWanted
			COMPUTE WS-JrnlSkip = WS-JrnlCount - WS-JrnlWanted
		END-IF
		DISPLAY "Last Journal Items (" WS-JrnlCount " On File):"
		DISPLAY "  POSTED    TRAN DATE TYPE           INVOICE   "
			"          AMOUNT"
		PERFORM StartJournal
		PERFORM UNTIL EndOfFile = 'Y'
			PERFORM ReadJournal
			IF EndOfFile = 'N'
				ADD 1 TO WS-JrnlShown
				IF WS-JrnlShown > WS-JrnlSkip
					PERFORM ShowJournalItem
				END-IF
			END-IF
		END-PERFORM
	END-IF.

StartJournal.
	MOVE 'N' TO EndOfFile.
	MOVE IDNum TO Jrnl-IDNum.
	MOVE ZERO TO Jrnl-PostDate Jrnl-PostTime Jrnl-Seq.
	START JournalFile KEY IS NOT LESS THAN Jrnl-Key
		INVALID KEY MOVE 'Y' TO EndOfFile
	END-START.

ReadJournal.
	READ JournalFile NEXT RECORD
		AT END MOVE 'Y' TO EndOfFile
	END-READ.
	IF EndOfFile = 'N' AND Jrnl-IDNum NOT = IDNum
		MOVE 'Y' TO EndOfFile
	END-IF.

ShowJournalItem.
	EVALUATE Jrnl-Type
		WHEN 'I' MOVE "INVOICE" TO WS-JrnlTypeText
		WHEN 'P' MOVE "PAYMENT" TO WS-JrnlTypeText
		WHEN 'J' MOVE "ADJUSTMENT" TO WS-JrnlTypeText
		WHEN 'W' MOVE "WRITE-OFF" TO WS-JrnlTypeText
		WHEN 'F' MOVE "FINANCE CHARGE" TO WS-JrnlTypeText
		WHEN 'R' MOVE "REFUND" TO WS-JrnlTypeText
		WHEN OTHER MOVE Jrnl-Type TO WS-JrnlTypeText
	END-EVALUATE.
	IF Jrnl-Type = 'P' OR Jrnl-Type = 'W'
	OR (Jrnl-Type = 'J' AND Jrnl-Sign = '-')
		COMPUTE WS-ShowAmount = ZERO - Jrnl-Amount
	ELSE
		MOVE Jrnl-Amount TO WS-ShowAmount
	END-IF.
	DISPLAY "  " Jrnl-PostDate "  " Jrnl-TranDate " " WS-JrnlTypeText
		" " Jrnl-InvoiceNo WS-ShowAmount.

ShowCollections.
	MOVE 'Y' TO WS-FoundFlag.
	MOVE IDNum TO Cyc-IDNum.
	READ CycleFile
		INVALID KEY MOVE 'N' TO WS-FoundFlag
	END-READ.
	DISPLAY " ".
	IF WS-FoundFlag = 'N'
		DISPLAY "Collections      : Not In The Dunning Cycle"
	ELSE
		DISPLAY "Collections      : Cycle " Cyc-Count
			" (Last Run " Cyc-LastRun ")"
	END-IF.

*>----------------------------------------------------------------
*> ShowHolds - INVOICES CUSTPOST HELD OVER THE CREDIT LIMIT OR
*>            INTO A CLOSED PERIOD (balhold.txt, READ THROUGH),
*>            AND AN ADD HELD AS A POSSIBLE DUPLICATE
*>            (custsusp.txt).
*>----------------------------------------------------------------
ShowHolds.
	MOVE ZERO TO WS-HoldCount WS-HoldTotal.
	MOVE 'N' TO EndOfFile.
	OPEN INPUT HoldFile.
	PERFORM UNTIL EndOfFile = 'Y'
		READ HoldFile
			AT END MOVE 'Y' TO EndOfFile
		END-READ
		IF EndOfFile = 'N' AND BH-IDNum = WS-IDWanted
			ADD 1 TO WS-HoldCount
			ADD BH-Amount TO WS-HoldTotal
			MOVE BH-Amount TO WS-ShowAmount
			DISPLAY "Held Item        : " BH-Type " " BH-Date " "
				BH-InvoiceNo WS-ShowAmount
		END-IF
	END-PERFORM.
	CLOSE HoldFile.
	IF WS-HoldCount = ZERO
		DISPLAY "Held Items       : None"
	ELSE
		MOVE WS-HoldTotal TO WS-ShowAmount
		DISPLAY "Held Items       : " WS-HoldCount " Totaling "
			WS-ShowAmount
	END-IF.
	MOVE 'Y' TO WS-FoundFlag.
	MOVE WS-IDWanted TO Susp-IDNum.
	READ SuspenseFile
		INVALID KEY MOVE 'N' TO WS-FoundFlag
	END-READ.
	IF WS-FoundFlag = 'Y'
		DISPLAY "Held Add         : Held " Susp-HeldDate " By "
			Susp-HeldBy " - Awaiting Duplicate Review"
	END-IF.

*>----------------------------------------------------------------
*> ShowMergePurge - WAS THIS ID RETIRED INTO ANOTHER BY A MERGE,
*>                 OR PURGED TO THE ARCHIVE MASTER?
*>----------------------------------------------------------------
ShowMergePurge.
	MOVE 'N' TO EndOfFile.
	OPEN INPUT MergeFile.
	PERFORM UNTIL EndOfFile = 'Y'
		READ MergeFile
			AT END MOVE 'Y' TO EndOfFile
		END-READ
		IF EndOfFile = 'N' AND Mrg-DupID = WS-IDWanted
			DISPLAY "  ** MERGED INTO ID " Mrg-SurvivorID " ON "
				Mrg-Date " **"
		END-IF
	END-PERFORM.
	CLOSE MergeFile.
	MOVE 'N' TO EndOfFile.
	OPEN INPUT ArchiveFile.
	PERFORM UNTIL EndOfFile = 'Y'
		READ ArchiveFile
			AT END MOVE 'Y' TO EndOfFile
		END-READ
		IF EndOfFile = 'N'
			MOVE Arch-Customer TO WS-ArchCustomer
			IF AC-IDNum = WS-IDWanted
				MOVE Arch-PurgeDate TO WS-ArchPurgeDate
				IF WS-ArchPurgeDate = SPACES
					MOVE "UNKNOWN" TO WS-ArchPurgeDate
				END-IF
				DISPLAY "  ** PURGED TO THE ARCHIVE ON "
					WS-ArchPurgeDate " - " AC-FirstName " "
					AC-LastName " **"
			END-IF
		END-IF
	END-PERFORM.
	CLOSE ArchiveFile.
