		ACCESS MODE IS RANDOM
		RECORD KEY IS Bal-IDNum.

	SELECT InvoiceFile ASSIGN TO "custinv.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS Inv-Key
		FILE STATUS IS WS-InvStatus.

	SELECT OPTIONAL SuspenseFile ASSIGN TO "custsusp.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS Susp-IDNum.

	SELECT OPTIONAL PendingFile ASSIGN TO "custpend.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS Pend-IDNum.

	SELECT OPTIONAL ReturnedMailFile ASSIGN TO "custrtm.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS RTM-IDNum.

	SELECT OPTIONAL HistCatalog ASSIGN TO "custhist.arc"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-CatStatus.
	COPY "custrec.cpy".

FD AuditFile.
01 AuditLine PIC X(256).

FD HistoryFile.
	COPY "custhist.cpy".
FD BalanceFile.
	COPY "custbal.cpy".

FD InvoiceFile.
	COPY "custinv.cpy".

FD SuspenseFile.
	COPY "custsusp.cpy".

FD PendingFile.
	COPY "custpend.cpy".

FD ReturnedMailFile.
	COPY "custrtm.cpy".

FD HistCatalog.
01 HistCatRecord.
	02 HCat-Name PIC X(24).
	02 HCat-Cutoff PIC 9(08).

FD HistArchFile.
01 HistArchRecord PIC X(141).

FD OperatorFile.
	COPY "custoper.cpy".
	02 WS-Carry30 PIC S9(07)V99.
	02 WS-Carry60 PIC S9(07)V99.
	02 WS-Carry90 PIC S9(07)V99.
01 WS-InvStatus PIC X(02).
01 WS-InvEOF PIC X.
01 WS-InvSave PIC X(50).
01 WS-InvMoved PIC 9(04).
01 WS-InvCollided PIC 9(04).
01 WS-OperStatus PIC X(02).
01 WS-Operator PIC X(08).
01 WS-SignedOn PIC X.
01 WS-StateFound PIC X.
01 WS-TblEOF PIC X.
01 WS-Zip5 PIC X(05).
01 WS-PendEOF PIC X.
01 WS-PendReason PIC X.
01 WS-OpenBalance PIC X.
01 WS-PendBefore PIC X(105).
01 WS-PendWritten PIC X.
01 WS-EnteredBy PIC X(08) VALUE SPACES.
01 WS-PendPrior.
	02 PP-IDNum PIC 9(06).
	02 PP-FirstName PIC X(15).
	02 PP-LastName PIC X(15).
	02 PP-Street PIC X(20).
	02 PP-City PIC X(15).
	02 PP-State PIC X(02).
	02 PP-Zip PIC X(10).
	02 PP-Phone PIC X(12).
	02 PP-Status PIC X(01).
	02 PP-CreditLimit PIC 9(07)V99.
01 WS-RtmOnFile PIC X.
01 WS-RtmReason PIC X(20).

	COPY "auditrec.cpy".


01 WS-RunMode PIC X(05).

01 WS-TrialCount PIC 9(04) VALUE ZERO.
01 WS-TrialTable.
	02 WS-TrialImage PIC X(105) OCCURS 3000.
01 WS-TrialIndex PIC 9(04).
01 WS-TrialFound PIC 9(04).
01 WS-TrialCust.
	02 TC-IDNum PIC 9(06).
	02 TC-NameKey PIC X(30).
	02 FILLER PIC X(59).
	02 TC-Status PIC X(01).
	02 FILLER PIC X(09).

01 WS-TranEOF PIC X VALUE 'N'.
	88 TranAtEOF VALUE 'Y'.

	02 WS-TranHash PIC 9(10).
	02 WS-TrailerCount PIC 9(06).
	02 WS-TrailerHash PIC 9(10).
	02 WS-FeedSource PIC X(08).

01 WS-BatchCounters.
	02 WS-BatchRead PIC 9(06) VALUE ZERO.
	02 WS-BatchMerged PIC 9(06) VALUE ZERO.
	02 WS-BatchRejected PIC 9(06) VALUE ZERO.
	02 WS-BatchHeld PIC 9(06) VALUE ZERO.
	02 WS-BatchPended PIC 9(06) VALUE ZERO.

PROCEDURE DIVISION.
StartPara.
	ACCEPT WS-RunMode FROM COMMAND-LINE.
	IF WS-RunMode = "TRIAL"
		OPEN INPUT CustomerFile
		OPEN INPUT BalanceFile
	ELSE
		OPEN I-O CustomerFile
		OPEN EXTEND AuditFile
		OPEN I-O HistoryFile
		OPEN I-O BalanceFile
		OPEN I-O SuspenseFile
		OPEN I-O PendingFile
		OPEN I-O ReturnedMailFile
	END-IF.
	PERFORM LoadPostalTables.
	IF WS-RunMode = "BATCH" OR WS-RunMode = "TRIAL"
		ACCEPT WS-NowTime FROM TIME
		MOVE SPACES TO WS-Operator
		STRING "BT" WS-NowTime(1:6) DELIMITED BY SIZE
			DISPLAY "8 : Customer Change History"
			DISPLAY "9 : Merge Duplicate Customer"
			DISPLAY "10 : Review Held Adds"
			DISPLAY "11 : Approve Pending Changes"
			DISPLAY "12 : Record Returned Mail"
			DISPLAY "0 : Quit"
			DISPLAY ": " WITH NO ADVANCING
			ACCEPT Choice
						PERFORM MergeCust
					END-IF
				WHEN 10 PERFORM ReviewHeldAdds
				WHEN 11
					IF WS-OperLevel < 2
						DISPLAY "Not Authorized - Supervisor Function"
					ELSE
						PERFORM ReviewPendingChanges
					END-IF
				WHEN 12 PERFORM RecordReturnedMail
				WHEN OTHER MOVE 'N' TO StayOpen
			END-EVALUATE
		END-PERFORM
	END-IF.

	CLOSE CustomerFile.
	CLOSE BalanceFile.
	IF WS-RunMode NOT = "TRIAL"
		CLOSE AuditFile
		CLOSE HistoryFile
		CLOSE SuspenseFile
		CLOSE PendingFile
		CLOSE ReturnedMailFile
	END-IF.
	IF WS-ZipFileOK = 'Y'
		CLOSE ZipFile
	END-IF.
				NOT INVALID KEY
					MOVE "ADD" TO AU-Action
					MOVE SPACES TO AU-Before
					MOVE ZERO TO AU-BeforeLimit
					MOVE FirstName TO AU-AfterFirst
					MOVE LastName TO AU-AfterLast
					MOVE Street TO AU-AfterStreet
					MOVE Zip TO AU-AfterZip
					MOVE Phone TO AU-AfterPhone
					MOVE CustStatus TO AU-AfterStatus
					MOVE CreditLimit TO AU-AfterLimit
					PERFORM WriteAudit
			END-WRITE
		END-IF
			MOVE Zip TO AU-BeforeZip
			MOVE Phone TO AU-BeforePhone
			MOVE CustStatus TO AU-BeforeStatus
			MOVE CreditLimit TO AU-BeforeLimit
			PERFORM WriteHistory
			SET CustInactive TO TRUE
			REWRITE CustomerData
					MOVE Zip TO AU-AfterZip
					MOVE Phone TO AU-AfterPhone
					MOVE CustStatus TO AU-AfterStatus
					MOVE CreditLimit TO AU-AfterLimit
					PERFORM WriteAudit
			END-REWRITE
			UNLOCK CustomerFile
			MOVE Zip TO AU-BeforeZip
			MOVE Phone TO AU-BeforePhone
			MOVE CustStatus TO AU-BeforeStatus
			MOVE CreditLimit TO AU-BeforeLimit
			PERFORM WriteHistory
			SET CustActive TO TRUE
			REWRITE CustomerData
					MOVE Zip TO AU-AfterZip
					MOVE Phone TO AU-AfterPhone
					MOVE CustStatus TO AU-AfterStatus
					MOVE CreditLimit TO AU-AfterLimit
					PERFORM WriteAudit
			END-REWRITE
			UNLOCK CustomerFile
	IF CustExists = 'N'
		DISPLAY "Customer doesn't exist"
	ELSE
		MOVE CustomerData TO WS-PendBefore
		MOVE FirstName TO AU-BeforeFirst
		MOVE LastName TO AU-BeforeLast
		MOVE Street TO AU-BeforeStreet
		MOVE Zip TO AU-BeforeZip
		MOVE Phone TO AU-BeforePhone
		MOVE CustStatus TO AU-BeforeStatus
		MOVE CreditLimit TO AU-BeforeLimit
		DISPLAY "Enter the new first name : " WITH NO ADVANCING
		ACCEPT FirstName
		DISPLAY "Enter then new last name : " WITH NO ADVANCING
			DISPLAY "Not Updated: Credit Limit Must Be Numeric"
			UNLOCK CustomerFile
		ELSE
			PERFORM CheckSensitiveChange
			IF WS-PendReason NOT = SPACE
				PERFORM HoldChange
				UNLOCK CustomerFile
			ELSE
				PERFORM WriteHistory
				REWRITE CustomerData
					INVALID KEY DISPLAY "Customer Not Updated"
					NOT INVALID KEY
						MOVE "UPDATE" TO AU-Action
						MOVE FirstName TO AU-AfterFirst
						MOVE LastName TO AU-AfterLast
						MOVE Street TO AU-AfterStreet
						MOVE City TO AU-AfterCity
						MOVE State TO AU-AfterState
						MOVE Zip TO AU-AfterZip
						MOVE Phone TO AU-AfterPhone
						MOVE CustStatus TO AU-AfterStatus
						MOVE CreditLimit TO AU-AfterLimit
						PERFORM WriteAudit
						PERFORM ClearReturnedMail
				END-REWRITE
				UNLOCK CustomerFile
			END-IF
		END-IF
	END-IF.

		MOVE Zip TO AU-BeforeZip AU-AfterZip
		MOVE Phone TO AU-BeforePhone AU-AfterPhone
		MOVE CustStatus TO AU-BeforeStatus AU-AfterStatus
		MOVE CreditLimit TO AU-BeforeLimit AU-AfterLimit
		PERFORM WriteAudit
	END-IF.

				MOVE Zip TO AU-BeforeZip
				MOVE Phone TO AU-BeforePhone
				MOVE CustStatus TO AU-BeforeStatus
				MOVE CreditLimit TO AU-BeforeLimit
				PERFORM WriteHistory
				SET CustInactive TO TRUE
				REWRITE CustomerData
						MOVE Zip TO AU-AfterZip
						MOVE Phone TO AU-AfterPhone
						MOVE CustStatus TO AU-AfterStatus
						MOVE CreditLimit TO AU-AfterLimit
						PERFORM WriteAudit
						PERFORM WriteMergeXref
						PERFORM MergeBalance
						PERFORM MergeInvoices
						DISPLAY "Merged " WS-MergeDupID
							" Into " WS-MergeSurvID
				END-REWRITE
BatchMode.
	MOVE ZERO TO WS-BatchRead WS-BatchAdded WS-BatchUpdated
		WS-BatchDeleted WS-BatchReactivated WS-BatchMerged
		WS-BatchRejected WS-BatchHeld WS-BatchPended.
	PERFORM BatchVerifyFeed THRU BatchVerifyFeed-EXIT.
	IF WS-BatchBalanced = 'N'
		DISPLAY " "
		END-PERFORM
		CLOSE TransactionFile
		DISPLAY " "
		IF WS-RunMode = "TRIAL"
			DISPLAY "TRIAL RUN ONLY - NOTHING WAS APPLIED. THE COUNTS "
				"BELOW ARE WHAT A BATCH RUN OF THIS FEED WOULD DO"
		END-IF
		DISPLAY "BATCH CUSTOMER MAINTENANCE COMPLETE"
		DISPLAY "BATCH DATE (HEADER)      : " WS-BatchDate
		DISPLAY "TRAILER COUNT VERIFIED   : " WS-TrailerCount
		DISPLAY "REACTIVATIONS APPLIED    : " WS-BatchReactivated
		DISPLAY "MERGES APPLIED           : " WS-BatchMerged
		DISPLAY "ADDS HELD FOR REVIEW     : " WS-BatchHeld
		DISPLAY "UPDATES HELD FOR APPROVAL: " WS-BatchPended
		DISPLAY "TRANSACTIONS REJECTED    : " WS-BatchRejected
	END-IF.
BatchMode-EXIT.
		WS-AfterTrailer.
	MOVE ZERO TO WS-TranDetails WS-TranHash
		WS-TrailerCount WS-TrailerHash WS-BatchDate.
	MOVE SPACES TO WS-FeedSource.
	OPEN INPUT TransactionFile.
	PERFORM BatchReadTran THRU BatchReadTran-EXIT.
	PERFORM UNTIL TranAtEOF
				IF TranCtl-BatchDate NUMERIC
					MOVE TranCtl-BatchDate TO WS-BatchDate
				END-IF
				MOVE TranCtl-Source TO WS-FeedSource
			WHEN 'T'
				MOVE 'Y' TO WS-TrailerSeen
				IF TranCtl-Source NOT = WS-FeedSource
					MOVE SPACES TO WS-FeedSource
				END-IF
				IF TranCtl-Count NUMERIC
					MOVE TranCtl-Count TO WS-TrailerCount
				END-IF
		ADD 1 TO WS-BatchRejected
	ELSE
		PERFORM CheckDuplicateName
		IF WS-DupFound = 'N' AND WS-RunMode = "TRIAL"
			PERFORM TrialCheckName
		END-IF
		IF WS-DupFound = 'Y' AND WS-RunMode = "TRIAL"
			DISPLAY "TRIAL - WOULD HOLD FOR REVIEW, SAME NAME ACTIVE: "
				IDNum
			ADD 1 TO WS-BatchHeld
		ELSE IF WS-DupFound = 'Y'
			PERFORM HoldAdd
			ADD 1 TO WS-BatchHeld
		ELSE IF WS-RunMode = "TRIAL"
			PERFORM TrialAdd
		ELSE
			WRITE CustomerData
				INVALID KEY
				NOT INVALID KEY
					MOVE "ADD" TO AU-Action
					MOVE SPACES TO AU-Before
					MOVE ZERO TO AU-BeforeLimit
					MOVE FirstName TO AU-AfterFirst
					MOVE LastName TO AU-AfterLast
					MOVE Street TO AU-AfterStreet
					MOVE Zip TO AU-AfterZip
					MOVE Phone TO AU-AfterPhone
					MOVE CustStatus TO AU-AfterStatus
					MOVE CreditLimit TO AU-AfterLimit
					PERFORM WriteAudit
					ADD 1 TO WS-BatchAdded
			END-WRITE
		END-IF
		END-IF
		END-IF
	END-IF.

BatchUpdate.
	READ CustomerFile WITH LOCK
		INVALID KEY MOVE 'N' TO CustExists
	END-READ.
	PERFORM TrialLookup.
	IF CustExists = 'N'
		DISPLAY "BATCH UPDATE REJECTED: ID NOT ON FILE " IDNum
		ADD 1 TO WS-BatchRejected
	ELSE
		MOVE CustomerData TO WS-PendBefore
		MOVE FirstName TO AU-BeforeFirst
		MOVE LastName TO AU-BeforeLast
		MOVE Street TO AU-BeforeStreet
		MOVE Zip TO AU-BeforeZip
		MOVE Phone TO AU-BeforePhone
		MOVE CustStatus TO AU-BeforeStatus
		MOVE CreditLimit TO AU-BeforeLimit
		MOVE Tran-FirstName TO FirstName
		MOVE Tran-LastName TO LastName
		MOVE Tran-Street TO Street
			MOVE WS-TranLimitNum TO CreditLimit
		END-IF
		PERFORM ValidateAddress
		MOVE SPACE TO WS-PendReason
		IF WS-AddrOK = 'Y'
			PERFORM CheckBatchSensitive
		END-IF
		IF WS-AddrOK = 'N'
			DISPLAY "BATCH UPDATE REJECTED: " WS-AddrReason
				" FOR ID " IDNum
			ADD 1 TO WS-BatchRejected
			UNLOCK CustomerFile
		ELSE IF WS-PendReason NOT = SPACE AND WS-RunMode = "TRIAL"
			DISPLAY "TRIAL - WOULD HOLD FOR APPROVAL: " IDNum
			ADD 1 TO WS-BatchPended
		ELSE IF WS-PendReason NOT = SPACE
			PERFORM HoldChange
			UNLOCK CustomerFile
			IF WS-PendWritten = 'Y'
				ADD 1 TO WS-BatchPended
			ELSE
				ADD 1 TO WS-BatchRejected
			END-IF
		ELSE IF WS-RunMode = "TRIAL"
			PERFORM TrialKeep
			DISPLAY "TRIAL - WOULD UPDATE: " IDNum
			ADD 1 TO WS-BatchUpdated
		ELSE
			PERFORM WriteHistory
			REWRITE CustomerData
					MOVE Zip TO AU-AfterZip
					MOVE Phone TO AU-AfterPhone
					MOVE CustStatus TO AU-AfterStatus
					MOVE CreditLimit TO AU-AfterLimit
					PERFORM WriteAudit
					PERFORM ClearReturnedMail
					ADD 1 TO WS-BatchUpdated
			END-REWRITE
			UNLOCK CustomerFile
		END-IF
		END-IF
		END-IF
		END-IF
	END-IF.

*>----------------------------------------------------------------
*> CheckBatchSensitive - A BATCH UPDATE GETS THE SAME SECOND-OPERATOR
*>                      RULE AS THE MENU: A LIMIT CHANGE, OR AN
*>                      ADDRESS CHANGE ON A CUSTOMER WITH AN OPEN
*>                      BALANCE, IS HELD IN custpend.txt UNDER THE
*>                      BATCH RUN ID.  A CUSTCLRA BATCH'S LIMITS WERE
*>                      ALREADY APPROVED IN custclr.txt, SO ONLY ITS
*>                      ADDRESS PART (IF ANY) IS STILL HELD.
*>----------------------------------------------------------------
CheckBatchSensitive.
	PERFORM CheckSensitiveChange.
	IF WS-FeedSource = "CUSTCLRA"
		EVALUATE WS-PendReason
			WHEN 'L' MOVE SPACE TO WS-PendReason
			WHEN 'B' MOVE 'A' TO WS-PendReason
			WHEN OTHER CONTINUE
		END-EVALUATE
	END-IF.

BatchDelete.
	READ CustomerFile WITH LOCK
		INVALID KEY MOVE 'N' TO CustExists
	END-READ.
	PERFORM TrialLookup.
	IF CustExists = 'N'
		DISPLAY "BATCH DELETE REJECTED: ID NOT ON FILE " IDNum
		ADD 1 TO WS-BatchRejected
			DISPLAY "BATCH DELETE SKIPPED, ALREADY INACTIVE: " IDNum
			ADD 1 TO WS-BatchRejected
			UNLOCK CustomerFile
		ELSE IF WS-RunMode = "TRIAL"
			SET CustInactive TO TRUE
			PERFORM TrialKeep
			DISPLAY "TRIAL - WOULD DELETE: " IDNum
			ADD 1 TO WS-BatchDeleted
		ELSE
			MOVE FirstName TO AU-BeforeFirst
			MOVE LastName TO AU-BeforeLast
			MOVE Zip TO AU-BeforeZip
			MOVE Phone TO AU-BeforePhone
			MOVE CustStatus TO AU-BeforeStatus
			MOVE CreditLimit TO AU-BeforeLimit
			PERFORM WriteHistory
			SET CustInactive TO TRUE
			REWRITE CustomerData
					MOVE Zip TO AU-AfterZip
					MOVE Phone TO AU-AfterPhone
					MOVE CustStatus TO AU-AfterStatus
					MOVE CreditLimit TO AU-AfterLimit
					PERFORM WriteAudit
					ADD 1 TO WS-BatchDeleted
			END-REWRITE
			UNLOCK CustomerFile
		END-IF
		END-IF
	END-IF.

BatchReactivate.
	READ CustomerFile WITH LOCK
		INVALID KEY MOVE 'N' TO CustExists
	END-READ.
	PERFORM TrialLookup.
	IF CustExists = 'N'
		DISPLAY "BATCH REACTIVATE REJECTED: ID NOT ON FILE " IDNum
		ADD 1 TO WS-BatchRejected
			DISPLAY "BATCH REACTIVATE SKIPPED, ALREADY ACTIVE: " IDNum
			ADD 1 TO WS-BatchRejected
			UNLOCK CustomerFile
		ELSE IF WS-RunMode = "TRIAL"
			SET CustActive TO TRUE
			PERFORM TrialKeep
			DISPLAY "TRIAL - WOULD REACTIVATE: " IDNum
			ADD 1 TO WS-BatchReactivated
		ELSE
			MOVE FirstName TO AU-BeforeFirst
			MOVE LastName TO AU-BeforeLast
			MOVE Zip TO AU-BeforeZip
			MOVE Phone TO AU-BeforePhone
			MOVE CustStatus TO AU-BeforeStatus
			MOVE CreditLimit TO AU-BeforeLimit
			PERFORM WriteHistory
			SET CustActive TO TRUE
			REWRITE CustomerData
					MOVE Zip TO AU-AfterZip
					MOVE Phone TO AU-AfterPhone
					MOVE CustStatus TO AU-AfterStatus
					MOVE CreditLimit TO AU-AfterLimit
					PERFORM WriteAudit
					ADD 1 TO WS-BatchReactivated
			END-REWRITE
			UNLOCK CustomerFile
		END-IF
		END-IF
	END-IF.

BatchMerge.
		READ CustomerFile
			INVALID KEY MOVE 'N' TO CustExists
		END-READ
		PERFORM TrialLookup
		IF CustExists = 'N'
			DISPLAY "BATCH MERGE REJECTED: SURVIVOR NOT ON FILE "
				WS-MergeSurvID
			READ CustomerFile WITH LOCK
				INVALID KEY MOVE 'N' TO CustExists
			END-READ
			PERFORM TrialLookup
			IF CustExists = 'N'
				DISPLAY "BATCH MERGE REJECTED: DUPLICATE NOT ON "
					"FILE " WS-MergeDupID
					WS-MergeDupID
				ADD 1 TO WS-BatchRejected
				UNLOCK CustomerFile
			ELSE IF WS-RunMode = "TRIAL"
				SET CustInactive TO TRUE
				PERFORM TrialKeep
				DISPLAY "TRIAL - WOULD MERGE: " WS-MergeDupID
					" INTO " WS-MergeSurvID
				ADD 1 TO WS-BatchMerged
			ELSE
				MOVE FirstName TO AU-BeforeFirst
				MOVE LastName TO AU-BeforeLast
				MOVE Zip TO AU-BeforeZip
				MOVE Phone TO AU-BeforePhone
				MOVE CustStatus TO AU-BeforeStatus
				MOVE CreditLimit TO AU-BeforeLimit
				PERFORM WriteHistory
				SET CustInactive TO TRUE
				REWRITE CustomerData
						MOVE Zip TO AU-AfterZip
						MOVE Phone TO AU-AfterPhone
						MOVE CustStatus TO AU-AfterStatus
						MOVE CreditLimit TO AU-AfterLimit
						PERFORM WriteAudit
						PERFORM WriteMergeXref
						PERFORM MergeBalance
						PERFORM MergeInvoices
						ADD 1 TO WS-BatchMerged
				END-REWRITE
				UNLOCK CustomerFile
			END-IF
			END-IF
		END-IF
	END-IF.

*>----------------------------------------------------------------
*> TrialLookup / TrialKeep - A TRIAL RUN (coboltut16 TRIAL) OPENS
*>                          THE MASTER FOR INPUT ONLY AND WRITES NO
*>                          AUDIT, HISTORY, SUSPENSE, MERGE OR
*>                          BALANCE RECORD.  WHAT EACH TRANSACTION
*>                          WOULD HAVE WRITTEN TO THE MASTER IS KEPT
*>                          IN WS-TrialTable INSTEAD, AND LOOKED UP
*>                          AFTER EVERY READ, SO AN ADD FOLLOWED BY
*>                          AN UPDATE OF THE SAME ID IN ONE FEED
*>                          TRIES THE WAY IT WOULD RUN FOR REAL.
*>----------------------------------------------------------------
TrialLookup.
	IF WS-RunMode = "TRIAL"
		PERFORM TrialFind
		IF WS-TrialFound > ZERO
			MOVE WS-TrialImage(WS-TrialFound) TO CustomerData
			MOVE 'Y' TO CustExists
		END-IF
	END-IF.

TrialKeep.
	PERFORM TrialFind.
	IF WS-TrialFound > ZERO
		MOVE CustomerData TO WS-TrialImage(WS-TrialFound)
	ELSE IF WS-TrialCount < 3000
		ADD 1 TO WS-TrialCount
		MOVE CustomerData TO WS-TrialImage(WS-TrialCount)
	ELSE
		DISPLAY "TRIAL TABLE FULL AT 3000 - LATER TRANSACTIONS FOR "
			IDNum " ARE TRIED AGAINST THE MASTER AS IT STANDS"
	END-IF
	END-IF.

TrialFind.
	MOVE ZERO TO WS-TrialFound.
	PERFORM VARYING WS-TrialIndex FROM 1 BY 1
			UNTIL WS-TrialIndex > WS-TrialCount OR WS-TrialFound > ZERO
		MOVE WS-TrialImage(WS-TrialIndex) TO WS-TrialCust
		IF TC-IDNum = IDNum
			MOVE WS-TrialIndex TO WS-TrialFound
		END-IF
	END-PERFORM.

TrialAdd.
	MOVE CustomerData TO WS-SaveCustomer.
	MOVE 'Y' TO CustExists.
	READ CustomerFile
		INVALID KEY MOVE 'N' TO CustExists
	END-READ.
	MOVE WS-SaveCustomer TO CustomerData.
	PERFORM TrialFind.
	IF WS-TrialFound > ZERO
		MOVE 'Y' TO CustExists
	END-IF.
	IF CustExists = 'Y'
		DISPLAY "BATCH ADD REJECTED: ID ALREADY ON FILE " IDNum
		ADD 1 TO WS-BatchRejected
	ELSE
		PERFORM TrialKeep
		DISPLAY "TRIAL - WOULD ADD: " IDNum
		ADD 1 TO WS-BatchAdded
	END-IF.

*>----------------------------------------------------------------
*> TrialCheckName - AN ACTIVE CUSTOMER OF THE SAME NAME ADDED OR
*>                 REACTIVATED EARLIER IN THE TRIAL FEED HOLDS THE
*>                 ADD THE SAME AS ONE ALREADY ON THE MASTER.
*>----------------------------------------------------------------
TrialCheckName.
	PERFORM VARYING WS-TrialIndex FROM 1 BY 1
			UNTIL WS-TrialIndex > WS-TrialCount OR WS-DupFound = 'Y'
		MOVE WS-TrialImage(WS-TrialIndex) TO WS-TrialCust
		IF TC-NameKey = NameKey AND TC-Status = 'A'
		AND TC-IDNum NOT = IDNum
			MOVE 'Y' TO WS-DupFound
		END-IF
	END-PERFORM.

WriteAudit.
	ACCEPT WS-NowDate FROM DATE YYYYMMDD.
		INTO AU-Timestamp.
	MOVE IDNum TO AU-ID.
	MOVE WS-Operator TO AU-Operator.
	MOVE WS-EnteredBy TO AU-EnteredBy.
	WRITE AuditLine FROM WS-AuditEntry.

WriteHistory.
	MOVE AU-BeforePhone TO Hist-Phone.
	MOVE AU-BeforeStatus TO Hist-Status.
	MOVE WS-Operator TO Hist-Operator.
	MOVE AU-BeforeLimit TO Hist-CreditLimit.
	MOVE WS-EnteredBy TO Hist-EnteredBy.
	WRITE HistoryData
		INVALID KEY DISPLAY "History Not Recorded For ID: " IDNum
	END-WRITE.
		NOT INVALID KEY
			MOVE "ADD" TO AU-Action
			MOVE SPACES TO AU-Before
			MOVE ZERO TO AU-BeforeLimit
			MOVE FirstName TO AU-AfterFirst
			MOVE LastName TO AU-AfterLast
			MOVE Street TO AU-AfterStreet
			MOVE Zip TO AU-AfterZip
			MOVE Phone TO AU-AfterPhone
			MOVE CustStatus TO AU-AfterStatus
			MOVE CreditLimit TO AU-AfterLimit
			PERFORM WriteAudit
			DELETE SuspenseFile RECORD
				INVALID KEY DISPLAY "Suspense Row Not Removed"
	MOVE Zip TO AU-BeforeZip.
	MOVE Phone TO AU-BeforePhone.
	MOVE CustStatus TO AU-BeforeStatus.
	MOVE CreditLimit TO AU-BeforeLimit.
	MOVE SPACES TO AU-After.
	MOVE ZERO TO AU-AfterLimit.
	PERFORM WriteAudit.
	DELETE SuspenseFile RECORD
		INVALID KEY DISPLAY "Suspense Row Not Removed"
	END-DELETE.
	DISPLAY "Held Add Rejected: " IDNum.

*>----------------------------------------------------------------
*> CheckSensitiveChange - AN UPDATE THAT CHANGES THE CREDIT LIMIT,
*>                       OR CHANGES THE ADDRESS OF A CUSTOMER WHO
*>                       OWES (OR IS OWED) MONEY, NEEDS A SECOND
*>                       OPERATOR.  WS-PendReason COMES BACK 'L'
*>                       (LIMIT), 'A' (ADDRESS), 'B' (BOTH), OR
*>                       SPACE WHEN THE UPDATE MAY GO STRAIGHT IN.
*>----------------------------------------------------------------
CheckSensitiveChange.
	MOVE SPACE TO WS-PendReason.
	IF CreditLimit NOT = AU-BeforeLimit
		MOVE 'L' TO WS-PendReason
	END-IF.
	IF Street NOT = AU-BeforeStreet OR City NOT = AU-BeforeCity
	OR State NOT = AU-BeforeState OR Zip NOT = AU-BeforeZip
		PERFORM CheckOpenBalance
		IF WS-OpenBalance = 'Y'
			IF WS-PendReason = 'L'
				MOVE 'B' TO WS-PendReason
			ELSE
				MOVE 'A' TO WS-PendReason
			END-IF
		END-IF
	END-IF.

CheckOpenBalance.
	MOVE 'N' TO WS-OpenBalance.
	MOVE 'Y' TO WS-BalOnFile.
	MOVE IDNum TO Bal-IDNum.
	READ BalanceFile
		INVALID KEY MOVE 'N' TO WS-BalOnFile
	END-READ.
	IF WS-BalOnFile = 'Y'
		IF Bal-Current NOT = ZERO OR Bal-Age30 NOT = ZERO
		OR Bal-Age60 NOT = ZERO OR Bal-Age90 NOT = ZERO
			MOVE 'Y' TO WS-OpenBalance
		END-IF
	END-IF.

*>----------------------------------------------------------------
*> HoldChange - PARK THE WHOLE UPDATE (THE MASTER AS READ AND AS IT
*>             WOULD BE WRITTEN) IN custpend.txt UNDER THE KEYING
*>             OPERATOR'S ID.  NOTHING ON THE MASTER CHANGES UNTIL
*>             A DIFFERENT SUPERVISOR APPROVES IT.
*>----------------------------------------------------------------
HoldChange.
	MOVE IDNum TO Pend-IDNum.
	MOVE WS-PendBefore TO Pend-Before.
	MOVE CustomerData TO Pend-After.
	MOVE WS-PendReason TO Pend-Reason.
	ACCEPT Pend-EnteredDate FROM DATE YYYYMMDD.
	ACCEPT Pend-EnteredTime FROM TIME.
	MOVE WS-Operator TO Pend-EnteredBy.
	WRITE PendingData
		INVALID KEY
			MOVE 'N' TO WS-PendWritten
			DISPLAY "Not Updated: A Change Is Already Pending "
				"Approval For ID: " IDNum
		NOT INVALID KEY
			MOVE 'Y' TO WS-PendWritten
			DISPLAY "Change Held For Supervisor Approval: " IDNum
	END-WRITE.

*>----------------------------------------------------------------
*> ReviewPendingChanges - WALK THE PENDING-CHANGE FILE: APPROVE
*>                       APPLIES THE CHANGE WITH THE NORMAL UPDATE
*>                       AUDIT AND HISTORY RECORDS; REJECT DROPS IT
*>                       WITH A CHGREJECT AUDIT ENTRY.  A CHANGE
*>                       THE SIGNED-ON SUPERVISOR KEYED IS SHOWN
*>                       BUT CANNOT BE DECIDED BY THEM.
*>----------------------------------------------------------------
ReviewPendingChanges.
	MOVE 'N' TO WS-PendEOF WS-ReviewDone.
	MOVE ZERO TO WS-ReviewShown.
	MOVE ZERO TO Pend-IDNum.
	START PendingFile KEY IS NOT LESS THAN Pend-IDNum
		INVALID KEY MOVE 'Y' TO WS-PendEOF
	END-START.
	PERFORM UNTIL WS-PendEOF = 'Y' OR WS-ReviewDone = 'Y'
		READ PendingFile NEXT RECORD
			AT END MOVE 'Y' TO WS-PendEOF
		END-READ
		IF WS-PendEOF = 'N'
			ADD 1 TO WS-ReviewShown
			PERFORM ShowPendingChange
			IF Pend-EnteredBy = WS-Operator
				DISPLAY "  Keyed By You - Another Supervisor Must "
					"Approve Or Reject It"
			ELSE
				DISPLAY "A=Approve, J=Reject, S=Skip, Q=Quit : "
					WITH NO ADVANCING
				ACCEPT WS-ReviewAnswer
				EVALUATE WS-ReviewAnswer
					WHEN 'A'
					WHEN 'a'
						PERFORM ApprovePendingChange
					WHEN 'J'
					WHEN 'j'
						PERFORM RejectPendingChange
					WHEN 'Q'
					WHEN 'q'
						MOVE 'Y' TO WS-ReviewDone
					WHEN OTHER
						CONTINUE
				END-EVALUATE
			END-IF
		END-IF
	END-PERFORM.
	IF WS-ReviewShown = ZERO
		DISPLAY "No Pending Changes On File"
	END-IF.

ShowPendingChange.
	MOVE Pend-Before TO WS-PendPrior.
	MOVE Pend-After TO CustomerData.
	DISPLAY " ".
	DISPLAY "Pending Change - ID: " Pend-IDNum " Name: " PP-FirstName
		" " PP-LastName.
	DISPLAY "  Keyed On: " Pend-EnteredDate " By: " Pend-EnteredBy.
	IF PP-FirstName NOT = FirstName OR PP-LastName NOT = LastName
		DISPLAY "  Name    : " PP-FirstName " " PP-LastName
		DISPLAY "       To : " FirstName " " LastName
	END-IF.
	IF PP-Street NOT = Street OR PP-City NOT = City
	OR PP-State NOT = State OR PP-Zip NOT = Zip
		DISPLAY "  Address : " PP-Street " " PP-City " " PP-State
			" " PP-Zip
		DISPLAY "       To : " Street " " City " " State " " Zip
	END-IF.
	IF PP-Phone NOT = Phone
		DISPLAY "  Phone   : " PP-Phone " To " Phone
	END-IF.
	IF PP-CreditLimit NOT = CreditLimit
		DISPLAY "  Limit   : " PP-CreditLimit " To " CreditLimit
	END-IF.

*>----------------------------------------------------------------
*> ApprovePendingChange - APPLY ONLY IF THE MASTER STILL LOOKS THE
*>                       WAY IT DID WHEN THE CHANGE WAS KEYED;
*>                       OTHERWISE THE CHANGE WOULD QUIETLY UNDO
*>                       WHATEVER HAPPENED SINCE, SO IT STAYS
*>                       PENDING FOR A REJECT AND RE-KEY.  THE
*>                       SUPERVISOR IS THE OPERATOR OF RECORD AND
*>                       THE KEYING OPERATOR GOES INTO ENTERED-BY.
*>----------------------------------------------------------------
ApprovePendingChange.
	MOVE 'Y' TO CustExists.
	MOVE Pend-IDNum TO IDNum.
	READ CustomerFile WITH LOCK
		INVALID KEY MOVE 'N' TO CustExists
	END-READ.
	IF CustExists = 'N'
		DISPLAY "Customer No Longer On File - Reject The Change"
	ELSE IF CustomerData NOT = Pend-Before
		DISPLAY "Master Changed Since This Was Keyed - Reject It "
			"And Re-Key"
		UNLOCK CustomerFile
	ELSE
		MOVE FirstName TO AU-BeforeFirst
		MOVE LastName TO AU-BeforeLast
		MOVE Street TO AU-BeforeStreet
		MOVE City TO AU-BeforeCity
		MOVE State TO AU-BeforeState
		MOVE Zip TO AU-BeforeZip
		MOVE Phone TO AU-BeforePhone
		MOVE CustStatus TO AU-BeforeStatus
		MOVE CreditLimit TO AU-BeforeLimit
		MOVE Pend-EnteredBy TO WS-EnteredBy
		PERFORM WriteHistory
		MOVE Pend-After TO CustomerData
		REWRITE CustomerData
			INVALID KEY DISPLAY "Customer Not Updated"
			NOT INVALID KEY
				MOVE "UPDATE" TO AU-Action
				MOVE FirstName TO AU-AfterFirst
				MOVE LastName TO AU-AfterLast
				MOVE Street TO AU-AfterStreet
				MOVE City TO AU-AfterCity
				MOVE State TO AU-AfterState
				MOVE Zip TO AU-AfterZip
				MOVE Phone TO AU-AfterPhone
				MOVE CustStatus TO AU-AfterStatus
				MOVE CreditLimit TO AU-AfterLimit
				PERFORM WriteAudit
				PERFORM ClearReturnedMail
				DELETE PendingFile RECORD
					INVALID KEY DISPLAY "Pending Row Not Removed"
				END-DELETE
				DISPLAY "Change Approved And Applied: " IDNum
		END-REWRITE
		UNLOCK CustomerFile
		MOVE SPACES TO WS-EnteredBy
	END-IF
	END-IF.

RejectPendingChange.
	MOVE "CHGREJECT" TO AU-Action.
	MOVE Pend-Before TO CustomerData.
	MOVE FirstName TO AU-BeforeFirst.
	MOVE LastName TO AU-BeforeLast.
	MOVE Street TO AU-BeforeStreet.
	MOVE City TO AU-BeforeCity.
	MOVE State TO AU-BeforeState.
	MOVE Zip TO AU-BeforeZip.
	MOVE Phone TO AU-BeforePhone.
	MOVE CustStatus TO AU-BeforeStatus.
	MOVE CreditLimit TO AU-BeforeLimit.
	MOVE Pend-After TO CustomerData.
	MOVE FirstName TO AU-AfterFirst.
	MOVE LastName TO AU-AfterLast.
	MOVE Street TO AU-AfterStreet.
	MOVE City TO AU-AfterCity.
	MOVE State TO AU-AfterState.
	MOVE Zip TO AU-AfterZip.
	MOVE Phone TO AU-AfterPhone.
	MOVE CustStatus TO AU-AfterStatus.
	MOVE CreditLimit TO AU-AfterLimit.
	MOVE Pend-EnteredBy TO WS-EnteredBy.
	PERFORM WriteAudit.
	MOVE SPACES TO WS-EnteredBy.
	DELETE PendingFile RECORD
		INVALID KEY DISPLAY "Pending Row Not Removed"
	END-DELETE.
	DISPLAY "Pending Change Rejected: " IDNum.

*>----------------------------------------------------------------
*> RecordReturnedMail - THE POST OFFICE SENT A PIECE BACK.  THE
*>                     OPERATOR CONFIRMS IT WAS ADDRESSED TO THE
*>                     ADDRESS NOW ON FILE (MAIL TO AN ADDRESS
*>                     ALREADY CHANGED FLAGS NOTHING), THEN THE
*>                     ADDRESS IS FLAGGED UNDELIVERABLE IN
*>                     custrtm.txt, OR THE FLAG'S PIECE COUNT IS
*>                     STEPPED IF IT IS ALREADY FLAGGED.  STATEMENTS,
*>                     COLLECTION LETTERS AND LABELS SKIP THE
*>                     CUSTOMER UNTIL AN ADDRESS UPDATE CLEARS IT.
*>----------------------------------------------------------------
RecordReturnedMail.
	MOVE 'Y' TO CustExists.
	DISPLAY " ".
	DISPLAY "Enter ID The Mail Was Returned For : " WITH NO ADVANCING.
	ACCEPT IDNum.
	READ CustomerFile
		INVALID KEY MOVE 'N' TO CustExists
	END-READ.
	IF CustExists = 'N'
		DISPLAY "Customer doesn't exist"
	ELSE
		DISPLAY "Name    : " FirstName " " LastName
		DISPLAY "Address : " Street " " City " " State " " Zip
		DISPLAY "Was The Piece Sent To This Address (Y/N) : "
			WITH NO ADVANCING
		ACCEPT WS-ReviewAnswer
		IF WS-ReviewAnswer NOT = 'Y' AND WS-ReviewAnswer NOT = 'y'
			DISPLAY "Not Flagged: Mail Went To An Address No Longer "
				"On File"
		ELSE
			DISPLAY "Post Office Reason : " WITH NO ADVANCING
			ACCEPT WS-RtmReason
			ACCEPT WS-NowDate FROM DATE YYYYMMDD
			MOVE 'Y' TO WS-RtmOnFile
			MOVE IDNum TO RTM-IDNum
			READ ReturnedMailFile
				INVALID KEY MOVE 'N' TO WS-RtmOnFile
			END-READ
			IF WS-RtmOnFile = 'N'
				MOVE IDNum TO RTM-IDNum
				MOVE WS-NowDate TO RTM-FirstDate RTM-LastDate
				MOVE 1 TO RTM-Pieces
				SET RTM-FromMenu TO TRUE
				MOVE WS-Operator TO RTM-EnteredBy
				MOVE WS-RtmReason TO RTM-Reason
				WRITE ReturnedMailData
					INVALID KEY DISPLAY "Returned Mail Not Recorded"
					NOT INVALID KEY
						DISPLAY "Address Flagged Undeliverable: " IDNum
				END-WRITE
			ELSE
				IF RTM-Pieces < 999
					ADD 1 TO RTM-Pieces
				END-IF
				MOVE WS-NowDate TO RTM-LastDate
				SET RTM-FromMenu TO TRUE
				MOVE WS-Operator TO RTM-EnteredBy
				MOVE WS-RtmReason TO RTM-Reason
				REWRITE ReturnedMailData
					INVALID KEY DISPLAY "Returned Mail Not Recorded"
					NOT INVALID KEY
						DISPLAY "Already Flagged - Pieces Returned: "
							RTM-Pieces
				END-REWRITE
			END-IF
		END-IF
	END-IF.

*>----------------------------------------------------------------
*> ClearReturnedMail - CALLED AFTER AN UPDATE REACHES THE MASTER.
*>                    A NEW STREET, CITY, STATE OR ZIP IS WHAT
*>                    MAKES THE ADDRESS MAILABLE AGAIN, SO IT DROPS
*>                    ANY UNDELIVERABLE FLAG; A NAME, PHONE OR
*>                    LIMIT CHANGE LEAVES THE FLAG ALONE.
*>----------------------------------------------------------------
ClearReturnedMail.
	IF Street NOT = AU-BeforeStreet OR City NOT = AU-BeforeCity
	OR State NOT = AU-BeforeState OR Zip NOT = AU-BeforeZip
		MOVE IDNum TO RTM-IDNum
		DELETE ReturnedMailFile RECORD
			INVALID KEY CONTINUE
			NOT INVALID KEY
				DISPLAY "Returned-Mail Flag Cleared For ID: " IDNum
		END-DELETE
	END-IF.

EditCreditLimit.
	MOVE 'Y' TO WS-LimitOK.
	MOVE 'N' TO WS-LimitBlank.
		DISPLAY "Balance Carried From " WS-MergeDupID
			" To " WS-MergeSurvID
	END-IF.

*>----------------------------------------------------------------
*> MergeInvoices - THE DUPLICATE'S ROWS ON THE OPEN-INVOICE FILE
*>                FOLLOW ITS BALANCE TO THE SURVIVOR, SO THE
*>                SURVIVOR'S OPEN ITEMS STILL ADD UP TO ITS BUCKETS
*>                AND A PAYMENT NAMING ONE OF THEM STILL FINDS IT.
*>                EACH ROW IS WRITTEN UNDER THE SURVIVOR, THEN THE
*>                OLD KEY IS DELETED.  A ROW WHOSE INVOICE NUMBER
*>                THE SURVIVOR ALREADY HAS IS REPORTED AND LEFT
*>                UNDER THE DUPLICATE FOR ACCOUNTING TO SORT OUT.
*>                NO custinv.txt MEANS NO INVOICES TO CARRY.
*>----------------------------------------------------------------
MergeInvoices.
	OPEN I-O InvoiceFile.
	IF WS-InvStatus NOT = "00"
		IF WS-InvStatus NOT = "35"
			DISPLAY "Open Invoices Not Carried For " WS-MergeDupID
				" - custinv.txt Status " WS-InvStatus
		END-IF
	ELSE
		MOVE ZERO TO WS-InvMoved WS-InvCollided
		MOVE 'N' TO WS-InvEOF
		MOVE WS-MergeDupID TO Inv-IDNum
		MOVE LOW-VALUES TO Inv-InvoiceNo
		PERFORM UNTIL WS-InvEOF = 'Y'
			START InvoiceFile KEY IS GREATER THAN Inv-Key
				INVALID KEY MOVE 'Y' TO WS-InvEOF
			END-START
			IF WS-InvEOF = 'N'
				READ InvoiceFile NEXT RECORD
					AT END MOVE 'Y' TO WS-InvEOF
				END-READ
			END-IF
			IF WS-InvEOF = 'N' AND Inv-IDNum NOT = WS-MergeDupID
				MOVE 'Y' TO WS-InvEOF
			END-IF
			IF WS-InvEOF = 'N'
				PERFORM MergeOneInvoice
			END-IF
		END-PERFORM
		CLOSE InvoiceFile
		IF WS-InvMoved > ZERO
			DISPLAY "Open Invoices Carried To " WS-MergeSurvID
				": " WS-InvMoved
		END-IF
		IF WS-InvCollided > ZERO
			DISPLAY "Invoices Left Under " WS-MergeDupID
				" (Number Already Used By Survivor): "
				WS-InvCollided
		END-IF
	END-IF.

MergeOneInvoice.
	MOVE InvoiceData TO WS-InvSave.
	MOVE WS-MergeSurvID TO Inv-IDNum.
	WRITE InvoiceData
		INVALID KEY
			ADD 1 TO WS-InvCollided
			DISPLAY "Invoice " Inv-InvoiceNo " Not Carried - "
				WS-MergeSurvID " Already Has That Number"
		NOT INVALID KEY
			MOVE WS-InvSave TO InvoiceData
			DELETE InvoiceFile RECORD
				INVALID KEY DISPLAY "Invoice " Inv-InvoiceNo
					" Not Removed From " WS-MergeDupID
			END-DELETE
			ADD 1 TO WS-InvMoved
	END-WRITE.
	MOVE WS-InvSave TO InvoiceData.
