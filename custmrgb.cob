*>                   MERGES (A INTO B, THEN B INTO C) RESOLVE
*>                   BECAUSE THE XREF IS APPLIED IN THE ORDER THE
*>                   MERGES HAPPENED.
*>   10/15/2026  CS  THE DUPLICATE'S OPEN INVOICES (custinv.txt) NOW
*>                   MOVE TO THE SURVIVOR TOO, FOR EVERY XREF ENTRY
*>                   WHETHER OR NOT A BALANCE WAS LEFT TO CARRY, SO
*>                   MERGES DONE BEFORE coboltut16 CARRIED THEM ARE
*>                   SWEPT AS WELL.  EACH ROW IS WRITTEN UNDER THE
*>                   SURVIVOR AND THE OLD KEY DELETED.  AN INVOICE
*>                   NUMBER THE SURVIVOR ALREADY HAS IS REPORTED
*>                   AND THE ROW LEFT UNDER THE DUPLICATE.  NO
*>                   custinv.txt MEANS NO INVOICES TO SWEEP.
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
		RECORD KEY IS Bal-IDNum
		FILE STATUS IS WS-BalStatus.

	SELECT InvoiceFile ASSIGN TO "custinv.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS Inv-Key
		FILE STATUS IS WS-InvStatus.

DATA DIVISION.
FILE SECTION.
FD MergeFile.
FD BalanceFile.
	COPY "custbal.cpy".

FD InvoiceFile.
	COPY "custinv.cpy".

WORKING-STORAGE SECTION.
01 WS-MrgStatus PIC X(02).
01 WS-BalStatus PIC X(02).
01 WS-InvStatus PIC X(02).
01 WS-Switches.
	02 WS-MrgEOF PIC X VALUE 'N'.
		88 MrgAtEOF VALUE 'Y'.
	02 WS-BalOnFile PIC X.
	02 WS-InvOpen PIC X VALUE 'N'.
	02 WS-InvEOF PIC X.
01 WS-Counters.
	02 WS-XrefsRead PIC 9(06) VALUE ZERO.
	02 WS-BalsCarried PIC 9(06) VALUE ZERO.
	02 WS-NoBalance PIC 9(06) VALUE ZERO.
	02 WS-InvsCarried PIC 9(06) VALUE ZERO.
	02 WS-InvsCollided PIC 9(06) VALUE ZERO.
01 WS-InvSave PIC X(50).
01 WS-CarryBuckets.
	02 WS-CarryCurrent PIC S9(07)V99.
	02 WS-Carry30 PIC S9(07)V99.
	STOP RUN.

*>----------------------------------------------------------------
*> 1000-INITIALIZE - OPEN THE MERGE CROSS-REFERENCE, THE BALANCE
*>                  FILE AND THE OPEN-INVOICE FILE.  NO XREF OR NO
*>                  BALANCES MEANS THERE IS NOTHING STRANDED TO
*>                  SWEEP; NO OPEN-INVOICE FILE JUST SKIPS THE
*>                  INVOICE SWEEP.
*>----------------------------------------------------------------
1000-INITIALIZE.
	OPEN INPUT MergeFile.
		CLOSE MergeFile
		STOP RUN
	END-IF.
	OPEN I-O InvoiceFile.
	IF WS-InvStatus = "00"
		MOVE 'Y' TO WS-InvOpen
	ELSE
		DISPLAY "NO OPEN-INVOICE FILE (STATUS " WS-InvStatus
			") - INVOICES NOT SWEPT"
	END-IF.
	PERFORM 2100-READ-XREF THRU 2100-EXIT.
1000-EXIT.
	EXIT.
*>----------------------------------------------------------------
*> 2000-SWEEP-ONE-XREF - MOVE THE RETIRED ID'S BUCKETS ONTO THE
*>                      SURVIVOR'S RECORD, CREATING IT IF THE
*>                      SURVIVOR HAS NEVER POSTED, THEN MOVE ITS
*>                      OPEN INVOICES ACROSS.
*>----------------------------------------------------------------
2000-SWEEP-ONE-XREF.
	ADD 1 TO WS-XrefsRead.
		ADD 1 TO WS-BalsCarried
		DISPLAY "CARRIED " Mrg-DupID " INTO " Mrg-SurvivorID
	END-IF.
	IF WS-InvOpen = 'Y'
		PERFORM 2400-CARRY-INVOICES THRU 2400-EXIT
	END-IF.
	PERFORM 2100-READ-XREF THRU 2100-EXIT.
2000-EXIT.
	EXIT.
2300-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2400-CARRY-INVOICES - RE-KEY EACH OF THE DUPLICATE'S custinv.txt
*>                      ROWS TO THE SURVIVOR.  THE FILE IS
*>                      RE-POSITIONED PAST THE LAST ROW HANDLED
*>                      EACH TIME, SO A ROW LEFT BEHIND ON A
*>                      NUMBER CLASH IS NOT READ AGAIN.
*>----------------------------------------------------------------
2400-CARRY-INVOICES.
	MOVE 'N' TO WS-InvEOF.
	MOVE Mrg-DupID TO Inv-IDNum.
	MOVE LOW-VALUES TO Inv-InvoiceNo.
	PERFORM 2410-CARRY-ONE-INVOICE THRU 2410-EXIT
		UNTIL WS-InvEOF = 'Y'.
2400-EXIT.
	EXIT.

2410-CARRY-ONE-INVOICE.
	START InvoiceFile KEY IS GREATER THAN Inv-Key
		INVALID KEY MOVE 'Y' TO WS-InvEOF
	END-START.
	IF WS-InvEOF = 'N'
		READ InvoiceFile NEXT RECORD
			AT END MOVE 'Y' TO WS-InvEOF
		END-READ
	END-IF.
	IF WS-InvEOF = 'N' AND Inv-IDNum NOT = Mrg-DupID
		MOVE 'Y' TO WS-InvEOF
	END-IF.
	IF WS-InvEOF = 'Y'
		GO TO 2410-EXIT
	END-IF.
	MOVE InvoiceData TO WS-InvSave.
	MOVE Mrg-SurvivorID TO Inv-IDNum.
	WRITE InvoiceData
		INVALID KEY
			ADD 1 TO WS-InvsCollided
			DISPLAY "INVOICE " Inv-InvoiceNo " LEFT UNDER "
				Mrg-DupID " - " Mrg-SurvivorID
				" ALREADY HAS THAT NUMBER"
		NOT INVALID KEY
			MOVE WS-InvSave TO InvoiceData
			DELETE InvoiceFile RECORD
				INVALID KEY DISPLAY "INVOICE " Inv-InvoiceNo
					" NOT REMOVED FROM " Mrg-DupID
			END-DELETE
			ADD 1 TO WS-InvsCarried
	END-WRITE.
	MOVE WS-InvSave TO InvoiceData.
2410-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 3000-FINISH - CLOSE UP AND REPORT THE SWEEP.
*>----------------------------------------------------------------
3000-FINISH.
	CLOSE MergeFile.
	CLOSE BalanceFile.
	IF WS-InvOpen = 'Y'
		CLOSE InvoiceFile
	END-IF.
	DISPLAY "XREF ENTRIES READ      : " WS-XrefsRead.
	DISPLAY "BALANCES CARRIED       : " WS-BalsCarried.
	DISPLAY "NO BALANCE TO CARRY    : " WS-NoBalance.
	DISPLAY "INVOICES CARRIED       : " WS-InvsCarried.
	DISPLAY "INVOICES LEFT - CLASH  : " WS-InvsCollided.
3000-EXIT.
	EXIT.
