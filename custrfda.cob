	>> SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTRFDA.
AUTHOR. Colby Schexnayder.
INSTALLATION. CUSTOMER RECORDS SYSTEM.
DATE-WRITTEN. 10/14/2026.
DATE-COMPILED.
*>----------------------------------------------------------------
*> MODIFICATION HISTORY
*>   10/14/2026  CS  NEW PROGRAM - REFUND TURNAROUND.  READS THE
*>                   APPROVAL FILE A SUPERVISOR MARKED UP
*>                   (custrfd.txt, SEE custrfd.cpy) AND APPENDS A
*>                   TYPE-'R' TRANSACTION TO baltran.txt FOR EACH
*>                   APPROVED ROW, DATED WITH THE RUN DATE.
*>                   CUSTPOST POSTS AN 'R' ONLY WHEN THE CUSTOMER
*>                   STILL HAS AN APPROVED ROW IN custrfd.txt AND
*>                   STILL CARRIES AT LEAST THAT MUCH CREDIT, AND
*>                   RETIRES THE FILE WITH THE FEED AFTER THE RUN,
*>                   SO AN APPROVAL CANNOT PAY TWICE.  UNAPPROVED
*>                   ROWS ARE COUNTED AND LEFT ALONE.
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT ApprovalFile ASSIGN TO "custrfd.txt"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RfdStatus.

	SELECT OPTIONAL BalTranFile ASSIGN TO "baltran.txt"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ApprovalFile.
	COPY "custrfd.cpy".

FD BalTranFile.
01 BalTranRecord.
	02 BT-IDNum PIC 9(06).
	02 BT-Type PIC X(01).
	02 BT-Sign PIC X(01).
	02 BT-Amount PIC 9(07)V99.
	02 BT-Date PIC 9(08).
	02 BT-InvoiceNo PIC X(10).

WORKING-STORAGE SECTION.
01 WS-RfdStatus PIC X(02).
01 WS-Switches.
	02 WS-RfdEOF PIC X VALUE 'N'.
		88 RfdAtEOF VALUE 'Y'.
01 WS-Counters.
	02 WS-RowsRead PIC 9(06) VALUE ZERO.
	02 WS-TransWritten PIC 9(06) VALUE ZERO.
	02 WS-RowsUnapproved PIC 9(06) VALUE ZERO.
01 WS-RunDate PIC 9(08).
01 WS-WrittenTotal PIC S9(09)V99 VALUE ZERO.

PROCEDURE DIVISION.
0000-MAINLINE.
	PERFORM 1000-INITIALIZE THRU 1000-EXIT.
	PERFORM 2000-TURN-ONE-ROW THRU 2000-EXIT
		UNTIL RfdAtEOF.
	PERFORM 3000-FINISH THRU 3000-EXIT.
	STOP RUN.

*>----------------------------------------------------------------
*> 1000-INITIALIZE - OPEN THE APPROVAL FILE (NO FILE MEANS NO
*>                  PROPOSAL HAS RUN) AND THE TRANSACTION FEED
*>                  FOR APPEND.
*>----------------------------------------------------------------
1000-INITIALIZE.
	ACCEPT WS-RunDate FROM DATE YYYYMMDD.
	OPEN INPUT ApprovalFile.
	IF WS-RfdStatus NOT = "00"
		DISPLAY "NO APPROVAL FILE ON FILE - RUN custrfdp FIRST"
		STOP RUN
	END-IF.
	OPEN EXTEND BalTranFile.
	PERFORM 2100-READ-APPROVAL THRU 2100-EXIT.
1000-EXIT.
	EXIT.

2000-TURN-ONE-ROW.
	ADD 1 TO WS-RowsRead.
	IF (RFD-Approved = 'Y' OR RFD-Approved = 'y')
	AND RFD-Amount NUMERIC AND RFD-Amount > ZERO
		MOVE RFD-IDNum TO BT-IDNum
		MOVE 'R' TO BT-Type
		MOVE SPACE TO BT-Sign
		MOVE RFD-Amount TO BT-Amount
		MOVE WS-RunDate TO BT-Date
		MOVE SPACES TO BT-InvoiceNo
		WRITE BalTranRecord
		ADD 1 TO WS-TransWritten
		ADD RFD-Amount TO WS-WrittenTotal
	ELSE
		ADD 1 TO WS-RowsUnapproved
	END-IF.
	PERFORM 2100-READ-APPROVAL THRU 2100-EXIT.
2000-EXIT.
	EXIT.

2100-READ-APPROVAL.
	READ ApprovalFile
		AT END MOVE 'Y' TO WS-RfdEOF
	END-READ.
2100-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 3000-FINISH - CLOSE UP AND REPORT WHAT WENT TO THE FEED.
*>----------------------------------------------------------------
3000-FINISH.
	CLOSE ApprovalFile.
	CLOSE BalTranFile.
	DISPLAY "APPROVAL ROWS READ    : " WS-RowsRead.
	DISPLAY "REFUNDS TO FEED       : " WS-TransWritten.
	DISPLAY "REFUND TOTAL          : " WS-WrittenTotal.
	DISPLAY "ROWS NOT APPROVED     : " WS-RowsUnapproved.
	DISPLAY "RUN CUSTPOST, THEN custrfdr FOR THE REFUND REGISTER".
3000-EXIT.
	EXIT.
