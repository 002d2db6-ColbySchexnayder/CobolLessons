	>> SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTINVL.
AUTHOR. Colby Schexnayder.
INSTALLATION. CUSTOMER RECORDS SYSTEM.
DATE-WRITTEN. 10/14/2026.
DATE-COMPILED.
*>----------------------------------------------------------------
*> MODIFICATION HISTORY
*>   10/14/2026  CS  NEW PROGRAM - OPEN-INVOICE LISTING
*>                   (custinvl.txt) FROM THE OPEN-INVOICE FILE
*>                   CUSTPOST NOW KEEPS (custinv.txt, SEE
*>                   custinv.cpy).  FOR EACH CUSTOMER WITH AN
*>                   INVOICE STILL OWING: THE NAME FROM THE MASTER,
*>                   THEN EVERY OPEN INVOICE WITH ITS DATE, ORIGINAL
*>                   AMOUNT, WHAT HAS BEEN PAID, AND WHAT REMAINS,
*>                   AND A CUSTOMER SUBTOTAL.  FULLY PAID INVOICES
*>                   ARE LEFT OFF.  RUN AS:
*>                       custinvl [IDNUM]
*>                   (NO IDNUM LISTS EVERY CUSTOMER.)
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT InvoiceFile ASSIGN TO "custinv.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS Inv-Key
		FILE STATUS IS WS-InvStatus.

	SELECT CustomerFile ASSIGN TO "customer.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS IDNum
		ALTERNATE RECORD KEY IS NameKey WITH DUPLICATES
		SHARING WITH ALL OTHER.

	SELECT ReportFile ASSIGN TO "custinvl.txt"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD InvoiceFile.
	COPY "custinv.cpy".

FD CustomerFile.
	COPY "custrec.cpy".

FD ReportFile.
01 ReportLine PIC X(80).

WORKING-STORAGE SECTION.
01 WS-InvStatus PIC X(02).
01 WS-Switches.
	02 WS-InvEOF PIC X VALUE 'N'.
		88 InvAtEOF VALUE 'Y'.
	02 WS-CustOnFile PIC X.
01 WS-Counters.
	02 WS-LineCount PIC 9(02) VALUE ZERO.
	02 WS-PageCount PIC 9(03) VALUE ZERO.
	02 WS-InvsRead PIC 9(06) VALUE ZERO.
	02 WS-InvsListed PIC 9(06) VALUE ZERO.
	02 WS-CustsListed PIC 9(06) VALUE ZERO.
01 WS-LinesPerPage PIC 9(02) VALUE 20.
01 WS-RunDate PIC 9(08).
01 WS-Parm PIC X(40).
01 WS-ParmID PIC X(06) JUSTIFIED RIGHT.
01 WS-OnlyID PIC 9(06) VALUE ZERO.
01 WS-PrevID PIC 9(06) VALUE ZERO.
01 WS-Remaining PIC S9(09)V99.
01 WS-CustTotals.
	02 WS-CustOriginal PIC S9(09)V99 VALUE ZERO.
	02 WS-CustPaid PIC S9(09)V99 VALUE ZERO.
	02 WS-CustRemaining PIC S9(09)V99 VALUE ZERO.
01 WS-GrandTotals.
	02 WS-GrandOriginal PIC S9(09)V99 VALUE ZERO.
	02 WS-GrandPaid PIC S9(09)V99 VALUE ZERO.
	02 WS-GrandRemaining PIC S9(09)V99 VALUE ZERO.

01 WS-HeaderLine1.
	02 FILLER PIC X(33) VALUE "OPEN INVOICE LISTING".
	02 FILLER PIC X(06) VALUE "PAGE: ".
	02 HDR-Page PIC ZZ9.
01 WS-HeaderLine2.
	02 FILLER PIC X(09) VALUE "RUN DATE:".
	02 HDR-Date PIC 9(08).
01 WS-HeaderLine3.
	02 FILLER PIC X(04) VALUE SPACES.
	02 FILLER PIC X(12) VALUE "INVOICE".
	02 FILLER PIC X(10) VALUE "DATE".
	02 FILLER PIC X(14) VALUE "      ORIGINAL".
	02 FILLER PIC X(14) VALUE "          PAID".
	02 FILLER PIC X(14) VALUE "     REMAINING".
01 WS-CustLine.
	02 FILLER PIC X(04) VALUE "ID: ".
	02 CUS-ID PIC ZZZZZ9.
	02 FILLER PIC X(02) VALUE SPACES.
	02 CUS-Name PIC X(31).
01 WS-DetailLine.
	02 FILLER PIC X(04) VALUE SPACES.
	02 DTL-Invoice PIC X(10).
	02 FILLER PIC X(02) VALUE SPACES.
	02 DTL-Date PIC 9(08).
	02 FILLER PIC X(02) VALUE SPACES.
	02 DTL-Original PIC ZZZZ,ZZ9.99-.
	02 FILLER PIC X(02) VALUE SPACES.
	02 DTL-Paid PIC ZZZZ,ZZ9.99-.
	02 FILLER PIC X(02) VALUE SPACES.
	02 DTL-Remaining PIC ZZZZ,ZZ9.99-.
01 WS-SubtotalLine.
	02 FILLER PIC X(04) VALUE SPACES.
	02 FILLER PIC X(22) VALUE "CUSTOMER TOTAL".
	02 SUB-Original PIC ZZZZ,ZZ9.99-.
	02 FILLER PIC X(02) VALUE SPACES.
	02 SUB-Paid PIC ZZZZ,ZZ9.99-.
	02 FILLER PIC X(02) VALUE SPACES.
	02 SUB-Remaining PIC ZZZZ,ZZ9.99-.
01 WS-FooterLine1.
	02 FILLER PIC X(24) VALUE "CUSTOMERS LISTED      : ".
	02 FTR-Custs PIC ZZZ,ZZ9.
01 WS-FooterLine2.
	02 FILLER PIC X(24) VALUE "OPEN INVOICES LISTED  : ".
	02 FTR-Invs PIC ZZZ,ZZ9.
01 WS-FooterLine3.
	02 FILLER PIC X(24) VALUE "TOTAL REMAINING       : ".
	02 FTR-Remaining PIC ZZZ,ZZZ,ZZ9.99-.

PROCEDURE DIVISION.
0000-MAINLINE.
	PERFORM 1000-INITIALIZE THRU 1000-EXIT.
	PERFORM 2000-LIST-ONE-INVOICE THRU 2000-EXIT
		UNTIL InvAtEOF.
	PERFORM 3000-FINISH THRU 3000-EXIT.
	STOP RUN.

*>----------------------------------------------------------------
*> 1000-INITIALIZE - PICK UP THE OPTIONAL IDNUM, OPEN THE FILES,
*>                  AND POSITION ON THE FIRST INVOICE WANTED.
*>----------------------------------------------------------------
1000-INITIALIZE.
	ACCEPT WS-RunDate FROM DATE YYYYMMDD.
	ACCEPT WS-Parm FROM COMMAND-LINE.
	UNSTRING WS-Parm DELIMITED BY ALL " " INTO WS-ParmID.
	INSPECT WS-ParmID REPLACING LEADING " " BY "0".
	IF WS-ParmID NUMERIC
		MOVE WS-ParmID TO WS-OnlyID
	END-IF.
	OPEN INPUT InvoiceFile.
	IF WS-InvStatus NOT = "00"
		DISPLAY "NO OPEN-INVOICE FILE ON FILE - RUN CUSTPOST FIRST"
		STOP RUN
	END-IF.
	OPEN INPUT CustomerFile.
	OPEN OUTPUT ReportFile.
	MOVE WS-RunDate TO HDR-Date.
	MOVE WS-OnlyID TO Inv-IDNum.
	MOVE LOW-VALUES TO Inv-InvoiceNo.
	START InvoiceFile KEY IS NOT LESS THAN Inv-Key
		INVALID KEY MOVE 'Y' TO WS-InvEOF
	END-START.
	PERFORM 2200-PRINT-HEADING THRU 2200-EXIT.
	PERFORM 2100-READ-INVOICE THRU 2100-EXIT.
1000-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2000-LIST-ONE-INVOICE - AN INVOICE WITH MONEY STILL OWING PRINTS
*>                        UNDER ITS CUSTOMER; A NEW CUSTOMER CLOSES
*>                        THE LAST ONE'S SUBTOTAL FIRST.
*>----------------------------------------------------------------
2000-LIST-ONE-INVOICE.
	ADD 1 TO WS-InvsRead.
	COMPUTE WS-Remaining = Inv-Original - Inv-Paid.
	IF WS-Remaining > ZERO
		IF Inv-IDNum NOT = WS-PrevID
			PERFORM 2400-CLOSE-CUSTOMER THRU 2400-EXIT
			PERFORM 2300-START-CUSTOMER THRU 2300-EXIT
		END-IF
		IF WS-LineCount >= WS-LinesPerPage
			PERFORM 2200-PRINT-HEADING THRU 2200-EXIT
		END-IF
		MOVE Inv-InvoiceNo TO DTL-Invoice
		MOVE Inv-InvDate TO DTL-Date
		MOVE Inv-Original TO DTL-Original
		MOVE Inv-Paid TO DTL-Paid
		MOVE WS-Remaining TO DTL-Remaining
		WRITE ReportLine FROM WS-DetailLine
		ADD 1 TO WS-LineCount
		ADD 1 TO WS-InvsListed
		ADD Inv-Original TO WS-CustOriginal
		ADD Inv-Paid TO WS-CustPaid
		ADD WS-Remaining TO WS-CustRemaining
	END-IF.
	PERFORM 2100-READ-INVOICE THRU 2100-EXIT.
2000-EXIT.
	EXIT.

2100-READ-INVOICE.
	IF NOT InvAtEOF
		READ InvoiceFile NEXT RECORD
			AT END MOVE 'Y' TO WS-InvEOF
		END-READ
	END-IF.
	IF NOT InvAtEOF AND WS-OnlyID NOT = ZERO
	AND Inv-IDNum NOT = WS-OnlyID
		MOVE 'Y' TO WS-InvEOF
	END-IF.
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
	WRITE ReportLine FROM WS-HeaderLine3.
	WRITE ReportLine FROM SPACES.
2200-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2300-START-CUSTOMER - NAME LINE FOR THE NEXT CUSTOMER.
*>----------------------------------------------------------------
2300-START-CUSTOMER.
	IF WS-LineCount + 2 >= WS-LinesPerPage
		PERFORM 2200-PRINT-HEADING THRU 2200-EXIT
	END-IF.
	MOVE Inv-IDNum TO WS-PrevID.
	MOVE 'Y' TO WS-CustOnFile.
	MOVE Inv-IDNum TO IDNum.
	READ CustomerFile
		INVALID KEY MOVE 'N' TO WS-CustOnFile
	END-READ.
	MOVE Inv-IDNum TO CUS-ID.
	MOVE SPACES TO CUS-Name.
	IF WS-CustOnFile = 'Y'
		STRING FirstName " " LastName DELIMITED BY "  "
			INTO CUS-Name
	ELSE
		MOVE "** NOT ON FILE **" TO CUS-Name
	END-IF.
	WRITE ReportLine FROM WS-CustLine.
	ADD 1 TO WS-LineCount.
	ADD 1 TO WS-CustsListed.
	MOVE ZERO TO WS-CustOriginal WS-CustPaid WS-CustRemaining.
2300-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2400-CLOSE-CUSTOMER - SUBTOTAL THE CUSTOMER JUST FINISHED (IF
*>                      ANY) AND ROLL IT INTO THE GRAND TOTALS.
*>----------------------------------------------------------------
2400-CLOSE-CUSTOMER.
	IF WS-PrevID = ZERO
		GO TO 2400-EXIT
	END-IF.
	MOVE WS-CustOriginal TO SUB-Original.
	MOVE WS-CustPaid TO SUB-Paid.
	MOVE WS-CustRemaining TO SUB-Remaining.
	WRITE ReportLine FROM WS-SubtotalLine.
	WRITE ReportLine FROM SPACES.
	ADD 2 TO WS-LineCount.
	ADD WS-CustOriginal TO WS-GrandOriginal.
	ADD WS-CustPaid TO WS-GrandPaid.
	ADD WS-CustRemaining TO WS-GrandRemaining.
2400-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 3000-FINISH - LAST SUBTOTAL, FOOTERS, AND CLOSE UP.
*>----------------------------------------------------------------
3000-FINISH.
	PERFORM 2400-CLOSE-CUSTOMER THRU 2400-EXIT.
	IF WS-InvsListed = ZERO
		MOVE "NO OPEN INVOICES" TO ReportLine
		WRITE ReportLine
	END-IF.
	MOVE WS-CustsListed TO FTR-Custs.
	MOVE WS-InvsListed TO FTR-Invs.
	MOVE WS-GrandRemaining TO FTR-Remaining.
	WRITE ReportLine FROM SPACES.
	WRITE ReportLine FROM WS-FooterLine1.
	WRITE ReportLine FROM WS-FooterLine2.
	WRITE ReportLine FROM WS-FooterLine3.
	CLOSE InvoiceFile.
	CLOSE CustomerFile.
	CLOSE ReportFile.
	DISPLAY "INVOICES READ         : " WS-InvsRead.
	DISPLAY "CUSTOMERS LISTED      : " WS-CustsListed.
	DISPLAY "OPEN INVOICES LISTED  : " WS-InvsListed.
	DISPLAY "TOTAL REMAINING       : " WS-GrandRemaining.
3000-EXIT.
	EXIT.
