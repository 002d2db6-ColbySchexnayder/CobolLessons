	>> SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTRFDR.
AUTHOR. Colby Schexnayder.
INSTALLATION. CUSTOMER RECORDS SYSTEM.
DATE-WRITTEN. 10/14/2026.
DATE-COMPILED.
*>----------------------------------------------------------------
*> MODIFICATION HISTORY
*>   10/14/2026  CS  NEW PROGRAM - REFUND REGISTER FOR ACCOUNTS
*>                   PAYABLE.  LISTS EVERY TYPE-'R' ROW CUSTPOST
*>                   JOURNALED ON THE REGISTER DATE, WITH THE PAYEE
*>                   NAME AND MAILING ADDRESS FROM THE MASTER, SO AP
*>                   CUTS CHECKS FOR WHAT ACTUALLY POSTED - NOT FOR
*>                   WHAT WAS APPROVED (A REFUND CUSTPOST REJECTED
*>                   NEVER REACHES THE JOURNAL).  RUN AS:
*>                       custrfdr [YYYYMMDD]
*>                   (DEFAULTS TO THE RUN DATE).
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT OPTIONAL JournalFile ASSIGN TO "custjrnl.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS Jrnl-Key.

	SELECT CustomerFile ASSIGN TO "customer.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS IDNum
		ALTERNATE RECORD KEY IS NameKey WITH DUPLICATES
		SHARING WITH ALL OTHER.

	SELECT ReportFile ASSIGN TO "custrfdr.txt"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD JournalFile.
	COPY "custjrnl.cpy".

FD CustomerFile.
	COPY "custrec.cpy".

FD ReportFile.
01 ReportLine PIC X(100).

WORKING-STORAGE SECTION.
01 WS-Switches.
	02 WS-JrnlEOF PIC X VALUE 'N'.
		88 JrnlAtEOF VALUE 'Y'.
	02 WS-CustOnFile PIC X.
01 WS-Counters.
	02 WS-LineCount PIC 9(02) VALUE ZERO.
	02 WS-PageCount PIC 9(03) VALUE ZERO.
	02 WS-RowsRead PIC 9(07) VALUE ZERO.
	02 WS-RefundsListed PIC 9(06) VALUE ZERO.
01 WS-LinesPerPage PIC 9(02) VALUE 20.
01 WS-RunDate PIC 9(08).
01 WS-Parm PIC X(40).
01 WS-ParmDate PIC X(08).
01 WS-RegisterDate PIC 9(08).
01 WS-RefundTotal PIC S9(09)V99 VALUE ZERO.

01 WS-HeaderLine1.
	02 FILLER PIC X(30) VALUE "CREDIT-BALANCE REFUND REGISTER".
	02 FILLER PIC X(15) VALUE "   POSTED ON:  ".
	02 HDR-RegDate PIC 9(08).
	02 FILLER PIC X(08) VALUE "   PAGE:".
	02 HDR-Page PIC ZZ9.
01 WS-HeaderLine2.
	02 FILLER PIC X(09) VALUE "RUN DATE:".
	02 HDR-Date PIC 9(08).
01 WS-HeaderLine3.
	02 FILLER PIC X(08) VALUE "ID".
	02 FILLER PIC X(32) VALUE "PAYEE".
	02 FILLER PIC X(22) VALUE "STREET".
	02 FILLER PIC X(24) VALUE "CITY / STATE / ZIP".
	02 FILLER PIC X(12) VALUE "      AMOUNT".
01 WS-DetailLine.
	02 DTL-ID PIC ZZZZZ9.
	02 FILLER PIC X(02) VALUE SPACES.
	02 DTL-FirstName PIC X(15).
	02 FILLER PIC X(01) VALUE SPACES.
	02 DTL-LastName PIC X(15).
	02 FILLER PIC X(01) VALUE SPACES.
	02 DTL-Street PIC X(20).
	02 FILLER PIC X(02) VALUE SPACES.
	02 DTL-City PIC X(15).
	02 FILLER PIC X(01) VALUE SPACES.
	02 DTL-State PIC X(02).
	02 FILLER PIC X(01) VALUE SPACES.
	02 DTL-Zip PIC X(05).
	02 FILLER PIC X(01) VALUE SPACES.
	02 DTL-Amount PIC ZZZZ,ZZ9.99.
01 WS-FooterLine1.
	02 FILLER PIC X(24) VALUE "REFUNDS LISTED        : ".
	02 FTR-Count PIC ZZZ,ZZ9.
01 WS-FooterLine2.
	02 FILLER PIC X(24) VALUE "REFUND TOTAL          : ".
	02 FTR-Total PIC ZZZZZZ,ZZ9.99-.

PROCEDURE DIVISION.
0000-MAINLINE.
	PERFORM 1000-INITIALIZE THRU 1000-EXIT.
	PERFORM 2000-LIST-ONE-ROW THRU 2000-EXIT
		UNTIL JrnlAtEOF.
	PERFORM 3000-FINISH THRU 3000-EXIT.
	STOP RUN.

*>----------------------------------------------------------------
*> 1000-INITIALIZE - PICK UP THE REGISTER DATE (DEFAULT TODAY) AND
*>                  OPEN THE FILES.
*>----------------------------------------------------------------
1000-INITIALIZE.
	ACCEPT WS-RunDate FROM DATE YYYYMMDD.
	MOVE WS-RunDate TO WS-RegisterDate.
	ACCEPT WS-Parm FROM COMMAND-LINE.
	UNSTRING WS-Parm DELIMITED BY ALL " " INTO WS-ParmDate.
	IF WS-ParmDate NUMERIC
		MOVE WS-ParmDate TO WS-RegisterDate
	END-IF.
	OPEN INPUT JournalFile.
	OPEN INPUT CustomerFile.
	OPEN OUTPUT ReportFile.
	MOVE WS-RunDate TO HDR-Date.
	MOVE WS-RegisterDate TO HDR-RegDate.
	PERFORM 2200-PRINT-HEADING THRU 2200-EXIT.
	PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
1000-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2000-LIST-ONE-ROW - A REFUND POSTED ON THE REGISTER DATE GOES
*>                    ON THE REGISTER; EVERYTHING ELSE PASSES BY.
*>----------------------------------------------------------------
2000-LIST-ONE-ROW.
	ADD 1 TO WS-RowsRead.
	IF Jrnl-Type = 'R' AND Jrnl-PostDate = WS-RegisterDate
		PERFORM 2300-LIST-REFUND THRU 2300-EXIT
	END-IF.
	PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
2000-EXIT.
	EXIT.

2100-READ-JOURNAL.
	READ JournalFile NEXT RECORD
		AT END MOVE 'Y' TO WS-JrnlEOF
	END-READ.
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
*> 2300-LIST-REFUND - ONE REGISTER LINE, PAYEE AND ADDRESS FROM THE
*>                   MASTER.  A CUSTOMER GONE FROM THE MASTER SINCE
*>                   POSTING STILL PRINTS, FLAGGED, SO AP ASKS.
*>----------------------------------------------------------------
2300-LIST-REFUND.
	IF WS-LineCount >= WS-LinesPerPage
		PERFORM 2200-PRINT-HEADING THRU 2200-EXIT
	END-IF.
	MOVE 'Y' TO WS-CustOnFile.
	MOVE Jrnl-IDNum TO IDNum.
	READ CustomerFile
		INVALID KEY MOVE 'N' TO WS-CustOnFile
	END-READ.
	MOVE Jrnl-IDNum TO DTL-ID.
	MOVE Jrnl-Amount TO DTL-Amount.
	IF WS-CustOnFile = 'Y'
		MOVE FirstName TO DTL-FirstName
		MOVE LastName TO DTL-LastName
		MOVE Street TO DTL-Street
		MOVE City TO DTL-City
		MOVE State TO DTL-State
		MOVE Zip TO DTL-Zip
	ELSE
		MOVE SPACES TO DTL-FirstName DTL-Street DTL-City
			DTL-State DTL-Zip
		MOVE "** NOT ON FILE **" TO DTL-LastName
	END-IF.
	WRITE ReportLine FROM WS-DetailLine.
	ADD 1 TO WS-LineCount.
	ADD 1 TO WS-RefundsListed.
	ADD Jrnl-Amount TO WS-RefundTotal.
2300-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 3000-FINISH - FOOTERS AND CLOSE UP.
*>----------------------------------------------------------------
3000-FINISH.
	MOVE WS-RefundsListed TO FTR-Count.
	MOVE WS-RefundTotal TO FTR-Total.
	WRITE ReportLine FROM SPACES.
	WRITE ReportLine FROM WS-FooterLine1.
	WRITE ReportLine FROM WS-FooterLine2.
	CLOSE JournalFile.
	CLOSE CustomerFile.
	CLOSE ReportFile.
	DISPLAY "JOURNAL ROWS READ   : " WS-RowsRead.
	DISPLAY "REFUNDS LISTED      : " WS-RefundsListed.
	DISPLAY "REFUND TOTAL        : " WS-RefundTotal.
3000-EXIT.
	EXIT.
