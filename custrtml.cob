	>> SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTRTML.
AUTHOR. Colby Schexnayder.
INSTALLATION. CUSTOMER RECORDS SYSTEM.
DATE-WRITTEN. 10/15/2026.
DATE-COMPILED.
*>----------------------------------------------------------------
*> MODIFICATION HISTORY
*>   10/15/2026  CS  NEW PROGRAM - RETURNED-MAIL INTAKE.  READS THE
*>                   MAIL HOUSE'S RETURNED-MAIL FILE (rtnmail.txt,
*>                   SEE custrml.cpy) AND FLAGS EACH CUSTOMER WHOSE
*>                   MAIL CAME BACK UNDELIVERABLE IN custrtm.txt
*>                   (SEE custrtm.cpy), SO CUSTSTMT, CUSTCOLL AND
*>                   CUSTLBLS STOP MAILING THE ADDRESS UNTIL IT IS
*>                   UPDATED.  A PIECE ADDRESSED TO A ZIP THE
*>                   CUSTOMER NO LONGER HAS WENT TO AN OLD ADDRESS
*>                   AND FLAGS NOTHING.  A FURTHER PIECE FOR AN
*>                   ALREADY-FLAGGED CUSTOMER ADDS TO ITS COUNT.
*>                   EVERY ROW IS LISTED WITH WHAT WAS DONE WITH IT
*>                   ON custrtml.txt, AND THE FILE IS RETIRED TO A
*>                   DATED .done NAME THE WAY CUSTLBOX RETIRES THE
*>                   LOCKBOX FILE.
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT MailReturnFile ASSIGN TO "rtnmail.txt"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-MrtStatus.

	SELECT CustomerFile ASSIGN TO "customer.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS IDNum
		ALTERNATE RECORD KEY IS NameKey WITH DUPLICATES
		SHARING WITH ALL OTHER.

	SELECT OPTIONAL ReturnedMailFile ASSIGN TO "custrtm.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS RTM-IDNum.

	SELECT ReportFile ASSIGN TO "custrtml.txt"
		ORGANIZATION IS LINE SEQUENTIAL.

	SELECT OPTIONAL RunLogFile ASSIGN TO "runlog.txt"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD MailReturnFile.
	COPY "custrml.cpy".

FD CustomerFile.
	COPY "custrec.cpy".

FD ReturnedMailFile.
	COPY "custrtm.cpy".

FD ReportFile.
01 ReportLine PIC X(80).

FD RunLogFile.
01 RunLogLine PIC X(93).

WORKING-STORAGE SECTION.
01 WS-MrtStatus PIC X(02).
01 WS-Switches.
	02 WS-MrtEOF PIC X VALUE 'N'.
		88 MrtAtEOF VALUE 'Y'.
	02 WS-CustOnFile PIC X.
	02 WS-RtmOnFile PIC X.
01 WS-Counters.
	02 WS-LineCount PIC 9(02) VALUE ZERO.
	02 WS-PageCount PIC 9(03) VALUE ZERO.
	02 WS-RowsRead PIC 9(06) VALUE ZERO.
	02 WS-NewFlags PIC 9(06) VALUE ZERO.
	02 WS-RepeatFlags PIC 9(06) VALUE ZERO.
	02 WS-OldAddress PIC 9(06) VALUE ZERO.
	02 WS-RowsRejected PIC 9(06) VALUE ZERO.
01 WS-LinesPerPage PIC 9(02) VALUE 20.
01 WS-RunDate PIC 9(08).
01 WS-ReturnDate PIC 9(08).
01 WS-AccountID PIC 9(06).
01 WS-DoneName PIC X(24).

	COPY "runlog.cpy".
01 WS-RunLogText PIC X(60).

01 WS-HeaderLine1.
	02 FILLER PIC X(33) VALUE "RETURNED MAIL INTAKE".
	02 FILLER PIC X(06) VALUE "PAGE: ".
	02 HDR-Page PIC ZZ9.
01 WS-HeaderLine2.
	02 FILLER PIC X(09) VALUE "RUN DATE:".
	02 HDR-Date PIC 9(08).
01 WS-HeaderLine3.
	02 FILLER PIC X(08) VALUE "ACCOUNT".
	02 FILLER PIC X(10) VALUE "RETURNED".
	02 FILLER PIC X(17) VALUE "LAST NAME".
	02 FILLER PIC X(12) VALUE "ZIP".
	02 FILLER PIC X(27) VALUE "DISPOSITION".
01 WS-DetailLine.
	02 DTL-Account PIC X(06).
	02 FILLER PIC X(02) VALUE SPACES.
	02 DTL-ReturnDate PIC X(08).
	02 FILLER PIC X(02) VALUE SPACES.
	02 DTL-LastName PIC X(15).
	02 FILLER PIC X(02) VALUE SPACES.
	02 DTL-Zip PIC X(10).
	02 FILLER PIC X(02) VALUE SPACES.
	02 DTL-Disposition PIC X(30).
01 WS-FooterLine1.
	02 FILLER PIC X(30) VALUE "CUSTOMERS NEWLY FLAGGED     : ".
	02 FTR-NewFlags PIC ZZZ,ZZ9.
01 WS-FooterLine2.
	02 FILLER PIC X(30) VALUE "ALREADY FLAGGED, PIECE ADDED: ".
	02 FTR-RepeatFlags PIC ZZZ,ZZ9.
01 WS-FooterLine3.
	02 FILLER PIC X(30) VALUE "SENT TO A SINCE-CHANGED ADDR: ".
	02 FTR-OldAddress PIC ZZZ,ZZ9.
01 WS-FooterLine4.
	02 FILLER PIC X(30) VALUE "ROWS REJECTED               : ".
	02 FTR-Rejected PIC ZZZ,ZZ9.

PROCEDURE DIVISION.
0000-MAINLINE.
	PERFORM 1000-INITIALIZE THRU 1000-EXIT.
	PERFORM 2000-PROCESS-ONE-RETURN THRU 2000-EXIT
		UNTIL MrtAtEOF.
	PERFORM 3000-FINISH THRU 3000-EXIT.
	STOP RUN.

*>----------------------------------------------------------------
*> 1000-INITIALIZE - OPEN THE MAIL HOUSE'S FILE (NONE MEANS NOTHING
*>                  CAME BACK) AND THE FILES IT IS CHECKED AGAINST.
*>----------------------------------------------------------------
1000-INITIALIZE.
	ACCEPT WS-RunDate FROM DATE YYYYMMDD.
	OPEN INPUT MailReturnFile.
	IF WS-MrtStatus NOT = "00"
		DISPLAY "NO RETURNED-MAIL FILE FROM THE MAIL HOUSE - "
			"NOTHING TO FLAG"
		STOP RUN
	END-IF.
	OPEN INPUT CustomerFile.
	OPEN I-O ReturnedMailFile.
	OPEN OUTPUT ReportFile.
	MOVE WS-RunDate TO HDR-Date.
	PERFORM 2200-PRINT-HEADING THRU 2200-EXIT.
	PERFORM 2100-READ-RETURN THRU 2100-EXIT.
1000-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2000-PROCESS-ONE-RETURN - A PIECE FOR A CUSTOMER ON FILE, SENT
*>                          TO THE ZIP THE MASTER STILL CARRIES,
*>                          FLAGS THE ADDRESS.  A BLANK ZIP ON THE
*>                          ROW IS TAKEN AS THE CURRENT ADDRESS.
*>                          ONLY THE FIVE-DIGIT ZIP IS COMPARED -
*>                          THE MAIL HOUSE DOES NOT ALWAYS SEND THE
*>                          +4.
*>----------------------------------------------------------------
2000-PROCESS-ONE-RETURN.
	ADD 1 TO WS-RowsRead.
	MOVE MRT-IDNum TO DTL-Account.
	MOVE MRT-ReturnDate TO DTL-ReturnDate.
	MOVE MRT-Zip TO DTL-Zip.
	MOVE SPACES TO DTL-LastName.
	IF MRT-ReturnDate NUMERIC
		MOVE MRT-ReturnDate TO WS-ReturnDate
	ELSE
		MOVE WS-RunDate TO WS-ReturnDate
	END-IF.
	MOVE 'N' TO WS-CustOnFile.
	IF MRT-IDNum NUMERIC
		MOVE MRT-IDNum TO WS-AccountID
		PERFORM 2350-CHECK-CUSTOMER THRU 2350-EXIT
	END-IF.
	IF MRT-IDNum NOT NUMERIC
		MOVE "REJECTED - ACCOUNT NOT NUMERIC" TO DTL-Disposition
		PERFORM 2500-REJECT-ROW THRU 2500-EXIT
	ELSE IF WS-CustOnFile = 'N'
		MOVE "REJECTED - ACCOUNT NOT ON FILE" TO DTL-Disposition
		PERFORM 2500-REJECT-ROW THRU 2500-EXIT
	ELSE IF MRT-Zip NOT = SPACES AND MRT-Zip(1:5) NOT = Zip(1:5)
		MOVE LastName TO DTL-LastName
		MOVE "NOT FLAGGED - ADDRESS CHANGED" TO DTL-Disposition
		ADD 1 TO WS-OldAddress
	ELSE
		MOVE LastName TO DTL-LastName
		PERFORM 2400-FLAG-CUSTOMER THRU 2400-EXIT
	END-IF
	END-IF
	END-IF.
	PERFORM 2300-PRINT-DETAIL THRU 2300-EXIT.
	PERFORM 2100-READ-RETURN THRU 2100-EXIT.
2000-EXIT.
	EXIT.

2100-READ-RETURN.
	READ MailReturnFile
		AT END MOVE 'Y' TO WS-MrtEOF
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

2300-PRINT-DETAIL.
	IF WS-LineCount >= WS-LinesPerPage
		PERFORM 2200-PRINT-HEADING THRU 2200-EXIT
	END-IF.
	WRITE ReportLine FROM WS-DetailLine.
	ADD 1 TO WS-LineCount.
2300-EXIT.
	EXIT.

2350-CHECK-CUSTOMER.
	MOVE 'Y' TO WS-CustOnFile.
	MOVE WS-AccountID TO IDNum.
	READ CustomerFile
		INVALID KEY MOVE 'N' TO WS-CustOnFile
	END-READ.
2350-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2400-FLAG-CUSTOMER - FIRST RETURN FOR THE ADDRESS WRITES THE
*>                     FLAG; A LATER ONE ADDS TO THE PIECE COUNT
*>                     AND MOVES THE LAST-RETURNED DATE.
*>----------------------------------------------------------------
2400-FLAG-CUSTOMER.
	MOVE 'Y' TO WS-RtmOnFile.
	MOVE WS-AccountID TO RTM-IDNum.
	READ ReturnedMailFile
		INVALID KEY MOVE 'N' TO WS-RtmOnFile
	END-READ.
	IF WS-RtmOnFile = 'N'
		MOVE WS-AccountID TO RTM-IDNum
		MOVE WS-ReturnDate TO RTM-FirstDate RTM-LastDate
		MOVE 1 TO RTM-Pieces
		SET RTM-FromMailHouse TO TRUE
		MOVE "CUSTRTML" TO RTM-EnteredBy
		MOVE MRT-Reason TO RTM-Reason
		MOVE "FLAGGED UNDELIVERABLE" TO DTL-Disposition
		WRITE ReturnedMailData
			INVALID KEY
				MOVE "FLAG NOT WRITTEN" TO DTL-Disposition
		END-WRITE
		ADD 1 TO WS-NewFlags
		MOVE 'I' TO RL-Severity
		MOVE WS-AccountID TO RL-RecordID
		MOVE "ADDRESS FLAGGED UNDELIVERABLE FROM RETURNED MAIL"
			TO RL-Message
		PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT
	ELSE
		IF RTM-Pieces < 999
			ADD 1 TO RTM-Pieces
		END-IF
		IF WS-ReturnDate > RTM-LastDate
			MOVE WS-ReturnDate TO RTM-LastDate
		END-IF
		SET RTM-FromMailHouse TO TRUE
		MOVE "CUSTRTML" TO RTM-EnteredBy
		MOVE MRT-Reason TO RTM-Reason
		MOVE "ALREADY FLAGGED - PIECE ADDED" TO DTL-Disposition
		REWRITE ReturnedMailData
			INVALID KEY
				MOVE "FLAG NOT UPDATED" TO DTL-Disposition
		END-REWRITE
		ADD 1 TO WS-RepeatFlags
	END-IF.
2400-EXIT.
	EXIT.

2500-REJECT-ROW.
	ADD 1 TO WS-RowsRejected.
	MOVE 'W' TO RL-Severity.
	MOVE MRT-IDNum TO RL-RecordID.
	MOVE SPACES TO WS-RunLogText.
	STRING "RETURNED MAIL " DTL-Disposition
		DELIMITED BY SIZE INTO WS-RunLogText.
	MOVE WS-RunLogText TO RL-Message.
	PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT.
2500-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 3000-FINISH - FOOTERS, CLOSE UP, AND RETIRE THE MAIL HOUSE'S
*>              FILE.
*>----------------------------------------------------------------
3000-FINISH.
	MOVE WS-NewFlags TO FTR-NewFlags.
	MOVE WS-RepeatFlags TO FTR-RepeatFlags.
	MOVE WS-OldAddress TO FTR-OldAddress.
	MOVE WS-RowsRejected TO FTR-Rejected.
	WRITE ReportLine FROM SPACES.
	WRITE ReportLine FROM WS-FooterLine1.
	WRITE ReportLine FROM WS-FooterLine2.
	WRITE ReportLine FROM WS-FooterLine3.
	WRITE ReportLine FROM WS-FooterLine4.
	CLOSE MailReturnFile.
	CLOSE CustomerFile.
	CLOSE ReturnedMailFile.
	CLOSE ReportFile.
	PERFORM 3100-RETIRE-RETURNS THRU 3100-EXIT.
	DISPLAY "RETURNED PIECES READ  : " WS-RowsRead.
	DISPLAY "CUSTOMERS FLAGGED     : " WS-NewFlags.
	DISPLAY "ALREADY FLAGGED       : " WS-RepeatFlags.
	DISPLAY "ADDRESS SINCE CHANGED : " WS-OldAddress.
	DISPLAY "ROWS REJECTED         : " WS-RowsRejected.
	MOVE 'I' TO RL-Severity.
	MOVE SPACES TO WS-RunLogText.
	STRING "RUN COMPLETE - FLAGGED " WS-NewFlags
		" REJECTED " WS-RowsRejected DELIMITED BY SIZE
		INTO WS-RunLogText.
	MOVE WS-RunLogText TO RL-Message.
	PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT.
3000-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 3100-RETIRE-RETURNS - MOVE THE LOADED FILE TO A DATED .done NAME
*>                      SO A RE-RUN CANNOT COUNT THE SAME PIECES
*>                      TWICE.
*>----------------------------------------------------------------
3100-RETIRE-RETURNS.
	MOVE SPACES TO WS-DoneName.
	STRING "rtnmail." WS-RunDate ".done" DELIMITED BY SIZE
		INTO WS-DoneName.
	CALL "CBL_RENAME_FILE" USING "rtnmail.txt" WS-DoneName.
	IF RETURN-CODE = ZERO
		DISPLAY "RETURNS RETIRED TO    : " WS-DoneName
	ELSE
		DISPLAY "** COULD NOT RETIRE rtnmail.txt (RC "
			RETURN-CODE ") - REMOVE IT BY HAND BEFORE THE "
			"NEXT RUN OR ITS PIECES WILL COUNT AGAIN **"
		MOVE ZERO TO RETURN-CODE
		MOVE 'E' TO RL-Severity
		MOVE "COULD NOT RETIRE rtnmail.txt - RE-RUN WILL RECOUNT"
			TO RL-Message
		PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT
	END-IF.
3100-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 9000-WRITE-RUN-LOG - ONE DATED, SEVERITY-TAGGED ENTRY TO THE
*>                     COMMON RUN LOG (SEE runlog.cpy).
*>----------------------------------------------------------------
9000-WRITE-RUN-LOG.
	ACCEPT RL-Date FROM DATE YYYYMMDD.
	ACCEPT RL-Time FROM TIME.
	MOVE "CUSTRTML" TO RL-Program.
	OPEN EXTEND RunLogFile.
	WRITE RunLogLine FROM WS-RunLogEntry.
	CLOSE RunLogFile.
	MOVE SPACES TO RL-RecordID RL-Message.
9000-EXIT.
	EXIT.
