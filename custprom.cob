	>> SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTPROM.
AUTHOR. Colby Schexnayder.
INSTALLATION. CUSTOMER RECORDS SYSTEM.
DATE-WRITTEN. 10/14/2026.
DATE-COMPILED.
*>----------------------------------------------------------------
*> MODIFICATION HISTORY
*>   10/14/2026  CS  NEW PROGRAM - SETTLES PROMISES TO PAY LOGGED
*>                   ON THE COLLECTOR CONTACT LOG (custcont.txt,
*>                   SEE custcont.cpy).  AN OPEN PROMISE WHOSE
*>                   PROMISE DATE HAS PASSED IS CHECKED AGAINST THE
*>                   POSTED JOURNAL (custjrnl.txt): PAYMENTS DATED
*>                   FROM THE DAY OF THE CONTACT THROUGH THE
*>                   PROMISE DATE THAT COVER THE PROMISED AMOUNT
*>                   KEEP IT; OTHERWISE IT IS BROKEN AND GOES ON
*>                   THE FOLLOW-UP REPORT (custprom.txt) WITH WHAT
*>                   WAS PAID AGAINST IT.  EITHER WAY THE ROW IS
*>                   MARKED SO A PROMISE IS SETTLED ONCE, AND
*>                   CUSTCOLL RESUMES LETTERS FOR THE CUSTOMER.
*>                   RUN AFTER THE DAY'S CUSTPOST.
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT ContactFile ASSIGN TO "custcont.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS Cont-Key
		FILE STATUS IS WS-ContStatus.

	SELECT OPTIONAL JournalFile ASSIGN TO "custjrnl.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS Jrnl-Key.

	SELECT CustomerFile ASSIGN TO "customer.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS IDNum
		ALTERNATE RECORD KEY IS NameKey WITH DUPLICATES
		SHARING WITH ALL OTHER.

	SELECT ReportFile ASSIGN TO "custprom.txt"
		ORGANIZATION IS LINE SEQUENTIAL.

	SELECT OPTIONAL RunLogFile ASSIGN TO "runlog.txt"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ContactFile.
	COPY "custcont.cpy".

FD JournalFile.
	COPY "custjrnl.cpy".

FD CustomerFile.
	COPY "custrec.cpy".

FD ReportFile.
01 ReportLine PIC X(80).

FD RunLogFile.
01 RunLogLine PIC X(93).

WORKING-STORAGE SECTION.
01 WS-ContStatus PIC X(02).
01 WS-Switches.
	02 WS-ContEOF PIC X VALUE 'N'.
		88 ContAtEOF VALUE 'Y'.
	02 WS-JrnlEOF PIC X.
		88 JrnlAtEOF VALUE 'Y'.
	02 WS-CustOnFile PIC X.
01 WS-Counters.
	02 WS-LineCount PIC 9(02) VALUE ZERO.
	02 WS-PageCount PIC 9(03) VALUE ZERO.
	02 WS-ContactsRead PIC 9(06) VALUE ZERO.
	02 WS-PromisesKept PIC 9(06) VALUE ZERO.
	02 WS-PromisesBroken PIC 9(06) VALUE ZERO.
	02 WS-PromisesPending PIC 9(06) VALUE ZERO.
01 WS-LinesPerPage PIC 9(02) VALUE 20.
01 WS-RunDate PIC 9(08).
01 WS-PaidAgainst PIC S9(09)V99.
01 WS-BrokenTotal PIC S9(09)V99 VALUE ZERO.

	COPY "runlog.cpy".
01 WS-RunLogText PIC X(60).

01 WS-HeaderLine1.
	02 FILLER PIC X(33) VALUE "BROKEN PROMISES TO PAY".
	02 FILLER PIC X(06) VALUE "PAGE: ".
	02 HDR-Page PIC ZZ9.
01 WS-HeaderLine2.
	02 FILLER PIC X(10) VALUE "RUN DATE: ".
	02 HDR-Date PIC 9(08).
01 WS-HeaderLine3.
	02 FILLER PIC X(08) VALUE "ID".
	02 FILLER PIC X(16) VALUE "NAME".
	02 FILLER PIC X(13) VALUE "PHONE".
	02 FILLER PIC X(09) VALUE "PROMISED".
	02 FILLER PIC X(09) VALUE "BY".
	02 FILLER PIC X(10) VALUE "    AMOUNT".
	02 FILLER PIC X(01) VALUE SPACES.
	02 FILLER PIC X(10) VALUE "      PAID".
01 WS-HeaderLine4.
	02 FILLER PIC X(37) VALUE SPACES.
	02 FILLER PIC X(09) VALUE "ON".
	02 FILLER PIC X(09) VALUE "COLLECTOR".
01 WS-DetailLine.
	02 DTL-ID PIC ZZZZZ9.
	02 FILLER PIC X(02) VALUE SPACES.
	02 DTL-Name PIC X(15).
	02 FILLER PIC X(01) VALUE SPACES.
	02 DTL-Phone PIC X(12).
	02 FILLER PIC X(01) VALUE SPACES.
	02 DTL-PromiseDate PIC 9(08).
	02 FILLER PIC X(01) VALUE SPACES.
	02 DTL-Collector PIC X(08).
	02 FILLER PIC X(01) VALUE SPACES.
	02 DTL-Promised PIC ZZZ,ZZ9.99.
	02 FILLER PIC X(01) VALUE SPACES.
	02 DTL-Paid PIC ZZZ,ZZ9.99.
01 WS-FooterLine1.
	02 FILLER PIC X(24) VALUE "PROMISES KEPT         : ".
	02 FTR-Kept PIC ZZZ,ZZ9.
01 WS-FooterLine2.
	02 FILLER PIC X(24) VALUE "PROMISES BROKEN       : ".
	02 FTR-Broken PIC ZZZ,ZZ9.
01 WS-FooterLine3.
	02 FILLER PIC X(24) VALUE "BROKEN PROMISE AMOUNT : ".
	02 FTR-BrokenAmt PIC ZZZZZZ,ZZ9.99.

PROCEDURE DIVISION.
0000-MAINLINE.
	PERFORM 1000-INITIALIZE THRU 1000-EXIT.
	PERFORM 2000-CHECK-ONE-CONTACT THRU 2000-EXIT
		UNTIL ContAtEOF.
	PERFORM 3000-FINISH THRU 3000-EXIT.
	STOP RUN.

*>----------------------------------------------------------------
*> 1000-INITIALIZE - NO CONTACT LOG MEANS NO PROMISES TO SETTLE.
*>----------------------------------------------------------------
1000-INITIALIZE.
	ACCEPT WS-RunDate FROM DATE YYYYMMDD.
	OPEN I-O ContactFile.
	IF WS-ContStatus NOT = "00"
		DISPLAY "NO CONTACT LOG ON FILE (custcont.txt) - "
			"NOTHING TO SETTLE"
		STOP RUN
	END-IF.
	OPEN INPUT JournalFile.
	OPEN INPUT CustomerFile.
	OPEN OUTPUT ReportFile.
	MOVE WS-RunDate TO HDR-Date.
	PERFORM 2200-PRINT-HEADING THRU 2200-EXIT.
	PERFORM 2100-READ-CONTACT THRU 2100-EXIT.
1000-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2000-CHECK-ONE-CONTACT - ONLY AN OPEN PROMISE WHOSE DATE HAS
*>                         PASSED IS SETTLED; ONE STILL INSIDE ITS
*>                         DATE IS LEFT OPEN FOR CUSTCOLL TO HONOR.
*>----------------------------------------------------------------
2000-CHECK-ONE-CONTACT.
	ADD 1 TO WS-ContactsRead.
	IF ContPromise AND PromiseOpen
		IF Cont-PromiseDate < WS-RunDate
			PERFORM 2300-TALLY-PAYMENTS THRU 2300-EXIT
			IF WS-PaidAgainst >= Cont-PromiseAmt
				SET PromiseKept TO TRUE
				ADD 1 TO WS-PromisesKept
			ELSE
				SET PromiseBroken TO TRUE
				PERFORM 2500-REPORT-BROKEN THRU 2500-EXIT
			END-IF
			REWRITE ContactData
				INVALID KEY DISPLAY "PROMISE NOT SETTLED FOR ID "
					Cont-IDNum
			END-REWRITE
		ELSE
			ADD 1 TO WS-PromisesPending
		END-IF
	END-IF.
	PERFORM 2100-READ-CONTACT THRU 2100-EXIT.
2000-EXIT.
	EXIT.

2100-READ-CONTACT.
	READ ContactFile NEXT RECORD
		AT END MOVE 'Y' TO WS-ContEOF
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
	WRITE ReportLine FROM WS-HeaderLine4.
	WRITE ReportLine FROM SPACES.
2200-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2300-TALLY-PAYMENTS - PAYMENTS FOR THE CUSTOMER POSTED SINCE THE
*>                      CONTACT AND DATED FROM THE CONTACT DAY
*>                      THROUGH THE PROMISE DATE.  THE JOURNAL IS
*>                      KEYED BY POSTING DATE, SO THE BROWSE STARTS
*>                      AT THE CONTACT DAY - NOTHING POSTED EARLIER
*>                      CAN BE A PAYMENT MADE AFTER THE PROMISE.
*>----------------------------------------------------------------
2300-TALLY-PAYMENTS.
	MOVE ZERO TO WS-PaidAgainst.
	MOVE 'N' TO WS-JrnlEOF.
	MOVE Cont-IDNum TO Jrnl-IDNum.
	MOVE Cont-Date TO Jrnl-PostDate.
	MOVE ZERO TO Jrnl-PostTime Jrnl-Seq.
	START JournalFile KEY IS NOT LESS THAN Jrnl-Key
		INVALID KEY MOVE 'Y' TO WS-JrnlEOF
	END-START.
	PERFORM 2310-TALLY-ONE-PAYMENT THRU 2310-EXIT
		UNTIL JrnlAtEOF.
2300-EXIT.
	EXIT.

2310-TALLY-ONE-PAYMENT.
	READ JournalFile NEXT RECORD
		AT END MOVE 'Y' TO WS-JrnlEOF
	END-READ.
	IF NOT JrnlAtEOF
		IF Jrnl-IDNum NOT = Cont-IDNum
			MOVE 'Y' TO WS-JrnlEOF
		ELSE IF Jrnl-Type = 'P'
		AND Jrnl-TranDate NOT < Cont-Date
		AND Jrnl-TranDate NOT > Cont-PromiseDate
			ADD Jrnl-Amount TO WS-PaidAgainst
		END-IF
		END-IF
	END-IF.
2310-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2500-REPORT-BROKEN - ONE FOLLOW-UP LINE PER BROKEN PROMISE, WITH
*>                     THE PHONE NUMBER AND THE COLLECTOR WHO TOOK
*>                     THE PROMISE, AND A WARNING IN THE RUN LOG.
*>----------------------------------------------------------------
2500-REPORT-BROKEN.
	ADD 1 TO WS-PromisesBroken.
	ADD Cont-PromiseAmt TO WS-BrokenTotal.
	MOVE 'Y' TO WS-CustOnFile.
	MOVE Cont-IDNum TO IDNum.
	READ CustomerFile
		INVALID KEY MOVE 'N' TO WS-CustOnFile
	END-READ.
	IF WS-CustOnFile = 'N'
		MOVE "*NOT ON FILE*" TO LastName
		MOVE SPACES TO Phone
	END-IF.
	IF WS-LineCount >= WS-LinesPerPage
		PERFORM 2200-PRINT-HEADING THRU 2200-EXIT
	END-IF.
	MOVE Cont-IDNum TO DTL-ID.
	MOVE LastName TO DTL-Name.
	MOVE Phone TO DTL-Phone.
	MOVE Cont-PromiseDate TO DTL-PromiseDate.
	MOVE Cont-OperID TO DTL-Collector.
	MOVE Cont-PromiseAmt TO DTL-Promised.
	MOVE WS-PaidAgainst TO DTL-Paid.
	WRITE ReportLine FROM WS-DetailLine.
	ADD 1 TO WS-LineCount.
	MOVE 'W' TO RL-Severity.
	MOVE Cont-IDNum TO RL-RecordID.
	MOVE SPACES TO WS-RunLogText.
	STRING "PROMISE TO PAY BROKEN - DUE " Cont-PromiseDate
		DELIMITED BY SIZE INTO WS-RunLogText.
	MOVE WS-RunLogText TO RL-Message.
	PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT.
2500-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 3000-FINISH - FOOTERS, CLOSE UP, AND LOG THE RUN.
*>----------------------------------------------------------------
3000-FINISH.
	IF WS-PromisesBroken = ZERO
		MOVE "NO BROKEN PROMISES THIS RUN" TO ReportLine
		WRITE ReportLine
	END-IF.
	MOVE WS-PromisesKept TO FTR-Kept.
	MOVE WS-PromisesBroken TO FTR-Broken.
	MOVE WS-BrokenTotal TO FTR-BrokenAmt.
	WRITE ReportLine FROM SPACES.
	WRITE ReportLine FROM WS-FooterLine1.
	WRITE ReportLine FROM WS-FooterLine2.
	WRITE ReportLine FROM WS-FooterLine3.
	CLOSE ContactFile.
	CLOSE JournalFile.
	CLOSE CustomerFile.
	CLOSE ReportFile.
	DISPLAY "CONTACTS READ         : " WS-ContactsRead.
	DISPLAY "PROMISES KEPT         : " WS-PromisesKept.
	DISPLAY "PROMISES BROKEN       : " WS-PromisesBroken.
	DISPLAY "PROMISES NOT YET DUE  : " WS-PromisesPending.
	MOVE 'I' TO RL-Severity.
	MOVE SPACES TO WS-RunLogText.
	STRING "RUN COMPLETE - KEPT " WS-PromisesKept
		" BROKEN " WS-PromisesBroken DELIMITED BY SIZE
		INTO WS-RunLogText.
	MOVE WS-RunLogText TO RL-Message.
	PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT.
3000-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 9000-WRITE-RUN-LOG - ONE DATED, SEVERITY-TAGGED ENTRY TO THE
*>                     COMMON RUN LOG (SEE runlog.cpy).
*>----------------------------------------------------------------
9000-WRITE-RUN-LOG.
	ACCEPT RL-Date FROM DATE YYYYMMDD.
	ACCEPT RL-Time FROM TIME.
	MOVE "CUSTPROM" TO RL-Program.
	OPEN EXTEND RunLogFile.
	WRITE RunLogLine FROM WS-RunLogEntry.
	CLOSE RunLogFile.
	MOVE SPACES TO RL-RecordID RL-Message.
9000-EXIT.
	EXIT.
