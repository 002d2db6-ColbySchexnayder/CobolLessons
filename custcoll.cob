*>                   custcoll.cyc; A CUSTOMER WHOSE 90-DAY BUCKET
*>                   HAS CLEARED IS DROPPED FROM IT SO A LATER
*>                   RELAPSE STARTS BACK AT A REMINDER.
*>   10/14/2026  CS  READS THE COLLECTOR CONTACT LOG (custcont.txt,
*>                   SEE custcont.cpy).  A CUSTOMER WITH AN OPEN
*>                   PROMISE TO PAY WHOSE DATE HAS NOT PASSED GETS
*>                   NO LETTER AND THE CYCLE COUNT DOES NOT STEP -
*>                   ESCALATION PICKS UP WHERE IT LEFT OFF IF THE
*>                   PROMISE IS BROKEN.  THE WORKLIST ROW GROWS THE
*>                   LAST CONTACT (DATE, OUTCOME, COLLECTOR), THE
*>                   OPEN PROMISE DATE, AND A LETTER-HELD FLAG.
*>   10/15/2026  CS  A CUSTOMER WHOSE ADDRESS IS FLAGGED
*>                   UNDELIVERABLE IN custrtm.txt (RETURNED MAIL,
*>                   SEE custrtm.cpy) GETS NO LETTER AND THE CYCLE
*>                   COUNT DOES NOT STEP - A LETTER THAT NEVER
*>                   ARRIVES IS NOT AN ESCALATION.  THEY ARE LISTED
*>                   ON THE EXCEPTIONS REPORT custcoll.exc, AND THE
*>                   WORKLIST ROW GROWS A RETURNED-MAIL FLAG SO THE
*>                   COLLECTOR PHONES INSTEAD.
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
		ACCESS MODE IS RANDOM
		RECORD KEY IS Cyc-IDNum.

	SELECT OPTIONAL ContactFile ASSIGN TO "custcont.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS Cont-Key.

	SELECT LetterFile ASSIGN TO "custcoll.txt"
		ORGANIZATION IS LINE SEQUENTIAL.

	SELECT OPTIONAL ReturnedMailFile ASSIGN TO "custrtm.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS RTM-IDNum.

	SELECT WorklistFile ASSIGN TO "custcoll.wrk"
		ORGANIZATION IS LINE SEQUENTIAL.

	SELECT ExceptionFile ASSIGN TO "custcoll.exc"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD BalanceFile.
	02 Cyc-Count PIC 9(03).
	02 Cyc-LastRun PIC 9(08).

FD ContactFile.
	COPY "custcont.cpy".

FD ReturnedMailFile.
	COPY "custrtm.cpy".

FD LetterFile.
01 LetterLine PIC X(80).

	02 WRK-Age60 PIC S9(07)V99.
	02 WRK-Age90 PIC S9(07)V99.
	02 WRK-Cycles PIC 9(03).
	02 WRK-LastContact PIC 9(08).
	02 WRK-LastOutcome PIC X(02).
	02 WRK-LastCollector PIC X(08).
	02 WRK-PromiseDate PIC 9(08).
	02 WRK-LetterHeld PIC X(01).
	02 WRK-ReturnedMail PIC X(01).

FD ExceptionFile.
01 ExceptionLine PIC X(80).

WORKING-STORAGE SECTION.
01 WS-BalStatus PIC X(02).
		88 BalAtEOF VALUE 'Y'.
	02 WS-CustOnFile PIC X.
	02 WS-CycOnFile PIC X.
	02 WS-ContEOF PIC X.
		88 ContAtEOF VALUE 'Y'.
	02 WS-PromiseHeld PIC X.
	02 WS-Undeliverable PIC X.
01 WS-Counters.
	02 WS-BalsRead PIC 9(06) VALUE ZERO.
	02 WS-LettersPrinted PIC 9(06) VALUE ZERO.
	02 WS-LettersHeld PIC 9(06) VALUE ZERO.
	02 WS-InactiveSkipped PIC 9(06) VALUE ZERO.
	02 WS-NotOnFile PIC 9(06) VALUE ZERO.
	02 WS-CyclesCleared PIC 9(06) VALUE ZERO.
	02 WS-MailSuppressed PIC 9(06) VALUE ZERO.
01 WS-RunDate PIC 9(08).
01 WS-Cycles PIC 9(03).
01 WS-TotalDue PIC S9(09)V99.
01 WS-LastContact.
	02 WS-LastContDate PIC 9(08).
	02 WS-LastOutcome PIC X(02).
	02 WS-LastCollector PIC X(08).
	02 WS-OpenPromiseDate PIC 9(08).

01 WS-LetterDate.
	02 FILLER PIC X(06) VALUE "DATE: ".
01 WS-SeparatorLine.
	02 FILLER PIC X(60) VALUE ALL "=".

01 WS-ExcHeader1.
	02 FILLER PIC X(45)
		VALUE "COLLECTION LETTERS NOT MAILED - RETURNED MAIL".
	02 FILLER PIC X(12) VALUE "   RUN DATE:".
	02 EXH-Date PIC 9(08).
01 WS-ExcHeader2.
	02 FILLER PIC X(08) VALUE "ID".
	02 FILLER PIC X(32) VALUE "NAME".
	02 FILLER PIC X(14) VALUE "PHONE".
	02 FILLER PIC X(10) VALUE "RETURNED".
	02 FILLER PIC X(07) VALUE "PIECES".
01 WS-ExcLine.
	02 EXC-ID PIC ZZZZZ9.
	02 FILLER PIC X(02) VALUE SPACES.
	02 EXC-Name PIC X(31).
	02 FILLER PIC X(01) VALUE SPACES.
	02 EXC-Phone PIC X(12).
	02 FILLER PIC X(02) VALUE SPACES.
	02 EXC-LastDate PIC 9(08).
	02 FILLER PIC X(02) VALUE SPACES.
	02 EXC-Pieces PIC ZZ9.
01 WS-ExcFooter.
	02 FILLER PIC X(24) VALUE "LETTERS SUPPRESSED    : ".
	02 EXF-Count PIC ZZZ,ZZ9.

PROCEDURE DIVISION.
0000-MAINLINE.
	PERFORM 1000-INITIALIZE THRU 1000-EXIT.
*>----------------------------------------------------------------
*> 1000-INITIALIZE - OPEN THE BALANCE FILE (NOTHING POSTED MEANS
*>                  NOTHING TO COLLECT), THE MASTER, THE CYCLE
*>                  FILE, AND THE OUTPUTS.
*>----------------------------------------------------------------
1000-INITIALIZE.
	ACCEPT WS-RunDate FROM DATE YYYYMMDD.
	END-IF.
	OPEN INPUT CustomerFile.
	OPEN I-O CycleFile.
	OPEN INPUT ContactFile.
	OPEN INPUT ReturnedMailFile.
	OPEN OUTPUT LetterFile.
	OPEN OUTPUT WorklistFile.
	OPEN OUTPUT ExceptionFile.
	MOVE WS-RunDate TO EXH-Date.
	WRITE ExceptionLine FROM WS-ExcHeader1.
	WRITE ExceptionLine FROM SPACES.
	WRITE ExceptionLine FROM WS-ExcHeader2.
	WRITE ExceptionLine FROM SPACES.
	PERFORM 2100-READ-BALANCE THRU 2100-EXIT.
1000-EXIT.
	EXIT.
*> 2200-DUN-ONE-CUSTOMER - LOOK THE CUSTOMER UP ON THE MASTER,
*>                        SKIP INACTIVES, STEP THE CYCLE COUNT,
*>                        AND WRITE THE LETTER AND WORKLIST ROW.
*>                        AN OPEN PROMISE NOT YET DUE HOLDS THE
*>                        LETTER AND LEAVES THE CYCLE WHERE IT IS;
*>                        THE COLLECTOR STILL GETS THE ROW.
*>                        SO DOES AN ADDRESS FLAGGED UNDELIVERABLE,
*>                        WHICH ALSO GOES ON THE EXCEPTIONS REPORT.
*>----------------------------------------------------------------
2200-DUN-ONE-CUSTOMER.
	MOVE 'Y' TO WS-CustOnFile.
		ADD 1 TO WS-InactiveSkipped
		GO TO 2200-EXIT
	END-IF.
	PERFORM 2250-CHECK-CONTACTS THRU 2250-EXIT.
	PERFORM 2270-CHECK-RETURNED-MAIL THRU 2270-EXIT.
	IF WS-Undeliverable = 'Y'
		PERFORM 2350-READ-CYCLE THRU 2350-EXIT
		PERFORM 2450-LIST-EXCEPTION THRU 2450-EXIT
	ELSE IF WS-PromiseHeld = 'Y'
		PERFORM 2350-READ-CYCLE THRU 2350-EXIT
		ADD 1 TO WS-LettersHeld
	ELSE
		PERFORM 2300-STEP-CYCLE THRU 2300-EXIT
		PERFORM 2400-PRINT-LETTER THRU 2400-EXIT
		ADD 1 TO WS-LettersPrinted
	END-IF
	END-IF.
	PERFORM 2500-WRITE-WORKLIST THRU 2500-EXIT.
2200-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2250-CHECK-CONTACTS - READ THE CUSTOMER'S CONTACTS, OLDEST
*>                      FIRST, KEEPING THE LAST ONE FOR THE
*>                      WORKLIST AND NOTING ANY OPEN PROMISE WHOSE
*>                      DATE IS TODAY OR LATER.
*>----------------------------------------------------------------
2250-CHECK-CONTACTS.
	MOVE 'N' TO WS-PromiseHeld.
	MOVE ZERO TO WS-LastContDate WS-OpenPromiseDate.
	MOVE SPACES TO WS-LastOutcome WS-LastCollector.
	MOVE 'N' TO WS-ContEOF.
	MOVE Bal-IDNum TO Cont-IDNum.
	MOVE ZERO TO Cont-Date Cont-Time.
	START ContactFile KEY IS NOT LESS THAN Cont-Key
		INVALID KEY MOVE 'Y' TO WS-ContEOF
	END-START.
	PERFORM 2260-CHECK-ONE-CONTACT THRU 2260-EXIT
		UNTIL ContAtEOF.
2250-EXIT.
	EXIT.

2260-CHECK-ONE-CONTACT.
	READ ContactFile NEXT RECORD
		AT END MOVE 'Y' TO WS-ContEOF
	END-READ.
	IF NOT ContAtEOF
		IF Cont-IDNum NOT = Bal-IDNum
			MOVE 'Y' TO WS-ContEOF
		ELSE
			MOVE Cont-Date TO WS-LastContDate
			MOVE Cont-Outcome TO WS-LastOutcome
			MOVE Cont-OperID TO WS-LastCollector
			IF ContPromise AND PromiseOpen
			AND Cont-PromiseDate NOT < WS-RunDate
				MOVE 'Y' TO WS-PromiseHeld
				MOVE Cont-PromiseDate TO WS-OpenPromiseDate
			END-IF
		END-IF
	END-IF.
2260-EXIT.
	EXIT.

2270-CHECK-RETURNED-MAIL.
	MOVE 'Y' TO WS-Undeliverable.
	MOVE Bal-IDNum TO RTM-IDNum.
	READ ReturnedMailFile
		INVALID KEY MOVE 'N' TO WS-Undeliverable
	END-READ.
2270-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2300-STEP-CYCLE - ONE MORE CONSECUTIVE RUN IN THE 90-DAY COLUMN
*>                  FOR THIS CUSTOMER.  A FIRST APPEARANCE STARTS
2300-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2350-READ-CYCLE - LETTER HELD: REPORT THE CYCLE COUNT AS IT
*>                  STANDS WITHOUT STEPPING IT.
*>----------------------------------------------------------------
2350-READ-CYCLE.
	MOVE Bal-IDNum TO Cyc-IDNum.
	READ CycleFile
		INVALID KEY MOVE ZERO TO Cyc-Count
	END-READ.
	MOVE Cyc-Count TO WS-Cycles.
2350-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2400-PRINT-LETTER - ONE PRINT-IMAGE LETTER, BODY ESCALATING BY
*>                    HOW MANY CONSECUTIVE RUNS THE CUSTOMER HAS
2400-EXIT.
	EXIT.

2450-LIST-EXCEPTION.
	MOVE Bal-IDNum TO EXC-ID.
	MOVE SPACES TO EXC-Name.
	STRING FirstName " " LastName DELIMITED BY "  "
		INTO EXC-Name.
	MOVE Phone TO EXC-Phone.
	MOVE RTM-LastDate TO EXC-LastDate.
	MOVE RTM-Pieces TO EXC-Pieces.
	WRITE ExceptionLine FROM WS-ExcLine.
	ADD 1 TO WS-MailSuppressed.
2450-EXIT.
	EXIT.

2500-WRITE-WORKLIST.
	MOVE Bal-IDNum TO WRK-IDNum.
	MOVE Phone TO WRK-Phone.
	MOVE Bal-Age60 TO WRK-Age60.
	MOVE Bal-Age90 TO WRK-Age90.
	MOVE WS-Cycles TO WRK-Cycles.
	MOVE WS-LastContDate TO WRK-LastContact.
	MOVE WS-LastOutcome TO WRK-LastOutcome.
	MOVE WS-LastCollector TO WRK-LastCollector.
	MOVE WS-OpenPromiseDate TO WRK-PromiseDate.
	MOVE WS-PromiseHeld TO WRK-LetterHeld.
	MOVE WS-Undeliverable TO WRK-ReturnedMail.
	WRITE WorklistRecord.
2500-EXIT.
	EXIT.
	CLOSE BalanceFile.
	CLOSE CustomerFile.
	CLOSE CycleFile.
	CLOSE ContactFile.
	MOVE WS-MailSuppressed TO EXF-Count.
	WRITE ExceptionLine FROM SPACES.
	WRITE ExceptionLine FROM WS-ExcFooter.
	CLOSE ReturnedMailFile.
	CLOSE LetterFile.
	CLOSE WorklistFile.
	CLOSE ExceptionFile.
	DISPLAY "BALANCE RECORDS READ   : " WS-BalsRead.
	DISPLAY "LETTERS PRINTED        : " WS-LettersPrinted.
	DISPLAY "HELD FOR OPEN PROMISE  : " WS-LettersHeld.
	DISPLAY "RETURNED MAIL SKIPPED  : " WS-MailSuppressed.
	DISPLAY "INACTIVE SKIPPED       : " WS-InactiveSkipped.
	DISPLAY "NOT ON MASTER          : " WS-NotOnFile.
	DISPLAY "CYCLES CLEARED         : " WS-CyclesCleared.
