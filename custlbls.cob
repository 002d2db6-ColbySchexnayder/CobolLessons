*>                   STREET / CITY-STATE-ZIP AND A BLANK SEPARATOR
*>                   PER LABEL) PLUS A COUNT SUMMARY
*>                   (custlbls.sum).
*>   10/15/2026  CS  AN ACTIVE CUSTOMER WHOSE ADDRESS IS FLAGGED
*>                   UNDELIVERABLE IN custrtm.txt (RETURNED MAIL,
*>                   SEE custrtm.cpy) GETS NO LABEL; THEY ARE
*>                   LISTED ON THE EXCEPTIONS REPORT custlbls.exc
*>                   AND COUNTED ON THE SUMMARY.
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
		RECORD KEY IS IDNum
		SHARING WITH ALL OTHER.

	SELECT OPTIONAL ReturnedMailFile ASSIGN TO "custrtm.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS RTM-IDNum.

	SELECT SortFile ASSIGN TO "custlbls.srt".

	SELECT LabelFile ASSIGN TO "custlbls.txt"
	SELECT SummaryFile ASSIGN TO "custlbls.sum"
		ORGANIZATION IS LINE SEQUENTIAL.

	SELECT ExceptionFile ASSIGN TO "custlbls.exc"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CustomerFile.
	COPY "custrec.cpy".

FD ReturnedMailFile.
	COPY "custrtm.cpy".

SD SortFile.
01 SortRecord.
	02 Sort-Zip PIC X(10).
FD SummaryFile.
01 SummaryLine PIC X(40).

FD ExceptionFile.
01 ExceptionLine PIC X(80).

WORKING-STORAGE SECTION.
01 WS-Switches.
	02 WS-CustEOF PIC X VALUE 'N'.
		88 CustAtEOF VALUE 'Y'.
	02 WS-SortEOF PIC X VALUE 'N'.
		88 SortAtEOF VALUE 'Y'.
	02 WS-Undeliverable PIC X.
01 WS-Counters.
	02 WS-RecsRead PIC 9(06) VALUE ZERO.
	02 WS-LabelsWritten PIC 9(06) VALUE ZERO.
	02 WS-InactiveSkipped PIC 9(06) VALUE ZERO.
	02 WS-MailSuppressed PIC 9(06) VALUE ZERO.
01 WS-RunDate PIC 9(08).
01 WS-BuildLine PIC X(40).
01 WS-Ptr PIC 9(03).
	02 SUM-Label PIC X(24).
	02 SUM-Count PIC ZZZ,ZZ9.

01 WS-ExcHeader1.
	02 FILLER PIC X(40) VALUE "LABELS NOT PRINTED - RETURNED MAIL".
	02 FILLER PIC X(12) VALUE "   RUN DATE:".
	02 EXH-Date PIC 9(08).
01 WS-ExcHeader2.
	02 FILLER PIC X(08) VALUE "ID".
	02 FILLER PIC X(32) VALUE "NAME".
	02 FILLER PIC X(12) VALUE "ZIP".
	02 FILLER PIC X(10) VALUE "RETURNED".
	02 FILLER PIC X(07) VALUE "PIECES".
01 WS-ExcLine.
	02 EXC-ID PIC ZZZZZ9.
	02 FILLER PIC X(02) VALUE SPACES.
	02 EXC-Name PIC X(31).
	02 FILLER PIC X(01) VALUE SPACES.
	02 EXC-Zip PIC X(10).
	02 FILLER PIC X(02) VALUE SPACES.
	02 EXC-LastDate PIC 9(08).
	02 FILLER PIC X(02) VALUE SPACES.
	02 EXC-Pieces PIC ZZ9.

PROCEDURE DIVISION.
0000-MAINLINE.
	PERFORM 1000-INITIALIZE THRU 1000-EXIT.
	STOP RUN.

*>----------------------------------------------------------------
*> 1000-INITIALIZE - OPEN THE MASTER, THE RETURNED-MAIL FLAGS,
*>                  AND THE OUTPUTS.
*>----------------------------------------------------------------
1000-INITIALIZE.
	ACCEPT WS-RunDate FROM DATE YYYYMMDD.
	OPEN INPUT CustomerFile.
	OPEN INPUT ReturnedMailFile.
	OPEN OUTPUT LabelFile.
	OPEN OUTPUT SummaryFile.
	OPEN OUTPUT ExceptionFile.
	MOVE WS-RunDate TO EXH-Date.
	WRITE ExceptionLine FROM WS-ExcHeader1.
	WRITE ExceptionLine FROM SPACES.
	WRITE ExceptionLine FROM WS-ExcHeader2.
	WRITE ExceptionLine FROM SPACES.
1000-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2000-SELECT-ACTIVES - RELEASE ONLY ACTIVE CUSTOMERS INTO THE
*>                      SORT.  INACTIVE (SOFT-DELETED) CUSTOMERS
*>                      ARE COUNTED AND SKIPPED, AND SO ARE
*>                      ACTIVE CUSTOMERS WHOSE ADDRESS IS FLAGGED
*>                      UNDELIVERABLE, WHO ALSO GO ON THE
*>                      EXCEPTIONS REPORT.
*>----------------------------------------------------------------
2000-SELECT-ACTIVES.
	PERFORM 2100-READ-CUSTOMER THRU 2100-EXIT.
	PERFORM 2200-RELEASE-ONE THRU 2200-EXIT
		UNTIL CustAtEOF.
	CLOSE CustomerFile.
	CLOSE ReturnedMailFile.
2000-EXIT.
	EXIT.


2200-RELEASE-ONE.
	IF CustActive
		PERFORM 2300-CHECK-RETURNED-MAIL THRU 2300-EXIT
	END-IF.
	IF CustActive AND WS-Undeliverable = 'Y'
		PERFORM 2400-LIST-EXCEPTION THRU 2400-EXIT
	ELSE IF CustActive
		MOVE Zip TO Sort-Zip
		MOVE LastName TO Sort-LastName
		MOVE FirstName TO Sort-FirstName
		RELEASE SortRecord
	ELSE
		ADD 1 TO WS-InactiveSkipped
	END-IF
	END-IF.
	PERFORM 2100-READ-CUSTOMER THRU 2100-EXIT.
2200-EXIT.
	EXIT.

2300-CHECK-RETURNED-MAIL.
	MOVE 'Y' TO WS-Undeliverable.
	MOVE IDNum TO RTM-IDNum.
	READ ReturnedMailFile
		INVALID KEY MOVE 'N' TO WS-Undeliverable
	END-READ.
2300-EXIT.
	EXIT.

2400-LIST-EXCEPTION.
	MOVE IDNum TO EXC-ID.
	MOVE SPACES TO EXC-Name.
	STRING FirstName " " LastName DELIMITED BY "  "
		INTO EXC-Name.
	MOVE Zip TO EXC-Zip.
	MOVE RTM-LastDate TO EXC-LastDate.
	MOVE RTM-Pieces TO EXC-Pieces.
	WRITE ExceptionLine FROM WS-ExcLine.
	ADD 1 TO WS-MailSuppressed.
2400-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 4000-WRITE-LABELS - TAKE THE SORTED RECORDS AND PRINT ONE
*>                    LABEL EACH: NAME, STREET, CITY-STATE-ZIP,
	MOVE "INACTIVE SKIPPED      : " TO SUM-Label.
	MOVE WS-InactiveSkipped TO SUM-Count.
	WRITE SummaryLine FROM WS-SummaryBuild.
	MOVE "RETURNED MAIL SKIPPED : " TO SUM-Label.
	MOVE WS-MailSuppressed TO SUM-Count.
	WRITE SummaryLine FROM WS-SummaryBuild.
	WRITE ExceptionLine FROM SPACES.
	MOVE SPACES TO ExceptionLine.
	STRING "LABELS SUPPRESSED     : " SUM-Count DELIMITED BY SIZE
		INTO ExceptionLine.
	WRITE ExceptionLine.
	CLOSE LabelFile.
	CLOSE SummaryFile.
	CLOSE ExceptionFile.
	DISPLAY "RECORDS READ     : " WS-RecsRead.
	DISPLAY "LABELS WRITTEN   : " WS-LabelsWritten.
	DISPLAY "INACTIVE SKIPPED : " WS-InactiveSkipped.
	DISPLAY "RETURNED MAIL    : " WS-MailSuppressed.
5000-EXIT.
	EXIT.

