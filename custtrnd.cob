	>> SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTTRND.
AUTHOR. Colby Schexnayder.
INSTALLATION. CUSTOMER RECORDS SYSTEM.
DATE-WRITTEN. 10/14/2026.
DATE-COMPILED.
*>----------------------------------------------------------------
*> MODIFICATION HISTORY
*>   10/14/2026  CS  NEW PROGRAM - DSO / AGING TREND REPORT OFF THE
*>                   MONTH-END SNAPSHOTS CUSTSNAP SAVES
*>                   (custsnap.txt, SEE custsnap.cpy).  ONE LINE
*>                   PER MONTH FOR THE TWELVE MONTHS ENDING WITH
*>                   THE REPORT MONTH: RECEIVABLES TOTAL, CUSTOMERS
*>                   WITH A BALANCE, INVOICED, PAID, DAYS SALES
*>                   OUTSTANDING (RECEIVABLES / THE MONTH'S
*>                   INVOICED * DAYS IN THE MONTH), PERCENT OF
*>                   RECEIVABLES OVER 60 AND OVER 90 DAYS, AND THE
*>                   CHANGE IN RECEIVABLES AND DSO FROM THE MONTH
*>                   BEFORE.  A MONTH WITH NO SNAPSHOT PRINTS AS
*>                   SUCH AND BREAKS THE MONTH-OVER-MONTH CHANGE.
*>                   RUN AS:
*>                       custtrnd [YYYYMM]
*>                   (LAST MONTH SHOWN; DEFAULTS TO THE RUN DATE'S
*>                   MONTH).
*>   10/15/2026  CS  THE DSO CHANGE COLUMN IS LEFT BLANK WHEN EITHER
*>                   MONTH HAD NOTHING INVOICED.  SUCH A MONTH HAS
*>                   NO DSO, AND ITS ZERO WAS BEING SUBTRACTED AS IF
*>                   IT WERE ONE, SHOWING THE NEXT MONTH'S WHOLE DSO
*>                   AS THE CHANGE.
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT SnapshotFile ASSIGN TO "custsnap.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS Snap-Month
		FILE STATUS IS WS-SnapStatus.

	SELECT ReportFile ASSIGN TO "custtrnd.txt"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD SnapshotFile.
	COPY "custsnap.cpy".

FD ReportFile.
01 ReportLine PIC X(132).

WORKING-STORAGE SECTION.
01 WS-SnapStatus PIC X(02).
01 WS-Counters.
	02 WS-MonthsFound PIC 9(02) VALUE ZERO.
01 WS-Parm PIC X(40).
01 WS-ParmMonth PIC X(06) JUSTIFIED RIGHT.
01 WS-RunDate PIC 9(08).
01 WS-EndMonth PIC 9(06).

*>----------------------------------------------------------------
*> THIRTEEN MONTHS, OLDEST FIRST: ENTRY 1 IS ONLY THE "MONTH
*> BEFORE" FOR THE FIRST PRINTED MONTH'S CHANGE COLUMNS.
*>----------------------------------------------------------------
01 WS-TrendTable.
	02 WS-TrendEntry OCCURS 13.
		03 TRD-Month PIC 9(06).
		03 TRD-Found PIC X(01).
		03 TRD-Total PIC S9(11)V99.
		03 TRD-DSO PIC S9(05)V9.
		03 TRD-DSOValid PIC X(01).
01 WS-TrendIndex PIC 9(02).
01 WS-PriorIndex PIC 9(02).
01 WS-MonthCount PIC 9(06).
01 WS-MonthWork.
	02 WS-WorkYear PIC 9(04).
	02 WS-WorkMonth PIC 9(02).
01 WS-MonthRem PIC 9(02).
01 WS-MonthLengthTable.
	02 FILLER PIC X(24) VALUE "312831303130313130313031".
01 WS-MonthLengths REDEFINES WS-MonthLengthTable.
	02 WS-MonthLength PIC 9(02) OCCURS 12.
01 WS-DaysInMonth PIC 9(02).
01 WS-LeapQuot PIC 9(06).
01 WS-LeapRem4 PIC 9(03).
01 WS-LeapRem100 PIC 9(03).
01 WS-LeapRem400 PIC 9(03).
01 WS-Over60Pct PIC S9(05)V9.
01 WS-Over90Pct PIC S9(05)V9.
01 WS-TotalChange PIC S9(11)V99.
01 WS-DSOChange PIC S9(05)V9.

01 WS-HeaderLine1.
	02 FILLER PIC X(40) VALUE "RECEIVABLES TREND - DSO AND AGING".
	02 FILLER PIC X(18) VALUE "TWELVE MONTHS TO: ".
	02 HDR-Month PIC 9(06).
	02 FILLER PIC X(12) VALUE "   RUN DATE:".
	02 HDR-Date PIC 9(08).
01 WS-HeaderLine2.
	02 FILLER PIC X(08) VALUE "MONTH".
	02 FILLER PIC X(19) VALUE "        RECEIVABLES".
	02 FILLER PIC X(08) VALUE "  CUSTS".
	02 FILLER PIC X(19) VALUE "          INVOICED".
	02 FILLER PIC X(19) VALUE "              PAID".
	02 FILLER PIC X(09) VALUE "     DSO".
	02 FILLER PIC X(09) VALUE "    %>60".
	02 FILLER PIC X(09) VALUE "    %>90".
	02 FILLER PIC X(19) VALUE "     CHANGE IN A/R".
	02 FILLER PIC X(09) VALUE " DSO CHG".
01 WS-DetailLine.
	02 DTL-Month PIC 9(06).
	02 FILLER PIC X(02) VALUE SPACES.
	02 DTL-Total PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
	02 DTL-Custs PIC ZZZ,ZZ9.
	02 FILLER PIC X(01) VALUE SPACES.
	02 DTL-Invoiced PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
	02 DTL-Paid PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
	02 DTL-DSO PIC ZZ,ZZ9.9-.
	02 DTL-Over60 PIC ZZ,ZZ9.9-.
	02 DTL-Over90 PIC ZZ,ZZ9.9-.
	02 DTL-Change PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
	02 DTL-DSOChange PIC ZZ,ZZ9.9-.
01 WS-MissingLine.
	02 MIS-Month PIC 9(06).
	02 FILLER PIC X(02) VALUE SPACES.
	02 FILLER PIC X(30) VALUE "NO SNAPSHOT FOR THIS MONTH".
01 WS-FooterLine.
	02 FILLER PIC X(24) VALUE "MONTHS WITH SNAPSHOTS : ".
	02 FTR-Found PIC Z9.
01 WS-NoteLine.
	02 FILLER PIC X(80) VALUE
		"DSO = RECEIVABLES / MONTH INVOICED * DAYS IN MONTH (BLANK IF NONE INVOICED)".

PROCEDURE DIVISION.
0000-MAINLINE.
	PERFORM 1000-INITIALIZE THRU 1000-EXIT.
	PERFORM 2000-LOAD-ONE-MONTH THRU 2000-EXIT
		VARYING WS-TrendIndex FROM 1 BY 1
		UNTIL WS-TrendIndex > 13.
	PERFORM 2500-PRINT-ONE-MONTH THRU 2500-EXIT
		VARYING WS-TrendIndex FROM 2 BY 1
		UNTIL WS-TrendIndex > 13.
	PERFORM 3000-FINISH THRU 3000-EXIT.
	STOP RUN.

*>----------------------------------------------------------------
*> 1000-INITIALIZE - PICK UP THE LAST MONTH TO SHOW (DEFAULT: THE
*>                  RUN DATE'S MONTH) AND OPEN THE SNAPSHOTS.
*>----------------------------------------------------------------
1000-INITIALIZE.
	ACCEPT WS-RunDate FROM DATE YYYYMMDD.
	ACCEPT WS-Parm FROM COMMAND-LINE.
	UNSTRING WS-Parm DELIMITED BY ALL " " INTO WS-ParmMonth.
	INSPECT WS-ParmMonth REPLACING LEADING " " BY "0".
	IF WS-ParmMonth NUMERIC AND WS-ParmMonth NOT = "000000"
		MOVE WS-ParmMonth TO WS-EndMonth
	ELSE
		MOVE WS-RunDate(1:6) TO WS-EndMonth
	END-IF.
	OPEN INPUT SnapshotFile.
	IF WS-SnapStatus NOT = "00"
		DISPLAY "NO SNAPSHOTS ON FILE (custsnap.txt) - RUN "
			"CUSTSNAP AT MONTH END FIRST"
		STOP RUN
	END-IF.
	OPEN OUTPUT ReportFile.
	MOVE WS-EndMonth TO HDR-Month.
	MOVE WS-RunDate TO HDR-Date.
	WRITE ReportLine FROM WS-HeaderLine1.
	WRITE ReportLine FROM SPACES.
	WRITE ReportLine FROM WS-HeaderLine2.
	WRITE ReportLine FROM SPACES.
1000-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2000-LOAD-ONE-MONTH - ENTRY n HOLDS THE MONTH 13 - n MONTHS
*>                      BEFORE THE REPORT MONTH.  ITS DSO IS WORKED
*>                      OUT HERE SO THE NEXT MONTH CAN SHOW THE
*>                      CHANGE.  A MONTH WITH NOTHING INVOICED
*>                      HAS NO DSO (TRD-DSOValid 'N'), AND NO DSO
*>                      CHANGE IS SHOWN INTO OR OUT OF IT.
*>----------------------------------------------------------------
2000-LOAD-ONE-MONTH.
	MOVE WS-EndMonth TO WS-MonthWork.
	COMPUTE WS-MonthCount = WS-WorkYear * 12 + WS-WorkMonth - 1
		- (13 - WS-TrendIndex).
	DIVIDE WS-MonthCount BY 12 GIVING WS-WorkYear
		REMAINDER WS-MonthRem.
	COMPUTE WS-WorkMonth = WS-MonthRem + 1.
	MOVE WS-MonthWork TO TRD-Month(WS-TrendIndex).
	MOVE 'Y' TO TRD-Found(WS-TrendIndex).
	MOVE ZERO TO TRD-Total(WS-TrendIndex) TRD-DSO(WS-TrendIndex).
	MOVE 'N' TO TRD-DSOValid(WS-TrendIndex).
	MOVE WS-MonthWork TO Snap-Month.
	READ SnapshotFile
		INVALID KEY MOVE 'N' TO TRD-Found(WS-TrendIndex)
	END-READ.
	IF TRD-Found(WS-TrendIndex) = 'Y'
		MOVE Snap-Total TO TRD-Total(WS-TrendIndex)
		PERFORM 2100-DAYS-IN-MONTH THRU 2100-EXIT
		IF Snap-Invoiced > ZERO
			MOVE 'Y' TO TRD-DSOValid(WS-TrendIndex)
			COMPUTE TRD-DSO(WS-TrendIndex) ROUNDED =
				Snap-Total / Snap-Invoiced * WS-DaysInMonth
				ON SIZE ERROR MOVE 99999.9 TO TRD-DSO(WS-TrendIndex)
			END-COMPUTE
		END-IF
	END-IF.
2000-EXIT.
	EXIT.

2100-DAYS-IN-MONTH.
	MOVE WS-MonthLength(WS-WorkMonth) TO WS-DaysInMonth.
	IF WS-WorkMonth = 2
		DIVIDE WS-WorkYear BY 4 GIVING WS-LeapQuot
			REMAINDER WS-LeapRem4
		DIVIDE WS-WorkYear BY 100 GIVING WS-LeapQuot
			REMAINDER WS-LeapRem100
		DIVIDE WS-WorkYear BY 400 GIVING WS-LeapQuot
			REMAINDER WS-LeapRem400
		IF WS-LeapRem400 = ZERO
		OR (WS-LeapRem4 = ZERO AND WS-LeapRem100 NOT = ZERO)
			MOVE 29 TO WS-DaysInMonth
		END-IF
	END-IF.
2100-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2500-PRINT-ONE-MONTH - RE-READ THE MONTH'S SNAPSHOT FOR THE
*>                       DETAIL; THE CHANGE COLUMNS NEED THE MONTH
*>                       BEFORE ON FILE TOO.
*>----------------------------------------------------------------
2500-PRINT-ONE-MONTH.
	IF TRD-Found(WS-TrendIndex) = 'N'
		MOVE TRD-Month(WS-TrendIndex) TO MIS-Month
		WRITE ReportLine FROM WS-MissingLine
		GO TO 2500-EXIT
	END-IF.
	ADD 1 TO WS-MonthsFound.
	MOVE TRD-Month(WS-TrendIndex) TO Snap-Month.
	READ SnapshotFile
		INVALID KEY MOVE ZERO TO Snap-Total
	END-READ.
	MOVE ZERO TO WS-Over60Pct WS-Over90Pct.
	IF Snap-Total > ZERO
		COMPUTE WS-Over60Pct ROUNDED =
			(Snap-Age60 + Snap-Age90) * 100 / Snap-Total
			ON SIZE ERROR MOVE ZERO TO WS-Over60Pct
		END-COMPUTE
		COMPUTE WS-Over90Pct ROUNDED =
			Snap-Age90 * 100 / Snap-Total
			ON SIZE ERROR MOVE ZERO TO WS-Over90Pct
		END-COMPUTE
	END-IF.
	MOVE SPACES TO WS-DetailLine.
	MOVE Snap-Month TO DTL-Month.
	MOVE Snap-Total TO DTL-Total.
	MOVE Snap-CustWithBal TO DTL-Custs.
	MOVE Snap-Invoiced TO DTL-Invoiced.
	MOVE Snap-Paid TO DTL-Paid.
	IF TRD-DSOValid(WS-TrendIndex) = 'Y'
		MOVE TRD-DSO(WS-TrendIndex) TO DTL-DSO
	END-IF.
	MOVE WS-Over60Pct TO DTL-Over60.
	MOVE WS-Over90Pct TO DTL-Over90.
	COMPUTE WS-PriorIndex = WS-TrendIndex - 1.
	IF TRD-Found(WS-PriorIndex) = 'Y'
		COMPUTE WS-TotalChange =
			TRD-Total(WS-TrendIndex) - TRD-Total(WS-PriorIndex)
		MOVE WS-TotalChange TO DTL-Change
		IF TRD-DSOValid(WS-TrendIndex) = 'Y'
		AND TRD-DSOValid(WS-PriorIndex) = 'Y'
			COMPUTE WS-DSOChange =
				TRD-DSO(WS-TrendIndex) - TRD-DSO(WS-PriorIndex)
			MOVE WS-DSOChange TO DTL-DSOChange
		END-IF
	END-IF.
	WRITE ReportLine FROM WS-DetailLine.
2500-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 3000-FINISH - FOOTER, CLOSE UP.
*>----------------------------------------------------------------
3000-FINISH.
	MOVE WS-MonthsFound TO FTR-Found.
	WRITE ReportLine FROM SPACES.
	WRITE ReportLine FROM WS-FooterLine.
	WRITE ReportLine FROM WS-NoteLine.
	CLOSE SnapshotFile.
	CLOSE ReportFile.
	DISPLAY "MONTHS WITH SNAPSHOTS : " WS-MonthsFound.
3000-EXIT.
	EXIT.
