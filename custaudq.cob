*>                              [ID=NNNNNN | OPER=XXXXXXXX |
*>                               ACT=XXXXXXXXXX]
*>                   (NO FILTER PRINTS EVERY ENTRY IN THE RANGE.)
*>   10/14/2026  CS  audit.log ENTRIES GREW AU-BeforeLimit AND
*>                   AU-AfterLimit (230 -> 248 BYTES, SEE auditrec.cpy).
*>                   A CREDIT LIMIT CHANGE NOW PRINTS AS ITS OWN
*>                   BEFORE/AFTER LINE; OLDER ENTRIES (LIMITS NOT
*>                   NUMERIC) SHOW NO LIMIT LINE.
*>   10/15/2026  CS  audit.log ENTRIES GREW AU-EnteredBy (248 -> 256
*>                   BYTES, SEE auditrec.cpy).  A CHANGE APPLIED OR
*>                   REJECTED FROM THE PENDING-CHANGE FILE SHOWS THE
*>                   OPERATOR WHO KEYED IT NEXT TO THE SUPERVISOR
*>                   WHO DECIDED IT, AND OPER= MATCHES EITHER ONE.
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
DATA DIVISION.
FILE SECTION.
FD ArchiveFile.
01 ArchiveLine PIC X(256).

FD ReportFile.
01 ReportLine PIC X(80).
	02 FILLER PIC X(12) VALUE "ACTION".
	02 FILLER PIC X(08) VALUE "ID".
	02 FILLER PIC X(08) VALUE "OPERATOR".
	02 FILLER PIC X(12) VALUE "  ENTERED BY".
01 WS-DetailLine.
	02 DTL-Timestamp PIC X(17).
	02 FILLER PIC X(02) VALUE SPACES.
	02 DTL-ID PIC 9(06).
	02 FILLER PIC X(02) VALUE SPACES.
	02 DTL-Operator PIC X(08).
	02 FILLER PIC X(04) VALUE SPACES.
	02 DTL-EnteredBy PIC X(08).
01 WS-ShowLimit PIC ZZZZ,ZZ9.99.
01 WS-ChangeLine.
	02 FILLER PIC X(03) VALUE SPACES.
	02 CHG-Field PIC X(12).
			END-IF
		WHEN "OPER"
			IF AU-Operator NOT = WS-FilterValue(1:8)
			AND AU-EnteredBy NOT = WS-FilterValue(1:8)
				MOVE 'N' TO WS-Matched
			END-IF
		WHEN "ACT"
	MOVE AU-Action TO DTL-Action.
	MOVE AU-ID TO DTL-ID.
	MOVE AU-Operator TO DTL-Operator.
	MOVE AU-EnteredBy TO DTL-EnteredBy.
	WRITE ReportLine FROM WS-DetailLine.
	ADD 1 TO WS-LineCount.
	IF AU-Before NOT = AU-After
	OR (AU-BeforeLimit NUMERIC AND AU-AfterLimit NUMERIC
	AND AU-BeforeLimit NOT = AU-AfterLimit)
		PERFORM 2300-PRINT-CHANGES THRU 2300-EXIT
	END-IF.
2250-EXIT.
		MOVE AU-AfterStatus TO CHG-After
		PERFORM 2310-WRITE-CHANGE-LINE THRU 2310-EXIT
	END-IF.
	IF AU-BeforeLimit NUMERIC AND AU-AfterLimit NUMERIC
	AND AU-BeforeLimit NOT = AU-AfterLimit
		MOVE "CREDIT LIMIT" TO CHG-Field
		MOVE AU-BeforeLimit TO WS-ShowLimit
		MOVE WS-ShowLimit TO CHG-Before
		MOVE AU-AfterLimit TO WS-ShowLimit
		MOVE WS-ShowLimit TO CHG-After
		PERFORM 2310-WRITE-CHANGE-LINE THRU 2310-EXIT
	END-IF.
2300-EXIT.
	EXIT.

