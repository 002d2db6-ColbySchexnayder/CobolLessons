*>                   BLANK NOR NUMERIC REJECT WITH NEW REASON CODE
*>                   12 INSTEAD OF DEFAULTING SILENTLY IN THE
*>                   APPLY RUN.
*>   10/15/2026  CS  THE INCOMING FEED'S TranCtl-Source (SEE
*>                   custtran.cpy) IS CARRIED ONTO THE ACCEPTED
*>                   FILE'S FRESH HEADER AND TRAILER WHEN THE
*>                   INCOMING HEADER AND TRAILER AGREE ON IT, SO THE
*>                   APPLY RUN STILL KNOWS A CUSTCLRA BATCH FOR WHAT
*>                   IT IS.  A BARE FEED CARRIES NO SOURCE.
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
	02 WS-AcceptHash PIC 9(10) VALUE ZERO.
01 WS-LinesPerPage PIC 9(02) VALUE 20.
01 WS-RunDate PIC 9(08).
01 WS-FeedSource PIC X(08) VALUE SPACES.
01 WS-ReasonCode PIC X(02).
01 WS-ReasonText PIC X(25).
01 WS-PostalTables.
	02 WS-ACtl-BatchDate PIC 9(08).
	02 WS-ACtl-Count PIC 9(06).
	02 WS-ACtl-HashTotal PIC 9(10).
	02 WS-ACtl-Source PIC X(08).
	02 FILLER PIC X(72) VALUE SPACES.

01 WS-HeaderLine1.
	02 FILLER PIC X(10) VALUE "TRANSACTIO".
	EVALUATE Tran-Code
		WHEN 'H'
			MOVE 'Y' TO WS-HeaderSeen
			MOVE TranCtl-Source TO WS-FeedSource
		WHEN 'T'
			MOVE 'Y' TO WS-TrailerSeen
			IF TranCtl-Source NOT = WS-FeedSource
				MOVE SPACES TO WS-FeedSource
			END-IF
			IF TranCtl-Count NUMERIC
				MOVE TranCtl-Count TO WS-TrailerCount
			END-IF
	MOVE 'H' TO WS-ACtl-Code.
	MOVE WS-RunDate TO WS-ACtl-BatchDate.
	MOVE ZERO TO WS-ACtl-Count WS-ACtl-HashTotal.
	MOVE WS-FeedSource TO WS-ACtl-Source.
	WRITE AcceptRecord FROM WS-AcceptCtl.
	PERFORM 2100-READ-TRAN THRU 2100-EXIT.
1600-EXIT.
	MOVE WS-RunDate TO WS-ACtl-BatchDate.
	MOVE WS-AcceptCount TO WS-ACtl-Count.
	MOVE WS-AcceptHash TO WS-ACtl-HashTotal.
	MOVE WS-FeedSource TO WS-ACtl-Source.
	WRITE AcceptRecord FROM WS-AcceptCtl.
	IF WS-PageCount = ZERO
		PERFORM 2700-PRINT-HEADING THRU 2700-EXIT
