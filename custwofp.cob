*>                   TRANSACTIONS FOR CUSTPOST.  RUN AS:
*>                       custwofp [THRESHOLD-WHOLE-DOLLARS]
*>                   (NO THRESHOLD PROPOSES EVERY 90-DAY BALANCE.)
*>   10/14/2026  CS  EACH APPROVAL ROW NOW CARRIES THE PROPOSAL
*>                   DATE (WOF-ProposedDate) SO CUSTCLOS CAN TELL
*>                   WHICH MONTH AN UNPROCESSED PROPOSAL BELONGS TO.
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
	MOVE Bal-IDNum TO WOF-IDNum.
	MOVE Bal-Age90 TO WOF-Amount.
	MOVE 'N' TO WOF-Approved.
	MOVE WS-RunDate TO WOF-ProposedDate.
	WRITE WriteOffData.
	ADD 1 TO WS-RowsProposed.
	ADD Bal-Age90 TO WS-ProposedTotal.
