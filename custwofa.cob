*>                   RETIRES THAT FILE WITH THE FEED AFTER THE
*>                   RUN, SO AN APPROVAL CANNOT APPLY TWICE.
*>                   UNAPPROVED ROWS ARE COUNTED AND LEFT ALONE.
*>   10/14/2026  CS  baltran.txt GREW A BT-InvoiceNo (SEE CUSTPOST).
*>                   A WRITE-OFF NAMES NO INVOICE, SO CUSTPOST
*>                   APPLIES IT TO THE CUSTOMER'S OPEN INVOICES IN
*>                   ORDER.
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
	02 BT-Sign PIC X(01).
	02 BT-Amount PIC 9(07)V99.
	02 BT-Date PIC 9(08).
	02 BT-InvoiceNo PIC X(10).

WORKING-STORAGE SECTION.
01 WS-WofStatus PIC X(02).
		MOVE SPACE TO BT-Sign
		MOVE WOF-Amount TO BT-Amount
		MOVE WS-RunDate TO BT-Date
		MOVE SPACES TO BT-InvoiceNo
		WRITE BalTranRecord
		ADD 1 TO WS-TransWritten
		ADD WOF-Amount TO WS-WrittenTotal
