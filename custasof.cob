*>                   FILE.  THE CATALOGED ARCHIVES ARE NOW
*>                   SEARCHED AS WELL AND THE EARLIEST QUALIFYING
*>                   ROW ACROSS LIVE AND ARCHIVED HISTORY WINS.
*>   10/14/2026  CS  HISTORY ROWS GREW Hist-CreditLimit (124 -> 133
*>                   BYTES, SEE custhist.cpy).  THE RECONSTRUCTED
*>                   IMAGE NOW SHOWS THE CREDIT LIMIT; A ROW WRITTEN
*>                   BEFORE THE FIELD EXISTED SHOWS IT AS NOT
*>                   RECORDED.
*>   10/15/2026  CS  HISTORY ROWS GREW Hist-EnteredBy (133 -> 141
*>                   BYTES, SEE custhist.cpy); THE ARCHIVE RECORD
*>                   AND SAVED IMAGE GREW TO MATCH.
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
	02 ARC-Cutoff PIC 9(08).

FD ArchHistFile.
01 ArchHistRecord PIC X(141).

WORKING-STORAGE SECTION.
01 WS-CatStatus PIC X(02).
01 WS-CatEOF PIC X.
01 WS-ArchFileEOF PIC X.
01 WS-BestFound PIC X VALUE 'N'.
01 WS-BestImage PIC X(141).
01 WS-BestKey PIC X(20).

PROCEDURE DIVISION.
		DISPLAY "Zip:        " Hist-Zip
		DISPLAY "Phone:      " Hist-Phone
		DISPLAY "Status:     " Hist-Status
		IF Hist-CreditLimit NUMERIC
			DISPLAY "Credit Limit: " Hist-CreditLimit
		ELSE
			DISPLAY "Credit Limit: NOT RECORDED ON THIS ROW"
		END-IF
	ELSE
		MOVE WS-WantedID TO IDNum
		READ CustomerFile
			DISPLAY "Zip:        " Zip
			DISPLAY "Phone:      " Phone
			DISPLAY "Status:     " CustStatus
			DISPLAY "Credit Limit: " CreditLimit
		END-IF
	END-IF.
3000-EXIT.
