*>                   LIMIT (SHORT LINES READ BACK BLANK-PADDED AND
*>                   5200-RELOAD-ONE NOW ZEROES A NON-NUMERIC
*>                   LIMIT).
*>   10/15/2026  CS  THE CATALOG NOW CARRIES THE TIME THE UNLOAD
*>                   STARTED (CAT-Time, HHMMSSCC) AFTER THE
*>                   CHECKSUM, SO CUSTRCVR KNOWS WHICH audit.log
*>                   ENTRIES CAME AFTER A GENERATION WAS TAKEN.
*>                   ENTRIES CATALOGED BEFORE THIS READ THE TIME
*>                   AS SPACES.
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
	02 CAT-Name PIC X(24).
	02 CAT-Count PIC 9(06).
	02 CAT-Checksum PIC 9(10).
	02 CAT-Time PIC X(08).

FD RunLogFile.
01 RunLogLine PIC X(93).
01 WS-Parm2 PIC X(08) JUSTIFIED RIGHT.
01 WS-MaxGens PIC 9(02) VALUE 5.
01 WS-RunDate PIC 9(08).
01 WS-BackupTime PIC 9(08).
01 WS-BackupName PIC X(24).
01 WS-UnloadCount PIC 9(06) VALUE ZERO.
01 WS-UnloadChecksum PIC 9(10) VALUE ZERO.
		03 Gen-Name PIC X(24).
		03 Gen-Count PIC 9(06).
		03 Gen-Checksum PIC 9(10).
		03 Gen-Time PIC X(08).
01 WS-DeleteName PIC X(24).
	COPY "runlog.cpy".

			MOVE CAT-Name TO Gen-Name(WS-GenCount)
			MOVE CAT-Count TO Gen-Count(WS-GenCount)
			MOVE CAT-Checksum TO Gen-Checksum(WS-GenCount)
			MOVE CAT-Time TO Gen-Time(WS-GenCount)
	END-READ.
1100-EXIT.
	EXIT.
	STRING "custbkup." WS-RunDate ".dat" DELIMITED BY SIZE
		INTO WS-BackupName.
	DISPLAY "BACKING UP customer.txt TO " WS-BackupName.
	ACCEPT WS-BackupTime FROM TIME.
	PERFORM 2100-UNLOAD-MASTER THRU 2100-EXIT.
	PERFORM 2300-VERIFY-BACKUP THRU 2300-EXIT.
	IF WS-BackupGood = 'N'
	MOVE WS-BackupName TO Gen-Name(WS-GenIndex).
	MOVE WS-UnloadCount TO Gen-Count(WS-GenIndex).
	MOVE WS-UnloadChecksum TO Gen-Checksum(WS-GenIndex).
	MOVE WS-BackupTime TO Gen-Time(WS-GenIndex).
	PERFORM 3200-DROP-OLDEST THRU 3200-EXIT
		UNTIL WS-GenCount <= WS-MaxGens.
	PERFORM 3400-WRITE-CATALOG THRU 3400-EXIT.
	MOVE Gen-Name(WS-GenIndex) TO CAT-Name.
	MOVE Gen-Count(WS-GenIndex) TO CAT-Count.
	MOVE Gen-Checksum(WS-GenIndex) TO CAT-Checksum.
	MOVE Gen-Time(WS-GenIndex) TO CAT-Time.
	WRITE CatalogRecord.
3500-EXIT.
	EXIT.
