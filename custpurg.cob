*>                   ROWS ARCHIVED ON THE NARROWER LAYOUT SHOW AN
*>                   UNKNOWN PURGE DATE IN CUSTARCH AND RESTORE
*>                   WITH A ZERO LIMIT.
*>   10/14/2026  CS  audit.log ENTRIES GREW THE BEFORE/AFTER CREDIT
*>                   LIMIT (230 -> 248 BYTES, SEE auditrec.cpy); A
*>                   PURGE RECORDS THE LIMIT THE CUSTOMER HAD.
*>   10/15/2026  CS  audit.log ENTRIES GREW AU-EnteredBy (248 -> 256
*>                   BYTES, SEE auditrec.cpy); A PURGE LEAVES IT
*>                   BLANK.
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
	02 Arch-PurgeDate PIC X(08).

FD AuditFile.
01 AuditLine PIC X(256).

FD ControlFile.
01 ControlRecord.
	MOVE Zip TO AU-BeforeZip.
	MOVE Phone TO AU-BeforePhone.
	MOVE CustStatus TO AU-BeforeStatus.
	MOVE CreditLimit TO AU-BeforeLimit.
	MOVE SPACES TO AU-After.
	MOVE ZERO TO AU-AfterLimit.
	PERFORM 2310-WRITE-AUDIT THRU 2310-EXIT.
	DELETE CustomerFile RECORD
		INVALID KEY DISPLAY "PURGE DELETE FAILED FOR ID: " IDNum
		INTO AU-Timestamp.
	MOVE IDNum TO AU-ID.
	MOVE "*PURGE*" TO AU-Operator.
	MOVE SPACES TO AU-EnteredBy.
	WRITE AuditLine FROM WS-AuditEntry.
2310-EXIT.
	EXIT.
