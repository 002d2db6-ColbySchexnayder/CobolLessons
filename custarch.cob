*>                   ADDS THE RECORD BACK INTO THE custctl.txt
*>                   TOTALS SO THE NEXT CUSTRECN RUN SEES AN
*>                   EXPLAINED COUNT CHANGE.
*>   10/14/2026  CS  audit.log ENTRIES GREW THE BEFORE/AFTER CREDIT
*>                   LIMIT (230 -> 248 BYTES, SEE auditrec.cpy); A
*>                   RESTORE RECORDS THE RESTORED LIMIT.
*>   10/15/2026  CS  audit.log ENTRIES GREW AU-EnteredBy (248 -> 256
*>                   BYTES, SEE auditrec.cpy); A RESTORE LEAVES IT
*>                   BLANK.
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
	COPY "custrec.cpy".

FD AuditFile.
01 AuditLine PIC X(256).

FD ControlFile.
01 ControlRecord.
		NOT INVALID KEY
			MOVE "RESTORE" TO AU-Action
			MOVE SPACES TO AU-Before
			MOVE ZERO TO AU-BeforeLimit
			MOVE FirstName TO AU-AfterFirst
			MOVE LastName TO AU-AfterLast
			MOVE Street TO AU-AfterStreet
			MOVE Zip TO AU-AfterZip
			MOVE Phone TO AU-AfterPhone
			MOVE CustStatus TO AU-AfterStatus
			MOVE CreditLimit TO AU-AfterLimit
			PERFORM WriteAudit
			PERFORM AdjustControl
			DISPLAY "Restored " IDNum " As Inactive - "
		INTO AU-Timestamp.
	MOVE IDNum TO AU-ID.
	MOVE "*RESTOR*" TO AU-Operator.
	MOVE SPACES TO AU-EnteredBy.
	WRITE AuditLine FROM WS-AuditEntry.
	CLOSE AuditFile.

