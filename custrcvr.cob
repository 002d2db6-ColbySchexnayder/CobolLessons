	>> SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTRCVR.
AUTHOR. Colby Schexnayder.
INSTALLATION. CUSTOMER RECORDS SYSTEM.
DATE-WRITTEN. 10/15/2026.
DATE-COMPILED.
*>----------------------------------------------------------------
*> MODIFICATION HISTORY
*>   10/15/2026  CS  NEW PROGRAM - FORWARD RECOVERY OF THE CUSTOMER
*>                   MASTER.  CUSTBKUP RESTORE ONLY GOES BACK TO
*>                   LAST NIGHT'S GENERATION, SO A MASTER DAMAGED
*>                   AT 3 PM LOST THE WHOLE DAY'S MENU AND BATCH
*>                   MAINTENANCE AND IT WAS RE-KEYED FROM MEMORY.
*>                   EVERY audit.log ENTRY ALREADY CARRIES THE FULL
*>                   AFTER-IMAGE, SO:
*>                     1. RELOAD THE CHOSEN custbkup GENERATION INTO
*>                        A FRESH customer.new.txt AND VERIFY IT
*>                        AGAINST ITS CATALOG ENTRY.
*>                     2. SORT, IN TIMESTAMP ORDER, EVERY AUDIT
*>                        ENTRY WRITTEN SINCE THE GENERATION WAS
*>                        TAKEN - FROM THE audarch.YYYYMMDD.log
*>                        ARCHIVES CUSTAUDR HAS ROLLED OFF AND THE
*>                        LIVE audit.log.
*>                     3. REPLAY THEM UP TO THE OPTIONAL CUTOFF,
*>                        LISTING EACH ENTRY APPLIED OR NOT APPLIED
*>                        ON custrcvr.txt.
*>                     4. VERIFY THE RESULT AGAINST custctl.txt AND,
*>                        ONLY ON A MATCH, RETIRE THE DAMAGED MASTER
*>                        TO customer.bad.txt AND RENAME THE
*>                        RECOVERED FILE INTO PLACE (THE CUSTREOR
*>                        SWAP).  A MISMATCH LEAVES customer.new.txt
*>                        FOR REVIEW AND THE LIVE FILE UNTOUCHED.
*>                   REPLAY WRITES AFTER-IMAGES RATHER THAN
*>                   RE-DOING CHANGES, SO AN ENTRY ALREADY IN THE
*>                   BACKUP (WRITTEN WHILE THE UNLOAD WAS RUNNING)
*>                   IS HARMLESS.  RUN AS:
*>                       custrcvr YYYYMMDD [YYYYMMDD-HHMMSS]
*>                   (GENERATION DATE, THEN THE LAST MOMENT TO
*>                   REPLAY THROUGH - DEFAULT EVERYTHING LOGGED).
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT CatalogFile ASSIGN TO "custbkup.cat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-CatStatus.

	SELECT BackupFile ASSIGN TO DYNAMIC WS-BackupName
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-BkpStatus.

	SELECT NewCustomerFile ASSIGN TO "customer.new.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS NewIDNum
		ALTERNATE RECORD KEY IS NewNameKey WITH DUPLICATES.

	SELECT ArchiveFile ASSIGN TO DYNAMIC WS-ArchiveName
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-ArchStatus.

	SELECT AuditFile ASSIGN TO "audit.log"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-AudStatus.

	SELECT SortFile ASSIGN TO "custrcvr.srt".

	SELECT ControlFile ASSIGN TO "custctl.txt"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-CtlStatus.

	SELECT ReportFile ASSIGN TO "custrcvr.txt"
		ORGANIZATION IS LINE SEQUENTIAL.

	SELECT OPTIONAL RunLogFile ASSIGN TO "runlog.txt"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CatalogFile.
01 CatalogRecord.
	02 CAT-Date PIC 9(08).
	02 CAT-Name PIC X(24).
	02 CAT-Count PIC 9(06).
	02 CAT-Checksum PIC 9(10).
	02 CAT-Time PIC X(08).

FD BackupFile.
01 BackupRecord PIC X(105).

FD NewCustomerFile.
	COPY "custrec.cpy" REPLACING
		==CustomerData== BY ==NewCustomerData==
		==IDNum== BY ==NewIDNum==
		==NameKey== BY ==NewNameKey==
		==FirstName== BY ==NewFirstName==
		==LastName== BY ==NewLastName==
		==Street== BY ==NewStreet==
		==City== BY ==NewCity==
		==State== BY ==NewState==
		==Zip== BY ==NewZip==
		==Phone== BY ==NewPhone==
		==CustStatus== BY ==NewCustStatus==
		==CustActive== BY ==NewCustActive==
		==CustInactive== BY ==NewCustInactive==
		==CreditLimit== BY ==NewCreditLimit==.

FD ArchiveFile.
01 ArchiveLine PIC X(256).

FD AuditFile.
01 AuditLine PIC X(256).

SD SortFile.
01 SortRecord.
	02 Sort-Timestamp PIC X(17).
	02 FILLER PIC X(239).

FD ControlFile.
01 ControlRecord.
	02 CTL-Count PIC 9(06).
	02 CTL-Checksum PIC 9(10).

FD ReportFile.
01 ReportLine PIC X(100).

FD RunLogFile.
01 RunLogLine PIC X(93).

WORKING-STORAGE SECTION.
01 WS-CatStatus PIC X(02).
01 WS-BkpStatus PIC X(02).
01 WS-ArchStatus PIC X(02).
01 WS-AudStatus PIC X(02).
01 WS-CtlStatus PIC X(02).
01 WS-Switches.
	02 WS-CatEOF PIC X VALUE 'N'.
		88 CatAtEOF VALUE 'Y'.
	02 WS-BkpEOF PIC X VALUE 'N'.
		88 BkpAtEOF VALUE 'Y'.
	02 WS-ArchEOF PIC X.
		88 ArchAtEOF VALUE 'Y'.
	02 WS-AudEOF PIC X VALUE 'N'.
		88 AudAtEOF VALUE 'Y'.
	02 WS-SortEOF PIC X VALUE 'N'.
		88 SortAtEOF VALUE 'Y'.
	02 WS-NewEOF PIC X VALUE 'N'.
		88 NewAtEOF VALUE 'Y'.
	02 WS-GenFound PIC X.
	02 WS-RestoreGood PIC X VALUE 'N'.
	02 WS-OnFile PIC X.
	02 WS-NotApplied PIC X.
01 WS-Counters.
	02 WS-LineCount PIC 9(02) VALUE ZERO.
	02 WS-PageCount PIC 9(03) VALUE ZERO.
	02 WS-FilesRead PIC 9(06) VALUE ZERO.
	02 WS-EntriesRead PIC 9(07) VALUE ZERO.
	02 WS-BeforeBackup PIC 9(07) VALUE ZERO.
	02 WS-Released PIC 9(07) VALUE ZERO.
	02 WS-NoChange PIC 9(07) VALUE ZERO.
	02 WS-PastCutoff PIC 9(07) VALUE ZERO.
	02 WS-AppliedCount PIC 9(07) VALUE ZERO.
	02 WS-DifferedCount PIC 9(07) VALUE ZERO.
	02 WS-NotAppliedCount PIC 9(07) VALUE ZERO.
01 WS-LinesPerPage PIC 9(02) VALUE 20.
01 WS-Parm PIC X(60).
01 WS-ParmDate PIC X(08) JUSTIFIED RIGHT.
01 WS-ParmCutoff PIC X(20).
01 WS-RunDate PIC 9(08).
01 WS-RestoreDate PIC 9(08).
01 WS-Cutoff PIC X(15) VALUE HIGH-VALUES.
01 WS-ReplayFrom PIC X(17).
01 WS-ControlFrom PIC X(17) VALUE LOW-VALUES.
01 WS-GenStamp PIC X(17).
01 WS-StampTime PIC X(08).
01 WS-BackupName PIC X(24).
01 WS-ArchiveName PIC X(24).
01 WS-GenIndex PIC 9(02).
01 WS-GenScan PIC 9(02).
01 WS-GenCount PIC 9(02) VALUE ZERO.
01 WS-GenTable.
	02 WS-GenEntry OCCURS 20.
		03 Gen-Date PIC 9(08).
		03 Gen-Name PIC X(24).
		03 Gen-Count PIC 9(06).
		03 Gen-Checksum PIC 9(10).
		03 Gen-Time PIC X(08).
01 WS-WalkDate PIC 9(08).
01 FILLER REDEFINES WS-WalkDate.
	02 WS-WalkYear PIC 9(04).
	02 WS-WalkMonth PIC 9(02).
	02 WS-WalkDay PIC 9(02).
01 WS-MonthDays PIC 9(02).
01 WS-LeapWork PIC 9(06).
01 WS-LeapRem PIC 9(03).
01 WS-ReloadCount PIC 9(06) VALUE ZERO.
01 WS-ReloadChecksum PIC 9(10) VALUE ZERO.
01 WS-VerifyCount PIC 9(06) VALUE ZERO.
01 WS-VerifyChecksum PIC 9(10) VALUE ZERO.
01 WS-CtlAdjCount PIC S9(07) VALUE ZERO.
01 WS-CtlAdjChecksum PIC S9(11) VALUE ZERO.
01 WS-ExpectCount PIC S9(07) VALUE ZERO.
01 WS-ExpectChecksum PIC S9(11) VALUE ZERO.
01 WS-Result PIC X(45).
01 WS-MessageLine PIC X(100).
01 WS-OldName PIC X(20) VALUE "customer.txt".
01 WS-RetiredName PIC X(20) VALUE "customer.bad.txt".
01 WS-NewName PIC X(20) VALUE "customer.new.txt".
	COPY "runlog.cpy".

	COPY "auditrec.cpy".

*>----------------------------------------------------------------
*> THE MASTER RECORD WITH THE 90 BYTES FROM FirstName THROUGH
*> CustStatus AS ONE FIELD - THE SAME BYTES AS AU-Before/AU-After -
*> SO AN AUDIT IMAGE CAN BE COMPARED AND LAID DOWN IN ONE MOVE.
*>----------------------------------------------------------------
01 WS-MasterWork.
	02 MW-IDNum PIC 9(06).
	02 MW-Image PIC X(90).
	02 MW-CreditLimit PIC 9(07)V99.

01 WS-HeaderLine1.
	02 FILLER PIC X(33) VALUE "FORWARD RECOVERY OF customer.txt".
	02 FILLER PIC X(15) VALUE "   RUN DATE:  ".
	02 HDR-Date PIC 9(08).
	02 FILLER PIC X(08) VALUE "   PAGE:".
	02 HDR-Page PIC ZZ9.
01 WS-HeaderLine2.
	02 FILLER PIC X(12) VALUE "GENERATION: ".
	02 HDR-GenDate PIC 9(08).
	02 FILLER PIC X(08) VALUE "  TAKEN:".
	02 HDR-GenTime PIC X(09).
	02 FILLER PIC X(10) VALUE "  CUTOFF: ".
	02 HDR-Cutoff PIC X(15).
01 WS-HeaderLine3.
	02 FILLER PIC X(19) VALUE "TIMESTAMP".
	02 FILLER PIC X(12) VALUE "ACTION".
	02 FILLER PIC X(08) VALUE "ID".
	02 FILLER PIC X(10) VALUE "OPERATOR".
	02 FILLER PIC X(06) VALUE "RESULT".
01 WS-DetailLine.
	02 DTL-Timestamp PIC X(17).
	02 FILLER PIC X(02) VALUE SPACES.
	02 DTL-Action PIC X(10).
	02 FILLER PIC X(02) VALUE SPACES.
	02 DTL-ID PIC X(06).
	02 FILLER PIC X(02) VALUE SPACES.
	02 DTL-Operator PIC X(08).
	02 FILLER PIC X(02) VALUE SPACES.
	02 DTL-Result PIC X(45).
01 WS-TotalLine.
	02 TOT-Label PIC X(28).
	02 TOT-Count PIC Z,ZZZ,ZZ9.
01 WS-VerifyLine.
	02 VFY-Label PIC X(28).
	02 VFY-Count PIC Z,ZZZ,ZZ9.
	02 FILLER PIC X(03) VALUE " / ".
	02 VFY-Checksum PIC ZZZZZZZZZZ9.

PROCEDURE DIVISION.
0000-MAINLINE.
	PERFORM 1000-INITIALIZE THRU 1000-EXIT.
	PERFORM 2000-RESTORE-GENERATION THRU 2000-EXIT.
	IF WS-RestoreGood = 'Y'
		SORT SortFile
			ON ASCENDING KEY Sort-Timestamp
			WITH DUPLICATES IN ORDER
			INPUT PROCEDURE IS 3000-GATHER-ENTRIES THRU 3000-EXIT
			OUTPUT PROCEDURE IS 4000-REPLAY-ENTRIES THRU 4000-EXIT
		PERFORM 5000-VERIFY THRU 5000-EXIT
	END-IF.
	PERFORM 7000-FINISH THRU 7000-EXIT.
	STOP RUN.

*>----------------------------------------------------------------
*> 1000-INITIALIZE - PICK UP THE GENERATION DATE AND OPTIONAL
*>                  CUTOFF, FIND THE GENERATION ON THE CATALOG,
*>                  WORK OUT WHERE THE REPLAY STARTS, AND OPEN
*>                  THE REPORT.
*>----------------------------------------------------------------
1000-INITIALIZE.
	ACCEPT WS-RunDate FROM DATE YYYYMMDD.
	ACCEPT WS-Parm FROM COMMAND-LINE.
	UNSTRING WS-Parm DELIMITED BY ALL " "
		INTO WS-ParmDate WS-ParmCutoff.
	INSPECT WS-ParmDate REPLACING LEADING " " BY "0".
	IF WS-ParmDate NOT NUMERIC OR WS-ParmDate = "00000000"
		DISPLAY "USAGE: custrcvr YYYYMMDD [YYYYMMDD-HHMMSS]"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	MOVE WS-ParmDate TO WS-RestoreDate.
	IF WS-ParmCutoff NOT = SPACES
		IF WS-ParmCutoff(1:8) NOT NUMERIC
		OR WS-ParmCutoff(9:1) NOT = "-"
		OR WS-ParmCutoff(10:6) NOT NUMERIC
		OR WS-ParmCutoff(16:5) NOT = SPACES
			DISPLAY "CUTOFF MUST BE YYYYMMDD-HHMMSS: "
				WS-ParmCutoff
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF
		MOVE WS-ParmCutoff(1:15) TO WS-Cutoff
	END-IF.
	PERFORM 1100-LOAD-CATALOG THRU 1100-EXIT.
	MOVE 'N' TO WS-GenFound.
	PERFORM 1300-FIND-GENERATION THRU 1300-EXIT
		VARYING WS-GenIndex FROM 1 BY 1
		UNTIL WS-GenIndex > WS-GenCount OR WS-GenFound = 'Y'.
	IF WS-GenFound = 'N'
		DISPLAY "NO GENERATION ON CATALOG FOR " WS-RestoreDate
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	IF Gen-Time(WS-GenIndex) NOT NUMERIC
		DISPLAY "NO BACKUP TIME ON THE CATALOG ENTRY - REPLAYING "
			"FROM THE START OF " WS-RestoreDate
	END-IF.
	MOVE WS-GenIndex TO WS-GenScan.
	PERFORM 1400-BUILD-STAMP THRU 1400-EXIT.
	MOVE WS-GenStamp TO WS-ReplayFrom.
	PERFORM 1500-FIND-NEWEST THRU 1500-EXIT
		VARYING WS-GenScan FROM 1 BY 1
		UNTIL WS-GenScan > WS-GenCount.
	IF WS-Cutoff < WS-ReplayFrom(1:15)
		DISPLAY "CUTOFF " WS-Cutoff " IS BEFORE THE GENERATION "
			"WAS TAKEN (" WS-ReplayFrom ")"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	OPEN OUTPUT ReportFile.
	MOVE WS-RunDate TO HDR-Date.
	MOVE Gen-Date(WS-GenIndex) TO HDR-GenDate.
	MOVE WS-ReplayFrom(10:8) TO HDR-GenTime.
	MOVE WS-ParmCutoff TO HDR-Cutoff.
	IF WS-ParmCutoff = SPACES
		MOVE "(NONE)" TO HDR-Cutoff
	END-IF.
	PERFORM 4900-PRINT-HEADING THRU 4900-EXIT.
	DISPLAY "CUSTRCVR - RECOVERING customer.txt FROM "
		Gen-Name(WS-GenIndex).
	DISPLAY "REPLAYING AUDIT ENTRIES FROM " WS-ReplayFrom.
1000-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 1100-LOAD-CATALOG - PULL THE CUSTBKUP GENERATION CATALOG INTO
*>                    THE TABLE.
*>----------------------------------------------------------------
1100-LOAD-CATALOG.
	OPEN INPUT CatalogFile.
	IF WS-CatStatus NOT = "00"
		DISPLAY "NO BACKUP CATALOG (custbkup.cat) - NOTHING TO "
			"RECOVER FROM"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	PERFORM 1200-READ-CATALOG THRU 1200-EXIT
		UNTIL CatAtEOF OR WS-GenCount >= 20.
	CLOSE CatalogFile.
1100-EXIT.
	EXIT.

1200-READ-CATALOG.
	READ CatalogFile
		AT END MOVE 'Y' TO WS-CatEOF
		NOT AT END
			ADD 1 TO WS-GenCount
			MOVE CAT-Date TO Gen-Date(WS-GenCount)
			MOVE CAT-Name TO Gen-Name(WS-GenCount)
			MOVE CAT-Count TO Gen-Count(WS-GenCount)
			MOVE CAT-Checksum TO Gen-Checksum(WS-GenCount)
			MOVE CAT-Time TO Gen-Time(WS-GenCount)
	END-READ.
1200-EXIT.
	EXIT.

1300-FIND-GENERATION.
	IF WS-GenIndex <= WS-GenCount
	AND Gen-Date(WS-GenIndex) = WS-RestoreDate
		MOVE 'Y' TO WS-GenFound
	END-IF.
	IF WS-GenFound = 'Y'
		SUBTRACT 1 FROM WS-GenIndex
	END-IF.
1300-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 1400-BUILD-STAMP - THE MOMENT GENERATION WS-GenScan WAS TAKEN,
*>                   IN THE AU-Timestamp FORM YYYYMMDD-HHMMSSCC.
*>                   AN ENTRY CATALOGED BEFORE CUSTBKUP KEPT THE
*>                   TIME COUNTS FROM MIDNIGHT.
*>----------------------------------------------------------------
1400-BUILD-STAMP.
	MOVE Gen-Time(WS-GenScan) TO WS-StampTime.
	IF WS-StampTime NOT NUMERIC
		MOVE "00000000" TO WS-StampTime
	END-IF.
	MOVE SPACES TO WS-GenStamp.
	STRING Gen-Date(WS-GenScan) "-" WS-StampTime
		DELIMITED BY SIZE INTO WS-GenStamp.
1400-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 1500-FIND-NEWEST - THE NEWEST GENERATION MARKS WHEN custctl.txt
*>                   WAS LAST RECOUNTED: CUSTRECN WRITES IT JUST
*>                   AHEAD OF CUSTBKUP IN THE NIGHTLY STREAM, AND
*>                   SINCE THEN ONLY CUSTPURG AND CUSTARCH HAVE
*>                   ADJUSTED IT.  AN ADD AFTER THAT MOMENT IS NOT
*>                   IN THE CONTROL TOTALS YET.
*>----------------------------------------------------------------
1500-FIND-NEWEST.
	PERFORM 1400-BUILD-STAMP THRU 1400-EXIT.
	IF WS-GenStamp > WS-ControlFrom
		MOVE WS-GenStamp TO WS-ControlFrom
	END-IF.
1500-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2000-RESTORE-GENERATION - RELOAD THE GENERATION INTO A FRESH
*>                          customer.new.txt (PRIMARY AND NameKey
*>                          INDEXES) AND PROVE IT AGAINST THE
*>                          CATALOG ENTRY BEFORE ANYTHING IS
*>                          REPLAYED ONTO IT.
*>----------------------------------------------------------------
2000-RESTORE-GENERATION.
	MOVE Gen-Name(WS-GenIndex) TO WS-BackupName.
	OPEN INPUT BackupFile.
	IF WS-BkpStatus NOT = "00"
		DISPLAY "BACKUP FILE MISSING OR UNREADABLE - STATUS "
			WS-BkpStatus
		MOVE 'E' TO RL-Severity
		MOVE "RECOVERY STOPPED - BACKUP FILE MISSING OR UNREADABLE"
			TO RL-Message
		PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT
		MOVE 8 TO RETURN-CODE
		GO TO 2000-EXIT
	END-IF.
	OPEN OUTPUT NewCustomerFile.
	PERFORM 2100-RELOAD-ONE THRU 2100-EXIT
		UNTIL BkpAtEOF.
	CLOSE NewCustomerFile.
	CLOSE BackupFile.
	IF WS-ReloadCount = Gen-Count(WS-GenIndex)
	AND WS-ReloadChecksum = Gen-Checksum(WS-GenIndex)
		MOVE 'Y' TO WS-RestoreGood
		DISPLAY "GENERATION RELOADED: " WS-ReloadCount
			" RECORDS, CHECKSUM " WS-ReloadChecksum
	ELSE
		DISPLAY "** RELOADED GENERATION DOES NOT MATCH THE "
			"CATALOG ENTRY - NOTHING REPLAYED, LIVE MASTER "
			"UNTOUCHED **"
		DISPLAY "CATALOG COUNT/CHECKSUM  : " Gen-Count(WS-GenIndex)
			" / " Gen-Checksum(WS-GenIndex)
		DISPLAY "RELOADED COUNT/CHECKSUM : " WS-ReloadCount
			" / " WS-ReloadChecksum
		MOVE 'E' TO RL-Severity
		MOVE "RECOVERY STOPPED - GENERATION DOES NOT MATCH CATALOG"
			TO RL-Message
		PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT
		MOVE 8 TO RETURN-CODE
	END-IF.
2000-EXIT.
	EXIT.

2100-RELOAD-ONE.
	READ BackupFile INTO NewCustomerData
		AT END MOVE 'Y' TO WS-BkpEOF
		NOT AT END
			IF NewCreditLimit NOT NUMERIC
				MOVE ZERO TO NewCreditLimit
			END-IF
			WRITE NewCustomerData
				INVALID KEY DISPLAY "RELOAD REJECTED KEY: "
					NewIDNum
				NOT INVALID KEY
					ADD 1 TO WS-ReloadCount
					ADD NewIDNum TO WS-ReloadChecksum
			END-WRITE
	END-READ.
2100-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 3000-GATHER-ENTRIES - RELEASE INTO THE SORT EVERY AUDIT ENTRY
*>                      STAMPED AT OR AFTER THE GENERATION: EACH
*>                      DATED ARCHIVE FROM THE GENERATION DATE
*>                      THROUGH TODAY (MISSING DATES SKIPPED), THEN
*>                      THE LIVE LOG.  THE SORT KEEPS FILE ORDER
*>                      FOR ENTRIES STAMPED IN THE SAME HUNDREDTH.
*>----------------------------------------------------------------
3000-GATHER-ENTRIES.
	MOVE Gen-Date(WS-GenIndex) TO WS-WalkDate.
	PERFORM 3100-WALK-ONE-DATE THRU 3100-EXIT
		UNTIL WS-WalkDate > WS-RunDate.
	OPEN INPUT AuditFile.
	IF WS-AudStatus = "00"
		ADD 1 TO WS-FilesRead
		PERFORM 3300-READ-LIVE-ENTRY THRU 3300-EXIT
			UNTIL AudAtEOF
		CLOSE AuditFile
	ELSE
		DISPLAY "NO LIVE audit.log - REPLAYING ARCHIVES ONLY"
	END-IF.
3000-EXIT.
	EXIT.

3100-WALK-ONE-DATE.
	MOVE SPACES TO WS-ArchiveName.
	STRING "audarch." WS-WalkDate ".log" DELIMITED BY SIZE
		INTO WS-ArchiveName.
	MOVE 'N' TO WS-ArchEOF.
	OPEN INPUT ArchiveFile.
	IF WS-ArchStatus = "00"
		ADD 1 TO WS-FilesRead
		PERFORM 3200-READ-ARCHIVE-ENTRY THRU 3200-EXIT
			UNTIL ArchAtEOF
		CLOSE ArchiveFile
	END-IF.
	PERFORM 8000-NEXT-DATE THRU 8000-EXIT.
3100-EXIT.
	EXIT.

3200-READ-ARCHIVE-ENTRY.
	READ ArchiveFile INTO WS-AuditEntry
		AT END MOVE 'Y' TO WS-ArchEOF
	END-READ.
	IF NOT ArchAtEOF
		PERFORM 3400-SELECT-ENTRY THRU 3400-EXIT
	END-IF.
3200-EXIT.
	EXIT.

3300-READ-LIVE-ENTRY.
	READ AuditFile INTO WS-AuditEntry
		AT END MOVE 'Y' TO WS-AudEOF
	END-READ.
	IF NOT AudAtEOF
		PERFORM 3400-SELECT-ENTRY THRU 3400-EXIT
	END-IF.
3300-EXIT.
	EXIT.

3400-SELECT-ENTRY.
	ADD 1 TO WS-EntriesRead.
	IF AU-Timestamp(1:17) < WS-ReplayFrom
		ADD 1 TO WS-BeforeBackup
	ELSE
		RELEASE SortRecord FROM WS-AuditEntry
		ADD 1 TO WS-Released
	END-IF.
3400-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 4000-REPLAY-ENTRIES - TAKE THE ENTRIES BACK IN TIMESTAMP ORDER
*>                      AND APPLY EACH ONE'S AFTER-IMAGE TO THE
*>                      RECOVERED FILE.
*>----------------------------------------------------------------
4000-REPLAY-ENTRIES.
	OPEN I-O NewCustomerFile.
	PERFORM 4100-RETURN-ONE THRU 4100-EXIT
		UNTIL SortAtEOF.
	CLOSE NewCustomerFile.
4000-EXIT.
	EXIT.

4100-RETURN-ONE.
	RETURN SortFile INTO WS-AuditEntry
		AT END MOVE 'Y' TO WS-SortEOF
		NOT AT END PERFORM 4200-REPLAY-ONE THRU 4200-EXIT
	END-RETURN.
4100-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 4200-REPLAY-ONE - GET, REJECT AND CHGREJECT NEVER CHANGED THE
*>                  MASTER AND ARE ONLY COUNTED.  AN ENTRY PAST THE
*>                  CUTOFF IS NOT REPLAYED, BUT ITS EFFECT ON THE
*>                  CONTROL TOTALS IS BACKED OUT SO THE VERIFY
*>                  STILL HOLDS.  EVERYTHING ELSE IS APPLIED OR
*>                  REPORTED AS NOT APPLIED.
*>----------------------------------------------------------------
4200-REPLAY-ONE.
	IF AU-Timestamp(1:15) > WS-Cutoff
		ADD 1 TO WS-PastCutoff
		PERFORM 4700-BACK-OUT-CONTROL THRU 4700-EXIT
		GO TO 4200-EXIT
	END-IF.
	IF AU-Action = "GET" OR AU-Action = "REJECT"
	OR AU-Action = "CHGREJECT"
		ADD 1 TO WS-NoChange
		GO TO 4200-EXIT
	END-IF.
	MOVE SPACES TO WS-Result.
	MOVE 'N' TO WS-NotApplied.
	IF AU-ID NOT NUMERIC
		MOVE "NOT APPLIED - ID NOT NUMERIC" TO WS-Result
		MOVE 'Y' TO WS-NotApplied
	ELSE
		MOVE 'Y' TO WS-OnFile
		MOVE AU-ID TO NewIDNum
		READ NewCustomerFile
			INVALID KEY MOVE 'N' TO WS-OnFile
		END-READ
		EVALUATE AU-Action
			WHEN "ADD"
			WHEN "RESTORE"
				PERFORM 4300-APPLY-ADD THRU 4300-EXIT
			WHEN "UPDATE"
			WHEN "DELETE"
			WHEN "REACTIVATE"
			WHEN "MERGE"
				PERFORM 4400-APPLY-CHANGE THRU 4400-EXIT
			WHEN "PURGE"
				PERFORM 4500-APPLY-PURGE THRU 4500-EXIT
			WHEN OTHER
				MOVE "NOT APPLIED - UNKNOWN ACTION" TO WS-Result
				MOVE 'Y' TO WS-NotApplied
		END-EVALUATE
		IF AU-Action = "ADD" AND AU-Timestamp(1:17) >= WS-ControlFrom
			ADD 1 TO WS-CtlAdjCount
			ADD AU-ID TO WS-CtlAdjChecksum
		END-IF
	END-IF.
	IF WS-NotApplied = 'Y'
		ADD 1 TO WS-NotAppliedCount
		MOVE 'W' TO RL-Severity
		MOVE AU-ID TO RL-RecordID
		STRING AU-Action " " WS-Result DELIMITED BY SIZE
			INTO RL-Message
		PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT
	ELSE
		ADD 1 TO WS-AppliedCount
	END-IF.
	PERFORM 4800-PRINT-ENTRY THRU 4800-EXIT.
4200-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 4300-APPLY-ADD - ADD AND RESTORE PUT THE CUSTOMER ON FILE.  ONE
*>                 ALREADY THERE (TAKEN INTO THE BACKUP WHILE THE
*>                 UNLOAD RAN) IS OVERLAID WITH THE SAME IMAGE.
*>----------------------------------------------------------------
4300-APPLY-ADD.
	IF WS-OnFile = 'Y'
		MOVE NewCustomerData TO WS-MasterWork
		PERFORM 4600-LAY-DOWN-AFTER THRU 4600-EXIT
		REWRITE NewCustomerData
			INVALID KEY
				MOVE "NOT APPLIED - REWRITE REJECTED" TO WS-Result
				MOVE 'Y' TO WS-NotApplied
			NOT INVALID KEY
				MOVE "APPLIED - ALREADY ON FILE" TO WS-Result
		END-REWRITE
	ELSE
		MOVE AU-ID TO MW-IDNum
		MOVE ZERO TO MW-CreditLimit
		PERFORM 4600-LAY-DOWN-AFTER THRU 4600-EXIT
		WRITE NewCustomerData
			INVALID KEY
				MOVE "NOT APPLIED - WRITE REJECTED" TO WS-Result
				MOVE 'Y' TO WS-NotApplied
			NOT INVALID KEY
				MOVE "ADDED" TO WS-Result
		END-WRITE
	END-IF.
4300-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 4400-APPLY-CHANGE - UPDATE, DELETE (SOFT), REACTIVATE AND MERGE
*>                    REWRITE THE CUSTOMER WITH THE AFTER-IMAGE.  A
*>                    MASTER THAT MATCHES NEITHER THE BEFORE- NOR
*>                    THE AFTER-IMAGE IS STILL BROUGHT TO THE
*>                    AFTER-IMAGE BUT FLAGGED - AN EARLIER ENTRY
*>                    (A MISSING ARCHIVE) MAY NOT HAVE BEEN SEEN.
*>----------------------------------------------------------------
4400-APPLY-CHANGE.
	IF WS-OnFile = 'N'
		MOVE "NOT APPLIED - CUSTOMER NOT ON FILE" TO WS-Result
		MOVE 'Y' TO WS-NotApplied
		GO TO 4400-EXIT
	END-IF.
	MOVE NewCustomerData TO WS-MasterWork.
	IF MW-Image = AU-Before
		MOVE "APPLIED" TO WS-Result
	ELSE IF MW-Image = AU-After
		MOVE "APPLIED - ALREADY IN BACKUP" TO WS-Result
	ELSE
		MOVE "APPLIED - MASTER DIFFERED FROM BEFORE-IMAGE"
			TO WS-Result
		ADD 1 TO WS-DifferedCount
	END-IF
	END-IF.
	PERFORM 4600-LAY-DOWN-AFTER THRU 4600-EXIT.
	REWRITE NewCustomerData
		INVALID KEY
			MOVE "NOT APPLIED - REWRITE REJECTED" TO WS-Result
			MOVE 'Y' TO WS-NotApplied
	END-REWRITE.
4400-EXIT.
	EXIT.

4500-APPLY-PURGE.
	IF WS-OnFile = 'N'
		MOVE "APPLIED - ALREADY GONE" TO WS-Result
		GO TO 4500-EXIT
	END-IF.
	DELETE NewCustomerFile RECORD
		INVALID KEY
			MOVE "NOT APPLIED - DELETE REJECTED" TO WS-Result
			MOVE 'Y' TO WS-NotApplied
		NOT INVALID KEY
			MOVE "PURGED" TO WS-Result
	END-DELETE.
4500-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 4600-LAY-DOWN-AFTER - THE AFTER-IMAGE OVER WS-MasterWork, THEN
*>                      INTO THE RECORD AREA.  ENTRIES WRITTEN
*>                      BEFORE THE AUDIT CARRIED THE LIMIT LEAVE
*>                      THE LIMIT AS IT WAS.
*>----------------------------------------------------------------
4600-LAY-DOWN-AFTER.
	MOVE AU-After TO MW-Image.
	IF AU-AfterLimit NUMERIC
		MOVE AU-AfterLimit TO MW-CreditLimit
	END-IF.
	MOVE WS-MasterWork TO NewCustomerData.
4600-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 4700-BACK-OUT-CONTROL - custctl.txt STANDS AS OF NOW, NOT AS OF
*>                        THE CUTOFF.  CUSTPURG AND CUSTARCH MOVED
*>                        IT AS THEY RAN, AND AN ADD BEFORE THE
*>                        NEWEST GENERATION WAS COUNTED BY CUSTRECN,
*>                        SO UNDO THOSE FOR AN ENTRY NOT REPLAYED.
*>----------------------------------------------------------------
4700-BACK-OUT-CONTROL.
	IF AU-ID NOT NUMERIC
		GO TO 4700-EXIT
	END-IF.
	EVALUATE AU-Action
		WHEN "PURGE"
			ADD 1 TO WS-CtlAdjCount
			ADD AU-ID TO WS-CtlAdjChecksum
		WHEN "RESTORE"
			SUBTRACT 1 FROM WS-CtlAdjCount
			SUBTRACT AU-ID FROM WS-CtlAdjChecksum
		WHEN "ADD"
			IF AU-Timestamp(1:17) < WS-ControlFrom
				SUBTRACT 1 FROM WS-CtlAdjCount
				SUBTRACT AU-ID FROM WS-CtlAdjChecksum
			END-IF
		WHEN OTHER
			CONTINUE
	END-EVALUATE.
4700-EXIT.
	EXIT.

4800-PRINT-ENTRY.
	IF WS-LineCount >= WS-LinesPerPage
		PERFORM 4900-PRINT-HEADING THRU 4900-EXIT
	END-IF.
	MOVE AU-Timestamp TO DTL-Timestamp.
	MOVE AU-Action TO DTL-Action.
	MOVE AU-ID TO DTL-ID.
	MOVE AU-Operator TO DTL-Operator.
	MOVE WS-Result TO DTL-Result.
	WRITE ReportLine FROM WS-DetailLine.
	ADD 1 TO WS-LineCount.
4800-EXIT.
	EXIT.

4900-PRINT-HEADING.
	ADD 1 TO WS-PageCount.
	MOVE ZERO TO WS-LineCount.
	MOVE WS-PageCount TO HDR-Page.
	IF WS-PageCount > 1
		WRITE ReportLine FROM SPACES
	END-IF.
	WRITE ReportLine FROM WS-HeaderLine1.
	WRITE ReportLine FROM WS-HeaderLine2.
	WRITE ReportLine FROM SPACES.
	WRITE ReportLine FROM WS-HeaderLine3.
	WRITE ReportLine FROM SPACES.
4900-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 5000-VERIFY - COUNT AND CHECKSUM THE RECOVERED FILE AND MATCH IT
*>              AGAINST custctl.txt, ADJUSTED FOR ADDS SINCE THE
*>              NEWEST GENERATION AND FOR ENTRIES PAST THE CUTOFF.
*>              ONLY A MATCH SWAPS THE FILE INTO PLACE.
*>----------------------------------------------------------------
5000-VERIFY.
	OPEN INPUT NewCustomerFile.
	PERFORM 5100-VERIFY-ONE THRU 5100-EXIT
		UNTIL NewAtEOF.
	CLOSE NewCustomerFile.
	OPEN INPUT ControlFile.
	IF WS-CtlStatus NOT = "00"
		DISPLAY "** NO CONTROL FILE (custctl.txt) - RECOVERED "
			"MASTER NOT VERIFIED, SWAP REFUSED **"
		MOVE "RECOVERY NOT VERIFIED - NO CONTROL FILE, SWAP REFUSED"
			TO RL-Message
		PERFORM 5200-REFUSE-SWAP THRU 5200-EXIT
		GO TO 5000-EXIT
	END-IF.
	READ ControlFile
		AT END
			CLOSE ControlFile
			DISPLAY "** EMPTY CONTROL FILE (custctl.txt) - "
				"RECOVERED MASTER NOT VERIFIED, SWAP REFUSED **"
			MOVE "RECOVERY NOT VERIFIED - EMPTY CONTROL FILE, NO SWAP"
				TO RL-Message
			PERFORM 5200-REFUSE-SWAP THRU 5200-EXIT
			GO TO 5000-EXIT
	END-READ.
	CLOSE ControlFile.
	COMPUTE WS-ExpectCount = CTL-Count + WS-CtlAdjCount.
	COMPUTE WS-ExpectChecksum = CTL-Checksum + WS-CtlAdjChecksum.
	WRITE ReportLine FROM SPACES.
	MOVE "CONTROL FILE COUNT/CHECKSUM:" TO VFY-Label.
	MOVE CTL-Count TO VFY-Count.
	MOVE CTL-Checksum TO VFY-Checksum.
	WRITE ReportLine FROM WS-VerifyLine.
	MOVE "EXPECTED COUNT/CHECKSUM    :" TO VFY-Label.
	MOVE WS-ExpectCount TO VFY-Count.
	MOVE WS-ExpectChecksum TO VFY-Checksum.
	WRITE ReportLine FROM WS-VerifyLine.
	MOVE "RECOVERED COUNT/CHECKSUM   :" TO VFY-Label.
	MOVE WS-VerifyCount TO VFY-Count.
	MOVE WS-VerifyChecksum TO VFY-Checksum.
	WRITE ReportLine FROM WS-VerifyLine.
	IF WS-VerifyCount = WS-ExpectCount
	AND WS-VerifyChecksum = WS-ExpectChecksum
		MOVE "RECOVERED MASTER MATCHES THE CONTROL TOTALS"
			TO WS-MessageLine
		WRITE ReportLine FROM WS-MessageLine
		PERFORM 6000-SWAP THRU 6000-EXIT
		GO TO 5000-EXIT
	END-IF.
	DISPLAY "** RECOVERED MASTER DOES NOT MATCH THE CONTROL "
		"TOTALS - SWAP REFUSED, LIVE FILE UNTOUCHED **".
	DISPLAY "EXPECTED COUNT/CHECKSUM  : " WS-ExpectCount
		" / " WS-ExpectChecksum.
	DISPLAY "RECOVERED COUNT/CHECKSUM : " WS-VerifyCount
		" / " WS-VerifyChecksum.
	MOVE "** RECOVERED MASTER DOES NOT MATCH - SWAP REFUSED **"
		TO WS-MessageLine.
	WRITE ReportLine FROM WS-MessageLine.
	MOVE "RECOVERED MASTER DOES NOT MATCH CONTROL TOTALS - NO SWAP"
		TO RL-Message.
	PERFORM 5200-REFUSE-SWAP THRU 5200-EXIT.
5000-EXIT.
	EXIT.

5100-VERIFY-ONE.
	READ NewCustomerFile NEXT RECORD
		AT END MOVE 'Y' TO WS-NewEOF
		NOT AT END
			ADD 1 TO WS-VerifyCount
			ADD NewIDNum TO WS-VerifyChecksum
	END-READ.
5100-EXIT.
	EXIT.

5200-REFUSE-SWAP.
	DISPLAY "customer.new.txt LEFT ON DISK FOR REVIEW".
	MOVE 'E' TO RL-Severity.
	PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT.
	MOVE 8 TO RETURN-CODE.
5200-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 6000-SWAP - THE RECOVERED FILE PROVED ITSELF: RETIRE THE DAMAGED
*>            MASTER TO customer.bad.txt AND RENAME THE RECOVERED
*>            FILE INTO PLACE.  A MASTER THAT IS GONE ALTOGETHER
*>            HAS NOTHING TO RETIRE, SO THAT FAILURE IS ONLY NOTED.
*>----------------------------------------------------------------
6000-SWAP.
	CALL "CBL_RENAME_FILE" USING WS-OldName WS-RetiredName.
	IF RETURN-CODE NOT = ZERO
		DISPLAY "NO DAMAGED MASTER RETIRED (RC " RETURN-CODE
			") - customer.txt MISSING OR IN USE"
		MOVE ZERO TO RETURN-CODE
	ELSE
		DISPLAY "DAMAGED MASTER RETIRED TO " WS-RetiredName
	END-IF.
	CALL "CBL_RENAME_FILE" USING WS-NewName WS-OldName.
	IF RETURN-CODE NOT = ZERO
		DISPLAY "** RECOVERED FILE NOT RENAMED (RC " RETURN-CODE
			") - RENAME customer.new.txt TO customer.txt BY "
			"HAND **"
		MOVE 'E' TO RL-Severity
		MOVE "RECOVERED FILE NOT RENAMED INTO PLACE - RENAME BY HAND"
			TO RL-Message
		PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT
		MOVE 8 TO RETURN-CODE
		GO TO 6000-EXIT
	END-IF.
	DISPLAY "RECOVERY COMPLETE - customer.txt REPLACED".
	MOVE 'I' TO RL-Severity.
	MOVE "RECOVERED MASTER VERIFIED AND SWAPPED INTO PLACE"
		TO RL-Message.
	PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT.
6000-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 7000-FINISH - REPLAY TOTALS TO THE REPORT AND THE CONSOLE.
*>----------------------------------------------------------------
7000-FINISH.
	WRITE ReportLine FROM SPACES.
	MOVE "AUDIT FILES READ          :" TO TOT-Label.
	MOVE WS-FilesRead TO TOT-Count.
	WRITE ReportLine FROM WS-TotalLine.
	MOVE "ENTRIES READ              :" TO TOT-Label.
	MOVE WS-EntriesRead TO TOT-Count.
	WRITE ReportLine FROM WS-TotalLine.
	MOVE "  BEFORE THE GENERATION   :" TO TOT-Label.
	MOVE WS-BeforeBackup TO TOT-Count.
	WRITE ReportLine FROM WS-TotalLine.
	MOVE "  PAST THE CUTOFF         :" TO TOT-Label.
	MOVE WS-PastCutoff TO TOT-Count.
	WRITE ReportLine FROM WS-TotalLine.
	MOVE "  NO MASTER CHANGE        :" TO TOT-Label.
	MOVE WS-NoChange TO TOT-Count.
	WRITE ReportLine FROM WS-TotalLine.
	MOVE "  APPLIED                 :" TO TOT-Label.
	MOVE WS-AppliedCount TO TOT-Count.
	WRITE ReportLine FROM WS-TotalLine.
	MOVE "    MASTER HAD DIFFERED   :" TO TOT-Label.
	MOVE WS-DifferedCount TO TOT-Count.
	WRITE ReportLine FROM WS-TotalLine.
	MOVE "  NOT APPLIED             :" TO TOT-Label.
	MOVE WS-NotAppliedCount TO TOT-Count.
	WRITE ReportLine FROM WS-TotalLine.
	CLOSE ReportFile.
	DISPLAY "AUDIT FILES READ      : " WS-FilesRead.
	DISPLAY "ENTRIES READ          : " WS-EntriesRead.
	DISPLAY "BEFORE THE GENERATION : " WS-BeforeBackup.
	DISPLAY "PAST THE CUTOFF       : " WS-PastCutoff.
	DISPLAY "NO MASTER CHANGE      : " WS-NoChange.
	DISPLAY "APPLIED               : " WS-AppliedCount.
	DISPLAY "MASTER HAD DIFFERED   : " WS-DifferedCount.
	DISPLAY "NOT APPLIED           : " WS-NotAppliedCount.
	IF WS-DifferedCount > ZERO
		MOVE 'W' TO RL-Severity
		MOVE "ENTRIES REPLAYED OVER A DIFFERING MASTER - SEE custrcvr.txt"
			TO RL-Message
		PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT
	END-IF.
7000-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 8000-NEXT-DATE - STEP THE WALK DATE ONE CALENDAR DAY, ROLLING
*>                 MONTH AND YEAR ENDS, WITH THE FEBRUARY LEAP
*>                 RULE.
*>----------------------------------------------------------------
8000-NEXT-DATE.
	EVALUATE WS-WalkMonth
		WHEN 01 WHEN 03 WHEN 05 WHEN 07
		WHEN 08 WHEN 10 WHEN 12
			MOVE 31 TO WS-MonthDays
		WHEN 04 WHEN 06 WHEN 09 WHEN 11
			MOVE 30 TO WS-MonthDays
		WHEN OTHER
			MOVE 28 TO WS-MonthDays
			DIVIDE WS-WalkYear BY 4 GIVING WS-LeapWork
				REMAINDER WS-LeapRem
			IF WS-LeapRem = ZERO
				MOVE 29 TO WS-MonthDays
				DIVIDE WS-WalkYear BY 100 GIVING WS-LeapWork
					REMAINDER WS-LeapRem
				IF WS-LeapRem = ZERO
					MOVE 28 TO WS-MonthDays
					DIVIDE WS-WalkYear BY 400 GIVING WS-LeapWork
						REMAINDER WS-LeapRem
					IF WS-LeapRem = ZERO
						MOVE 29 TO WS-MonthDays
					END-IF
				END-IF
			END-IF
	END-EVALUATE.
	IF WS-WalkDay < WS-MonthDays
		ADD 1 TO WS-WalkDay
	ELSE
		MOVE 01 TO WS-WalkDay
		IF WS-WalkMonth < 12
			ADD 1 TO WS-WalkMonth
		ELSE
			MOVE 01 TO WS-WalkMonth
			ADD 1 TO WS-WalkYear
		END-IF
	END-IF.
8000-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 9000-WRITE-RUN-LOG - ONE DATED, SEVERITY-TAGGED ENTRY TO THE
*>                     COMMON RUN LOG (SEE runlog.cpy).  OPENED
*>                     AND CLOSED AROUND EACH WRITE SO AN ABEND
*>                     LATER IN THE RUN LOSES NO ENTRIES.
*>----------------------------------------------------------------
9000-WRITE-RUN-LOG.
	ACCEPT RL-Date FROM DATE YYYYMMDD.
	ACCEPT RL-Time FROM TIME.
	MOVE "CUSTRCVR" TO RL-Program.
	OPEN EXTEND RunLogFile.
	WRITE RunLogLine FROM WS-RunLogEntry.
	CLOSE RunLogFile.
	MOVE SPACES TO RL-RecordID RL-Message.
9000-EXIT.
	EXIT.
