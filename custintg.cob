	>> SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTINTG.
AUTHOR. Colby Schexnayder.
INSTALLATION. CUSTOMER RECORDS SYSTEM.
DATE-WRITTEN. 10/14/2026.
DATE-COMPILED.
*>----------------------------------------------------------------
*> MODIFICATION HISTORY
*>   10/14/2026  CS  NEW PROGRAM - NIGHTLY CROSS-FILE INTEGRITY
*>                   CHECK.  custbal.txt, custjrnl.txt, custsusp.txt,
*>                   custmrg.txt AND custcoll.cyc ARE ALL KEYED BY
*>                   IDNum AGAINST customer.txt AND NOTHING CHECKED
*>                   THAT THEY STILL AGREED - CUSTPURG COULD STRAND
*>                   A BALANCE IN custbal.txt, AND A CUSTPOST ABEND
*>                   COULD LEAVE JOURNAL ROWS THAT NO LONGER SUM TO
*>                   THE BUCKETS.  REPORTS, ONE LINE PER FINDING ON
*>                   custintg.txt AND ONE 'E' ENTRY EACH ON THE
*>                   COMMON RUN LOG (runlog.txt) FOR CUSTMORN:
*>                     PURGED CUSTOMERS (custarch.txt) STILL
*>                       CARRYING A NONZERO BALANCE;
*>                     BALANCE, JOURNAL AND COLLECTION-CYCLE ROWS
*>                       WITH NO CUSTOMER ON THE MASTER (JOURNAL
*>                       ROWS OF A PURGED CUSTOMER ARE ITS POSTED
*>                       HISTORY AND ARE ONLY COUNTED);
*>                     CUSTOMERS WHOSE JOURNAL ROWS (INCLUDING THOSE
*>                       OF DUPLICATES MERGED INTO THEM, WHOSE
*>                       BALANCES WERE CARRIED ACROSS) DO NOT SUM TO
*>                       THE custbal.txt BUCKET TOTAL, AND JOURNALS
*>                       WITH A NONZERO TOTAL AND NO BALANCE ROW;
*>                     HELD ADDS (custsusp.txt) WHOSE ID HAS SINCE
*>                       BEEN TAKEN ON THE MASTER, OR WHOSE NAME NO
*>                       LONGER MATCHES AN ACTIVE CUSTOMER;
*>                     MERGE CHAINS IN custmrg.txt ENDING AT A
*>                       MISSING OR INACTIVE SURVIVOR, OR NOT ENDING.
*>                   READ-ONLY.  FINDINGS DO NOT SET A RETURN CODE,
*>                   SO A BAD ROW CANNOT STOP THE REST OF THE
*>                   CUSTNITE STREAM (THE BACKUP IN PARTICULAR); NO
*>                   CUSTOMER MASTER AT ALL ENDS WITH RC 8.  RUN
*>                   NIGHTLY FROM custnite.ctl AS:
*>                       custintg
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT CustomerFile ASSIGN TO "customer.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS IDNum
		ALTERNATE RECORD KEY IS NameKey WITH DUPLICATES
		SHARING WITH ALL OTHER
		FILE STATUS IS WS-CustStatus.

	SELECT OPTIONAL BalanceFile ASSIGN TO "custbal.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS Bal-IDNum.

	SELECT OPTIONAL JournalFile ASSIGN TO "custjrnl.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS Jrnl-Key.

	SELECT OPTIONAL SuspenseFile ASSIGN TO "custsusp.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS Susp-IDNum.

	SELECT OPTIONAL CycleFile ASSIGN TO "custcoll.cyc"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS Cyc-IDNum.

	SELECT OPTIONAL MergeFile ASSIGN TO "custmrg.txt"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-MrgStatus.

	SELECT OPTIONAL ArchiveFile ASSIGN TO "custarch.txt"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-ArchStatus.

	SELECT ReportFile ASSIGN TO "custintg.txt"
		ORGANIZATION IS LINE SEQUENTIAL.

	SELECT OPTIONAL RunLogFile ASSIGN TO "runlog.txt"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CustomerFile.
	COPY "custrec.cpy".

FD BalanceFile.
	COPY "custbal.cpy".

FD JournalFile.
	COPY "custjrnl.cpy".

FD SuspenseFile.
	COPY "custsusp.cpy".

FD CycleFile.
01 CycleData.
	02 Cyc-IDNum PIC 9(06).
	02 Cyc-Count PIC 9(03).
	02 Cyc-LastRun PIC 9(08).

FD MergeFile.
01 MergeRecord.
	02 Mrg-DupID PIC 9(06).
	02 Mrg-SurvivorID PIC 9(06).
	02 Mrg-Date PIC 9(08).
	02 Mrg-Time PIC 9(08).

FD ArchiveFile.
01 ArchiveRecord.
	02 Arch-IDNum PIC 9(06).
	02 FILLER PIC X(99).
	02 Arch-PurgeDate PIC X(08).

FD ReportFile.
01 ReportLine PIC X(80).

FD RunLogFile.
01 RunLogLine PIC X(93).

WORKING-STORAGE SECTION.
01 WS-CustStatus PIC X(02).
01 WS-MrgStatus PIC X(02).
01 WS-ArchStatus PIC X(02).
01 WS-Switches.
	02 WS-MrgEOF PIC X VALUE 'N'.
		88 MrgAtEOF VALUE 'Y'.
	02 WS-ArchEOF PIC X VALUE 'N'.
		88 ArchAtEOF VALUE 'Y'.
	02 WS-BalEOF PIC X VALUE 'N'.
		88 BalAtEOF VALUE 'Y'.
	02 WS-JrnlEOF PIC X.
		88 JrnlAtEOF VALUE 'Y'.
	02 WS-SuspEOF PIC X VALUE 'N'.
		88 SuspAtEOF VALUE 'Y'.
	02 WS-CycEOF PIC X VALUE 'N'.
		88 CycAtEOF VALUE 'Y'.
	02 WS-NameEOF PIC X.
	02 WS-CustOnFile PIC X.
	02 WS-BalOnFile PIC X.
	02 WS-Archived PIC X.
	02 WS-IsMergedDup PIC X.
	02 WS-ActiveFound PIC X.
01 WS-Counters.
	02 WS-LineCount PIC 9(02) VALUE ZERO.
	02 WS-PageCount PIC 9(03) VALUE ZERO.
	02 WS-Findings PIC 9(06) VALUE ZERO.
	02 WS-BalChecked PIC 9(06) VALUE ZERO.
	02 WS-JrnlRowsRead PIC 9(08) VALUE ZERO.
	02 WS-SuspChecked PIC 9(06) VALUE ZERO.
	02 WS-CycChecked PIC 9(06) VALUE ZERO.
	02 WS-PurgedJrnlRows PIC 9(08) VALUE ZERO.
01 WS-LinesPerPage PIC 9(02) VALUE 20.
01 WS-RunDate PIC 9(08).

01 WS-MrgCount PIC 9(04) VALUE ZERO.
01 WS-MrgTable.
	02 WS-MrgEntry OCCURS 2000.
		03 WS-MrgDup PIC 9(06).
		03 WS-MrgSurv PIC 9(06).
		03 WS-MrgFinal PIC 9(06).
01 WS-MrgIndex PIC 9(04).
01 WS-MrgScan PIC 9(04).
01 WS-MrgHops PIC 9(02).
01 WS-LookupID PIC 9(06).
01 WS-NextLookupID PIC 9(06).
01 WS-SurvivorID PIC 9(06).

01 WS-ArchCount PIC 9(04) VALUE ZERO.
01 WS-ArchTable.
	02 WS-ArchID PIC 9(06) OCCURS 5000.
01 WS-ArchIndex PIC 9(04).

01 WS-CheckID PIC 9(06).
01 WS-SumID PIC 9(06).
01 WS-GroupID PIC 9(06).
01 WS-GroupRows PIC 9(06).
01 WS-BalTotal PIC S9(09)V99.
01 WS-JrnlTotal PIC S9(09)V99.
01 WS-GroupTotal PIC S9(09)V99.
01 WS-SearchKey PIC X(30).

01 WS-Finding.
	02 WS-FindID PIC 9(06).
	02 WS-FindCheck PIC X(30).
	02 WS-FindDetail PIC X(40).
01 WS-ShowAmt1 PIC -,---,---,--9.99.
01 WS-ShowAmt2 PIC -,---,---,--9.99.
01 WS-ShowCount PIC ZZZ,ZZ9.
01 WS-ShowID PIC 9(06).

01 WS-HeaderLine1.
	02 FILLER PIC X(10) VALUE "CROSS-FILE".
	02 FILLER PIC X(23) VALUE " INTEGRITY CHECK       ".
	02 FILLER PIC X(06) VALUE "PAGE: ".
	02 HDR-Page PIC ZZ9.
01 WS-HeaderLine2.
	02 FILLER PIC X(09) VALUE "RUN DATE:".
	02 HDR-Date PIC 9(08).
01 WS-HeaderLine3.
	02 FILLER PIC X(08) VALUE "ID".
	02 FILLER PIC X(31) VALUE "FINDING".
	02 FILLER PIC X(40) VALUE "DETAIL".
01 WS-DetailLine.
	02 DTL-ID PIC 9(06).
	02 FILLER PIC X(02) VALUE SPACES.
	02 DTL-Check PIC X(30).
	02 FILLER PIC X(01) VALUE SPACES.
	02 DTL-Detail PIC X(40).
01 WS-FooterLine.
	02 FTR-Label PIC X(30).
	02 FTR-Count PIC ZZ,ZZZ,ZZ9.

	COPY "runlog.cpy".
01 WS-RunLogText PIC X(60).

PROCEDURE DIVISION.
0000-MAINLINE.
	PERFORM 1000-INITIALIZE THRU 1000-EXIT.
	PERFORM 1100-LOAD-MERGES THRU 1100-EXIT.
	PERFORM 1200-LOAD-ARCHIVE THRU 1200-EXIT.
	PERFORM 2000-CHECK-PURGED THRU 2000-EXIT.
	PERFORM 2100-CHECK-BALANCES THRU 2100-EXIT.
	PERFORM 2200-CHECK-JOURNAL THRU 2200-EXIT.
	PERFORM 2300-CHECK-SUSPENSE THRU 2300-EXIT.
	PERFORM 2400-CHECK-CYCLES THRU 2400-EXIT.
	PERFORM 2500-CHECK-MERGES THRU 2500-EXIT.
	PERFORM 3000-FINISH THRU 3000-EXIT.
	STOP RUN.

*>----------------------------------------------------------------
*> 1000-INITIALIZE - OPEN EVERYTHING FOR INPUT.  NO MASTER MEANS
*>                  THERE IS NOTHING TO CHECK AGAINST, WHICH IS
*>                  ITSELF WORTH STOPPING THE STREAM FOR.
*>----------------------------------------------------------------
1000-INITIALIZE.
	ACCEPT WS-RunDate FROM DATE YYYYMMDD.
	OPEN INPUT CustomerFile.
	IF WS-CustStatus NOT = "00"
		DISPLAY "NO CUSTOMER MASTER ON FILE - INTEGRITY CHECK NOT RUN"
		MOVE 'E' TO RL-Severity
		MOVE "NO CUSTOMER MASTER ON FILE - INTEGRITY CHECK NOT RUN"
			TO RL-Message
		PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	OPEN INPUT BalanceFile.
	OPEN INPUT JournalFile.
	OPEN INPUT SuspenseFile.
	OPEN INPUT CycleFile.
	OPEN OUTPUT ReportFile.
	MOVE WS-RunDate TO HDR-Date.
	PERFORM 8100-PRINT-HEADING THRU 8100-EXIT.
1000-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 1100-LOAD-MERGES - LOAD THE MERGE CROSS-REFERENCE AND RESOLVE
*>                   EACH RETIRED ID TO THE CUSTOMER THAT SURVIVES
*>                   TODAY (A INTO B, THEN B INTO C GIVES C), THE
*>                   WAY CUSTLBOX FOLLOWS THE CHAIN.  A CHAIN THAT
*>                   DOES NOT END WITHIN TEN HOPS RESOLVES TO ZERO.
*>----------------------------------------------------------------
1100-LOAD-MERGES.
	OPEN INPUT MergeFile.
	IF WS-MrgStatus NOT = "00" AND WS-MrgStatus NOT = "05"
		GO TO 1100-EXIT
	END-IF.
	PERFORM 1110-LOAD-ONE-MERGE THRU 1110-EXIT
		UNTIL MrgAtEOF OR WS-MrgCount >= 2000.
	IF NOT MrgAtEOF
		DISPLAY "MERGE TABLE FULL AT 2000 - LATER MERGES IN "
			"custmrg.txt NOT CHECKED THIS RUN"
	END-IF.
	CLOSE MergeFile.
	PERFORM 1120-RESOLVE-ONE-MERGE THRU 1120-EXIT
		VARYING WS-MrgIndex FROM 1 BY 1
		UNTIL WS-MrgIndex > WS-MrgCount.
1100-EXIT.
	EXIT.

1110-LOAD-ONE-MERGE.
	READ MergeFile
		AT END MOVE 'Y' TO WS-MrgEOF
		NOT AT END
			IF Mrg-DupID NUMERIC AND Mrg-SurvivorID NUMERIC
				ADD 1 TO WS-MrgCount
				MOVE Mrg-DupID TO WS-MrgDup(WS-MrgCount)
				MOVE Mrg-SurvivorID TO WS-MrgSurv(WS-MrgCount)
				MOVE ZERO TO WS-MrgFinal(WS-MrgCount)
			END-IF
	END-READ.
1110-EXIT.
	EXIT.

1120-RESOLVE-ONE-MERGE.
	MOVE WS-MrgDup(WS-MrgIndex) TO WS-LookupID.
	MOVE ZERO TO WS-SurvivorID WS-MrgHops.
	PERFORM 1130-FOLLOW-ONE-LINK THRU 1130-EXIT
		UNTIL WS-LookupID = ZERO OR WS-MrgHops >= 10.
	IF WS-LookupID = ZERO
		MOVE WS-SurvivorID TO WS-MrgFinal(WS-MrgIndex)
	END-IF.
1120-EXIT.
	EXIT.

1130-FOLLOW-ONE-LINK.
	ADD 1 TO WS-MrgHops.
	MOVE ZERO TO WS-NextLookupID.
	PERFORM 1140-MATCH-ONE-MERGE THRU 1140-EXIT
		VARYING WS-MrgScan FROM 1 BY 1
		UNTIL WS-MrgScan > WS-MrgCount
		OR WS-NextLookupID NOT = ZERO.
	MOVE WS-NextLookupID TO WS-LookupID.
1130-EXIT.
	EXIT.

1140-MATCH-ONE-MERGE.
	IF WS-MrgDup(WS-MrgScan) = WS-LookupID
		MOVE WS-MrgSurv(WS-MrgScan) TO WS-SurvivorID
		MOVE WS-SurvivorID TO WS-NextLookupID
	END-IF.
1140-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 1200-LOAD-ARCHIVE - THE IDs CUSTPURG HAS MOVED TO custarch.txt.
*>----------------------------------------------------------------
1200-LOAD-ARCHIVE.
	OPEN INPUT ArchiveFile.
	IF WS-ArchStatus NOT = "00" AND WS-ArchStatus NOT = "05"
		GO TO 1200-EXIT
	END-IF.
	PERFORM 1210-LOAD-ONE-ARCHIVE THRU 1210-EXIT
		UNTIL ArchAtEOF OR WS-ArchCount >= 5000.
	IF NOT ArchAtEOF
		DISPLAY "ARCHIVE TABLE FULL AT 5000 - LATER PURGES IN "
			"custarch.txt NOT CHECKED THIS RUN"
	END-IF.
	CLOSE ArchiveFile.
1200-EXIT.
	EXIT.

1210-LOAD-ONE-ARCHIVE.
	READ ArchiveFile
		AT END MOVE 'Y' TO WS-ArchEOF
		NOT AT END
			IF Arch-IDNum NUMERIC
				ADD 1 TO WS-ArchCount
				MOVE Arch-IDNum TO WS-ArchID(WS-ArchCount)
			END-IF
	END-READ.
1210-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2000-CHECK-PURGED - A PURGED CUSTOMER (NOT SINCE RESTORED TO
*>                    THE MASTER) MUST NOT STILL OWE OR BE OWED
*>                    ANYTHING.
*>----------------------------------------------------------------
2000-CHECK-PURGED.
	PERFORM 2010-CHECK-ONE-PURGED THRU 2010-EXIT
		VARYING WS-ArchIndex FROM 1 BY 1
		UNTIL WS-ArchIndex > WS-ArchCount.
2000-EXIT.
	EXIT.

2010-CHECK-ONE-PURGED.
	MOVE WS-ArchID(WS-ArchIndex) TO WS-CheckID.
	PERFORM 8200-CHECK-MASTER THRU 8200-EXIT.
	IF WS-CustOnFile = 'Y'
		GO TO 2010-EXIT
	END-IF.
	MOVE 'Y' TO WS-BalOnFile.
	MOVE WS-CheckID TO Bal-IDNum.
	READ BalanceFile
		INVALID KEY MOVE 'N' TO WS-BalOnFile
	END-READ.
	IF WS-BalOnFile = 'Y'
		COMPUTE WS-BalTotal =
			Bal-Current + Bal-Age30 + Bal-Age60 + Bal-Age90
		IF WS-BalTotal NOT = ZERO
			MOVE WS-CheckID TO WS-FindID
			MOVE "PURGED CUSTOMER HAS A BALANCE" TO WS-FindCheck
			MOVE WS-BalTotal TO WS-ShowAmt1
			MOVE SPACES TO WS-FindDetail
			STRING "BALANCE " WS-ShowAmt1
				DELIMITED BY SIZE INTO WS-FindDetail
			PERFORM 8000-REPORT-FINDING THRU 8000-EXIT
		END-IF
	END-IF.
2010-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2100-CHECK-BALANCES - EVERY BALANCE ROW NEEDS A CUSTOMER, AND
*>                      ITS BUCKETS MUST ADD UP TO WHAT THE JOURNAL
*>                      SAYS WAS POSTED: THE CUSTOMER'S OWN ROWS
*>                      PLUS THOSE OF EVERY DUPLICATE MERGED INTO
*>                      IT.  A PURGED CUSTOMER'S ROW WAS ALREADY
*>                      DEALT WITH IN 2000-CHECK-PURGED.
*>----------------------------------------------------------------
2100-CHECK-BALANCES.
	MOVE ZERO TO Bal-IDNum.
	START BalanceFile KEY IS NOT LESS THAN Bal-IDNum
		INVALID KEY MOVE 'Y' TO WS-BalEOF
	END-START.
	PERFORM 2110-CHECK-ONE-BALANCE THRU 2110-EXIT
		UNTIL BalAtEOF.
2100-EXIT.
	EXIT.

2110-CHECK-ONE-BALANCE.
	READ BalanceFile NEXT RECORD
		AT END MOVE 'Y' TO WS-BalEOF
	END-READ.
	IF BalAtEOF
		GO TO 2110-EXIT
	END-IF.
	ADD 1 TO WS-BalChecked.
	MOVE Bal-IDNum TO WS-CheckID.
	COMPUTE WS-BalTotal =
		Bal-Current + Bal-Age30 + Bal-Age60 + Bal-Age90.
	PERFORM 8200-CHECK-MASTER THRU 8200-EXIT.
	IF WS-CustOnFile = 'N'
		PERFORM 8300-CHECK-ARCHIVED THRU 8300-EXIT
		IF WS-Archived = 'N'
			MOVE WS-CheckID TO WS-FindID
			MOVE "BALANCE ROW WITH NO CUSTOMER" TO WS-FindCheck
			MOVE WS-BalTotal TO WS-ShowAmt1
			MOVE SPACES TO WS-FindDetail
			STRING "BALANCE " WS-ShowAmt1
				DELIMITED BY SIZE INTO WS-FindDetail
			PERFORM 8000-REPORT-FINDING THRU 8000-EXIT
		END-IF
		GO TO 2110-EXIT
	END-IF.
	MOVE ZERO TO WS-JrnlTotal.
	MOVE WS-CheckID TO WS-SumID.
	PERFORM 2120-SUM-JOURNAL THRU 2120-EXIT.
	PERFORM 2140-ADD-MERGED-DUP THRU 2140-EXIT
		VARYING WS-MrgIndex FROM 1 BY 1
		UNTIL WS-MrgIndex > WS-MrgCount.
	IF WS-JrnlTotal NOT = WS-BalTotal
		MOVE WS-CheckID TO WS-FindID
		MOVE "JOURNAL DOES NOT MATCH BALANCE" TO WS-FindCheck
		MOVE WS-JrnlTotal TO WS-ShowAmt1
		MOVE WS-BalTotal TO WS-ShowAmt2
		MOVE SPACES TO WS-FindDetail
		STRING "JRNL" WS-ShowAmt1 " BAL" WS-ShowAmt2
			DELIMITED BY SIZE INTO WS-FindDetail
		PERFORM 8000-REPORT-FINDING THRU 8000-EXIT
	END-IF.
2110-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2120-SUM-JOURNAL - ADD WS-SumID'S JOURNAL ROWS INTO WS-JrnlTotal
*>                   THE WAY CUSTPOST MOVED THE BUCKETS: INVOICES
*>                   AND FINANCE CHARGES UP, PAYMENTS AND WRITE-
*>                   OFFS DOWN, ADJUSTMENTS BY THEIR SIGN.
*>----------------------------------------------------------------
2120-SUM-JOURNAL.
	MOVE 'N' TO WS-JrnlEOF.
	MOVE WS-SumID TO Jrnl-IDNum.
	MOVE ZERO TO Jrnl-PostDate Jrnl-PostTime Jrnl-Seq.
	START JournalFile KEY IS NOT LESS THAN Jrnl-Key
		INVALID KEY MOVE 'Y' TO WS-JrnlEOF
	END-START.
	PERFORM 2130-ADD-ONE-JOURNAL THRU 2130-EXIT
		UNTIL JrnlAtEOF.
2120-EXIT.
	EXIT.

2130-ADD-ONE-JOURNAL.
	READ JournalFile NEXT RECORD
		AT END MOVE 'Y' TO WS-JrnlEOF
	END-READ.
	IF NOT JrnlAtEOF
		IF Jrnl-IDNum NOT = WS-SumID
			MOVE 'Y' TO WS-JrnlEOF
		ELSE
			PERFORM 8400-SIGN-JOURNAL THRU 8400-EXIT
			ADD WS-GroupTotal TO WS-JrnlTotal
		END-IF
	END-IF.
2130-EXIT.
	EXIT.

2140-ADD-MERGED-DUP.
	IF WS-MrgFinal(WS-MrgIndex) = WS-CheckID
		MOVE WS-MrgDup(WS-MrgIndex) TO WS-SumID
		PERFORM 2120-SUM-JOURNAL THRU 2120-EXIT
	END-IF.
2140-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2200-CHECK-JOURNAL - ONE SEQUENTIAL PASS, ONE FINDING PER
*>                     CUSTOMER: JOURNAL ROWS WITH NO CUSTOMER, AND
*>                     A NONZERO JOURNAL WITH NO BALANCE ROW (A
*>                     MERGED DUPLICATE'S BALANCE LIVES ON ITS
*>                     SURVIVOR AND WAS CHECKED THERE).
*>----------------------------------------------------------------
2200-CHECK-JOURNAL.
	MOVE 'N' TO WS-JrnlEOF.
	MOVE ZERO TO Jrnl-IDNum Jrnl-PostDate Jrnl-PostTime Jrnl-Seq.
	START JournalFile KEY IS NOT LESS THAN Jrnl-Key
		INVALID KEY MOVE 'Y' TO WS-JrnlEOF
	END-START.
	MOVE ZERO TO WS-GroupRows WS-JrnlTotal.
	MOVE ZERO TO WS-GroupID.
	PERFORM 2210-READ-ONE-JOURNAL THRU 2210-EXIT
		UNTIL JrnlAtEOF.
	IF WS-GroupRows > ZERO
		PERFORM 2220-CLOSE-GROUP THRU 2220-EXIT
	END-IF.
2200-EXIT.
	EXIT.

2210-READ-ONE-JOURNAL.
	READ JournalFile NEXT RECORD
		AT END MOVE 'Y' TO WS-JrnlEOF
	END-READ.
	IF JrnlAtEOF
		GO TO 2210-EXIT
	END-IF.
	ADD 1 TO WS-JrnlRowsRead.
	IF Jrnl-IDNum NOT = WS-GroupID AND WS-GroupRows > ZERO
		PERFORM 2220-CLOSE-GROUP THRU 2220-EXIT
	END-IF.
	MOVE Jrnl-IDNum TO WS-GroupID.
	ADD 1 TO WS-GroupRows.
	PERFORM 8400-SIGN-JOURNAL THRU 8400-EXIT.
	ADD WS-GroupTotal TO WS-JrnlTotal.
2210-EXIT.
	EXIT.

2220-CLOSE-GROUP.
	MOVE WS-GroupID TO WS-CheckID.
	PERFORM 8200-CHECK-MASTER THRU 8200-EXIT.
	IF WS-CustOnFile = 'N'
		PERFORM 8300-CHECK-ARCHIVED THRU 8300-EXIT
		IF WS-Archived = 'Y'
			ADD WS-GroupRows TO WS-PurgedJrnlRows
		ELSE
			MOVE WS-CheckID TO WS-FindID
			MOVE "JOURNAL ROWS WITH NO CUSTOMER" TO WS-FindCheck
			MOVE WS-GroupRows TO WS-ShowCount
			MOVE WS-JrnlTotal TO WS-ShowAmt1
			MOVE SPACES TO WS-FindDetail
			STRING WS-ShowCount " ROWS TOTAL" WS-ShowAmt1
				DELIMITED BY SIZE INTO WS-FindDetail
			PERFORM 8000-REPORT-FINDING THRU 8000-EXIT
		END-IF
	ELSE IF WS-JrnlTotal NOT = ZERO
		MOVE 'N' TO WS-IsMergedDup
		PERFORM 2230-MATCH-MERGED-DUP THRU 2230-EXIT
			VARYING WS-MrgIndex FROM 1 BY 1
			UNTIL WS-MrgIndex > WS-MrgCount
			OR WS-IsMergedDup = 'Y'
		MOVE 'Y' TO WS-BalOnFile
		MOVE WS-CheckID TO Bal-IDNum
		READ BalanceFile
			INVALID KEY MOVE 'N' TO WS-BalOnFile
		END-READ
		IF WS-BalOnFile = 'N' AND WS-IsMergedDup = 'N'
			MOVE WS-CheckID TO WS-FindID
			MOVE "JOURNAL WITH NO BALANCE ROW" TO WS-FindCheck
			MOVE WS-JrnlTotal TO WS-ShowAmt1
			MOVE SPACES TO WS-FindDetail
			STRING "JOURNAL TOTAL " WS-ShowAmt1
				DELIMITED BY SIZE INTO WS-FindDetail
			PERFORM 8000-REPORT-FINDING THRU 8000-EXIT
		END-IF
	END-IF
	END-IF.
	MOVE ZERO TO WS-GroupRows WS-JrnlTotal.
2220-EXIT.
	EXIT.

2230-MATCH-MERGED-DUP.
	IF WS-MrgDup(WS-MrgIndex) = WS-CheckID
		MOVE 'Y' TO WS-IsMergedDup
	END-IF.
2230-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2300-CHECK-SUSPENSE - A HELD ADD IS WAITING FOR AN ID THAT IS
*>                      NOT YET ON THE MASTER AND IS HELD AGAINST
*>                      AN ACTIVE CUSTOMER OF THE SAME NAME.  IF
*>                      EITHER HAS CHANGED, THE ROW IS STRANDED.
*>----------------------------------------------------------------
2300-CHECK-SUSPENSE.
	MOVE ZERO TO Susp-IDNum.
	START SuspenseFile KEY IS NOT LESS THAN Susp-IDNum
		INVALID KEY MOVE 'Y' TO WS-SuspEOF
	END-START.
	PERFORM 2310-CHECK-ONE-HELD-ADD THRU 2310-EXIT
		UNTIL SuspAtEOF.
2300-EXIT.
	EXIT.

2310-CHECK-ONE-HELD-ADD.
	READ SuspenseFile NEXT RECORD
		AT END MOVE 'Y' TO WS-SuspEOF
	END-READ.
	IF SuspAtEOF
		GO TO 2310-EXIT
	END-IF.
	ADD 1 TO WS-SuspChecked.
	MOVE Susp-IDNum TO WS-CheckID.
	PERFORM 8200-CHECK-MASTER THRU 8200-EXIT.
	IF WS-CustOnFile = 'Y'
		MOVE WS-CheckID TO WS-FindID
		MOVE "HELD ADD ID NOW ON THE MASTER" TO WS-FindCheck
		MOVE SPACES TO WS-FindDetail
		STRING "HELD " Susp-HeldDate " BY " Susp-HeldBy
			DELIMITED BY SIZE INTO WS-FindDetail
		PERFORM 8000-REPORT-FINDING THRU 8000-EXIT
		GO TO 2310-EXIT
	END-IF.
	MOVE Susp-Customer TO CustomerData.
	MOVE NameKey TO WS-SearchKey.
	MOVE 'N' TO WS-NameEOF WS-ActiveFound.
	START CustomerFile KEY IS EQUAL TO NameKey
		INVALID KEY MOVE 'Y' TO WS-NameEOF
	END-START.
	PERFORM 2320-SCAN-ONE-NAME THRU 2320-EXIT
		UNTIL WS-NameEOF = 'Y' OR WS-ActiveFound = 'Y'.
	IF WS-ActiveFound = 'N'
		MOVE WS-CheckID TO WS-FindID
		MOVE "HELD ADD MATCHES NO CUSTOMER" TO WS-FindCheck
		MOVE WS-SearchKey TO WS-FindDetail
		PERFORM 8000-REPORT-FINDING THRU 8000-EXIT
	END-IF.
2310-EXIT.
	EXIT.

2320-SCAN-ONE-NAME.
	READ CustomerFile NEXT RECORD
		AT END MOVE 'Y' TO WS-NameEOF
	END-READ.
	IF WS-NameEOF = 'N'
		IF NameKey NOT = WS-SearchKey
			MOVE 'Y' TO WS-NameEOF
		ELSE IF CustActive
			MOVE 'Y' TO WS-ActiveFound
		END-IF
		END-IF
	END-IF.
2320-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2400-CHECK-CYCLES - EVERY COLLECTION-CYCLE ROW NEEDS A CUSTOMER.
*>----------------------------------------------------------------
2400-CHECK-CYCLES.
	MOVE ZERO TO Cyc-IDNum.
	START CycleFile KEY IS NOT LESS THAN Cyc-IDNum
		INVALID KEY MOVE 'Y' TO WS-CycEOF
	END-START.
	PERFORM 2410-CHECK-ONE-CYCLE THRU 2410-EXIT
		UNTIL CycAtEOF.
2400-EXIT.
	EXIT.

2410-CHECK-ONE-CYCLE.
	READ CycleFile NEXT RECORD
		AT END MOVE 'Y' TO WS-CycEOF
	END-READ.
	IF CycAtEOF
		GO TO 2410-EXIT
	END-IF.
	ADD 1 TO WS-CycChecked.
	MOVE Cyc-IDNum TO WS-CheckID.
	PERFORM 8200-CHECK-MASTER THRU 8200-EXIT.
	IF WS-CustOnFile = 'N'
		MOVE WS-CheckID TO WS-FindID
		MOVE "CYCLE ROW WITH NO CUSTOMER" TO WS-FindCheck
		MOVE SPACES TO WS-FindDetail
		STRING "CYCLE " Cyc-Count " LAST RUN " Cyc-LastRun
			DELIMITED BY SIZE INTO WS-FindDetail
		PERFORM 8000-REPORT-FINDING THRU 8000-EXIT
	END-IF.
2410-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 2500-CHECK-MERGES - EVERY MERGE CHAIN MUST END AT A CUSTOMER
*>                    STILL ACTIVE ON THE MASTER; A RETIRED ID'S
*>                    PAYMENTS AND BALANCE ARE REDIRECTED THERE.
*>----------------------------------------------------------------
2500-CHECK-MERGES.
	PERFORM 2510-CHECK-ONE-MERGE THRU 2510-EXIT
		VARYING WS-MrgIndex FROM 1 BY 1
		UNTIL WS-MrgIndex > WS-MrgCount.
2500-EXIT.
	EXIT.

2510-CHECK-ONE-MERGE.
	MOVE WS-MrgDup(WS-MrgIndex) TO WS-FindID.
	MOVE WS-MrgFinal(WS-MrgIndex) TO WS-ShowID.
	IF WS-MrgFinal(WS-MrgIndex) = ZERO
		MOVE "MERGE CHAIN DOES NOT END" TO WS-FindCheck
		MOVE WS-MrgSurv(WS-MrgIndex) TO WS-ShowID
		MOVE SPACES TO WS-FindDetail
		STRING "MERGED INTO " WS-ShowID " - CHAIN LOOPS"
			DELIMITED BY SIZE INTO WS-FindDetail
		PERFORM 8000-REPORT-FINDING THRU 8000-EXIT
		GO TO 2510-EXIT
	END-IF.
	MOVE WS-MrgFinal(WS-MrgIndex) TO WS-CheckID.
	PERFORM 8200-CHECK-MASTER THRU 8200-EXIT.
	IF WS-CustOnFile = 'N'
		MOVE "MERGE SURVIVOR MISSING" TO WS-FindCheck
		MOVE SPACES TO WS-FindDetail
		STRING "SURVIVOR " WS-ShowID " NOT ON THE MASTER"
			DELIMITED BY SIZE INTO WS-FindDetail
		PERFORM 8000-REPORT-FINDING THRU 8000-EXIT
	ELSE IF CustInactive
		MOVE "MERGE SURVIVOR INACTIVE" TO WS-FindCheck
		MOVE SPACES TO WS-FindDetail
		STRING "SURVIVOR " WS-ShowID " IS INACTIVE"
			DELIMITED BY SIZE INTO WS-FindDetail
		PERFORM 8000-REPORT-FINDING THRU 8000-EXIT
	END-IF
	END-IF.
2510-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 3000-FINISH - FOOTER COUNTS, CLOSE UP AND LOG THE OUTCOME.
*>----------------------------------------------------------------
3000-FINISH.
	IF WS-Findings = ZERO
		MOVE "NO INTEGRITY FINDINGS - ALL FILES AGREE WITH THE MASTER"
			TO ReportLine
		WRITE ReportLine
	END-IF.
	WRITE ReportLine FROM SPACES.
	MOVE "BALANCE ROWS CHECKED        :" TO FTR-Label.
	MOVE WS-BalChecked TO FTR-Count.
	WRITE ReportLine FROM WS-FooterLine.
	MOVE "JOURNAL ROWS READ           :" TO FTR-Label.
	MOVE WS-JrnlRowsRead TO FTR-Count.
	WRITE ReportLine FROM WS-FooterLine.
	MOVE "  OF WHICH PURGED CUSTOMERS :" TO FTR-Label.
	MOVE WS-PurgedJrnlRows TO FTR-Count.
	WRITE ReportLine FROM WS-FooterLine.
	MOVE "HELD ADDS CHECKED           :" TO FTR-Label.
	MOVE WS-SuspChecked TO FTR-Count.
	WRITE ReportLine FROM WS-FooterLine.
	MOVE "CYCLE ROWS CHECKED          :" TO FTR-Label.
	MOVE WS-CycChecked TO FTR-Count.
	WRITE ReportLine FROM WS-FooterLine.
	MOVE "MERGES CHECKED              :" TO FTR-Label.
	MOVE WS-MrgCount TO FTR-Count.
	WRITE ReportLine FROM WS-FooterLine.
	MOVE "PURGED IDS CHECKED          :" TO FTR-Label.
	MOVE WS-ArchCount TO FTR-Count.
	WRITE ReportLine FROM WS-FooterLine.
	MOVE "FINDINGS                    :" TO FTR-Label.
	MOVE WS-Findings TO FTR-Count.
	WRITE ReportLine FROM WS-FooterLine.
	CLOSE CustomerFile.
	CLOSE BalanceFile.
	CLOSE JournalFile.
	CLOSE SuspenseFile.
	CLOSE CycleFile.
	CLOSE ReportFile.
	DISPLAY "INTEGRITY FINDINGS    : " WS-Findings.
	MOVE SPACES TO WS-RunLogText.
	IF WS-Findings = ZERO
		MOVE 'I' TO RL-Severity
		MOVE "INTEGRITY CHECK CLEAN - ALL FILES AGREE WITH THE MASTER"
			TO WS-RunLogText
	ELSE
		MOVE 'E' TO RL-Severity
		STRING WS-Findings " INTEGRITY FINDINGS - SEE custintg.txt"
			DELIMITED BY SIZE INTO WS-RunLogText
	END-IF.
	MOVE WS-RunLogText TO RL-Message.
	PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT.
3000-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 8000-REPORT-FINDING - ONE LINE ON THE REPORT AND ONE 'E' ENTRY
*>                      ON THE RUN LOG FOR WS-Finding.
*>----------------------------------------------------------------
8000-REPORT-FINDING.
	ADD 1 TO WS-Findings.
	IF WS-LineCount >= WS-LinesPerPage
		PERFORM 8100-PRINT-HEADING THRU 8100-EXIT
	END-IF.
	MOVE WS-FindID TO DTL-ID.
	MOVE WS-FindCheck TO DTL-Check.
	MOVE WS-FindDetail TO DTL-Detail.
	WRITE ReportLine FROM WS-DetailLine.
	ADD 1 TO WS-LineCount.
	MOVE 'E' TO RL-Severity.
	MOVE WS-FindID TO RL-RecordID.
	MOVE SPACES TO WS-RunLogText.
	STRING WS-FindCheck DELIMITED BY "  "
		": " WS-FindDetail DELIMITED BY SIZE
		INTO WS-RunLogText.
	MOVE WS-RunLogText TO RL-Message.
	PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT.
8000-EXIT.
	EXIT.

8100-PRINT-HEADING.
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
8100-EXIT.
	EXIT.

8200-CHECK-MASTER.
	MOVE 'Y' TO WS-CustOnFile.
	MOVE WS-CheckID TO IDNum.
	READ CustomerFile KEY IS IDNum
		INVALID KEY MOVE 'N' TO WS-CustOnFile
	END-READ.
8200-EXIT.
	EXIT.

8300-CHECK-ARCHIVED.
	MOVE 'N' TO WS-Archived.
	PERFORM 8310-MATCH-ONE-ARCHIVED THRU 8310-EXIT
		VARYING WS-ArchIndex FROM 1 BY 1
		UNTIL WS-ArchIndex > WS-ArchCount
		OR WS-Archived = 'Y'.
8300-EXIT.
	EXIT.

8310-MATCH-ONE-ARCHIVED.
	IF WS-ArchID(WS-ArchIndex) = WS-CheckID
		MOVE 'Y' TO WS-Archived
	END-IF.
8310-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 8400-SIGN-JOURNAL - THE JOURNAL ROW'S EFFECT ON THE BALANCE,
*>                    INTO WS-GroupTotal.
*>----------------------------------------------------------------
8400-SIGN-JOURNAL.
	MOVE Jrnl-Amount TO WS-GroupTotal.
	IF Jrnl-Type = 'P' OR Jrnl-Type = 'W'
	OR (Jrnl-Type = 'J' AND Jrnl-Sign = '-')
		COMPUTE WS-GroupTotal = ZERO - Jrnl-Amount
	END-IF.
8400-EXIT.
	EXIT.

*>----------------------------------------------------------------
*> 9000-WRITE-RUN-LOG - ONE DATED, SEVERITY-TAGGED ENTRY TO THE
*>                     COMMON RUN LOG (SEE runlog.cpy).
*>----------------------------------------------------------------
9000-WRITE-RUN-LOG.
	ACCEPT RL-Date FROM DATE YYYYMMDD.
	ACCEPT RL-Time FROM TIME.
	MOVE "CUSTINTG" TO RL-Program.
	OPEN EXTEND RunLogFile.
	WRITE RunLogLine FROM WS-RunLogEntry.
	CLOSE RunLogFile.
	MOVE SPACES TO RL-RecordID RL-Message.
9000-EXIT.
	EXIT.
