*>                   COMMON RUN LOG (runlog.txt, SEE runlog.cpy)
*>                   SO AN OVERNIGHT FAILURE SURVIVES THE SESSION.
*>                   CUSTMORN PRINTS THE MORNING SUMMARY.
*>   10/15/2026  CS  THE CROSS-FILE INTEGRITY CHECK (custintg) IS
*>                   NOW A BUILT-IN DAILY STEP, AHEAD OF custbkup SO
*>                   THE BACKUP IS TAKEN AFTER THE FILES ARE
*>                   CHECKED (IT SETS NO RETURN CODE FOR FINDINGS,
*>                   SO IT CANNOT STOP THE BACKUP).  A SITE RUNNING
*>                   FROM custnite.ctl MUST ADD THE STEP ITSELF -
*>                   A DAILY LINE, STEP NUMBER IN COLUMNS 1-2,
*>                   PROGRAM NAME IN 3-10, FREQUENCY IN 11, DAY IN
*>                   12-13, E.G. FOR STEP 4:
*>                       04custintgD00
*>                   PLACED BEFORE THE custbkup LINE (RENUMBER THE
*>                   STEPS AFTER IT).
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
	02 FILLER PIC X(08) VALUE "custexpt".
	02 FILLER PIC X(08) VALUE "custrecn".
	02 FILLER PIC X(08) VALUE "custrpt".
	02 FILLER PIC X(08) VALUE "custintg".
	02 FILLER PIC X(08) VALUE "custbkup".
01 FILLER REDEFINES WS-DefaultNames.
	02 WS-DefaultName OCCURS 5 PIC X(08).
01 WS-StepTable.
	02 WS-StepEntry OCCURS 20.
		03 WS-StepName PIC X(08).
*>----------------------------------------------------------------
*> 0500-LOAD-CONTROL - READ THE STEP LIST FROM custnite.ctl.  A
*>                    MISSING OR EMPTY CONTROL FILE FALLS BACK TO
*>                    THE BUILT-IN DAILY STEPS (custexpt, custrecn,
*>                    custrpt, custintg, custbkup) SO THE STREAM
*>                    NEVER SILENTLY RUNS NOTHING.
*>----------------------------------------------------------------
0500-LOAD-CONTROL.
			"BUILT-IN DAILY STEP LIST"
		PERFORM 0520-LOAD-ONE-DEFAULT THRU 0520-EXIT
			VARYING WS-StepIndex FROM 1 BY 1
			UNTIL WS-StepIndex > 5
		MOVE 5 TO WS-StepMax
	END-IF.
0500-EXIT.
	EXIT.
