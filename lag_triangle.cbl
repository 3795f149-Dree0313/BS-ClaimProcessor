*>Identifies the program
IDENTIFICATION DIVISION.
*>Name of the program
PROGRAM-ID. LAG-TRIANGLE.
AUTHOR. CLAIMS-SYSTEMS-UNIT.
DATE-WRITTEN. 2026-10-15.
*>Modification history - date, initials, one-line description
*>2026-10-15 rwm  Original run - the quarterly actuarial lag report,
*>                so actuarial stops copying DECISION-HISTORY out and
*>                building triangles by hand. Rows are incurred
*>                months by service date, columns are months of lag
*>                from service to the night the claim was paid, for
*>                all claim types together and for each claim type:
*>                a plan-paid dollar triangle and a claim-count
*>                triangle, net of CLAIM-ADJUST voids (a void takes
*>                its dollars and its claim back out in the month it
*>                was recalled). Chain-ladder completion factors from
*>                the paid triangle give each incurred month's
*>                estimated ultimate and its IBNR reserve. The
*>                incurred-month window, the lag months, and the
*>                as-of month come from lag_triangle_parms.dat.

*>Describes external resources(files, devices, printers). Tells how program how to interact with the outside world
ENVIRONMENT DIVISION.
*>Subsection for handling files
INPUT-OUTPUT SECTION.
*>Defines local file names and how they map to physical files
FILE-CONTROL.
	*>Shared run-control ledger - every program in the daily
	*>sequence stamps it at start and end, and refuses to start
	*>out of order
	SELECT RUN-CONTROL ASSIGN TO "run_control.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS RC-PROGRAM-ID
		FILE STATUS IS WS-RC-STATUS.
	*>Every decision every night - the approvals that paid and the
	*>voids that recalled
	SELECT DECISION-HISTORY ASSIGN TO "decision_history.dat"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-DECHIST-STATUS.
	*>Operator parameters - the incurred-month window, the lag
	*>months, and the as-of month, maintained like
	*>month_end_parms.dat. A missing or bad file reports the twelve
	*>incurred months to date over twelve lag months.
	SELECT REPORT-PARMS ASSIGN TO "lag_triangle_parms.dat"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-PARMS-STATUS.
	*>The formatted triangle and reserve report
	SELECT LAG-REPORT ASSIGN TO "lag_triangle_report.txt"
		ORGANIZATION IS SEQUENTIAL.

*>Where all data structures live, definitions
DATA DIVISION.
*>Describes the record layout for each file
FILE SECTION.

FD RUN-CONTROL.
*>One program's latest run - stamped mid-flight at start and with
*>its outcome at end
01 RC-RECORD.
	05 RC-PROGRAM-ID	PIC X(18).
	05 RC-RUN-DATE		PIC 9(8).
	05 RC-START-TIME	PIC 9(6).
	05 RC-END-TIME		PIC 9(6).
	*>"R" mid-flight, "C" completed, "F" stopped short
	05 RC-OUTCOME		PIC X(1).

FD DECISION-HISTORY.
*>One decision, in the layout the writers append
01 DECISION-HISTORY-RECORD.
	05 DH-RUN-DATE		PIC 9(8).
	05 DH-CLAIM-ID		PIC X(10).
	05 DH-MEMBER-ID		PIC X(5).
	05 DH-CLAIM-DATE	PIC X(8).
	05 DH-CLAIM-AMOUNT	PIC 9(6).
	05 DH-PAID-AMOUNT	PIC 9(6).
	05 DH-WRITE-OFF-AMOUNT	PIC 9(6).
	05 DH-CLAIM-TYPE	PIC X(2).
	05 DH-PROVIDER-ID	PIC X(8).
	05 DH-SUBMITTER-ID	PIC X(8).
	05 DH-DECISION		PIC X(50).

FD REPORT-PARMS.
*>The single parameter row - all months are YYYYMM
01 PARMS-RECORD.
	*>First and last incurred (service) months reported - at most
	*>36 months
	05 LP-START-MONTH	PIC X(6).
	05 LP-END-MONTH		PIC X(6).
	*>Lag months shown, 01-12; the last column also carries every
	*>payment made later than that
	05 LP-LAG-MONTHS	PIC X(2).
	*>Payments decided after this month are left out, so a rerun
	*>reproduces a quarter-end valuation; blank means this month
	05 LP-AS-OF-MONTH	PIC X(6).

FD LAG-REPORT.
*>One printed line of the lag report
01 LAG-REPORT-RECORD	PIC X(170).

*>Program memory, variables live here, reset only when program restarts
WORKING-STORAGE SECTION.

*>----------------------------------------------------------------*
*>Run-control gate - this program's identity in the shared
*>ledger, its prerequisite in the daily sequence, and the program
*>it must never run beside
*>----------------------------------------------------------------*
01 WS-RC-STATUS		PIC XX.
01 WS-RC-GATE-SWITCH	PIC X VALUE "N".
	88 WS-RUN-ALLOWED		VALUE "Y".
01 WS-RC-THIS-PROGRAM	PIC X(18) VALUE "LAG-TRIANGLE".
01 WS-RC-PREREQ		PIC X(18) VALUE SPACES.
01 WS-RC-CONFLICT	PIC X(18) VALUE "PROCESS-CLAIMS".
*>The outcome 9900-STAMP-RUN-END records - "C" unless a refusal
*>or an overflow stopped the run short
01 WS-RC-END-OUTCOME	PIC X(1) VALUE "C".
01 WS-RC-DATE		PIC 9(8).
01 WS-RC-TIME		PIC 9(6).
*>End-of-file flag, "N" = not done, "Y" = stop processing, loop control
01 EOF-FLAG		PIC X VALUE "N".

*>----------------------------------------------------------------*
*>File statuses
*>----------------------------------------------------------------*
01 WS-DECHIST-STATUS	PIC XX.
	88 WS-DECHIST-OK		VALUE "00".
01 WS-PARMS-STATUS	PIC XX.
	88 WS-PARMS-OK			VALUE "00".

*>----------------------------------------------------------------*
*>The window being reported. Months are carried as a running
*>month number (year times twelve plus month less one) so lag is
*>a plain subtraction across year ends.
*>----------------------------------------------------------------*
01 WS-PARMS-GOOD-SWITCH	PIC X VALUE "N".
	88 WS-PARMS-GOOD		VALUE "Y".
01 WS-START-ABS		PIC 9(6).
01 WS-END-ABS		PIC 9(6).
01 WS-AS-OF-ABS		PIC 9(6).
01 WS-LAG-MONTHS	PIC 9(2).
*>Lag columns printed - lag 0 through the lag months
01 WS-LAG-COLUMNS	PIC 9(2) COMP.
01 WS-MONTH-COUNT	PIC 9(2) COMP.
*>The parameter row's months once edited, before they replace the
*>defaults
01 WS-PARM-START-ABS	PIC 9(6).
01 WS-PARM-END-ABS	PIC 9(6).
01 WS-PARM-AS-OF-ABS	PIC 9(6).
*>One YYYYMM month taken apart, and its running month number
01 WS-MONTH-WORK	PIC 9(6).
01 WS-MONTH-PARTS REDEFINES WS-MONTH-WORK.
	05 WS-MW-YEAR		PIC 9(4).
	05 WS-MW-MONTH		PIC 9(2).
01 WS-MONTH-ABS		PIC 9(6).
01 WS-MONTH-REMAINDER	PIC 9(2).
01 WS-MONTH-VALID-SWITCH	PIC X VALUE "N".
	88 WS-MONTH-VALID		VALUE "Y".

*>----------------------------------------------------------------*
*>The triangles. Slot 1 is all claim types together; slots 2 on
*>are one claim type each, in the order the types turn up. Each
*>cell is one incurred month's plan-paid dollars and claim count
*>at one lag, net of voids.
*>----------------------------------------------------------------*
01 WS-SLOT-COUNT	PIC 9(2) COMP VALUE 1.
01 WS-SLOT-TYPES.
	05 WS-SLOT-TYPE		PIC X(2) OCCURS 11 TIMES.
01 WS-TRI-TABLE.
	05 WS-TRI-SLOT OCCURS 11 TIMES.
		10 WS-TRI-MONTH OCCURS 36 TIMES.
			15 WS-TRI-CELL OCCURS 13 TIMES.
				20 WS-TRI-PAID		PIC S9(11).
				20 WS-TRI-COUNT		PIC S9(7).
01 WS-SLOT		PIC 9(2) COMP.
01 WS-MONTH-INDEX	PIC 9(2) COMP.
01 WS-LAG-INDEX		PIC 9(2) COMP.
01 WS-SLOT-FOUND-SWITCH	PIC X VALUE "N".
	88 WS-SLOT-FOUND		VALUE "Y".

*>----------------------------------------------------------------*
*>This decision's place in the triangles
*>----------------------------------------------------------------*
01 WS-INCURRED-ABS	PIC 9(6).
01 WS-PAID-ABS		PIC 9(6).
01 WS-LAG		PIC S9(6).
*>"+" an approval adding, "-" a void taking back
01 WS-POST-SIGN		PIC X(1).

*>----------------------------------------------------------------*
*>Completion work for the slot being printed - the cumulative
*>triangle, each incurred month's latest observed lag column, the
*>lag-to-lag development factors, and the completion factor at
*>each lag column
*>----------------------------------------------------------------*
01 WS-CUM-TABLE.
	05 WS-CUM-MONTH OCCURS 36 TIMES.
		10 WS-CUM-PAID		PIC S9(11) OCCURS 13 TIMES.
		*>The last lag column seen for this incurred month as of
		*>the as-of month
		10 WS-AGE-COLUMN	PIC 9(2) COMP.
01 WS-FACTOR-TABLE.
	05 WS-FACTOR-ENTRY OCCURS 13 TIMES.
		*>Cumulative paid at the next lag over this lag
		10 WS-DEV-FACTOR	PIC S9(5)V9(6).
		*>Share of ultimate already paid by this lag
		10 WS-COMPLETION	PIC S9(5)V9(6).
01 WS-DEV-PRODUCT	PIC S9(7)V9(6).
01 WS-FACTOR-NUMERATOR	PIC S9(13).
01 WS-FACTOR-DENOMINATOR	PIC S9(13).
01 WS-NEXT-COLUMN	PIC 9(2) COMP.
01 WS-PAID-TO-DATE	PIC S9(11).
01 WS-ULTIMATE		PIC S9(11).
01 WS-IBNR		PIC S9(11).
01 WS-SLOT-PAID-TOTAL	PIC S9(13).
01 WS-SLOT-IBNR-TOTAL	PIC S9(13).
*>"P" printing the paid triangle, "C" the count triangle
01 WS-PRINT-MODE	PIC X(1).

*>----------------------------------------------------------------*
*>Run totals for the report foot
*>----------------------------------------------------------------*
01 WS-RECORDS-READ	PIC 9(9) VALUE ZERO.
01 WS-APPROVALS-POSTED	PIC 9(9) VALUE ZERO.
01 WS-VOIDS-POSTED	PIC 9(9) VALUE ZERO.
01 WS-OUTSIDE-WINDOW	PIC 9(9) VALUE ZERO.
01 WS-AFTER-AS-OF	PIC 9(9) VALUE ZERO.
01 WS-BAD-SERVICE-DATE	PIC 9(7) VALUE ZERO.
*>Edited fields used to print the report
01 WS-EDIT-COUNT	PIC ZZZ,ZZZ,ZZ9.
01 WS-EDIT-DOLLARS	PIC $$,$$$,$$$,$$9-.
01 WS-CELL-EDIT		PIC ZZ,ZZZ,ZZ9-.
01 WS-FACTOR-EDIT	PIC ZZZZZ9.9999.
*>Today's date, for the report heading
01 WS-RUN-DATE		PIC 9(8).

*>----------------------------------------------------------------*
*>Report line work - triangle rows are built cell by cell
*>----------------------------------------------------------------*
01 WS-LINE		PIC X(170).
01 WS-LINE-PTR		PIC 9(3) COMP.
01 WS-ROW-LABEL		PIC X(9).
01 WS-COLUMN-HEAD.
	05 FILLER		PIC X(8) VALUE "    LAG ".
	05 WS-CH-LAG		PIC 9(2).
	*>"+" on the last column, which carries every later payment
	05 WS-CH-TAIL		PIC X(1).
	05 FILLER		PIC X(1) VALUE SPACES.
01 WS-SECTION-TITLE	PIC X(60).
01 WS-SLOT-LABEL	PIC X(16).

01 WS-RPT-HEADING-1.
	05 FILLER		PIC X(34)
			VALUE "CLAIMS LAG TRIANGLES AND IBNR".
	05 FILLER		PIC X(10) VALUE "RUN DATE: ".
	05 WS-RPT-HDG-DATE	PIC 9(8).

01 WS-CMP-HEADING.
	05 FILLER		PIC X(9) VALUE "INCURRED".
	05 FILLER		PIC X(12) VALUE "        AGE ".
	05 FILLER		PIC X(12) VALUE "PAID TO DATE".
	05 FILLER		PIC X(12) VALUE " COMPLETION ".
	05 FILLER		PIC X(12) VALUE "EST ULTIMATE".
	05 FILLER		PIC X(12) VALUE "        IBNR".

01 WS-CMP-DETAIL.
	05 WS-CD-MONTH		PIC 9(6).
	05 FILLER		PIC X(3) VALUE SPACES.
	05 FILLER		PIC X(8) VALUE SPACES.
	05 WS-CD-AGE		PIC ZZ9.
	05 FILLER		PIC X(1) VALUE SPACES.
	05 WS-CD-PAID		PIC ZZ,ZZZ,ZZ9-.
	05 FILLER		PIC X(1) VALUE SPACES.
	05 WS-CD-COMPLETION	PIC ZZZZZ9.9999.
	05 FILLER		PIC X(1) VALUE SPACES.
	05 WS-CD-ULTIMATE	PIC ZZ,ZZZ,ZZ9-.
	05 FILLER		PIC X(1) VALUE SPACES.
	05 WS-CD-IBNR		PIC ZZ,ZZZ,ZZ9-.
	05 FILLER		PIC X(2) VALUE SPACES.
	05 WS-CD-NOTE		PIC X(30).

*>Excecutable logic
PROCEDURE DIVISION.
*>Paragraph label, entry point of program logic
0000-MAINLINE.
	*>No program starts out of sequence - the shared ledger rules
	PERFORM 0100-CHECK-RUN-CONTROL THRU 0100-EXIT
	IF NOT WS-RUN-ALLOWED
		STOP RUN
	END-IF
	PERFORM 1000-INITIALIZE THRU 1000-EXIT
	PERFORM 2000-TALLY-DECISION THRU 2000-EXIT
		UNTIL EOF-FLAG = "Y"
	PERFORM 8000-WRITE-REPORT THRU 8000-EXIT
	PERFORM 9000-FINALIZE THRU 9000-EXIT
	PERFORM 9900-STAMP-RUN-END THRU 9900-EXIT
	STOP RUN.

*>------------------------------------------------------------*
*> 1000-INITIALIZE - settle the window, clear the triangles, and
*> open the history and the report
*>------------------------------------------------------------*
1000-INITIALIZE.
	ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
	PERFORM 1100-LOAD-REPORT-PARMS THRU 1100-EXIT
	COMPUTE WS-MONTH-COUNT = WS-END-ABS - WS-START-ABS + 1
	COMPUTE WS-LAG-COLUMNS = WS-LAG-MONTHS + 1
	MOVE SPACES TO WS-SLOT-TYPES
	PERFORM 1200-CLEAR-CELL THRU 1200-EXIT
		VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 11
		AFTER WS-MONTH-INDEX FROM 1 BY 1 UNTIL WS-MONTH-INDEX > 36
		AFTER WS-LAG-INDEX FROM 1 BY 1 UNTIL WS-LAG-INDEX > 13
	OPEN INPUT DECISION-HISTORY
	IF NOT WS-DECHIST-OK
		DISPLAY "LAG-TRIANGLE: DECISION-HISTORY OPEN FAILED, "
			"STATUS = " WS-DECHIST-STATUS ", NOTHING TO REPORT"
		MOVE "Y" TO EOF-FLAG
	END-IF
	OPEN OUTPUT LAG-REPORT
	.
1000-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 1100-LOAD-REPORT-PARMS - default to the twelve incurred months
*> through this month over twelve lag months, then let a good
*> parameter row replace that; a bad row is ignored with a warning
*>------------------------------------------------------------*
1100-LOAD-REPORT-PARMS.
	DIVIDE WS-RUN-DATE BY 100 GIVING WS-MONTH-WORK
	PERFORM 1900-MONTH-TO-ABS THRU 1900-EXIT
	MOVE WS-MONTH-ABS TO WS-AS-OF-ABS
	MOVE WS-MONTH-ABS TO WS-END-ABS
	COMPUTE WS-START-ABS = WS-END-ABS - 11
	MOVE 12 TO WS-LAG-MONTHS
	OPEN INPUT REPORT-PARMS
	IF NOT WS-PARMS-OK
		DISPLAY "LAG-TRIANGLE: NO PARAMETER FILE - REPORTING THE "
			"12 INCURRED MONTHS TO DATE OVER 12 LAG MONTHS"
		GO TO 1100-EXIT
	END-IF
	READ REPORT-PARMS
		AT END
			MOVE SPACES TO PARMS-RECORD
	END-READ
	CLOSE REPORT-PARMS
	PERFORM 1110-EDIT-PARMS THRU 1110-EXIT
	IF WS-PARMS-GOOD
		MOVE WS-PARM-START-ABS TO WS-START-ABS
		MOVE WS-PARM-END-ABS TO WS-END-ABS
		MOVE WS-PARM-AS-OF-ABS TO WS-AS-OF-ABS
		MOVE LP-LAG-MONTHS TO WS-LAG-MONTHS
	ELSE
		DISPLAY "LAG-TRIANGLE: PARAMETERS BAD - IGNORED, REPORTING "
			"THE 12 INCURRED MONTHS TO DATE OVER 12 LAG MONTHS"
	END-IF
	.
1100-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 1110-EDIT-PARMS - real months, a window of 1 to 36 incurred
*> months ending no later than the as-of month, and 1 to 12 lag
*> months; the as-of month is this month when left blank
*>------------------------------------------------------------*
1110-EDIT-PARMS.
	MOVE "N" TO WS-PARMS-GOOD-SWITCH
	IF LP-START-MONTH NOT NUMERIC
		OR LP-END-MONTH NOT NUMERIC
		OR LP-LAG-MONTHS NOT NUMERIC
		GO TO 1110-EXIT
	END-IF
	IF LP-LAG-MONTHS < "01" OR LP-LAG-MONTHS > "12"
		GO TO 1110-EXIT
	END-IF
	MOVE LP-START-MONTH TO WS-MONTH-WORK
	PERFORM 1900-MONTH-TO-ABS THRU 1900-EXIT
	IF NOT WS-MONTH-VALID
		GO TO 1110-EXIT
	END-IF
	MOVE WS-MONTH-ABS TO WS-PARM-START-ABS
	MOVE LP-END-MONTH TO WS-MONTH-WORK
	PERFORM 1900-MONTH-TO-ABS THRU 1900-EXIT
	IF NOT WS-MONTH-VALID
		GO TO 1110-EXIT
	END-IF
	MOVE WS-MONTH-ABS TO WS-PARM-END-ABS
	IF LP-AS-OF-MONTH = SPACES
		MOVE WS-AS-OF-ABS TO WS-PARM-AS-OF-ABS
	ELSE
		IF LP-AS-OF-MONTH NOT NUMERIC
			GO TO 1110-EXIT
		END-IF
		MOVE LP-AS-OF-MONTH TO WS-MONTH-WORK
		PERFORM 1900-MONTH-TO-ABS THRU 1900-EXIT
		IF NOT WS-MONTH-VALID
			GO TO 1110-EXIT
		END-IF
		MOVE WS-MONTH-ABS TO WS-PARM-AS-OF-ABS
	END-IF
	IF WS-PARM-START-ABS > WS-PARM-END-ABS
		OR WS-PARM-END-ABS - WS-PARM-START-ABS > 35
		OR WS-PARM-END-ABS > WS-PARM-AS-OF-ABS
		GO TO 1110-EXIT
	END-IF
	MOVE "Y" TO WS-PARMS-GOOD-SWITCH
	.
1110-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 1200-CLEAR-CELL - zero one triangle cell
*>------------------------------------------------------------*
1200-CLEAR-CELL.
	MOVE ZERO TO WS-TRI-PAID (WS-SLOT, WS-MONTH-INDEX, WS-LAG-INDEX)
		WS-TRI-COUNT (WS-SLOT, WS-MONTH-INDEX, WS-LAG-INDEX)
	.
1200-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 1900-MONTH-TO-ABS - the YYYYMM in WS-MONTH-WORK as a running
*> month number, flagged invalid when the month is not 01-12
*>------------------------------------------------------------*
1900-MONTH-TO-ABS.
	MOVE "N" TO WS-MONTH-VALID-SWITCH
	MOVE ZERO TO WS-MONTH-ABS
	IF WS-MW-MONTH < 1 OR WS-MW-MONTH > 12
		GO TO 1900-EXIT
	END-IF
	COMPUTE WS-MONTH-ABS = WS-MW-YEAR * 12 + WS-MW-MONTH - 1
	MOVE "Y" TO WS-MONTH-VALID-SWITCH
	.
1900-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 1910-ABS-TO-MONTH - a running month number back to YYYYMM in
*> WS-MONTH-WORK, for the row labels
*>------------------------------------------------------------*
1910-ABS-TO-MONTH.
	DIVIDE WS-MONTH-ABS BY 12 GIVING WS-MW-YEAR
		REMAINDER WS-MONTH-REMAINDER
	COMPUTE WS-MW-MONTH = WS-MONTH-REMAINDER + 1
	.
1910-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2000-TALLY-DECISION - one history record. An approval adds its
*> plan-paid dollars and one claim at its lag; a void takes them
*> back out at the lag it was recalled. Pends and rejections paid
*> nothing and are passed over.
*>------------------------------------------------------------*
2000-TALLY-DECISION.
	READ DECISION-HISTORY
		AT END
			MOVE "Y" TO EOF-FLAG
		NOT AT END
			ADD 1 TO WS-RECORDS-READ
			EVALUATE TRUE
				WHEN DH-DECISION (1:8) = "APPROVED"
					MOVE "+" TO WS-POST-SIGN
				WHEN DH-DECISION (1:7) = "VOIDED:"
					MOVE "-" TO WS-POST-SIGN
				WHEN OTHER
					GO TO 2000-EXIT
			END-EVALUATE
			IF DH-CLAIM-DATE (1:6) NOT NUMERIC
				ADD 1 TO WS-BAD-SERVICE-DATE
				GO TO 2000-EXIT
			END-IF
			MOVE DH-CLAIM-DATE (1:6) TO WS-MONTH-WORK
			PERFORM 1900-MONTH-TO-ABS THRU 1900-EXIT
			IF NOT WS-MONTH-VALID
				ADD 1 TO WS-BAD-SERVICE-DATE
				GO TO 2000-EXIT
			END-IF
			MOVE WS-MONTH-ABS TO WS-INCURRED-ABS
			IF WS-INCURRED-ABS < WS-START-ABS
				OR WS-INCURRED-ABS > WS-END-ABS
				ADD 1 TO WS-OUTSIDE-WINDOW
				GO TO 2000-EXIT
			END-IF
			DIVIDE DH-RUN-DATE BY 100 GIVING WS-MONTH-WORK
			PERFORM 1900-MONTH-TO-ABS THRU 1900-EXIT
			MOVE WS-MONTH-ABS TO WS-PAID-ABS
			IF WS-PAID-ABS > WS-AS-OF-ABS
				ADD 1 TO WS-AFTER-AS-OF
				GO TO 2000-EXIT
			END-IF
			PERFORM 2100-POST-DECISION THRU 2100-EXIT
	END-READ
	.
2000-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2100-POST-DECISION - find the cell and post to the all-types
*> slot and the claim type's own slot
*>------------------------------------------------------------*
2100-POST-DECISION.
	COMPUTE WS-LAG = WS-PAID-ABS - WS-INCURRED-ABS
	*>A decision dated before its own service month is a keying
	*>slip on the claim - it lands in the first column
	IF WS-LAG < ZERO
		MOVE ZERO TO WS-LAG
	END-IF
	IF WS-LAG > WS-LAG-MONTHS
		MOVE WS-LAG-MONTHS TO WS-LAG
	END-IF
	COMPUTE WS-MONTH-INDEX = WS-INCURRED-ABS - WS-START-ABS + 1
	COMPUTE WS-LAG-INDEX = WS-LAG + 1
	IF WS-POST-SIGN = "+"
		ADD 1 TO WS-APPROVALS-POSTED
	ELSE
		ADD 1 TO WS-VOIDS-POSTED
	END-IF
	MOVE 1 TO WS-SLOT
	PERFORM 2200-POST-CELL THRU 2200-EXIT
	PERFORM 2300-FIND-TYPE-SLOT THRU 2300-EXIT
	IF WS-SLOT-FOUND
		PERFORM 2200-POST-CELL THRU 2200-EXIT
	END-IF
	.
2100-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2200-POST-CELL - add or take back one decision in one slot
*>------------------------------------------------------------*
2200-POST-CELL.
	IF WS-POST-SIGN = "+"
		ADD DH-PAID-AMOUNT
			TO WS-TRI-PAID (WS-SLOT, WS-MONTH-INDEX, WS-LAG-INDEX)
		ADD 1
			TO WS-TRI-COUNT (WS-SLOT, WS-MONTH-INDEX, WS-LAG-INDEX)
	ELSE
		SUBTRACT DH-PAID-AMOUNT
			FROM WS-TRI-PAID (WS-SLOT, WS-MONTH-INDEX, WS-LAG-INDEX)
		SUBTRACT 1
			FROM WS-TRI-COUNT (WS-SLOT, WS-MONTH-INDEX, WS-LAG-INDEX)
	END-IF
	.
2200-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2300-FIND-TYPE-SLOT - point WS-SLOT at the claim type's slot,
*> adding the slot on first sight; more than ten types leaves the
*> rest in the all-types triangles only
*>------------------------------------------------------------*
2300-FIND-TYPE-SLOT.
	MOVE "N" TO WS-SLOT-FOUND-SWITCH
	PERFORM 2310-SEARCH-TYPE-SLOT THRU 2310-EXIT
		VARYING WS-SLOT FROM 2 BY 1
		UNTIL WS-SLOT > WS-SLOT-COUNT
			OR WS-SLOT-FOUND
	IF WS-SLOT-FOUND
		*>The search loop increments once past the match before
		*>its UNTIL stops it, so step back one row
		SUBTRACT 1 FROM WS-SLOT
		GO TO 2300-EXIT
	END-IF
	IF WS-SLOT-COUNT >= 11
		DISPLAY "LAG-TRIANGLE: MORE THAN 10 CLAIM TYPES, TYPE "
			DH-CLAIM-TYPE " IN THE ALL-TYPES TRIANGLES ONLY"
		GO TO 2300-EXIT
	END-IF
	ADD 1 TO WS-SLOT-COUNT
	MOVE WS-SLOT-COUNT TO WS-SLOT
	MOVE DH-CLAIM-TYPE TO WS-SLOT-TYPE (WS-SLOT)
	MOVE "Y" TO WS-SLOT-FOUND-SWITCH
	.
2300-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2310-SEARCH-TYPE-SLOT - one probe of the claim-type slots
*>------------------------------------------------------------*
2310-SEARCH-TYPE-SLOT.
	IF WS-SLOT-TYPE (WS-SLOT) = DH-CLAIM-TYPE
		MOVE "Y" TO WS-SLOT-FOUND-SWITCH
	END-IF
	.
2310-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 8000-WRITE-REPORT - the window, then for all types together
*> and each claim type in turn: the paid triangle, the count
*> triangle, and the completion factors with the IBNR reserve
*>------------------------------------------------------------*
8000-WRITE-REPORT.
	MOVE WS-RUN-DATE TO WS-RPT-HDG-DATE
	MOVE WS-RPT-HEADING-1 TO LAG-REPORT-RECORD
	WRITE LAG-REPORT-RECORD

	MOVE SPACES TO LAG-REPORT-RECORD
	MOVE 1 TO WS-LINE-PTR
	MOVE WS-START-ABS TO WS-MONTH-ABS
	PERFORM 1910-ABS-TO-MONTH THRU 1910-EXIT
	STRING "INCURRED MONTHS " DELIMITED BY SIZE
		WS-MONTH-WORK DELIMITED BY SIZE
		" THRU " DELIMITED BY SIZE
		INTO LAG-REPORT-RECORD WITH POINTER WS-LINE-PTR
	END-STRING
	MOVE WS-END-ABS TO WS-MONTH-ABS
	PERFORM 1910-ABS-TO-MONTH THRU 1910-EXIT
	STRING WS-MONTH-WORK DELIMITED BY SIZE
		"   PAID AS OF " DELIMITED BY SIZE
		INTO LAG-REPORT-RECORD WITH POINTER WS-LINE-PTR
	END-STRING
	MOVE WS-AS-OF-ABS TO WS-MONTH-ABS
	PERFORM 1910-ABS-TO-MONTH THRU 1910-EXIT
	STRING WS-MONTH-WORK DELIMITED BY SIZE
		"   LAG MONTHS " DELIMITED BY SIZE
		WS-LAG-MONTHS DELIMITED BY SIZE
		INTO LAG-REPORT-RECORD WITH POINTER WS-LINE-PTR
	END-STRING
	WRITE LAG-REPORT-RECORD

	MOVE "PLAN-PAID DOLLARS AND CLAIMS NET OF VOIDS - LAG IS MONTHS"
		TO LAG-REPORT-RECORD
	WRITE LAG-REPORT-RECORD
	MOVE "FROM THE SERVICE MONTH TO THE MONTH DECIDED; THE LAST COLUMN"
		TO LAG-REPORT-RECORD
	WRITE LAG-REPORT-RECORD
	MOVE "CARRIES EVERY LATER PAYMENT" TO LAG-REPORT-RECORD
	WRITE LAG-REPORT-RECORD

	PERFORM 8100-WRITE-SLOT THRU 8100-EXIT
		VARYING WS-SLOT FROM 1 BY 1
		UNTIL WS-SLOT > WS-SLOT-COUNT

	MOVE SPACES TO LAG-REPORT-RECORD
	WRITE LAG-REPORT-RECORD

	MOVE WS-RECORDS-READ TO WS-EDIT-COUNT
	MOVE SPACES TO LAG-REPORT-RECORD
	STRING "DECISIONS READ     " DELIMITED BY SIZE
		WS-EDIT-COUNT DELIMITED BY SIZE
		INTO LAG-REPORT-RECORD
	END-STRING
	WRITE LAG-REPORT-RECORD

	MOVE WS-APPROVALS-POSTED TO WS-EDIT-COUNT
	MOVE SPACES TO LAG-REPORT-RECORD
	STRING "APPROVALS POSTED   " DELIMITED BY SIZE
		WS-EDIT-COUNT DELIMITED BY SIZE
		INTO LAG-REPORT-RECORD
	END-STRING
	WRITE LAG-REPORT-RECORD

	MOVE WS-VOIDS-POSTED TO WS-EDIT-COUNT
	MOVE SPACES TO LAG-REPORT-RECORD
	STRING "VOIDS NETTED       " DELIMITED BY SIZE
		WS-EDIT-COUNT DELIMITED BY SIZE
		INTO LAG-REPORT-RECORD
	END-STRING
	WRITE LAG-REPORT-RECORD

	MOVE WS-OUTSIDE-WINDOW TO WS-EDIT-COUNT
	MOVE SPACES TO LAG-REPORT-RECORD
	STRING "OUTSIDE WINDOW     " DELIMITED BY SIZE
		WS-EDIT-COUNT DELIMITED BY SIZE
		INTO LAG-REPORT-RECORD
	END-STRING
	WRITE LAG-REPORT-RECORD

	MOVE WS-AFTER-AS-OF TO WS-EDIT-COUNT
	MOVE SPACES TO LAG-REPORT-RECORD
	STRING "DECIDED AFTER AS-OF" DELIMITED BY SIZE
		WS-EDIT-COUNT DELIMITED BY SIZE
		INTO LAG-REPORT-RECORD
	END-STRING
	WRITE LAG-REPORT-RECORD

	IF WS-BAD-SERVICE-DATE > ZERO
		MOVE WS-BAD-SERVICE-DATE TO WS-EDIT-COUNT
		MOVE SPACES TO LAG-REPORT-RECORD
		STRING "BAD SERVICE DATES  " DELIMITED BY SIZE
			WS-EDIT-COUNT DELIMITED BY SIZE
			INTO LAG-REPORT-RECORD
		END-STRING
		WRITE LAG-REPORT-RECORD
	END-IF
	.
8000-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 8100-WRITE-SLOT - one slot's three sections
*>------------------------------------------------------------*
8100-WRITE-SLOT.
	IF WS-SLOT = 1
		MOVE "ALL CLAIM TYPES" TO WS-SLOT-LABEL
	ELSE
		MOVE SPACES TO WS-SLOT-LABEL
		STRING "CLAIM TYPE " DELIMITED BY SIZE
			WS-SLOT-TYPE (WS-SLOT) DELIMITED BY SIZE
			INTO WS-SLOT-LABEL
		END-STRING
	END-IF
	PERFORM 8200-BUILD-FACTORS THRU 8200-EXIT

	MOVE "P" TO WS-PRINT-MODE
	MOVE SPACES TO WS-SECTION-TITLE
	STRING "PAID DOLLARS BY LAG MONTH - " DELIMITED BY SIZE
		WS-SLOT-LABEL DELIMITED BY SIZE
		INTO WS-SECTION-TITLE
	END-STRING
	PERFORM 8300-WRITE-TRIANGLE THRU 8300-EXIT
	PERFORM 8400-WRITE-FACTOR-ROW THRU 8400-EXIT

	MOVE "C" TO WS-PRINT-MODE
	MOVE SPACES TO WS-SECTION-TITLE
	STRING "CLAIM COUNTS BY LAG MONTH - " DELIMITED BY SIZE
		WS-SLOT-LABEL DELIMITED BY SIZE
		INTO WS-SECTION-TITLE
	END-STRING
	PERFORM 8300-WRITE-TRIANGLE THRU 8300-EXIT

	PERFORM 8500-WRITE-COMPLETION THRU 8500-EXIT
	.
8100-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 8200-BUILD-FACTORS - cumulate the slot's paid triangle, find
*> each incurred month's latest observed lag, and build the
*> chain-ladder factors: each lag-to-lag factor is the cumulative
*> paid at the next lag over the cumulative paid at this lag,
*> summed over the incurred months old enough to show both; the
*> completion factor at a lag is one over the product of every
*> factor from that lag on
*>------------------------------------------------------------*
8200-BUILD-FACTORS.
	PERFORM 8210-CUMULATE-MONTH THRU 8210-EXIT
		VARYING WS-MONTH-INDEX FROM 1 BY 1
		UNTIL WS-MONTH-INDEX > WS-MONTH-COUNT
	PERFORM 8220-BUILD-DEV-FACTOR THRU 8220-EXIT
		VARYING WS-LAG-INDEX FROM 1 BY 1
		UNTIL WS-LAG-INDEX >= WS-LAG-COLUMNS
	MOVE 1 TO WS-DEV-FACTOR (WS-LAG-COLUMNS)
		WS-COMPLETION (WS-LAG-COLUMNS)
	MOVE 1 TO WS-DEV-PRODUCT
	PERFORM 8230-BUILD-COMPLETION THRU 8230-EXIT
		VARYING WS-LAG-INDEX FROM WS-LAG-MONTHS BY -1
		UNTIL WS-LAG-INDEX < 1
	.
8200-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 8210-CUMULATE-MONTH - one incurred month's running paid total
*> across the lag columns, and its latest observed column
*>------------------------------------------------------------*
8210-CUMULATE-MONTH.
	COMPUTE WS-LAG = WS-AS-OF-ABS - WS-START-ABS - WS-MONTH-INDEX + 1
	IF WS-LAG > WS-LAG-MONTHS
		MOVE WS-LAG-MONTHS TO WS-LAG
	END-IF
	COMPUTE WS-AGE-COLUMN (WS-MONTH-INDEX) = WS-LAG + 1
	MOVE WS-TRI-PAID (WS-SLOT, WS-MONTH-INDEX, 1)
		TO WS-CUM-PAID (WS-MONTH-INDEX, 1)
	PERFORM 8211-CUMULATE-CELL THRU 8211-EXIT
		VARYING WS-LAG-INDEX FROM 2 BY 1
		UNTIL WS-LAG-INDEX > WS-LAG-COLUMNS
	.
8210-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 8211-CUMULATE-CELL - one cumulative cell
*>------------------------------------------------------------*
8211-CUMULATE-CELL.
	COMPUTE WS-CUM-PAID (WS-MONTH-INDEX, WS-LAG-INDEX) =
		WS-CUM-PAID (WS-MONTH-INDEX, WS-LAG-INDEX - 1)
		+ WS-TRI-PAID (WS-SLOT, WS-MONTH-INDEX, WS-LAG-INDEX)
	.
8211-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 8220-BUILD-DEV-FACTOR - the factor from this lag column to the
*> next; no development to measure means a factor of one
*>------------------------------------------------------------*
8220-BUILD-DEV-FACTOR.
	MOVE ZERO TO WS-FACTOR-NUMERATOR WS-FACTOR-DENOMINATOR
	COMPUTE WS-NEXT-COLUMN = WS-LAG-INDEX + 1
	PERFORM 8221-SUM-DEV-MONTH THRU 8221-EXIT
		VARYING WS-MONTH-INDEX FROM 1 BY 1
		UNTIL WS-MONTH-INDEX > WS-MONTH-COUNT
	IF WS-FACTOR-DENOMINATOR > ZERO
		COMPUTE WS-DEV-FACTOR (WS-LAG-INDEX) ROUNDED =
			WS-FACTOR-NUMERATOR / WS-FACTOR-DENOMINATOR
	ELSE
		MOVE 1 TO WS-DEV-FACTOR (WS-LAG-INDEX)
	END-IF
	.
8220-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 8221-SUM-DEV-MONTH - one incurred month's share of the factor,
*> if it is old enough to show the next column
*>------------------------------------------------------------*
8221-SUM-DEV-MONTH.
	IF WS-AGE-COLUMN (WS-MONTH-INDEX) >= WS-NEXT-COLUMN
		ADD WS-CUM-PAID (WS-MONTH-INDEX, WS-NEXT-COLUMN)
			TO WS-FACTOR-NUMERATOR
		ADD WS-CUM-PAID (WS-MONTH-INDEX, WS-LAG-INDEX)
			TO WS-FACTOR-DENOMINATOR
	END-IF
	.
8221-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 8230-BUILD-COMPLETION - the completion factor at one lag
*> column, working back from the last
*>------------------------------------------------------------*
8230-BUILD-COMPLETION.
	COMPUTE WS-DEV-PRODUCT ROUNDED =
		WS-DEV-PRODUCT * WS-DEV-FACTOR (WS-LAG-INDEX)
	IF WS-DEV-PRODUCT > ZERO
		COMPUTE WS-COMPLETION (WS-LAG-INDEX) ROUNDED =
			1 / WS-DEV-PRODUCT
	ELSE
		MOVE ZERO TO WS-COMPLETION (WS-LAG-INDEX)
	END-IF
	.
8230-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 8300-WRITE-TRIANGLE - the heading and one row per incurred
*> month; lags not yet reached as of the as-of month print blank
*>------------------------------------------------------------*
8300-WRITE-TRIANGLE.
	MOVE SPACES TO LAG-REPORT-RECORD
	WRITE LAG-REPORT-RECORD
	MOVE WS-SECTION-TITLE TO LAG-REPORT-RECORD
	WRITE LAG-REPORT-RECORD
	MOVE SPACES TO WS-LINE
	MOVE 1 TO WS-LINE-PTR
	MOVE "INCURRED" TO WS-ROW-LABEL
	STRING WS-ROW-LABEL DELIMITED BY SIZE
		INTO WS-LINE WITH POINTER WS-LINE-PTR
	END-STRING
	PERFORM 8310-ADD-COLUMN-HEAD THRU 8310-EXIT
		VARYING WS-LAG-INDEX FROM 1 BY 1
		UNTIL WS-LAG-INDEX > WS-LAG-COLUMNS
	MOVE WS-LINE TO LAG-REPORT-RECORD
	WRITE LAG-REPORT-RECORD
	PERFORM 8320-WRITE-TRIANGLE-ROW THRU 8320-EXIT
		VARYING WS-MONTH-INDEX FROM 1 BY 1
		UNTIL WS-MONTH-INDEX > WS-MONTH-COUNT
	.
8300-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 8310-ADD-COLUMN-HEAD - one lag column's heading
*>------------------------------------------------------------*
8310-ADD-COLUMN-HEAD.
	COMPUTE WS-CH-LAG = WS-LAG-INDEX - 1
	IF WS-LAG-INDEX = WS-LAG-COLUMNS
		MOVE "+" TO WS-CH-TAIL
	ELSE
		MOVE SPACE TO WS-CH-TAIL
	END-IF
	STRING WS-COLUMN-HEAD DELIMITED BY SIZE
		INTO WS-LINE WITH POINTER WS-LINE-PTR
	END-STRING
	.
8310-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 8320-WRITE-TRIANGLE-ROW - one incurred month across the lags
*>------------------------------------------------------------*
8320-WRITE-TRIANGLE-ROW.
	COMPUTE WS-MONTH-ABS = WS-START-ABS + WS-MONTH-INDEX - 1
	PERFORM 1910-ABS-TO-MONTH THRU 1910-EXIT
	MOVE SPACES TO WS-LINE
	MOVE 1 TO WS-LINE-PTR
	MOVE WS-MONTH-WORK TO WS-ROW-LABEL
	STRING WS-ROW-LABEL DELIMITED BY SIZE
		INTO WS-LINE WITH POINTER WS-LINE-PTR
	END-STRING
	PERFORM 8330-ADD-TRIANGLE-CELL THRU 8330-EXIT
		VARYING WS-LAG-INDEX FROM 1 BY 1
		UNTIL WS-LAG-INDEX > WS-AGE-COLUMN (WS-MONTH-INDEX)
	MOVE WS-LINE TO LAG-REPORT-RECORD
	WRITE LAG-REPORT-RECORD
	.
8320-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 8330-ADD-TRIANGLE-CELL - one cell, dollars or claims by mode
*>------------------------------------------------------------*
8330-ADD-TRIANGLE-CELL.
	IF WS-PRINT-MODE = "P"
		MOVE WS-TRI-PAID (WS-SLOT, WS-MONTH-INDEX, WS-LAG-INDEX)
			TO WS-CELL-EDIT
	ELSE
		MOVE WS-TRI-COUNT (WS-SLOT, WS-MONTH-INDEX, WS-LAG-INDEX)
			TO WS-CELL-EDIT
	END-IF
	STRING WS-CELL-EDIT DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		INTO WS-LINE WITH POINTER WS-LINE-PTR
	END-STRING
	.
8330-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 8400-WRITE-FACTOR-ROW - the lag-to-lag factors under the paid
*> triangle, each under the lag it develops from
*>------------------------------------------------------------*
8400-WRITE-FACTOR-ROW.
	MOVE SPACES TO WS-LINE
	MOVE 1 TO WS-LINE-PTR
	MOVE "FACTORS" TO WS-ROW-LABEL
	STRING WS-ROW-LABEL DELIMITED BY SIZE
		INTO WS-LINE WITH POINTER WS-LINE-PTR
	END-STRING
	PERFORM 8410-ADD-FACTOR-CELL THRU 8410-EXIT
		VARYING WS-LAG-INDEX FROM 1 BY 1
		UNTIL WS-LAG-INDEX >= WS-LAG-COLUMNS
	MOVE WS-LINE TO LAG-REPORT-RECORD
	WRITE LAG-REPORT-RECORD
	.
8400-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 8410-ADD-FACTOR-CELL - one development factor
*>------------------------------------------------------------*
8410-ADD-FACTOR-CELL.
	MOVE WS-DEV-FACTOR (WS-LAG-INDEX) TO WS-FACTOR-EDIT
	STRING WS-FACTOR-EDIT DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		INTO WS-LINE WITH POINTER WS-LINE-PTR
	END-STRING
	.
8410-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 8500-WRITE-COMPLETION - each incurred month's paid to date,
*> its completion factor at its age, the estimated ultimate, and
*> the IBNR reserve, with the slot's totals
*>------------------------------------------------------------*
8500-WRITE-COMPLETION.
	MOVE SPACES TO LAG-REPORT-RECORD
	WRITE LAG-REPORT-RECORD
	MOVE SPACES TO WS-SECTION-TITLE
	STRING "COMPLETION AND IBNR RESERVE - " DELIMITED BY SIZE
		WS-SLOT-LABEL DELIMITED BY SIZE
		INTO WS-SECTION-TITLE
	END-STRING
	MOVE WS-SECTION-TITLE TO LAG-REPORT-RECORD
	WRITE LAG-REPORT-RECORD
	MOVE WS-CMP-HEADING TO LAG-REPORT-RECORD
	WRITE LAG-REPORT-RECORD
	MOVE ZERO TO WS-SLOT-PAID-TOTAL WS-SLOT-IBNR-TOTAL
	PERFORM 8510-WRITE-COMPLETION-ROW THRU 8510-EXIT
		VARYING WS-MONTH-INDEX FROM 1 BY 1
		UNTIL WS-MONTH-INDEX > WS-MONTH-COUNT

	MOVE WS-SLOT-PAID-TOTAL TO WS-EDIT-DOLLARS
	MOVE SPACES TO LAG-REPORT-RECORD
	STRING "PAID TO DATE   " DELIMITED BY SIZE
		WS-EDIT-DOLLARS DELIMITED BY SIZE
		INTO LAG-REPORT-RECORD
	END-STRING
	WRITE LAG-REPORT-RECORD
	MOVE WS-SLOT-IBNR-TOTAL TO WS-EDIT-DOLLARS
	MOVE SPACES TO LAG-REPORT-RECORD
	STRING "IBNR RESERVE   " DELIMITED BY SIZE
		WS-EDIT-DOLLARS DELIMITED BY SIZE
		INTO LAG-REPORT-RECORD
	END-STRING
	WRITE LAG-REPORT-RECORD
	.
8500-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 8510-WRITE-COMPLETION-ROW - one incurred month's reserve
*>------------------------------------------------------------*
8510-WRITE-COMPLETION-ROW.
	COMPUTE WS-MONTH-ABS = WS-START-ABS + WS-MONTH-INDEX - 1
	PERFORM 1910-ABS-TO-MONTH THRU 1910-EXIT
	MOVE WS-AGE-COLUMN (WS-MONTH-INDEX) TO WS-LAG-INDEX
	MOVE WS-CUM-PAID (WS-MONTH-INDEX, WS-LAG-INDEX)
		TO WS-PAID-TO-DATE
	MOVE SPACES TO WS-CD-NOTE
	IF WS-COMPLETION (WS-LAG-INDEX) > ZERO
		COMPUTE WS-ULTIMATE ROUNDED =
			WS-PAID-TO-DATE / WS-COMPLETION (WS-LAG-INDEX)
	ELSE
		*>Voids wiped out a whole lag's development - no factor
		*>to project with, so no reserve is booked for the month
		MOVE WS-PAID-TO-DATE TO WS-ULTIMATE
		MOVE "NO FACTOR - NOT PROJECTED" TO WS-CD-NOTE
	END-IF
	COMPUTE WS-IBNR = WS-ULTIMATE - WS-PAID-TO-DATE
	ADD WS-PAID-TO-DATE TO WS-SLOT-PAID-TOTAL
	ADD WS-IBNR TO WS-SLOT-IBNR-TOTAL
	MOVE WS-MONTH-WORK TO WS-CD-MONTH
	COMPUTE WS-CD-AGE = WS-AS-OF-ABS - WS-MONTH-ABS
	MOVE WS-PAID-TO-DATE TO WS-CD-PAID
	MOVE WS-COMPLETION (WS-LAG-INDEX) TO WS-CD-COMPLETION
	MOVE WS-ULTIMATE TO WS-CD-ULTIMATE
	MOVE WS-IBNR TO WS-CD-IBNR
	MOVE WS-CMP-DETAIL TO LAG-REPORT-RECORD
	WRITE LAG-REPORT-RECORD
	.
8510-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 9000-FINALIZE - clean shutdown
*>------------------------------------------------------------*
9000-FINALIZE.
	DISPLAY "LAG-TRIANGLE: " WS-APPROVALS-POSTED " APPROVALS, "
		WS-VOIDS-POSTED " VOIDS POSTED TO THE TRIANGLES"
	*>Clean shutdown, releases file handles, signals successful job
	*>completion
	CLOSE DECISION-HISTORY
	CLOSE LAG-REPORT
	.
9000-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 0100-CHECK-RUN-CONTROL - refuse to start when this program
*> already completed today, is already mid-flight, its
*> prerequisite has not completed today, or a conflicting program
*> is mid-flight; otherwise stamp the start and hold the ledger
*> open for the end stamp
*>------------------------------------------------------------*
0100-CHECK-RUN-CONTROL.
	MOVE "N" TO WS-RC-GATE-SWITCH
	ACCEPT WS-RC-DATE FROM DATE YYYYMMDD
	ACCEPT WS-RC-TIME FROM TIME
	OPEN I-O RUN-CONTROL
	*>"35" alone means the ledger does not exist yet; any other
	*>status must refuse the start, never recreate the ledger
	IF WS-RC-STATUS = "35"
		OPEN OUTPUT RUN-CONTROL
		CLOSE RUN-CONTROL
		OPEN I-O RUN-CONTROL
	END-IF
	IF WS-RC-STATUS NOT = "00"
		DISPLAY WS-RC-THIS-PROGRAM
			": RUN-CONTROL OPEN FAILED, STATUS = " WS-RC-STATUS
			" - NOT STARTED"
		GO TO 0100-EXIT
	END-IF
	MOVE WS-RC-THIS-PROGRAM TO RC-PROGRAM-ID
	READ RUN-CONTROL
		INVALID KEY
			CONTINUE
		NOT INVALID KEY
			IF RC-RUN-DATE = WS-RC-DATE AND RC-OUTCOME = "C"
				DISPLAY WS-RC-THIS-PROGRAM
					": ALREADY COMPLETED TODAY - NOT STARTED"
				CLOSE RUN-CONTROL
				GO TO 0100-EXIT
			END-IF
			IF RC-RUN-DATE = WS-RC-DATE AND RC-OUTCOME = "R"
				DISPLAY WS-RC-THIS-PROGRAM
					": ALREADY MID-FLIGHT - NOT STARTED"
				CLOSE RUN-CONTROL
				GO TO 0100-EXIT
			END-IF
	END-READ
	IF WS-RC-PREREQ NOT = SPACES
		MOVE WS-RC-PREREQ TO RC-PROGRAM-ID
		READ RUN-CONTROL
			INVALID KEY
				MOVE ZERO TO RC-RUN-DATE
				MOVE SPACE TO RC-OUTCOME
		END-READ
		IF RC-RUN-DATE NOT = WS-RC-DATE
			OR RC-OUTCOME NOT = "C"
			DISPLAY WS-RC-THIS-PROGRAM ": PREREQUISITE "
				WS-RC-PREREQ
				"HAS NOT COMPLETED TODAY - NOT STARTED"
			CLOSE RUN-CONTROL
			GO TO 0100-EXIT
		END-IF
	END-IF
	IF WS-RC-CONFLICT NOT = SPACES
		MOVE WS-RC-CONFLICT TO RC-PROGRAM-ID
		READ RUN-CONTROL
			INVALID KEY
				MOVE ZERO TO RC-RUN-DATE
				MOVE SPACE TO RC-OUTCOME
		END-READ
		IF RC-RUN-DATE = WS-RC-DATE AND RC-OUTCOME = "R"
			DISPLAY WS-RC-THIS-PROGRAM ": " WS-RC-CONFLICT
				"IS MID-FLIGHT - NOT STARTED"
			CLOSE RUN-CONTROL
			GO TO 0100-EXIT
		END-IF
	END-IF
	PERFORM 0150-STAMP-RUN-START THRU 0150-EXIT
	MOVE "Y" TO WS-RC-GATE-SWITCH
	.
0100-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 0150-STAMP-RUN-START - this run is mid-flight as of now
*>------------------------------------------------------------*
0150-STAMP-RUN-START.
	MOVE WS-RC-THIS-PROGRAM TO RC-PROGRAM-ID
	READ RUN-CONTROL
		INVALID KEY
			MOVE WS-RC-THIS-PROGRAM TO RC-PROGRAM-ID
			MOVE WS-RC-DATE TO RC-RUN-DATE
			MOVE WS-RC-TIME TO RC-START-TIME
			MOVE ZERO TO RC-END-TIME
			MOVE "R" TO RC-OUTCOME
			WRITE RC-RECORD
		NOT INVALID KEY
			MOVE WS-RC-DATE TO RC-RUN-DATE
			MOVE WS-RC-TIME TO RC-START-TIME
			MOVE ZERO TO RC-END-TIME
			MOVE "R" TO RC-OUTCOME
			REWRITE RC-RECORD
	END-READ
	.
0150-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 9900-STAMP-RUN-END - the outcome the run earned, stamped with
*> the end time, and the ledger released
*>------------------------------------------------------------*
9900-STAMP-RUN-END.
	ACCEPT WS-RC-TIME FROM TIME
	MOVE WS-RC-THIS-PROGRAM TO RC-PROGRAM-ID
	READ RUN-CONTROL
		INVALID KEY
			CONTINUE
		NOT INVALID KEY
			MOVE WS-RC-TIME TO RC-END-TIME
			MOVE WS-RC-END-OUTCOME TO RC-OUTCOME
			REWRITE RC-RECORD
	END-READ
	CLOSE RUN-CONTROL
	.
9900-EXIT.
	EXIT.

*>Explicit program termination
END PROGRAM LAG-TRIANGLE.
