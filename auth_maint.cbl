*>Identifies the program
IDENTIFICATION DIVISION.
*>Name of the program
PROGRAM-ID. AUTH-MAINT.
AUTHOR. CLAIMS-SYSTEMS-UNIT.
DATE-WRITTEN. 2026-10-15.
*>Modification history - date, initials, one-line description
*>2026-10-15 rwm  Original run - gives utilization management a
*>                prior-authorization master, prior_auth.dat, that
*>                PROCESS-CLAIMS checks auth-required claim types
*>                against and draws each paid claim down from. UM's
*>                daily transaction file carries adds, extends (a
*>                later through date, more authorized dollars or
*>                visits, or both), and cancels; invalid transactions
*>                route to their own exception file, and every
*>                authorization touched is printed before and after
*>                on an audit report for UM sign-off ahead of the
*>                nightly run.
*>2026-10-15 rwm  Copies every file this run updates into tonight's
*>                snapshot generation before anything moves, so
*>                NIGHT-RESTORE can roll a wrong night back
*>2026-10-15 rwm  An add's member and provider must be on the
*>                membership and provider masters, and an extend
*>                that would overflow the authorized units rejects
*>                to the exception file instead of rewriting the
*>                authorization

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
	*>Pre-run generation snapshots - how many nights to keep, the
	*>catalog of every snapshot held, and the snapshot copy itself,
	*>named for its generation, this program, and the live file
	SELECT SNAPSHOT-PARMS ASSIGN TO "snapshot_parms.dat"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-SG-PARMS-STATUS.
	SELECT SNAPSHOT-CATALOG ASSIGN TO "snapshot_catalog.dat"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-SG-CATALOG-STATUS.
	SELECT SNAPSHOT-FILE ASSIGN TO DYNAMIC WS-SG-SNAP-NAME
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-SG-SNAP-STATUS.
	*>Daily authorization transactions from utilization management
	*>- tab-delimited, one action per line, same delimiter
	*>convention as the enrollment and provider transactions
	SELECT AUTH-TRANS ASSIGN TO "auth_trans.txt"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-TRANS-STATUS.
	*>Prior-authorization master, keyed by authorization ID, with
	*>an alternate key on member so adjudication can find every
	*>authorization a member holds - the same file PROCESS-CLAIMS
	*>checks and draws down
	SELECT PRIOR-AUTH ASSIGN TO "prior_auth.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PA-AUTH-ID
		ALTERNATE RECORD KEY IS PA-MEMBER-ID WITH DUPLICATES
		FILE STATUS IS WS-PA-STATUS.
	*>Membership and provider masters - read only, an add must
	*>name a member and a provider on file
	SELECT MEMBERSHIP-MASTER ASSIGN TO "membership_master.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS MM-MEMBER-ID
		FILE STATUS IS WS-MM-STATUS.
	SELECT PROVIDER-MASTER ASSIGN TO "provider_master.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PM-PROVIDER-ID
		FILE STATUS IS WS-PM-STATUS.
	*>Transactions that cannot be applied - raw record plus a
	*>reason code, held out of the master entirely
	SELECT AUTH-EXCEPTIONS ASSIGN TO "auth_exceptions.txt"
		ORGANIZATION IS SEQUENTIAL.
	*>Page-formatted before/after audit of every authorization
	*>touched, for UM sign-off
	SELECT AUTH-AUDIT-REPORT ASSIGN TO "auth_audit.txt"
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

FD SNAPSHOT-PARMS.
*>The single parameter row - how many nights of snapshots to keep
01 SNAPSHOT-PARMS-RECORD.
	05 SGP-GENERATIONS	PIC X(2).

FD SNAPSHOT-CATALOG.
*>One snapshot held - the night and generation it belongs to, the
*>program that took it, the live file it copies, and how much
01 SC-RECORD.
	05 SC-RUN-DATE		PIC 9(8).
	05 SC-GENERATION	PIC 9(2).
	05 SC-PROGRAM-ID	PIC X(18).
	05 SC-FILE-NAME		PIC X(30).
	05 SC-SNAP-NAME		PIC X(60).
	05 SC-TAKEN-TIME	PIC 9(6).
	05 SC-RECORD-COUNT	PIC 9(9).
	*>"P" the live file was there and was copied, "A" it did not
	*>exist yet - a restore leaves it empty
	05 SC-FILE-STATE	PIC X(1).

FD SNAPSHOT-FILE
	RECORD IS VARYING IN SIZE FROM 1 TO 600 CHARACTERS
		DEPENDING ON WS-SG-RECORD-LENGTH.
*>One live record, copied at the live file's own record length
01 SNAPSHOT-RECORD	PIC X(600).

FD AUTH-TRANS.
*>One raw transaction line, treated as text until parsed
01 TRANS-RECORD	PIC X(100).

FD PRIOR-AUTH.
*>One authorization - who, from whom, for what type of service,
*>over what span, and how much of it has been used
01 PA-RECORD.
	05 PA-AUTH-ID		PIC X(10).
	05 PA-MEMBER-ID		PIC X(5).
	05 PA-PROVIDER-ID	PIC X(8).
	05 PA-CLAIM-TYPE	PIC X(2).
	*>The authorized span of service dates, both ends inclusive
	05 PA-FROM-DATE		PIC X(8).
	05 PA-THRU-DATE		PIC X(8).
	*>"D" authorizes dollars of plan payment, "V" a number of
	*>visits - the authorized and used figures count in that unit
	05 PA-UNIT-TYPE		PIC X(1).
	05 PA-AUTH-UNITS	PIC 9(7).
	05 PA-USED-UNITS	PIC 9(7).
	*>"A" active, "C" cancelled - a cancelled authorization never
	*>covers a claim again
	05 PA-STATUS		PIC X(1).
	*>The last night the master record was added, extended, or
	*>cancelled
	05 PA-LAST-ACTION-DATE	PIC 9(8).

FD MEMBERSHIP-MASTER.
*>One member's eligibility span
01 MM-RECORD.
	05 MM-MEMBER-ID		PIC X(5).
	05 MM-EFFECTIVE-DATE	PIC X(8).
	*>HIGH-VALUES here means the member is still active
	05 MM-TERM-DATE		PIC X(8).
	05 MM-MEMBER-NAME	PIC X(30).
	05 MM-STREET-ADDRESS	PIC X(30).
	05 MM-CITY-STATE-ZIP	PIC X(30).

FD PROVIDER-MASTER.
*>One provider's contract span and pay-to details
01 PM-RECORD.
	05 PM-PROVIDER-ID	PIC X(8).
	05 PM-PROVIDER-NAME	PIC X(30).
	05 PM-CONTRACT-STATUS	PIC X(1).
	05 PM-EFFECTIVE-DATE	PIC X(8).
	05 PM-TERM-DATE		PIC X(8).
	05 PM-PAY-TO-NAME	PIC X(30).
	05 PM-BANK-ROUTING	PIC X(9).
	05 PM-BANK-ACCOUNT	PIC X(17).
	05 PM-NETWORK-TIER	PIC X(2).
	05 PM-TAX-ID		PIC X(9).
	05 PM-1099-FLAG		PIC X(1).
	05 PM-SIU-HOLD		PIC X(1).

FD AUTH-EXCEPTIONS.
*>Raw input record (100), a tab, the reason (50), and the trailing
*>newline - sized so nothing the STRING builds is truncated
01 EXCEPTION-RECORD	PIC X(160).

FD AUTH-AUDIT-REPORT.
*>One printed line of the sign-off report
01 AUDIT-REPORT-RECORD	PIC X(100).

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
01 WS-RC-THIS-PROGRAM	PIC X(18) VALUE "AUTH-MAINT".
01 WS-RC-PREREQ		PIC X(18) VALUE SPACES.
01 WS-RC-CONFLICT	PIC X(18) VALUE "PROCESS-CLAIMS".
*>The outcome 9900-STAMP-RUN-END records - "C" unless a refusal
*>or an overflow stopped the run short
01 WS-RC-END-OUTCOME	PIC X(1) VALUE "C".
01 WS-RC-DATE		PIC 9(8).
01 WS-RC-TIME		PIC 9(6).

*>----------------------------------------------------------------*
*>Pre-run snapshot - the nights kept, the catalog as loaded, and
*>the live file being copied
*>----------------------------------------------------------------*
01 WS-SG-PARMS-STATUS	PIC XX.
	88 WS-SG-PARMS-OK		VALUE "00".
01 WS-SG-CATALOG-STATUS	PIC XX.
01 WS-SG-SNAP-STATUS	PIC XX.
*>Status of the live file being copied, whichever file it is
01 WS-SG-LIVE-STATUS	PIC XX.
*>Nights of snapshots kept - seven unless the parms say otherwise
01 WS-SG-GENERATIONS	PIC 9(2) VALUE 7.
*>Tonight's generation - joined from the catalog when a program
*>earlier in tonight's sequence already opened it
01 WS-SG-GENERATION	PIC 9(2).
01 WS-SG-FILE-NAME	PIC X(30).
01 WS-SG-SNAP-NAME	PIC X(60).
01 WS-SG-FILE-STATE	PIC X(1).
01 WS-SG-RECORD-LENGTH	PIC 9(4) COMP.
01 WS-SG-RECORD-COUNT	PIC 9(9).
01 WS-SG-EOF-SWITCH	PIC X VALUE "N".
	88 WS-SG-EOF			VALUE "Y".
01 WS-SG-FOUND-SWITCH	PIC X VALUE "N".
	88 WS-SG-FOUND			VALUE "Y".
01 WS-SG-HELD-SWITCH	PIC X VALUE "N".
	88 WS-SG-HELD			VALUE "Y".
*>Nights counted back from the newest, and the last catalog row
*>that falls outside the nights kept
01 WS-SG-NIGHTS-SEEN	PIC 9(2) COMP.
01 WS-SG-LAST-NIGHT	PIC 9(8).
01 WS-SG-DROP-THRU	PIC 9(4) COMP.
01 WS-SG-INDEX		PIC 9(4) COMP.
01 WS-SG-ROW-INDEX	PIC 9(4) COMP.
01 WS-SG-CAT-LIMIT	PIC 9(4) COMP VALUE 2000.
01 WS-SG-CAT-COUNT	PIC 9(4) COMP VALUE ZERO.
01 WS-SG-CATALOG-TABLE.
	05 WS-SG-CAT-ENTRY OCCURS 1 TO 2000 TIMES
			DEPENDING ON WS-SG-CAT-COUNT.
		10 WS-SG-CAT-RUN-DATE		PIC 9(8).
		10 WS-SG-CAT-GENERATION		PIC 9(2).
		10 WS-SG-CAT-PROGRAM-ID		PIC X(18).
		10 WS-SG-CAT-FILE-NAME		PIC X(30).
		10 WS-SG-CAT-SNAP-NAME		PIC X(60).
		10 WS-SG-CAT-TAKEN-TIME		PIC 9(6).
		10 WS-SG-CAT-RECORD-COUNT	PIC 9(9).
		10 WS-SG-CAT-FILE-STATE		PIC X(1).
*>End-of-file flag, "N" = not done, "Y" = stop processing, loop control
01 EOF-FLAG		PIC X VALUE "N".

*>----------------------------------------------------------------*
*>File statuses
*>----------------------------------------------------------------*
01 WS-TRANS-STATUS	PIC XX.
	88 WS-TRANS-STATUS-OK		VALUE "00".
01 WS-PA-STATUS		PIC XX.
	88 WS-PA-STATUS-OK		VALUE "00".
01 WS-MM-STATUS		PIC XX.
01 WS-PM-STATUS		PIC XX.

*>----------------------------------------------------------------*
*>Fields split out of one AUTH-TRANS line - action code,
*>authorization ID, member, provider, claim type, span, unit type,
*>and units. Which columns must be filled depends on the action.
*>----------------------------------------------------------------*
01 WS-TRANS-ACTION	PIC X(1).
	88 WS-ACTION-ADD		VALUE "A".
	88 WS-ACTION-EXTEND		VALUE "E".
	88 WS-ACTION-CANCEL		VALUE "C".
	88 WS-ACTION-VALID		VALUES "A" "E" "C".
01 WS-TRANS-AUTH-ID	PIC X(10).
01 WS-TRANS-MEMBER-ID	PIC X(5).
01 WS-TRANS-PROVIDER-ID	PIC X(8).
01 WS-TRANS-CLAIM-TYPE	PIC X(2).
01 WS-TRANS-FROM-DATE	PIC X(8).
01 WS-TRANS-THRU-DATE	PIC X(8).
01 WS-TRANS-UNIT-TYPE	PIC X(1).
	88 WS-UNIT-TYPE-VALID		VALUES "D" "V".
*>Units as UM keyed them, text first so a garbled figure rejects
*>the transaction instead of abending the run
01 WS-TRANS-UNITS-TEXT	PIC X(7).
01 WS-TRANS-UNITS	PIC 9(7).
*>Count of INTO fields the UNSTRING actually populated
01 WS-UNSTRING-COUNT	PIC 9(2) COMP.

*>----------------------------------------------------------------*
*>Parse/edit validation - a transaction that fails any edit never
*>touches the master
*>----------------------------------------------------------------*
01 WS-PARSE-STATUS	PIC X VALUE "Y".
	88 WS-PARSE-OK			VALUE "Y".
	88 WS-PARSE-FAILED		VALUE "N".
*>Reason code written to AUTH-EXCEPTIONS for a bad transaction
01 WS-EXCEPTION-REASON	PIC X(50).

*>----------------------------------------------------------------*
*>Whether the authorization-ID lookup against the master found a
*>record
*>----------------------------------------------------------------*
01 WS-AUTH-FOUND-SWITCH	PIC X VALUE "N".
	88 WS-AUTH-FOUND		VALUE "Y".

*>----------------------------------------------------------------*
*>The master record's state before this transaction touched it,
*>saved for the before/after audit block. An add has no before
*>image, so the audit block shows *NEW* instead.
*>----------------------------------------------------------------*
01 WS-BEFORE-IMAGE.
	05 WS-BEFORE-MEMBER-ID	PIC X(5).
	05 WS-BEFORE-PROVIDER-ID	PIC X(8).
	05 WS-BEFORE-CLAIM-TYPE	PIC X(2).
	05 WS-BEFORE-FROM-DATE	PIC X(8).
	05 WS-BEFORE-THRU-DATE	PIC X(8).
	05 WS-BEFORE-UNIT-TYPE	PIC X(1).
	05 WS-BEFORE-AUTH-UNITS	PIC 9(7).
	05 WS-BEFORE-USED-UNITS	PIC 9(7).
	05 WS-BEFORE-STATUS	PIC X(1).

*>----------------------------------------------------------------*
*>Run counts for the operator summary
*>----------------------------------------------------------------*
01 WS-TRANS-READ	PIC 9(7) VALUE ZERO.
01 WS-TRANS-APPLIED	PIC 9(7) VALUE ZERO.
01 WS-TRANS-REJECTED	PIC 9(7) VALUE ZERO.
*>Edited field used to print the counts
01 WS-EDIT-COUNT	PIC ZZZ,ZZ9.
*>Today's date, for the audit report heading and the last-action
*>stamp on each record touched
01 WS-RUN-DATE		PIC 9(8).

*>----------------------------------------------------------------*
*>Page-formatted before/after audit report - two lines per master
*>record touched (the before image and the after image), plus a
*>spacer, so the page logic counts in threes
*>----------------------------------------------------------------*
01 WS-AUD-LINE-COUNT	PIC 9(3) COMP VALUE ZERO.
01 WS-AUD-PAGE-COUNT	PIC 9(3) COMP VALUE ZERO.
*>New page after this many detail lines
01 WS-AUD-LINES-PER-PAGE	PIC 9(3) COMP VALUE 48.

01 WS-AUD-HEADING-1.
	05 FILLER		PIC X(37)
		VALUE "PRIOR AUTHORIZATION MAINTENANCE AUDIT".
	05 FILLER		PIC X(8) VALUE SPACES.
	05 FILLER		PIC X(10) VALUE "RUN DATE: ".
	05 WS-AUD-HDG-DATE	PIC 9(8).
	05 FILLER		PIC X(9) VALUE "  PAGE ".
	05 WS-AUD-HDG-PAGE	PIC ZZ9.

01 WS-AUD-HEADING-2.
	05 FILLER		PIC X(8) VALUE "ACTION".
	05 FILLER		PIC X(12) VALUE "AUTH ID".
	05 FILLER		PIC X(8) VALUE "PHASE".
	05 FILLER		PIC X(7) VALUE "MEMBER".
	05 FILLER		PIC X(10) VALUE "PROVIDER".
	05 FILLER		PIC X(4) VALUE "TY".
	05 FILLER		PIC X(10) VALUE "FROM".
	05 FILLER		PIC X(10) VALUE "THRU".
	05 FILLER		PIC X(3) VALUE "U".
	05 FILLER		PIC X(11) VALUE "AUTHORIZED".
	05 FILLER		PIC X(11) VALUE "USED".
	05 FILLER		PIC X(6) VALUE "ST".

01 WS-AUD-DETAIL-LINE.
	05 WS-AUD-D-ACTION	PIC X(8).
	05 WS-AUD-D-AUTH-ID	PIC X(12).
	*>BEFORE or AFTER - the two lines of one audit block
	05 WS-AUD-D-PHASE	PIC X(8).
	05 WS-AUD-D-MEMBER-ID	PIC X(7).
	05 WS-AUD-D-PROVIDER-ID	PIC X(10).
	05 WS-AUD-D-CLAIM-TYPE	PIC X(4).
	05 WS-AUD-D-FROM	PIC X(10).
	05 WS-AUD-D-THRU	PIC X(10).
	05 WS-AUD-D-UNIT-TYPE	PIC X(3).
	05 WS-AUD-D-AUTH-UNITS	PIC X(11).
	05 WS-AUD-D-USED-UNITS	PIC X(11).
	05 WS-AUD-D-STATUS	PIC X(6).

*>Units edited for the audit columns, which stay blank on the
*>before line of an add
01 WS-AUD-EDIT-UNITS	PIC Z,ZZZ,ZZ9.

*>Excecutable logic
PROCEDURE DIVISION.
*>Paragraph label, entry point of program logic
0000-MAINLINE.
	*>No program starts out of sequence - the shared ledger rules
	PERFORM 0100-CHECK-RUN-CONTROL THRU 0100-EXIT
	IF NOT WS-RUN-ALLOWED
		STOP RUN
	END-IF
	*>Nothing moves until tonight's pre-run copies are taken
	PERFORM 0200-TAKE-SNAPSHOTS THRU 0200-EXIT
	PERFORM 1000-INITIALIZE THRU 1000-EXIT
	PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
		UNTIL EOF-FLAG = "Y"
	PERFORM 8000-FINALIZE THRU 8000-EXIT
	PERFORM 9900-STAMP-RUN-END THRU 9900-EXIT
	STOP RUN.

*>------------------------------------------------------------*
*> 1000-INITIALIZE - open files; the master is opened for update,
*> created empty first if UM has never had one
*>------------------------------------------------------------*
1000-INITIALIZE.
	OPEN INPUT AUTH-TRANS
	IF NOT WS-TRANS-STATUS-OK
		DISPLAY "AUTH-MAINT: AUTH-TRANS OPEN FAILED, STATUS = "
			WS-TRANS-STATUS ", NOTHING TO APPLY"
		MOVE "Y" TO EOF-FLAG
	END-IF
	OPEN I-O PRIOR-AUTH
	*>"35" alone means the file does not exist yet; any other
	*>status (a record-length mismatch after a layout change,
	*>for one) stops the run rather than ever recreating the
	*>file empty
	IF WS-PA-STATUS = "35"
		OPEN OUTPUT PRIOR-AUTH
		CLOSE PRIOR-AUTH
		OPEN I-O PRIOR-AUTH
	END-IF
	IF WS-PA-STATUS NOT = "00"
		DISPLAY "AUTH-MAINT: PRIOR-AUTH OPEN FAILED, "
			"STATUS = " WS-PA-STATUS
			" - RUN STOPPED, FILE LEFT AS IS"
		PERFORM 1490-STOP-RUN-SHORT THRU 1490-EXIT
	END-IF
	*>An add cannot be checked without the masters, so a master
	*>that will not open stops the run before anything moves
	OPEN INPUT MEMBERSHIP-MASTER
	IF WS-MM-STATUS NOT = "00"
		DISPLAY "AUTH-MAINT: MEMBERSHIP-MASTER OPEN FAILED, "
			"STATUS = " WS-MM-STATUS
			" - RUN STOPPED, FILE LEFT AS IS"
		PERFORM 1490-STOP-RUN-SHORT THRU 1490-EXIT
	END-IF
	OPEN INPUT PROVIDER-MASTER
	IF WS-PM-STATUS NOT = "00"
		DISPLAY "AUTH-MAINT: PROVIDER-MASTER OPEN FAILED, "
			"STATUS = " WS-PM-STATUS
			" - RUN STOPPED, FILE LEFT AS IS"
		PERFORM 1490-STOP-RUN-SHORT THRU 1490-EXIT
	END-IF
	OPEN OUTPUT AUTH-EXCEPTIONS
	OPEN OUTPUT AUTH-AUDIT-REPORT
	*>Stamped on the audit report heading and the master records
	ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
	.
1000-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2000-PROCESS-TRANSACTION - read and apply one UM transaction
*>------------------------------------------------------------*
2000-PROCESS-TRANSACTION.
	READ AUTH-TRANS
		AT END
			MOVE "Y" TO EOF-FLAG
		NOT AT END
			ADD 1 TO WS-TRANS-READ
			PERFORM 2100-PARSE-TRANSACTION THRU 2100-EXIT
			IF WS-PARSE-OK
				PERFORM 2200-APPLY-TRANSACTION THRU 2200-EXIT
			ELSE
				PERFORM 2950-WRITE-EXCEPTION THRU 2950-EXIT
			END-IF
	END-READ
	.
2000-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2100-PARSE-TRANSACTION - split the tab-delimited transaction
*> and edit the fields before anything touches the master. An
*> add needs every column; an extend needs a later through date,
*> more units, or both; a cancel needs only the authorization ID.
*>------------------------------------------------------------*
2100-PARSE-TRANSACTION.
	MOVE "Y" TO WS-PARSE-STATUS
	MOVE ZERO TO WS-UNSTRING-COUNT
	MOVE ZERO TO WS-TRANS-UNITS
	MOVE SPACES TO WS-TRANS-ACTION WS-TRANS-AUTH-ID
		WS-TRANS-MEMBER-ID WS-TRANS-PROVIDER-ID
		WS-TRANS-CLAIM-TYPE WS-TRANS-FROM-DATE
		WS-TRANS-THRU-DATE WS-TRANS-UNIT-TYPE
		WS-TRANS-UNITS-TEXT

	*>Splits the line on tab characters (X'09' = tab)
	UNSTRING TRANS-RECORD DELIMITED BY X'09'
		INTO WS-TRANS-ACTION, WS-TRANS-AUTH-ID,
			WS-TRANS-MEMBER-ID, WS-TRANS-PROVIDER-ID,
			WS-TRANS-CLAIM-TYPE, WS-TRANS-FROM-DATE,
			WS-TRANS-THRU-DATE, WS-TRANS-UNIT-TYPE,
			WS-TRANS-UNITS-TEXT
		TALLYING IN WS-UNSTRING-COUNT
	END-UNSTRING

	EVALUATE TRUE
		WHEN WS-UNSTRING-COUNT < 2
			MOVE "N" TO WS-PARSE-STATUS
			MOVE "MALFORMED TRANSACTION - WRONG FIELD COUNT"
				TO WS-EXCEPTION-REASON
		WHEN NOT WS-ACTION-VALID
			MOVE "N" TO WS-PARSE-STATUS
			MOVE "INVALID ACTION CODE" TO WS-EXCEPTION-REASON
		WHEN WS-TRANS-AUTH-ID = SPACES
			MOVE "N" TO WS-PARSE-STATUS
			MOVE "MISSING AUTHORIZATION ID" TO WS-EXCEPTION-REASON
		WHEN WS-ACTION-ADD
			AND WS-TRANS-MEMBER-ID = SPACES
			MOVE "N" TO WS-PARSE-STATUS
			MOVE "MISSING MEMBER ID" TO WS-EXCEPTION-REASON
		WHEN WS-ACTION-ADD
			AND WS-TRANS-PROVIDER-ID = SPACES
			MOVE "N" TO WS-PARSE-STATUS
			MOVE "MISSING PROVIDER ID" TO WS-EXCEPTION-REASON
		WHEN WS-ACTION-ADD
			AND WS-TRANS-CLAIM-TYPE = SPACES
			MOVE "N" TO WS-PARSE-STATUS
			MOVE "MISSING CLAIM TYPE" TO WS-EXCEPTION-REASON
		WHEN WS-ACTION-ADD
			AND WS-TRANS-FROM-DATE NOT NUMERIC
			MOVE "N" TO WS-PARSE-STATUS
			MOVE "INVALID FROM DATE" TO WS-EXCEPTION-REASON
		WHEN WS-ACTION-ADD
			AND WS-TRANS-THRU-DATE NOT NUMERIC
			MOVE "N" TO WS-PARSE-STATUS
			MOVE "INVALID THROUGH DATE" TO WS-EXCEPTION-REASON
		WHEN WS-ACTION-ADD
			AND NOT WS-UNIT-TYPE-VALID
			MOVE "N" TO WS-PARSE-STATUS
			MOVE "UNIT TYPE NOT D OR V" TO WS-EXCEPTION-REASON
		WHEN WS-ACTION-ADD
			AND FUNCTION TEST-NUMVAL(WS-TRANS-UNITS-TEXT) NOT = ZERO
			MOVE "N" TO WS-PARSE-STATUS
			MOVE "INVALID AUTHORIZED UNITS" TO WS-EXCEPTION-REASON
		*>An extend must actually extend something - a later
		*>through date, more units, or both
		WHEN WS-ACTION-EXTEND
			AND WS-TRANS-THRU-DATE = SPACES
			AND WS-TRANS-UNITS-TEXT = SPACES
			MOVE "N" TO WS-PARSE-STATUS
			MOVE "EXTEND CARRIES NO NEW DATE OR UNITS"
				TO WS-EXCEPTION-REASON
		WHEN WS-ACTION-EXTEND
			AND WS-TRANS-THRU-DATE NOT = SPACES
			AND WS-TRANS-THRU-DATE NOT NUMERIC
			MOVE "N" TO WS-PARSE-STATUS
			MOVE "INVALID THROUGH DATE" TO WS-EXCEPTION-REASON
		WHEN WS-ACTION-EXTEND
			AND WS-TRANS-UNITS-TEXT NOT = SPACES
			AND FUNCTION TEST-NUMVAL(WS-TRANS-UNITS-TEXT) NOT = ZERO
			MOVE "N" TO WS-PARSE-STATUS
			MOVE "INVALID AUTHORIZED UNITS" TO WS-EXCEPTION-REASON
	END-EVALUATE

	IF WS-PARSE-OK
		AND WS-TRANS-UNITS-TEXT NOT = SPACES
		COMPUTE WS-TRANS-UNITS = FUNCTION NUMVAL(WS-TRANS-UNITS-TEXT)
	END-IF
	.
2100-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2200-APPLY-TRANSACTION - look the authorization up once, then
*> route to the action-specific paragraph; the wrong-existence
*> cases (duplicate add, unknown authorization on everything
*> else) and anything aimed at a cancelled authorization reject
*> here so the action paragraphs only see valid work
*>------------------------------------------------------------*
2200-APPLY-TRANSACTION.
	MOVE "N" TO WS-AUTH-FOUND-SWITCH
	MOVE WS-TRANS-AUTH-ID TO PA-AUTH-ID
	READ PRIOR-AUTH
		INVALID KEY
			CONTINUE
		NOT INVALID KEY
			MOVE "Y" TO WS-AUTH-FOUND-SWITCH
			MOVE PA-MEMBER-ID TO WS-BEFORE-MEMBER-ID
			MOVE PA-PROVIDER-ID TO WS-BEFORE-PROVIDER-ID
			MOVE PA-CLAIM-TYPE TO WS-BEFORE-CLAIM-TYPE
			MOVE PA-FROM-DATE TO WS-BEFORE-FROM-DATE
			MOVE PA-THRU-DATE TO WS-BEFORE-THRU-DATE
			MOVE PA-UNIT-TYPE TO WS-BEFORE-UNIT-TYPE
			MOVE PA-AUTH-UNITS TO WS-BEFORE-AUTH-UNITS
			MOVE PA-USED-UNITS TO WS-BEFORE-USED-UNITS
			MOVE PA-STATUS TO WS-BEFORE-STATUS
	END-READ

	EVALUATE TRUE
		WHEN WS-ACTION-ADD AND WS-AUTH-FOUND
			MOVE "DUPLICATE ADD - AUTHORIZATION ALREADY ON MASTER"
				TO WS-EXCEPTION-REASON
			PERFORM 2950-WRITE-EXCEPTION THRU 2950-EXIT
		WHEN NOT WS-ACTION-ADD AND NOT WS-AUTH-FOUND
			MOVE "UNKNOWN AUTHORIZATION - NOT ON MASTER"
				TO WS-EXCEPTION-REASON
			PERFORM 2950-WRITE-EXCEPTION THRU 2950-EXIT
		WHEN NOT WS-ACTION-ADD AND PA-STATUS = "C"
			MOVE "AUTHORIZATION ALREADY CANCELLED"
				TO WS-EXCEPTION-REASON
			PERFORM 2950-WRITE-EXCEPTION THRU 2950-EXIT
		WHEN WS-ACTION-ADD
			PERFORM 2300-APPLY-ADD THRU 2300-EXIT
		WHEN WS-ACTION-EXTEND
			PERFORM 2400-APPLY-EXTEND THRU 2400-EXIT
		WHEN WS-ACTION-CANCEL
			PERFORM 2500-APPLY-CANCEL THRU 2500-EXIT
	END-EVALUATE
	.
2200-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2300-APPLY-ADD - write a new authorization, active, with
*> nothing used against it yet, for a member and a provider the
*> masters know
*>------------------------------------------------------------*
2300-APPLY-ADD.
	MOVE WS-TRANS-MEMBER-ID TO MM-MEMBER-ID
	READ MEMBERSHIP-MASTER
		INVALID KEY
			MOVE "UNKNOWN MEMBER - NOT ON MEMBERSHIP MASTER"
				TO WS-EXCEPTION-REASON
			PERFORM 2950-WRITE-EXCEPTION THRU 2950-EXIT
			GO TO 2300-EXIT
	END-READ
	MOVE WS-TRANS-PROVIDER-ID TO PM-PROVIDER-ID
	READ PROVIDER-MASTER
		INVALID KEY
			MOVE "UNKNOWN PROVIDER - NOT ON PROVIDER MASTER"
				TO WS-EXCEPTION-REASON
			PERFORM 2950-WRITE-EXCEPTION THRU 2950-EXIT
			GO TO 2300-EXIT
	END-READ
	IF WS-TRANS-THRU-DATE < WS-TRANS-FROM-DATE
		MOVE "THROUGH DATE BEFORE FROM DATE"
			TO WS-EXCEPTION-REASON
		PERFORM 2950-WRITE-EXCEPTION THRU 2950-EXIT
		GO TO 2300-EXIT
	END-IF
	IF WS-TRANS-UNITS = ZERO
		MOVE "AUTHORIZED UNITS MUST BE MORE THAN ZERO"
			TO WS-EXCEPTION-REASON
		PERFORM 2950-WRITE-EXCEPTION THRU 2950-EXIT
		GO TO 2300-EXIT
	END-IF
	MOVE WS-TRANS-AUTH-ID TO PA-AUTH-ID
	MOVE WS-TRANS-MEMBER-ID TO PA-MEMBER-ID
	MOVE WS-TRANS-PROVIDER-ID TO PA-PROVIDER-ID
	MOVE WS-TRANS-CLAIM-TYPE TO PA-CLAIM-TYPE
	MOVE WS-TRANS-FROM-DATE TO PA-FROM-DATE
	MOVE WS-TRANS-THRU-DATE TO PA-THRU-DATE
	MOVE WS-TRANS-UNIT-TYPE TO PA-UNIT-TYPE
	MOVE WS-TRANS-UNITS TO PA-AUTH-UNITS
	MOVE ZERO TO PA-USED-UNITS
	MOVE "A" TO PA-STATUS
	MOVE WS-RUN-DATE TO PA-LAST-ACTION-DATE
	WRITE PA-RECORD
	ADD 1 TO WS-TRANS-APPLIED
	PERFORM 2700-WRITE-AUDIT-BLOCK THRU 2700-EXIT
	.
2300-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2400-APPLY-EXTEND - push the through date out, add to the
*> authorized units, or both. UM extends; it never shortens - a
*> span or balance that has to shrink is a cancel and a new add,
*> so claims already paid against the old figures stay explained.
*>------------------------------------------------------------*
2400-APPLY-EXTEND.
	IF WS-TRANS-THRU-DATE NOT = SPACES
		AND WS-TRANS-THRU-DATE < PA-THRU-DATE
		MOVE "EXTEND WOULD SHORTEN THE AUTHORIZED SPAN"
			TO WS-EXCEPTION-REASON
		PERFORM 2950-WRITE-EXCEPTION THRU 2950-EXIT
		GO TO 2400-EXIT
	END-IF
	*>Units past what the master can hold reject the whole
	*>extend - the record is not rewritten
	ADD WS-TRANS-UNITS TO PA-AUTH-UNITS
		ON SIZE ERROR
			MOVE "EXTEND WOULD OVERFLOW THE AUTHORIZED UNITS"
				TO WS-EXCEPTION-REASON
			PERFORM 2950-WRITE-EXCEPTION THRU 2950-EXIT
			GO TO 2400-EXIT
	END-ADD
	IF WS-TRANS-THRU-DATE NOT = SPACES
		MOVE WS-TRANS-THRU-DATE TO PA-THRU-DATE
	END-IF
	MOVE WS-RUN-DATE TO PA-LAST-ACTION-DATE
	REWRITE PA-RECORD
	ADD 1 TO WS-TRANS-APPLIED
	PERFORM 2700-WRITE-AUDIT-BLOCK THRU 2700-EXIT
	.
2400-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2500-APPLY-CANCEL - the authorization stops covering claims
*> from tonight on; the record stays on the master, with its used
*> balance, so appeals can still see what was paid against it
*>------------------------------------------------------------*
2500-APPLY-CANCEL.
	MOVE "C" TO PA-STATUS
	MOVE WS-RUN-DATE TO PA-LAST-ACTION-DATE
	REWRITE PA-RECORD
	ADD 1 TO WS-TRANS-APPLIED
	PERFORM 2700-WRITE-AUDIT-BLOCK THRU 2700-EXIT
	.
2500-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2700-WRITE-AUDIT-BLOCK - the before image and the after image
*> of one authorization touched, two lines plus a spacer, starting
*> a new page (with headers) whenever the current page is full
*>------------------------------------------------------------*
2700-WRITE-AUDIT-BLOCK.
	IF WS-AUD-LINE-COUNT = ZERO
		OR WS-AUD-LINE-COUNT >= WS-AUD-LINES-PER-PAGE
		PERFORM 2710-WRITE-AUDIT-HEADERS THRU 2710-EXIT
	END-IF

	EVALUATE TRUE
		WHEN WS-ACTION-ADD
			MOVE "ADD" TO WS-AUD-D-ACTION
		WHEN WS-ACTION-EXTEND
			MOVE "EXTEND" TO WS-AUD-D-ACTION
		WHEN WS-ACTION-CANCEL
			MOVE "CANCEL" TO WS-AUD-D-ACTION
	END-EVALUATE
	MOVE WS-TRANS-AUTH-ID TO WS-AUD-D-AUTH-ID

	*>The before line - an add has no before image
	MOVE "BEFORE" TO WS-AUD-D-PHASE
	IF WS-ACTION-ADD
		MOVE "*NEW*" TO WS-AUD-D-MEMBER-ID
		MOVE SPACES TO WS-AUD-D-PROVIDER-ID
		MOVE SPACES TO WS-AUD-D-CLAIM-TYPE
		MOVE SPACES TO WS-AUD-D-FROM
		MOVE SPACES TO WS-AUD-D-THRU
		MOVE SPACES TO WS-AUD-D-UNIT-TYPE
		MOVE SPACES TO WS-AUD-D-AUTH-UNITS
		MOVE SPACES TO WS-AUD-D-USED-UNITS
		MOVE SPACES TO WS-AUD-D-STATUS
	ELSE
		MOVE WS-BEFORE-MEMBER-ID TO WS-AUD-D-MEMBER-ID
		MOVE WS-BEFORE-PROVIDER-ID TO WS-AUD-D-PROVIDER-ID
		MOVE WS-BEFORE-CLAIM-TYPE TO WS-AUD-D-CLAIM-TYPE
		MOVE WS-BEFORE-FROM-DATE TO WS-AUD-D-FROM
		MOVE WS-BEFORE-THRU-DATE TO WS-AUD-D-THRU
		MOVE WS-BEFORE-UNIT-TYPE TO WS-AUD-D-UNIT-TYPE
		MOVE WS-BEFORE-AUTH-UNITS TO WS-AUD-EDIT-UNITS
		MOVE WS-AUD-EDIT-UNITS TO WS-AUD-D-AUTH-UNITS
		MOVE WS-BEFORE-USED-UNITS TO WS-AUD-EDIT-UNITS
		MOVE WS-AUD-EDIT-UNITS TO WS-AUD-D-USED-UNITS
		MOVE WS-BEFORE-STATUS TO WS-AUD-D-STATUS
	END-IF
	MOVE WS-AUD-DETAIL-LINE TO AUDIT-REPORT-RECORD
	WRITE AUDIT-REPORT-RECORD

	*>The after line - the record as the master now holds it
	MOVE SPACES TO WS-AUD-D-ACTION
	MOVE SPACES TO WS-AUD-D-AUTH-ID
	MOVE "AFTER" TO WS-AUD-D-PHASE
	MOVE PA-MEMBER-ID TO WS-AUD-D-MEMBER-ID
	MOVE PA-PROVIDER-ID TO WS-AUD-D-PROVIDER-ID
	MOVE PA-CLAIM-TYPE TO WS-AUD-D-CLAIM-TYPE
	MOVE PA-FROM-DATE TO WS-AUD-D-FROM
	MOVE PA-THRU-DATE TO WS-AUD-D-THRU
	MOVE PA-UNIT-TYPE TO WS-AUD-D-UNIT-TYPE
	MOVE PA-AUTH-UNITS TO WS-AUD-EDIT-UNITS
	MOVE WS-AUD-EDIT-UNITS TO WS-AUD-D-AUTH-UNITS
	MOVE PA-USED-UNITS TO WS-AUD-EDIT-UNITS
	MOVE WS-AUD-EDIT-UNITS TO WS-AUD-D-USED-UNITS
	MOVE PA-STATUS TO WS-AUD-D-STATUS
	MOVE WS-AUD-DETAIL-LINE TO AUDIT-REPORT-RECORD
	WRITE AUDIT-REPORT-RECORD

	MOVE SPACES TO AUDIT-REPORT-RECORD
	WRITE AUDIT-REPORT-RECORD
	ADD 3 TO WS-AUD-LINE-COUNT
	.
2700-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2710-WRITE-AUDIT-HEADERS - page break, run-date/page-number
*> banner, and column headings
*>------------------------------------------------------------*
2710-WRITE-AUDIT-HEADERS.
	ADD 1 TO WS-AUD-PAGE-COUNT
	MOVE ZERO TO WS-AUD-LINE-COUNT
	MOVE WS-RUN-DATE TO WS-AUD-HDG-DATE
	MOVE WS-AUD-PAGE-COUNT TO WS-AUD-HDG-PAGE

	MOVE WS-AUD-HEADING-1 TO AUDIT-REPORT-RECORD
	IF WS-AUD-PAGE-COUNT = 1
		WRITE AUDIT-REPORT-RECORD AFTER ADVANCING 1 LINE
	ELSE
		WRITE AUDIT-REPORT-RECORD AFTER ADVANCING PAGE
	END-IF

	MOVE SPACES TO AUDIT-REPORT-RECORD
	WRITE AUDIT-REPORT-RECORD AFTER ADVANCING 1 LINE

	MOVE WS-AUD-HEADING-2 TO AUDIT-REPORT-RECORD
	WRITE AUDIT-REPORT-RECORD AFTER ADVANCING 1 LINE

	MOVE SPACES TO AUDIT-REPORT-RECORD
	WRITE AUDIT-REPORT-RECORD AFTER ADVANCING 1 LINE
	.
2710-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2950-WRITE-EXCEPTION - route a rejected transaction out of the
*> run entirely, raw record plus reason code
*>------------------------------------------------------------*
2950-WRITE-EXCEPTION.
	ADD 1 TO WS-TRANS-REJECTED

	MOVE SPACES TO EXCEPTION-RECORD
	STRING TRANS-RECORD DELIMITED BY SIZE
		X'09'
		WS-EXCEPTION-REASON DELIMITED BY SIZE
		X'0A'
		INTO EXCEPTION-RECORD
	END-STRING
	WRITE EXCEPTION-RECORD
	.
2950-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 8000-FINALIZE - run counts to the foot of the audit report and
*> the console, then clean shutdown
*>------------------------------------------------------------*
8000-FINALIZE.
	MOVE SPACES TO AUDIT-REPORT-RECORD
	WRITE AUDIT-REPORT-RECORD AFTER ADVANCING 1 LINE

	MOVE WS-TRANS-READ TO WS-EDIT-COUNT
	MOVE SPACES TO AUDIT-REPORT-RECORD
	STRING "TRANSACTIONS READ      " DELIMITED BY SIZE
		WS-EDIT-COUNT DELIMITED BY SIZE
		INTO AUDIT-REPORT-RECORD
	END-STRING
	WRITE AUDIT-REPORT-RECORD

	MOVE WS-TRANS-APPLIED TO WS-EDIT-COUNT
	MOVE SPACES TO AUDIT-REPORT-RECORD
	STRING "TRANSACTIONS APPLIED   " DELIMITED BY SIZE
		WS-EDIT-COUNT DELIMITED BY SIZE
		INTO AUDIT-REPORT-RECORD
	END-STRING
	WRITE AUDIT-REPORT-RECORD

	MOVE WS-TRANS-REJECTED TO WS-EDIT-COUNT
	MOVE SPACES TO AUDIT-REPORT-RECORD
	STRING "TRANSACTIONS REJECTED  " DELIMITED BY SIZE
		WS-EDIT-COUNT DELIMITED BY SIZE
		INTO AUDIT-REPORT-RECORD
	END-STRING
	WRITE AUDIT-REPORT-RECORD

	DISPLAY "AUTH-MAINT: " WS-TRANS-APPLIED " APPLIED, "
		WS-TRANS-REJECTED " REJECTED OF "
		WS-TRANS-READ " TRANSACTIONS"

	*>Clean shutdown, releases file handles, signals successful job completion
	CLOSE AUTH-TRANS
	CLOSE PRIOR-AUTH
	CLOSE MEMBERSHIP-MASTER
	CLOSE PROVIDER-MASTER
	CLOSE AUTH-EXCEPTIONS
	CLOSE AUTH-AUDIT-REPORT
	.
8000-EXIT.
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
*> 0200-TAKE-SNAPSHOTS - before this run moves anything, copy
*> every file it updates into tonight's generation, so a night
*> that finished cleanly but wrong can be rolled back by
*> NIGHT-RESTORE. A copy that cannot be taken stops the run
*> short - nothing moves forward without its pre-run copy
*>------------------------------------------------------------*
0200-TAKE-SNAPSHOTS.
	PERFORM 0210-READ-SNAPSHOT-PARMS THRU 0210-EXIT
	PERFORM 0220-LOAD-CATALOG THRU 0220-EXIT
	PERFORM 0230-CHOOSE-GENERATION THRU 0230-EXIT
	MOVE "prior_auth.dat" TO WS-SG-FILE-NAME
	PERFORM 0240-SNAPSHOT-ONE-FILE THRU 0240-EXIT
	PERFORM 0280-WRITE-CATALOG THRU 0280-EXIT
	.
0200-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 0210-READ-SNAPSHOT-PARMS - the nights of snapshots to keep; a
*> missing file or a value outside 01-30 keeps the seven-night
*> default
*>------------------------------------------------------------*
0210-READ-SNAPSHOT-PARMS.
	OPEN INPUT SNAPSHOT-PARMS
	IF NOT WS-SG-PARMS-OK
		GO TO 0210-EXIT
	END-IF
	READ SNAPSHOT-PARMS
		AT END
			CONTINUE
		NOT AT END
			IF SGP-GENERATIONS NUMERIC
				AND SGP-GENERATIONS > "00"
				AND SGP-GENERATIONS NOT > "30"
				MOVE SGP-GENERATIONS TO WS-SG-GENERATIONS
			ELSE
				DISPLAY WS-RC-THIS-PROGRAM
					": SNAPSHOT GENERATIONS NOT 01-30 - "
					WS-SG-GENERATIONS " KEPT"
			END-IF
	END-READ
	CLOSE SNAPSHOT-PARMS
	.
0210-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 0220-LOAD-CATALOG - every snapshot held, oldest night first;
*> no catalog yet means no snapshot was ever taken
*>------------------------------------------------------------*
0220-LOAD-CATALOG.
	MOVE ZERO TO WS-SG-CAT-COUNT
	OPEN INPUT SNAPSHOT-CATALOG
	IF WS-SG-CATALOG-STATUS = "35"
		GO TO 0220-EXIT
	END-IF
	IF WS-SG-CATALOG-STATUS NOT = "00"
		DISPLAY WS-RC-THIS-PROGRAM
			": SNAPSHOT CATALOG OPEN FAILED, STATUS = "
			WS-SG-CATALOG-STATUS " - STOPPED SHORT"
		PERFORM 1490-STOP-RUN-SHORT THRU 1490-EXIT
	END-IF
	MOVE "N" TO WS-SG-EOF-SWITCH
	PERFORM 0225-LOAD-CATALOG-ROW THRU 0225-EXIT
		UNTIL WS-SG-EOF
	CLOSE SNAPSHOT-CATALOG
	.
0220-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 0225-LOAD-CATALOG-ROW - one snapshot held into the table
*>------------------------------------------------------------*
0225-LOAD-CATALOG-ROW.
	READ SNAPSHOT-CATALOG
		AT END
			MOVE "Y" TO WS-SG-EOF-SWITCH
		NOT AT END
			IF WS-SG-CAT-COUNT NOT < WS-SG-CAT-LIMIT
				DISPLAY WS-RC-THIS-PROGRAM
					": SNAPSHOT CATALOG OVER "
					WS-SG-CAT-LIMIT " ROWS - STOPPED SHORT"
				CLOSE SNAPSHOT-CATALOG
				PERFORM 1490-STOP-RUN-SHORT THRU 1490-EXIT
			END-IF
			ADD 1 TO WS-SG-CAT-COUNT
			MOVE SC-RECORD TO WS-SG-CAT-ENTRY (WS-SG-CAT-COUNT)
	END-READ
	.
0225-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 0230-CHOOSE-GENERATION - a program later in tonight's sequence
*> joins the generation tonight's first snapshot opened. The
*> first one opens it: nights beyond the number kept are dropped
*> (their copies emptied), and tonight takes the lowest
*> generation number no kept night still holds
*>------------------------------------------------------------*
0230-CHOOSE-GENERATION.
	MOVE "N" TO WS-SG-FOUND-SWITCH
	PERFORM 0231-PROBE-TONIGHT THRU 0231-EXIT
		VARYING WS-SG-INDEX FROM 1 BY 1
		UNTIL WS-SG-INDEX > WS-SG-CAT-COUNT OR WS-SG-FOUND
	IF WS-SG-FOUND
		*>The search loop increments once past the match before its
		*>UNTIL stops it, so step back one row
		SUBTRACT 1 FROM WS-SG-INDEX
		MOVE WS-SG-CAT-GENERATION (WS-SG-INDEX) TO WS-SG-GENERATION
		GO TO 0230-EXIT
	END-IF
	MOVE ZERO TO WS-SG-NIGHTS-SEEN
	MOVE ZERO TO WS-SG-LAST-NIGHT
	MOVE ZERO TO WS-SG-DROP-THRU
	PERFORM 0232-COUNT-BACK-NIGHT THRU 0232-EXIT
		VARYING WS-SG-INDEX FROM WS-SG-CAT-COUNT BY -1
		UNTIL WS-SG-INDEX = ZERO OR WS-SG-DROP-THRU NOT = ZERO
	IF WS-SG-DROP-THRU NOT = ZERO
		PERFORM 0233-SCRATCH-SNAPSHOT THRU 0233-EXIT
			VARYING WS-SG-INDEX FROM 1 BY 1
			UNTIL WS-SG-INDEX > WS-SG-DROP-THRU
		PERFORM 0234-SHIFT-CATALOG-ROW THRU 0234-EXIT
			VARYING WS-SG-INDEX FROM 1 BY 1
			UNTIL WS-SG-INDEX > WS-SG-CAT-COUNT - WS-SG-DROP-THRU
		SUBTRACT WS-SG-DROP-THRU FROM WS-SG-CAT-COUNT
	END-IF
	MOVE "N" TO WS-SG-FOUND-SWITCH
	PERFORM 0235-PROBE-GENERATION THRU 0235-EXIT
		VARYING WS-SG-GENERATION FROM 1 BY 1
		UNTIL WS-SG-GENERATION > WS-SG-GENERATIONS OR WS-SG-FOUND
	*>The search loop increments once past the match before its
	*>UNTIL stops it, so step back one generation
	SUBTRACT 1 FROM WS-SG-GENERATION
	DISPLAY WS-RC-THIS-PROGRAM ": SNAPSHOT GENERATION "
		WS-SG-GENERATION " OPENED FOR " WS-RC-DATE
	.
0230-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 0231-PROBE-TONIGHT - is this catalog row from tonight?
*>------------------------------------------------------------*
0231-PROBE-TONIGHT.
	IF WS-SG-CAT-RUN-DATE (WS-SG-INDEX) = WS-RC-DATE
		MOVE "Y" TO WS-SG-FOUND-SWITCH
	END-IF
	.
0231-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 0232-COUNT-BACK-NIGHT - newest row first, count the nights
*> held; the row that makes the count reach the number kept
*> marks where the drop ends, since tonight takes one of them
*>------------------------------------------------------------*
0232-COUNT-BACK-NIGHT.
	IF WS-SG-CAT-RUN-DATE (WS-SG-INDEX) NOT = WS-SG-LAST-NIGHT
		MOVE WS-SG-CAT-RUN-DATE (WS-SG-INDEX) TO WS-SG-LAST-NIGHT
		ADD 1 TO WS-SG-NIGHTS-SEEN
	END-IF
	IF WS-SG-NIGHTS-SEEN NOT < WS-SG-GENERATIONS
		MOVE WS-SG-INDEX TO WS-SG-DROP-THRU
	END-IF
	.
0232-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 0233-SCRATCH-SNAPSHOT - empty the copy of a night no longer
*> kept, so the space comes back before the slot is reused
*>------------------------------------------------------------*
0233-SCRATCH-SNAPSHOT.
	IF WS-SG-CAT-FILE-STATE (WS-SG-INDEX) NOT = "P"
		GO TO 0233-EXIT
	END-IF
	MOVE WS-SG-CAT-SNAP-NAME (WS-SG-INDEX) TO WS-SG-SNAP-NAME
	OPEN OUTPUT SNAPSHOT-FILE
	IF WS-SG-SNAP-STATUS = "00"
		CLOSE SNAPSHOT-FILE
	END-IF
	.
0233-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 0234-SHIFT-CATALOG-ROW - close the gap the dropped nights left
*>------------------------------------------------------------*
0234-SHIFT-CATALOG-ROW.
	COMPUTE WS-SG-ROW-INDEX = WS-SG-INDEX + WS-SG-DROP-THRU
	MOVE WS-SG-CAT-ENTRY (WS-SG-ROW-INDEX)
		TO WS-SG-CAT-ENTRY (WS-SG-INDEX)
	.
0234-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 0235-PROBE-GENERATION - is this generation number free of
*> every night still kept?
*>------------------------------------------------------------*
0235-PROBE-GENERATION.
	MOVE "N" TO WS-SG-HELD-SWITCH
	PERFORM 0236-PROBE-GENERATION-ROW THRU 0236-EXIT
		VARYING WS-SG-INDEX FROM 1 BY 1
		UNTIL WS-SG-INDEX > WS-SG-CAT-COUNT OR WS-SG-HELD
	IF NOT WS-SG-HELD
		MOVE "Y" TO WS-SG-FOUND-SWITCH
	END-IF
	.
0235-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 0236-PROBE-GENERATION-ROW - does this row hold the number?
*>------------------------------------------------------------*
0236-PROBE-GENERATION-ROW.
	IF WS-SG-CAT-GENERATION (WS-SG-INDEX) = WS-SG-GENERATION
		MOVE "Y" TO WS-SG-HELD-SWITCH
	END-IF
	.
0236-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 0240-SNAPSHOT-ONE-FILE - copy the live file named in
*> WS-SG-FILE-NAME into tonight's generation and catalog it. A
*> second run tonight (a restart, or a rerun after a restore)
*> keeps the copy already taken - that one is the file as it
*> stood before the night began
*>------------------------------------------------------------*
0240-SNAPSHOT-ONE-FILE.
	MOVE "N" TO WS-SG-FOUND-SWITCH
	PERFORM 0241-PROBE-TAKEN THRU 0241-EXIT
		VARYING WS-SG-INDEX FROM 1 BY 1
		UNTIL WS-SG-INDEX > WS-SG-CAT-COUNT OR WS-SG-FOUND
	IF WS-SG-FOUND
		DISPLAY WS-RC-THIS-PROGRAM ": " WS-SG-FILE-NAME
			" ALREADY SNAPSHOT TONIGHT - FIRST COPY KEPT"
		GO TO 0240-EXIT
	END-IF
	IF WS-SG-CAT-COUNT NOT < WS-SG-CAT-LIMIT
		DISPLAY WS-RC-THIS-PROGRAM ": SNAPSHOT CATALOG FULL AT "
			WS-SG-CAT-LIMIT " ROWS - STOPPED SHORT"
		PERFORM 1490-STOP-RUN-SHORT THRU 1490-EXIT
	END-IF
	MOVE SPACES TO WS-SG-SNAP-NAME
	STRING "snap_g" WS-SG-GENERATION "_" DELIMITED BY SIZE
		WS-RC-THIS-PROGRAM DELIMITED BY SPACE
		"_" DELIMITED BY SIZE
		WS-SG-FILE-NAME DELIMITED BY SPACE
		INTO WS-SG-SNAP-NAME
	END-STRING
	MOVE ZERO TO WS-SG-RECORD-COUNT
	PERFORM 0250-OPEN-LIVE-FILE THRU 0250-EXIT
	*>No live file yet - this run creates it, so rolling the night
	*>back leaves it empty
	IF WS-SG-LIVE-STATUS = "35"
		MOVE "A" TO WS-SG-FILE-STATE
	ELSE
		PERFORM 0245-COPY-LIVE-FILE THRU 0245-EXIT
		MOVE "P" TO WS-SG-FILE-STATE
	END-IF
	ADD 1 TO WS-SG-CAT-COUNT
	MOVE WS-RC-DATE TO WS-SG-CAT-RUN-DATE (WS-SG-CAT-COUNT)
	MOVE WS-SG-GENERATION TO WS-SG-CAT-GENERATION (WS-SG-CAT-COUNT)
	MOVE WS-RC-THIS-PROGRAM TO WS-SG-CAT-PROGRAM-ID (WS-SG-CAT-COUNT)
	MOVE WS-SG-FILE-NAME TO WS-SG-CAT-FILE-NAME (WS-SG-CAT-COUNT)
	MOVE WS-SG-SNAP-NAME TO WS-SG-CAT-SNAP-NAME (WS-SG-CAT-COUNT)
	MOVE WS-RC-TIME TO WS-SG-CAT-TAKEN-TIME (WS-SG-CAT-COUNT)
	MOVE WS-SG-RECORD-COUNT
		TO WS-SG-CAT-RECORD-COUNT (WS-SG-CAT-COUNT)
	MOVE WS-SG-FILE-STATE TO WS-SG-CAT-FILE-STATE (WS-SG-CAT-COUNT)
	IF WS-SG-FILE-STATE = "A"
		DISPLAY WS-RC-THIS-PROGRAM ": SNAPSHOT " WS-SG-FILE-NAME
			" NOT THERE YET - A RESTORE LEAVES IT EMPTY"
	ELSE
		DISPLAY WS-RC-THIS-PROGRAM ": SNAPSHOT " WS-SG-FILE-NAME
			" " WS-SG-RECORD-COUNT " RECORDS"
	END-IF
	.
0240-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 0241-PROBE-TAKEN - did this program already copy this file
*> tonight?
*>------------------------------------------------------------*
0241-PROBE-TAKEN.
	IF WS-SG-CAT-RUN-DATE (WS-SG-INDEX) = WS-RC-DATE
		AND WS-SG-CAT-PROGRAM-ID (WS-SG-INDEX) = WS-RC-THIS-PROGRAM
		AND WS-SG-CAT-FILE-NAME (WS-SG-INDEX) = WS-SG-FILE-NAME
		MOVE "Y" TO WS-SG-FOUND-SWITCH
	END-IF
	.
0241-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 0245-COPY-LIVE-FILE - every live record across, in the order
*> the file reads (key order for an indexed file)
*>------------------------------------------------------------*
0245-COPY-LIVE-FILE.
	IF WS-SG-LIVE-STATUS NOT = "00"
		DISPLAY WS-RC-THIS-PROGRAM ": " WS-SG-FILE-NAME
			" OPEN FOR SNAPSHOT FAILED, STATUS = "
			WS-SG-LIVE-STATUS " - STOPPED SHORT"
		PERFORM 1490-STOP-RUN-SHORT THRU 1490-EXIT
	END-IF
	OPEN OUTPUT SNAPSHOT-FILE
	IF WS-SG-SNAP-STATUS NOT = "00"
		DISPLAY WS-RC-THIS-PROGRAM ": " WS-SG-SNAP-NAME
			" OPEN FAILED, STATUS = " WS-SG-SNAP-STATUS
			" - STOPPED SHORT"
		PERFORM 0270-CLOSE-LIVE-FILE THRU 0270-EXIT
		PERFORM 1490-STOP-RUN-SHORT THRU 1490-EXIT
	END-IF
	MOVE "N" TO WS-SG-EOF-SWITCH
	PERFORM 0260-COPY-ONE-RECORD THRU 0260-EXIT
		UNTIL WS-SG-EOF
	PERFORM 0270-CLOSE-LIVE-FILE THRU 0270-EXIT
	CLOSE SNAPSHOT-FILE
	.
0245-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 0250-OPEN-LIVE-FILE - open the file being copied for input
*>------------------------------------------------------------*
0250-OPEN-LIVE-FILE.
	EVALUATE WS-SG-FILE-NAME
		WHEN "prior_auth.dat"
			OPEN INPUT PRIOR-AUTH
			MOVE WS-PA-STATUS TO WS-SG-LIVE-STATUS
	END-EVALUATE
	.
0250-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 0260-COPY-ONE-RECORD - one live record into the snapshot, at
*> the length its own layout declares
*>------------------------------------------------------------*
0260-COPY-ONE-RECORD.
	EVALUATE WS-SG-FILE-NAME
		WHEN "prior_auth.dat"
			READ PRIOR-AUTH NEXT RECORD
				AT END
					MOVE "Y" TO WS-SG-EOF-SWITCH
				NOT AT END
					MOVE LENGTH OF PA-RECORD TO WS-SG-RECORD-LENGTH
					MOVE PA-RECORD TO SNAPSHOT-RECORD
			END-READ
	END-EVALUATE
	IF NOT WS-SG-EOF
		WRITE SNAPSHOT-RECORD
		ADD 1 TO WS-SG-RECORD-COUNT
	END-IF
	.
0260-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 0270-CLOSE-LIVE-FILE - release the live file for the run
*>------------------------------------------------------------*
0270-CLOSE-LIVE-FILE.
	EVALUATE WS-SG-FILE-NAME
		WHEN "prior_auth.dat"
			CLOSE PRIOR-AUTH
	END-EVALUATE
	.
0270-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 0280-WRITE-CATALOG - the catalog back out, dropped nights gone
*> and tonight's copies added
*>------------------------------------------------------------*
0280-WRITE-CATALOG.
	OPEN OUTPUT SNAPSHOT-CATALOG
	IF WS-SG-CATALOG-STATUS NOT = "00"
		DISPLAY WS-RC-THIS-PROGRAM
			": SNAPSHOT CATALOG WRITE FAILED, STATUS = "
			WS-SG-CATALOG-STATUS " - STOPPED SHORT"
		PERFORM 1490-STOP-RUN-SHORT THRU 1490-EXIT
	END-IF
	PERFORM 0285-WRITE-CATALOG-ROW THRU 0285-EXIT
		VARYING WS-SG-INDEX FROM 1 BY 1
		UNTIL WS-SG-INDEX > WS-SG-CAT-COUNT
	CLOSE SNAPSHOT-CATALOG
	.
0280-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 0285-WRITE-CATALOG-ROW - one snapshot held
*>------------------------------------------------------------*
0285-WRITE-CATALOG-ROW.
	MOVE WS-SG-CAT-ENTRY (WS-SG-INDEX) TO SC-RECORD
	WRITE SC-RECORD
	.
0285-EXIT.
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

*>------------------------------------------------------------*
*> 1490-STOP-RUN-SHORT - a master file could not open safely, so
*> nothing may move: stamp the run stopped short (a rerun stays
*> unblocked once the operator fixes the file) and stop here
*>------------------------------------------------------------*
1490-STOP-RUN-SHORT.
	MOVE "F" TO WS-RC-END-OUTCOME
	PERFORM 9900-STAMP-RUN-END THRU 9900-EXIT
	STOP RUN.
1490-EXIT.
	EXIT.

*>Explicit program termination
END PROGRAM AUTH-MAINT.
