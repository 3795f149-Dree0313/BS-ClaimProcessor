*>                mismatch after a layout change can never be "fixed"
*>                by silently recreating the file empty. The one-time
*>                LAYOUT-CONVERT run rebuilds the grown files.
*>2026-10-15 rwm  The master grew a network tier, the key the fee
*>                schedule prices a provider by when there is no
*>                provider-specific rate. Adds may carry it in a new
*>                trailing column, a new "P" pricing-tier action
*>                changes it on existing providers, and the audit
*>                report shows it before and after.
*>2026-10-15 rwm  The master grew the taxpayer ID and a 1099-
*>                reportable flag for the year-end PROVIDER-1099 run.
*>                Adds may carry them in two new trailing columns (a
*>                blank flag defaults to reportable), a new "X"
*>                tax-reporting action changes either one on an
*>                existing provider, and the audit report shows the
*>                flag with only the last four digits of the tax ID.
*>2026-10-15 rwm  The master grew a special investigations hold,
*>                set by the PROVIDER-SCREEN referral run. A new "H"
*>                action, carrying the flag in a new trailing column,
*>                sets ("Y") or releases ("N") it once SIU has worked
*>                the referral; adds always start with no hold, and
*>                the audit report shows it before and after.
*>2026-10-15 rwm  Copies every file this run updates into tonight's
*>                snapshot generation before anything moves, so
*>                NIGHT-RESTORE can roll a wrong night back
*>2026-10-15 rwm  Transaction record widened to 200 bytes - an add
*>                carrying every trailing column runs past 100 and
*>                was losing its tax ID and flags - and the exception
*>                record with it

*>Describes external resources(files, devices, printers). Tells how program how to interact with the outside world
ENVIRONMENT DIVISION.
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
	*>Daily provider transactions from the network team -
	*>tab-delimited, one action per line, same delimiter
	*>convention as the enrollment transactions
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

FD PROVIDER-TRANS.
*>One raw transaction line, treated as text until parsed - wide
*>enough for an add carrying every trailing column
01 TRANS-RECORD	PIC X(200).

FD PROVIDER-MASTER.
*>One provider's contract span and pay-to details
	05 PM-PAY-TO-NAME	PIC X(30).
	05 PM-BANK-ROUTING	PIC X(9).
	05 PM-BANK-ACCOUNT	PIC X(17).
	*>Network pricing tier - the fee schedule's fallback key when
	*>the provider has no rate of its own; spaces means none
	05 PM-NETWORK-TIER	PIC X(2).
	*>Taxpayer ID for year-end 1099 reporting - spaces until the
	*>W-9 is on file
	05 PM-TAX-ID		PIC X(9).
	*>"Y" 1099-reportable, "N" exempt (a corporation, say)
	05 PM-1099-FLAG		PIC X(1).
	*>"Y" referred to special investigations - PROCESS-CLAIMS
	*>pends the provider's new claims until SIU releases the hold
	05 PM-SIU-HOLD		PIC X(1).

FD PROVIDER-EXCEPTIONS.
*>Raw input record (200), a tab, the reason (50), and the trailing
*>newline - sized so nothing the STRING builds is truncated
01 EXCEPTION-RECORD	PIC X(252).

FD PROVIDER-AUDIT-REPORT.
*>One printed line of the sign-off report
01 AUDIT-REPORT-RECORD	PIC X(110).

*>Program memory, variables live here, reset only when program restarts
WORKING-STORAGE SECTION.
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

	88 WS-ACTION-TERM		VALUE "T".
	88 WS-ACTION-REINSTATE		VALUE "R".
	88 WS-ACTION-BANKING		VALUE "B".
	88 WS-ACTION-TIER		VALUE "P".
	88 WS-ACTION-TAX		VALUE "X".
	88 WS-ACTION-SIU		VALUE "H".
	88 WS-ACTION-VALID		VALUES "A" "N" "S" "T" "R" "B" "P" "X" "H".
01 WS-TRANS-PROVIDER-ID	PIC X(8).
01 WS-TRANS-NAME	PIC X(30).
01 WS-TRANS-CONTRACT	PIC X(1).
01 WS-TRANS-PAYTO-NAME	PIC X(30).
01 WS-TRANS-ROUTING	PIC X(9).
01 WS-TRANS-ACCOUNT	PIC X(17).
*>The network pricing tier - carried on adds and tier changes
01 WS-TRANS-TIER	PIC X(2).
*>The 1099 columns - carried on adds and tax-reporting changes
01 WS-TRANS-TAX-ID	PIC X(9).
01 WS-TRANS-1099-FLAG	PIC X(1).
*>The special investigations hold - carried on hold changes only
01 WS-TRANS-SIU-HOLD	PIC X(1).
*>Count of INTO fields the UNSTRING actually populated
01 WS-UNSTRING-COUNT	PIC 9(2) COMP.

	*>For a banking change the audit block shows the pay-to name
	*>(the account and routing numbers stay off the report)
	05 WS-BEFORE-PAYTO-NAME	PIC X(30).
	05 WS-BEFORE-TIER	PIC X(2).
	05 WS-BEFORE-TAX-ID	PIC X(9).
	05 WS-BEFORE-1099-FLAG	PIC X(1).
	05 WS-BEFORE-SIU-HOLD	PIC X(1).

*>----------------------------------------------------------------*
*>Run counts for the operator summary
	05 FILLER		PIC X(4) VALUE "ST".
	05 FILLER		PIC X(10) VALUE "EFF DATE".
	05 FILLER		PIC X(12) VALUE "TERM DATE".
	05 FILLER		PIC X(6) VALUE "TIER".
	05 FILLER		PIC X(12) VALUE "1099 TAX ID".
	05 FILLER		PIC X(4) VALUE "SIU".

01 WS-AUD-DETAIL-LINE.
	05 WS-AUD-D-ACTION	PIC X(8).
	05 WS-AUD-D-STATUS	PIC X(4).
	05 WS-AUD-D-EFF		PIC X(10).
	05 WS-AUD-D-TERM	PIC X(12).
	05 WS-AUD-D-TIER	PIC X(6).
	*>The 1099 flag and the tax ID's last four digits - the full
	*>number stays off the report like the banking details
	05 WS-AUD-D-1099	PIC X(12).
	05 WS-AUD-D-SIU		PIC X(4).

*>Term dates display as ACTIVE when the master holds HIGH-VALUES,
*>since that is what HIGH-VALUES means on PM-TERM-DATE
01 WS-AUD-EDIT-DATE	PIC X(12).
*>The flag and tax ID being printed, and the masked column built
*>from them
01 WS-AUD-EDIT-FLAG	PIC X(1).
01 WS-AUD-EDIT-TAX-ID	PIC X(9).
01 WS-AUD-EDIT-1099	PIC X(12).

*>Excecutable logic
PROCEDURE DIVISION.
	IF NOT WS-RUN-ALLOWED
		STOP RUN
	END-IF
	*>Nothing moves until tonight's pre-run copies are taken
	PERFORM 0200-TAKE-SNAPSHOTS THRU 0200-EXIT
	PERFORM 1000-INITIALIZE THRU 1000-EXIT
	PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
		UNTIL EOF-FLAG = "Y"
		WS-TRANS-NAME WS-TRANS-CONTRACT
		WS-TRANS-EFF-DATE WS-TRANS-TERM-DATE
		WS-TRANS-PAYTO-NAME WS-TRANS-ROUTING WS-TRANS-ACCOUNT
		WS-TRANS-TIER WS-TRANS-TAX-ID WS-TRANS-1099-FLAG
		WS-TRANS-SIU-HOLD

	*>Splits the line on tab characters (X'09' = tab)
	UNSTRING TRANS-RECORD DELIMITED BY X'09'
			WS-TRANS-NAME, WS-TRANS-CONTRACT,
			WS-TRANS-EFF-DATE, WS-TRANS-TERM-DATE,
			WS-TRANS-PAYTO-NAME, WS-TRANS-ROUTING,
			WS-TRANS-ACCOUNT, WS-TRANS-TIER,
			WS-TRANS-TAX-ID, WS-TRANS-1099-FLAG,
			WS-TRANS-SIU-HOLD
		TALLYING IN WS-UNSTRING-COUNT
	END-UNSTRING

				OR WS-TRANS-ACCOUNT = SPACES)
			MOVE "N" TO WS-PARSE-STATUS
			MOVE "MISSING BANKING DETAILS" TO WS-EXCEPTION-REASON
		WHEN WS-ACTION-TIER
			AND WS-TRANS-TIER = SPACES
			MOVE "N" TO WS-PARSE-STATUS
			MOVE "MISSING NETWORK TIER" TO WS-EXCEPTION-REASON
		WHEN WS-ACTION-TAX
			AND WS-TRANS-TAX-ID = SPACES
			AND WS-TRANS-1099-FLAG = SPACES
			MOVE "N" TO WS-PARSE-STATUS
			MOVE "MISSING TAX REPORTING DETAILS"
				TO WS-EXCEPTION-REASON
		*>A taxpayer ID is nine digits, no dashes - anything else
		*>would go to the IRS on the 1099 extract as keyed
		WHEN (WS-ACTION-ADD OR WS-ACTION-TAX)
			AND WS-TRANS-TAX-ID NOT = SPACES
			AND WS-TRANS-TAX-ID NOT NUMERIC
			MOVE "N" TO WS-PARSE-STATUS
			MOVE "INVALID TAX ID" TO WS-EXCEPTION-REASON
		WHEN (WS-ACTION-ADD OR WS-ACTION-TAX)
			AND WS-TRANS-1099-FLAG NOT = SPACES
			AND WS-TRANS-1099-FLAG NOT = "Y"
			AND WS-TRANS-1099-FLAG NOT = "N"
			MOVE "N" TO WS-PARSE-STATUS
			MOVE "INVALID 1099 FLAG" TO WS-EXCEPTION-REASON
		*>A hold is either on or off - a blank would leave the
		*>reader guessing which the sender meant
		WHEN WS-ACTION-SIU
			AND WS-TRANS-SIU-HOLD NOT = "Y"
			AND WS-TRANS-SIU-HOLD NOT = "N"
			MOVE "N" TO WS-PARSE-STATUS
			MOVE "INVALID SIU HOLD FLAG" TO WS-EXCEPTION-REASON
	END-EVALUATE
	.
2100-EXIT.
			MOVE PM-EFFECTIVE-DATE TO WS-BEFORE-EFF-DATE
			MOVE PM-TERM-DATE TO WS-BEFORE-TERM-DATE
			MOVE PM-PAY-TO-NAME TO WS-BEFORE-PAYTO-NAME
			MOVE PM-NETWORK-TIER TO WS-BEFORE-TIER
			MOVE PM-TAX-ID TO WS-BEFORE-TAX-ID
			MOVE PM-1099-FLAG TO WS-BEFORE-1099-FLAG
			MOVE PM-SIU-HOLD TO WS-BEFORE-SIU-HOLD
	END-READ

	EVALUATE TRUE
			PERFORM 2600-APPLY-REINSTATE THRU 2600-EXIT
		WHEN WS-ACTION-BANKING
			PERFORM 2650-APPLY-BANKING THRU 2650-EXIT
		WHEN WS-ACTION-TIER
			PERFORM 2660-APPLY-TIER THRU 2660-EXIT
		WHEN WS-ACTION-TAX
			PERFORM 2670-APPLY-TAX-REPORTING THRU 2670-EXIT
		WHEN WS-ACTION-SIU
			PERFORM 2680-APPLY-SIU-HOLD THRU 2680-EXIT
	END-EVALUATE
	.
2200-EXIT.
	END-IF
	MOVE WS-TRANS-ROUTING TO PM-BANK-ROUTING
	MOVE WS-TRANS-ACCOUNT TO PM-BANK-ACCOUNT
	*>No tier column means the provider prices on its own rates
	*>or, failing those, at billed
	MOVE WS-TRANS-TIER TO PM-NETWORK-TIER
	*>The tax ID may follow later on an "X" change once the W-9
	*>comes in; a provider is reportable unless flagged exempt
	MOVE WS-TRANS-TAX-ID TO PM-TAX-ID
	IF WS-TRANS-1099-FLAG = SPACES
		MOVE "Y" TO PM-1099-FLAG
	ELSE
		MOVE WS-TRANS-1099-FLAG TO PM-1099-FLAG
	END-IF
	*>Only the screening run refers a provider; nobody starts out
	*>on hold
	MOVE "N" TO PM-SIU-HOLD
	WRITE PM-RECORD
	ADD 1 TO WS-TRANS-APPLIED
	PERFORM 2700-WRITE-AUDIT-BLOCK THRU 2700-EXIT
2650-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2660-APPLY-TIER - move the provider to another network
*> pricing tier
*>------------------------------------------------------------*
2660-APPLY-TIER.
	MOVE WS-TRANS-TIER TO PM-NETWORK-TIER
	REWRITE PM-RECORD
	ADD 1 TO WS-TRANS-APPLIED
	PERFORM 2700-WRITE-AUDIT-BLOCK THRU 2700-EXIT
	.
2660-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2670-APPLY-TAX-REPORTING - replace the provider's tax ID, its
*> 1099-reportable flag, or both; a blank column keeps whatever
*> is already on the master
*>------------------------------------------------------------*
2670-APPLY-TAX-REPORTING.
	IF WS-TRANS-TAX-ID NOT = SPACES
		MOVE WS-TRANS-TAX-ID TO PM-TAX-ID
	END-IF
	IF WS-TRANS-1099-FLAG NOT = SPACES
		MOVE WS-TRANS-1099-FLAG TO PM-1099-FLAG
	END-IF
	REWRITE PM-RECORD
	ADD 1 TO WS-TRANS-APPLIED
	PERFORM 2700-WRITE-AUDIT-BLOCK THRU 2700-EXIT
	.
2670-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2680-APPLY-SIU-HOLD - put the provider on the special
*> investigations hold, or release it once SIU has cleared the
*> referral
*>------------------------------------------------------------*
2680-APPLY-SIU-HOLD.
	MOVE WS-TRANS-SIU-HOLD TO PM-SIU-HOLD
	REWRITE PM-RECORD
	ADD 1 TO WS-TRANS-APPLIED
	PERFORM 2700-WRITE-AUDIT-BLOCK THRU 2700-EXIT
	.
2680-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2700-WRITE-AUDIT-BLOCK - the before image and the after image
*> of one master record touched, two lines plus a spacer, starting
			MOVE "REINST" TO WS-AUD-D-ACTION
		WHEN WS-ACTION-BANKING
			MOVE "BANKING" TO WS-AUD-D-ACTION
		WHEN WS-ACTION-TIER
			MOVE "TIER" TO WS-AUD-D-ACTION
		WHEN WS-ACTION-TAX
			MOVE "TAX" TO WS-AUD-D-ACTION
		WHEN WS-ACTION-SIU
			MOVE "SIU HOLD" TO WS-AUD-D-ACTION
	END-EVALUATE
	MOVE WS-TRANS-PROVIDER-ID TO WS-AUD-D-PROVIDER-ID

		MOVE SPACES TO WS-AUD-D-STATUS
		MOVE SPACES TO WS-AUD-D-EFF
		MOVE SPACES TO WS-AUD-D-TERM
		MOVE SPACES TO WS-AUD-D-TIER
		MOVE SPACES TO WS-AUD-D-1099
		MOVE SPACES TO WS-AUD-D-SIU
	ELSE
		IF WS-ACTION-BANKING
			MOVE WS-BEFORE-PAYTO-NAME TO WS-AUD-D-NAME
		MOVE WS-BEFORE-TERM-DATE TO WS-AUD-EDIT-DATE
		PERFORM 2720-EDIT-TERM-DATE THRU 2720-EXIT
		MOVE WS-AUD-EDIT-DATE TO WS-AUD-D-TERM
		MOVE WS-BEFORE-TIER TO WS-AUD-D-TIER
		MOVE WS-BEFORE-1099-FLAG TO WS-AUD-EDIT-FLAG
		MOVE WS-BEFORE-TAX-ID TO WS-AUD-EDIT-TAX-ID
		PERFORM 2730-EDIT-TAX-COLUMN THRU 2730-EXIT
		MOVE WS-AUD-EDIT-1099 TO WS-AUD-D-1099
		MOVE WS-BEFORE-SIU-HOLD TO WS-AUD-D-SIU
	END-IF
	MOVE WS-AUD-DETAIL-LINE TO AUDIT-REPORT-RECORD
	WRITE AUDIT-REPORT-RECORD
	MOVE PM-TERM-DATE TO WS-AUD-EDIT-DATE
	PERFORM 2720-EDIT-TERM-DATE THRU 2720-EXIT
	MOVE WS-AUD-EDIT-DATE TO WS-AUD-D-TERM
	MOVE PM-NETWORK-TIER TO WS-AUD-D-TIER
	MOVE PM-1099-FLAG TO WS-AUD-EDIT-FLAG
	MOVE PM-TAX-ID TO WS-AUD-EDIT-TAX-ID
	PERFORM 2730-EDIT-TAX-COLUMN THRU 2730-EXIT
	MOVE WS-AUD-EDIT-1099 TO WS-AUD-D-1099
	MOVE PM-SIU-HOLD TO WS-AUD-D-SIU
	MOVE WS-AUD-DETAIL-LINE TO AUDIT-REPORT-RECORD
	WRITE AUDIT-REPORT-RECORD

2720-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2730-EDIT-TAX-COLUMN - the 1099 flag, then the tax ID masked
*> down to its last four digits (or NONE when no W-9 is on file)
*>------------------------------------------------------------*
2730-EDIT-TAX-COLUMN.
	MOVE SPACES TO WS-AUD-EDIT-1099
	MOVE WS-AUD-EDIT-FLAG TO WS-AUD-EDIT-1099 (1:1)
	IF WS-AUD-EDIT-TAX-ID = SPACES
		MOVE "NONE" TO WS-AUD-EDIT-1099 (3:4)
	ELSE
		MOVE "*****" TO WS-AUD-EDIT-1099 (3:5)
		MOVE WS-AUD-EDIT-TAX-ID (6:4) TO WS-AUD-EDIT-1099 (8:4)
	END-IF
	.
2730-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2950-WRITE-EXCEPTION - route a rejected transaction out of the
*> run entirely, raw record plus reason code
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
	MOVE "provider_master.dat" TO WS-SG-FILE-NAME
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
		WHEN "provider_master.dat"
			OPEN INPUT PROVIDER-MASTER
			MOVE WS-PM-STATUS TO WS-SG-LIVE-STATUS
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
		WHEN "provider_master.dat"
			READ PROVIDER-MASTER NEXT RECORD
				AT END
					MOVE "Y" TO WS-SG-EOF-SWITCH
				NOT AT END
					MOVE LENGTH OF PM-RECORD TO WS-SG-RECORD-LENGTH
					MOVE PM-RECORD TO SNAPSHOT-RECORD
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
		WHEN "provider_master.dat"
			CLOSE PROVIDER-MASTER
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
