*>                mismatch after a layout change can never be "fixed"
*>                by silently recreating the file empty. The one-time
*>                LAYOUT-CONVERT run rebuilds the grown files.
*>2026-10-15 rwm  Prior authorization - claim types utilization
*>                management lists in auth_required.dat must now be
*>                covered by an active authorization on prior_auth.dat
*>                (same member, provider, and type, service date in
*>                the authorized span, enough dollars or visits left)
*>                or they reject or pend as the table says. Each paid
*>                claim draws its authorization down, and the audit
*>                trail carries which authorization applied and the
*>                balance it was left with.
*>2026-10-15 rwm  Contracted fee-schedule pricing - each claim is
*>                repriced from fee_schedule.dat (by provider, else
*>                by the provider's network tier, then claim type and
*>                effective date) to an allowed amount before cost
*>                share, limits, and everything downstream. What the
*>                contract takes off the billed amount is a write-off
*>                the member is never billed for; it rides in a new
*>                column of processed_claims.txt after plan-paid, in
*>                DECISION-HISTORY, and the suspense record carries
*>                the allowed amount so a released claim pays the same.
*>2026-10-15 rwm  Provider-master layout carries the tax ID and
*>                1099-reportable flag for the year-end 1099 run
*>2026-10-15 rwm  Special investigations hold - a provider the
*>                PROVIDER-SCREEN run referred to SIU has every new
*>                claim that clears the rejection rules pended for
*>                review instead of paid, until SIU releases the
*>                hold through PROVIDER-MAINT.
*>2026-10-15 rwm  Copies every file this run updates into tonight's
*>                snapshot generation before anything moves, so
*>                NIGHT-RESTORE can roll a wrong night back

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
	*>Declares input file named CLAIM-FILE that physically maps to claims.csv
	SELECT CLAIM-FILE ASSIGN TO "claims.csv"
		*>Records are read top to bottom, no random access
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS MH-MEMBER-ID
		FILE STATUS IS WS-MH-STATUS.
	*>Prior-authorization master maintained by AUTH-MAINT, keyed by
	*>authorization ID with an alternate key on member, so every
	*>authorization a claimant holds can be walked. Opened for
	*>update - each paid claim draws its authorization down.
	SELECT PRIOR-AUTH ASSIGN TO "prior_auth.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PA-AUTH-ID
		ALTERNATE RECORD KEY IS PA-MEMBER-ID WITH DUPLICATES
		FILE STATUS IS WS-PA-STATUS.
	*>Auth-required control file - the claim types utilization
	*>management requires a prior authorization for, from an
	*>effective date forward, and whether a claim with no covering
	*>authorization rejects or pends. A missing file means no type
	*>requires authorization.
	SELECT AUTH-RULES-FILE ASSIGN TO "auth_required.dat"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-AUTH-RULES-STATUS.
	*>Contracted fee schedule - an allowed amount or a percent of
	*>billed per provider (or per network tier), claim type, and
	*>effective date. A missing file means every claim prices at
	*>billed, as before.
	SELECT FEE-SCHEDULE-FILE ASSIGN TO "fee_schedule.dat"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-FEE-SCHED-STATUS.

*>Where all data structures live, definitions
DATA DIVISION.
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

*>FD - File Description, Associates a record structure with CLAIM-FILE
FD CLAIM-FILE.

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

FD PROVIDER-REMIT-REPORT.
*>One printed line of the remittance summary
	05 AT-COB-CARRIER	PIC X(20).
	05 AT-COB-ORDER		PIC X(1).
	05 AT-COB-PRIMARY-PAID	PIC 9(6).
	*>"R" (reject) or "P" (pend) when the claim type required a
	*>prior authorization on the date of service, space when not.
	*>The ID column shows the authorization that covered the claim
	*>and the remaining column what was left on it afterward.
	05 AT-AUTH-REQUIRED	PIC X(1).
	05 AT-AUTH-ID		PIC X(10).
	05 AT-AUTH-REMAINING	PIC 9(7).
	05 AT-DECISION		PIC X(50).

FD DECISION-HISTORY.
	*>What the plan actually pays after cost sharing - zero on
	*>anything that did not approve
	05 DH-PAID-AMOUNT	PIC 9(6).
	*>Billed less the fee-schedule allowed amount - written off
	*>under the provider's contract, never billed to the member
	05 DH-WRITE-OFF-AMOUNT	PIC 9(6).
	05 DH-CLAIM-TYPE	PIC X(2).
	05 DH-PROVIDER-ID	PIC X(8).
	*>Which intake submitter the claim arrived from, so month-end
	05 SUS-MEMBER-ID	PIC X(5).
	05 SUS-CLAIM-DATE	PIC X(8).
	05 SUS-CLAIM-AMOUNT	PIC 9(6).
	*>The fee-schedule allowed amount the claim priced at
	05 SUS-ALLOWED-AMOUNT	PIC 9(6).
	05 SUS-CLAIM-TYPE	PIC X(2).
	05 SUS-PROVIDER-ID	PIC X(8).
	*>Which intake submitter the claim arrived from, so the
	05 MH-DEDUCT-MET-AMOUNT	PIC 9(9).
	05 MH-YTD-CLAIM-COUNT	PIC 9(5).

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
	*>"A" active, "C" cancelled
	05 PA-STATUS		PIC X(1).
	05 PA-LAST-ACTION-DATE	PIC 9(8).

FD AUTH-RULES-FILE.
*>One auth-required row, in force from AR-EFFECTIVE-DATE forward -
*>"R" rejects a claim with no covering authorization, "P" pends
*>it for review, anything else means the type needs none
01 AUTH-RULES-RECORD.
	05 AR-CLAIM-TYPE	PIC X(2).
	05 AR-EFFECTIVE-DATE	PIC X(8).
	05 AR-MISSING-ACTION	PIC X(1).

FD FEE-SCHEDULE-FILE.
*>One contracted rate, in force from FS-EFFECTIVE-DATE forward.
*>FS-KEY-TYPE "P" keys the row by provider ID, "T" by network
*>tier; FS-CLAIM-TYPE OT is the catch-all for the key's other
*>types. FS-RATE-BASIS "A" allows FS-ALLOWED-AMOUNT (never more
*>than billed), "P" allows FS-PERCENT percent of billed.
01 FEE-SCHEDULE-RECORD.
	05 FS-KEY-TYPE		PIC X(1).
	05 FS-PRICING-KEY	PIC X(8).
	05 FS-CLAIM-TYPE	PIC X(2).
	05 FS-EFFECTIVE-DATE	PIC X(8).
	05 FS-RATE-BASIS	PIC X(1).
	05 FS-ALLOWED-AMOUNT	PIC 9(6).
	05 FS-PERCENT		PIC 9(3).

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
*>Holds approval or rejection message, WS = Working Storage
01 WS-REASON		PIC X(50).
*>End-of-file flag, "N" = not done, "Y" = stop processing, loop control
01 WS-OUT-EDIT-AMOUNT	PIC 9(6).
*>Plan-paid amount, zero-padded, as written to processed_claims.txt
01 WS-OUT-EDIT-PAID	PIC 9(6).
*>Contractual write-off, zero-padded, as written to
*>processed_claims.txt
01 WS-OUT-EDIT-WRITE-OFF	PIC 9(6).

*>----------------------------------------------------------------*
*>Parse validation - catches a record UNSTRING or NUMVAL cannot
	88 WS-PM-FOUND			VALUE "00".
01 WS-PROVIDER-SWITCH	PIC X VALUE "N".
	88 WS-PROVIDER-CONTRACTED	VALUE "Y".
*>The provider's network pricing tier, kept from the same lookup
*>for 2360-PRICE-CLAIM
01 WS-NETWORK-TIER	PIC X(2).
*>Whether special investigations has the provider on hold, kept
*>from the same lookup
01 WS-SIU-HOLD-SWITCH	PIC X VALUE "N".
	88 WS-PROVIDER-ON-SIU-HOLD	VALUE "Y".

*>----------------------------------------------------------------*
*>Per-provider remittance accumulators - approved claim counts and
01 WS-RMT-CLAIM-DATE	PIC X(8).
01 WS-RMT-AMOUNT-TEXT	PIC X(6).
01 WS-RMT-PAID-TEXT	PIC X(6).
01 WS-RMT-WRITE-OFF-TEXT	PIC X(6).
01 WS-RMT-CLAIM-TYPE	PIC X(2).
01 WS-RMT-PROVIDER-ID	PIC X(8).
01 WS-RMT-REASON	PIC X(50).
01 WS-MEMBER-SHARE	PIC 9(6).
01 WS-PLAN-PAID		PIC 9(6).

*>----------------------------------------------------------------*
*>Prior authorization - the auth-required table, loaded from
*>AUTH-RULES-FILE at 1230-LOAD-AUTH-RULES time the same way the
*>limits table loads, and the outcome of the search for an
*>authorization covering the claim being adjudicated. Several
*>effective-dated rows can exist for one claim type; the row with
*>the latest effective date not after the service date applies.
*>There is no OT catch-all - a type with no row needs no
*>authorization.
*>----------------------------------------------------------------*
01 WS-PA-STATUS		PIC XX.
01 WS-AUTH-RULES-STATUS	PIC XX.
	88 WS-AUTH-RULES-STATUS-OK	VALUE "00".
01 WS-AUTH-RULES-EOF	PIC X VALUE "N".
	88 WS-AUTH-RULES-AT-END		VALUE "Y".
01 WS-AUTH-RULE-COUNT	PIC 9(3) COMP VALUE ZERO.
01 WS-AUTH-RULE-TABLE.
	05 WS-AUTH-RULE-ENTRY OCCURS 1 TO 50 TIMES
			DEPENDING ON WS-AUTH-RULE-COUNT.
		10 WS-AR-TYPE		PIC X(2).
		10 WS-AR-EFF-DATE	PIC X(8).
		10 WS-AR-ACTION		PIC X(1).
*>Subscript used to search the auth-required table
01 WS-AUTH-RULE-INDEX	PIC 9(3) COMP.
*>Best (latest, not-after-claim-date) effective date found so far
01 WS-AR-BEST-EFF-DATE	PIC X(8) VALUE LOW-VALUES.
*>What the row in force says to do with a claim no authorization
*>covers - space when the type needs no authorization at all
01 WS-AUTH-ACTION	PIC X(1) VALUE SPACE.
	88 WS-AUTH-REQUIRED		VALUES "R" "P".
	88 WS-AUTH-MISSING-REJECTS	VALUE "R".
*>Whether an active authorization covers the claim, which one, and
*>what is left on it - after the draw-down once the claim pays
01 WS-AUTH-COVER-SWITCH	PIC X VALUE "N".
	88 WS-AUTH-COVERS		VALUE "Y".
01 WS-AUTH-SCAN-SWITCH	PIC X VALUE "N".
	88 WS-AUTH-SCAN-DONE		VALUE "Y".
01 WS-AUTH-ID		PIC X(10).
01 WS-AUTH-REMAINING	PIC 9(7).
*>Units this claim would draw - one visit, or the plan-paid dollars
01 WS-AUTH-NEEDED	PIC 9(7).

*>----------------------------------------------------------------*
*>Fee-schedule pricing - the contracted rate table, loaded from
*>FEE-SCHEDULE-FILE at 1330-LOAD-FEE-SCHEDULE time the same way
*>the limits table loads, and the allowed amount and write-off
*>2360-PRICE-CLAIM sets for the claim being adjudicated. The
*>search keeps the best (latest effective date not after the date
*>of service) row at each of four levels - provider and type,
*>provider and OT, tier and type, tier and OT - and the first
*>level that found one prices the claim. No row anywhere means
*>the claim is allowed at billed.
*>----------------------------------------------------------------*
01 WS-FEE-SCHED-STATUS	PIC XX.
	88 WS-FEE-SCHED-STATUS-OK	VALUE "00".
01 WS-FEE-SCHED-EOF	PIC X VALUE "N".
	88 WS-FEE-SCHED-AT-END		VALUE "Y".
01 WS-FEE-SCHED-COUNT	PIC 9(3) COMP VALUE ZERO.
01 WS-FEE-SCHED-TABLE.
	05 WS-FEE-SCHED-ENTRY OCCURS 1 TO 500 TIMES
			DEPENDING ON WS-FEE-SCHED-COUNT.
		10 WS-FST-KEY-TYPE	PIC X(1).
		10 WS-FST-KEY		PIC X(8).
		10 WS-FST-TYPE		PIC X(2).
		10 WS-FST-EFF-DATE	PIC X(8).
		10 WS-FST-BASIS		PIC X(1).
		10 WS-FST-AMOUNT	PIC 9(6).
		10 WS-FST-PERCENT	PIC 9(3).
*>Subscript used to search the fee-schedule table
01 WS-FEE-SCHED-INDEX	PIC 9(3) COMP.
*>The best row found so far at each search level - 1 provider and
*>type, 2 provider and OT, 3 tier and type, 4 tier and OT - and
*>the level the row being looked at belongs to (zero for none)
01 WS-FS-LEVEL-TABLE.
	05 WS-FS-LEVEL-ENTRY OCCURS 4 TIMES.
		10 WS-FS-BEST-EFF	PIC X(8).
		10 WS-FS-BEST-ROW	PIC 9(3) COMP.
01 WS-FS-LEVEL		PIC 9(1) COMP.
*>The row that prices the claim, zero when none does
01 WS-FS-PRICING-ROW	PIC 9(3) COMP.
*>What the contract allows on the claim, and what it writes off
*>of the billed amount
01 WS-ALLOWED-AMOUNT	PIC 9(6).
01 WS-WRITE-OFF-AMOUNT	PIC 9(6).

*>----------------------------------------------------------------*
*>Status of the four run-output files, checked by
*>1100-OPEN-RUN-OUTPUT-FILES so a restart falls back to OPEN
	IF NOT WS-RUN-ALLOWED
		STOP RUN
	END-IF
	*>Nothing moves until tonight's pre-run copies are taken
	PERFORM 0200-TAKE-SNAPSHOTS THRU 0200-EXIT
	PERFORM 1000-INITIALIZE THRU 1000-EXIT
	*>A file that failed the intake balance never adjudicates -
	*>the balancing report says why, and the operator reruns once
	PERFORM 1670-OPEN-AUDIT-TRAIL THRU 1670-EXIT
	*>Decision history accumulates night over night forever
	PERFORM 1680-OPEN-DECISION-HISTORY THRU 1680-EXIT
	*>Paid claims draw their authorizations down, so the master is
	*>opened for update
	PERFORM 1690-OPEN-PRIOR-AUTH THRU 1690-EXIT
	*>Loads the per-type approval ceiling table from LIMITS-FILE
	PERFORM 1200-LOAD-LIMITS-TABLE THRU 1200-EXIT
	*>Loads the per-type, per-plan-year annual benefit maximums
	PERFORM 1270-LOAD-PEND-RULES THRU 1270-EXIT
	*>Loads the deductible/copay/coinsurance rows the plans carry
	PERFORM 1280-LOAD-COST-SHARE-TABLE THRU 1280-EXIT
	*>Loads the claim types utilization management requires a
	*>prior authorization for
	PERFORM 1230-LOAD-AUTH-RULES THRU 1230-EXIT
	*>Loads the contracted rates claims are repriced at
	PERFORM 1330-LOAD-FEE-SCHEDULE THRU 1330-EXIT
	*>Stamped on both the control report and the review report
	ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
	MOVE WS-RUN-DATE TO WS-RUN-DATE-X
1680-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 1690-OPEN-PRIOR-AUTH - open the authorization master for
*> update, creating it empty when utilization management has
*> never had one (every auth-required claim then finds no cover)
*>------------------------------------------------------------*
1690-OPEN-PRIOR-AUTH.
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
		DISPLAY "PROCESS-CLAIMS: PRIOR-AUTH OPEN FAILED, "
			"STATUS = " WS-PA-STATUS
			" - RUN STOPPED, FILE LEFT AS IS"
		PERFORM 1490-STOP-RUN-SHORT THRU 1490-EXIT
	END-IF
	.
1690-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 1270-LOAD-PEND-RULES - read the single pend-criteria row. A
*> missing file, or zeroes in both columns, means every claim
1290-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 1230-LOAD-AUTH-RULES - read every row of AUTH-RULES-FILE into
*> WS-AUTH-RULE-TABLE, the same way 1200-LOAD-LIMITS-TABLE loads
*> LIMITS-FILE. A missing file leaves the table empty, so no claim
*> type requires a prior authorization.
*>------------------------------------------------------------*
1230-LOAD-AUTH-RULES.
	MOVE ZERO TO WS-AUTH-RULE-COUNT
	MOVE "N" TO WS-AUTH-RULES-EOF
	OPEN INPUT AUTH-RULES-FILE
	IF WS-AUTH-RULES-STATUS-OK
		PERFORM 1240-READ-AUTH-RULE-RECORD THRU 1240-EXIT
			UNTIL WS-AUTH-RULES-AT-END
		CLOSE AUTH-RULES-FILE
	END-IF
	.
1230-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 1240-READ-AUTH-RULE-RECORD - append one AUTH-RULES-FILE row to
*> WS-AUTH-RULE-TABLE, up to its 50-entry capacity
*>------------------------------------------------------------*
1240-READ-AUTH-RULE-RECORD.
	READ AUTH-RULES-FILE
		AT END
			MOVE "Y" TO WS-AUTH-RULES-EOF
		NOT AT END
			IF WS-AUTH-RULE-COUNT < 50
				ADD 1 TO WS-AUTH-RULE-COUNT
				MOVE AR-CLAIM-TYPE TO WS-AR-TYPE (WS-AUTH-RULE-COUNT)
				MOVE AR-EFFECTIVE-DATE
					TO WS-AR-EFF-DATE (WS-AUTH-RULE-COUNT)
				MOVE AR-MISSING-ACTION
					TO WS-AR-ACTION (WS-AUTH-RULE-COUNT)
			ELSE
				DISPLAY "WARNING: AUTH-RULES-FILE HAS MORE THAN 50 ROWS, CLAIM TYPE "
					AR-CLAIM-TYPE " EFFECTIVE " AR-EFFECTIVE-DATE
					" WAS DROPPED FROM THE AUTH-REQUIRED TABLE"
			END-IF
	END-READ
	.
1240-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 1330-LOAD-FEE-SCHEDULE - read every row of FEE-SCHEDULE-FILE
*> into WS-FEE-SCHED-TABLE, the same way 1200-LOAD-LIMITS-TABLE
*> loads LIMITS-FILE. A missing file leaves the table empty, so
*> every claim is allowed at billed and nothing is written off.
*>------------------------------------------------------------*
1330-LOAD-FEE-SCHEDULE.
	MOVE ZERO TO WS-FEE-SCHED-COUNT
	MOVE "N" TO WS-FEE-SCHED-EOF
	OPEN INPUT FEE-SCHEDULE-FILE
	IF WS-FEE-SCHED-STATUS-OK
		PERFORM 1340-READ-FEE-SCHED-RECORD THRU 1340-EXIT
			UNTIL WS-FEE-SCHED-AT-END
		CLOSE FEE-SCHEDULE-FILE
	END-IF
	.
1330-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 1340-READ-FEE-SCHED-RECORD - append one FEE-SCHEDULE-FILE row
*> to WS-FEE-SCHED-TABLE, up to its 500-entry capacity
*>------------------------------------------------------------*
1340-READ-FEE-SCHED-RECORD.
	READ FEE-SCHEDULE-FILE
		AT END
			MOVE "Y" TO WS-FEE-SCHED-EOF
		NOT AT END
			IF WS-FEE-SCHED-COUNT < 500
				ADD 1 TO WS-FEE-SCHED-COUNT
				MOVE FS-KEY-TYPE
					TO WS-FST-KEY-TYPE (WS-FEE-SCHED-COUNT)
				MOVE FS-PRICING-KEY TO WS-FST-KEY (WS-FEE-SCHED-COUNT)
				MOVE FS-CLAIM-TYPE TO WS-FST-TYPE (WS-FEE-SCHED-COUNT)
				MOVE FS-EFFECTIVE-DATE
					TO WS-FST-EFF-DATE (WS-FEE-SCHED-COUNT)
				MOVE FS-RATE-BASIS TO WS-FST-BASIS (WS-FEE-SCHED-COUNT)
				MOVE FS-ALLOWED-AMOUNT
					TO WS-FST-AMOUNT (WS-FEE-SCHED-COUNT)
				MOVE FS-PERCENT
					TO WS-FST-PERCENT (WS-FEE-SCHED-COUNT)
			ELSE
				DISPLAY "WARNING: FEE-SCHEDULE-FILE HAS MORE THAN 500 ROWS, KEY "
					FS-PRICING-KEY " CLAIM TYPE " FS-CLAIM-TYPE
					" EFFECTIVE " FS-EFFECTIVE-DATE
					" WAS DROPPED FROM THE FEE SCHEDULE"
			END-IF
	END-READ
	.
1340-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 1300-LOAD-CHECKPOINT - read the record count left by a prior
*> run, if a checkpoint file exists at all
	PERFORM 2300-CHECK-ELIGIBILITY THRU 2300-EXIT
	*>Confirms the billing provider was contracted on that date
	PERFORM 2350-CHECK-PROVIDER THRU 2350-EXIT
	*>Reprices the billed amount at the provider's contracted rate -
	*>everything below works from the allowed amount
	PERFORM 2360-PRICE-CLAIM THRU 2360-EXIT
	*>Does someone else insure this member ahead of us? Sets the
	*>amount this plan actually adjudicates - the whole allowed
	*>amount when we are primary, the balance the primary carrier
	*>left when we are secondary
	PERFORM 2370-CHECK-OTHER-COVERAGE THRU 2370-EXIT
	*>Looks up the ceiling for this claim's type, defaulting to OT
	PERFORM 2510-FIND-APPROVAL-LIMIT THRU 2510-EXIT
	PERFORM 2460-COMPUTE-COST-SHARE THRU 2460-EXIT
	*>Would this claim push the member past the annual maximum?
	PERFORM 2400-CHECK-ANNUAL-MAX THRU 2400-EXIT
	*>Does the type need a prior authorization, and does one cover
	*>the claim? Measured on the plan-paid amount, like the annual
	*>maximum above
	PERFORM 2380-CHECK-PRIOR-AUTH THRU 2380-EXIT
	*>Is this a borderline claim the review team wants held?
	PERFORM 2450-CHECK-PEND-CRITERIA THRU 2450-EXIT
	*>Business rule, this is the claims policy logic
			ADD 1 TO WS-CLAIMS-REJECTED
			ADD 1 TO WS-SUB-REJECTED (WS-SUB-INDEX)
			ADD WS-CLAIM-AMOUNT TO WS-REJECTED-DOLLARS
		*>Utilization management requires an authorization for
		*>this type and none covers the claim - the auth-required
		*>row says whether that denies it outright or holds it
		*>for the review team to chase the authorization
		WHEN WS-AUTH-REQUIRED AND NOT WS-AUTH-COVERS
			AND WS-AUTH-MISSING-REJECTS
			MOVE "REJECTED: NO COVERING PRIOR AUTHORIZATION"
				TO WS-REASON
			ADD 1 TO WS-CLAIMS-REJECTED
			ADD 1 TO WS-SUB-REJECTED (WS-SUB-INDEX)
			ADD WS-CLAIM-AMOUNT TO WS-REJECTED-DOLLARS
		WHEN WS-AUTH-REQUIRED AND NOT WS-AUTH-COVERS
			MOVE "PENDED: NO COVERING PRIOR AUTHORIZATION"
				TO WS-REASON
			ADD 1 TO WS-CLAIMS-PENDED
			ADD 1 TO WS-SUB-PENDED (WS-SUB-INDEX)
			ADD WS-CLAIM-AMOUNT TO WS-PENDED-DOLLARS
			MOVE "NO COVERING PRIOR AUTHORIZATION" TO WS-PEND-REASON
			PERFORM 2750-WRITE-SUSPENSE THRU 2750-EXIT
		*>Other coverage pays first but no primary EOB arrived
		*>with the claim - held until the review team has one, so
		*>the plan never pays primary on a secondary claim
			ADD WS-CLAIM-AMOUNT TO WS-PENDED-DOLLARS
			MOVE "AWAITING PRIMARY CARRIER EOB" TO WS-PEND-REASON
			PERFORM 2750-WRITE-SUSPENSE THRU 2750-EXIT
		*>Special investigations has referred the provider - its
		*>claims wait for the review team rather than pay on
		*>their own while the referral is worked
		WHEN WS-PROVIDER-ON-SIU-HOLD
			MOVE "PENDED: PROVIDER UNDER SIU REVIEW" TO WS-REASON
			ADD 1 TO WS-CLAIMS-PENDED
			ADD 1 TO WS-SUB-PENDED (WS-SUB-INDEX)
			ADD WS-CLAIM-AMOUNT TO WS-PENDED-DOLLARS
			MOVE "PROVIDER ON SPECIAL INVESTIGATIONS HOLD"
				TO WS-PEND-REASON
			PERFORM 2750-WRITE-SUSPENSE THRU 2750-EXIT
		*>A claim that cleared every rejection rule but sits close
		*>enough to the line that the review team wants eyes on it
		*>is held in suspense, neither paid nor denied tonight
	*>computed above would have been
	IF WS-REASON NOT = "APPROVED"
		MOVE ZERO TO WS-MEMBER-SHARE WS-PLAN-PAID
			WS-WRITE-OFF-AMOUNT
	END-IF

	*>Only a claim that actually paid is recorded as "already seen" -
	IF WS-REASON = "APPROVED"
		PERFORM 2710-RECORD-CLAIM-IN-LEDGER THRU 2710-EXIT
		PERFORM 2800-UPDATE-MEMBER-HISTORY THRU 2800-EXIT
		*>And uses up its share of the authorization that covered it
		IF WS-AUTH-COVERS
			PERFORM 2390-DRAW-DOWN-AUTH THRU 2390-EXIT
		END-IF
	END-IF

	*>A pended claim is not a decision - it stays out of the
	*>the tail of a longer prior record past this record's newline
	MOVE SPACES TO OUTPUT-RECORD
	*>Builds output line - claim ID, member ID, date, billed
	*>amount, plan-paid amount, contractual write-off, claim type,
	*>provider, and the decision, all tab-delimited. The extra
	*>fields beyond claim ID and reason exist so EFT-EXTRACT can
	*>build a payment file straight from this line, without going
	*>back to claims.csv - and it is the plan-paid column, not the
	*>billed one, that money moves on
	MOVE WS-CLAIM-AMOUNT TO WS-OUT-EDIT-AMOUNT
	MOVE WS-PLAN-PAID TO WS-OUT-EDIT-PAID
	MOVE WS-WRITE-OFF-AMOUNT TO WS-OUT-EDIT-WRITE-OFF
	STRING WS-CLAIM-ID DELIMITED BY SPACE
		X'09'
		WS-MEMBER-ID DELIMITED BY SIZE
		X'09'
		WS-OUT-EDIT-PAID DELIMITED BY SIZE
		X'09'
		WS-OUT-EDIT-WRITE-OFF DELIMITED BY SIZE
		X'09'
		WS-CLAIM-TYPE DELIMITED BY SIZE
		X'09'
		WS-CLAIM-PROVIDER-ID DELIMITED BY SIZE
		MOVE SPACES TO AT-COB-ORDER
		MOVE ZERO TO AT-COB-PRIMARY-PAID
	END-IF
	MOVE WS-AUTH-ACTION TO AT-AUTH-REQUIRED
	MOVE WS-AUTH-ID TO AT-AUTH-ID
	MOVE WS-AUTH-REMAINING TO AT-AUTH-REMAINING
	MOVE WS-REASON TO AT-DECISION
	WRITE AUDIT-TRAIL-RECORD
	.
	MOVE WS-CLAIM-DATE TO DH-CLAIM-DATE
	MOVE WS-CLAIM-AMOUNT TO DH-CLAIM-AMOUNT
	MOVE WS-PLAN-PAID TO DH-PAID-AMOUNT
	MOVE WS-WRITE-OFF-AMOUNT TO DH-WRITE-OFF-AMOUNT
	MOVE WS-CLAIM-TYPE TO DH-CLAIM-TYPE
	MOVE WS-CLAIM-PROVIDER-ID TO DH-PROVIDER-ID
	MOVE WS-CURRENT-SUBMITTER TO DH-SUBMITTER-ID
*>------------------------------------------------------------*
2350-CHECK-PROVIDER.
	MOVE "N" TO WS-PROVIDER-SWITCH
	MOVE "N" TO WS-SIU-HOLD-SWITCH
	MOVE SPACES TO WS-NETWORK-TIER
	MOVE WS-CLAIM-PROVIDER-ID TO PM-PROVIDER-ID
	READ PROVIDER-MASTER
		INVALID KEY
			MOVE "N" TO WS-PROVIDER-SWITCH
		NOT INVALID KEY
			MOVE PM-NETWORK-TIER TO WS-NETWORK-TIER
			IF PM-SIU-HOLD = "Y"
				MOVE "Y" TO WS-SIU-HOLD-SWITCH
			END-IF
			IF PM-CONTRACT-STATUS = "C"
				AND WS-CLAIM-DATE >= PM-EFFECTIVE-DATE
				AND WS-CLAIM-DATE <= PM-TERM-DATE
2350-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2360-PRICE-CLAIM - reprice the billed amount at the provider's
*> contracted rate. The row in force comes from WS-FEE-SCHED-TABLE
*> by latest effective date not after the date of service, looked
*> for first under the provider's own ID (its claim type, then
*> OT) and then under its network tier (the same two). An "A" row
*> allows its flat amount, capped at billed; a "P" row allows its
*> percent of billed, rounded to the dollar and also capped at
*> billed. The difference is the contractual write-off.
*>------------------------------------------------------------*
2360-PRICE-CLAIM.
	MOVE WS-CLAIM-AMOUNT TO WS-ALLOWED-AMOUNT
	MOVE ZERO TO WS-WRITE-OFF-AMOUNT WS-FS-PRICING-ROW
	MOVE LOW-VALUES TO WS-FS-BEST-EFF (1) WS-FS-BEST-EFF (2)
		WS-FS-BEST-EFF (3) WS-FS-BEST-EFF (4)
	MOVE ZERO TO WS-FS-BEST-ROW (1) WS-FS-BEST-ROW (2)
		WS-FS-BEST-ROW (3) WS-FS-BEST-ROW (4)
	IF WS-FEE-SCHED-COUNT > ZERO
		PERFORM 2365-SEARCH-FEE-ENTRY THRU 2365-EXIT
			VARYING WS-FEE-SCHED-INDEX FROM 1 BY 1
			UNTIL WS-FEE-SCHED-INDEX > WS-FEE-SCHED-COUNT
	END-IF
	EVALUATE TRUE
		WHEN WS-FS-BEST-ROW (1) > ZERO
			MOVE WS-FS-BEST-ROW (1) TO WS-FS-PRICING-ROW
		WHEN WS-FS-BEST-ROW (2) > ZERO
			MOVE WS-FS-BEST-ROW (2) TO WS-FS-PRICING-ROW
		WHEN WS-FS-BEST-ROW (3) > ZERO
			MOVE WS-FS-BEST-ROW (3) TO WS-FS-PRICING-ROW
		WHEN WS-FS-BEST-ROW (4) > ZERO
			MOVE WS-FS-BEST-ROW (4) TO WS-FS-PRICING-ROW
		WHEN OTHER
			GO TO 2360-EXIT
	END-EVALUATE
	EVALUATE WS-FST-BASIS (WS-FS-PRICING-ROW)
		WHEN "A"
			IF WS-FST-AMOUNT (WS-FS-PRICING-ROW) < WS-CLAIM-AMOUNT
				MOVE WS-FST-AMOUNT (WS-FS-PRICING-ROW)
					TO WS-ALLOWED-AMOUNT
			END-IF
		WHEN "P"
			IF WS-FST-PERCENT (WS-FS-PRICING-ROW) < 100
				COMPUTE WS-ALLOWED-AMOUNT ROUNDED =
					WS-CLAIM-AMOUNT
					* WS-FST-PERCENT (WS-FS-PRICING-ROW) / 100
			END-IF
		WHEN OTHER
			CONTINUE
	END-EVALUATE
	COMPUTE WS-WRITE-OFF-AMOUNT = WS-CLAIM-AMOUNT - WS-ALLOWED-AMOUNT
	.
2360-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2365-SEARCH-FEE-ENTRY - test one WS-FEE-SCHED-TABLE row: which
*> search level it belongs to for this claim, if any, and whether
*> it is the latest row in force at that level so far
*>------------------------------------------------------------*
2365-SEARCH-FEE-ENTRY.
	MOVE ZERO TO WS-FS-LEVEL
	IF WS-FST-EFF-DATE (WS-FEE-SCHED-INDEX) > WS-CLAIM-DATE
		GO TO 2365-EXIT
	END-IF
	EVALUATE TRUE
		WHEN WS-FST-KEY-TYPE (WS-FEE-SCHED-INDEX) = "P"
			AND WS-FST-KEY (WS-FEE-SCHED-INDEX) = WS-CLAIM-PROVIDER-ID
			AND WS-FST-TYPE (WS-FEE-SCHED-INDEX) = WS-CLAIM-TYPE
			MOVE 1 TO WS-FS-LEVEL
		WHEN WS-FST-KEY-TYPE (WS-FEE-SCHED-INDEX) = "P"
			AND WS-FST-KEY (WS-FEE-SCHED-INDEX) = WS-CLAIM-PROVIDER-ID
			AND WS-FST-TYPE (WS-FEE-SCHED-INDEX) = "OT"
			MOVE 2 TO WS-FS-LEVEL
		WHEN WS-NETWORK-TIER = SPACES
			CONTINUE
		WHEN WS-FST-KEY-TYPE (WS-FEE-SCHED-INDEX) = "T"
			AND WS-FST-KEY (WS-FEE-SCHED-INDEX) = WS-NETWORK-TIER
			AND WS-FST-TYPE (WS-FEE-SCHED-INDEX) = WS-CLAIM-TYPE
			MOVE 3 TO WS-FS-LEVEL
		WHEN WS-FST-KEY-TYPE (WS-FEE-SCHED-INDEX) = "T"
			AND WS-FST-KEY (WS-FEE-SCHED-INDEX) = WS-NETWORK-TIER
			AND WS-FST-TYPE (WS-FEE-SCHED-INDEX) = "OT"
			MOVE 4 TO WS-FS-LEVEL
	END-EVALUATE
	IF WS-FS-LEVEL > ZERO
		AND WS-FST-EFF-DATE (WS-FEE-SCHED-INDEX)
			> WS-FS-BEST-EFF (WS-FS-LEVEL)
		MOVE WS-FST-EFF-DATE (WS-FEE-SCHED-INDEX)
			TO WS-FS-BEST-EFF (WS-FS-LEVEL)
		MOVE WS-FEE-SCHED-INDEX TO WS-FS-BEST-ROW (WS-FS-LEVEL)
	END-IF
	.
2365-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2370-CHECK-OTHER-COVERAGE - does another carrier insure this
*> member ahead of us? A coverage record in force on the date of
2370-CHECK-OTHER-COVERAGE.
	MOVE "N" TO WS-COB-SWITCH WS-COB-PEND-SWITCH
	MOVE SPACES TO WS-COB-CARRIER WS-COB-ORDER
	MOVE WS-ALLOWED-AMOUNT TO WS-ADJUD-AMOUNT
	IF NOT WS-OC-AVAILABLE
		GO TO 2370-EXIT
	END-IF
	MOVE OC-CARRIER-NAME TO WS-COB-CARRIER
	MOVE OC-COVERAGE-ORDER TO WS-COB-ORDER
	IF WS-PRIMARY-PAID-REPORTED
		IF WS-PRIMARY-PAID >= WS-ALLOWED-AMOUNT
			MOVE ZERO TO WS-ADJUD-AMOUNT
		ELSE
			COMPUTE WS-ADJUD-AMOUNT =
				WS-ALLOWED-AMOUNT - WS-PRIMARY-PAID
		END-IF
	ELSE
		*>Other coverage on file, no primary EOB reported - the
2410-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2380-CHECK-PRIOR-AUTH - does the claim's type need a prior
*> authorization on the date of service, and does one cover it?
*> The row in force comes from WS-AUTH-RULE-TABLE by latest
*> effective date not after the service date. The covering search
*> runs whether or not the type needs one, so any claim UM did
*> authorize still draws its authorization down when it pays. A
*> cover is an active authorization for the same member, provider,
*> and type, whose span holds the service date and whose balance
*> still holds this claim - one visit, or the plan-paid dollars,
*> which is why this runs after 2460-COMPUTE-COST-SHARE.
*>------------------------------------------------------------*
2380-CHECK-PRIOR-AUTH.
	MOVE SPACE TO WS-AUTH-ACTION
	MOVE LOW-VALUES TO WS-AR-BEST-EFF-DATE
	MOVE "N" TO WS-AUTH-COVER-SWITCH
	MOVE SPACES TO WS-AUTH-ID
	MOVE ZERO TO WS-AUTH-REMAINING
	PERFORM 2382-SEARCH-AUTH-RULE THRU 2382-EXIT
		VARYING WS-AUTH-RULE-INDEX FROM 1 BY 1
		UNTIL WS-AUTH-RULE-INDEX > WS-AUTH-RULE-COUNT
	*>A row saying anything but reject or pend lifts the
	*>requirement from its effective date on
	IF NOT WS-AUTH-REQUIRED
		MOVE SPACE TO WS-AUTH-ACTION
	END-IF
	*>Every authorization the member holds sits together on the
	*>alternate key - a member with none has nothing to cover
	MOVE WS-MEMBER-ID TO PA-MEMBER-ID
	START PRIOR-AUTH KEY IS = PA-MEMBER-ID
		INVALID KEY
			GO TO 2380-EXIT
	END-START
	MOVE "N" TO WS-AUTH-SCAN-SWITCH
	PERFORM 2385-SCAN-MEMBER-AUTH THRU 2385-EXIT
		UNTIL WS-AUTH-SCAN-DONE
	.
2380-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2382-SEARCH-AUTH-RULE - one probe of the auth-required table,
*> performed by 2380 for each subscript in turn
*>------------------------------------------------------------*
2382-SEARCH-AUTH-RULE.
	IF WS-AR-TYPE (WS-AUTH-RULE-INDEX) = WS-CLAIM-TYPE
		AND WS-AR-EFF-DATE (WS-AUTH-RULE-INDEX) NOT > WS-CLAIM-DATE
		AND WS-AR-EFF-DATE (WS-AUTH-RULE-INDEX) > WS-AR-BEST-EFF-DATE
		MOVE WS-AR-EFF-DATE (WS-AUTH-RULE-INDEX)
			TO WS-AR-BEST-EFF-DATE
		MOVE WS-AR-ACTION (WS-AUTH-RULE-INDEX) TO WS-AUTH-ACTION
	END-IF
	.
2382-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2385-SCAN-MEMBER-AUTH - read the member's next authorization
*> and test it for cover; the scan stops at the first cover, at
*> the next member's records, or at the end of the file
*>------------------------------------------------------------*
2385-SCAN-MEMBER-AUTH.
	READ PRIOR-AUTH NEXT RECORD
		AT END
			MOVE "Y" TO WS-AUTH-SCAN-SWITCH
			GO TO 2385-EXIT
	END-READ
	IF PA-MEMBER-ID NOT = WS-MEMBER-ID
		MOVE "Y" TO WS-AUTH-SCAN-SWITCH
		GO TO 2385-EXIT
	END-IF
	IF PA-UNIT-TYPE = "V"
		MOVE 1 TO WS-AUTH-NEEDED
	ELSE
		MOVE WS-PLAN-PAID TO WS-AUTH-NEEDED
	END-IF
	IF PA-STATUS = "A"
		AND PA-PROVIDER-ID = WS-CLAIM-PROVIDER-ID
		AND PA-CLAIM-TYPE = WS-CLAIM-TYPE
		AND PA-FROM-DATE NOT > WS-CLAIM-DATE
		AND PA-THRU-DATE NOT < WS-CLAIM-DATE
		AND PA-USED-UNITS + WS-AUTH-NEEDED NOT > PA-AUTH-UNITS
		MOVE "Y" TO WS-AUTH-COVER-SWITCH
		MOVE "Y" TO WS-AUTH-SCAN-SWITCH
		MOVE PA-AUTH-ID TO WS-AUTH-ID
		COMPUTE WS-AUTH-REMAINING = PA-AUTH-UNITS - PA-USED-UNITS
	END-IF
	.
2385-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2390-DRAW-DOWN-AUTH - a paid claim uses up its share of the
*> authorization that covered it - one visit, or the dollars the
*> plan paid - and the audit trail shows what was left
*>------------------------------------------------------------*
2390-DRAW-DOWN-AUTH.
	MOVE WS-AUTH-ID TO PA-AUTH-ID
	READ PRIOR-AUTH
		INVALID KEY
			GO TO 2390-EXIT
	END-READ
	IF PA-UNIT-TYPE = "V"
		MOVE 1 TO WS-AUTH-NEEDED
	ELSE
		MOVE WS-PLAN-PAID TO WS-AUTH-NEEDED
	END-IF
	ADD WS-AUTH-NEEDED TO PA-USED-UNITS
	REWRITE PA-RECORD
	COMPUTE WS-AUTH-REMAINING = PA-AUTH-UNITS - PA-USED-UNITS
	.
2390-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2450-CHECK-PEND-CRITERIA - should this claim be held for the
*> review team instead of decided tonight? Two criteria, each
	MOVE WS-MEMBER-ID TO SUS-MEMBER-ID
	MOVE WS-CLAIM-DATE TO SUS-CLAIM-DATE
	MOVE WS-CLAIM-AMOUNT TO SUS-CLAIM-AMOUNT
	MOVE WS-ALLOWED-AMOUNT TO SUS-ALLOWED-AMOUNT
	MOVE WS-CLAIM-TYPE TO SUS-CLAIM-TYPE
	MOVE WS-CLAIM-PROVIDER-ID TO SUS-PROVIDER-ID
	MOVE WS-CURRENT-SUBMITTER TO SUS-SUBMITTER-ID
	CLOSE CLAIM-SUSPENSE
	CLOSE CLAIM-AUDIT-TRAIL
	CLOSE DECISION-HISTORY
	CLOSE PRIOR-AUTH
	.
8000-EXIT.
	EXIT.
		NOT AT END
			MOVE SPACES TO WS-RMT-CLAIM-ID WS-RMT-MEMBER-ID
				WS-RMT-CLAIM-DATE WS-RMT-AMOUNT-TEXT
				WS-RMT-PAID-TEXT WS-RMT-WRITE-OFF-TEXT
				WS-RMT-CLAIM-TYPE WS-RMT-PROVIDER-ID WS-RMT-REASON
			UNSTRING OUTPUT-RECORD DELIMITED BY X'09'
				INTO WS-RMT-CLAIM-ID, WS-RMT-MEMBER-ID,
					WS-RMT-CLAIM-DATE, WS-RMT-AMOUNT-TEXT,
					WS-RMT-PAID-TEXT, WS-RMT-WRITE-OFF-TEXT,
					WS-RMT-CLAIM-TYPE, WS-RMT-PROVIDER-ID,
					WS-RMT-REASON
			END-UNSTRING
			*>The remittance summary totals what is actually
			*>moving to the provider - the plan-paid column
	CLOSE CLAIM-SUSPENSE
	CLOSE CLAIM-AUDIT-TRAIL
	CLOSE DECISION-HISTORY
	CLOSE PRIOR-AUTH
	.
9000-EXIT.
	EXIT.
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
	MOVE "processed_claims.txt" TO WS-SG-FILE-NAME
	PERFORM 0240-SNAPSHOT-ONE-FILE THRU 0240-EXIT
	MOVE "claim_exceptions.txt" TO WS-SG-FILE-NAME
	PERFORM 0240-SNAPSHOT-ONE-FILE THRU 0240-EXIT
	MOVE "decision_history.dat" TO WS-SG-FILE-NAME
	PERFORM 0240-SNAPSHOT-ONE-FILE THRU 0240-EXIT
	MOVE "claim_audit_trail.txt" TO WS-SG-FILE-NAME
	PERFORM 0240-SNAPSHOT-ONE-FILE THRU 0240-EXIT
	MOVE "claim_suspense.dat" TO WS-SG-FILE-NAME
	PERFORM 0240-SNAPSHOT-ONE-FILE THRU 0240-EXIT
	MOVE "claims_checkpoint.dat" TO WS-SG-FILE-NAME
	PERFORM 0240-SNAPSHOT-ONE-FILE THRU 0240-EXIT
	MOVE "duplicate_ledger.dat" TO WS-SG-FILE-NAME
	PERFORM 0240-SNAPSHOT-ONE-FILE THRU 0240-EXIT
	MOVE "member_history.dat" TO WS-SG-FILE-NAME
	PERFORM 0240-SNAPSHOT-ONE-FILE THRU 0240-EXIT
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
		WHEN "processed_claims.txt"
			OPEN INPUT OUTPUT-FILE
			MOVE WS-OUTPUT-FILE-STATUS TO WS-SG-LIVE-STATUS
		WHEN "claim_exceptions.txt"
			OPEN INPUT CLAIM-EXCEPTIONS
			MOVE WS-EXCEPTIONS-STATUS TO WS-SG-LIVE-STATUS
		WHEN "decision_history.dat"
			OPEN INPUT DECISION-HISTORY
			MOVE WS-DECHIST-STATUS TO WS-SG-LIVE-STATUS
		WHEN "claim_audit_trail.txt"
			OPEN INPUT CLAIM-AUDIT-TRAIL
			MOVE WS-AUDIT-STATUS TO WS-SG-LIVE-STATUS
		WHEN "claim_suspense.dat"
			OPEN INPUT CLAIM-SUSPENSE
			MOVE WS-SUSPENSE-STATUS TO WS-SG-LIVE-STATUS
		WHEN "claims_checkpoint.dat"
			OPEN INPUT CHECKPOINT-FILE
			MOVE WS-CHECKPOINT-STATUS TO WS-SG-LIVE-STATUS
		WHEN "duplicate_ledger.dat"
			OPEN INPUT DUPLICATE-LEDGER
			MOVE WS-DL-STATUS TO WS-SG-LIVE-STATUS
		WHEN "member_history.dat"
			OPEN INPUT MEMBER-HISTORY-FILE
			MOVE WS-MH-STATUS TO WS-SG-LIVE-STATUS
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
		WHEN "processed_claims.txt"
			READ OUTPUT-FILE
				AT END
					MOVE "Y" TO WS-SG-EOF-SWITCH
				NOT AT END
					MOVE LENGTH OF OUTPUT-RECORD TO WS-SG-RECORD-LENGTH
					MOVE OUTPUT-RECORD TO SNAPSHOT-RECORD
			END-READ
		WHEN "claim_exceptions.txt"
			READ CLAIM-EXCEPTIONS
				AT END
					MOVE "Y" TO WS-SG-EOF-SWITCH
				NOT AT END
					MOVE LENGTH OF EXCEPTION-RECORD TO WS-SG-RECORD-LENGTH
					MOVE EXCEPTION-RECORD TO SNAPSHOT-RECORD
			END-READ
		WHEN "decision_history.dat"
			READ DECISION-HISTORY
				AT END
					MOVE "Y" TO WS-SG-EOF-SWITCH
				NOT AT END
					MOVE LENGTH OF DECISION-HISTORY-RECORD TO WS-SG-RECORD-LENGTH
					MOVE DECISION-HISTORY-RECORD TO SNAPSHOT-RECORD
			END-READ
		WHEN "claim_audit_trail.txt"
			READ CLAIM-AUDIT-TRAIL
				AT END
					MOVE "Y" TO WS-SG-EOF-SWITCH
				NOT AT END
					MOVE LENGTH OF AUDIT-TRAIL-RECORD TO WS-SG-RECORD-LENGTH
					MOVE AUDIT-TRAIL-RECORD TO SNAPSHOT-RECORD
			END-READ
		WHEN "claim_suspense.dat"
			READ CLAIM-SUSPENSE
				AT END
					MOVE "Y" TO WS-SG-EOF-SWITCH
				NOT AT END
					MOVE LENGTH OF SUSPENSE-RECORD TO WS-SG-RECORD-LENGTH
					MOVE SUSPENSE-RECORD TO SNAPSHOT-RECORD
			END-READ
		WHEN "claims_checkpoint.dat"
			READ CHECKPOINT-FILE
				AT END
					MOVE "Y" TO WS-SG-EOF-SWITCH
				NOT AT END
					MOVE LENGTH OF CHECKPOINT-RECORD TO WS-SG-RECORD-LENGTH
					MOVE CHECKPOINT-RECORD TO SNAPSHOT-RECORD
			END-READ
		WHEN "duplicate_ledger.dat"
			READ DUPLICATE-LEDGER NEXT RECORD
				AT END
					MOVE "Y" TO WS-SG-EOF-SWITCH
				NOT AT END
					MOVE LENGTH OF DL-RECORD TO WS-SG-RECORD-LENGTH
					MOVE DL-RECORD TO SNAPSHOT-RECORD
			END-READ
		WHEN "member_history.dat"
			READ MEMBER-HISTORY-FILE NEXT RECORD
				AT END
					MOVE "Y" TO WS-SG-EOF-SWITCH
				NOT AT END
					MOVE LENGTH OF MH-RECORD TO WS-SG-RECORD-LENGTH
					MOVE MH-RECORD TO SNAPSHOT-RECORD
			END-READ
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
		WHEN "processed_claims.txt"
			CLOSE OUTPUT-FILE
		WHEN "claim_exceptions.txt"
			CLOSE CLAIM-EXCEPTIONS
		WHEN "decision_history.dat"
			CLOSE DECISION-HISTORY
		WHEN "claim_audit_trail.txt"
			CLOSE CLAIM-AUDIT-TRAIL
		WHEN "claim_suspense.dat"
			CLOSE CLAIM-SUSPENSE
		WHEN "claims_checkpoint.dat"
			CLOSE CHECKPOINT-FILE
		WHEN "duplicate_ledger.dat"
			CLOSE DUPLICATE-LEDGER
		WHEN "member_history.dat"
			CLOSE MEMBER-HISTORY-FILE
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
