*>                mismatch after a layout change can never be "fixed"
*>                by silently recreating the file empty. The one-time
*>                LAYOUT-CONVERT run rebuilds the grown files.
*>2026-10-15 rwm  A released approval now draws down the prior
*>                authorization covering it (same member, provider,
*>                and type, service date in the authorized span,
*>                enough dollars or visits left) the way a nightly
*>                approval does. The reviewer's ruling stands when
*>                no authorization covers the claim.
*>2026-10-15 rwm  The suspense record carries the fee-schedule
*>                allowed amount the nightly run priced the claim at;
*>                a released approval cost-shares from it, and writes
*>                what the contract took off the billed amount to the
*>                new write-off column of processed_claims.txt and
*>                DECISION-HISTORY, the same as a nightly approval.
*>2026-10-15 rwm  Copies every file this run updates into tonight's
*>                snapshot generation before anything moves, so
*>                NIGHT-RESTORE can roll a wrong night back
*>2026-10-15 rwm  Every released decision now lands in
*>                CLAIM-AUDIT-TRAIL the way a nightly decision does,
*>                with the authorization a released approval drew
*>                down and what was left on it, so CLAIM-INQUIRY and
*>                the auditors can see which authorization paid it

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
	*>Pended claims parked by PROCESS-CLAIMS, read in full and
	*>rewritten at the end with only the still-unreleased ones
	SELECT CLAIM-SUSPENSE ASSIGN TO "claim_suspense.dat"
	SELECT DECISION-HISTORY ASSIGN TO "decision_history.dat"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-DECHIST-STATUS.
	*>Per-claim decision audit trail - every released decision
	*>lands here for the appeal window, like a nightly decision
	SELECT CLAIM-AUDIT-TRAIL ASSIGN TO "claim_audit_trail.txt"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-AUDIT-STATUS.
	*>Page-formatted report of every release for the review team's
	*>own sign-off
	SELECT RELEASE-REPORT ASSIGN TO "suspense_release_report.txt"
		ORGANIZATION IS SEQUENTIAL.
	*>Prior-authorization master maintained by AUTH-MAINT - a
	*>released approval draws its covering authorization down
	SELECT PRIOR-AUTH ASSIGN TO "prior_auth.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PA-AUTH-ID
		ALTERNATE RECORD KEY IS PA-MEMBER-ID WITH DUPLICATES
		FILE STATUS IS WS-PA-STATUS.

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

FD CLAIM-SUSPENSE.
*>One pended claim, as PROCESS-CLAIMS parked it
01 SUSPENSE-RECORD.
	05 SUS-MEMBER-ID	PIC X(5).
	05 SUS-CLAIM-DATE	PIC X(8).
	05 SUS-CLAIM-AMOUNT	PIC 9(6).
	*>The fee-schedule allowed amount the claim priced at
	05 SUS-ALLOWED-AMOUNT	PIC 9(6).
	05 SUS-CLAIM-TYPE	PIC X(2).
	05 SUS-PROVIDER-ID	PIC X(8).
	*>Which intake submitter the claim arrived from, so the
	05 DH-CLAIM-DATE	PIC X(8).
	05 DH-CLAIM-AMOUNT	PIC 9(6).
	05 DH-PAID-AMOUNT	PIC 9(6).
	*>Billed less the fee-schedule allowed amount - written off
	*>under the provider's contract, never billed to the member
	05 DH-WRITE-OFF-AMOUNT	PIC 9(6).
	05 DH-CLAIM-TYPE	PIC X(2).
	05 DH-PROVIDER-ID	PIC X(8).
	05 DH-SUBMITTER-ID	PIC X(8).
	05 DH-DECISION		PIC X(50).

FD CLAIM-AUDIT-TRAIL.
*>One decision trail record, in the layout the nightly run appends
01 AUDIT-TRAIL-RECORD.
	05 AT-RUN-DATE		PIC 9(8).
	05 AT-RECORD-NUMBER	PIC 9(9).
	05 AT-CLAIM-ID		PIC X(10).
	05 AT-MEMBER-ID		PIC X(5).
	05 AT-DUP-OUTCOME	PIC X(13).
	05 AT-ELIG-ON-FILE	PIC X(1).
	05 AT-ELIG-EFF		PIC X(8).
	05 AT-ELIG-TERM		PIC X(8).
	05 AT-LIMIT-SOURCE	PIC X(7).
	05 AT-LIMIT-TYPE	PIC X(2).
	05 AT-LIMIT-EFF		PIC X(8).
	05 AT-LIMIT-AMOUNT	PIC 9(7).
	05 AT-ANNMAX-APPLIED	PIC X(1).
	05 AT-ANNMAX-AMOUNT	PIC 9(9).
	05 AT-COB-APPLIED	PIC X(1).
	05 AT-COB-CARRIER	PIC X(20).
	05 AT-COB-ORDER		PIC X(1).
	05 AT-COB-PRIMARY-PAID	PIC 9(6).
	05 AT-AUTH-REQUIRED	PIC X(1).
	05 AT-AUTH-ID		PIC X(10).
	05 AT-AUTH-REMAINING	PIC 9(7).
	05 AT-DECISION		PIC X(50).

FD RELEASE-REPORT.
*>One printed line of the release report
01 RELEASE-REPORT-RECORD	PIC X(110).

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
*>End-of-file flags for the two input passes
01 SUSPENSE-EOF-FLAG	PIC X VALUE "N".
01 DISP-EOF-FLAG	PIC X VALUE "N".
01 WS-MH-STATUS		PIC XX.
	88 WS-MH-FOUND			VALUE "00".
01 WS-DECHIST-STATUS	PIC XX.
01 WS-AUDIT-STATUS	PIC XX.

*>----------------------------------------------------------------*
*>The review team's rulings, loaded up front so each suspense
01 WS-SUS-TABLE.
	05 WS-SUS-ENTRY OCCURS 1 TO 1000 TIMES
			DEPENDING ON WS-SUS-COUNT.
		10 WS-SUS-REC		PIC X(101).
*>Subscript used to walk the suspense table
01 WS-SUS-INDEX		PIC 9(4) COMP.
*>Set when the suspense file outgrows the table - the run stops
*>----------------------------------------------------------------*
01 WS-DUPLICATE-SWITCH	PIC X VALUE "N".
	88 WS-CLAIM-IS-DUPLICATE	VALUE "Y".
*>Which key caught it, in the audit trail's terms - NONE,
*>CLAIM-ID, or MEMBER-DT-AMT
01 WS-DUP-MATCH-KIND	PIC X(13).

*>Decision text written to the machine feed and the report
01 WS-REASON		PIC X(50).
01 WS-OUT-EDIT-AMOUNT	PIC 9(6).
*>Plan-paid amount, zero-padded, as written to processed_claims.txt
01 WS-OUT-EDIT-PAID	PIC 9(6).
*>Contractual write-off, zero-padded, as written to
*>processed_claims.txt
01 WS-OUT-EDIT-WRITE-OFF	PIC 9(6).

*>----------------------------------------------------------------*
*>Member cost-share table, loaded from COST-SHARE-FILE the same
01 WS-SHARE-BALANCE	PIC 9(6).
01 WS-MEMBER-SHARE	PIC 9(6).
01 WS-PLAN-PAID		PIC 9(6).
*>What the provider's contract took off the billed amount - only
*>an approved release carries it
01 WS-WRITE-OFF-AMOUNT	PIC 9(6).

*>----------------------------------------------------------------*
*>Prior authorization - the search for an active authorization
*>covering the released claim, the same test the nightly run uses
*>----------------------------------------------------------------*
01 WS-PA-STATUS		PIC XX.
01 WS-AUTH-COVER-SWITCH	PIC X VALUE "N".
	88 WS-AUTH-COVERS		VALUE "Y".
01 WS-AUTH-SCAN-SWITCH	PIC X VALUE "N".
	88 WS-AUTH-SCAN-DONE		VALUE "Y".
*>Units this claim draws - one visit, or the plan-paid dollars
01 WS-AUTH-NEEDED	PIC 9(7).
*>The authorization a released approval drew down and what was
*>left on it, for the audit trail - spaces when none covered it
01 WS-AUTH-ID		PIC X(10).
01 WS-AUTH-REMAINING	PIC 9(7).

*>----------------------------------------------------------------*
*>Run counts for the operator summary
	IF NOT WS-RUN-ALLOWED
		STOP RUN
	END-IF
	*>Nothing moves until tonight's pre-run copies are taken
	PERFORM 0200-TAKE-SNAPSHOTS THRU 0200-EXIT
	PERFORM 1000-INITIALIZE THRU 1000-EXIT
	IF NOT WS-SUSPENSE-OVERFLOW
		PERFORM 2000-RELEASE-ALL-CLAIMS THRU 2000-EXIT
	END-IF
	PERFORM 1500-OPEN-DUPLICATE-LEDGER THRU 1500-EXIT
	PERFORM 1600-OPEN-MEMBER-HISTORY THRU 1600-EXIT
	*>Released approvals draw their authorizations down
	PERFORM 1650-OPEN-PRIOR-AUTH THRU 1650-EXIT
	*>The deductible/copay/coinsurance rows the nightly run uses
	PERFORM 1700-LOAD-COST-SHARE-TABLE THRU 1700-EXIT
	*>Decision history accumulates across runs like the feed does
	IF WS-DECHIST-STATUS = "35"
		OPEN OUTPUT DECISION-HISTORY
	END-IF
	*>So does the audit trail
	OPEN EXTEND CLAIM-AUDIT-TRAIL
	IF WS-AUDIT-STATUS = "35"
		OPEN OUTPUT CLAIM-AUDIT-TRAIL
	END-IF
	OPEN OUTPUT RELEASE-REPORT
	.
1000-EXIT.
1600-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 1650-OPEN-PRIOR-AUTH - open the authorization master for
*> update, creating it empty if it does not exist yet
*>------------------------------------------------------------*
1650-OPEN-PRIOR-AUTH.
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
		DISPLAY "SUSPENSE-RELEASE: PRIOR-AUTH OPEN FAILED, "
			"STATUS = " WS-PA-STATUS
			" - RUN STOPPED, FILE LEFT AS IS"
		PERFORM 1490-STOP-RUN-SHORT THRU 1490-EXIT
	END-IF
	.
1650-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 1700-LOAD-COST-SHARE-TABLE - read every row of COST-SHARE-FILE
*> into WS-COSTSHARE-TABLE, matching the nightly run's load. A

	*>A claim that does not end up approved pays nothing
	MOVE ZERO TO WS-MEMBER-SHARE WS-PLAN-PAID WS-DEDUCT-PORTION
		WS-WRITE-OFF-AMOUNT
	MOVE SPACES TO WS-AUTH-ID
	MOVE ZERO TO WS-AUTH-REMAINING
	MOVE "NONE" TO WS-DUP-MATCH-KIND
	IF WS-RULING-APPROVE
		PERFORM 2200-RELEASE-AS-APPROVED THRU 2200-EXIT
	ELSE

	PERFORM 2500-WRITE-DECISION-LINE THRU 2500-EXIT
	PERFORM 2550-WRITE-DECISION-HISTORY THRU 2550-EXIT
	PERFORM 2560-WRITE-AUDIT-TRAIL THRU 2560-EXIT
	PERFORM 2600-WRITE-RELEASE-DETAIL THRU 2600-EXIT
	*>Blank the slot - the rewrite keeps only non-blank entries
	MOVE SPACES TO WS-SUS-REC (WS-SUS-INDEX)
			CONTINUE
		NOT INVALID KEY
			MOVE "Y" TO WS-DUPLICATE-SWITCH
			MOVE "CLAIM-ID" TO WS-DUP-MATCH-KIND
	END-READ
	*>Same second look the nightly 2700-CHECK-DUPLICATE takes - a
	*>re-keyed twin of this claim (same member, date, and amount
				CONTINUE
			NOT INVALID KEY
				MOVE "Y" TO WS-DUPLICATE-SWITCH
				MOVE "MEMBER-DT-AMT" TO WS-DUP-MATCH-KIND
		END-READ
	END-IF
	IF WS-CLAIM-IS-DUPLICATE
	MOVE "APPROVED: RELEASED FROM SUSPENSE" TO WS-REASON
	ADD 1 TO WS-RELEASED-APPROVED
	*>Split the claim into the member's responsibility and the
	*>plan-paid balance, the way the nightly run would have - from
	*>the allowed amount, the rest written off under the contract
	PERFORM 2300-COMPUTE-COST-SHARE THRU 2300-EXIT
	COMPUTE WS-WRITE-OFF-AMOUNT =
		SUS-CLAIM-AMOUNT - SUS-ALLOWED-AMOUNT
	*>Money is going to this provider - keep it attributable
	PERFORM 2250-TALLY-RELEASED-PROVIDER THRU 2250-EXIT

			ADD 1 TO MH-YTD-CLAIM-COUNT
			REWRITE MH-RECORD
	END-READ

	*>And uses up its share of any authorization covering it
	PERFORM 2400-DRAW-DOWN-AUTH THRU 2400-EXIT
	.
2200-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2400-DRAW-DOWN-AUTH - walk the member's authorizations on the
*> alternate key for the first active one for the same provider
*> and type whose span holds the service date and whose balance
*> still holds the claim, and charge the claim to it - one visit,
*> or the plan-paid dollars. The reviewer has already ruled, so
*> finding no cover changes nothing about the release. The
*> authorization charged and its balance afterward go to the
*> audit trail.
*>------------------------------------------------------------*
2400-DRAW-DOWN-AUTH.
	MOVE "N" TO WS-AUTH-COVER-SWITCH
	MOVE SUS-MEMBER-ID TO PA-MEMBER-ID
	START PRIOR-AUTH KEY IS = PA-MEMBER-ID
		INVALID KEY
			GO TO 2400-EXIT
	END-START
	MOVE "N" TO WS-AUTH-SCAN-SWITCH
	PERFORM 2410-SCAN-MEMBER-AUTH THRU 2410-EXIT
		UNTIL WS-AUTH-SCAN-DONE
	IF WS-AUTH-COVERS
		ADD WS-AUTH-NEEDED TO PA-USED-UNITS
		REWRITE PA-RECORD
		MOVE PA-AUTH-ID TO WS-AUTH-ID
		COMPUTE WS-AUTH-REMAINING = PA-AUTH-UNITS - PA-USED-UNITS
	END-IF
	.
2400-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2410-SCAN-MEMBER-AUTH - read the member's next authorization
*> and test it for cover; the scan stops at the first cover, at
*> the next member's records, or at the end of the file
*>------------------------------------------------------------*
2410-SCAN-MEMBER-AUTH.
	READ PRIOR-AUTH NEXT RECORD
		AT END
			MOVE "Y" TO WS-AUTH-SCAN-SWITCH
			GO TO 2410-EXIT
	END-READ
	IF PA-MEMBER-ID NOT = SUS-MEMBER-ID
		MOVE "Y" TO WS-AUTH-SCAN-SWITCH
		GO TO 2410-EXIT
	END-IF
	IF PA-UNIT-TYPE = "V"
		MOVE 1 TO WS-AUTH-NEEDED
	ELSE
		MOVE WS-PLAN-PAID TO WS-AUTH-NEEDED
	END-IF
	IF PA-STATUS = "A"
		AND PA-PROVIDER-ID = SUS-PROVIDER-ID
		AND PA-CLAIM-TYPE = SUS-CLAIM-TYPE
		AND PA-FROM-DATE NOT > SUS-CLAIM-DATE
		AND PA-THRU-DATE NOT < SUS-CLAIM-DATE
		AND PA-USED-UNITS + WS-AUTH-NEEDED NOT > PA-AUTH-UNITS
		MOVE "Y" TO WS-AUTH-COVER-SWITCH
		MOVE "Y" TO WS-AUTH-SCAN-SWITCH
	END-IF
	.
2410-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2250-TALLY-RELEASED-PROVIDER - add one released payment to its
*> provider's accumulator row, creating the row on first sight
*> 2300-COMPUTE-COST-SHARE - split the released claim into the
*> member's responsibility (remaining deductible, then copay, then
*> coinsurance of the remainder) and the plan-paid balance, the
*> same computation the nightly 2460-COMPUTE-COST-SHARE runs on
*> the fee-schedule allowed amount. No cost-share row on file
*> means the plan pays the allowed amount in full.
*>------------------------------------------------------------*
2300-COMPUTE-COST-SHARE.
	MOVE ZERO TO WS-MEMBER-SHARE
	MOVE ZERO TO WS-DEDUCT-PORTION WS-COPAY-PORTION WS-COINS-PORTION
	MOVE SUS-ALLOWED-AMOUNT TO WS-PLAN-PAID
	PERFORM 2310-FIND-COST-SHARE-ROW THRU 2310-EXIT
	IF NOT WS-COSTSHARE-FOUND
		GO TO 2300-EXIT
	IF WS-DEDUCT-MET < WS-CS-DEDUCTIBLE
		COMPUTE WS-DEDUCT-REMAINING =
			WS-CS-DEDUCTIBLE - WS-DEDUCT-MET
		IF WS-DEDUCT-REMAINING > SUS-ALLOWED-AMOUNT
			MOVE SUS-ALLOWED-AMOUNT TO WS-DEDUCT-PORTION
		ELSE
			MOVE WS-DEDUCT-REMAINING TO WS-DEDUCT-PORTION
		END-IF
	END-IF
	COMPUTE WS-SHARE-BALANCE = SUS-ALLOWED-AMOUNT - WS-DEDUCT-PORTION

	IF WS-CS-COPAY > WS-SHARE-BALANCE
		MOVE WS-SHARE-BALANCE TO WS-COPAY-PORTION

	COMPUTE WS-MEMBER-SHARE =
		WS-DEDUCT-PORTION + WS-COPAY-PORTION + WS-COINS-PORTION
	COMPUTE WS-PLAN-PAID = SUS-ALLOWED-AMOUNT - WS-MEMBER-SHARE
	.
2300-EXIT.
	EXIT.
	MOVE SPACES TO OUTPUT-RECORD
	MOVE SUS-CLAIM-AMOUNT TO WS-OUT-EDIT-AMOUNT
	MOVE WS-PLAN-PAID TO WS-OUT-EDIT-PAID
	MOVE WS-WRITE-OFF-AMOUNT TO WS-OUT-EDIT-WRITE-OFF
	STRING SUS-CLAIM-ID DELIMITED BY SPACE
		X'09'
		SUS-MEMBER-ID DELIMITED BY SIZE
		X'09'
		WS-OUT-EDIT-PAID DELIMITED BY SIZE
		X'09'
		WS-OUT-EDIT-WRITE-OFF DELIMITED BY SIZE
		X'09'
		SUS-CLAIM-TYPE DELIMITED BY SIZE
		X'09'
		SUS-PROVIDER-ID DELIMITED BY SIZE
	MOVE SUS-CLAIM-DATE TO DH-CLAIM-DATE
	MOVE SUS-CLAIM-AMOUNT TO DH-CLAIM-AMOUNT
	MOVE WS-PLAN-PAID TO DH-PAID-AMOUNT
	MOVE WS-WRITE-OFF-AMOUNT TO DH-WRITE-OFF-AMOUNT
	MOVE SUS-CLAIM-TYPE TO DH-CLAIM-TYPE
	MOVE SUS-PROVIDER-ID TO DH-PROVIDER-ID
	MOVE SUS-SUBMITTER-ID TO DH-SUBMITTER-ID
2550-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2560-WRITE-AUDIT-TRAIL - the released decision's trail record.
*> A release re-checks only the duplicate ledger and the prior
*> authorization, so the eligibility, limit, annual-maximum, and
*> coordination columns are written blank. No claims.csv record
*> is involved, so the record number is zero.
*>------------------------------------------------------------*
2560-WRITE-AUDIT-TRAIL.
	MOVE WS-RUN-DATE TO AT-RUN-DATE
	MOVE ZERO TO AT-RECORD-NUMBER
	MOVE SUS-CLAIM-ID TO AT-CLAIM-ID
	MOVE SUS-MEMBER-ID TO AT-MEMBER-ID
	MOVE WS-DUP-MATCH-KIND TO AT-DUP-OUTCOME
	MOVE SPACE TO AT-ELIG-ON-FILE
	MOVE SPACES TO AT-ELIG-EFF
	MOVE SPACES TO AT-ELIG-TERM
	MOVE SPACES TO AT-LIMIT-SOURCE
	MOVE SPACES TO AT-LIMIT-TYPE
	MOVE SPACES TO AT-LIMIT-EFF
	MOVE ZERO TO AT-LIMIT-AMOUNT
	MOVE SPACE TO AT-ANNMAX-APPLIED
	MOVE ZERO TO AT-ANNMAX-AMOUNT
	MOVE SPACE TO AT-COB-APPLIED
	MOVE SPACES TO AT-COB-CARRIER
	MOVE SPACES TO AT-COB-ORDER
	MOVE ZERO TO AT-COB-PRIMARY-PAID
	*>Whether the type needed one was settled the night it pended
	MOVE SPACE TO AT-AUTH-REQUIRED
	MOVE WS-AUTH-ID TO AT-AUTH-ID
	MOVE WS-AUTH-REMAINING TO AT-AUTH-REMAINING
	MOVE WS-REASON TO AT-DECISION
	WRITE AUDIT-TRAIL-RECORD
	.
2560-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2600-WRITE-RELEASE-DETAIL - one aligned-column line of the
*> release report, starting a new page whenever the page is full
	CLOSE DUPLICATE-LEDGER
	CLOSE MEMBER-HISTORY-FILE
	CLOSE DECISION-HISTORY
	CLOSE CLAIM-AUDIT-TRAIL
	CLOSE RELEASE-REPORT
	CLOSE PRIOR-AUTH
	.
8000-EXIT.
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
	MOVE "claim_suspense.dat" TO WS-SG-FILE-NAME
	PERFORM 0240-SNAPSHOT-ONE-FILE THRU 0240-EXIT
	MOVE "processed_claims.txt" TO WS-SG-FILE-NAME
	PERFORM 0240-SNAPSHOT-ONE-FILE THRU 0240-EXIT
	MOVE "decision_history.dat" TO WS-SG-FILE-NAME
	PERFORM 0240-SNAPSHOT-ONE-FILE THRU 0240-EXIT
	MOVE "duplicate_ledger.dat" TO WS-SG-FILE-NAME
	PERFORM 0240-SNAPSHOT-ONE-FILE THRU 0240-EXIT
	MOVE "member_history.dat" TO WS-SG-FILE-NAME
	PERFORM 0240-SNAPSHOT-ONE-FILE THRU 0240-EXIT
	MOVE "prior_auth.dat" TO WS-SG-FILE-NAME
	PERFORM 0240-SNAPSHOT-ONE-FILE THRU 0240-EXIT
	MOVE "claim_audit_trail.txt" TO WS-SG-FILE-NAME
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
		WHEN "claim_suspense.dat"
			OPEN INPUT CLAIM-SUSPENSE
			MOVE WS-SUSPENSE-STATUS TO WS-SG-LIVE-STATUS
		WHEN "processed_claims.txt"
			OPEN INPUT OUTPUT-FILE
			MOVE WS-OUTPUT-FILE-STATUS TO WS-SG-LIVE-STATUS
		WHEN "decision_history.dat"
			OPEN INPUT DECISION-HISTORY
			MOVE WS-DECHIST-STATUS TO WS-SG-LIVE-STATUS
		WHEN "duplicate_ledger.dat"
			OPEN INPUT DUPLICATE-LEDGER
			MOVE WS-DL-STATUS TO WS-SG-LIVE-STATUS
		WHEN "member_history.dat"
			OPEN INPUT MEMBER-HISTORY-FILE
			MOVE WS-MH-STATUS TO WS-SG-LIVE-STATUS
		WHEN "prior_auth.dat"
			OPEN INPUT PRIOR-AUTH
			MOVE WS-PA-STATUS TO WS-SG-LIVE-STATUS
		WHEN "claim_audit_trail.txt"
			OPEN INPUT CLAIM-AUDIT-TRAIL
			MOVE WS-AUDIT-STATUS TO WS-SG-LIVE-STATUS
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
		WHEN "claim_suspense.dat"
			READ CLAIM-SUSPENSE
				AT END
					MOVE "Y" TO WS-SG-EOF-SWITCH
				NOT AT END
					MOVE LENGTH OF SUSPENSE-RECORD TO WS-SG-RECORD-LENGTH
					MOVE SUSPENSE-RECORD TO SNAPSHOT-RECORD
			END-READ
		WHEN "processed_claims.txt"
			READ OUTPUT-FILE
				AT END
					MOVE "Y" TO WS-SG-EOF-SWITCH
				NOT AT END
					MOVE LENGTH OF OUTPUT-RECORD TO WS-SG-RECORD-LENGTH
					MOVE OUTPUT-RECORD TO SNAPSHOT-RECORD
			END-READ
		WHEN "decision_history.dat"
			READ DECISION-HISTORY
				AT END
					MOVE "Y" TO WS-SG-EOF-SWITCH
				NOT AT END
					MOVE LENGTH OF DECISION-HISTORY-RECORD TO WS-SG-RECORD-LENGTH
					MOVE DECISION-HISTORY-RECORD TO SNAPSHOT-RECORD
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
		WHEN "claim_audit_trail.txt"
			READ CLAIM-AUDIT-TRAIL
				AT END
					MOVE "Y" TO WS-SG-EOF-SWITCH
				NOT AT END
					MOVE LENGTH OF AUDIT-TRAIL-RECORD TO WS-SG-RECORD-LENGTH
					MOVE AUDIT-TRAIL-RECORD TO SNAPSHOT-RECORD
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
		WHEN "claim_suspense.dat"
			CLOSE CLAIM-SUSPENSE
		WHEN "processed_claims.txt"
			CLOSE OUTPUT-FILE
		WHEN "decision_history.dat"
			CLOSE DECISION-HISTORY
		WHEN "duplicate_ledger.dat"
			CLOSE DUPLICATE-LEDGER
		WHEN "member_history.dat"
			CLOSE MEMBER-HISTORY-FILE
		WHEN "prior_auth.dat"
			CLOSE PRIOR-AUTH
		WHEN "claim_audit_trail.txt"
			CLOSE CLAIM-AUDIT-TRAIL
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
