*>                mismatch after a layout change can never be "fixed"
*>                by silently recreating the file empty. The one-time
*>                LAYOUT-CONVERT run rebuilds the grown files.
*>2026-10-15 rwm  claim_audit_trail.txt grew the prior-authorization
*>                columns - auth required, auth ID and units left -
*>                on every adjustment's audit row
*>2026-10-15 rwm  Fee-schedule pricing - a corrected amount is
*>                repriced from fee_schedule.dat exactly as the
*>                nightly run prices it, and the limit, pend, and
*>                cost-share rules work from the allowed amount. The
*>                contractual write-off goes to DECISION-HISTORY (a
*>                void carries the voided approval's), the
*>                replacement payment's remit advice row, and a
*>                pended adjustment's suspense record carries the
*>                allowed amount for SUSPENSE-RELEASE.
*>2026-10-15 rwm  Provider receivables - every void (an adjust's
*>                included) now opens an overpayment balance for the
*>                recalled dollars in provider_receivables.dat, so
*>                finance stops tracking recalls in a spreadsheet.
*>                EFT-RETURNS closes the balance when the processor
*>                honors the "NV" recall; otherwise EFT-EXTRACT nets
*>                it against the provider's next payment. The remit
*>                advice's trailing byte is now its row type.
*>2026-10-15 rwm  Provider-master layout carries the tax ID and
*>                1099-reportable flag for the year-end 1099 run
*>2026-10-15 rwm  Provider-master layout carries the special
*>                investigations hold flag
*>2026-10-15 rwm  Copies every file this run updates into tonight's
*>                snapshot generation before anything moves, so
*>                NIGHT-RESTORE can roll a wrong night back
*>2026-10-15 rwm  Prior authorization follows the money - a void
*>                gives the voided approval's visit or dollars back
*>                to the authorization it drew on (found from the
*>                audit trail), and a re-adjudication applies the
*>                auth-required rule and draws down its covering
*>                authorization as the nightly run does. The audit
*>                row's authorization columns show the auth action,
*>                the auth ID and what the authorization has left.
*>2026-10-15 rwm  A void's receivable opens pending the recall ("P")
*>                rather than open - the "NV" recall is already
*>                asking the processor for the money, so the extract
*>                may only net the balance once EFT-RETURNS reports
*>                the recall was not honored

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
	*>Finance's void/adjust transactions - tab-delimited: action
	*>(V void, A adjust), claim ID, corrected amount (adjust
	*>only), and who submitted it
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS XL-CLAIM-ID
		FILE STATUS IS WS-XL-STATUS.
	*>Overpayment balances owed back by providers - one opened
	*>per void, keyed by claim and the date it opened, and read
	*>by provider when the extract nets it off a payment
	SELECT PROVIDER-RECEIVABLES ASSIGN TO "provider_receivables.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PR-RECEIVABLE-ID
		ALTERNATE RECORD KEY IS PR-PROVIDER-ID WITH DUPLICATES
		FILE STATUS IS WS-PR-STATUS.
	*>Running year-to-date accumulators - the void backs the paid
	*>dollars out, an adjusted approval puts the new split in
	SELECT MEMBER-HISTORY-FILE ASSIGN TO "member_history.dat"
	SELECT COST-SHARE-FILE ASSIGN TO "cost_share_table.dat"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-COSTSHARE-STATUS.
	*>Contracted fee schedule, loaded likewise
	SELECT FEE-SCHEDULE-FILE ASSIGN TO "fee_schedule.dat"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-FEE-SCHED-STATUS.
	*>Auth-required control file, loaded likewise
	SELECT AUTH-RULES-FILE ASSIGN TO "auth_required.dat"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-AUTH-RULES-STATUS.
	*>Prior-authorization master - a void gives back what the
	*>voided approval drew, a re-adjudicated approval draws anew
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

FD ADJUSTMENT-TRANS.
*>One raw transaction line, treated as text until parsed
01 TRANS-RECORD	PIC X(100).
	05 DH-CLAIM-DATE	PIC X(8).
	05 DH-CLAIM-AMOUNT	PIC 9(6).
	05 DH-PAID-AMOUNT	PIC 9(6).
	05 DH-WRITE-OFF-AMOUNT	PIC 9(6).
	05 DH-CLAIM-TYPE	PIC X(2).
	05 DH-PROVIDER-ID	PIC X(8).
	05 DH-SUBMITTER-ID	PIC X(8).
	05 XL-BATCH-SEQUENCE	PIC 9(4).
	05 XL-EXTRACT-DATE	PIC 9(8).

FD PROVIDER-RECEIVABLES.
*>One overpayment balance a provider owes back
01 PR-RECORD.
	05 PR-RECEIVABLE-ID.
		10 PR-CLAIM-ID		PIC X(10).
		10 PR-OPEN-DATE		PIC 9(8).
	05 PR-PROVIDER-ID	PIC X(8).
	05 PR-MEMBER-ID		PIC X(5).
	05 PR-SERVICE-DATE	PIC X(8).
	*>"V" opened by a void, "A" by the void behind an adjust
	05 PR-SOURCE		PIC X(1).
	05 PR-ORIGINAL-AMOUNT	PIC 9(9).
	05 PR-BALANCE		PIC 9(9).
	*>"P" pending the processor's answer to the "NV" recall, "O"
	*>open for netting, "C" recouped in full, "R" recalled by the
	*>processor
	05 PR-STATUS		PIC X(1).
	05 PR-LAST-ACTIVITY-DATE	PIC 9(8).
	*>The last payment a recoupment was netted from
	05 PR-LAST-PAYMENT-ID	PIC X(10).

FD MEMBER-HISTORY-FILE.
*>One member's running year-to-date paid total, deductible met so
*>far this plan year, and claim count
	05 PM-PAY-TO-NAME	PIC X(30).
	05 PM-BANK-ROUTING	PIC X(9).
	05 PM-BANK-ACCOUNT	PIC X(17).
	05 PM-NETWORK-TIER	PIC X(2).
	*>Taxpayer ID for year-end 1099 reporting - spaces until the
	*>W-9 is on file
	05 PM-TAX-ID		PIC X(9).
	*>"Y" 1099-reportable, "N" exempt (a corporation, say)
	05 PM-1099-FLAG		PIC X(1).
	*>"Y" referred to special investigations - PROCESS-CLAIMS
	*>pends the provider's new claims until SIU releases the hold
	05 PM-SIU-HOLD		PIC X(1).

FD REMIT-ADVICE.
*>One claim behind one payment, in the layout the extract writes
	05 RA-SERVICE-DATE	PIC X(8).
	05 RA-BILLED-AMOUNT	PIC 9(6).
	05 RA-PAID-AMOUNT	PIC 9(6).
	05 RA-WRITE-OFF-AMOUNT	PIC 9(6).
	*>Space for a claim row, "R" for a recoupment row
	05 RA-ROW-TYPE		PIC X(1).

FD CLAIM-SUSPENSE.
*>One pended claim, everything SUSPENSE-RELEASE needs to finish
	05 SUS-MEMBER-ID	PIC X(5).
	05 SUS-CLAIM-DATE	PIC X(8).
	05 SUS-CLAIM-AMOUNT	PIC 9(6).
	05 SUS-ALLOWED-AMOUNT	PIC 9(6).
	05 SUS-CLAIM-TYPE	PIC X(2).
	05 SUS-PROVIDER-ID	PIC X(8).
	05 SUS-SUBMITTER-ID	PIC X(8).
	05 AT-COB-CARRIER	PIC X(20).
	05 AT-COB-ORDER		PIC X(1).
	05 AT-COB-PRIMARY-PAID	PIC 9(6).
	05 AT-AUTH-REQUIRED	PIC X(1).
	05 AT-AUTH-ID		PIC X(10).
	05 AT-AUTH-REMAINING	PIC 9(7).
	05 AT-DECISION		PIC X(50).

FD ADJUST-EXCEPTIONS.
	05 CS-COPAY		PIC 9(5).
	05 CS-COINS-PERCENT	PIC 9(3).

FD FEE-SCHEDULE-FILE.
*>One contracted rate, as the nightly run reads it
01 FEE-SCHEDULE-RECORD.
	05 FS-KEY-TYPE		PIC X(1).
	05 FS-PRICING-KEY	PIC X(8).
	05 FS-CLAIM-TYPE	PIC X(2).
	05 FS-EFFECTIVE-DATE	PIC X(8).
	05 FS-RATE-BASIS	PIC X(1).
	05 FS-ALLOWED-AMOUNT	PIC 9(6).
	05 FS-PERCENT		PIC 9(3).

FD AUTH-RULES-FILE.
*>One auth-required row, as the nightly run reads it
01 AUTH-RULES-RECORD.
	05 AR-CLAIM-TYPE	PIC X(2).
	05 AR-EFFECTIVE-DATE	PIC X(8).
	05 AR-MISSING-ACTION	PIC X(1).

FD PRIOR-AUTH.
*>One authorization, in the layout AUTH-MAINT keeps
01 PA-RECORD.
	05 PA-AUTH-ID		PIC X(10).
	05 PA-MEMBER-ID		PIC X(5).
	05 PA-PROVIDER-ID	PIC X(8).
	05 PA-CLAIM-TYPE	PIC X(2).
	05 PA-FROM-DATE		PIC X(8).
	05 PA-THRU-DATE		PIC X(8).
	*>"D" dollars of plan payment, "V" visits
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
*>End-of-file flags for the sequential input passes
01 TRANS-EOF-FLAG	PIC X VALUE "N".
01 DECHIST-EOF-FLAG	PIC X VALUE "N".
01 AUDIT-EOF-FLAG	PIC X VALUE "N".

*>----------------------------------------------------------------*
*>File statuses
	88 WS-DECHIST-OK		VALUE "00".
01 WS-DL-STATUS		PIC XX.
01 WS-XL-STATUS		PIC XX.
01 WS-PR-STATUS		PIC XX.
01 WS-MH-STATUS		PIC XX.
01 WS-MM-STATUS		PIC XX.
01 WS-EFT-STATUS	PIC XX.
01 WS-RA-STATUS		PIC XX.
01 WS-SUSPENSE-STATUS	PIC XX.
01 WS-AUDIT-STATUS	PIC XX.
	88 WS-AUDIT-OK			VALUE "00".
01 WS-LIMITS-STATUS	PIC XX.
	88 WS-LIMITS-STATUS-OK		VALUE "00".
01 WS-ANNMAX-STATUS	PIC XX.
	88 WS-PEND-RULES-OK		VALUE "00".
01 WS-COSTSHARE-STATUS	PIC XX.
	88 WS-COSTSHARE-STATUS-OK	VALUE "00".
01 WS-FEE-SCHED-STATUS	PIC XX.
	88 WS-FEE-SCHED-STATUS-OK	VALUE "00".

*>----------------------------------------------------------------*
*>Finance's transactions, loaded up front; the decision-history
		10 WS-ADJ-CLAIM-DATE	PIC X(8).
		10 WS-ADJ-BILLED	PIC 9(6).
		10 WS-ADJ-PAID		PIC 9(6).
		10 WS-ADJ-WRITE-OFF	PIC 9(6).
		10 WS-ADJ-CLAIM-TYPE	PIC X(2).
		10 WS-ADJ-PROVIDER-ID	PIC X(8).
		10 WS-ADJ-SOURCE-ID	PIC X(8).
		*>The authorization that approval drew down, from the
		*>audit trail - spaces when none covered it
		10 WS-ADJ-AUTH-ID	PIC X(10).
*>Subscript walking the transaction table
01 WS-ADJ-INDEX		PIC 9(3) COMP.
*>Subscript used while matching one history record to the table
01 WS-CLAIM-DATE	PIC X(8).
01 WS-CLAIM-AMOUNT	PIC 9(6).
01 WS-VOIDED-PAID	PIC 9(6).
01 WS-VOIDED-WRITE-OFF	PIC 9(6).
01 WS-CLAIM-TYPE	PIC X(2).
01 WS-CLAIM-PROVIDER-ID	PIC X(8).
01 WS-CLAIM-SOURCE-ID	PIC X(8).
01 WS-VOIDED-AUTH-ID	PIC X(10).
*>Decision text for the new decision, nightly-run wording
01 WS-REASON		PIC X(50).

01 WS-MEMBER-SHARE	PIC 9(6).
01 WS-PLAN-PAID		PIC 9(6).

*>----------------------------------------------------------------*
*>Fee-schedule table and the pricing work fields, matching the
*>nightly run's 2360-PRICE-CLAIM - the best row at each of the
*>four search levels (provider and type, provider and OT, tier
*>and type, tier and OT), the first level found pricing the claim
*>----------------------------------------------------------------*
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
01 WS-FEE-SCHED-INDEX	PIC 9(3) COMP.
01 WS-FS-LEVEL-TABLE.
	05 WS-FS-LEVEL-ENTRY OCCURS 4 TIMES.
		10 WS-FS-BEST-EFF	PIC X(8).
		10 WS-FS-BEST-ROW	PIC 9(3) COMP.
01 WS-FS-LEVEL		PIC 9(1) COMP.
01 WS-FS-PRICING-ROW	PIC 9(3) COMP.
*>The provider's network pricing tier, from the master
01 WS-NETWORK-TIER	PIC X(2).
01 WS-ALLOWED-AMOUNT	PIC 9(6).
01 WS-WRITE-OFF-AMOUNT	PIC 9(6).

*>----------------------------------------------------------------*
*>Prior authorization - the auth-required table, loaded the way
*>the nightly run loads it, and the outcome of the search for an
*>authorization covering the corrected amount. On a void the ID
*>and remaining balance are those of the authorization credited.
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
01 WS-AUTH-RULE-INDEX	PIC 9(3) COMP.
01 WS-AR-BEST-EFF-DATE	PIC X(8) VALUE LOW-VALUES.
01 WS-AUTH-ACTION	PIC X(1) VALUE SPACE.
	88 WS-AUTH-REQUIRED		VALUES "R" "P".
	88 WS-AUTH-MISSING-REJECTS	VALUE "R".
01 WS-AUTH-COVER-SWITCH	PIC X VALUE "N".
	88 WS-AUTH-COVERS		VALUE "Y".
01 WS-AUTH-SCAN-SWITCH	PIC X VALUE "N".
	88 WS-AUTH-SCAN-DONE		VALUE "Y".
01 WS-AUTH-ID		PIC X(10).
01 WS-AUTH-REMAINING	PIC 9(7).
*>Units a claim draws or gives back - one visit, or the plan-paid
*>dollars
01 WS-AUTH-NEEDED	PIC 9(7).

*>----------------------------------------------------------------*
*>Run counts for the operator summary
*>----------------------------------------------------------------*
01 WS-TRANS-REJECTED	PIC 9(7) VALUE ZERO.
01 WS-CLAIMS-VOIDED	PIC 9(7) VALUE ZERO.
01 WS-VOIDED-DOLLARS	PIC 9(11) VALUE ZERO.
01 WS-RECEIVABLES-OPENED	PIC 9(7) VALUE ZERO.
01 WS-ADJ-APPROVED	PIC 9(7) VALUE ZERO.
01 WS-ADJ-REJECTED	PIC 9(7) VALUE ZERO.
01 WS-ADJ-PENDED	PIC 9(7) VALUE ZERO.
	IF NOT WS-RUN-ALLOWED
		STOP RUN
	END-IF
	*>Nothing moves until tonight's pre-run copies are taken
	PERFORM 0200-TAKE-SNAPSHOTS THRU 0200-EXIT
	PERFORM 1000-INITIALIZE THRU 1000-EXIT
	IF WS-ADJ-COUNT > ZERO
		PERFORM 2000-APPLY-ALL-ADJUSTMENTS THRU 2000-EXIT
		GO TO 1000-EXIT
	END-IF
	PERFORM 1300-SCAN-DECISION-HISTORY THRU 1300-EXIT
	PERFORM 1350-SCAN-AUDIT-TRAIL THRU 1350-EXIT
	PERFORM 1200-LOAD-LIMITS-TABLE THRU 1200-EXIT
	PERFORM 1250-LOAD-ANNUAL-MAX-TABLE THRU 1250-EXIT
	PERFORM 1270-LOAD-PEND-RULES THRU 1270-EXIT
	PERFORM 1280-LOAD-COST-SHARE-TABLE THRU 1280-EXIT
	PERFORM 1330-LOAD-FEE-SCHEDULE THRU 1330-EXIT
	PERFORM 1230-LOAD-AUTH-RULES THRU 1230-EXIT
	PERFORM 1400-OPEN-UPDATE-FILES THRU 1400-EXIT
	.
1000-EXIT.
						MOVE WS-T-SUBMITTER
							TO WS-ADJ-SUBMITTER (WS-ADJ-COUNT)
						MOVE SPACE TO WS-ADJ-STATE (WS-ADJ-COUNT)
						MOVE SPACES TO WS-ADJ-AUTH-ID (WS-ADJ-COUNT)
					END-IF
			END-EVALUATE
	END-READ
		MOVE DH-CLAIM-DATE TO WS-ADJ-CLAIM-DATE (WS-SCAN-INDEX)
		MOVE DH-CLAIM-AMOUNT TO WS-ADJ-BILLED (WS-SCAN-INDEX)
		MOVE DH-PAID-AMOUNT TO WS-ADJ-PAID (WS-SCAN-INDEX)
		MOVE DH-WRITE-OFF-AMOUNT TO WS-ADJ-WRITE-OFF (WS-SCAN-INDEX)
		MOVE DH-CLAIM-TYPE TO WS-ADJ-CLAIM-TYPE (WS-SCAN-INDEX)
		MOVE DH-PROVIDER-ID TO WS-ADJ-PROVIDER-ID (WS-SCAN-INDEX)
		MOVE DH-SUBMITTER-ID TO WS-ADJ-SOURCE-ID (WS-SCAN-INDEX)
1320-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 1350-SCAN-AUDIT-TRAIL - one pass over the audit trail, filling
*> each transaction row with the authorization its claim's last
*> approval drew down. A VOIDED record clears it again, the way
*> 1300 clears the approval itself, so only the standing
*> approval's authorization is ever given back.
*>------------------------------------------------------------*
1350-SCAN-AUDIT-TRAIL.
	MOVE "N" TO AUDIT-EOF-FLAG
	OPEN INPUT CLAIM-AUDIT-TRAIL
	IF NOT WS-AUDIT-OK
		MOVE "Y" TO AUDIT-EOF-FLAG
		GO TO 1350-EXIT
	END-IF
	PERFORM 1360-SCAN-ONE-TRAIL-RECORD THRU 1360-EXIT
		UNTIL AUDIT-EOF-FLAG = "Y"
	CLOSE CLAIM-AUDIT-TRAIL
	.
1350-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 1360-SCAN-ONE-TRAIL-RECORD - match one trail record against
*> the transaction table
*>------------------------------------------------------------*
1360-SCAN-ONE-TRAIL-RECORD.
	READ CLAIM-AUDIT-TRAIL
		AT END
			MOVE "Y" TO AUDIT-EOF-FLAG
		NOT AT END
			IF AT-DECISION (1:8) = "APPROVED"
				OR AT-DECISION (1:7) = "VOIDED:"
				PERFORM 1370-MATCH-ONE-TRAIL-RECORD THRU 1370-EXIT
					VARYING WS-SCAN-INDEX FROM 1 BY 1
					UNTIL WS-SCAN-INDEX > WS-ADJ-COUNT
			END-IF
	END-READ
	.
1360-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 1370-MATCH-ONE-TRAIL-RECORD - keep or clear one row's
*> authorization when the claim IDs agree
*>------------------------------------------------------------*
1370-MATCH-ONE-TRAIL-RECORD.
	IF WS-ADJ-CLAIM-ID (WS-SCAN-INDEX) NOT = AT-CLAIM-ID
		GO TO 1370-EXIT
	END-IF
	IF AT-DECISION (1:8) = "APPROVED"
		MOVE AT-AUTH-ID TO WS-ADJ-AUTH-ID (WS-SCAN-INDEX)
	ELSE
		MOVE SPACES TO WS-ADJ-AUTH-ID (WS-SCAN-INDEX)
	END-IF
	.
1370-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 1200-LOAD-LIMITS-TABLE - the approval ceilings, loaded the way
*> the nightly run loads them
1290-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 1330-LOAD-FEE-SCHEDULE - the contracted rates, loaded the way
*> the nightly run loads them; a missing file prices every
*> corrected amount at billed
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
*> 1230-LOAD-AUTH-RULES - the auth-required rows, loaded the way
*> the nightly run loads them; a missing file means no claim type
*> requires a prior authorization
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
*> 1240-READ-AUTH-RULE-RECORD - append one row to the table, up
*> to its 50-entry capacity
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
*> 1340-READ-FEE-SCHED-RECORD - one FEE-SCHEDULE-FILE row
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
				DISPLAY "CLAIM-ADJUST: FEE-SCHEDULE-FILE HAS MORE "
					"THAN 500 ROWS, KEY " FS-PRICING-KEY " TYPE "
					FS-CLAIM-TYPE " DROPPED"
			END-IF
	END-READ
	.
1340-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 1400-OPEN-UPDATE-FILES - everything a void or an adjusted
*> decision writes, opened the way the programs that share these
			" - RUN STOPPED, FILE LEFT AS IS"
		PERFORM 1490-STOP-RUN-SHORT THRU 1490-EXIT
	END-IF
	OPEN I-O PROVIDER-RECEIVABLES
	IF WS-PR-STATUS = "35"
		OPEN OUTPUT PROVIDER-RECEIVABLES
		CLOSE PROVIDER-RECEIVABLES
		OPEN I-O PROVIDER-RECEIVABLES
	END-IF
	IF WS-PR-STATUS NOT = "00"
		DISPLAY "CLAIM-ADJUST: PROVIDER-RECEIVABLES OPEN FAILED, "
			"STATUS = " WS-PR-STATUS
			" - RUN STOPPED, FILE LEFT AS IS"
		PERFORM 1490-STOP-RUN-SHORT THRU 1490-EXIT
	END-IF
	OPEN I-O PRIOR-AUTH
	IF WS-PA-STATUS = "35"
		OPEN OUTPUT PRIOR-AUTH
		CLOSE PRIOR-AUTH
		OPEN I-O PRIOR-AUTH
	END-IF
	IF WS-PA-STATUS NOT = "00"
		DISPLAY "CLAIM-ADJUST: PRIOR-AUTH OPEN FAILED, "
			"STATUS = " WS-PA-STATUS
			" - RUN STOPPED, FILE LEFT AS IS"
		PERFORM 1490-STOP-RUN-SHORT THRU 1490-EXIT
	END-IF
	OPEN I-O MEMBER-HISTORY-FILE
	IF WS-MH-STATUS = "35"
		OPEN OUTPUT MEMBER-HISTORY-FILE
	MOVE WS-ADJ-CLAIM-DATE (WS-ADJ-INDEX) TO WS-CLAIM-DATE
	MOVE WS-ADJ-BILLED (WS-ADJ-INDEX) TO WS-CLAIM-AMOUNT
	MOVE WS-ADJ-PAID (WS-ADJ-INDEX) TO WS-VOIDED-PAID
	MOVE WS-ADJ-WRITE-OFF (WS-ADJ-INDEX) TO WS-VOIDED-WRITE-OFF
	MOVE WS-ADJ-CLAIM-TYPE (WS-ADJ-INDEX) TO WS-CLAIM-TYPE
	MOVE WS-ADJ-PROVIDER-ID (WS-ADJ-INDEX) TO WS-CLAIM-PROVIDER-ID
	MOVE WS-ADJ-SOURCE-ID (WS-ADJ-INDEX) TO WS-CLAIM-SOURCE-ID
	MOVE WS-ADJ-AUTH-ID (WS-ADJ-INDEX) TO WS-VOIDED-AUTH-ID

	PERFORM 2200-VOID-CLAIM THRU 2200-EXIT

*> 2200-VOID-CLAIM - take the standing approval back everywhere
*> it landed: the duplicate ledger, the extract ledger, the
*> member's YTD accumulators, the payment feed (as a negative
*> "NV" recall), the prior authorization it drew on, the
*> decision history, and the audit trail. The deductible-met
*> accumulator stands - the member genuinely paid their share to
*> the provider.
*>------------------------------------------------------------*
2200-VOID-CLAIM.
	ADD 1 TO WS-CLAIMS-VOIDED
	END-READ

	PERFORM 2250-WRITE-NEGATIVE-PAYMENT THRU 2250-EXIT
	PERFORM 2270-OPEN-RECEIVABLE THRU 2270-EXIT
	PERFORM 2280-CREDIT-BACK-AUTH THRU 2280-EXIT

	MOVE "VOIDED: PAYMENT RECALLED BY ADJUSTMENT" TO WS-REASON
	PERFORM 2800-WRITE-DECISION-HISTORY THRU 2800-EXIT
	EXIT.

*>------------------------------------------------------------*
*> 2270-OPEN-RECEIVABLE - the recalled dollars become a balance
*> the provider owes. It opens pending the recall: the "NV" record
*> is already asking the processor for the money, so the extract
*> must not net it too. EFT-RETURNS closes it when the recall is
*> honored, or opens it for netting when the recall bounces.
*> Nothing was paid, nothing is owed.
*>------------------------------------------------------------*
2270-OPEN-RECEIVABLE.
	IF WS-VOIDED-PAID = ZERO
		GO TO 2270-EXIT
	END-IF
	MOVE WS-CLAIM-ID TO PR-CLAIM-ID
	MOVE WS-RUN-DATE TO PR-OPEN-DATE
	MOVE WS-CLAIM-PROVIDER-ID TO PR-PROVIDER-ID
	MOVE WS-MEMBER-ID TO PR-MEMBER-ID
	MOVE WS-CLAIM-DATE TO PR-SERVICE-DATE
	MOVE WS-ADJ-ACTION (WS-ADJ-INDEX) TO PR-SOURCE
	MOVE WS-VOIDED-PAID TO PR-ORIGINAL-AMOUNT
	MOVE WS-VOIDED-PAID TO PR-BALANCE
	MOVE "P" TO PR-STATUS
	MOVE WS-RUN-DATE TO PR-LAST-ACTIVITY-DATE
	MOVE SPACES TO PR-LAST-PAYMENT-ID
	WRITE PR-RECORD
		INVALID KEY
			DISPLAY "CLAIM-ADJUST: RECEIVABLE FOR CLAIM "
				WS-CLAIM-ID " ALREADY OPENED TODAY - NOT "
				"OPENED AGAIN"
		NOT INVALID KEY
			ADD 1 TO WS-RECEIVABLES-OPENED
	END-WRITE
	.
2270-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2280-CREDIT-BACK-AUTH - the voided approval's visit, or the
*> plan-paid dollars it drew, go back on the authorization that
*> covered it, flooring at zero. The authorization credited and
*> its balance afterward go to the void's audit trail record.
*>------------------------------------------------------------*
2280-CREDIT-BACK-AUTH.
	MOVE SPACE TO WS-AUTH-ACTION
	MOVE SPACES TO WS-AUTH-ID
	MOVE ZERO TO WS-AUTH-REMAINING
	IF WS-VOIDED-AUTH-ID = SPACES
		GO TO 2280-EXIT
	END-IF
	MOVE WS-VOIDED-AUTH-ID TO PA-AUTH-ID
	READ PRIOR-AUTH
		INVALID KEY
			DISPLAY "CLAIM-ADJUST: AUTHORIZATION " WS-VOIDED-AUTH-ID
				" NOT ON FILE, VOID OF CLAIM " WS-CLAIM-ID
				" NOT CREDITED BACK"
			GO TO 2280-EXIT
	END-READ
	IF PA-UNIT-TYPE = "V"
		MOVE 1 TO WS-AUTH-NEEDED
	ELSE
		MOVE WS-VOIDED-PAID TO WS-AUTH-NEEDED
	END-IF
	IF WS-AUTH-NEEDED > PA-USED-UNITS
		MOVE ZERO TO PA-USED-UNITS
	ELSE
		SUBTRACT WS-AUTH-NEEDED FROM PA-USED-UNITS
	END-IF
	REWRITE PA-RECORD
	MOVE PA-AUTH-ID TO WS-AUTH-ID
	COMPUTE WS-AUTH-REMAINING = PA-AUTH-UNITS - PA-USED-UNITS
	.
2280-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2300-READJUDICATE-CLAIM - reprice the corrected amount at the
*> provider's contracted rate, then decide the allowed amount
*> under the normal rules: the per-claim ceiling, the annual
*> maximum on what the plan would pay, the prior-authorization
*> requirement, and the pend criteria, with the member cost
*> sharing splitting any approval. The decision lands everywhere
*> a nightly decision lands.
*>------------------------------------------------------------*
2300-READJUDICATE-CLAIM.
	PERFORM 2360-PRICE-CLAIM THRU 2360-EXIT
	PERFORM 2510-FIND-APPROVAL-LIMIT THRU 2510-EXIT
	PERFORM 2460-COMPUTE-COST-SHARE THRU 2460-EXIT
	PERFORM 2400-CHECK-ANNUAL-MAX THRU 2400-EXIT
	PERFORM 2380-CHECK-PRIOR-AUTH THRU 2380-EXIT
	PERFORM 2340-READ-MEMBER-SPAN THRU 2340-EXIT
	PERFORM 2450-CHECK-PEND-CRITERIA THRU 2450-EXIT

	EVALUATE TRUE
		WHEN WS-ALLOWED-AMOUNT > WS-APPROVAL-LIMIT
			MOVE "REJECTED: Amount exceeds limit" TO WS-REASON
			ADD 1 TO WS-ADJ-REJECTED
		WHEN WS-ANNUAL-MAX-EXCEEDED
			MOVE "REJECTED: ANNUAL BENEFIT MAXIMUM EXCEEDED"
				TO WS-REASON
			ADD 1 TO WS-ADJ-REJECTED
		WHEN WS-AUTH-REQUIRED AND NOT WS-AUTH-COVERS
			AND WS-AUTH-MISSING-REJECTS
			MOVE "REJECTED: NO COVERING PRIOR AUTHORIZATION"
				TO WS-REASON
			ADD 1 TO WS-ADJ-REJECTED
		WHEN WS-AUTH-REQUIRED AND NOT WS-AUTH-COVERS
			MOVE "PENDED: NO COVERING PRIOR AUTHORIZATION"
				TO WS-REASON
			ADD 1 TO WS-ADJ-PENDED
			MOVE "NO COVERING PRIOR AUTHORIZATION" TO WS-PEND-REASON
			PERFORM 2750-WRITE-SUSPENSE THRU 2750-EXIT
		WHEN WS-CLAIM-PENDED
			MOVE "PENDED: HELD FOR MANUAL REVIEW" TO WS-REASON
			ADD 1 TO WS-ADJ-PENDED

	IF WS-REASON NOT = "APPROVED: ADJUSTED AMOUNT"
		MOVE ZERO TO WS-MEMBER-SHARE WS-PLAN-PAID
			WS-WRITE-OFF-AMOUNT
	END-IF

	*>An approved adjustment pays the way a nightly approval
				ADD 1 TO MH-YTD-CLAIM-COUNT
				REWRITE MH-RECORD
		END-READ
		*>And uses up its share of the authorization that covered it
		IF WS-AUTH-COVERS
			PERFORM 2390-DRAW-DOWN-AUTH THRU 2390-EXIT
		END-IF
		PERFORM 2710-WRITE-REPLACEMENT-PAYMENT THRU 2710-EXIT
	END-IF

2340-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2360-PRICE-CLAIM - the nightly repricing: the latest row in
*> force on the date of service under the provider's own ID (its
*> claim type, then OT), else under its network tier (the same
*> two). An "A" row allows its flat amount and a "P" row its
*> percent of billed, neither more than billed; the rest is the
*> contractual write-off.
*>------------------------------------------------------------*
2360-PRICE-CLAIM.
	MOVE WS-CLAIM-AMOUNT TO WS-ALLOWED-AMOUNT
	MOVE ZERO TO WS-WRITE-OFF-AMOUNT WS-FS-PRICING-ROW
	MOVE SPACES TO WS-NETWORK-TIER
	MOVE WS-CLAIM-PROVIDER-ID TO PM-PROVIDER-ID
	READ PROVIDER-MASTER
		INVALID KEY
			CONTINUE
		NOT INVALID KEY
			MOVE PM-NETWORK-TIER TO WS-NETWORK-TIER
	END-READ
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
*> 2365-SEARCH-FEE-ENTRY - one probe of the fee-schedule table,
*> performed by 2360 for each subscript in turn
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
*> 2400-CHECK-ANNUAL-MAX - would paying the adjusted claim push
*> the member's plan-year paid total past the annual maximum?
2410-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2380-CHECK-PRIOR-AUTH - does the claim's type need a prior
*> authorization on the date of service, and does an active one
*> for the same member, provider, and type still hold the
*> corrected claim - one visit, or the plan-paid dollars? The
*> nightly run's rule exactly; the void has already given back
*> what the old approval drew.
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
	IF NOT WS-AUTH-REQUIRED
		MOVE SPACE TO WS-AUTH-ACTION
	END-IF
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
*> 2382-SEARCH-AUTH-RULE - one probe of the auth-required table
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
*> 2390-DRAW-DOWN-AUTH - the approved adjustment uses up its
*> share of the covering authorization, and the audit trail
*> shows what was left
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
*> 2450-CHECK-PEND-CRITERIA - the same two criteria the nightly
*> run applies: an amount within the configured percentage of the
	MOVE SPACES TO WS-PEND-REASON

	IF WS-PEND-LIMIT-PERCENT > ZERO
		AND WS-ALLOWED-AMOUNT <= WS-APPROVAL-LIMIT
		COMPUTE WS-PEND-THRESHOLD =
			WS-APPROVAL-LIMIT
			* (100 - WS-PEND-LIMIT-PERCENT) / 100
		IF WS-ALLOWED-AMOUNT > WS-PEND-THRESHOLD
			MOVE "Y" TO WS-PEND-SWITCH
			MOVE "AMOUNT NEAR APPROVAL LIMIT" TO WS-PEND-REASON
		END-IF
	EXIT.

*>------------------------------------------------------------*
*> 2460-COMPUTE-COST-SHARE - the nightly split of the allowed
*> amount: remaining deductible, then copay, then coinsurance of
*> the remainder
*>------------------------------------------------------------*
2460-COMPUTE-COST-SHARE.
	MOVE ZERO TO WS-MEMBER-SHARE
	MOVE ZERO TO WS-DEDUCT-PORTION WS-COPAY-PORTION WS-COINS-PORTION
	MOVE WS-ALLOWED-AMOUNT TO WS-PLAN-PAID
	PERFORM 2470-FIND-COST-SHARE-ROW THRU 2470-EXIT
	IF NOT WS-COSTSHARE-FOUND
		GO TO 2460-EXIT
	IF WS-DEDUCT-MET < WS-CS-DEDUCTIBLE
		COMPUTE WS-DEDUCT-REMAINING =
			WS-CS-DEDUCTIBLE - WS-DEDUCT-MET
		IF WS-DEDUCT-REMAINING > WS-ALLOWED-AMOUNT
			MOVE WS-ALLOWED-AMOUNT TO WS-DEDUCT-PORTION
		ELSE
			MOVE WS-DEDUCT-REMAINING TO WS-DEDUCT-PORTION
		END-IF
	END-IF
	COMPUTE WS-SHARE-BALANCE = WS-ALLOWED-AMOUNT - WS-DEDUCT-PORTION

	IF WS-CS-COPAY > WS-SHARE-BALANCE
		MOVE WS-SHARE-BALANCE TO WS-COPAY-PORTION

	COMPUTE WS-MEMBER-SHARE =
		WS-DEDUCT-PORTION + WS-COPAY-PORTION + WS-COINS-PORTION
	COMPUTE WS-PLAN-PAID = WS-ALLOWED-AMOUNT - WS-MEMBER-SHARE
	.
2460-EXIT.
	EXIT.
	MOVE WS-CLAIM-DATE TO RA-SERVICE-DATE
	MOVE WS-CLAIM-AMOUNT TO RA-BILLED-AMOUNT
	MOVE WS-PLAN-PAID TO RA-PAID-AMOUNT
	MOVE WS-WRITE-OFF-AMOUNT TO RA-WRITE-OFF-AMOUNT
	WRITE ADVICE-RECORD

	*>And the claim is marked sent again, under this batch - the
	MOVE WS-MEMBER-ID TO SUS-MEMBER-ID
	MOVE WS-CLAIM-DATE TO SUS-CLAIM-DATE
	MOVE WS-CLAIM-AMOUNT TO SUS-CLAIM-AMOUNT
	MOVE WS-ALLOWED-AMOUNT TO SUS-ALLOWED-AMOUNT
	MOVE WS-CLAIM-TYPE TO SUS-CLAIM-TYPE
	MOVE WS-CLAIM-PROVIDER-ID TO SUS-PROVIDER-ID
	MOVE WS-CLAIM-SOURCE-ID TO SUS-SUBMITTER-ID
	MOVE WS-CLAIM-AMOUNT TO DH-CLAIM-AMOUNT
	IF WS-REASON (1:7) = "VOIDED:"
		MOVE WS-VOIDED-PAID TO DH-PAID-AMOUNT
		MOVE WS-VOIDED-WRITE-OFF TO DH-WRITE-OFF-AMOUNT
	ELSE
		MOVE WS-PLAN-PAID TO DH-PAID-AMOUNT
		MOVE WS-WRITE-OFF-AMOUNT TO DH-WRITE-OFF-AMOUNT
	END-IF
	MOVE WS-CLAIM-TYPE TO DH-CLAIM-TYPE
	MOVE WS-CLAIM-PROVIDER-ID TO DH-PROVIDER-ID
	MOVE SPACES TO AT-COB-CARRIER
	MOVE SPACES TO AT-COB-ORDER
	MOVE ZERO TO AT-COB-PRIMARY-PAID
	*>A void carries the authorization it credited back, a
	*>re-adjudication the one it was checked against
	MOVE WS-AUTH-ACTION TO AT-AUTH-REQUIRED
	MOVE WS-AUTH-ID TO AT-AUTH-ID
	MOVE WS-AUTH-REMAINING TO AT-AUTH-REMAINING
	MOVE WS-REASON TO AT-DECISION
	WRITE AUDIT-TRAIL-RECORD
	.
	END-STRING
	WRITE ADJUST-REPORT-RECORD

	MOVE WS-RECEIVABLES-OPENED TO WS-EDIT-COUNT
	MOVE SPACES TO ADJUST-REPORT-RECORD
	STRING "RECEIVABLES OPENED     " DELIMITED BY SIZE
		WS-EDIT-COUNT DELIMITED BY SIZE
		INTO ADJUST-REPORT-RECORD
	END-STRING
	WRITE ADJUST-REPORT-RECORD

	MOVE WS-ADJ-APPROVED TO WS-EDIT-COUNT
	MOVE SPACES TO ADJUST-REPORT-RECORD
	STRING "ADJUSTED - APPROVED    " DELIMITED BY SIZE
	IF WS-ADJ-COUNT > ZERO
		CLOSE DUPLICATE-LEDGER
		CLOSE EXTRACT-LEDGER
		CLOSE PROVIDER-RECEIVABLES
		CLOSE MEMBER-HISTORY-FILE
		CLOSE PRIOR-AUTH
		CLOSE MEMBERSHIP-MASTER
		CLOSE PROVIDER-MASTER
		CLOSE REMIT-ADVICE
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
	MOVE "decision_history.dat" TO WS-SG-FILE-NAME
	PERFORM 0240-SNAPSHOT-ONE-FILE THRU 0240-EXIT
	MOVE "claim_audit_trail.txt" TO WS-SG-FILE-NAME
	PERFORM 0240-SNAPSHOT-ONE-FILE THRU 0240-EXIT
	MOVE "claim_suspense.dat" TO WS-SG-FILE-NAME
	PERFORM 0240-SNAPSHOT-ONE-FILE THRU 0240-EXIT
	MOVE "eft_extract.txt" TO WS-SG-FILE-NAME
	PERFORM 0240-SNAPSHOT-ONE-FILE THRU 0240-EXIT
	MOVE "eft_remit_advice.txt" TO WS-SG-FILE-NAME
	PERFORM 0240-SNAPSHOT-ONE-FILE THRU 0240-EXIT
	MOVE "eft_extract_control.dat" TO WS-SG-FILE-NAME
	PERFORM 0240-SNAPSHOT-ONE-FILE THRU 0240-EXIT
	MOVE "duplicate_ledger.dat" TO WS-SG-FILE-NAME
	PERFORM 0240-SNAPSHOT-ONE-FILE THRU 0240-EXIT
	MOVE "eft_extract_ledger.dat" TO WS-SG-FILE-NAME
	PERFORM 0240-SNAPSHOT-ONE-FILE THRU 0240-EXIT
	MOVE "provider_receivables.dat" TO WS-SG-FILE-NAME
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
		WHEN "decision_history.dat"
			OPEN INPUT DECISION-HISTORY
			MOVE WS-DECHIST-STATUS TO WS-SG-LIVE-STATUS
		WHEN "claim_audit_trail.txt"
			OPEN INPUT CLAIM-AUDIT-TRAIL
			MOVE WS-AUDIT-STATUS TO WS-SG-LIVE-STATUS
		WHEN "claim_suspense.dat"
			OPEN INPUT CLAIM-SUSPENSE
			MOVE WS-SUSPENSE-STATUS TO WS-SG-LIVE-STATUS
		WHEN "eft_extract.txt"
			OPEN INPUT EFT-FILE
			MOVE WS-EFT-STATUS TO WS-SG-LIVE-STATUS
		WHEN "eft_remit_advice.txt"
			OPEN INPUT REMIT-ADVICE
			MOVE WS-RA-STATUS TO WS-SG-LIVE-STATUS
		WHEN "eft_extract_control.dat"
			OPEN INPUT EXTRACT-CONTROL
			MOVE WS-XC-STATUS TO WS-SG-LIVE-STATUS
		WHEN "duplicate_ledger.dat"
			OPEN INPUT DUPLICATE-LEDGER
			MOVE WS-DL-STATUS TO WS-SG-LIVE-STATUS
		WHEN "eft_extract_ledger.dat"
			OPEN INPUT EXTRACT-LEDGER
			MOVE WS-XL-STATUS TO WS-SG-LIVE-STATUS
		WHEN "provider_receivables.dat"
			OPEN INPUT PROVIDER-RECEIVABLES
			MOVE WS-PR-STATUS TO WS-SG-LIVE-STATUS
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
		WHEN "eft_extract.txt"
			READ EFT-FILE
				AT END
					MOVE "Y" TO WS-SG-EOF-SWITCH
				NOT AT END
					MOVE LENGTH OF EFT-RECORD TO WS-SG-RECORD-LENGTH
					MOVE EFT-RECORD TO SNAPSHOT-RECORD
			END-READ
		WHEN "eft_remit_advice.txt"
			READ REMIT-ADVICE
				AT END
					MOVE "Y" TO WS-SG-EOF-SWITCH
				NOT AT END
					MOVE LENGTH OF ADVICE-RECORD TO WS-SG-RECORD-LENGTH
					MOVE ADVICE-RECORD TO SNAPSHOT-RECORD
			END-READ
		WHEN "eft_extract_control.dat"
			READ EXTRACT-CONTROL
				AT END
					MOVE "Y" TO WS-SG-EOF-SWITCH
				NOT AT END
					MOVE LENGTH OF EXTRACT-CONTROL-RECORD TO WS-SG-RECORD-LENGTH
					MOVE EXTRACT-CONTROL-RECORD TO SNAPSHOT-RECORD
			END-READ
		WHEN "duplicate_ledger.dat"
			READ DUPLICATE-LEDGER NEXT RECORD
				AT END
					MOVE "Y" TO WS-SG-EOF-SWITCH
				NOT AT END
					MOVE LENGTH OF DL-RECORD TO WS-SG-RECORD-LENGTH
					MOVE DL-RECORD TO SNAPSHOT-RECORD
			END-READ
		WHEN "eft_extract_ledger.dat"
			READ EXTRACT-LEDGER NEXT RECORD
				AT END
					MOVE "Y" TO WS-SG-EOF-SWITCH
				NOT AT END
					MOVE LENGTH OF XL-RECORD TO WS-SG-RECORD-LENGTH
					MOVE XL-RECORD TO SNAPSHOT-RECORD
			END-READ
		WHEN "provider_receivables.dat"
			READ PROVIDER-RECEIVABLES NEXT RECORD
				AT END
					MOVE "Y" TO WS-SG-EOF-SWITCH
				NOT AT END
					MOVE LENGTH OF PR-RECORD TO WS-SG-RECORD-LENGTH
					MOVE PR-RECORD TO SNAPSHOT-RECORD
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
		WHEN "decision_history.dat"
			CLOSE DECISION-HISTORY
		WHEN "claim_audit_trail.txt"
			CLOSE CLAIM-AUDIT-TRAIL
		WHEN "claim_suspense.dat"
			CLOSE CLAIM-SUSPENSE
		WHEN "eft_extract.txt"
			CLOSE EFT-FILE
		WHEN "eft_remit_advice.txt"
			CLOSE REMIT-ADVICE
		WHEN "eft_extract_control.dat"
			CLOSE EXTRACT-CONTROL
		WHEN "duplicate_ledger.dat"
			CLOSE DUPLICATE-LEDGER
		WHEN "eft_extract_ledger.dat"
			CLOSE EXTRACT-LEDGER
		WHEN "provider_receivables.dat"
			CLOSE PROVIDER-RECEIVABLES
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
