*>Identifies the program
IDENTIFICATION DIVISION.
*>Name of the program
PROGRAM-ID. RETRO-TERM-SWEEP.
AUTHOR. CLAIMS-SYSTEMS-UNIT.
DATE-WRITTEN. 2026-10-15.
*>Modification history - date, initials, one-line description
*>2026-10-15 rwm  Original run - the retroactive termination sweep.
*>                MEMBER-MAINT takes a "T" with a term date in the
*>                past, and PROVIDER-MAINT a contract termination
*>                likewise, but claims already paid for service
*>                after the new term date just stayed paid unless
*>                someone noticed and keyed the voids by hand. Run
*>                behind MEMBER-MAINT (and the network team's
*>                PROVIDER-MAINT), this job replays DECISION-HISTORY
*>                for every approval still standing whose service
*>                date falls after the member's term date or the
*>                billing provider's contract term date, and appends
*>                a "V" void for each to claim_adjustments.txt, where
*>                CLAIM-ADJUST picks it up later in the same cycle.
*>                Each member affected gets an overpayment notice,
*>                and the enrollment team gets a report of every
*>                member and provider, the claims affected, and the
*>                dollars being recovered.
*>2026-10-15 rwm  Copies every file this run updates into tonight's
*>                snapshot generation before anything moves, so
*>                NIGHT-RESTORE can roll a wrong night back
*>2026-10-15 rwm  Refuses to start once CLAIM-ADJUST has started
*>                today, since the voids it queues would not be
*>                applied until tomorrow; notice foot claim count
*>                printed edited
*>2026-10-15 rwm  A claim this sweep voided on an earlier night no
*>                longer holds its sweep-table row - the next claim
*>                found takes the row over, so only claims still
*>                standing count against the table's 2000

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
	*>Every decision every night - replayed to find each claim's
	*>standing approval
	SELECT DECISION-HISTORY ASSIGN TO "decision_history.dat"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-DECHIST-STATUS.
	*>Membership master, keyed by member ID - the term dates
	*>MEMBER-MAINT just posted, and the notice's mailing block
	SELECT MEMBERSHIP-MASTER ASSIGN TO "membership_master.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS MM-MEMBER-ID
		FILE STATUS IS WS-MM-STATUS.
	*>Provider master, keyed by provider ID - the contract term
	*>dates PROVIDER-MAINT posted
	SELECT PROVIDER-MASTER ASSIGN TO "provider_master.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PM-PROVIDER-ID
		FILE STATUS IS WS-PM-STATUS.
	*>CLAIM-ADJUST's void/adjust transactions - read for the claims
	*>finance has already keyed, then extended with the sweep's
	*>voids behind them
	SELECT ADJUSTMENT-TRANS ASSIGN TO "claim_adjustments.txt"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-TRANS-STATUS.
	*>One notice per member whose paid claims are being recalled
	SELECT OVERPAYMENT-NOTICES ASSIGN TO "member_overpayment_notices.txt"
		ORGANIZATION IS SEQUENTIAL.
	*>Every claim the sweep found, by member and by provider, for
	*>the enrollment team
	SELECT SWEEP-REPORT ASSIGN TO "retro_term_report.txt"
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

FD MEMBERSHIP-MASTER.
*>One member's eligibility span
01 MM-RECORD.
	05 MM-MEMBER-ID		PIC X(5).
	05 MM-EFFECTIVE-DATE	PIC X(8).
	*>HIGH-VALUES here means the member is still active
	05 MM-TERM-DATE		PIC X(8).
	*>Who the member is and where their mail goes - maintained by
	*>the enrollment transactions, read by the EOB statements
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
	*>HIGH-VALUES here means the contract is still open
	05 PM-TERM-DATE		PIC X(8).
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

FD ADJUSTMENT-TRANS.
*>One raw transaction line, in the layout CLAIM-ADJUST parses -
*>tab-delimited action, claim ID, corrected amount, submitter
01 TRANS-RECORD	PIC X(100).

FD OVERPAYMENT-NOTICES.
*>One printed line of a member notice
01 NOTICE-RECORD	PIC X(100).

FD SWEEP-REPORT.
*>One printed line of the enrollment report
01 SWEEP-REPORT-RECORD	PIC X(132).

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
01 WS-RC-THIS-PROGRAM	PIC X(18) VALUE "RETRO-TERM-SWEEP".
01 WS-RC-PREREQ		PIC X(18) VALUE "MEMBER-MAINT".
01 WS-RC-CONFLICT	PIC X(18) VALUE "PROCESS-CLAIMS".
*>The outcome 9900-STAMP-RUN-END records - "C" unless a refusal
*>or a bad open stopped the run short
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

*>----------------------------------------------------------------*
*>File statuses and end-of-file flags
*>----------------------------------------------------------------*
01 WS-DECHIST-STATUS	PIC XX.
	88 WS-DECHIST-OK		VALUE "00".
01 WS-MM-STATUS		PIC XX.
01 WS-PM-STATUS		PIC XX.
01 WS-TRANS-STATUS	PIC XX.
	88 WS-TRANS-STATUS-OK		VALUE "00".
01 EOF-FLAG		PIC X VALUE "N".
01 TRANS-EOF-FLAG	PIC X VALUE "N".

*>Today's date - a term date must already be past, and it heads
*>the notices and the report
01 WS-RUN-DATE		PIC 9(8).
01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE	PIC X(8).

*>----------------------------------------------------------------*
*>Claims finance already has on claim_adjustments.txt - CLAIM-ADJUST
*>takes one transaction per claim per run, and no more than 200
*>----------------------------------------------------------------*
01 WS-ADJ-FILE-LIMIT	PIC 9(3) COMP VALUE 200.
01 WS-KEYED-COUNT	PIC 9(3) COMP VALUE ZERO.
01 WS-KEYED-TABLE.
	05 WS-KEYED-CLAIM-ID	PIC X(10) OCCURS 200 TIMES.
01 WS-KEYED-INDEX	PIC 9(3) COMP.
01 WS-KEYED-SWITCH	PIC X VALUE "N".
	88 WS-ALREADY-KEYED		VALUE "Y".
*>Fields split out of one ADJUSTMENT-TRANS line
01 WS-T-ACTION		PIC X(1).
01 WS-T-CLAIM-ID	PIC X(10).

*>----------------------------------------------------------------*
*>Every claim approved for service after a term date that still
*>stands. A void clears the row's standing; a later approval (a
*>finished adjust) sets it again while the row is still the
*>claim's. A row no longer standing is taken over by the next
*>claim found, so claims voided on earlier nights never fill the
*>table - a claim re-approved after its row was taken gets a
*>fresh one.
*>----------------------------------------------------------------*
01 WS-SWEEP-MAX		PIC 9(4) COMP VALUE 2000.
01 WS-SWEEP-COUNT	PIC 9(4) COMP VALUE ZERO.
01 WS-SWEEP-TABLE.
	05 WS-SWEEP-ENTRY OCCURS 1 TO 2000 TIMES
			DEPENDING ON WS-SWEEP-COUNT.
		10 WS-SW-CLAIM-ID	PIC X(10).
		10 WS-SW-MEMBER-ID	PIC X(5).
		10 WS-SW-CLAIM-DATE	PIC X(8).
		10 WS-SW-PAID		PIC 9(6).
		10 WS-SW-PROVIDER-ID	PIC X(8).
		*>"M" past the member's term date, "P" past the
		*>provider's contract term date - the member's wins
		*>when both apply
		10 WS-SW-CAUSE		PIC X(1).
		10 WS-SW-TERM-DATE	PIC X(8).
		10 WS-SW-STANDING	PIC X(1).
		*>"Q" void queued, "K" finance already keyed the claim,
		*>"H" held for the next run - the file was full
		10 WS-SW-OUTCOME	PIC X(1).
		10 WS-SW-NOTICED	PIC X(1).
		10 WS-SW-REPORTED	PIC X(1).
01 WS-SWEEP-INDEX	PIC 9(4) COMP.
01 WS-LINE-INDEX	PIC 9(4) COMP.
01 WS-SW-FOUND-SWITCH	PIC X VALUE "N".
	88 WS-SW-FOUND			VALUE "Y".

*>----------------------------------------------------------------*
*>One approval's term check
*>----------------------------------------------------------------*
01 WS-CAUSE		PIC X(1).
01 WS-CAUSE-TERM-DATE	PIC X(8).

*>----------------------------------------------------------------*
*>The member notice or report group being written
*>----------------------------------------------------------------*
*>"M" a member's claims, "P" a provider's
01 WS-GROUP-CAUSE	PIC X(1).
01 WS-GROUP-ID		PIC X(8).
01 WS-GROUP-CLAIMS	PIC 9(5).
01 WS-GROUP-RECOVERED	PIC 9(9).
01 WS-MM-FOUND-SWITCH	PIC X VALUE "N".
	88 WS-MEMBER-ON-FILE		VALUE "Y".
01 WS-PROVIDER-NAME	PIC X(30).
01 WS-MEMBER-NAME	PIC X(30).

*>----------------------------------------------------------------*
*>Run counts for the report foot
*>----------------------------------------------------------------*
01 WS-DECISIONS-READ	PIC 9(9) VALUE ZERO.
01 WS-MEMBER-TERM-CLAIMS	PIC 9(7) VALUE ZERO.
01 WS-PROVIDER-TERM-CLAIMS	PIC 9(7) VALUE ZERO.
01 WS-VOIDS-QUEUED	PIC 9(7) VALUE ZERO.
01 WS-ALREADY-KEYED-COUNT	PIC 9(7) VALUE ZERO.
01 WS-HELD-COUNT	PIC 9(7) VALUE ZERO.
01 WS-NOTICES-WRITTEN	PIC 9(7) VALUE ZERO.
01 WS-TOTAL-RECOVERED	PIC 9(11) VALUE ZERO.
*>Edited fields used to print the report and the notices
01 WS-EDIT-COUNT	PIC ZZZ,ZZ9.
01 WS-EDIT-AMOUNT	PIC ZZZ,ZZ9.
01 WS-EDIT-DOLLARS	PIC $$,$$$,$$$,$$9.

*>----------------------------------------------------------------*
*>Report headings and lines
*>----------------------------------------------------------------*
01 WS-RPT-HEADING-1.
	05 FILLER		PIC X(42)
			VALUE "RETROACTIVE TERMINATION SWEEP - RUN DATE: ".
	05 WS-RPT-HDG-DATE	PIC 9(8).

01 WS-RPT-COLUMN-HEADING.
	05 FILLER		PIC X(4) VALUE SPACES.
	05 FILLER		PIC X(12) VALUE "CLAIM".
	05 FILLER		PIC X(10) VALUE "SERVICE".
	05 FILLER		PIC X(8) VALUE "MEMBER".
	05 FILLER		PIC X(10) VALUE "PROVIDER".
	05 FILLER		PIC X(12) VALUE "   PLAN PAID".
	05 FILLER		PIC X(4) VALUE SPACES.
	05 FILLER		PIC X(24) VALUE "ACTION".

*>The member or provider a group of claims belongs to
01 WS-RPT-GROUP-LINE.
	05 WS-RG-KIND		PIC X(9).
	05 WS-RG-ID		PIC X(10).
	05 WS-RG-NAME		PIC X(32).
	05 FILLER		PIC X(8) VALUE "TERMED ".
	05 WS-RG-TERM-DATE	PIC X(8).

01 WS-RPT-DETAIL-LINE.
	05 FILLER		PIC X(4) VALUE SPACES.
	05 WS-RD-CLAIM-ID	PIC X(12).
	05 WS-RD-CLAIM-DATE	PIC X(10).
	05 WS-RD-MEMBER-ID	PIC X(8).
	05 WS-RD-PROVIDER-ID	PIC X(10).
	05 FILLER		PIC X(3) VALUE SPACES.
	05 WS-RD-PAID		PIC ZZZ,ZZZ,ZZ9.
	05 FILLER		PIC X(4) VALUE SPACES.
	05 WS-RD-ACTION		PIC X(36).

01 WS-RPT-GROUP-FOOT.
	05 FILLER		PIC X(4) VALUE SPACES.
	05 FILLER		PIC X(8) VALUE "CLAIMS: ".
	05 WS-RF-CLAIMS		PIC ZZ,ZZ9.
	05 FILLER		PIC X(4) VALUE SPACES.
	05 FILLER		PIC X(22) VALUE "DOLLARS RECOVERED:    ".
	05 WS-RF-RECOVERED	PIC ZZZ,ZZZ,ZZ9.

*>One claim line of a member notice
01 WS-NOTICE-LINE.
	05 WS-NL-DATE		PIC X(10).
	05 WS-NL-PROVIDER	PIC X(32).
	05 WS-NL-CLAIM-ID	PIC X(14).
	05 WS-NL-PAID		PIC X(14).

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
	PERFORM 2000-REPLAY-DECISION THRU 2000-EXIT
		UNTIL EOF-FLAG = "Y"
	PERFORM 3000-QUEUE-ALL-VOIDS THRU 3000-EXIT
	PERFORM 4000-WRITE-ALL-NOTICES THRU 4000-EXIT
	PERFORM 5000-WRITE-REPORT THRU 5000-EXIT
	PERFORM 8000-FINALIZE THRU 8000-EXIT
	PERFORM 9900-STAMP-RUN-END THRU 9900-EXIT
	STOP RUN.

*>------------------------------------------------------------*
*> 1000-INITIALIZE - open the history and both masters, and note
*> every claim finance has already keyed for CLAIM-ADJUST. A
*> master that will not open stops the run: a sweep that cannot
*> see the term dates must not report that nothing needs voiding.
*>------------------------------------------------------------*
1000-INITIALIZE.
	ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
	OPEN INPUT MEMBERSHIP-MASTER
	IF WS-MM-STATUS NOT = "00"
		DISPLAY "RETRO-TERM-SWEEP: MEMBERSHIP-MASTER OPEN FAILED, "
			"STATUS = " WS-MM-STATUS " - NOTHING SWEPT"
		PERFORM 1490-STOP-RUN-SHORT THRU 1490-EXIT
	END-IF
	OPEN INPUT PROVIDER-MASTER
	IF WS-PM-STATUS NOT = "00"
		DISPLAY "RETRO-TERM-SWEEP: PROVIDER-MASTER OPEN FAILED, "
			"STATUS = " WS-PM-STATUS " - NOTHING SWEPT"
		PERFORM 1490-STOP-RUN-SHORT THRU 1490-EXIT
	END-IF
	OPEN INPUT DECISION-HISTORY
	IF NOT WS-DECHIST-OK
		DISPLAY "RETRO-TERM-SWEEP: DECISION-HISTORY OPEN FAILED, "
			"STATUS = " WS-DECHIST-STATUS " - NOTHING SWEPT"
		PERFORM 1490-STOP-RUN-SHORT THRU 1490-EXIT
	END-IF
	PERFORM 1100-LOAD-KEYED-CLAIMS THRU 1100-EXIT
	.
1000-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 1100-LOAD-KEYED-CLAIMS - the claims already on today's
*> claim_adjustments.txt. "35" alone means finance keyed nothing;
*> the sweep's voids then start the file.
*>------------------------------------------------------------*
1100-LOAD-KEYED-CLAIMS.
	MOVE ZERO TO WS-KEYED-COUNT
	MOVE "N" TO TRANS-EOF-FLAG
	OPEN INPUT ADJUSTMENT-TRANS
	IF NOT WS-TRANS-STATUS-OK
		GO TO 1100-EXIT
	END-IF
	PERFORM 1110-READ-KEYED-CLAIM THRU 1110-EXIT
		UNTIL TRANS-EOF-FLAG = "Y"
	CLOSE ADJUSTMENT-TRANS
	.
1100-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 1110-READ-KEYED-CLAIM - one transaction line, split the way
*> CLAIM-ADJUST splits it. Every line counts against CLAIM-ADJUST's
*> 200, malformed or not, since every line is read there.
*>------------------------------------------------------------*
1110-READ-KEYED-CLAIM.
	READ ADJUSTMENT-TRANS
		AT END
			MOVE "Y" TO TRANS-EOF-FLAG
			GO TO 1110-EXIT
	END-READ
	IF WS-KEYED-COUNT >= WS-ADJ-FILE-LIMIT
		GO TO 1110-EXIT
	END-IF
	MOVE SPACES TO WS-T-ACTION WS-T-CLAIM-ID
	UNSTRING TRANS-RECORD DELIMITED BY X'09'
		INTO WS-T-ACTION, WS-T-CLAIM-ID
	END-UNSTRING
	ADD 1 TO WS-KEYED-COUNT
	MOVE WS-T-CLAIM-ID TO WS-KEYED-CLAIM-ID (WS-KEYED-COUNT)
	.
1110-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2000-REPLAY-DECISION - one history record. Approvals and voids
*> are all the sweep needs; every other decision never paid.
*>------------------------------------------------------------*
2000-REPLAY-DECISION.
	READ DECISION-HISTORY
		AT END
			MOVE "Y" TO EOF-FLAG
			GO TO 2000-EXIT
	END-READ
	ADD 1 TO WS-DECISIONS-READ
	EVALUATE TRUE
		WHEN DH-DECISION (1:8) = "APPROVED"
			PERFORM 2100-REPLAY-APPROVAL THRU 2100-EXIT
		WHEN DH-DECISION (1:7) = "VOIDED:"
			PERFORM 2300-FIND-SWEEP-ROW THRU 2300-EXIT
			IF WS-SW-FOUND
				MOVE "N" TO WS-SW-STANDING (WS-SWEEP-INDEX)
			END-IF
	END-EVALUATE
	.
2000-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2100-REPLAY-APPROVAL - a claim already in the table stands
*> again at this approval's paid amount; a new one is checked
*> against both term dates and, when either one has passed, takes
*> over a row no longer standing or is added at the end
*>------------------------------------------------------------*
2100-REPLAY-APPROVAL.
	PERFORM 2300-FIND-SWEEP-ROW THRU 2300-EXIT
	IF WS-SW-FOUND
		MOVE DH-PAID-AMOUNT TO WS-SW-PAID (WS-SWEEP-INDEX)
		MOVE "Y" TO WS-SW-STANDING (WS-SWEEP-INDEX)
		GO TO 2100-EXIT
	END-IF
	PERFORM 2200-CHECK-TERM-DATES THRU 2200-EXIT
	IF WS-CAUSE = SPACE
		GO TO 2100-EXIT
	END-IF
	PERFORM 2400-FIND-FREE-ROW THRU 2400-EXIT
	IF NOT WS-SW-FOUND
		IF WS-SWEEP-COUNT >= WS-SWEEP-MAX
			DISPLAY "RETRO-TERM-SWEEP: MORE THAN 2000 CLAIMS STILL "
				"STANDING AFTER A TERM DATE - NOTHING QUEUED, "
				"WIDEN WS-SWEEP-TABLE"
			PERFORM 1490-STOP-RUN-SHORT THRU 1490-EXIT
		END-IF
		ADD 1 TO WS-SWEEP-COUNT
		MOVE WS-SWEEP-COUNT TO WS-SWEEP-INDEX
	END-IF
	MOVE DH-CLAIM-ID TO WS-SW-CLAIM-ID (WS-SWEEP-INDEX)
	MOVE DH-MEMBER-ID TO WS-SW-MEMBER-ID (WS-SWEEP-INDEX)
	MOVE DH-CLAIM-DATE TO WS-SW-CLAIM-DATE (WS-SWEEP-INDEX)
	MOVE DH-PAID-AMOUNT TO WS-SW-PAID (WS-SWEEP-INDEX)
	MOVE DH-PROVIDER-ID TO WS-SW-PROVIDER-ID (WS-SWEEP-INDEX)
	MOVE WS-CAUSE TO WS-SW-CAUSE (WS-SWEEP-INDEX)
	MOVE WS-CAUSE-TERM-DATE TO WS-SW-TERM-DATE (WS-SWEEP-INDEX)
	MOVE "Y" TO WS-SW-STANDING (WS-SWEEP-INDEX)
	MOVE SPACE TO WS-SW-OUTCOME (WS-SWEEP-INDEX)
	MOVE "N" TO WS-SW-NOTICED (WS-SWEEP-INDEX)
	MOVE "N" TO WS-SW-REPORTED (WS-SWEEP-INDEX)
	.
2100-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2200-CHECK-TERM-DATES - was the service after a term date that
*> has already passed? The member's span is checked first; the
*> billing provider's contract only when the member's still
*> covers the service.
*>------------------------------------------------------------*
2200-CHECK-TERM-DATES.
	MOVE SPACE TO WS-CAUSE
	MOVE SPACES TO WS-CAUSE-TERM-DATE
	MOVE DH-MEMBER-ID TO MM-MEMBER-ID
	READ MEMBERSHIP-MASTER
		INVALID KEY
			CONTINUE
		NOT INVALID KEY
			IF MM-TERM-DATE NOT = HIGH-VALUES
				AND MM-TERM-DATE < WS-RUN-DATE-X
				AND DH-CLAIM-DATE > MM-TERM-DATE
				MOVE "M" TO WS-CAUSE
				MOVE MM-TERM-DATE TO WS-CAUSE-TERM-DATE
				GO TO 2200-EXIT
			END-IF
	END-READ
	MOVE DH-PROVIDER-ID TO PM-PROVIDER-ID
	READ PROVIDER-MASTER
		INVALID KEY
			CONTINUE
		NOT INVALID KEY
			IF PM-TERM-DATE NOT = HIGH-VALUES
				AND PM-TERM-DATE < WS-RUN-DATE-X
				AND DH-CLAIM-DATE > PM-TERM-DATE
				MOVE "P" TO WS-CAUSE
				MOVE PM-TERM-DATE TO WS-CAUSE-TERM-DATE
			END-IF
	END-READ
	.
2200-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2300-FIND-SWEEP-ROW - look DH-CLAIM-ID up in the sweep table
*>------------------------------------------------------------*
2300-FIND-SWEEP-ROW.
	MOVE "N" TO WS-SW-FOUND-SWITCH
	PERFORM 2310-PROBE-SWEEP-ROW THRU 2310-EXIT
		VARYING WS-SWEEP-INDEX FROM 1 BY 1
		UNTIL WS-SWEEP-INDEX > WS-SWEEP-COUNT
			OR WS-SW-FOUND
	IF WS-SW-FOUND
		*>The search loop increments once past the match before
		*>its UNTIL stops it, so step back one row
		SUBTRACT 1 FROM WS-SWEEP-INDEX
	END-IF
	.
2300-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2310-PROBE-SWEEP-ROW - one probe of the sweep table
*>------------------------------------------------------------*
2310-PROBE-SWEEP-ROW.
	IF WS-SW-CLAIM-ID (WS-SWEEP-INDEX) = DH-CLAIM-ID
		MOVE "Y" TO WS-SW-FOUND-SWITCH
	END-IF
	.
2310-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2400-FIND-FREE-ROW - the first sweep row whose claim no
*> longer stands; WS-SW-FOUND says whether WS-SWEEP-INDEX points
*> at one
*>------------------------------------------------------------*
2400-FIND-FREE-ROW.
	MOVE "N" TO WS-SW-FOUND-SWITCH
	PERFORM 2410-PROBE-FREE-ROW THRU 2410-EXIT
		VARYING WS-SWEEP-INDEX FROM 1 BY 1
		UNTIL WS-SWEEP-INDEX > WS-SWEEP-COUNT
			OR WS-SW-FOUND
	IF WS-SW-FOUND
		*>The search loop increments once past the match before
		*>its UNTIL stops it, so step back one row
		SUBTRACT 1 FROM WS-SWEEP-INDEX
	END-IF
	.
2400-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2410-PROBE-FREE-ROW - one probe of the sweep table
*>------------------------------------------------------------*
2410-PROBE-FREE-ROW.
	IF WS-SW-STANDING (WS-SWEEP-INDEX) = "N"
		MOVE "Y" TO WS-SW-FOUND-SWITCH
	END-IF
	.
2410-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 3000-QUEUE-ALL-VOIDS - extend claim_adjustments.txt with a void
*> for every claim still standing, behind whatever finance keyed
*>------------------------------------------------------------*
3000-QUEUE-ALL-VOIDS.
	CLOSE DECISION-HISTORY
	OPEN EXTEND ADJUSTMENT-TRANS
	IF WS-TRANS-STATUS = "35"
		OPEN OUTPUT ADJUSTMENT-TRANS
	END-IF
	PERFORM 3100-QUEUE-ONE-VOID THRU 3100-EXIT
		VARYING WS-SWEEP-INDEX FROM 1 BY 1
		UNTIL WS-SWEEP-INDEX > WS-SWEEP-COUNT
	CLOSE ADJUSTMENT-TRANS
	.
3000-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 3100-QUEUE-ONE-VOID - a claim finance already keyed is left to
*> finance's transaction (CLAIM-ADJUST takes one per claim); once
*> the file holds CLAIM-ADJUST's 200 the rest wait for the next
*> run, which finds them still standing
*>------------------------------------------------------------*
3100-QUEUE-ONE-VOID.
	IF WS-SW-STANDING (WS-SWEEP-INDEX) NOT = "Y"
		GO TO 3100-EXIT
	END-IF
	IF WS-SW-CAUSE (WS-SWEEP-INDEX) = "M"
		ADD 1 TO WS-MEMBER-TERM-CLAIMS
	ELSE
		ADD 1 TO WS-PROVIDER-TERM-CLAIMS
	END-IF
	MOVE "N" TO WS-KEYED-SWITCH
	PERFORM 3150-PROBE-KEYED-CLAIM THRU 3150-EXIT
		VARYING WS-KEYED-INDEX FROM 1 BY 1
		UNTIL WS-KEYED-INDEX > WS-KEYED-COUNT
			OR WS-ALREADY-KEYED
	IF WS-ALREADY-KEYED
		MOVE "K" TO WS-SW-OUTCOME (WS-SWEEP-INDEX)
		ADD 1 TO WS-ALREADY-KEYED-COUNT
		GO TO 3100-EXIT
	END-IF
	IF WS-KEYED-COUNT >= WS-ADJ-FILE-LIMIT
		MOVE "H" TO WS-SW-OUTCOME (WS-SWEEP-INDEX)
		ADD 1 TO WS-HELD-COUNT
		GO TO 3100-EXIT
	END-IF

	*>Action, claim ID, no corrected amount, and the submitter
	*>CLAIM-ADJUST's report shows for it
	MOVE SPACES TO TRANS-RECORD
	STRING "V" DELIMITED BY SIZE
		X'09' DELIMITED BY SIZE
		WS-SW-CLAIM-ID (WS-SWEEP-INDEX) DELIMITED BY SPACE
		X'09' DELIMITED BY SIZE
		X'09' DELIMITED BY SIZE
		"RETROTRM" DELIMITED BY SIZE
		INTO TRANS-RECORD
	END-STRING
	WRITE TRANS-RECORD
	ADD 1 TO WS-KEYED-COUNT
	MOVE WS-SW-CLAIM-ID (WS-SWEEP-INDEX)
		TO WS-KEYED-CLAIM-ID (WS-KEYED-COUNT)
	MOVE "Q" TO WS-SW-OUTCOME (WS-SWEEP-INDEX)
	ADD 1 TO WS-VOIDS-QUEUED
	ADD WS-SW-PAID (WS-SWEEP-INDEX) TO WS-TOTAL-RECOVERED
	.
3100-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 3150-PROBE-KEYED-CLAIM - one probe of the keyed-claims table
*>------------------------------------------------------------*
3150-PROBE-KEYED-CLAIM.
	IF WS-KEYED-CLAIM-ID (WS-KEYED-INDEX)
		= WS-SW-CLAIM-ID (WS-SWEEP-INDEX)
		MOVE "Y" TO WS-KEYED-SWITCH
	END-IF
	.
3150-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 4000-WRITE-ALL-NOTICES - sweep the table: each claim voided
*> tonight for a member's termination starts that member's
*> notice, which lists every such claim of theirs
*>------------------------------------------------------------*
4000-WRITE-ALL-NOTICES.
	OPEN OUTPUT OVERPAYMENT-NOTICES
	PERFORM 4100-START-ONE-NOTICE THRU 4100-EXIT
		VARYING WS-SWEEP-INDEX FROM 1 BY 1
		UNTIL WS-SWEEP-INDEX > WS-SWEEP-COUNT
	CLOSE OVERPAYMENT-NOTICES
	.
4000-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 4100-START-ONE-NOTICE - a claim already on a notice, or not
*> voided tonight for the member's termination, is skipped
*>------------------------------------------------------------*
4100-START-ONE-NOTICE.
	IF WS-SW-NOTICED (WS-SWEEP-INDEX) = "Y"
		OR WS-SW-CAUSE (WS-SWEEP-INDEX) NOT = "M"
		OR WS-SW-OUTCOME (WS-SWEEP-INDEX) NOT = "Q"
		GO TO 4100-EXIT
	END-IF
	MOVE WS-SW-MEMBER-ID (WS-SWEEP-INDEX) TO WS-GROUP-ID
	MOVE ZERO TO WS-GROUP-CLAIMS WS-GROUP-RECOVERED
	ADD 1 TO WS-NOTICES-WRITTEN
	PERFORM 4200-WRITE-NOTICE-HEAD THRU 4200-EXIT
	PERFORM 4300-WRITE-NOTICE-CLAIM THRU 4300-EXIT
		VARYING WS-LINE-INDEX FROM WS-SWEEP-INDEX BY 1
		UNTIL WS-LINE-INDEX > WS-SWEEP-COUNT
	PERFORM 4400-WRITE-NOTICE-FOOT THRU 4400-EXIT
	.
4100-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 4200-WRITE-NOTICE-HEAD - the mailing block, the banner, and
*> why the member is hearing from us. A member missing from the
*> master still gets the notice body, as the EOB statement does.
*>------------------------------------------------------------*
4200-WRITE-NOTICE-HEAD.
	MOVE ALL "=" TO NOTICE-RECORD
	WRITE NOTICE-RECORD

	MOVE SPACES TO NOTICE-RECORD
	STRING "NOTICE OF CLAIMS PAID AFTER YOUR COVERAGE ENDED - "
			DELIMITED BY SIZE
		"NOTICE DATE " DELIMITED BY SIZE
		WS-RUN-DATE DELIMITED BY SIZE
		INTO NOTICE-RECORD
	END-STRING
	WRITE NOTICE-RECORD

	MOVE SPACES TO NOTICE-RECORD
	WRITE NOTICE-RECORD

	MOVE "N" TO WS-MM-FOUND-SWITCH
	MOVE WS-GROUP-ID TO MM-MEMBER-ID
	READ MEMBERSHIP-MASTER
		INVALID KEY
			CONTINUE
		NOT INVALID KEY
			MOVE "Y" TO WS-MM-FOUND-SWITCH
	END-READ
	IF WS-MEMBER-ON-FILE
		MOVE SPACES TO NOTICE-RECORD
		MOVE MM-MEMBER-NAME TO NOTICE-RECORD
		WRITE NOTICE-RECORD
		MOVE SPACES TO NOTICE-RECORD
		MOVE MM-STREET-ADDRESS TO NOTICE-RECORD
		WRITE NOTICE-RECORD
		MOVE SPACES TO NOTICE-RECORD
		MOVE MM-CITY-STATE-ZIP TO NOTICE-RECORD
		WRITE NOTICE-RECORD
		MOVE SPACES TO NOTICE-RECORD
		STRING "MEMBER " DELIMITED BY SIZE
			WS-GROUP-ID DELIMITED BY SPACE
			INTO NOTICE-RECORD
		END-STRING
		WRITE NOTICE-RECORD
	ELSE
		MOVE SPACES TO NOTICE-RECORD
		STRING "MEMBER " DELIMITED BY SIZE
			WS-GROUP-ID DELIMITED BY SPACE
			"  (NAME AND ADDRESS NOT ON FILE)"
				DELIMITED BY SIZE
			INTO NOTICE-RECORD
		END-STRING
		WRITE NOTICE-RECORD
	END-IF

	MOVE SPACES TO NOTICE-RECORD
	WRITE NOTICE-RECORD
	MOVE SPACES TO NOTICE-RECORD
	STRING "YOUR COVERAGE UNDER THE PLAN ENDED ON " DELIMITED BY SIZE
		WS-SW-TERM-DATE (WS-SWEEP-INDEX) DELIMITED BY SIZE
		". THE PLAN PAID THE CLAIMS BELOW" DELIMITED BY SIZE
		INTO NOTICE-RECORD
	END-STRING
	WRITE NOTICE-RECORD
	MOVE "FOR SERVICES AFTER THAT DATE. THOSE PAYMENTS ARE BEING RECALLED FROM"
		TO NOTICE-RECORD
	WRITE NOTICE-RECORD
	MOVE "THE PROVIDER, WHO MAY NOW BILL YOU OR YOUR NEW COVERAGE DIRECTLY."
		TO NOTICE-RECORD
	WRITE NOTICE-RECORD
	MOVE SPACES TO NOTICE-RECORD
	WRITE NOTICE-RECORD

	MOVE SPACES TO WS-NOTICE-LINE
	MOVE "SERVICE" TO WS-NL-DATE
	MOVE "PROVIDER" TO WS-NL-PROVIDER
	MOVE "CLAIM" TO WS-NL-CLAIM-ID
	MOVE "    PLAN PAID" TO WS-NL-PAID
	MOVE WS-NOTICE-LINE TO NOTICE-RECORD
	WRITE NOTICE-RECORD
	.
4200-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 4300-WRITE-NOTICE-CLAIM - one claim line when the table row is
*> one of this member's claims voided tonight
*>------------------------------------------------------------*
4300-WRITE-NOTICE-CLAIM.
	IF WS-SW-MEMBER-ID (WS-LINE-INDEX) NOT = WS-GROUP-ID
		OR WS-SW-CAUSE (WS-LINE-INDEX) NOT = "M"
		OR WS-SW-OUTCOME (WS-LINE-INDEX) NOT = "Q"
		GO TO 4300-EXIT
	END-IF
	MOVE "Y" TO WS-SW-NOTICED (WS-LINE-INDEX)
	ADD 1 TO WS-GROUP-CLAIMS
	ADD WS-SW-PAID (WS-LINE-INDEX) TO WS-GROUP-RECOVERED

	*>The provider's name, falling back to the raw ID
	MOVE WS-SW-PROVIDER-ID (WS-LINE-INDEX) TO WS-PROVIDER-NAME
	MOVE WS-SW-PROVIDER-ID (WS-LINE-INDEX) TO PM-PROVIDER-ID
	READ PROVIDER-MASTER
		INVALID KEY
			CONTINUE
		NOT INVALID KEY
			MOVE PM-PROVIDER-NAME TO WS-PROVIDER-NAME
	END-READ

	MOVE SPACES TO WS-NOTICE-LINE
	MOVE WS-SW-CLAIM-DATE (WS-LINE-INDEX) TO WS-NL-DATE
	MOVE WS-PROVIDER-NAME TO WS-NL-PROVIDER
	MOVE WS-SW-CLAIM-ID (WS-LINE-INDEX) TO WS-NL-CLAIM-ID
	MOVE WS-SW-PAID (WS-LINE-INDEX) TO WS-EDIT-DOLLARS
	MOVE WS-EDIT-DOLLARS TO WS-NL-PAID
	MOVE WS-NOTICE-LINE TO NOTICE-RECORD
	WRITE NOTICE-RECORD
	.
4300-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 4400-WRITE-NOTICE-FOOT - the total being recalled
*>------------------------------------------------------------*
4400-WRITE-NOTICE-FOOT.
	MOVE SPACES TO NOTICE-RECORD
	WRITE NOTICE-RECORD
	MOVE WS-GROUP-RECOVERED TO WS-EDIT-DOLLARS
	MOVE SPACES TO NOTICE-RECORD
	STRING "TOTAL PLAN PAYMENTS BEING RECALLED " DELIMITED BY SIZE
		WS-EDIT-DOLLARS DELIMITED BY SIZE
		INTO NOTICE-RECORD
	END-STRING
	WRITE NOTICE-RECORD
	MOVE WS-GROUP-CLAIMS TO WS-EDIT-COUNT
	MOVE SPACES TO NOTICE-RECORD
	STRING "CLAIMS ON THIS NOTICE: " DELIMITED BY SIZE
		WS-EDIT-COUNT DELIMITED BY SIZE
		INTO NOTICE-RECORD
	END-STRING
	WRITE NOTICE-RECORD
	MOVE "IF YOU HAD OTHER COVERAGE ON THESE DATES, GIVE ITS DETAILS TO THE PROVIDER."
		TO NOTICE-RECORD
	WRITE NOTICE-RECORD
	MOVE "QUESTIONS? CALL MEMBER SERVICES." TO NOTICE-RECORD
	WRITE NOTICE-RECORD
	MOVE SPACES TO NOTICE-RECORD
	WRITE NOTICE-RECORD
	.
4400-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 5000-WRITE-REPORT - the enrollment team's report: the member
*> terminations grouped by member, then the provider contract
*> terminations grouped by provider, then the run totals
*>------------------------------------------------------------*
5000-WRITE-REPORT.
	OPEN OUTPUT SWEEP-REPORT
	MOVE WS-RUN-DATE TO WS-RPT-HDG-DATE
	MOVE WS-RPT-HEADING-1 TO SWEEP-REPORT-RECORD
	WRITE SWEEP-REPORT-RECORD
	MOVE SPACES TO SWEEP-REPORT-RECORD
	WRITE SWEEP-REPORT-RECORD

	MOVE "MEMBER TERMINATIONS" TO SWEEP-REPORT-RECORD
	WRITE SWEEP-REPORT-RECORD
	MOVE "M" TO WS-GROUP-CAUSE
	PERFORM 5050-WRITE-SECTION-HEAD THRU 5050-EXIT
	PERFORM 5100-START-ONE-GROUP THRU 5100-EXIT
		VARYING WS-SWEEP-INDEX FROM 1 BY 1
		UNTIL WS-SWEEP-INDEX > WS-SWEEP-COUNT
	IF WS-MEMBER-TERM-CLAIMS = ZERO
		MOVE "    NO PAID CLAIMS AFTER A MEMBER TERM DATE"
			TO SWEEP-REPORT-RECORD
		WRITE SWEEP-REPORT-RECORD
	END-IF
	MOVE SPACES TO SWEEP-REPORT-RECORD
	WRITE SWEEP-REPORT-RECORD

	MOVE "PROVIDER CONTRACT TERMINATIONS" TO SWEEP-REPORT-RECORD
	WRITE SWEEP-REPORT-RECORD
	MOVE "P" TO WS-GROUP-CAUSE
	PERFORM 5050-WRITE-SECTION-HEAD THRU 5050-EXIT
	PERFORM 5100-START-ONE-GROUP THRU 5100-EXIT
		VARYING WS-SWEEP-INDEX FROM 1 BY 1
		UNTIL WS-SWEEP-INDEX > WS-SWEEP-COUNT
	IF WS-PROVIDER-TERM-CLAIMS = ZERO
		MOVE "    NO PAID CLAIMS AFTER A PROVIDER CONTRACT TERM DATE"
			TO SWEEP-REPORT-RECORD
		WRITE SWEEP-REPORT-RECORD
	END-IF
	.
5000-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 5050-WRITE-SECTION-HEAD - a section's rule and column headings
*>------------------------------------------------------------*
5050-WRITE-SECTION-HEAD.
	MOVE ALL "-" TO SWEEP-REPORT-RECORD
	WRITE SWEEP-REPORT-RECORD
	MOVE WS-RPT-COLUMN-HEADING TO SWEEP-REPORT-RECORD
	WRITE SWEEP-REPORT-RECORD
	MOVE SPACES TO SWEEP-REPORT-RECORD
	WRITE SWEEP-REPORT-RECORD
	.
5050-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 5100-START-ONE-GROUP - a standing claim of this section not yet
*> reported starts its member's (or provider's) group, which
*> lists every such claim of theirs
*>------------------------------------------------------------*
5100-START-ONE-GROUP.
	IF WS-SW-REPORTED (WS-SWEEP-INDEX) = "Y"
		OR WS-SW-STANDING (WS-SWEEP-INDEX) NOT = "Y"
		OR WS-SW-CAUSE (WS-SWEEP-INDEX) NOT = WS-GROUP-CAUSE
		GO TO 5100-EXIT
	END-IF
	MOVE ZERO TO WS-GROUP-CLAIMS WS-GROUP-RECOVERED
	MOVE SPACES TO WS-RPT-GROUP-LINE
	IF WS-GROUP-CAUSE = "M"
		MOVE WS-SW-MEMBER-ID (WS-SWEEP-INDEX) TO WS-GROUP-ID
		MOVE "MEMBER" TO WS-RG-KIND
		MOVE SPACES TO WS-MEMBER-NAME
		MOVE WS-GROUP-ID TO MM-MEMBER-ID
		READ MEMBERSHIP-MASTER
			INVALID KEY
				MOVE "(NOT ON MEMBERSHIP MASTER)" TO WS-MEMBER-NAME
			NOT INVALID KEY
				MOVE MM-MEMBER-NAME TO WS-MEMBER-NAME
		END-READ
		MOVE WS-MEMBER-NAME TO WS-RG-NAME
	ELSE
		MOVE WS-SW-PROVIDER-ID (WS-SWEEP-INDEX) TO WS-GROUP-ID
		MOVE "PROVIDER" TO WS-RG-KIND
		MOVE WS-GROUP-ID TO PM-PROVIDER-ID
		READ PROVIDER-MASTER
			INVALID KEY
				MOVE "(NOT ON PROVIDER MASTER)" TO WS-PROVIDER-NAME
			NOT INVALID KEY
				MOVE PM-PROVIDER-NAME TO WS-PROVIDER-NAME
		END-READ
		MOVE WS-PROVIDER-NAME TO WS-RG-NAME
	END-IF
	MOVE WS-GROUP-ID TO WS-RG-ID
	MOVE WS-SW-TERM-DATE (WS-SWEEP-INDEX) TO WS-RG-TERM-DATE
	MOVE WS-RPT-GROUP-LINE TO SWEEP-REPORT-RECORD
	WRITE SWEEP-REPORT-RECORD

	PERFORM 5200-WRITE-GROUP-CLAIM THRU 5200-EXIT
		VARYING WS-LINE-INDEX FROM WS-SWEEP-INDEX BY 1
		UNTIL WS-LINE-INDEX > WS-SWEEP-COUNT

	MOVE WS-GROUP-CLAIMS TO WS-RF-CLAIMS
	MOVE WS-GROUP-RECOVERED TO WS-RF-RECOVERED
	MOVE WS-RPT-GROUP-FOOT TO SWEEP-REPORT-RECORD
	WRITE SWEEP-REPORT-RECORD
	MOVE SPACES TO SWEEP-REPORT-RECORD
	WRITE SWEEP-REPORT-RECORD
	.
5100-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 5200-WRITE-GROUP-CLAIM - one claim line when the table row
*> belongs to the open group; only a void queued tonight counts
*> toward the dollars recovered
*>------------------------------------------------------------*
5200-WRITE-GROUP-CLAIM.
	IF WS-SW-REPORTED (WS-LINE-INDEX) = "Y"
		OR WS-SW-STANDING (WS-LINE-INDEX) NOT = "Y"
		OR WS-SW-CAUSE (WS-LINE-INDEX) NOT = WS-GROUP-CAUSE
		GO TO 5200-EXIT
	END-IF
	IF WS-GROUP-CAUSE = "M"
		IF WS-SW-MEMBER-ID (WS-LINE-INDEX) NOT = WS-GROUP-ID
			GO TO 5200-EXIT
		END-IF
	ELSE
		IF WS-SW-PROVIDER-ID (WS-LINE-INDEX) NOT = WS-GROUP-ID
			GO TO 5200-EXIT
		END-IF
	END-IF
	MOVE "Y" TO WS-SW-REPORTED (WS-LINE-INDEX)
	ADD 1 TO WS-GROUP-CLAIMS

	MOVE SPACES TO WS-RPT-DETAIL-LINE
	MOVE WS-SW-CLAIM-ID (WS-LINE-INDEX) TO WS-RD-CLAIM-ID
	MOVE WS-SW-CLAIM-DATE (WS-LINE-INDEX) TO WS-RD-CLAIM-DATE
	MOVE WS-SW-MEMBER-ID (WS-LINE-INDEX) TO WS-RD-MEMBER-ID
	MOVE WS-SW-PROVIDER-ID (WS-LINE-INDEX) TO WS-RD-PROVIDER-ID
	MOVE WS-SW-PAID (WS-LINE-INDEX) TO WS-RD-PAID
	EVALUATE WS-SW-OUTCOME (WS-LINE-INDEX)
		WHEN "Q"
			ADD WS-SW-PAID (WS-LINE-INDEX) TO WS-GROUP-RECOVERED
			MOVE "VOID QUEUED FOR CLAIM-ADJUST" TO WS-RD-ACTION
		WHEN "K"
			MOVE "ALREADY ON ADJUSTMENT FILE - NOT QUEUED"
				TO WS-RD-ACTION
		WHEN "H"
			MOVE "HELD - ADJUSTMENT FILE FULL, NEXT RUN"
				TO WS-RD-ACTION
	END-EVALUATE
	MOVE WS-RPT-DETAIL-LINE TO SWEEP-REPORT-RECORD
	WRITE SWEEP-REPORT-RECORD
	.
5200-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 8000-FINALIZE - run totals to the foot of the report and the
*> console, then clean shutdown
*>------------------------------------------------------------*
8000-FINALIZE.
	MOVE SPACES TO SWEEP-REPORT-RECORD
	WRITE SWEEP-REPORT-RECORD
	MOVE ALL "-" TO SWEEP-REPORT-RECORD
	WRITE SWEEP-REPORT-RECORD

	MOVE WS-DECISIONS-READ TO WS-EDIT-COUNT
	MOVE SPACES TO SWEEP-REPORT-RECORD
	STRING "DECISIONS REPLAYED       " DELIMITED BY SIZE
		WS-EDIT-COUNT DELIMITED BY SIZE
		INTO SWEEP-REPORT-RECORD
	END-STRING
	WRITE SWEEP-REPORT-RECORD

	MOVE WS-MEMBER-TERM-CLAIMS TO WS-EDIT-COUNT
	MOVE SPACES TO SWEEP-REPORT-RECORD
	STRING "PAID AFTER MEMBER TERM   " DELIMITED BY SIZE
		WS-EDIT-COUNT DELIMITED BY SIZE
		INTO SWEEP-REPORT-RECORD
	END-STRING
	WRITE SWEEP-REPORT-RECORD

	MOVE WS-PROVIDER-TERM-CLAIMS TO WS-EDIT-COUNT
	MOVE SPACES TO SWEEP-REPORT-RECORD
	STRING "PAID AFTER PROVIDER TERM " DELIMITED BY SIZE
		WS-EDIT-COUNT DELIMITED BY SIZE
		INTO SWEEP-REPORT-RECORD
	END-STRING
	WRITE SWEEP-REPORT-RECORD

	MOVE WS-VOIDS-QUEUED TO WS-EDIT-COUNT
	MOVE SPACES TO SWEEP-REPORT-RECORD
	STRING "VOIDS QUEUED             " DELIMITED BY SIZE
		WS-EDIT-COUNT DELIMITED BY SIZE
		INTO SWEEP-REPORT-RECORD
	END-STRING
	WRITE SWEEP-REPORT-RECORD

	MOVE WS-ALREADY-KEYED-COUNT TO WS-EDIT-COUNT
	MOVE SPACES TO SWEEP-REPORT-RECORD
	STRING "ALREADY KEYED BY FINANCE " DELIMITED BY SIZE
		WS-EDIT-COUNT DELIMITED BY SIZE
		INTO SWEEP-REPORT-RECORD
	END-STRING
	WRITE SWEEP-REPORT-RECORD

	MOVE WS-HELD-COUNT TO WS-EDIT-COUNT
	MOVE SPACES TO SWEEP-REPORT-RECORD
	STRING "HELD FOR NEXT RUN        " DELIMITED BY SIZE
		WS-EDIT-COUNT DELIMITED BY SIZE
		INTO SWEEP-REPORT-RECORD
	END-STRING
	WRITE SWEEP-REPORT-RECORD

	MOVE WS-NOTICES-WRITTEN TO WS-EDIT-COUNT
	MOVE SPACES TO SWEEP-REPORT-RECORD
	STRING "MEMBER NOTICES WRITTEN   " DELIMITED BY SIZE
		WS-EDIT-COUNT DELIMITED BY SIZE
		INTO SWEEP-REPORT-RECORD
	END-STRING
	WRITE SWEEP-REPORT-RECORD

	MOVE WS-TOTAL-RECOVERED TO WS-EDIT-DOLLARS
	MOVE SPACES TO SWEEP-REPORT-RECORD
	STRING "DOLLARS RECOVERED        " DELIMITED BY SIZE
		WS-EDIT-DOLLARS DELIMITED BY SIZE
		INTO SWEEP-REPORT-RECORD
	END-STRING
	WRITE SWEEP-REPORT-RECORD

	DISPLAY "RETRO-TERM-SWEEP: " WS-VOIDS-QUEUED " VOIDS QUEUED, "
		WS-HELD-COUNT " HELD, " WS-NOTICES-WRITTEN " NOTICES"

	*>Clean shutdown, releases file handles, signals successful job
	*>completion - the history and the adjustment file are closed
	*>already
	CLOSE MEMBERSHIP-MASTER
	CLOSE PROVIDER-MASTER
	CLOSE SWEEP-REPORT
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
	*>The voids queued here are for tonight's CLAIM-ADJUST - once
	*>it has started they would wait a day without anyone knowing
	MOVE "CLAIM-ADJUST" TO RC-PROGRAM-ID
	READ RUN-CONTROL
		INVALID KEY
			MOVE ZERO TO RC-RUN-DATE
			MOVE SPACE TO RC-OUTCOME
	END-READ
	IF RC-RUN-DATE = WS-RC-DATE
		AND (RC-OUTCOME = "R" OR RC-OUTCOME = "C")
		DISPLAY WS-RC-THIS-PROGRAM
			": CLAIM-ADJUST HAS ALREADY RUN TODAY - NOT STARTED"
		CLOSE RUN-CONTROL
		GO TO 0100-EXIT
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
	MOVE "claim_adjustments.txt" TO WS-SG-FILE-NAME
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
		WHEN "claim_adjustments.txt"
			OPEN INPUT ADJUSTMENT-TRANS
			MOVE WS-TRANS-STATUS TO WS-SG-LIVE-STATUS
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
		WHEN "claim_adjustments.txt"
			READ ADJUSTMENT-TRANS
				AT END
					MOVE "Y" TO WS-SG-EOF-SWITCH
				NOT AT END
					MOVE LENGTH OF TRANS-RECORD TO WS-SG-RECORD-LENGTH
					MOVE TRANS-RECORD TO SNAPSHOT-RECORD
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
		WHEN "claim_adjustments.txt"
			CLOSE ADJUSTMENT-TRANS
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
*> 1490-STOP-RUN-SHORT - a file the sweep cannot do without did
*> not open, or more claims need voiding than the table holds, so
*> nothing may be queued: stamp the run stopped short (a rerun
*> stays unblocked once the file or the table is fixed) and stop
*> here
*>------------------------------------------------------------*
1490-STOP-RUN-SHORT.
	MOVE "F" TO WS-RC-END-OUTCOME
	PERFORM 9900-STAMP-RUN-END THRU 9900-EXIT
	STOP RUN.
1490-EXIT.
	EXIT.

*>Explicit program termination
END PROGRAM RETRO-TERM-SWEEP.
