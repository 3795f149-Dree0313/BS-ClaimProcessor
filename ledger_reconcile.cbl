*>Identifies the program
IDENTIFICATION DIVISION.
*>Name of the program
PROGRAM-ID. LEDGER-RECONCILE.
AUTHOR. CLAIMS-SYSTEMS-UNIT.
DATE-WRITTEN. 2026-10-15.
*>Modification history - date, initials, one-line description
*>2026-10-15 rwm  Original run - the cross-file integrity check.
*>                PROCESS-CLAIMS, SUSPENSE-RELEASE, CLAIM-ADJUST,
*>                EFT-RETURNS and EFT-REISSUE all move the member
*>                accumulators and the two ledgers, and nothing
*>                proved they still agreed. This job replays
*>                DECISION-HISTORY and payment_history.dat into a
*>                scratch work file and recomputes what each file
*>                should hold: every member's YTD paid, deductible
*>                met and claim count for the plan year (approvals
*>                less voids and bounces, plus reissues), one
*>                duplicate-ledger entry per standing approval, and
*>                one extract-ledger entry per approval the extract
*>                has had its chance at. Every difference is listed
*>                by member or claim ID. Run with mode "C" in
*>                reconcile_parms.dat once an operator has reviewed
*>                the report, and it also writes the corrections it
*>                safely can, each one logged on an audit report.
*>2026-10-15 rwm  Mode C refuses to start while any program that
*>                moves the accumulators or the ledgers is
*>                mid-flight today, so a correction is never written
*>                over a night still in progress, and copies the
*>                three files it corrects into the night's snapshot
*>                generation first, so NIGHT-RESTORE rolls the
*>                corrections back with the rest of the night
*>2026-10-15 rwm  Decision history and payment history are replayed
*>                merged in date order, and each back-out floors the
*>                member at zero as it lands, the way CLAIM-ADJUST
*>                and EFT-RETURNS floor it - a bounce floored at
*>                zero and then reissued no longer reads as a
*>                difference

*>Describes external resources(files, devices, printers). Tells how program how to interact with the outside world
ENVIRONMENT DIVISION.
*>Subsection for handling files
INPUT-OUTPUT SECTION.
*>Defines local file names and how they map to physical files
FILE-CONTROL.
	*>Shared run-control ledger - every program in the daily
	*>sequence stamps it at start and end, and refuses to start
	*>out of order. Also where the extract's last run is read.
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
	*>Operator parameters - report or correct, and the plan year's
	*>first day. Optional; no file means report only, for the
	*>plan year that began January 1.
	SELECT RECONCILE-PARMS ASSIGN TO "reconcile_parms.dat"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-PARMS-STATUS.
	*>YEAR-ROLLOVER's parameters - the timely-filing cutoff its
	*>ledger purge last ran with. Entries dated before it are
	*>rightly gone from the duplicate ledger.
	SELECT ROLLOVER-PARMS ASSIGN TO "rollover_parms.dat"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-ROLLOVER-STATUS.
	*>Every decision every night - the detail everything else is
	*>recomputed from
	SELECT DECISION-HISTORY ASSIGN TO "decision_history.dat"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-DECHIST-STATUS.
	*>Every bounce EFT-RETURNS backed out and every reissue
	*>EFT-REISSUE sent, one record per claim
	SELECT PAYMENT-HISTORY ASSIGN TO "payment_history.dat"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-PH-STATUS.
	*>Per-claim-type cost-share rows - the annual deductible the
	*>replay applies, as the adjudicating programs did
	SELECT COST-SHARE-FILE ASSIGN TO "cost_share_table.dat"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-COSTSHARE-STATUS.
	*>Running year-to-date accumulators per member
	SELECT MEMBER-HISTORY-FILE ASSIGN TO "member_history.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS MH-MEMBER-ID
		FILE STATUS IS WS-MH-STATUS.
	*>Every claim ID already paid
	SELECT DUPLICATE-LEDGER ASSIGN TO "duplicate_ledger.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS DL-CLAIM-ID
		ALTERNATE RECORD KEY IS DL-COMPOSITE-KEY WITH DUPLICATES
		FILE STATUS IS WS-DL-STATUS.
	*>Every claim ID already sent to the processor
	SELECT EXTRACT-LEDGER ASSIGN TO "eft_extract_ledger.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS XL-CLAIM-ID
		FILE STATUS IS WS-XL-STATUS.
	*>Scratch file the replay builds - one row per claim approved
	*>or voided, one per member active in the plan year. Rebuilt
	*>empty every run.
	SELECT RECONCILE-WORK ASSIGN TO "reconcile_work.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS WK-KEY
		FILE STATUS IS WS-WK-STATUS.
	*>Every difference found
	SELECT RECONCILE-REPORT ASSIGN TO "reconcile_report.txt"
		ORGANIZATION IS SEQUENTIAL.
	*>Every correction written, before and after - correction
	*>mode only
	SELECT CORRECTION-AUDIT ASSIGN TO "reconcile_corrections.txt"
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

FD RECONCILE-PARMS.
*>The single parameter row
01 RECONCILE-PARMS-RECORD.
	*>"C" writes the corrections; "R" or blank only reports
	05 RCN-MODE		PIC X(1).
	*>First run date of the plan year, YYYYMMDD - blank means
	*>January 1 of the current year
	05 RCN-PLAN-YEAR-START	PIC X(8).

FD ROLLOVER-PARMS.
*>The single parameter row
01 ROLLOVER-PARMS-RECORD.
	*>The plan year being closed - stamped on the archive records
	05 RP-PLAN-YEAR		PIC X(4).
	*>Ledger entries with a claim date before this purge
	05 RP-PURGE-CUTOFF	PIC X(8).

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

FD PAYMENT-HISTORY.
*>One claim's payment money moving after the night it was approved
01 PAYMENT-HISTORY-RECORD.
	05 PH-EVENT-DATE	PIC 9(8).
	05 PH-CLAIM-ID		PIC X(10).
	05 PH-MEMBER-ID		PIC X(5).
	*>"B" bounced and backed out, "R" reissued
	05 PH-EVENT-TYPE	PIC X(1).
	05 PH-AMOUNT		PIC 9(9).

FD COST-SHARE-FILE.
*>One cost-share row, in force from CS-EFFECTIVE-DATE forward
01 COST-SHARE-RECORD.
	05 CS-CLAIM-TYPE	PIC X(2).
	05 CS-EFFECTIVE-DATE	PIC X(8).
	*>The member's annual deductible for this claim type
	05 CS-DEDUCTIBLE	PIC 9(7).
	*>The flat per-visit copay once the deductible is met
	05 CS-COPAY		PIC 9(5).
	*>The member's percentage of what remains after both
	05 CS-COINS-PERCENT	PIC 9(3).

FD MEMBER-HISTORY-FILE.
*>One member's running year-to-date paid total, deductible met so
*>far this plan year, and claim count
01 MH-RECORD.
	05 MH-MEMBER-ID		PIC X(5).
	05 MH-YTD-PAID-AMOUNT	PIC 9(9).
	05 MH-DEDUCT-MET-AMOUNT	PIC 9(9).
	05 MH-YTD-CLAIM-COUNT	PIC 9(5).

FD DUPLICATE-LEDGER.
*>One claim already paid, keyed for lookup by claim ID or by the
*>member/date/amount combination
01 DL-RECORD.
	05 DL-CLAIM-ID		PIC X(10).
	05 DL-COMPOSITE-KEY.
		10 DL-MEMBER-ID		PIC X(5).
		10 DL-CLAIM-DATE	PIC X(8).
		10 DL-CLAIM-AMOUNT	PIC 9(6).

FD EXTRACT-LEDGER.
*>One claim ID already sent to the processor
01 XL-RECORD.
	05 XL-CLAIM-ID		PIC X(10).
	05 XL-BATCH-SEQUENCE	PIC 9(4).
	05 XL-EXTRACT-DATE	PIC 9(8).

FD RECONCILE-WORK.
*>One claim's approvals and voids, as the history tells them
01 WK-RECORD.
	05 WK-KEY.
		*>"C" claim row, "M" member row
		10 WK-KEY-TYPE		PIC X(1).
		10 WK-KEY-ID		PIC X(10).
	05 WK-CLAIM-VIEW.
		10 WK-APPROVALS		PIC 9(5).
		10 WK-VOIDS		PIC 9(5).
		*>The latest approval - what the ledger entry should carry
		10 WK-MEMBER-ID		PIC X(5).
		10 WK-CLAIM-DATE	PIC X(8).
		10 WK-CLAIM-AMOUNT	PIC 9(6).
		10 WK-APPROVAL-DATE	PIC 9(8).
	*>The same bytes read as one member's recomputed plan year -
	*>signed, since a recall can land before its approval's year
	05 WK-MEMBER-VIEW REDEFINES WK-CLAIM-VIEW.
		10 WK-YTD-PAID		PIC S9(11).
		10 WK-DEDUCT-MET	PIC 9(9).
		10 WK-CLAIM-COUNT	PIC S9(7).
		10 FILLER		PIC X(10).

FD RECONCILE-REPORT.
*>One printed line of the difference report
01 RECONCILE-REPORT-RECORD	PIC X(132).

FD CORRECTION-AUDIT.
*>One printed line of the correction audit
01 CORRECTION-AUDIT-RECORD	PIC X(132).

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
01 WS-RC-THIS-PROGRAM	PIC X(18) VALUE "LEDGER-RECONCILE".
01 WS-RC-PREREQ		PIC X(18) VALUE SPACES.
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
01 WS-RC-EOF-SWITCH	PIC X VALUE "N".
	88 WS-RC-EOF			VALUE "Y".
*>The first program found mid-flight today that moves a file
*>correction mode writes - spaces when all of them are quiet
01 WS-BUSY-PROGRAM	PIC X(18) VALUE SPACES.

*>----------------------------------------------------------------*
*>File statuses and end-of-file flags
*>----------------------------------------------------------------*
01 WS-PARMS-STATUS	PIC XX.
	88 WS-PARMS-OK			VALUE "00".
01 WS-ROLLOVER-STATUS	PIC XX.
	88 WS-ROLLOVER-OK		VALUE "00".
01 WS-DECHIST-STATUS	PIC XX.
	88 WS-DECHIST-OK		VALUE "00".
01 WS-PH-STATUS		PIC XX.
	88 WS-PH-OK			VALUE "00".
01 WS-MH-STATUS		PIC XX.
01 WS-DL-STATUS		PIC XX.
01 WS-XL-STATUS		PIC XX.
01 WS-WK-STATUS		PIC XX.
01 EOF-FLAG		PIC X VALUE "N".
01 EVENT-EOF-FLAG	PIC X VALUE "N".
01 WORK-EOF-FLAG	PIC X VALUE "N".
01 LEDGER-EOF-FLAG	PIC X VALUE "N".

*>----------------------------------------------------------------*
*>What this run checks against and whether it corrects
*>----------------------------------------------------------------*
01 WS-INPUTS-GOOD-SWITCH	PIC X VALUE "N".
	88 WS-INPUTS-GOOD		VALUE "Y".
01 WS-MODE-SWITCH	PIC X VALUE "R".
	88 WS-CORRECTION-MODE		VALUE "C".
01 WS-PLAN-YEAR-START	PIC 9(8).
*>Duplicate-ledger entries dated before this were purged by
*>YEAR-ROLLOVER - LOW-VALUES when it has never run
01 WS-PURGE-CUTOFF	PIC X(8) VALUE LOW-VALUES.
*>Approvals on or before this run date have been through the
*>extract; zero when the extract has never run
01 WS-LAST-EXTRACT-DATE	PIC 9(8) VALUE ZERO.
01 WS-DAY-INT		PIC 9(8) COMP.
*>Today's date and time, for the report headings
01 WS-RUN-DATE		PIC 9(8).
01 WS-RUN-TIME		PIC 9(6).

*>----------------------------------------------------------------*
*>Per-claim-type cost-share table, loaded from COST-SHARE-FILE the
*>way PROCESS-CLAIMS loads it. Only the deductible matters here.
*>----------------------------------------------------------------*
01 WS-COSTSHARE-STATUS	PIC XX.
	88 WS-COSTSHARE-STATUS-OK	VALUE "00".
01 WS-COSTSHARE-EOF	PIC X VALUE "N".
	88 WS-COSTSHARE-AT-END		VALUE "Y".
01 WS-COSTSHARE-COUNT	PIC 9(3) COMP VALUE ZERO.
01 WS-COSTSHARE-TABLE.
	05 WS-COSTSHARE-ENTRY OCCURS 1 TO 50 TIMES
			DEPENDING ON WS-COSTSHARE-COUNT.
		10 WS-CST-TYPE		PIC X(2).
		10 WS-CST-EFF-DATE	PIC X(8).
		10 WS-CST-DEDUCTIBLE	PIC 9(7).
01 WS-COSTSHARE-INDEX	PIC 9(3) COMP.
01 WS-CS-BEST-EFF-DATE	PIC X(8) VALUE LOW-VALUES.
01 WS-CS-OT-BEST-EFF	PIC X(8) VALUE LOW-VALUES.
01 WS-CS-FOUND-SWITCH	PIC X VALUE "N".
	88 WS-COSTSHARE-FOUND		VALUE "Y".
01 WS-CS-OT-SWITCH	PIC X VALUE "N".
	88 WS-CS-OT-FOUND		VALUE "Y".
01 WS-CS-DEDUCTIBLE	PIC 9(7).
01 WS-CS-OT-DEDUCTIBLE	PIC 9(7).
*>The approval being replayed, in the fields the search reads
01 WS-CLAIM-DATE	PIC X(8).
01 WS-CLAIM-TYPE	PIC X(2).
*>The approval's member share (allowed less plan-paid) and the
*>part of it the deductible took
01 WS-MEMBER-SHARE	PIC 9(7).
01 WS-DEDUCT-REMAINING	PIC 9(9).
01 WS-DEDUCT-PORTION	PIC 9(9).

*>----------------------------------------------------------------*
*>Work-file handling - the key being fetched and whether the row
*>is new
*>----------------------------------------------------------------*
01 WS-WK-NEW-SWITCH	PIC X VALUE "N".
	88 WS-WK-NEW			VALUE "Y".
*>The member's change from the record being replayed
01 WS-PAID-CHANGE	PIC S9(9).
01 WS-COUNT-CHANGE	PIC S9(1).

*>----------------------------------------------------------------*
*>One claim's or member's check
*>----------------------------------------------------------------*
01 WS-STANDING-SWITCH	PIC X VALUE "N".
	88 WS-CLAIM-STANDING		VALUE "Y".
*>The member's figures as recomputed, floored at zero the way the
*>updating programs floor them
01 WS-EXP-PAID		PIC 9(9).
01 WS-EXP-DEDUCT	PIC 9(9).
01 WS-EXP-COUNT		PIC 9(5).
01 WS-MH-FOUND-SWITCH	PIC X VALUE "N".
	88 WS-MH-FOUND			VALUE "Y".
01 WS-MH-DIFF-SWITCH	PIC X VALUE "N".
	88 WS-MH-DIFFERS		VALUE "Y".
*>The member-history record as found, for the audit
01 WS-BEFORE-PAID	PIC 9(9).
01 WS-BEFORE-DEDUCT	PIC 9(9).
01 WS-BEFORE-COUNT	PIC 9(5).

*>----------------------------------------------------------------*
*>Run counts for the report foot
*>----------------------------------------------------------------*
01 WS-DECISIONS-READ	PIC 9(9) VALUE ZERO.
01 WS-EVENTS-READ	PIC 9(9) VALUE ZERO.
01 WS-CLAIMS-CHECKED	PIC 9(7) VALUE ZERO.
01 WS-MEMBERS-CHECKED	PIC 9(7) VALUE ZERO.
01 WS-MH-DIFFERENCES	PIC 9(7) VALUE ZERO.
01 WS-DL-DIFFERENCES	PIC 9(7) VALUE ZERO.
01 WS-XL-DIFFERENCES	PIC 9(7) VALUE ZERO.
01 WS-DH-DIFFERENCES	PIC 9(7) VALUE ZERO.
01 WS-CORRECTIONS	PIC 9(7) VALUE ZERO.
*>Differences no program may settle on its own - an operator
*>works these
01 WS-REVIEW-COUNT	PIC 9(7) VALUE ZERO.
*>Edited fields used to print the report
01 WS-EDIT-COUNT	PIC ZZZ,ZZ9.
01 WS-EDIT-AMOUNT	PIC ZZZ,ZZZ,ZZ9.

*>----------------------------------------------------------------*
*>Report headings and detail line
*>----------------------------------------------------------------*
01 WS-RPT-HEADING-1.
	05 FILLER		PIC X(35)
			VALUE "LEDGER RECONCILIATION - RUN DATE: ".
	05 WS-RPT-HDG-DATE	PIC 9(8).
	05 FILLER		PIC X(4) VALUE SPACES.
	05 FILLER		PIC X(6) VALUE "MODE: ".
	05 WS-RPT-HDG-MODE	PIC X(16).

01 WS-RPT-HEADING-2.
	05 FILLER		PIC X(18) VALUE "PLAN YEAR START: ".
	05 WS-RPT-HDG-PLAN-YEAR	PIC 9(8).
	05 FILLER		PIC X(4) VALUE SPACES.
	05 FILLER		PIC X(21) VALUE "LEDGER PURGE CUTOFF: ".
	05 WS-RPT-HDG-CUTOFF	PIC X(8).
	05 FILLER		PIC X(4) VALUE SPACES.
	05 FILLER		PIC X(24) VALUE "EXTRACTED THROUGH RUN: ".
	05 WS-RPT-HDG-EXTRACT	PIC 9(8).

01 WS-RPT-HEADING-3.
	05 FILLER		PIC X(18) VALUE "FILE".
	05 FILLER		PIC X(12) VALUE "MEMBER/CLAIM".
	05 FILLER		PIC X(40) VALUE "DIFFERENCE".
	05 FILLER		PIC X(13) VALUE "      ON FILE".
	05 FILLER		PIC X(13) VALUE "   RECOMPUTED".
	05 FILLER		PIC X(2) VALUE SPACES.
	05 FILLER		PIC X(12) VALUE "ACTION".

01 WS-RPT-DETAIL-LINE.
	05 WS-RD-FILE		PIC X(16).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 WS-RD-KEY		PIC X(10).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 WS-RD-ISSUE		PIC X(38).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 WS-RD-ON-FILE	PIC X(11).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 WS-RD-EXPECTED	PIC X(11).
	05 FILLER		PIC X(4) VALUE SPACES.
	05 WS-RD-ACTION		PIC X(12).

*>----------------------------------------------------------------*
*>Correction audit heading and detail line
*>----------------------------------------------------------------*
01 WS-AUD-HEADING-1.
	05 FILLER		PIC X(40)
			VALUE "LEDGER RECONCILIATION CORRECTIONS - RUN ".
	05 FILLER		PIC X(6) VALUE "DATE: ".
	05 WS-AUD-HDG-DATE	PIC 9(8).
	05 FILLER		PIC X(4) VALUE SPACES.
	05 FILLER		PIC X(6) VALUE "TIME: ".
	05 WS-AUD-HDG-TIME	PIC 9(6).

01 WS-AUD-HEADING-2.
	05 FILLER		PIC X(18) VALUE "FILE".
	05 FILLER		PIC X(12) VALUE "MEMBER/CLAIM".
	05 FILLER		PIC X(10) VALUE "ACTION".
	05 FILLER		PIC X(46) VALUE "BEFORE".
	05 FILLER		PIC X(46) VALUE "AFTER".

01 WS-AUD-DETAIL-LINE.
	05 WS-AD-FILE		PIC X(16).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 WS-AD-KEY		PIC X(10).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 WS-AD-ACTION		PIC X(8).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 WS-AD-BEFORE		PIC X(44).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 WS-AD-AFTER		PIC X(44).

*>A member-history record, or a duplicate-ledger entry, laid out
*>for the before and after columns
01 WS-AUD-MH-IMAGE.
	05 FILLER		PIC X(5) VALUE "PAID ".
	05 WS-AIM-PAID		PIC 9(9).
	05 FILLER		PIC X(7) VALUE "  DEDU ".
	05 WS-AIM-DEDUCT	PIC 9(9).
	05 FILLER		PIC X(8) VALUE "  COUNT ".
	05 WS-AIM-COUNT		PIC 9(5).
01 WS-AUD-DL-IMAGE.
	05 FILLER		PIC X(7) VALUE "MEMBER ".
	05 WS-AID-MEMBER-ID	PIC X(5).
	05 FILLER		PIC X(7) VALUE "  DATE ".
	05 WS-AID-CLAIM-DATE	PIC X(8).
	05 FILLER		PIC X(9) VALUE "  AMOUNT ".
	05 WS-AID-CLAIM-AMOUNT	PIC 9(6).
01 WS-AUD-XL-IMAGE.
	05 FILLER		PIC X(6) VALUE "BATCH ".
	05 WS-AIX-BATCH		PIC 9(4).
	05 FILLER		PIC X(12) VALUE "  EXTRACTED ".
	05 WS-AIX-DATE		PIC 9(8).

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
	IF WS-INPUTS-GOOD
		*>Both histories are read one record ahead and replayed
		*>merged, oldest date first
		PERFORM 2020-READ-DECISION THRU 2020-EXIT
		PERFORM 2520-READ-PAYMENT-EVENT THRU 2520-EXIT
		PERFORM 2000-REPLAY-NEXT-EVENT THRU 2000-EXIT
			UNTIL EOF-FLAG = "Y" AND EVENT-EOF-FLAG = "Y"
		PERFORM 3000-OPEN-REPORTS THRU 3000-EXIT
		PERFORM 3100-CHECK-WORK-ROW THRU 3100-EXIT
			UNTIL WORK-EOF-FLAG = "Y"
		PERFORM 4000-SWEEP-DUPLICATE-LEDGER THRU 4000-EXIT
		PERFORM 4500-SWEEP-EXTRACT-LEDGER THRU 4500-EXIT
		PERFORM 5000-SWEEP-MEMBER-HISTORY THRU 5000-EXIT
		PERFORM 8000-FINALIZE THRU 8000-EXIT
	ELSE
		*>Nothing checked - the ledger shows the run stopped
		*>short, so a rerun with good parameters is not refused
		MOVE "F" TO WS-RC-END-OUTCOME
	END-IF
	PERFORM 9900-STAMP-RUN-END THRU 9900-EXIT
	STOP RUN.

*>------------------------------------------------------------*
*> 1000-INITIALIZE - read the parameters and the purge cutoff,
*> find how far the extract has run, load the deductibles, and
*> open every file. The accumulators and ledgers open for update
*> only in correction mode, and are never created here.
*>------------------------------------------------------------*
1000-INITIALIZE.
	ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
	ACCEPT WS-RUN-TIME FROM TIME
	PERFORM 1100-READ-PARMS THRU 1100-EXIT
	IF NOT WS-INPUTS-GOOD
		DISPLAY "LEDGER-RECONCILE: PARAMETER FILE BAD - "
			"NOTHING CHECKED"
		GO TO 1000-EXIT
	END-IF
	IF WS-CORRECTION-MODE
		PERFORM 1300-CHECK-QUIET THRU 1300-EXIT
		IF WS-BUSY-PROGRAM NOT = SPACES
			DISPLAY "LEDGER-RECONCILE: " WS-BUSY-PROGRAM
				" IS MID-FLIGHT TODAY - NOTHING CHECKED, "
				"FILES LEFT AS IS"
			MOVE "N" TO WS-INPUTS-GOOD-SWITCH
			GO TO 1000-EXIT
		END-IF
		*>No correction is written without its pre-run copy
		PERFORM 0200-TAKE-SNAPSHOTS THRU 0200-EXIT
	END-IF
	PERFORM 1150-READ-PURGE-CUTOFF THRU 1150-EXIT
	PERFORM 1200-FIND-LAST-EXTRACT THRU 1200-EXIT
	PERFORM 1280-LOAD-COST-SHARE-TABLE THRU 1280-EXIT

	OPEN INPUT DECISION-HISTORY
	IF NOT WS-DECHIST-OK
		DISPLAY "LEDGER-RECONCILE: DECISION-HISTORY OPEN FAILED, "
			"STATUS = " WS-DECHIST-STATUS " - NOTHING CHECKED"
		MOVE "N" TO WS-INPUTS-GOOD-SWITCH
		GO TO 1000-EXIT
	END-IF
	*>"35" alone means no payment ever bounced or was reissued
	OPEN INPUT PAYMENT-HISTORY
	IF WS-PH-STATUS = "35"
		MOVE "Y" TO EVENT-EOF-FLAG
	ELSE
		IF NOT WS-PH-OK
			DISPLAY "LEDGER-RECONCILE: PAYMENT-HISTORY OPEN FAILED, "
				"STATUS = " WS-PH-STATUS " - NOTHING CHECKED"
			MOVE "N" TO WS-INPUTS-GOOD-SWITCH
			CLOSE DECISION-HISTORY
			GO TO 1000-EXIT
		END-IF
	END-IF

	IF WS-CORRECTION-MODE
		OPEN I-O MEMBER-HISTORY-FILE
		OPEN I-O DUPLICATE-LEDGER
		OPEN I-O EXTRACT-LEDGER
	ELSE
		OPEN INPUT MEMBER-HISTORY-FILE
		OPEN INPUT DUPLICATE-LEDGER
		OPEN INPUT EXTRACT-LEDGER
	END-IF
	IF WS-MH-STATUS NOT = "00" OR WS-DL-STATUS NOT = "00"
		OR WS-XL-STATUS NOT = "00"
		DISPLAY "LEDGER-RECONCILE: OPEN FAILED - MEMBER-HISTORY "
			WS-MH-STATUS ", DUPLICATE-LEDGER " WS-DL-STATUS
			", EXTRACT-LEDGER " WS-XL-STATUS
			" - NOTHING CHECKED, FILES LEFT AS IS"
		PERFORM 1490-STOP-RUN-SHORT THRU 1490-EXIT
	END-IF

	*>The scratch file starts empty every run
	OPEN OUTPUT RECONCILE-WORK
	CLOSE RECONCILE-WORK
	OPEN I-O RECONCILE-WORK
	IF WS-WK-STATUS NOT = "00"
		DISPLAY "LEDGER-RECONCILE: WORK FILE OPEN FAILED, STATUS = "
			WS-WK-STATUS " - NOTHING CHECKED"
		PERFORM 1490-STOP-RUN-SHORT THRU 1490-EXIT
	END-IF
	.
1000-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 1100-READ-PARMS - no file at all is a report-only run for the
*> calendar plan year; a file that is there must edit, since it
*> may be asking for corrections
*>------------------------------------------------------------*
1100-READ-PARMS.
	MOVE "Y" TO WS-INPUTS-GOOD-SWITCH
	MOVE "R" TO WS-MODE-SWITCH
	COMPUTE WS-PLAN-YEAR-START = (WS-RUN-DATE / 10000) * 10000 + 101
	OPEN INPUT RECONCILE-PARMS
	IF NOT WS-PARMS-OK
		GO TO 1100-EXIT
	END-IF
	READ RECONCILE-PARMS
		AT END
			CONTINUE
		NOT AT END
			IF (RCN-MODE NOT = "C" AND RCN-MODE NOT = "R"
					AND RCN-MODE NOT = SPACE)
				OR (RCN-PLAN-YEAR-START NOT NUMERIC
					AND RCN-PLAN-YEAR-START NOT = SPACES)
				MOVE "N" TO WS-INPUTS-GOOD-SWITCH
			ELSE
				IF RCN-MODE = "C"
					MOVE "C" TO WS-MODE-SWITCH
				END-IF
				IF RCN-PLAN-YEAR-START NOT = SPACES
					MOVE RCN-PLAN-YEAR-START TO WS-PLAN-YEAR-START
				END-IF
			END-IF
	END-READ
	CLOSE RECONCILE-PARMS
	.
1100-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 1150-READ-PURGE-CUTOFF - the cutoff YEAR-ROLLOVER purged the
*> duplicate ledger to, if it has one
*>------------------------------------------------------------*
1150-READ-PURGE-CUTOFF.
	OPEN INPUT ROLLOVER-PARMS
	IF NOT WS-ROLLOVER-OK
		GO TO 1150-EXIT
	END-IF
	READ ROLLOVER-PARMS
		AT END
			CONTINUE
		NOT AT END
			IF RP-PURGE-CUTOFF NUMERIC
				MOVE RP-PURGE-CUTOFF TO WS-PURGE-CUTOFF
			END-IF
	END-READ
	CLOSE ROLLOVER-PARMS
	.
1150-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 1200-FIND-LAST-EXTRACT - the extract's latest run from the
*> shared ledger. A completed run covers its own day's approvals;
*> one that stopped short or is mid-flight covers only the days
*> before it.
*>------------------------------------------------------------*
1200-FIND-LAST-EXTRACT.
	MOVE "EFT-EXTRACT" TO RC-PROGRAM-ID
	READ RUN-CONTROL
		INVALID KEY
			MOVE ZERO TO WS-LAST-EXTRACT-DATE
			GO TO 1200-EXIT
	END-READ
	IF RC-OUTCOME = "C"
		MOVE RC-RUN-DATE TO WS-LAST-EXTRACT-DATE
	ELSE
		COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(RC-RUN-DATE) - 1
		COMPUTE WS-LAST-EXTRACT-DATE =
			FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
	END-IF
	.
1200-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 1280-LOAD-COST-SHARE-TABLE - read every row of COST-SHARE-FILE
*> into WS-COSTSHARE-TABLE. A missing file means no deductible
*> applied, as it does in PROCESS-CLAIMS.
*>------------------------------------------------------------*
1280-LOAD-COST-SHARE-TABLE.
	MOVE ZERO TO WS-COSTSHARE-COUNT
	MOVE "N" TO WS-COSTSHARE-EOF
	OPEN INPUT COST-SHARE-FILE
	IF WS-COSTSHARE-STATUS-OK
		PERFORM 1290-READ-COST-SHARE-RECORD THRU 1290-EXIT
			UNTIL WS-COSTSHARE-AT-END
		CLOSE COST-SHARE-FILE
	END-IF
	.
1280-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 1290-READ-COST-SHARE-RECORD - append one COST-SHARE-FILE row to
*> WS-COSTSHARE-TABLE, up to its 50-entry capacity
*>------------------------------------------------------------*
1290-READ-COST-SHARE-RECORD.
	READ COST-SHARE-FILE
		AT END
			MOVE "Y" TO WS-COSTSHARE-EOF
		NOT AT END
			IF WS-COSTSHARE-COUNT < 50
				ADD 1 TO WS-COSTSHARE-COUNT
				MOVE CS-CLAIM-TYPE TO WS-CST-TYPE (WS-COSTSHARE-COUNT)
				MOVE CS-EFFECTIVE-DATE
					TO WS-CST-EFF-DATE (WS-COSTSHARE-COUNT)
				MOVE CS-DEDUCTIBLE
					TO WS-CST-DEDUCTIBLE (WS-COSTSHARE-COUNT)
			ELSE
				DISPLAY "WARNING: COST-SHARE-FILE HAS MORE THAN 50 ROWS, CLAIM TYPE "
					CS-CLAIM-TYPE " EFFECTIVE " CS-EFFECTIVE-DATE
					" WAS DROPPED FROM THE COST-SHARE TABLE"
			END-IF
	END-READ
	.
1290-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 1300-CHECK-QUIET - the gate only keeps this job off
*> PROCESS-CLAIMS; before corrections are written no other
*> program that moves the accumulators or the ledgers may be
*> mid-flight today either
*>------------------------------------------------------------*
1300-CHECK-QUIET.
	MOVE SPACES TO WS-BUSY-PROGRAM
	MOVE "N" TO WS-RC-EOF-SWITCH
	MOVE LOW-VALUES TO RC-PROGRAM-ID
	START RUN-CONTROL KEY >= RC-PROGRAM-ID
		INVALID KEY
			MOVE "Y" TO WS-RC-EOF-SWITCH
	END-START
	PERFORM 1310-CHECK-ONE-RUN THRU 1310-EXIT
		UNTIL WS-RC-EOF
	.
1300-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 1310-CHECK-ONE-RUN - one ledger entry; a program that moves
*> member history, the duplicate ledger or the extract ledger,
*> stamped mid-flight today, refuses the corrections
*>------------------------------------------------------------*
1310-CHECK-ONE-RUN.
	READ RUN-CONTROL NEXT RECORD
		AT END
			MOVE "Y" TO WS-RC-EOF-SWITCH
		NOT AT END
			IF (RC-PROGRAM-ID = "PROCESS-CLAIMS"
					OR "SUSPENSE-RELEASE" OR "CLAIM-ADJUST"
					OR "EFT-EXTRACT" OR "EFT-RETURNS"
					OR "EFT-REISSUE" OR "YEAR-ROLLOVER")
				AND RC-RUN-DATE = WS-RC-DATE
				AND RC-OUTCOME = "R"
				MOVE RC-PROGRAM-ID TO WS-BUSY-PROGRAM
				MOVE "Y" TO WS-RC-EOF-SWITCH
			END-IF
	END-READ
	.
1310-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2000-REPLAY-NEXT-EVENT - whichever history holds the older
*> record goes next, so the member's accumulators move in the
*> order the writing programs moved the real ones. On the same
*> date the decision goes first: PROCESS-CLAIMS, SUSPENSE-RELEASE
*> and CLAIM-ADJUST run ahead of EFT-REISSUE and EFT-RETURNS in
*> the nightly sequence.
*>------------------------------------------------------------*
2000-REPLAY-NEXT-EVENT.
	IF EVENT-EOF-FLAG = "Y"
		PERFORM 2010-REPLAY-DECISION THRU 2010-EXIT
		GO TO 2000-EXIT
	END-IF
	IF EOF-FLAG = "Y"
		PERFORM 2500-REPLAY-PAYMENT-EVENT THRU 2500-EXIT
		GO TO 2000-EXIT
	END-IF
	IF DH-RUN-DATE NOT > PH-EVENT-DATE
		PERFORM 2010-REPLAY-DECISION THRU 2010-EXIT
	ELSE
		PERFORM 2500-REPLAY-PAYMENT-EVENT THRU 2500-EXIT
	END-IF
	.
2000-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2010-REPLAY-DECISION - the decision-history record in hand.
*> Every approval and void, of any year, goes on the claim's work
*> row for the ledger checks; those run in the plan year also
*> move the member's recomputed accumulators, the way the writing
*> programs moved the real ones. Then the next record is read.
*>------------------------------------------------------------*
2010-REPLAY-DECISION.
	EVALUATE TRUE
		WHEN DH-DECISION (1:8) = "APPROVED"
			PERFORM 2100-REPLAY-APPROVAL THRU 2100-EXIT
		WHEN DH-DECISION (1:7) = "VOIDED:"
			PERFORM 2200-REPLAY-VOID THRU 2200-EXIT
	END-EVALUATE
	PERFORM 2020-READ-DECISION THRU 2020-EXIT
	.
2010-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2020-READ-DECISION - the next decision-history record; the
*> file is closed at its end
*>------------------------------------------------------------*
2020-READ-DECISION.
	READ DECISION-HISTORY
		AT END
			MOVE "Y" TO EOF-FLAG
			CLOSE DECISION-HISTORY
			GO TO 2020-EXIT
	END-READ
	ADD 1 TO WS-DECISIONS-READ
	.
2020-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2100-REPLAY-APPROVAL - a nightly approval, a suspense release,
*> or an adjusted re-approval: the claim stands again, and in the
*> plan year the member gains the paid dollars, a claim, and
*> whatever the deductible took
*>------------------------------------------------------------*
2100-REPLAY-APPROVAL.
	MOVE "C" TO WK-KEY-TYPE
	MOVE DH-CLAIM-ID TO WK-KEY-ID
	PERFORM 2300-GET-WORK-ROW THRU 2300-EXIT
	IF WS-WK-NEW
		MOVE ZERO TO WK-APPROVALS WK-VOIDS
	END-IF
	ADD 1 TO WK-APPROVALS
	MOVE DH-MEMBER-ID TO WK-MEMBER-ID
	MOVE DH-CLAIM-DATE TO WK-CLAIM-DATE
	MOVE DH-CLAIM-AMOUNT TO WK-CLAIM-AMOUNT
	MOVE DH-RUN-DATE TO WK-APPROVAL-DATE
	PERFORM 2350-PUT-WORK-ROW THRU 2350-EXIT

	IF DH-RUN-DATE < WS-PLAN-YEAR-START
		GO TO 2100-EXIT
	END-IF
	MOVE "M" TO WK-KEY-TYPE
	MOVE DH-MEMBER-ID TO WK-KEY-ID
	PERFORM 2300-GET-WORK-ROW THRU 2300-EXIT
	IF WS-WK-NEW
		MOVE ZERO TO WK-YTD-PAID WK-DEDUCT-MET WK-CLAIM-COUNT
	END-IF
	PERFORM 2150-APPLY-DEDUCTIBLE THRU 2150-EXIT
	ADD DH-PAID-AMOUNT TO WK-YTD-PAID
	ADD WS-DEDUCT-PORTION TO WK-DEDUCT-MET
	ADD 1 TO WK-CLAIM-COUNT
	PERFORM 2350-PUT-WORK-ROW THRU 2350-EXIT
	.
2100-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2150-APPLY-DEDUCTIBLE - the deductible comes first out of the
*> member's share, so the part it took is the smaller of what was
*> still unmet and the member's share of the claim (allowed less
*> plan-paid). No cost-share row means no deductible.
*>------------------------------------------------------------*
2150-APPLY-DEDUCTIBLE.
	MOVE ZERO TO WS-DEDUCT-PORTION
	MOVE DH-CLAIM-DATE TO WS-CLAIM-DATE
	MOVE DH-CLAIM-TYPE TO WS-CLAIM-TYPE
	PERFORM 2170-FIND-COST-SHARE-ROW THRU 2170-EXIT
	IF NOT WS-COSTSHARE-FOUND
		GO TO 2150-EXIT
	END-IF
	IF WK-DEDUCT-MET >= WS-CS-DEDUCTIBLE
		GO TO 2150-EXIT
	END-IF
	IF DH-CLAIM-AMOUNT > DH-WRITE-OFF-AMOUNT + DH-PAID-AMOUNT
		COMPUTE WS-MEMBER-SHARE =
			DH-CLAIM-AMOUNT - DH-WRITE-OFF-AMOUNT - DH-PAID-AMOUNT
	ELSE
		MOVE ZERO TO WS-MEMBER-SHARE
	END-IF
	COMPUTE WS-DEDUCT-REMAINING = WS-CS-DEDUCTIBLE - WK-DEDUCT-MET
	IF WS-DEDUCT-REMAINING > WS-MEMBER-SHARE
		MOVE WS-MEMBER-SHARE TO WS-DEDUCT-PORTION
	ELSE
		MOVE WS-DEDUCT-REMAINING TO WS-DEDUCT-PORTION
	END-IF
	.
2150-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2170-FIND-COST-SHARE-ROW - table lookup by WS-CLAIM-TYPE and
*> claim date, latest effective date not after the service date,
*> with the OT row as the fallback
*>------------------------------------------------------------*
2170-FIND-COST-SHARE-ROW.
	MOVE LOW-VALUES TO WS-CS-BEST-EFF-DATE WS-CS-OT-BEST-EFF
	MOVE "N" TO WS-CS-FOUND-SWITCH WS-CS-OT-SWITCH
	MOVE ZERO TO WS-CS-DEDUCTIBLE
	PERFORM 2180-SEARCH-COST-SHARE-ENTRY THRU 2180-EXIT
		VARYING WS-COSTSHARE-INDEX FROM 1 BY 1
		UNTIL WS-COSTSHARE-INDEX > WS-COSTSHARE-COUNT
	IF NOT WS-COSTSHARE-FOUND AND WS-CS-OT-FOUND
		MOVE WS-CS-OT-DEDUCTIBLE TO WS-CS-DEDUCTIBLE
		MOVE "Y" TO WS-CS-FOUND-SWITCH
	END-IF
	.
2170-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2180-SEARCH-COST-SHARE-ENTRY - one probe of the cost-share
*> table, performed by 2170 for each subscript in turn
*>------------------------------------------------------------*
2180-SEARCH-COST-SHARE-ENTRY.
	IF WS-CST-EFF-DATE (WS-COSTSHARE-INDEX) <= WS-CLAIM-DATE
		IF WS-CST-TYPE (WS-COSTSHARE-INDEX) = WS-CLAIM-TYPE
			IF WS-CST-EFF-DATE (WS-COSTSHARE-INDEX)
				>= WS-CS-BEST-EFF-DATE
				MOVE WS-CST-EFF-DATE (WS-COSTSHARE-INDEX)
					TO WS-CS-BEST-EFF-DATE
				MOVE WS-CST-DEDUCTIBLE (WS-COSTSHARE-INDEX)
					TO WS-CS-DEDUCTIBLE
				MOVE "Y" TO WS-CS-FOUND-SWITCH
			END-IF
		END-IF
		IF WS-CST-TYPE (WS-COSTSHARE-INDEX) = "OT"
			IF WS-CST-EFF-DATE (WS-COSTSHARE-INDEX)
				>= WS-CS-OT-BEST-EFF
				MOVE WS-CST-EFF-DATE (WS-COSTSHARE-INDEX)
					TO WS-CS-OT-BEST-EFF
				MOVE WS-CST-DEDUCTIBLE (WS-COSTSHARE-INDEX)
					TO WS-CS-OT-DEDUCTIBLE
				MOVE "Y" TO WS-CS-OT-SWITCH
			END-IF
		END-IF
	END-IF
	.
2180-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2200-REPLAY-VOID - CLAIM-ADJUST recalled the claim: it no
*> longer stands, and in the plan year the member loses the paid
*> dollars and the claim. The deductible stands, as it does in
*> CLAIM-ADJUST - the member really paid that share.
*>------------------------------------------------------------*
2200-REPLAY-VOID.
	MOVE "C" TO WK-KEY-TYPE
	MOVE DH-CLAIM-ID TO WK-KEY-ID
	PERFORM 2300-GET-WORK-ROW THRU 2300-EXIT
	IF WS-WK-NEW
		MOVE ZERO TO WK-APPROVALS WK-VOIDS WK-CLAIM-AMOUNT
			WK-APPROVAL-DATE
		MOVE DH-MEMBER-ID TO WK-MEMBER-ID
		MOVE DH-CLAIM-DATE TO WK-CLAIM-DATE
	END-IF
	ADD 1 TO WK-VOIDS
	PERFORM 2350-PUT-WORK-ROW THRU 2350-EXIT

	IF DH-RUN-DATE < WS-PLAN-YEAR-START
		GO TO 2200-EXIT
	END-IF
	MOVE DH-MEMBER-ID TO WK-KEY-ID
	COMPUTE WS-PAID-CHANGE = ZERO - DH-PAID-AMOUNT
	MOVE -1 TO WS-COUNT-CHANGE
	PERFORM 2400-MOVE-MEMBER-PAID THRU 2400-EXIT
	.
2200-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2300-GET-WORK-ROW - read the work row for WK-KEY, or note it
*> is new so the caller can start it off
*>------------------------------------------------------------*
2300-GET-WORK-ROW.
	MOVE "N" TO WS-WK-NEW-SWITCH
	READ RECONCILE-WORK
		INVALID KEY
			MOVE "Y" TO WS-WK-NEW-SWITCH
	END-READ
	.
2300-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2350-PUT-WORK-ROW - write a new work row, rewrite an old one
*>------------------------------------------------------------*
2350-PUT-WORK-ROW.
	IF WS-WK-NEW
		WRITE WK-RECORD
	ELSE
		REWRITE WK-RECORD
	END-IF
	.
2350-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2400-MOVE-MEMBER-PAID - apply a void, a bounce or a reissue to
*> the member in WK-KEY-ID: paid dollars and one claim, either
*> way. A back-out floors at zero as it lands, as CLAIM-ADJUST
*> and EFT-RETURNS floor the real accumulators.
*>------------------------------------------------------------*
2400-MOVE-MEMBER-PAID.
	MOVE "M" TO WK-KEY-TYPE
	PERFORM 2300-GET-WORK-ROW THRU 2300-EXIT
	IF WS-WK-NEW
		MOVE ZERO TO WK-YTD-PAID WK-DEDUCT-MET WK-CLAIM-COUNT
	END-IF
	ADD WS-PAID-CHANGE TO WK-YTD-PAID
	IF WK-YTD-PAID < ZERO
		MOVE ZERO TO WK-YTD-PAID
	END-IF
	ADD WS-COUNT-CHANGE TO WK-CLAIM-COUNT
	IF WK-CLAIM-COUNT < ZERO
		MOVE ZERO TO WK-CLAIM-COUNT
	END-IF
	PERFORM 2350-PUT-WORK-ROW THRU 2350-EXIT
	.
2400-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2500-REPLAY-PAYMENT-EVENT - the payment-history record in
*> hand; in the plan year a bounce takes the paid dollars and the
*> claim back off the member, a reissue puts them back on. Then
*> the next record is read.
*>------------------------------------------------------------*
2500-REPLAY-PAYMENT-EVENT.
	IF PH-EVENT-DATE NOT < WS-PLAN-YEAR-START
		MOVE PH-MEMBER-ID TO WK-KEY-ID
		EVALUATE PH-EVENT-TYPE
			WHEN "B"
				COMPUTE WS-PAID-CHANGE = ZERO - PH-AMOUNT
				MOVE -1 TO WS-COUNT-CHANGE
				PERFORM 2400-MOVE-MEMBER-PAID THRU 2400-EXIT
			WHEN "R"
				MOVE PH-AMOUNT TO WS-PAID-CHANGE
				MOVE 1 TO WS-COUNT-CHANGE
				PERFORM 2400-MOVE-MEMBER-PAID THRU 2400-EXIT
		END-EVALUATE
	END-IF
	PERFORM 2520-READ-PAYMENT-EVENT THRU 2520-EXIT
	.
2500-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2520-READ-PAYMENT-EVENT - the next payment-history record; the
*> file is closed at its end. A run with no payment history at
*> all arrives here already at end.
*>------------------------------------------------------------*
2520-READ-PAYMENT-EVENT.
	IF EVENT-EOF-FLAG = "Y"
		GO TO 2520-EXIT
	END-IF
	READ PAYMENT-HISTORY
		AT END
			MOVE "Y" TO EVENT-EOF-FLAG
			CLOSE PAYMENT-HISTORY
			GO TO 2520-EXIT
	END-READ
	ADD 1 TO WS-EVENTS-READ
	.
2520-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 3000-OPEN-REPORTS - headings, and the work file positioned at
*> its first row for the check pass
*>------------------------------------------------------------*
3000-OPEN-REPORTS.
	OPEN OUTPUT RECONCILE-REPORT
	MOVE WS-RUN-DATE TO WS-RPT-HDG-DATE
	IF WS-CORRECTION-MODE
		MOVE "CORRECT" TO WS-RPT-HDG-MODE
	ELSE
		MOVE "REPORT ONLY" TO WS-RPT-HDG-MODE
	END-IF
	MOVE WS-PLAN-YEAR-START TO WS-RPT-HDG-PLAN-YEAR
	IF WS-PURGE-CUTOFF = LOW-VALUES
		MOVE "NONE" TO WS-RPT-HDG-CUTOFF
	ELSE
		MOVE WS-PURGE-CUTOFF TO WS-RPT-HDG-CUTOFF
	END-IF
	MOVE WS-LAST-EXTRACT-DATE TO WS-RPT-HDG-EXTRACT
	MOVE WS-RPT-HEADING-1 TO RECONCILE-REPORT-RECORD
	WRITE RECONCILE-REPORT-RECORD
	MOVE WS-RPT-HEADING-2 TO RECONCILE-REPORT-RECORD
	WRITE RECONCILE-REPORT-RECORD
	MOVE SPACES TO RECONCILE-REPORT-RECORD
	WRITE RECONCILE-REPORT-RECORD
	MOVE WS-RPT-HEADING-3 TO RECONCILE-REPORT-RECORD
	WRITE RECONCILE-REPORT-RECORD
	MOVE SPACES TO RECONCILE-REPORT-RECORD
	WRITE RECONCILE-REPORT-RECORD

	IF WS-CORRECTION-MODE
		OPEN OUTPUT CORRECTION-AUDIT
		MOVE WS-RUN-DATE TO WS-AUD-HDG-DATE
		MOVE WS-RUN-TIME TO WS-AUD-HDG-TIME
		MOVE WS-AUD-HEADING-1 TO CORRECTION-AUDIT-RECORD
		WRITE CORRECTION-AUDIT-RECORD
		MOVE SPACES TO CORRECTION-AUDIT-RECORD
		WRITE CORRECTION-AUDIT-RECORD
		MOVE WS-AUD-HEADING-2 TO CORRECTION-AUDIT-RECORD
		WRITE CORRECTION-AUDIT-RECORD
		MOVE SPACES TO CORRECTION-AUDIT-RECORD
		WRITE CORRECTION-AUDIT-RECORD
	END-IF

	MOVE LOW-VALUES TO WK-KEY
	START RECONCILE-WORK KEY >= WK-KEY
		INVALID KEY
			MOVE "Y" TO WORK-EOF-FLAG
	END-START
	.
3000-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 3100-CHECK-WORK-ROW - one work row, claims first, then members
*>------------------------------------------------------------*
3100-CHECK-WORK-ROW.
	READ RECONCILE-WORK NEXT RECORD
		AT END
			MOVE "Y" TO WORK-EOF-FLAG
			GO TO 3100-EXIT
	END-READ
	IF WK-KEY-TYPE = "C"
		PERFORM 3200-CHECK-CLAIM THRU 3200-EXIT
	ELSE
		PERFORM 3400-CHECK-MEMBER THRU 3400-EXIT
	END-IF
	.
3100-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 3200-CHECK-CLAIM - a claim stands when it was approved more
*> often than voided. A standing claim belongs on the duplicate
*> ledger (unless the rollover purge has aged it off) and, once
*> the extract has run over its approval, on the extract ledger;
*> a voided one belongs on neither.
*>------------------------------------------------------------*
3200-CHECK-CLAIM.
	ADD 1 TO WS-CLAIMS-CHECKED
	MOVE "N" TO WS-STANDING-SWITCH
	IF WK-APPROVALS > WK-VOIDS
		MOVE "Y" TO WS-STANDING-SWITCH
	END-IF
	*>Two approvals with no void between means the claim was paid
	*>twice somewhere - nothing here can say which payment to undo
	IF WK-APPROVALS > WK-VOIDS + 1 OR WK-VOIDS > WK-APPROVALS
		ADD 1 TO WS-DH-DIFFERENCES
		MOVE SPACES TO WS-RPT-DETAIL-LINE
		MOVE "DECISION-HISTORY" TO WS-RD-FILE
		MOVE WK-KEY-ID TO WS-RD-KEY
		IF WK-VOIDS > WK-APPROVALS
			MOVE "VOIDED MORE OFTEN THAN APPROVED" TO WS-RD-ISSUE
		ELSE
			MOVE "APPROVED AGAIN WITH NO VOID BETWEEN" TO WS-RD-ISSUE
		END-IF
		MOVE WK-APPROVALS TO WS-EDIT-AMOUNT
		MOVE WS-EDIT-AMOUNT TO WS-RD-ON-FILE
		MOVE WK-VOIDS TO WS-EDIT-AMOUNT
		MOVE WS-EDIT-AMOUNT TO WS-RD-EXPECTED
		PERFORM 3900-WRITE-REVIEW-LINE THRU 3900-EXIT
	END-IF
	PERFORM 3250-CHECK-DUPLICATE-ENTRY THRU 3250-EXIT
	PERFORM 3300-CHECK-EXTRACT-ENTRY THRU 3300-EXIT
	.
3200-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 3250-CHECK-DUPLICATE-ENTRY - the claim against the duplicate
*> ledger. A missing entry lets a resubmission pay twice; a
*> voided claim's leftover entry bounces its corrected
*> resubmission. Both, and a mismatched entry, are corrected.
*>------------------------------------------------------------*
3250-CHECK-DUPLICATE-ENTRY.
	MOVE WK-KEY-ID TO DL-CLAIM-ID
	READ DUPLICATE-LEDGER
		KEY IS DL-CLAIM-ID
		INVALID KEY
			IF WS-CLAIM-STANDING AND WK-CLAIM-DATE >= WS-PURGE-CUTOFF
				ADD 1 TO WS-DL-DIFFERENCES
				MOVE SPACES TO WS-RPT-DETAIL-LINE
				MOVE "DUPLICATE-LEDGER" TO WS-RD-FILE
				MOVE WK-KEY-ID TO WS-RD-KEY
				MOVE "STANDING APPROVAL NOT ON LEDGER" TO WS-RD-ISSUE
				PERFORM 3260-ADD-DUPLICATE-ENTRY THRU 3260-EXIT
			END-IF
			GO TO 3250-EXIT
	END-READ
	IF NOT WS-CLAIM-STANDING
		ADD 1 TO WS-DL-DIFFERENCES
		MOVE SPACES TO WS-RPT-DETAIL-LINE
		MOVE "DUPLICATE-LEDGER" TO WS-RD-FILE
		MOVE WK-KEY-ID TO WS-RD-KEY
		MOVE "VOIDED CLAIM STILL ON LEDGER" TO WS-RD-ISSUE
		PERFORM 3270-DROP-DUPLICATE-ENTRY THRU 3270-EXIT
		GO TO 3250-EXIT
	END-IF
	IF DL-MEMBER-ID NOT = WK-MEMBER-ID
		OR DL-CLAIM-DATE NOT = WK-CLAIM-DATE
		OR DL-CLAIM-AMOUNT NOT = WK-CLAIM-AMOUNT
		ADD 1 TO WS-DL-DIFFERENCES
		MOVE SPACES TO WS-RPT-DETAIL-LINE
		MOVE "DUPLICATE-LEDGER" TO WS-RD-FILE
		MOVE WK-KEY-ID TO WS-RD-KEY
		MOVE "ENTRY DIFFERS FROM LATEST APPROVAL" TO WS-RD-ISSUE
		MOVE DL-CLAIM-AMOUNT TO WS-EDIT-AMOUNT
		MOVE WS-EDIT-AMOUNT TO WS-RD-ON-FILE
		MOVE WK-CLAIM-AMOUNT TO WS-EDIT-AMOUNT
		MOVE WS-EDIT-AMOUNT TO WS-RD-EXPECTED
		PERFORM 3280-FIX-DUPLICATE-ENTRY THRU 3280-EXIT
	END-IF
	.
3250-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 3260-ADD-DUPLICATE-ENTRY - report the missing entry and, in
*> correction mode, write it from the latest approval
*>------------------------------------------------------------*
3260-ADD-DUPLICATE-ENTRY.
	MOVE WK-CLAIM-AMOUNT TO WS-EDIT-AMOUNT
	MOVE WS-EDIT-AMOUNT TO WS-RD-EXPECTED
	IF NOT WS-CORRECTION-MODE
		PERFORM 3950-WRITE-DIFFERENCE-LINE THRU 3950-EXIT
		GO TO 3260-EXIT
	END-IF
	MOVE WK-KEY-ID TO DL-CLAIM-ID
	MOVE WK-MEMBER-ID TO DL-MEMBER-ID
	MOVE WK-CLAIM-DATE TO DL-CLAIM-DATE
	MOVE WK-CLAIM-AMOUNT TO DL-CLAIM-AMOUNT
	WRITE DL-RECORD
		INVALID KEY
			MOVE "NOT WRITTEN" TO WS-RD-ACTION
			PERFORM 3950-WRITE-DIFFERENCE-LINE THRU 3950-EXIT
			GO TO 3260-EXIT
	END-WRITE
	MOVE "ADDED" TO WS-RD-ACTION
	PERFORM 3950-WRITE-DIFFERENCE-LINE THRU 3950-EXIT
	MOVE SPACES TO WS-AUD-DETAIL-LINE
	MOVE "DUPLICATE-LEDGER" TO WS-AD-FILE
	MOVE DL-CLAIM-ID TO WS-AD-KEY
	MOVE "ADDED" TO WS-AD-ACTION
	MOVE "NONE" TO WS-AD-BEFORE
	PERFORM 3290-IMAGE-DUPLICATE-ENTRY THRU 3290-EXIT
	MOVE WS-AUD-DL-IMAGE TO WS-AD-AFTER
	PERFORM 3990-WRITE-AUDIT-LINE THRU 3990-EXIT
	.
3260-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 3270-DROP-DUPLICATE-ENTRY - report the voided claim's entry
*> and, in correction mode, delete it as the void should have
*>------------------------------------------------------------*
3270-DROP-DUPLICATE-ENTRY.
	IF NOT WS-CORRECTION-MODE
		PERFORM 3950-WRITE-DIFFERENCE-LINE THRU 3950-EXIT
		GO TO 3270-EXIT
	END-IF
	PERFORM 3290-IMAGE-DUPLICATE-ENTRY THRU 3290-EXIT
	DELETE DUPLICATE-LEDGER RECORD
		INVALID KEY
			MOVE "NOT DELETED" TO WS-RD-ACTION
			PERFORM 3950-WRITE-DIFFERENCE-LINE THRU 3950-EXIT
			GO TO 3270-EXIT
	END-DELETE
	MOVE "DELETED" TO WS-RD-ACTION
	PERFORM 3950-WRITE-DIFFERENCE-LINE THRU 3950-EXIT
	MOVE SPACES TO WS-AUD-DETAIL-LINE
	MOVE "DUPLICATE-LEDGER" TO WS-AD-FILE
	MOVE WK-KEY-ID TO WS-AD-KEY
	MOVE "DELETED" TO WS-AD-ACTION
	MOVE WS-AUD-DL-IMAGE TO WS-AD-BEFORE
	MOVE "NONE" TO WS-AD-AFTER
	PERFORM 3990-WRITE-AUDIT-LINE THRU 3990-EXIT
	.
3270-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 3280-FIX-DUPLICATE-ENTRY - report the mismatched entry and, in
*> correction mode, rewrite it from the latest approval
*>------------------------------------------------------------*
3280-FIX-DUPLICATE-ENTRY.
	IF NOT WS-CORRECTION-MODE
		PERFORM 3950-WRITE-DIFFERENCE-LINE THRU 3950-EXIT
		GO TO 3280-EXIT
	END-IF
	MOVE SPACES TO WS-AUD-DETAIL-LINE
	PERFORM 3290-IMAGE-DUPLICATE-ENTRY THRU 3290-EXIT
	MOVE WS-AUD-DL-IMAGE TO WS-AD-BEFORE
	MOVE WK-MEMBER-ID TO DL-MEMBER-ID
	MOVE WK-CLAIM-DATE TO DL-CLAIM-DATE
	MOVE WK-CLAIM-AMOUNT TO DL-CLAIM-AMOUNT
	REWRITE DL-RECORD
		INVALID KEY
			MOVE "NOT REWRITTEN" TO WS-RD-ACTION
			PERFORM 3950-WRITE-DIFFERENCE-LINE THRU 3950-EXIT
			GO TO 3280-EXIT
	END-REWRITE
	MOVE "REWRITTEN" TO WS-RD-ACTION
	PERFORM 3950-WRITE-DIFFERENCE-LINE THRU 3950-EXIT
	MOVE "DUPLICATE-LEDGER" TO WS-AD-FILE
	MOVE DL-CLAIM-ID TO WS-AD-KEY
	MOVE "REWROTE" TO WS-AD-ACTION
	PERFORM 3290-IMAGE-DUPLICATE-ENTRY THRU 3290-EXIT
	MOVE WS-AUD-DL-IMAGE TO WS-AD-AFTER
	PERFORM 3990-WRITE-AUDIT-LINE THRU 3990-EXIT
	.
3280-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 3290-IMAGE-DUPLICATE-ENTRY - the ledger entry in the record
*> area, laid out for the audit
*>------------------------------------------------------------*
3290-IMAGE-DUPLICATE-ENTRY.
	MOVE DL-MEMBER-ID TO WS-AID-MEMBER-ID
	MOVE DL-CLAIM-DATE TO WS-AID-CLAIM-DATE
	MOVE DL-CLAIM-AMOUNT TO WS-AID-CLAIM-AMOUNT
	.
3290-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 3300-CHECK-EXTRACT-ENTRY - the claim against the extract
*> ledger. A voided claim's leftover entry would keep an adjusted
*> approval from ever going out, so it is corrected. A standing
*> approval the extract never marked sent is only reported: it
*> may never have been paid, and marking it sent here would make
*> sure it never is.
*>------------------------------------------------------------*
3300-CHECK-EXTRACT-ENTRY.
	MOVE WK-KEY-ID TO XL-CLAIM-ID
	READ EXTRACT-LEDGER
		INVALID KEY
			IF WS-CLAIM-STANDING
				AND WK-APPROVAL-DATE <= WS-LAST-EXTRACT-DATE
				ADD 1 TO WS-XL-DIFFERENCES
				MOVE SPACES TO WS-RPT-DETAIL-LINE
				MOVE "EXTRACT-LEDGER" TO WS-RD-FILE
				MOVE WK-KEY-ID TO WS-RD-KEY
				MOVE "APPROVED BUT NEVER EXTRACTED" TO WS-RD-ISSUE
				PERFORM 3900-WRITE-REVIEW-LINE THRU 3900-EXIT
			END-IF
			GO TO 3300-EXIT
	END-READ
	IF WS-CLAIM-STANDING
		GO TO 3300-EXIT
	END-IF
	ADD 1 TO WS-XL-DIFFERENCES
	MOVE SPACES TO WS-RPT-DETAIL-LINE
	MOVE "EXTRACT-LEDGER" TO WS-RD-FILE
	MOVE WK-KEY-ID TO WS-RD-KEY
	MOVE "VOIDED CLAIM STILL ON LEDGER" TO WS-RD-ISSUE
	IF NOT WS-CORRECTION-MODE
		PERFORM 3950-WRITE-DIFFERENCE-LINE THRU 3950-EXIT
		GO TO 3300-EXIT
	END-IF
	MOVE XL-BATCH-SEQUENCE TO WS-AIX-BATCH
	MOVE XL-EXTRACT-DATE TO WS-AIX-DATE
	DELETE EXTRACT-LEDGER RECORD
		INVALID KEY
			MOVE "NOT DELETED" TO WS-RD-ACTION
			PERFORM 3950-WRITE-DIFFERENCE-LINE THRU 3950-EXIT
			GO TO 3300-EXIT
	END-DELETE
	MOVE "DELETED" TO WS-RD-ACTION
	PERFORM 3950-WRITE-DIFFERENCE-LINE THRU 3950-EXIT
	MOVE SPACES TO WS-AUD-DETAIL-LINE
	MOVE "EXTRACT-LEDGER" TO WS-AD-FILE
	MOVE WK-KEY-ID TO WS-AD-KEY
	MOVE "DELETED" TO WS-AD-ACTION
	MOVE WS-AUD-XL-IMAGE TO WS-AD-BEFORE
	MOVE "NONE" TO WS-AD-AFTER
	PERFORM 3990-WRITE-AUDIT-LINE THRU 3990-EXIT
	.
3300-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 3400-CHECK-MEMBER - one member active in the plan year, its
*> recomputed accumulators against member history
*>------------------------------------------------------------*
3400-CHECK-MEMBER.
	ADD 1 TO WS-MEMBERS-CHECKED
	*>Already floored at zero change by change in 2400
	MOVE WK-YTD-PAID TO WS-EXP-PAID
	MOVE WK-DEDUCT-MET TO WS-EXP-DEDUCT
	MOVE WK-CLAIM-COUNT TO WS-EXP-COUNT
	MOVE WK-KEY-ID TO MH-MEMBER-ID
	MOVE "Y" TO WS-MH-FOUND-SWITCH
	READ MEMBER-HISTORY-FILE
		INVALID KEY
			MOVE "N" TO WS-MH-FOUND-SWITCH
			MOVE WK-KEY-ID TO MH-MEMBER-ID
			MOVE ZERO TO MH-YTD-PAID-AMOUNT MH-DEDUCT-MET-AMOUNT
				MH-YTD-CLAIM-COUNT
	END-READ
	PERFORM 3500-COMPARE-MEMBER THRU 3500-EXIT
	.
3400-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 3500-COMPARE-MEMBER - one line per accumulator that differs
*> from WS-EXP-PAID, WS-EXP-DEDUCT and WS-EXP-COUNT, then, in
*> correction mode, the record written or rewritten to match
*>------------------------------------------------------------*
3500-COMPARE-MEMBER.
	MOVE "N" TO WS-MH-DIFF-SWITCH
	MOVE MH-YTD-PAID-AMOUNT TO WS-BEFORE-PAID
	MOVE MH-DEDUCT-MET-AMOUNT TO WS-BEFORE-DEDUCT
	MOVE MH-YTD-CLAIM-COUNT TO WS-BEFORE-COUNT
	IF NOT WS-MH-FOUND
		AND (WS-EXP-PAID > ZERO OR WS-EXP-DEDUCT > ZERO
			OR WS-EXP-COUNT > ZERO)
		MOVE SPACES TO WS-RPT-DETAIL-LINE
		MOVE "NO MEMBER HISTORY RECORD" TO WS-RD-ISSUE
		PERFORM 3550-WRITE-MEMBER-LINE THRU 3550-EXIT
	END-IF
	IF WS-BEFORE-PAID NOT = WS-EXP-PAID
		MOVE SPACES TO WS-RPT-DETAIL-LINE
		MOVE "YTD PAID AMOUNT" TO WS-RD-ISSUE
		MOVE WS-BEFORE-PAID TO WS-EDIT-AMOUNT
		MOVE WS-EDIT-AMOUNT TO WS-RD-ON-FILE
		MOVE WS-EXP-PAID TO WS-EDIT-AMOUNT
		MOVE WS-EDIT-AMOUNT TO WS-RD-EXPECTED
		PERFORM 3550-WRITE-MEMBER-LINE THRU 3550-EXIT
	END-IF
	IF WS-BEFORE-DEDUCT NOT = WS-EXP-DEDUCT
		MOVE SPACES TO WS-RPT-DETAIL-LINE
		MOVE "DEDUCTIBLE MET AMOUNT" TO WS-RD-ISSUE
		MOVE WS-BEFORE-DEDUCT TO WS-EDIT-AMOUNT
		MOVE WS-EDIT-AMOUNT TO WS-RD-ON-FILE
		MOVE WS-EXP-DEDUCT TO WS-EDIT-AMOUNT
		MOVE WS-EDIT-AMOUNT TO WS-RD-EXPECTED
		PERFORM 3550-WRITE-MEMBER-LINE THRU 3550-EXIT
	END-IF
	IF WS-BEFORE-COUNT NOT = WS-EXP-COUNT
		MOVE SPACES TO WS-RPT-DETAIL-LINE
		MOVE "YTD CLAIM COUNT" TO WS-RD-ISSUE
		MOVE WS-BEFORE-COUNT TO WS-EDIT-AMOUNT
		MOVE WS-EDIT-AMOUNT TO WS-RD-ON-FILE
		MOVE WS-EXP-COUNT TO WS-EDIT-AMOUNT
		MOVE WS-EDIT-AMOUNT TO WS-RD-EXPECTED
		PERFORM 3550-WRITE-MEMBER-LINE THRU 3550-EXIT
	END-IF
	IF NOT WS-MH-DIFFERS OR NOT WS-CORRECTION-MODE
		GO TO 3500-EXIT
	END-IF

	MOVE WS-EXP-PAID TO MH-YTD-PAID-AMOUNT
	MOVE WS-EXP-DEDUCT TO MH-DEDUCT-MET-AMOUNT
	MOVE WS-EXP-COUNT TO MH-YTD-CLAIM-COUNT
	MOVE SPACES TO WS-AUD-DETAIL-LINE
	MOVE "MEMBER-HISTORY" TO WS-AD-FILE
	MOVE MH-MEMBER-ID TO WS-AD-KEY
	IF WS-MH-FOUND
		MOVE WS-BEFORE-PAID TO WS-AIM-PAID
		MOVE WS-BEFORE-DEDUCT TO WS-AIM-DEDUCT
		MOVE WS-BEFORE-COUNT TO WS-AIM-COUNT
		MOVE WS-AUD-MH-IMAGE TO WS-AD-BEFORE
		MOVE "REWROTE" TO WS-AD-ACTION
		REWRITE MH-RECORD
			INVALID KEY
				DISPLAY "LEDGER-RECONCILE: MEMBER " MH-MEMBER-ID
					" NOT REWRITTEN, STATUS = " WS-MH-STATUS
				GO TO 3500-EXIT
		END-REWRITE
	ELSE
		MOVE "NONE" TO WS-AD-BEFORE
		MOVE "ADDED" TO WS-AD-ACTION
		WRITE MH-RECORD
			INVALID KEY
				DISPLAY "LEDGER-RECONCILE: MEMBER " MH-MEMBER-ID
					" NOT WRITTEN, STATUS = " WS-MH-STATUS
				GO TO 3500-EXIT
		END-WRITE
	END-IF
	MOVE WS-EXP-PAID TO WS-AIM-PAID
	MOVE WS-EXP-DEDUCT TO WS-AIM-DEDUCT
	MOVE WS-EXP-COUNT TO WS-AIM-COUNT
	MOVE WS-AUD-MH-IMAGE TO WS-AD-AFTER
	PERFORM 3990-WRITE-AUDIT-LINE THRU 3990-EXIT
	.
3500-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 3550-WRITE-MEMBER-LINE - one member-history difference; the
*> record is corrected once, after all three are compared
*>------------------------------------------------------------*
3550-WRITE-MEMBER-LINE.
	MOVE "Y" TO WS-MH-DIFF-SWITCH
	ADD 1 TO WS-MH-DIFFERENCES
	MOVE "MEMBER-HISTORY" TO WS-RD-FILE
	MOVE MH-MEMBER-ID TO WS-RD-KEY
	IF WS-CORRECTION-MODE
		MOVE "CORRECTED" TO WS-RD-ACTION
	END-IF
	PERFORM 3950-WRITE-DIFFERENCE-LINE THRU 3950-EXIT
	.
3550-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 3900-WRITE-REVIEW-LINE - a difference left for an operator,
*> whatever the mode
*>------------------------------------------------------------*
3900-WRITE-REVIEW-LINE.
	ADD 1 TO WS-REVIEW-COUNT
	MOVE "REVIEW" TO WS-RD-ACTION
	MOVE WS-RPT-DETAIL-LINE TO RECONCILE-REPORT-RECORD
	WRITE RECONCILE-REPORT-RECORD
	.
3900-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 3950-WRITE-DIFFERENCE-LINE - a correctable difference, with
*> what correction mode did about it
*>------------------------------------------------------------*
3950-WRITE-DIFFERENCE-LINE.
	IF WS-RD-ACTION = "ADDED" OR WS-RD-ACTION = "DELETED"
		OR WS-RD-ACTION = "REWRITTEN" OR WS-RD-ACTION = "CORRECTED"
		ADD 1 TO WS-CORRECTIONS
	END-IF
	MOVE WS-RPT-DETAIL-LINE TO RECONCILE-REPORT-RECORD
	WRITE RECONCILE-REPORT-RECORD
	.
3950-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 3990-WRITE-AUDIT-LINE - one correction, before and after
*>------------------------------------------------------------*
3990-WRITE-AUDIT-LINE.
	MOVE WS-AUD-DETAIL-LINE TO CORRECTION-AUDIT-RECORD
	WRITE CORRECTION-AUDIT-RECORD
	.
3990-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 4000-SWEEP-DUPLICATE-LEDGER - every ledger entry whose claim
*> was never approved or voided in the history at all. Nothing
*> here can say where it came from, so it is only reported.
*>------------------------------------------------------------*
4000-SWEEP-DUPLICATE-LEDGER.
	MOVE "N" TO LEDGER-EOF-FLAG
	MOVE LOW-VALUES TO DL-CLAIM-ID
	START DUPLICATE-LEDGER KEY >= DL-CLAIM-ID
		INVALID KEY
			GO TO 4000-EXIT
	END-START
	PERFORM 4100-CHECK-DUPLICATE-ORPHAN THRU 4100-EXIT
		UNTIL LEDGER-EOF-FLAG = "Y"
	.
4000-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 4100-CHECK-DUPLICATE-ORPHAN - one duplicate-ledger entry
*>------------------------------------------------------------*
4100-CHECK-DUPLICATE-ORPHAN.
	READ DUPLICATE-LEDGER NEXT RECORD
		AT END
			MOVE "Y" TO LEDGER-EOF-FLAG
			GO TO 4100-EXIT
	END-READ
	MOVE "C" TO WK-KEY-TYPE
	MOVE DL-CLAIM-ID TO WK-KEY-ID
	PERFORM 2300-GET-WORK-ROW THRU 2300-EXIT
	IF NOT WS-WK-NEW
		GO TO 4100-EXIT
	END-IF
	ADD 1 TO WS-DL-DIFFERENCES
	MOVE SPACES TO WS-RPT-DETAIL-LINE
	MOVE "DUPLICATE-LEDGER" TO WS-RD-FILE
	MOVE DL-CLAIM-ID TO WS-RD-KEY
	MOVE "NO APPROVAL IN DECISION HISTORY" TO WS-RD-ISSUE
	MOVE DL-CLAIM-AMOUNT TO WS-EDIT-AMOUNT
	MOVE WS-EDIT-AMOUNT TO WS-RD-ON-FILE
	PERFORM 3900-WRITE-REVIEW-LINE THRU 3900-EXIT
	.
4100-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 4500-SWEEP-EXTRACT-LEDGER - every claim marked sent that the
*> history never approved or voided - reported only
*>------------------------------------------------------------*
4500-SWEEP-EXTRACT-LEDGER.
	MOVE "N" TO LEDGER-EOF-FLAG
	MOVE LOW-VALUES TO XL-CLAIM-ID
	START EXTRACT-LEDGER KEY >= XL-CLAIM-ID
		INVALID KEY
			GO TO 4500-EXIT
	END-START
	PERFORM 4600-CHECK-EXTRACT-ORPHAN THRU 4600-EXIT
		UNTIL LEDGER-EOF-FLAG = "Y"
	.
4500-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 4600-CHECK-EXTRACT-ORPHAN - one extract-ledger entry
*>------------------------------------------------------------*
4600-CHECK-EXTRACT-ORPHAN.
	READ EXTRACT-LEDGER NEXT RECORD
		AT END
			MOVE "Y" TO LEDGER-EOF-FLAG
			GO TO 4600-EXIT
	END-READ
	MOVE "C" TO WK-KEY-TYPE
	MOVE XL-CLAIM-ID TO WK-KEY-ID
	PERFORM 2300-GET-WORK-ROW THRU 2300-EXIT
	IF NOT WS-WK-NEW
		GO TO 4600-EXIT
	END-IF
	ADD 1 TO WS-XL-DIFFERENCES
	MOVE SPACES TO WS-RPT-DETAIL-LINE
	MOVE "EXTRACT-LEDGER" TO WS-RD-FILE
	MOVE XL-CLAIM-ID TO WS-RD-KEY
	MOVE "NO APPROVAL IN DECISION HISTORY" TO WS-RD-ISSUE
	PERFORM 3900-WRITE-REVIEW-LINE THRU 3900-EXIT
	.
4600-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 5000-SWEEP-MEMBER-HISTORY - every member-history record with
*> no activity in the plan year should be all zeros
*>------------------------------------------------------------*
5000-SWEEP-MEMBER-HISTORY.
	MOVE "N" TO LEDGER-EOF-FLAG
	MOVE LOW-VALUES TO MH-MEMBER-ID
	START MEMBER-HISTORY-FILE KEY >= MH-MEMBER-ID
		INVALID KEY
			GO TO 5000-EXIT
	END-START
	PERFORM 5100-CHECK-IDLE-MEMBER THRU 5100-EXIT
		UNTIL LEDGER-EOF-FLAG = "Y"
	.
5000-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 5100-CHECK-IDLE-MEMBER - one member-history record
*>------------------------------------------------------------*
5100-CHECK-IDLE-MEMBER.
	READ MEMBER-HISTORY-FILE NEXT RECORD
		AT END
			MOVE "Y" TO LEDGER-EOF-FLAG
			GO TO 5100-EXIT
	END-READ
	MOVE "M" TO WK-KEY-TYPE
	MOVE MH-MEMBER-ID TO WK-KEY-ID
	PERFORM 2300-GET-WORK-ROW THRU 2300-EXIT
	IF NOT WS-WK-NEW
		GO TO 5100-EXIT
	END-IF
	ADD 1 TO WS-MEMBERS-CHECKED
	MOVE "Y" TO WS-MH-FOUND-SWITCH
	MOVE ZERO TO WS-EXP-PAID WS-EXP-DEDUCT WS-EXP-COUNT
	PERFORM 3500-COMPARE-MEMBER THRU 3500-EXIT
	.
5100-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 8000-FINALIZE - run totals to the foot of the report and the
*> console, then clean shutdown
*>------------------------------------------------------------*
8000-FINALIZE.
	MOVE SPACES TO RECONCILE-REPORT-RECORD
	WRITE RECONCILE-REPORT-RECORD

	MOVE WS-DECISIONS-READ TO WS-EDIT-COUNT
	MOVE SPACES TO RECONCILE-REPORT-RECORD
	STRING "DECISIONS REPLAYED       " DELIMITED BY SIZE
		WS-EDIT-COUNT DELIMITED BY SIZE
		INTO RECONCILE-REPORT-RECORD
	END-STRING
	WRITE RECONCILE-REPORT-RECORD

	MOVE WS-EVENTS-READ TO WS-EDIT-COUNT
	MOVE SPACES TO RECONCILE-REPORT-RECORD
	STRING "PAYMENT EVENTS REPLAYED  " DELIMITED BY SIZE
		WS-EDIT-COUNT DELIMITED BY SIZE
		INTO RECONCILE-REPORT-RECORD
	END-STRING
	WRITE RECONCILE-REPORT-RECORD

	MOVE WS-CLAIMS-CHECKED TO WS-EDIT-COUNT
	MOVE SPACES TO RECONCILE-REPORT-RECORD
	STRING "CLAIMS CHECKED           " DELIMITED BY SIZE
		WS-EDIT-COUNT DELIMITED BY SIZE
		INTO RECONCILE-REPORT-RECORD
	END-STRING
	WRITE RECONCILE-REPORT-RECORD

	MOVE WS-MEMBERS-CHECKED TO WS-EDIT-COUNT
	MOVE SPACES TO RECONCILE-REPORT-RECORD
	STRING "MEMBERS CHECKED          " DELIMITED BY SIZE
		WS-EDIT-COUNT DELIMITED BY SIZE
		INTO RECONCILE-REPORT-RECORD
	END-STRING
	WRITE RECONCILE-REPORT-RECORD

	MOVE WS-MH-DIFFERENCES TO WS-EDIT-COUNT
	MOVE SPACES TO RECONCILE-REPORT-RECORD
	STRING "MEMBER-HISTORY DIFFS     " DELIMITED BY SIZE
		WS-EDIT-COUNT DELIMITED BY SIZE
		INTO RECONCILE-REPORT-RECORD
	END-STRING
	WRITE RECONCILE-REPORT-RECORD

	MOVE WS-DL-DIFFERENCES TO WS-EDIT-COUNT
	MOVE SPACES TO RECONCILE-REPORT-RECORD
	STRING "DUPLICATE-LEDGER DIFFS   " DELIMITED BY SIZE
		WS-EDIT-COUNT DELIMITED BY SIZE
		INTO RECONCILE-REPORT-RECORD
	END-STRING
	WRITE RECONCILE-REPORT-RECORD

	MOVE WS-XL-DIFFERENCES TO WS-EDIT-COUNT
	MOVE SPACES TO RECONCILE-REPORT-RECORD
	STRING "EXTRACT-LEDGER DIFFS     " DELIMITED BY SIZE
		WS-EDIT-COUNT DELIMITED BY SIZE
		INTO RECONCILE-REPORT-RECORD
	END-STRING
	WRITE RECONCILE-REPORT-RECORD

	MOVE WS-DH-DIFFERENCES TO WS-EDIT-COUNT
	MOVE SPACES TO RECONCILE-REPORT-RECORD
	STRING "DECISION-HISTORY DIFFS   " DELIMITED BY SIZE
		WS-EDIT-COUNT DELIMITED BY SIZE
		INTO RECONCILE-REPORT-RECORD
	END-STRING
	WRITE RECONCILE-REPORT-RECORD

	MOVE WS-CORRECTIONS TO WS-EDIT-COUNT
	MOVE SPACES TO RECONCILE-REPORT-RECORD
	STRING "CORRECTED                " DELIMITED BY SIZE
		WS-EDIT-COUNT DELIMITED BY SIZE
		INTO RECONCILE-REPORT-RECORD
	END-STRING
	WRITE RECONCILE-REPORT-RECORD

	MOVE WS-REVIEW-COUNT TO WS-EDIT-COUNT
	MOVE SPACES TO RECONCILE-REPORT-RECORD
	STRING "LEFT FOR REVIEW          " DELIMITED BY SIZE
		WS-EDIT-COUNT DELIMITED BY SIZE
		INTO RECONCILE-REPORT-RECORD
	END-STRING
	WRITE RECONCILE-REPORT-RECORD

	IF WS-CORRECTION-MODE
		MOVE SPACES TO CORRECTION-AUDIT-RECORD
		WRITE CORRECTION-AUDIT-RECORD
		MOVE WS-CORRECTIONS TO WS-EDIT-COUNT
		MOVE SPACES TO CORRECTION-AUDIT-RECORD
		STRING "DIFFERENCES CORRECTED    " DELIMITED BY SIZE
			WS-EDIT-COUNT DELIMITED BY SIZE
			INTO CORRECTION-AUDIT-RECORD
		END-STRING
		WRITE CORRECTION-AUDIT-RECORD
		CLOSE CORRECTION-AUDIT
	END-IF

	DISPLAY "LEDGER-RECONCILE: " WS-CLAIMS-CHECKED " CLAIMS, "
		WS-MEMBERS-CHECKED " MEMBERS CHECKED, "
		WS-CORRECTIONS " CORRECTED, "
		WS-REVIEW-COUNT " LEFT FOR REVIEW"

	*>Clean shutdown, releases file handles, signals successful job
	*>completion - the two histories closed at their end of file
	CLOSE MEMBER-HISTORY-FILE
	CLOSE DUPLICATE-LEDGER
	CLOSE EXTRACT-LEDGER
	CLOSE RECONCILE-WORK
	CLOSE RECONCILE-REPORT
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
*> 0200-TAKE-SNAPSHOTS - correction mode only: before anything
*> is corrected, copy every file it corrects into tonight's
*> generation, so corrections that turn out wrong can be rolled
*> back by NIGHT-RESTORE. A copy that cannot be taken stops the
*> run short - nothing is corrected without its pre-run copy. A
*> report-only run moves nothing and takes no copy
*>------------------------------------------------------------*
0200-TAKE-SNAPSHOTS.
	PERFORM 0210-READ-SNAPSHOT-PARMS THRU 0210-EXIT
	PERFORM 0220-LOAD-CATALOG THRU 0220-EXIT
	PERFORM 0230-CHOOSE-GENERATION THRU 0230-EXIT
	MOVE "member_history.dat" TO WS-SG-FILE-NAME
	PERFORM 0240-SNAPSHOT-ONE-FILE THRU 0240-EXIT
	MOVE "duplicate_ledger.dat" TO WS-SG-FILE-NAME
	PERFORM 0240-SNAPSHOT-ONE-FILE THRU 0240-EXIT
	MOVE "eft_extract_ledger.dat" TO WS-SG-FILE-NAME
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
		WHEN "member_history.dat"
			OPEN INPUT MEMBER-HISTORY-FILE
			MOVE WS-MH-STATUS TO WS-SG-LIVE-STATUS
		WHEN "duplicate_ledger.dat"
			OPEN INPUT DUPLICATE-LEDGER
			MOVE WS-DL-STATUS TO WS-SG-LIVE-STATUS
		WHEN "eft_extract_ledger.dat"
			OPEN INPUT EXTRACT-LEDGER
			MOVE WS-XL-STATUS TO WS-SG-LIVE-STATUS
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
		WHEN "member_history.dat"
			READ MEMBER-HISTORY-FILE NEXT RECORD
				AT END
					MOVE "Y" TO WS-SG-EOF-SWITCH
				NOT AT END
					MOVE LENGTH OF MH-RECORD TO WS-SG-RECORD-LENGTH
					MOVE MH-RECORD TO SNAPSHOT-RECORD
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
		WHEN "member_history.dat"
			CLOSE MEMBER-HISTORY-FILE
		WHEN "duplicate_ledger.dat"
			CLOSE DUPLICATE-LEDGER
		WHEN "eft_extract_ledger.dat"
			CLOSE EXTRACT-LEDGER
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
*> 1490-STOP-RUN-SHORT - a file the check cannot do without did
*> not open, so nothing may be checked or corrected: stamp the
*> run stopped short (a rerun stays unblocked once the file is
*> restored) and stop here
*>------------------------------------------------------------*
1490-STOP-RUN-SHORT.
	MOVE "F" TO WS-RC-END-OUTCOME
	PERFORM 9900-STAMP-RUN-END THRU 9900-EXIT
	STOP RUN.
1490-EXIT.
	EXIT.

*>Explicit program termination
END PROGRAM LEDGER-RECONCILE.
