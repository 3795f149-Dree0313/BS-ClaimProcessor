*>Identifies the program
IDENTIFICATION DIVISION.
*>Name of the program
PROGRAM-ID. PROVIDER-SCREEN.
AUTHOR. CLAIMS-SYSTEMS-UNIT.
DATE-WRITTEN. 2026-10-15.
*>Modification history - date, initials, one-line description
*>2026-10-15 rwm  Original run - the periodic provider outlier screen.
*>                The nightly rules judge one claim at a time, so a
*>                provider billing just under the ceiling on every
*>                claim, or billing the same member over and over,
*>                passes every night. For the service-date window in
*>                siu_screen_parms.dat this job reads DECISION-HISTORY
*>                and measures each provider, claim type by claim
*>                type, against every provider billing that type:
*>                average billed amount, share of claims near the
*>                LIMITS-FILE ceiling, claims per member, and share of
*>                weekend or repeat service dates. A provider over the
*>                configured percentage on enough of the measures goes
*>                to the special investigations referral file and
*>                report with its supporting claim IDs, and is put on
*>                SIU hold on the provider master so PROCESS-CLAIMS
*>                pends its new claims for review.
*>2026-10-15 rwm  A claim counts once, on its first decision in the
*>                window - a pend, or a re-adjudicated adjustment,
*>                later decided again under the same claim ID no
*>                longer counts the claim a second time
*>2026-10-15 rwm  Copies provider_master.dat into the night's
*>                snapshot generation before any SIU hold is set, so
*>                NIGHT-RESTORE rolls the holds back with the rest
*>                of the night

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
	*>Operator parameters - the service-date window and the
	*>thresholds. The job will not guess the window; a missing file
	*>stops the run, the way rollover_parms.dat does.
	SELECT SCREEN-PARMS ASSIGN TO "siu_screen_parms.dat"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-PARMS-STATUS.
	*>Every decision every night - read twice, once to build the
	*>patterns and once to pull the referred providers' claims
	SELECT DECISION-HISTORY ASSIGN TO "decision_history.dat"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-DECHIST-STATUS.
	*>Per-claim-type approval ceilings, effective-dated, the same
	*>table PROCESS-CLAIMS adjudicates against
	SELECT LIMITS-FILE ASSIGN TO "limits_table.dat"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-LIMITS-STATUS.
	*>Provider master, keyed by provider ID - the name for the
	*>report and the SIU hold flag this job sets
	SELECT PROVIDER-MASTER ASSIGN TO "provider_master.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PM-PROVIDER-ID
		FILE STATUS IS WS-PM-STATUS.
	*>The referral file special investigations works from - one
	*>header per referred provider and claim type, then its
	*>supporting claims
	SELECT SIU-REFERRALS ASSIGN TO "siu_referrals.txt"
		ORGANIZATION IS SEQUENTIAL.
	*>The printed screening report
	SELECT SCREEN-REPORT ASSIGN TO "siu_screening_report.txt"
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

FD SCREEN-PARMS.
*>The single parameter row. The window is required; every other
*>field may be left blank for its default but must be all digits
*>if given.
01 PARMS-RECORD.
	*>First and last service dates screened, YYYYMMDD
	05 SP-START-DATE	PIC X(8).
	05 SP-END-DATE		PIC X(8).
	*>Fewest claims of a type a provider needs before it is judged
	*>on that type at all - blank means 10
	05 SP-MIN-CLAIMS	PIC X(3).
	*>A claim is near the ceiling when its billed amount is within
	*>this percent under it - blank means 10
	05 SP-NEAR-LIMIT-PCT	PIC X(3).
	*>How far, in percent, a provider may run over its peers on
	*>each measure before the measure trips - blank means 50, 000
	*>turns the measure off
	05 SP-AVG-BILLED-PCT	PIC X(3).
	05 SP-NEAR-SHARE-PCT	PIC X(3).
	05 SP-PER-MEMBER-PCT	PIC X(3).
	05 SP-WEEKEND-REPEAT-PCT	PIC X(3).
	*>How many measures must trip before a referral, 1 to 4 -
	*>blank means 2
	05 SP-MIN-METRICS	PIC X(1).

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

FD LIMITS-FILE.
*>One approval ceiling, in force from LT-EFFECTIVE-DATE forward
01 LIMITS-RECORD.
	05 LT-CLAIM-TYPE	PIC X(2).
	05 LT-EFFECTIVE-DATE	PIC X(8).
	05 LT-LIMIT-AMOUNT	PIC 9(7).

FD PROVIDER-MASTER.
*>One provider's contract span and pay-to details
01 PM-RECORD.
	05 PM-PROVIDER-ID	PIC X(8).
	05 PM-PROVIDER-NAME	PIC X(30).
	*>"C" means contracted; anything else rejects
	05 PM-CONTRACT-STATUS	PIC X(1).
	05 PM-EFFECTIVE-DATE	PIC X(8).
	*>HIGH-VALUES here means the contract is still open
	05 PM-TERM-DATE		PIC X(8).
	*>Where the provider's grouped payments go
	05 PM-PAY-TO-NAME	PIC X(30).
	05 PM-BANK-ROUTING	PIC X(9).
	05 PM-BANK-ACCOUNT	PIC X(17).
	*>Network pricing tier - read by PROCESS-CLAIMS' pricing
	05 PM-NETWORK-TIER	PIC X(2).
	*>Taxpayer ID for year-end 1099 reporting - spaces until the
	*>W-9 is on file
	05 PM-TAX-ID		PIC X(9).
	*>"Y" 1099-reportable, "N" exempt (a corporation, say)
	05 PM-1099-FLAG		PIC X(1).
	*>"Y" referred to special investigations - PROCESS-CLAIMS
	*>pends the provider's new claims until SIU releases the hold
	05 PM-SIU-HOLD		PIC X(1).

FD SIU-REFERRALS.
*>One referred provider and claim type, with its measures beside
*>the peer norms they were judged against
01 SIU-HEADER-RECORD.
	*>"H" header, "D" supporting claim
	05 SR-REC-TYPE		PIC X(1).
	05 SR-RUN-DATE		PIC 9(8).
	05 SR-PROVIDER-ID	PIC X(8).
	05 SR-CLAIM-TYPE	PIC X(2).
	05 SR-CLAIMS		PIC 9(7).
	05 SR-AVG-BILLED	PIC 9(7)V99.
	05 SR-PEER-AVG-BILLED	PIC 9(7)V99.
	05 SR-NEAR-SHARE	PIC 9(3)V99.
	05 SR-PEER-NEAR-SHARE	PIC 9(3)V99.
	05 SR-PER-MEMBER	PIC 9(5)V99.
	05 SR-PEER-PER-MEMBER	PIC 9(5)V99.
	05 SR-WKND-REPEAT-SHARE	PIC 9(3)V99.
	05 SR-PEER-WKND-REPEAT	PIC 9(3)V99.
	*>One letter per measure tripped - A average billed, N near
	*>the ceiling, M claims per member, W weekend or repeat
	05 SR-METRICS-TRIPPED	PIC X(4).
	*>"S" hold set this run, "A" already on hold, "M" not on the
	*>provider master
	05 SR-HOLD-STATUS	PIC X(1).
	05 FILLER		PIC X(17).
*>The same 100 bytes read as one supporting claim
01 SIU-DETAIL-RECORD.
	05 SD-REC-TYPE		PIC X(1).
	05 SD-RUN-DATE		PIC 9(8).
	05 SD-PROVIDER-ID	PIC X(8).
	05 SD-CLAIM-TYPE	PIC X(2).
	05 SD-CLAIM-ID		PIC X(10).
	05 SD-MEMBER-ID		PIC X(5).
	05 SD-CLAIM-DATE	PIC X(8).
	05 SD-CLAIM-AMOUNT	PIC 9(6).
	05 SD-PAID-AMOUNT	PIC 9(6).
	*>Why the claim supports the referral - A billed over the
	*>peer average, N near the ceiling, W weekend service date,
	*>R another claim for the same member and service date
	05 SD-CLAIM-FLAGS	PIC X(4).
	05 SD-DECISION		PIC X(30).
	05 FILLER		PIC X(12).

FD SCREEN-REPORT.
*>One printed line of the screening report
01 SCREEN-REPORT-RECORD	PIC X(132).

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
01 WS-RC-THIS-PROGRAM	PIC X(18) VALUE "PROVIDER-SCREEN".
01 WS-RC-PREREQ		PIC X(18) VALUE SPACES.
*>PROCESS-CLAIMS reads the hold flag this job sets
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
*>End-of-file flag for the history passes
01 EOF-FLAG		PIC X VALUE "N".

*>----------------------------------------------------------------*
*>File statuses
*>----------------------------------------------------------------*
01 WS-PARMS-STATUS	PIC XX.
	88 WS-PARMS-OK			VALUE "00".
01 WS-DECHIST-STATUS	PIC XX.
	88 WS-DECHIST-OK		VALUE "00".
01 WS-PM-STATUS		PIC XX.
	88 WS-PM-OK			VALUE "00".

*>----------------------------------------------------------------*
*>The window and thresholds - nothing runs unless the parameters
*>edit and every input opens
*>----------------------------------------------------------------*
01 WS-INPUTS-GOOD-SWITCH	PIC X VALUE "N".
	88 WS-INPUTS-GOOD		VALUE "Y".
01 WS-START-DATE	PIC X(8).
01 WS-END-DATE		PIC X(8).
01 WS-MIN-CLAIMS	PIC 9(3).
01 WS-NEAR-PCT		PIC 9(3).
01 WS-AVG-BILLED-PCT	PIC 9(3).
01 WS-NEAR-SHARE-PCT	PIC 9(3).
01 WS-PER-MEMBER-PCT	PIC 9(3).
01 WS-WKND-REPEAT-PCT	PIC 9(3).
01 WS-MIN-METRICS	PIC 9(1).

*>----------------------------------------------------------------*
*>Per-claim-type approval ceiling table, loaded from LIMITS-FILE
*>the way PROCESS-CLAIMS loads it. The search picks the row with
*>the latest effective date not after the claim's date of service,
*>falling back to the OT row and then the built-in default.
*>----------------------------------------------------------------*
01 WS-LIMITS-STATUS	PIC XX.
	88 WS-LIMITS-STATUS-OK		VALUE "00".
01 WS-LIMITS-EOF	PIC X VALUE "N".
	88 WS-LIMITS-AT-END		VALUE "Y".
01 WS-LIMIT-COUNT	PIC 9(3) COMP VALUE ZERO.
01 WS-LIMITS-TABLE.
	05 WS-LIMIT-ENTRY OCCURS 1 TO 50 TIMES
			DEPENDING ON WS-LIMIT-COUNT.
		10 WS-LT-TYPE		PIC X(2).
		10 WS-LT-EFF-DATE	PIC X(8).
		10 WS-LT-AMOUNT		PIC 9(7).
*>Subscript used to search the limit table
01 WS-LIMIT-INDEX	PIC 9(3) COMP.
*>Best (latest, not-after-claim-date) effective date found so far
*>for the claim's own type, and for the OT catch-all type
01 WS-BEST-EFF-DATE	PIC X(8) VALUE LOW-VALUES.
01 WS-OT-BEST-EFF-DATE	PIC X(8) VALUE LOW-VALUES.
01 WS-LIMIT-FOUND-SWITCH	PIC X VALUE "N".
	88 WS-LIMIT-FOUND		VALUE "Y".
01 WS-OT-FOUND-SWITCH	PIC X VALUE "N".
	88 WS-OT-LIMIT-FOUND		VALUE "Y".
*>Fallback ceiling used only if LIMITS-FILE has no OT row at all
01 WS-DEFAULT-LIMIT	PIC 9(7) VALUE 1000.
01 WS-OT-AMOUNT		PIC 9(7).
*>Ceiling in force for the claim being screened
01 WS-APPROVAL-LIMIT	PIC 9(7).
*>The claim being screened, in the fields the limit search reads
01 WS-CLAIM-DATE	PIC X(8).
01 WS-CLAIM-TYPE	PIC X(2).

*>----------------------------------------------------------------*
*>What one claim looks like against its ceiling and its calendar
*>----------------------------------------------------------------*
*>Lowest billed amount that counts as near the ceiling
01 WS-NEAR-FLOOR	PIC 9(7)V99.
01 WS-CLAIM-NEAR-SWITCH	PIC X VALUE "N".
	88 WS-CLAIM-NEAR		VALUE "Y".
01 WS-CLAIM-WEEKEND-SWITCH	PIC X VALUE "N".
	88 WS-CLAIM-WEEKEND		VALUE "Y".
*>Service date as a number, its day count, and its day of the
*>week - the day count divided by 7 leaves 6 on a Saturday and 0
*>on a Sunday
01 WS-SERVICE-DATE	PIC 9(8).
01 WS-SERVICE-DAY-INT	PIC 9(8) COMP.
01 WS-SERVICE-WEEKS	PIC 9(8) COMP.
01 WS-SERVICE-WEEKDAY	PIC 9(1) COMP.

*>----------------------------------------------------------------*
*>Peer norms - every provider billing a claim type, together
*>----------------------------------------------------------------*
01 WS-TYPE-COUNT	PIC 9(3) COMP VALUE ZERO.
01 WS-TYPE-TABLE.
	05 WS-TYPE-ENTRY OCCURS 1 TO 30 TIMES
			DEPENDING ON WS-TYPE-COUNT.
		10 WS-TYP-CLAIM-TYPE	PIC X(2).
		10 WS-TYP-PROVIDERS	PIC 9(5).
		10 WS-TYP-CLAIMS	PIC 9(7).
		10 WS-TYP-BILLED	PIC 9(11).
		10 WS-TYP-NEAR		PIC 9(7).
		*>Distinct members per provider, summed over providers
		10 WS-TYP-MEMBERS	PIC 9(7).
		10 WS-TYP-WEEKEND	PIC 9(7).
		10 WS-TYP-REPEATS	PIC 9(7).
		10 WS-TYP-AVG-BILLED	PIC 9(7)V99.
		10 WS-TYP-NEAR-SHARE	PIC 9(3)V99.
		10 WS-TYP-PER-MEMBER	PIC 9(5)V99.
		10 WS-TYP-WKND-REPEAT	PIC 9(3)V99.
		10 WS-TYP-REFERRED	PIC 9(5).
01 WS-TYPE-INDEX	PIC 9(3) COMP.
01 WS-TYPE-FOUND-SWITCH	PIC X VALUE "N".
	88 WS-TYPE-FOUND		VALUE "Y".

*>----------------------------------------------------------------*
*>Each provider's pattern within one claim type, its measures,
*>and whether they earned a referral
*>----------------------------------------------------------------*
01 WS-PT-COUNT		PIC 9(4) COMP VALUE ZERO.
01 WS-PT-TABLE.
	05 WS-PT-ENTRY OCCURS 1 TO 2000 TIMES
			DEPENDING ON WS-PT-COUNT.
		10 WS-PT-KEY.
			15 WS-PT-PROVIDER-ID	PIC X(8).
			15 WS-PT-CLAIM-TYPE	PIC X(2).
		*>The claim type's row in the peer table
		10 WS-PT-TYPE-INDEX	PIC 9(3) COMP.
		10 WS-PT-CLAIMS		PIC 9(7).
		10 WS-PT-BILLED		PIC 9(11).
		10 WS-PT-NEAR		PIC 9(7).
		10 WS-PT-MEMBERS	PIC 9(7).
		10 WS-PT-WEEKEND	PIC 9(7).
		*>Claims beyond the first for the same member and date,
		*>less those already counted as weekend claims
		10 WS-PT-REPEATS	PIC 9(7).
		10 WS-PT-AVG-BILLED	PIC 9(7)V99.
		10 WS-PT-NEAR-SHARE	PIC 9(3)V99.
		10 WS-PT-PER-MEMBER	PIC 9(5)V99.
		10 WS-PT-WKND-REPEAT	PIC 9(3)V99.
		10 WS-PT-TRIPPED	PIC X(4).
		10 WS-PT-TRIP-COUNT	PIC 9(1).
		10 WS-PT-REFERRED	PIC X(1).
		*>Marked once the referral is written
		10 WS-PT-LISTED		PIC X(1).
01 WS-PT-INDEX		PIC 9(4) COMP.
01 WS-PT-FOUND-SWITCH	PIC X VALUE "N".
	88 WS-PT-FOUND			VALUE "Y".

*>----------------------------------------------------------------*
*>Every provider, type, member and service date seen, with how
*>many claims were billed for it, and every provider, type and
*>member, so distinct members can be counted
*>----------------------------------------------------------------*
01 WS-VISIT-COUNT	PIC 9(5) COMP VALUE ZERO.
01 WS-VISIT-TABLE.
	05 WS-VISIT-ENTRY OCCURS 1 TO 8000 TIMES
			DEPENDING ON WS-VISIT-COUNT.
		10 WS-VIS-KEY.
			15 WS-VIS-PROVIDER-ID	PIC X(8).
			15 WS-VIS-CLAIM-TYPE	PIC X(2).
			15 WS-VIS-MEMBER-ID	PIC X(5).
			15 WS-VIS-CLAIM-DATE	PIC X(8).
		10 WS-VIS-CLAIMS	PIC 9(5).
01 WS-VISIT-INDEX	PIC 9(5) COMP.
01 WS-VISIT-FOUND-SWITCH	PIC X VALUE "N".
	88 WS-VISIT-FOUND		VALUE "Y".
01 WS-SEEK-VISIT-KEY.
	05 WS-SEEK-PROVIDER-ID	PIC X(8).
	05 WS-SEEK-CLAIM-TYPE	PIC X(2).
	05 WS-SEEK-MEMBER-ID	PIC X(5).
	05 WS-SEEK-CLAIM-DATE	PIC X(8).

01 WS-MBR-COUNT		PIC 9(5) COMP VALUE ZERO.
01 WS-MBR-TABLE.
	05 WS-MBR-ENTRY OCCURS 1 TO 5000 TIMES
			DEPENDING ON WS-MBR-COUNT.
		10 WS-MBR-KEY		PIC X(15).
01 WS-MBR-INDEX		PIC 9(5) COMP.
01 WS-MBR-FOUND-SWITCH	PIC X VALUE "N".
	88 WS-MBR-FOUND			VALUE "Y".

*>----------------------------------------------------------------*
*>Every claim ID already counted, so a claim decided more than
*>once counts only on its first decision - marked again on the
*>second pass so that pass takes exactly the same rows
*>----------------------------------------------------------------*
01 WS-SEEN-COUNT	PIC 9(5) COMP VALUE ZERO.
01 WS-SEEN-TABLE.
	05 WS-SEEN-ENTRY OCCURS 1 TO 20000 TIMES
			DEPENDING ON WS-SEEN-COUNT.
		10 WS-SEEN-CLAIM-ID	PIC X(10).
		*>"Y" once the second pass has taken the claim
		10 WS-SEEN-SECOND	PIC X(1).
01 WS-SEEN-INDEX	PIC 9(5) COMP.
01 WS-SEEN-FOUND-SWITCH	PIC X VALUE "N".
	88 WS-SEEN-FOUND		VALUE "Y".

*>----------------------------------------------------------------*
*>One measure's test - the provider's figure against the peer
*>norm, tripped when it runs over by more than the threshold
*>percent (any figure at all trips against a peer norm of zero)
*>----------------------------------------------------------------*
01 WS-TEST-PROVIDER	PIC 9(7)V99.
01 WS-TEST-PEER		PIC 9(7)V99.
01 WS-TEST-PCT		PIC 9(3).
01 WS-TEST-BOUND	PIC 9(9)V99.
01 WS-METRIC-TRIPPED-SWITCH	PIC X VALUE "N".
	88 WS-METRIC-TRIPPED		VALUE "Y".

*>----------------------------------------------------------------*
*>The referred providers' supporting claims, pulled on the second
*>pass and written under their provider
*>----------------------------------------------------------------*
01 WS-SUP-COUNT		PIC 9(5) COMP VALUE ZERO.
01 WS-SUP-TABLE.
	05 WS-SUP-ENTRY OCCURS 1 TO 5000 TIMES
			DEPENDING ON WS-SUP-COUNT.
		10 WS-SUP-PT-INDEX	PIC 9(4) COMP.
		10 WS-SUP-CLAIM-ID	PIC X(10).
		10 WS-SUP-MEMBER-ID	PIC X(5).
		10 WS-SUP-CLAIM-DATE	PIC X(8).
		10 WS-SUP-CLAIM-AMOUNT	PIC 9(6).
		10 WS-SUP-PAID-AMOUNT	PIC 9(6).
		10 WS-SUP-FLAGS		PIC X(4).
		10 WS-SUP-DECISION	PIC X(30).
01 WS-SUP-INDEX		PIC 9(5) COMP.
*>The claim flags being built on the second pass
01 WS-CLAIM-FLAGS	PIC X(4).

*>----------------------------------------------------------------*
*>The referral listing's ordered sweep - lowest unlisted provider
*>and claim type each pass
*>----------------------------------------------------------------*
01 WS-SWEEP-PASS	PIC 9(4) COMP.
01 WS-BEST-INDEX	PIC 9(4) COMP.
01 WS-BEST-KEY		PIC X(10).
*>What became of the referred provider's hold on the master
01 WS-HOLD-STATUS	PIC X(1).
01 WS-HOLD-TEXT		PIC X(15).
01 WS-PROVIDER-NAME	PIC X(30).

*>----------------------------------------------------------------*
*>Run counts for the report foot
*>----------------------------------------------------------------*
01 WS-DECISIONS-READ	PIC 9(9) VALUE ZERO.
01 WS-CLAIMS-SCREENED	PIC 9(9) VALUE ZERO.
01 WS-REFERRED-COUNT	PIC 9(5) VALUE ZERO.
01 WS-HOLDS-SET		PIC 9(5) VALUE ZERO.
01 WS-HOLDS-ALREADY	PIC 9(5) VALUE ZERO.
01 WS-NOT-ON-MASTER	PIC 9(5) VALUE ZERO.
*>Edited fields used to print the report
01 WS-EDIT-COUNT	PIC ZZZ,ZZ9.
01 WS-EDIT-PCT		PIC ZZ9.
*>Today's date, for the report heading and the referral records
01 WS-RUN-DATE		PIC 9(8).

*>----------------------------------------------------------------*
*>Report headings and detail lines
*>----------------------------------------------------------------*
01 WS-RPT-HEADING-1.
	05 FILLER		PIC X(37)
			VALUE "PROVIDER OUTLIER SCREENING - SERVICE ".
	05 FILLER		PIC X(6) VALUE "DATES ".
	05 WS-RPT-HDG-START	PIC X(8).
	05 FILLER		PIC X(6) VALUE " THRU ".
	05 WS-RPT-HDG-END	PIC X(8).
	05 FILLER		PIC X(4) VALUE SPACES.
	05 FILLER		PIC X(10) VALUE "RUN DATE: ".
	05 WS-RPT-HDG-DATE	PIC 9(8).

01 WS-PEER-HEADING.
	05 FILLER		PIC X(6) VALUE "TYPE".
	05 FILLER		PIC X(10) VALUE " PROVIDERS".
	05 FILLER		PIC X(10) VALUE "    CLAIMS".
	05 FILLER		PIC X(14) VALUE "    AVG BILLED".
	05 FILLER		PIC X(10) VALUE "  NEAR %".
	05 FILLER		PIC X(11) VALUE "  CLM/MBR".
	05 FILLER		PIC X(12) VALUE "  WKND/RPT %".
	05 FILLER		PIC X(10) VALUE "  REFERRED".

01 WS-PEER-DETAIL-LINE.
	05 WS-PD-CLAIM-TYPE	PIC X(2).
	05 FILLER		PIC X(4) VALUE SPACES.
	05 WS-PD-PROVIDERS	PIC ZZZ,ZZ9.
	05 FILLER		PIC X(1) VALUE SPACES.
	05 WS-PD-CLAIMS		PIC Z,ZZZ,ZZ9.
	05 FILLER		PIC X(2) VALUE SPACES.
	05 WS-PD-AVG-BILLED	PIC $$,$$$,$$9.99.
	05 FILLER		PIC X(3) VALUE SPACES.
	05 WS-PD-NEAR-SHARE	PIC ZZ9.99.
	05 FILLER		PIC X(2) VALUE SPACES.
	05 WS-PD-PER-MEMBER	PIC ZZ,ZZ9.99.
	05 FILLER		PIC X(5) VALUE SPACES.
	05 WS-PD-WKND-REPEAT	PIC ZZ9.99.
	05 FILLER		PIC X(3) VALUE SPACES.
	05 WS-PD-REFERRED	PIC ZZ,ZZ9.

01 WS-REF-HEADING.
	05 FILLER		PIC X(10) VALUE "PROVIDER".
	05 FILLER		PIC X(26) VALUE "NAME".
	05 FILLER		PIC X(5) VALUE "TYPE".
	05 FILLER		PIC X(9) VALUE "   CLAIMS".
	05 FILLER		PIC X(14) VALUE "    AVG BILLED".
	05 FILLER		PIC X(10) VALUE "  NEAR %".
	05 FILLER		PIC X(11) VALUE "  CLM/MBR".
	05 FILLER		PIC X(12) VALUE "  WKND/RPT %".
	05 FILLER		PIC X(9) VALUE "  TRIPPED".
	05 FILLER		PIC X(17) VALUE "  SIU HOLD".

*>A referred provider's line, and the same layout again for the
*>peer norms it was judged against
01 WS-REF-DETAIL-LINE.
	05 WS-RD-PROVIDER-ID	PIC X(8).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 WS-RD-NAME		PIC X(25).
	05 FILLER		PIC X(1) VALUE SPACES.
	05 WS-RD-CLAIM-TYPE	PIC X(2).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 WS-RD-CLAIMS		PIC Z,ZZZ,ZZ9.
	05 FILLER		PIC X(1) VALUE SPACES.
	05 WS-RD-AVG-BILLED	PIC $$,$$$,$$9.99.
	05 FILLER		PIC X(3) VALUE SPACES.
	05 WS-RD-NEAR-SHARE	PIC ZZ9.99.
	05 FILLER		PIC X(2) VALUE SPACES.
	05 WS-RD-PER-MEMBER	PIC ZZ,ZZ9.99.
	05 FILLER		PIC X(5) VALUE SPACES.
	05 WS-RD-WKND-REPEAT	PIC ZZ9.99.
	05 FILLER		PIC X(5) VALUE SPACES.
	05 WS-RD-TRIPPED	PIC X(4).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 WS-RD-HOLD		PIC X(15).

01 WS-CLAIM-DETAIL-LINE.
	05 FILLER		PIC X(10) VALUE SPACES.
	05 FILLER		PIC X(6) VALUE "CLAIM ".
	05 WS-CD-CLAIM-ID	PIC X(10).
	05 FILLER		PIC X(9) VALUE "  MEMBER ".
	05 WS-CD-MEMBER-ID	PIC X(5).
	05 FILLER		PIC X(10) VALUE "  SERVICE ".
	05 WS-CD-CLAIM-DATE	PIC X(8).
	05 FILLER		PIC X(9) VALUE "  BILLED ".
	05 WS-CD-CLAIM-AMOUNT	PIC $$$$,$$9.
	05 FILLER		PIC X(7) VALUE "  PAID ".
	05 WS-CD-PAID-AMOUNT	PIC $$$$,$$9.
	05 FILLER		PIC X(8) VALUE "  FLAGS ".
	05 WS-CD-FLAGS		PIC X(4).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 WS-CD-DECISION	PIC X(30).

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
	IF WS-INPUTS-GOOD
		PERFORM 1200-LOAD-LIMITS-TABLE THRU 1200-EXIT
		PERFORM 2000-TALLY-DECISION THRU 2000-EXIT
			UNTIL EOF-FLAG = "Y"
		CLOSE DECISION-HISTORY
		PERFORM 3000-SET-PEER-NORMS THRU 3000-EXIT
			VARYING WS-TYPE-INDEX FROM 1 BY 1
			UNTIL WS-TYPE-INDEX > WS-TYPE-COUNT
		PERFORM 3100-SCORE-ONE-PROVIDER THRU 3100-EXIT
			VARYING WS-PT-INDEX FROM 1 BY 1
			UNTIL WS-PT-INDEX > WS-PT-COUNT
		IF WS-REFERRED-COUNT > ZERO
			PERFORM 4000-OPEN-SECOND-PASS THRU 4000-EXIT
			PERFORM 4100-COLLECT-SUPPORT THRU 4100-EXIT
				UNTIL EOF-FLAG = "Y"
			CLOSE DECISION-HISTORY
		END-IF
		PERFORM 5000-WRITE-REFERRALS THRU 5000-EXIT
		PERFORM 8000-FINALIZE THRU 8000-EXIT
	ELSE
		*>Nothing screened - the ledger shows the run stopped
		*>short, so a rerun with good parameters is not refused
		MOVE "F" TO WS-RC-END-OUTCOME
	END-IF
	PERFORM 9900-STAMP-RUN-END THRU 9900-EXIT
	STOP RUN.

*>------------------------------------------------------------*
*> 1000-INITIALIZE - read the operator's parameters and open the
*> inputs; the outputs open only once the screen is scored, so a
*> run that stops short never leaves the last referral file empty
*>------------------------------------------------------------*
1000-INITIALIZE.
	ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
	PERFORM 1100-READ-PARMS THRU 1100-EXIT
	IF NOT WS-INPUTS-GOOD
		DISPLAY "PROVIDER-SCREEN: PARAMETER FILE MISSING OR BAD - "
			"NOTHING SCREENED"
		GO TO 1000-EXIT
	END-IF
	OPEN INPUT DECISION-HISTORY
	IF NOT WS-DECHIST-OK
		DISPLAY "PROVIDER-SCREEN: DECISION-HISTORY OPEN FAILED, "
			"STATUS = " WS-DECHIST-STATUS " - NOTHING SCREENED"
		MOVE "N" TO WS-INPUTS-GOOD-SWITCH
		GO TO 1000-EXIT
	END-IF
	*>The hold is set on the master itself, so the master must
	*>open for update - it is never created here
	OPEN I-O PROVIDER-MASTER
	IF NOT WS-PM-OK
		DISPLAY "PROVIDER-SCREEN: PROVIDER-MASTER OPEN FAILED, "
			"STATUS = " WS-PM-STATUS " - NOTHING SCREENED"
		MOVE "N" TO WS-INPUTS-GOOD-SWITCH
		CLOSE DECISION-HISTORY
		GO TO 1000-EXIT
	END-IF
	.
1000-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 1100-READ-PARMS - the window is required and must run
*> forward; every other field defaults when blank but must be
*> all digits when given
*>------------------------------------------------------------*
1100-READ-PARMS.
	MOVE "N" TO WS-INPUTS-GOOD-SWITCH
	OPEN INPUT SCREEN-PARMS
	IF NOT WS-PARMS-OK
		GO TO 1100-EXIT
	END-IF
	READ SCREEN-PARMS
		AT END
			CLOSE SCREEN-PARMS
			GO TO 1100-EXIT
	END-READ
	CLOSE SCREEN-PARMS
	IF SP-START-DATE NOT NUMERIC OR SP-END-DATE NOT NUMERIC
		OR SP-START-DATE > SP-END-DATE
		GO TO 1100-EXIT
	END-IF
	IF (SP-MIN-CLAIMS NOT NUMERIC AND SP-MIN-CLAIMS NOT = SPACES)
		OR (SP-NEAR-LIMIT-PCT NOT NUMERIC
			AND SP-NEAR-LIMIT-PCT NOT = SPACES)
		OR (SP-AVG-BILLED-PCT NOT NUMERIC
			AND SP-AVG-BILLED-PCT NOT = SPACES)
		OR (SP-NEAR-SHARE-PCT NOT NUMERIC
			AND SP-NEAR-SHARE-PCT NOT = SPACES)
		OR (SP-PER-MEMBER-PCT NOT NUMERIC
			AND SP-PER-MEMBER-PCT NOT = SPACES)
		OR (SP-WEEKEND-REPEAT-PCT NOT NUMERIC
			AND SP-WEEKEND-REPEAT-PCT NOT = SPACES)
		GO TO 1100-EXIT
	END-IF
	IF SP-MIN-METRICS NOT = SPACE
		AND (SP-MIN-METRICS < "1" OR SP-MIN-METRICS > "4")
		GO TO 1100-EXIT
	END-IF
	MOVE SP-START-DATE TO WS-START-DATE
	MOVE SP-END-DATE TO WS-END-DATE
	MOVE 10 TO WS-MIN-CLAIMS
	IF SP-MIN-CLAIMS NOT = SPACES
		MOVE SP-MIN-CLAIMS TO WS-MIN-CLAIMS
	END-IF
	MOVE 10 TO WS-NEAR-PCT
	IF SP-NEAR-LIMIT-PCT NOT = SPACES
		MOVE SP-NEAR-LIMIT-PCT TO WS-NEAR-PCT
	END-IF
	*>A near-ceiling band wider than the ceiling itself would
	*>count every claim
	IF WS-NEAR-PCT > 100
		GO TO 1100-EXIT
	END-IF
	MOVE 50 TO WS-AVG-BILLED-PCT WS-NEAR-SHARE-PCT
		WS-PER-MEMBER-PCT WS-WKND-REPEAT-PCT
	IF SP-AVG-BILLED-PCT NOT = SPACES
		MOVE SP-AVG-BILLED-PCT TO WS-AVG-BILLED-PCT
	END-IF
	IF SP-NEAR-SHARE-PCT NOT = SPACES
		MOVE SP-NEAR-SHARE-PCT TO WS-NEAR-SHARE-PCT
	END-IF
	IF SP-PER-MEMBER-PCT NOT = SPACES
		MOVE SP-PER-MEMBER-PCT TO WS-PER-MEMBER-PCT
	END-IF
	IF SP-WEEKEND-REPEAT-PCT NOT = SPACES
		MOVE SP-WEEKEND-REPEAT-PCT TO WS-WKND-REPEAT-PCT
	END-IF
	MOVE 2 TO WS-MIN-METRICS
	IF SP-MIN-METRICS NOT = SPACE
		MOVE SP-MIN-METRICS TO WS-MIN-METRICS
	END-IF
	MOVE "Y" TO WS-INPUTS-GOOD-SWITCH
	.
1100-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 1200-LOAD-LIMITS-TABLE - read every row of LIMITS-FILE into
*> WS-LIMITS-TABLE. A missing LIMITS-FILE, or one with no OT row,
*> falls back to WS-DEFAULT-LIMIT at lookup time, as it does in
*> PROCESS-CLAIMS.
*>------------------------------------------------------------*
1200-LOAD-LIMITS-TABLE.
	MOVE ZERO TO WS-LIMIT-COUNT
	MOVE "N" TO WS-LIMITS-EOF
	OPEN INPUT LIMITS-FILE
	IF WS-LIMITS-STATUS-OK
		PERFORM 1210-READ-LIMIT-RECORD THRU 1210-EXIT
			UNTIL WS-LIMITS-AT-END
		CLOSE LIMITS-FILE
	END-IF
	.
1200-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 1210-READ-LIMIT-RECORD - append one LIMITS-FILE row to
*> WS-LIMITS-TABLE, up to its 50-entry capacity
*>------------------------------------------------------------*
1210-READ-LIMIT-RECORD.
	READ LIMITS-FILE
		AT END
			MOVE "Y" TO WS-LIMITS-EOF
		NOT AT END
			IF WS-LIMIT-COUNT < 50
				ADD 1 TO WS-LIMIT-COUNT
				MOVE LT-CLAIM-TYPE TO WS-LT-TYPE (WS-LIMIT-COUNT)
				MOVE LT-EFFECTIVE-DATE TO WS-LT-EFF-DATE (WS-LIMIT-COUNT)
				MOVE LT-LIMIT-AMOUNT TO WS-LT-AMOUNT (WS-LIMIT-COUNT)
			ELSE
				DISPLAY "WARNING: LIMITS-FILE HAS MORE THAN 50 ROWS, CLAIM TYPE "
					LT-CLAIM-TYPE " EFFECTIVE " LT-EFFECTIVE-DATE
					" WAS DROPPED FROM THE LIMITS TABLE"
			END-IF
	END-READ
	.
1210-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2000-TALLY-DECISION - one history record on the first pass
*>------------------------------------------------------------*
2000-TALLY-DECISION.
	READ DECISION-HISTORY
		AT END
			MOVE "Y" TO EOF-FLAG
		NOT AT END
			ADD 1 TO WS-DECISIONS-READ
			PERFORM 2100-SCREEN-DECISION THRU 2100-EXIT
	END-READ
	.
2000-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2100-SCREEN-DECISION - a claim as billed counts once, on the
*> decision PROCESS-CLAIMS first gave it: approved, rejected or
*> pended. Voids, suspense releases, manual-review denials and
*> adjusted re-approvals are later decisions on a claim already
*> counted, and are passed over, as is any later decision under a
*> claim ID already counted.
*>------------------------------------------------------------*
2100-SCREEN-DECISION.
	IF DH-DECISION NOT = "APPROVED"
		AND DH-DECISION (1:7) NOT = "PENDED:"
		AND DH-DECISION (1:9) NOT = "REJECTED:"
		GO TO 2100-EXIT
	END-IF
	IF DH-DECISION = "REJECTED: DENIED ON MANUAL REVIEW"
		GO TO 2100-EXIT
	END-IF
	IF DH-CLAIM-DATE < WS-START-DATE OR DH-CLAIM-DATE > WS-END-DATE
		GO TO 2100-EXIT
	END-IF
	PERFORM 2600-LOCATE-SEEN-CLAIM THRU 2600-EXIT
	IF WS-SEEN-FOUND
		GO TO 2100-EXIT
	END-IF
	IF WS-SEEN-COUNT >= 20000
		DISPLAY "PROVIDER-SCREEN: MORE THAN 20000 CLAIMS IN THE "
			"WINDOW - RUN STOPPED, NOTHING REFERRED"
		PERFORM 1490-STOP-RUN-SHORT THRU 1490-EXIT
	END-IF
	ADD 1 TO WS-SEEN-COUNT
	MOVE DH-CLAIM-ID TO WS-SEEN-CLAIM-ID (WS-SEEN-COUNT)
	MOVE "N" TO WS-SEEN-SECOND (WS-SEEN-COUNT)
	ADD 1 TO WS-CLAIMS-SCREENED
	PERFORM 2200-CLASSIFY-CLAIM THRU 2200-EXIT
	PERFORM 2300-FIND-TYPE THRU 2300-EXIT
	PERFORM 2400-FIND-PROVIDER-TYPE THRU 2400-EXIT

	ADD 1 TO WS-PT-CLAIMS (WS-PT-INDEX) WS-TYP-CLAIMS (WS-TYPE-INDEX)
	ADD DH-CLAIM-AMOUNT TO WS-PT-BILLED (WS-PT-INDEX)
		WS-TYP-BILLED (WS-TYPE-INDEX)
	IF WS-CLAIM-NEAR
		ADD 1 TO WS-PT-NEAR (WS-PT-INDEX) WS-TYP-NEAR (WS-TYPE-INDEX)
	END-IF
	IF WS-CLAIM-WEEKEND
		ADD 1 TO WS-PT-WEEKEND (WS-PT-INDEX)
			WS-TYP-WEEKEND (WS-TYPE-INDEX)
	END-IF
	PERFORM 2500-RECORD-VISIT THRU 2500-EXIT
	.
2100-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2200-CLASSIFY-CLAIM - is the billed amount within the near
*> band under the ceiling in force on the service date, and did
*> the service fall on a weekend?
*>------------------------------------------------------------*
2200-CLASSIFY-CLAIM.
	MOVE "N" TO WS-CLAIM-NEAR-SWITCH WS-CLAIM-WEEKEND-SWITCH
	MOVE DH-CLAIM-DATE TO WS-CLAIM-DATE
	MOVE DH-CLAIM-TYPE TO WS-CLAIM-TYPE
	PERFORM 2210-FIND-APPROVAL-LIMIT THRU 2210-EXIT
	COMPUTE WS-NEAR-FLOOR =
		WS-APPROVAL-LIMIT * (100 - WS-NEAR-PCT) / 100
	IF DH-CLAIM-AMOUNT >= WS-NEAR-FLOOR
		AND DH-CLAIM-AMOUNT <= WS-APPROVAL-LIMIT
		MOVE "Y" TO WS-CLAIM-NEAR-SWITCH
	END-IF
	IF DH-CLAIM-DATE NUMERIC
		MOVE DH-CLAIM-DATE TO WS-SERVICE-DATE
		COMPUTE WS-SERVICE-DAY-INT =
			FUNCTION INTEGER-OF-DATE(WS-SERVICE-DATE)
		DIVIDE WS-SERVICE-DAY-INT BY 7 GIVING WS-SERVICE-WEEKS
			REMAINDER WS-SERVICE-WEEKDAY
		IF WS-SERVICE-WEEKDAY = 6 OR WS-SERVICE-WEEKDAY = 0
			MOVE "Y" TO WS-CLAIM-WEEKEND-SWITCH
		END-IF
	END-IF
	.
2200-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2210-FIND-APPROVAL-LIMIT - the ceiling in force for the
*> claim's type on its service date: the latest row for the type
*> not after that date, else the OT row, else the default
*>------------------------------------------------------------*
2210-FIND-APPROVAL-LIMIT.
	MOVE LOW-VALUES TO WS-BEST-EFF-DATE WS-OT-BEST-EFF-DATE
	MOVE "N" TO WS-LIMIT-FOUND-SWITCH WS-OT-FOUND-SWITCH
	MOVE WS-DEFAULT-LIMIT TO WS-APPROVAL-LIMIT
	PERFORM 2220-SEARCH-LIMIT-ENTRY THRU 2220-EXIT
		VARYING WS-LIMIT-INDEX FROM 1 BY 1
		UNTIL WS-LIMIT-INDEX > WS-LIMIT-COUNT
	IF NOT WS-LIMIT-FOUND AND WS-OT-LIMIT-FOUND
		MOVE WS-OT-AMOUNT TO WS-APPROVAL-LIMIT
	END-IF
	.
2210-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2220-SEARCH-LIMIT-ENTRY - one probe of the limit table,
*> performed by 2210 for each subscript in turn
*>------------------------------------------------------------*
2220-SEARCH-LIMIT-ENTRY.
	IF WS-LT-EFF-DATE (WS-LIMIT-INDEX) <= WS-CLAIM-DATE
		IF WS-LT-TYPE (WS-LIMIT-INDEX) = WS-CLAIM-TYPE
			IF WS-LT-EFF-DATE (WS-LIMIT-INDEX) >= WS-BEST-EFF-DATE
				MOVE WS-LT-EFF-DATE (WS-LIMIT-INDEX) TO WS-BEST-EFF-DATE
				MOVE WS-LT-AMOUNT (WS-LIMIT-INDEX) TO WS-APPROVAL-LIMIT
				MOVE "Y" TO WS-LIMIT-FOUND-SWITCH
			END-IF
		END-IF
		IF WS-LT-TYPE (WS-LIMIT-INDEX) = "OT"
			IF WS-LT-EFF-DATE (WS-LIMIT-INDEX) >= WS-OT-BEST-EFF-DATE
				MOVE WS-LT-EFF-DATE (WS-LIMIT-INDEX) TO WS-OT-BEST-EFF-DATE
				MOVE WS-LT-AMOUNT (WS-LIMIT-INDEX) TO WS-OT-AMOUNT
				MOVE "Y" TO WS-OT-FOUND-SWITCH
			END-IF
		END-IF
	END-IF
	.
2220-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2300-FIND-TYPE - point WS-TYPE-INDEX at the claim type's peer
*> row, adding the row on first sight. More claim types than the
*> table holds stops the run rather than screen against partial
*> peers.
*>------------------------------------------------------------*
2300-FIND-TYPE.
	MOVE "N" TO WS-TYPE-FOUND-SWITCH
	PERFORM 2310-SEARCH-TYPE THRU 2310-EXIT
		VARYING WS-TYPE-INDEX FROM 1 BY 1
		UNTIL WS-TYPE-INDEX > WS-TYPE-COUNT
			OR WS-TYPE-FOUND
	IF WS-TYPE-FOUND
		*>The search loop increments once past the match before
		*>its UNTIL stops it, so step back one row
		SUBTRACT 1 FROM WS-TYPE-INDEX
		GO TO 2300-EXIT
	END-IF
	IF WS-TYPE-COUNT >= 30
		DISPLAY "PROVIDER-SCREEN: MORE THAN 30 CLAIM TYPES IN THE "
			"WINDOW - RUN STOPPED, NOTHING REFERRED"
		PERFORM 1490-STOP-RUN-SHORT THRU 1490-EXIT
	END-IF
	ADD 1 TO WS-TYPE-COUNT
	MOVE WS-TYPE-COUNT TO WS-TYPE-INDEX
	MOVE DH-CLAIM-TYPE TO WS-TYP-CLAIM-TYPE (WS-TYPE-INDEX)
	MOVE ZERO TO WS-TYP-PROVIDERS (WS-TYPE-INDEX)
		WS-TYP-CLAIMS (WS-TYPE-INDEX)
		WS-TYP-BILLED (WS-TYPE-INDEX)
		WS-TYP-NEAR (WS-TYPE-INDEX)
		WS-TYP-MEMBERS (WS-TYPE-INDEX)
		WS-TYP-WEEKEND (WS-TYPE-INDEX)
		WS-TYP-REPEATS (WS-TYPE-INDEX)
		WS-TYP-AVG-BILLED (WS-TYPE-INDEX)
		WS-TYP-NEAR-SHARE (WS-TYPE-INDEX)
		WS-TYP-PER-MEMBER (WS-TYPE-INDEX)
		WS-TYP-WKND-REPEAT (WS-TYPE-INDEX)
		WS-TYP-REFERRED (WS-TYPE-INDEX)
	.
2300-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2310-SEARCH-TYPE - one probe of the peer table
*>------------------------------------------------------------*
2310-SEARCH-TYPE.
	IF WS-TYP-CLAIM-TYPE (WS-TYPE-INDEX) = DH-CLAIM-TYPE
		MOVE "Y" TO WS-TYPE-FOUND-SWITCH
	END-IF
	.
2310-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2400-FIND-PROVIDER-TYPE - point WS-PT-INDEX at the provider's
*> row for the claim type, adding the row on first sight and
*> counting the provider among the type's peers
*>------------------------------------------------------------*
2400-FIND-PROVIDER-TYPE.
	PERFORM 2450-LOCATE-PROVIDER-TYPE THRU 2450-EXIT
	IF WS-PT-FOUND
		GO TO 2400-EXIT
	END-IF
	IF WS-PT-COUNT >= 2000
		DISPLAY "PROVIDER-SCREEN: MORE THAN 2000 PROVIDER AND CLAIM "
			"TYPE PAIRS IN THE WINDOW - RUN STOPPED, NOTHING REFERRED"
		PERFORM 1490-STOP-RUN-SHORT THRU 1490-EXIT
	END-IF
	ADD 1 TO WS-PT-COUNT
	MOVE WS-PT-COUNT TO WS-PT-INDEX
	MOVE DH-PROVIDER-ID TO WS-PT-PROVIDER-ID (WS-PT-INDEX)
	MOVE DH-CLAIM-TYPE TO WS-PT-CLAIM-TYPE (WS-PT-INDEX)
	MOVE WS-TYPE-INDEX TO WS-PT-TYPE-INDEX (WS-PT-INDEX)
	MOVE ZERO TO WS-PT-CLAIMS (WS-PT-INDEX)
		WS-PT-BILLED (WS-PT-INDEX)
		WS-PT-NEAR (WS-PT-INDEX)
		WS-PT-MEMBERS (WS-PT-INDEX)
		WS-PT-WEEKEND (WS-PT-INDEX)
		WS-PT-REPEATS (WS-PT-INDEX)
		WS-PT-AVG-BILLED (WS-PT-INDEX)
		WS-PT-NEAR-SHARE (WS-PT-INDEX)
		WS-PT-PER-MEMBER (WS-PT-INDEX)
		WS-PT-WKND-REPEAT (WS-PT-INDEX)
		WS-PT-TRIP-COUNT (WS-PT-INDEX)
	MOVE SPACES TO WS-PT-TRIPPED (WS-PT-INDEX)
	MOVE "N" TO WS-PT-REFERRED (WS-PT-INDEX)
		WS-PT-LISTED (WS-PT-INDEX)
	ADD 1 TO WS-TYP-PROVIDERS (WS-TYPE-INDEX)
	.
2400-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2450-LOCATE-PROVIDER-TYPE - search only; WS-PT-FOUND says
*> whether WS-PT-INDEX points at the decision's provider and type
*>------------------------------------------------------------*
2450-LOCATE-PROVIDER-TYPE.
	MOVE "N" TO WS-PT-FOUND-SWITCH
	PERFORM 2460-SEARCH-PROVIDER-TYPE THRU 2460-EXIT
		VARYING WS-PT-INDEX FROM 1 BY 1
		UNTIL WS-PT-INDEX > WS-PT-COUNT
			OR WS-PT-FOUND
	IF WS-PT-FOUND
		*>The search loop increments once past the match before
		*>its UNTIL stops it, so step back one row
		SUBTRACT 1 FROM WS-PT-INDEX
	END-IF
	.
2450-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2460-SEARCH-PROVIDER-TYPE - one probe of the provider table
*>------------------------------------------------------------*
2460-SEARCH-PROVIDER-TYPE.
	IF WS-PT-PROVIDER-ID (WS-PT-INDEX) = DH-PROVIDER-ID
		AND WS-PT-CLAIM-TYPE (WS-PT-INDEX) = DH-CLAIM-TYPE
		MOVE "Y" TO WS-PT-FOUND-SWITCH
	END-IF
	.
2460-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2500-RECORD-VISIT - a second claim for the same member and
*> service date is a repeat; a first claim may also be the
*> provider's first for the member in the type
*>------------------------------------------------------------*
2500-RECORD-VISIT.
	PERFORM 2550-LOCATE-VISIT THRU 2550-EXIT
	IF WS-VISIT-FOUND
		ADD 1 TO WS-VIS-CLAIMS (WS-VISIT-INDEX)
		*>A weekend repeat is already in the weekend count - one
		*>claim counts once toward the weekend-or-repeat share
		IF NOT WS-CLAIM-WEEKEND
			ADD 1 TO WS-PT-REPEATS (WS-PT-INDEX)
				WS-TYP-REPEATS (WS-TYPE-INDEX)
		END-IF
		GO TO 2500-EXIT
	END-IF
	IF WS-VISIT-COUNT >= 8000
		DISPLAY "PROVIDER-SCREEN: MORE THAN 8000 SERVICE DATES IN "
			"THE WINDOW - RUN STOPPED, NOTHING REFERRED"
		PERFORM 1490-STOP-RUN-SHORT THRU 1490-EXIT
	END-IF
	ADD 1 TO WS-VISIT-COUNT
	MOVE WS-SEEK-VISIT-KEY TO WS-VIS-KEY (WS-VISIT-COUNT)
	MOVE 1 TO WS-VIS-CLAIMS (WS-VISIT-COUNT)

	MOVE "N" TO WS-MBR-FOUND-SWITCH
	PERFORM 2520-SEARCH-MEMBER THRU 2520-EXIT
		VARYING WS-MBR-INDEX FROM 1 BY 1
		UNTIL WS-MBR-INDEX > WS-MBR-COUNT
			OR WS-MBR-FOUND
	IF WS-MBR-FOUND
		GO TO 2500-EXIT
	END-IF
	IF WS-MBR-COUNT >= 5000
		DISPLAY "PROVIDER-SCREEN: MORE THAN 5000 PROVIDER AND MEMBER "
			"PAIRS IN THE WINDOW - RUN STOPPED, NOTHING REFERRED"
		PERFORM 1490-STOP-RUN-SHORT THRU 1490-EXIT
	END-IF
	ADD 1 TO WS-MBR-COUNT
	MOVE WS-SEEK-VISIT-KEY (1:15) TO WS-MBR-KEY (WS-MBR-COUNT)
	ADD 1 TO WS-PT-MEMBERS (WS-PT-INDEX)
		WS-TYP-MEMBERS (WS-TYPE-INDEX)
	.
2500-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2520-SEARCH-MEMBER - one probe of the provider-member table
*>------------------------------------------------------------*
2520-SEARCH-MEMBER.
	IF WS-MBR-KEY (WS-MBR-INDEX) = WS-SEEK-VISIT-KEY (1:15)
		MOVE "Y" TO WS-MBR-FOUND-SWITCH
	END-IF
	.
2520-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2550-LOCATE-VISIT - search only; WS-VISIT-FOUND says whether
*> WS-VISIT-INDEX points at the decision's provider, type,
*> member and service date
*>------------------------------------------------------------*
2550-LOCATE-VISIT.
	MOVE DH-PROVIDER-ID TO WS-SEEK-PROVIDER-ID
	MOVE DH-CLAIM-TYPE TO WS-SEEK-CLAIM-TYPE
	MOVE DH-MEMBER-ID TO WS-SEEK-MEMBER-ID
	MOVE DH-CLAIM-DATE TO WS-SEEK-CLAIM-DATE
	MOVE "N" TO WS-VISIT-FOUND-SWITCH
	PERFORM 2560-SEARCH-VISIT THRU 2560-EXIT
		VARYING WS-VISIT-INDEX FROM 1 BY 1
		UNTIL WS-VISIT-INDEX > WS-VISIT-COUNT
			OR WS-VISIT-FOUND
	IF WS-VISIT-FOUND
		*>The search loop increments once past the match before
		*>its UNTIL stops it, so step back one row
		SUBTRACT 1 FROM WS-VISIT-INDEX
	END-IF
	.
2550-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2560-SEARCH-VISIT - one probe of the visit table
*>------------------------------------------------------------*
2560-SEARCH-VISIT.
	IF WS-VIS-KEY (WS-VISIT-INDEX) = WS-SEEK-VISIT-KEY
		MOVE "Y" TO WS-VISIT-FOUND-SWITCH
	END-IF
	.
2560-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2600-LOCATE-SEEN-CLAIM - search only; WS-SEEN-FOUND says
*> whether WS-SEEN-INDEX points at the decision's claim ID
*>------------------------------------------------------------*
2600-LOCATE-SEEN-CLAIM.
	MOVE "N" TO WS-SEEN-FOUND-SWITCH
	PERFORM 2610-SEARCH-SEEN-CLAIM THRU 2610-EXIT
		VARYING WS-SEEN-INDEX FROM 1 BY 1
		UNTIL WS-SEEN-INDEX > WS-SEEN-COUNT
			OR WS-SEEN-FOUND
	IF WS-SEEN-FOUND
		*>The search loop increments once past the match before
		*>its UNTIL stops it, so step back one row
		SUBTRACT 1 FROM WS-SEEN-INDEX
	END-IF
	.
2600-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2610-SEARCH-SEEN-CLAIM - one probe of the seen-claim table
*>------------------------------------------------------------*
2610-SEARCH-SEEN-CLAIM.
	IF WS-SEEN-CLAIM-ID (WS-SEEN-INDEX) = DH-CLAIM-ID
		MOVE "Y" TO WS-SEEN-FOUND-SWITCH
	END-IF
	.
2610-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 3000-SET-PEER-NORMS - one claim type's measures across every
*> provider billing it. Every row was added with a claim, so no
*> divisor here is zero.
*>------------------------------------------------------------*
3000-SET-PEER-NORMS.
	COMPUTE WS-TYP-AVG-BILLED (WS-TYPE-INDEX) ROUNDED =
		WS-TYP-BILLED (WS-TYPE-INDEX) / WS-TYP-CLAIMS (WS-TYPE-INDEX)
	COMPUTE WS-TYP-NEAR-SHARE (WS-TYPE-INDEX) ROUNDED =
		WS-TYP-NEAR (WS-TYPE-INDEX) * 100
		/ WS-TYP-CLAIMS (WS-TYPE-INDEX)
	COMPUTE WS-TYP-PER-MEMBER (WS-TYPE-INDEX) ROUNDED =
		WS-TYP-CLAIMS (WS-TYPE-INDEX) / WS-TYP-MEMBERS (WS-TYPE-INDEX)
	COMPUTE WS-TYP-WKND-REPEAT (WS-TYPE-INDEX) ROUNDED =
		(WS-TYP-WEEKEND (WS-TYPE-INDEX) + WS-TYP-REPEATS (WS-TYPE-INDEX))
		* 100 / WS-TYP-CLAIMS (WS-TYPE-INDEX)
	.
3000-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 3100-SCORE-ONE-PROVIDER - the provider's four measures in the
*> type, each tested against the peer norm; enough trips on
*> enough claims is a referral
*>------------------------------------------------------------*
3100-SCORE-ONE-PROVIDER.
	MOVE WS-PT-TYPE-INDEX (WS-PT-INDEX) TO WS-TYPE-INDEX
	COMPUTE WS-PT-AVG-BILLED (WS-PT-INDEX) ROUNDED =
		WS-PT-BILLED (WS-PT-INDEX) / WS-PT-CLAIMS (WS-PT-INDEX)
	COMPUTE WS-PT-NEAR-SHARE (WS-PT-INDEX) ROUNDED =
		WS-PT-NEAR (WS-PT-INDEX) * 100 / WS-PT-CLAIMS (WS-PT-INDEX)
	COMPUTE WS-PT-PER-MEMBER (WS-PT-INDEX) ROUNDED =
		WS-PT-CLAIMS (WS-PT-INDEX) / WS-PT-MEMBERS (WS-PT-INDEX)
	COMPUTE WS-PT-WKND-REPEAT (WS-PT-INDEX) ROUNDED =
		(WS-PT-WEEKEND (WS-PT-INDEX) + WS-PT-REPEATS (WS-PT-INDEX))
		* 100 / WS-PT-CLAIMS (WS-PT-INDEX)

	MOVE SPACES TO WS-PT-TRIPPED (WS-PT-INDEX)
	MOVE ZERO TO WS-PT-TRIP-COUNT (WS-PT-INDEX)
	*>Too few claims in the type to judge - measured, not referred
	IF WS-PT-CLAIMS (WS-PT-INDEX) < WS-MIN-CLAIMS
		GO TO 3100-EXIT
	END-IF

	MOVE WS-PT-AVG-BILLED (WS-PT-INDEX) TO WS-TEST-PROVIDER
	MOVE WS-TYP-AVG-BILLED (WS-TYPE-INDEX) TO WS-TEST-PEER
	MOVE WS-AVG-BILLED-PCT TO WS-TEST-PCT
	PERFORM 3200-TEST-METRIC THRU 3200-EXIT
	IF WS-METRIC-TRIPPED
		MOVE "A" TO WS-PT-TRIPPED (WS-PT-INDEX) (1:1)
		ADD 1 TO WS-PT-TRIP-COUNT (WS-PT-INDEX)
	END-IF

	MOVE WS-PT-NEAR-SHARE (WS-PT-INDEX) TO WS-TEST-PROVIDER
	MOVE WS-TYP-NEAR-SHARE (WS-TYPE-INDEX) TO WS-TEST-PEER
	MOVE WS-NEAR-SHARE-PCT TO WS-TEST-PCT
	PERFORM 3200-TEST-METRIC THRU 3200-EXIT
	IF WS-METRIC-TRIPPED
		MOVE "N" TO WS-PT-TRIPPED (WS-PT-INDEX) (2:1)
		ADD 1 TO WS-PT-TRIP-COUNT (WS-PT-INDEX)
	END-IF

	MOVE WS-PT-PER-MEMBER (WS-PT-INDEX) TO WS-TEST-PROVIDER
	MOVE WS-TYP-PER-MEMBER (WS-TYPE-INDEX) TO WS-TEST-PEER
	MOVE WS-PER-MEMBER-PCT TO WS-TEST-PCT
	PERFORM 3200-TEST-METRIC THRU 3200-EXIT
	IF WS-METRIC-TRIPPED
		MOVE "M" TO WS-PT-TRIPPED (WS-PT-INDEX) (3:1)
		ADD 1 TO WS-PT-TRIP-COUNT (WS-PT-INDEX)
	END-IF

	MOVE WS-PT-WKND-REPEAT (WS-PT-INDEX) TO WS-TEST-PROVIDER
	MOVE WS-TYP-WKND-REPEAT (WS-TYPE-INDEX) TO WS-TEST-PEER
	MOVE WS-WKND-REPEAT-PCT TO WS-TEST-PCT
	PERFORM 3200-TEST-METRIC THRU 3200-EXIT
	IF WS-METRIC-TRIPPED
		MOVE "W" TO WS-PT-TRIPPED (WS-PT-INDEX) (4:1)
		ADD 1 TO WS-PT-TRIP-COUNT (WS-PT-INDEX)
	END-IF

	IF WS-PT-TRIP-COUNT (WS-PT-INDEX) >= WS-MIN-METRICS
		MOVE "Y" TO WS-PT-REFERRED (WS-PT-INDEX)
		ADD 1 TO WS-REFERRED-COUNT
		ADD 1 TO WS-TYP-REFERRED (WS-TYPE-INDEX)
	END-IF
	.
3100-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 3200-TEST-METRIC - does the provider's figure run over the
*> peer norm by more than the threshold? A threshold of zero
*> turns the measure off.
*>------------------------------------------------------------*
3200-TEST-METRIC.
	MOVE "N" TO WS-METRIC-TRIPPED-SWITCH
	IF WS-TEST-PCT = ZERO
		GO TO 3200-EXIT
	END-IF
	COMPUTE WS-TEST-BOUND =
		WS-TEST-PEER * (100 + WS-TEST-PCT) / 100
	IF WS-TEST-PROVIDER > WS-TEST-BOUND
		MOVE "Y" TO WS-METRIC-TRIPPED-SWITCH
	END-IF
	.
3200-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 4000-OPEN-SECOND-PASS - back to the top of the history for the
*> referred providers' claims
*>------------------------------------------------------------*
4000-OPEN-SECOND-PASS.
	MOVE "N" TO EOF-FLAG
	OPEN INPUT DECISION-HISTORY
	IF NOT WS-DECHIST-OK
		DISPLAY "PROVIDER-SCREEN: DECISION-HISTORY REOPEN FAILED, "
			"STATUS = " WS-DECHIST-STATUS " - RUN STOPPED, "
			"NOTHING REFERRED"
		PERFORM 1490-STOP-RUN-SHORT THRU 1490-EXIT
	END-IF
	.
4000-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 4100-COLLECT-SUPPORT - one history record on the second pass.
*> A referred provider's claim in the type supports the referral
*> when it is billed over the peer average, near the ceiling, on
*> a weekend, or one of several for the member that day.
*>------------------------------------------------------------*
4100-COLLECT-SUPPORT.
	READ DECISION-HISTORY
		AT END
			MOVE "Y" TO EOF-FLAG
			GO TO 4100-EXIT
	END-READ
	*>The same claims the first pass counted, and no others
	IF DH-DECISION NOT = "APPROVED"
		AND DH-DECISION (1:7) NOT = "PENDED:"
		AND DH-DECISION (1:9) NOT = "REJECTED:"
		GO TO 4100-EXIT
	END-IF
	IF DH-DECISION = "REJECTED: DENIED ON MANUAL REVIEW"
		GO TO 4100-EXIT
	END-IF
	IF DH-CLAIM-DATE < WS-START-DATE OR DH-CLAIM-DATE > WS-END-DATE
		GO TO 4100-EXIT
	END-IF
	*>Only the claim's first decision, as the first pass took it
	PERFORM 2600-LOCATE-SEEN-CLAIM THRU 2600-EXIT
	IF NOT WS-SEEN-FOUND
		GO TO 4100-EXIT
	END-IF
	IF WS-SEEN-SECOND (WS-SEEN-INDEX) = "Y"
		GO TO 4100-EXIT
	END-IF
	MOVE "Y" TO WS-SEEN-SECOND (WS-SEEN-INDEX)
	PERFORM 2450-LOCATE-PROVIDER-TYPE THRU 2450-EXIT
	IF NOT WS-PT-FOUND
		GO TO 4100-EXIT
	END-IF
	IF WS-PT-REFERRED (WS-PT-INDEX) NOT = "Y"
		GO TO 4100-EXIT
	END-IF

	MOVE WS-PT-TYPE-INDEX (WS-PT-INDEX) TO WS-TYPE-INDEX
	PERFORM 2200-CLASSIFY-CLAIM THRU 2200-EXIT
	PERFORM 2550-LOCATE-VISIT THRU 2550-EXIT
	MOVE SPACES TO WS-CLAIM-FLAGS
	IF DH-CLAIM-AMOUNT > WS-TYP-AVG-BILLED (WS-TYPE-INDEX)
		MOVE "A" TO WS-CLAIM-FLAGS (1:1)
	END-IF
	IF WS-CLAIM-NEAR
		MOVE "N" TO WS-CLAIM-FLAGS (2:1)
	END-IF
	IF WS-CLAIM-WEEKEND
		MOVE "W" TO WS-CLAIM-FLAGS (3:1)
	END-IF
	IF WS-VISIT-FOUND
		IF WS-VIS-CLAIMS (WS-VISIT-INDEX) > 1
			MOVE "R" TO WS-CLAIM-FLAGS (4:1)
		END-IF
	END-IF
	IF WS-CLAIM-FLAGS = SPACES
		GO TO 4100-EXIT
	END-IF

	IF WS-SUP-COUNT >= 5000
		DISPLAY "PROVIDER-SCREEN: MORE THAN 5000 SUPPORTING CLAIMS - "
			"RUN STOPPED, NOTHING REFERRED"
		PERFORM 1490-STOP-RUN-SHORT THRU 1490-EXIT
	END-IF
	ADD 1 TO WS-SUP-COUNT
	MOVE WS-PT-INDEX TO WS-SUP-PT-INDEX (WS-SUP-COUNT)
	MOVE DH-CLAIM-ID TO WS-SUP-CLAIM-ID (WS-SUP-COUNT)
	MOVE DH-MEMBER-ID TO WS-SUP-MEMBER-ID (WS-SUP-COUNT)
	MOVE DH-CLAIM-DATE TO WS-SUP-CLAIM-DATE (WS-SUP-COUNT)
	MOVE DH-CLAIM-AMOUNT TO WS-SUP-CLAIM-AMOUNT (WS-SUP-COUNT)
	MOVE DH-PAID-AMOUNT TO WS-SUP-PAID-AMOUNT (WS-SUP-COUNT)
	MOVE WS-CLAIM-FLAGS TO WS-SUP-FLAGS (WS-SUP-COUNT)
	MOVE DH-DECISION TO WS-SUP-DECISION (WS-SUP-COUNT)
	.
4100-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 5000-WRITE-REFERRALS - the peer norms, then every referred
*> provider and type in provider order, each put on hold and
*> written with its supporting claims
*>------------------------------------------------------------*
5000-WRITE-REFERRALS.
	OPEN OUTPUT SIU-REFERRALS
	OPEN OUTPUT SCREEN-REPORT
	MOVE WS-START-DATE TO WS-RPT-HDG-START
	MOVE WS-END-DATE TO WS-RPT-HDG-END
	MOVE WS-RUN-DATE TO WS-RPT-HDG-DATE
	MOVE WS-RPT-HEADING-1 TO SCREEN-REPORT-RECORD
	WRITE SCREEN-REPORT-RECORD

	*>The thresholds the run was judged by
	MOVE SPACES TO SCREEN-REPORT-RECORD
	MOVE WS-NEAR-PCT TO WS-EDIT-PCT
	STRING "NEAR CEILING = BILLED WITHIN " DELIMITED BY SIZE
		WS-EDIT-PCT DELIMITED BY SIZE
		"% UNDER IT    MINIMUM CLAIMS " DELIMITED BY SIZE
		WS-MIN-CLAIMS DELIMITED BY SIZE
		"    MEASURES TO REFER " DELIMITED BY SIZE
		WS-MIN-METRICS DELIMITED BY SIZE
		INTO SCREEN-REPORT-RECORD
	END-STRING
	WRITE SCREEN-REPORT-RECORD
	MOVE SPACES TO SCREEN-REPORT-RECORD
	STRING "OVER PEERS BY (000 = OFF) - AVG BILLED " DELIMITED BY SIZE
		WS-AVG-BILLED-PCT DELIMITED BY SIZE
		"%  NEAR CEILING " DELIMITED BY SIZE
		WS-NEAR-SHARE-PCT DELIMITED BY SIZE
		"%  CLAIMS PER MEMBER " DELIMITED BY SIZE
		WS-PER-MEMBER-PCT DELIMITED BY SIZE
		"%  WEEKEND/REPEAT " DELIMITED BY SIZE
		WS-WKND-REPEAT-PCT DELIMITED BY SIZE
		"%" DELIMITED BY SIZE
		INTO SCREEN-REPORT-RECORD
	END-STRING
	WRITE SCREEN-REPORT-RECORD
	MOVE SPACES TO SCREEN-REPORT-RECORD
	WRITE SCREEN-REPORT-RECORD

	MOVE "PEER NORMS BY CLAIM TYPE" TO SCREEN-REPORT-RECORD
	WRITE SCREEN-REPORT-RECORD
	MOVE WS-PEER-HEADING TO SCREEN-REPORT-RECORD
	WRITE SCREEN-REPORT-RECORD
	PERFORM 5100-WRITE-PEER-LINE THRU 5100-EXIT
		VARYING WS-TYPE-INDEX FROM 1 BY 1
		UNTIL WS-TYPE-INDEX > WS-TYPE-COUNT
	MOVE SPACES TO SCREEN-REPORT-RECORD
	WRITE SCREEN-REPORT-RECORD

	MOVE "PROVIDERS REFERRED TO SPECIAL INVESTIGATIONS"
		TO SCREEN-REPORT-RECORD
	WRITE SCREEN-REPORT-RECORD
	MOVE WS-REF-HEADING TO SCREEN-REPORT-RECORD
	WRITE SCREEN-REPORT-RECORD
	PERFORM 5200-PICK-NEXT-REFERRAL THRU 5200-EXIT
		VARYING WS-SWEEP-PASS FROM 1 BY 1
		UNTIL WS-SWEEP-PASS > WS-REFERRED-COUNT
	.
5000-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 5100-WRITE-PEER-LINE - one claim type's peer norms
*>------------------------------------------------------------*
5100-WRITE-PEER-LINE.
	MOVE WS-TYP-CLAIM-TYPE (WS-TYPE-INDEX) TO WS-PD-CLAIM-TYPE
	MOVE WS-TYP-PROVIDERS (WS-TYPE-INDEX) TO WS-PD-PROVIDERS
	MOVE WS-TYP-CLAIMS (WS-TYPE-INDEX) TO WS-PD-CLAIMS
	MOVE WS-TYP-AVG-BILLED (WS-TYPE-INDEX) TO WS-PD-AVG-BILLED
	MOVE WS-TYP-NEAR-SHARE (WS-TYPE-INDEX) TO WS-PD-NEAR-SHARE
	MOVE WS-TYP-PER-MEMBER (WS-TYPE-INDEX) TO WS-PD-PER-MEMBER
	MOVE WS-TYP-WKND-REPEAT (WS-TYPE-INDEX) TO WS-PD-WKND-REPEAT
	MOVE WS-TYP-REFERRED (WS-TYPE-INDEX) TO WS-PD-REFERRED
	MOVE WS-PEER-DETAIL-LINE TO SCREEN-REPORT-RECORD
	WRITE SCREEN-REPORT-RECORD
	.
5100-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 5200-PICK-NEXT-REFERRAL - one sweep for the lowest provider
*> and type referred but not yet written, then its referral
*>------------------------------------------------------------*
5200-PICK-NEXT-REFERRAL.
	MOVE ZERO TO WS-BEST-INDEX
	MOVE HIGH-VALUES TO WS-BEST-KEY
	PERFORM 5210-COMPARE-REFERRAL THRU 5210-EXIT
		VARYING WS-PT-INDEX FROM 1 BY 1
		UNTIL WS-PT-INDEX > WS-PT-COUNT
	IF WS-BEST-INDEX = ZERO
		GO TO 5200-EXIT
	END-IF
	MOVE "Y" TO WS-PT-LISTED (WS-BEST-INDEX)
	MOVE WS-BEST-INDEX TO WS-PT-INDEX
	MOVE WS-PT-TYPE-INDEX (WS-PT-INDEX) TO WS-TYPE-INDEX
	PERFORM 5300-HOLD-PROVIDER THRU 5300-EXIT
	PERFORM 5400-WRITE-REFERRAL THRU 5400-EXIT
	PERFORM 5500-WRITE-SUPPORT-CLAIM THRU 5500-EXIT
		VARYING WS-SUP-INDEX FROM 1 BY 1
		UNTIL WS-SUP-INDEX > WS-SUP-COUNT
	MOVE SPACES TO SCREEN-REPORT-RECORD
	WRITE SCREEN-REPORT-RECORD
	.
5200-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 5210-COMPARE-REFERRAL - is this the lowest unwritten referral
*> so far?
*>------------------------------------------------------------*
5210-COMPARE-REFERRAL.
	IF WS-PT-REFERRED (WS-PT-INDEX) = "Y"
		AND WS-PT-LISTED (WS-PT-INDEX) NOT = "Y"
		AND WS-PT-KEY (WS-PT-INDEX) < WS-BEST-KEY
		MOVE WS-PT-INDEX TO WS-BEST-INDEX
		MOVE WS-PT-KEY (WS-PT-INDEX) TO WS-BEST-KEY
	END-IF
	.
5210-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 5300-HOLD-PROVIDER - set the SIU hold on the master so
*> PROCESS-CLAIMS pends the provider's new claims. A provider
*> already held (by SIU, or by an earlier type this run) stays
*> held; one missing from the master is reported, not added.
*>------------------------------------------------------------*
5300-HOLD-PROVIDER.
	MOVE SPACES TO WS-PROVIDER-NAME
	MOVE WS-PT-PROVIDER-ID (WS-PT-INDEX) TO PM-PROVIDER-ID
	READ PROVIDER-MASTER
		INVALID KEY
			MOVE "M" TO WS-HOLD-STATUS
			MOVE "NOT ON MASTER" TO WS-HOLD-TEXT
			ADD 1 TO WS-NOT-ON-MASTER
			GO TO 5300-EXIT
	END-READ
	MOVE PM-PROVIDER-NAME TO WS-PROVIDER-NAME
	IF PM-SIU-HOLD = "Y"
		MOVE "A" TO WS-HOLD-STATUS
		MOVE "ALREADY ON HOLD" TO WS-HOLD-TEXT
		ADD 1 TO WS-HOLDS-ALREADY
		GO TO 5300-EXIT
	END-IF
	MOVE "Y" TO PM-SIU-HOLD
	REWRITE PM-RECORD
		INVALID KEY
			DISPLAY "PROVIDER-SCREEN: HOLD NOT SET FOR PROVIDER "
				PM-PROVIDER-ID ", STATUS = " WS-PM-STATUS
			MOVE "M" TO WS-HOLD-STATUS
			MOVE "HOLD NOT SET" TO WS-HOLD-TEXT
			ADD 1 TO WS-NOT-ON-MASTER
			GO TO 5300-EXIT
	END-REWRITE
	MOVE "S" TO WS-HOLD-STATUS
	MOVE "HOLD SET" TO WS-HOLD-TEXT
	ADD 1 TO WS-HOLDS-SET
	.
5300-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 5400-WRITE-REFERRAL - the referral header and the report's
*> provider and peer-norm lines
*>------------------------------------------------------------*
5400-WRITE-REFERRAL.
	MOVE SPACES TO SIU-HEADER-RECORD
	MOVE "H" TO SR-REC-TYPE
	MOVE WS-RUN-DATE TO SR-RUN-DATE
	MOVE WS-PT-PROVIDER-ID (WS-PT-INDEX) TO SR-PROVIDER-ID
	MOVE WS-PT-CLAIM-TYPE (WS-PT-INDEX) TO SR-CLAIM-TYPE
	MOVE WS-PT-CLAIMS (WS-PT-INDEX) TO SR-CLAIMS
	MOVE WS-PT-AVG-BILLED (WS-PT-INDEX) TO SR-AVG-BILLED
	MOVE WS-TYP-AVG-BILLED (WS-TYPE-INDEX) TO SR-PEER-AVG-BILLED
	MOVE WS-PT-NEAR-SHARE (WS-PT-INDEX) TO SR-NEAR-SHARE
	MOVE WS-TYP-NEAR-SHARE (WS-TYPE-INDEX) TO SR-PEER-NEAR-SHARE
	MOVE WS-PT-PER-MEMBER (WS-PT-INDEX) TO SR-PER-MEMBER
	MOVE WS-TYP-PER-MEMBER (WS-TYPE-INDEX) TO SR-PEER-PER-MEMBER
	MOVE WS-PT-WKND-REPEAT (WS-PT-INDEX) TO SR-WKND-REPEAT-SHARE
	MOVE WS-TYP-WKND-REPEAT (WS-TYPE-INDEX) TO SR-PEER-WKND-REPEAT
	MOVE WS-PT-TRIPPED (WS-PT-INDEX) TO SR-METRICS-TRIPPED
	MOVE WS-HOLD-STATUS TO SR-HOLD-STATUS
	WRITE SIU-HEADER-RECORD

	MOVE WS-PT-PROVIDER-ID (WS-PT-INDEX) TO WS-RD-PROVIDER-ID
	MOVE WS-PROVIDER-NAME TO WS-RD-NAME
	MOVE WS-PT-CLAIM-TYPE (WS-PT-INDEX) TO WS-RD-CLAIM-TYPE
	MOVE WS-PT-CLAIMS (WS-PT-INDEX) TO WS-RD-CLAIMS
	MOVE WS-PT-AVG-BILLED (WS-PT-INDEX) TO WS-RD-AVG-BILLED
	MOVE WS-PT-NEAR-SHARE (WS-PT-INDEX) TO WS-RD-NEAR-SHARE
	MOVE WS-PT-PER-MEMBER (WS-PT-INDEX) TO WS-RD-PER-MEMBER
	MOVE WS-PT-WKND-REPEAT (WS-PT-INDEX) TO WS-RD-WKND-REPEAT
	MOVE WS-PT-TRIPPED (WS-PT-INDEX) TO WS-RD-TRIPPED
	MOVE WS-HOLD-TEXT TO WS-RD-HOLD
	MOVE WS-REF-DETAIL-LINE TO SCREEN-REPORT-RECORD
	WRITE SCREEN-REPORT-RECORD

	MOVE SPACES TO WS-RD-PROVIDER-ID
	MOVE "  PEER NORM" TO WS-RD-NAME
	MOVE WS-TYP-CLAIMS (WS-TYPE-INDEX) TO WS-RD-CLAIMS
	MOVE WS-TYP-AVG-BILLED (WS-TYPE-INDEX) TO WS-RD-AVG-BILLED
	MOVE WS-TYP-NEAR-SHARE (WS-TYPE-INDEX) TO WS-RD-NEAR-SHARE
	MOVE WS-TYP-PER-MEMBER (WS-TYPE-INDEX) TO WS-RD-PER-MEMBER
	MOVE WS-TYP-WKND-REPEAT (WS-TYPE-INDEX) TO WS-RD-WKND-REPEAT
	MOVE SPACES TO WS-RD-TRIPPED WS-RD-HOLD
	MOVE WS-REF-DETAIL-LINE TO SCREEN-REPORT-RECORD
	WRITE SCREEN-REPORT-RECORD
	.
5400-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 5500-WRITE-SUPPORT-CLAIM - one supporting claim, if it belongs
*> to the referral being written
*>------------------------------------------------------------*
5500-WRITE-SUPPORT-CLAIM.
	IF WS-SUP-PT-INDEX (WS-SUP-INDEX) NOT = WS-PT-INDEX
		GO TO 5500-EXIT
	END-IF
	MOVE SPACES TO SIU-DETAIL-RECORD
	MOVE "D" TO SD-REC-TYPE
	MOVE WS-RUN-DATE TO SD-RUN-DATE
	MOVE WS-PT-PROVIDER-ID (WS-PT-INDEX) TO SD-PROVIDER-ID
	MOVE WS-PT-CLAIM-TYPE (WS-PT-INDEX) TO SD-CLAIM-TYPE
	MOVE WS-SUP-CLAIM-ID (WS-SUP-INDEX) TO SD-CLAIM-ID
	MOVE WS-SUP-MEMBER-ID (WS-SUP-INDEX) TO SD-MEMBER-ID
	MOVE WS-SUP-CLAIM-DATE (WS-SUP-INDEX) TO SD-CLAIM-DATE
	MOVE WS-SUP-CLAIM-AMOUNT (WS-SUP-INDEX) TO SD-CLAIM-AMOUNT
	MOVE WS-SUP-PAID-AMOUNT (WS-SUP-INDEX) TO SD-PAID-AMOUNT
	MOVE WS-SUP-FLAGS (WS-SUP-INDEX) TO SD-CLAIM-FLAGS
	MOVE WS-SUP-DECISION (WS-SUP-INDEX) TO SD-DECISION
	WRITE SIU-DETAIL-RECORD

	MOVE WS-SUP-CLAIM-ID (WS-SUP-INDEX) TO WS-CD-CLAIM-ID
	MOVE WS-SUP-MEMBER-ID (WS-SUP-INDEX) TO WS-CD-MEMBER-ID
	MOVE WS-SUP-CLAIM-DATE (WS-SUP-INDEX) TO WS-CD-CLAIM-DATE
	MOVE WS-SUP-CLAIM-AMOUNT (WS-SUP-INDEX) TO WS-CD-CLAIM-AMOUNT
	MOVE WS-SUP-PAID-AMOUNT (WS-SUP-INDEX) TO WS-CD-PAID-AMOUNT
	MOVE WS-SUP-FLAGS (WS-SUP-INDEX) TO WS-CD-FLAGS
	MOVE WS-SUP-DECISION (WS-SUP-INDEX) TO WS-CD-DECISION
	MOVE WS-CLAIM-DETAIL-LINE TO SCREEN-REPORT-RECORD
	WRITE SCREEN-REPORT-RECORD
	.
5500-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 8000-FINALIZE - run totals to the foot of the report and the
*> console, then clean shutdown
*>------------------------------------------------------------*
8000-FINALIZE.
	IF WS-REFERRED-COUNT = ZERO
		MOVE "NO PROVIDER MET THE REFERRAL THRESHOLDS"
			TO SCREEN-REPORT-RECORD
		WRITE SCREEN-REPORT-RECORD
		MOVE SPACES TO SCREEN-REPORT-RECORD
		WRITE SCREEN-REPORT-RECORD
	END-IF
	MOVE "FLAGS - TRIPPED: A AVG BILLED, N NEAR CEILING, M CLAIMS PER MEMBER, W WEEKEND/REPEAT"
		TO SCREEN-REPORT-RECORD
	WRITE SCREEN-REPORT-RECORD
	MOVE "        CLAIMS: A OVER PEER AVG, N NEAR CEILING, W WEEKEND, R REPEAT MEMBER AND DATE"
		TO SCREEN-REPORT-RECORD
	WRITE SCREEN-REPORT-RECORD
	MOVE SPACES TO SCREEN-REPORT-RECORD
	WRITE SCREEN-REPORT-RECORD

	MOVE WS-DECISIONS-READ TO WS-EDIT-COUNT
	MOVE SPACES TO SCREEN-REPORT-RECORD
	STRING "DECISIONS READ           " DELIMITED BY SIZE
		WS-EDIT-COUNT DELIMITED BY SIZE
		INTO SCREEN-REPORT-RECORD
	END-STRING
	WRITE SCREEN-REPORT-RECORD

	MOVE WS-CLAIMS-SCREENED TO WS-EDIT-COUNT
	MOVE SPACES TO SCREEN-REPORT-RECORD
	STRING "CLAIMS SCREENED          " DELIMITED BY SIZE
		WS-EDIT-COUNT DELIMITED BY SIZE
		INTO SCREEN-REPORT-RECORD
	END-STRING
	WRITE SCREEN-REPORT-RECORD

	MOVE WS-PT-COUNT TO WS-EDIT-COUNT
	MOVE SPACES TO SCREEN-REPORT-RECORD
	STRING "PROVIDER/TYPE PAIRS      " DELIMITED BY SIZE
		WS-EDIT-COUNT DELIMITED BY SIZE
		INTO SCREEN-REPORT-RECORD
	END-STRING
	WRITE SCREEN-REPORT-RECORD

	MOVE WS-REFERRED-COUNT TO WS-EDIT-COUNT
	MOVE SPACES TO SCREEN-REPORT-RECORD
	STRING "REFERRED                 " DELIMITED BY SIZE
		WS-EDIT-COUNT DELIMITED BY SIZE
		INTO SCREEN-REPORT-RECORD
	END-STRING
	WRITE SCREEN-REPORT-RECORD

	MOVE WS-SUP-COUNT TO WS-EDIT-COUNT
	MOVE SPACES TO SCREEN-REPORT-RECORD
	STRING "SUPPORTING CLAIMS        " DELIMITED BY SIZE
		WS-EDIT-COUNT DELIMITED BY SIZE
		INTO SCREEN-REPORT-RECORD
	END-STRING
	WRITE SCREEN-REPORT-RECORD

	MOVE WS-HOLDS-SET TO WS-EDIT-COUNT
	MOVE SPACES TO SCREEN-REPORT-RECORD
	STRING "SIU HOLDS SET            " DELIMITED BY SIZE
		WS-EDIT-COUNT DELIMITED BY SIZE
		INTO SCREEN-REPORT-RECORD
	END-STRING
	WRITE SCREEN-REPORT-RECORD

	MOVE WS-HOLDS-ALREADY TO WS-EDIT-COUNT
	MOVE SPACES TO SCREEN-REPORT-RECORD
	STRING "ALREADY ON HOLD          " DELIMITED BY SIZE
		WS-EDIT-COUNT DELIMITED BY SIZE
		INTO SCREEN-REPORT-RECORD
	END-STRING
	WRITE SCREEN-REPORT-RECORD

	IF WS-NOT-ON-MASTER > ZERO
		MOVE WS-NOT-ON-MASTER TO WS-EDIT-COUNT
		MOVE SPACES TO SCREEN-REPORT-RECORD
		STRING "NOT HELD - NOT ON MASTER " DELIMITED BY SIZE
			WS-EDIT-COUNT DELIMITED BY SIZE
			"  PROCESS-CLAIMS ALREADY REJECTS THESE" DELIMITED BY SIZE
			INTO SCREEN-REPORT-RECORD
		END-STRING
		WRITE SCREEN-REPORT-RECORD
	END-IF

	DISPLAY "PROVIDER-SCREEN: " WS-CLAIMS-SCREENED " CLAIMS SCREENED, "
		WS-REFERRED-COUNT " REFERRED, "
		WS-HOLDS-SET " SIU HOLDS SET"

	*>Clean shutdown, releases file handles, signals successful job
	*>completion - the history closed at the end of each pass
	CLOSE PROVIDER-MASTER
	CLOSE SIU-REFERRALS
	CLOSE SCREEN-REPORT
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
*> 1490-STOP-RUN-SHORT - the window outgrew a table or the
*> history could not be reread, so nothing may be referred: stamp
*> the run stopped short (a rerun stays unblocked once the cause
*> is fixed) and stop here
*>------------------------------------------------------------*
1490-STOP-RUN-SHORT.
	MOVE "F" TO WS-RC-END-OUTCOME
	PERFORM 9900-STAMP-RUN-END THRU 9900-EXIT
	STOP RUN.
1490-EXIT.
	EXIT.

*>Explicit program termination
END PROGRAM PROVIDER-SCREEN.
