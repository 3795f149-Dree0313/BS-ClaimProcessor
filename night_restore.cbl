*>Identifies the program
IDENTIFICATION DIVISION.
*>Name of the program
PROGRAM-ID. NIGHT-RESTORE.
AUTHOR. CLAIMS-SYSTEMS-UNIT.
DATE-WRITTEN. 2026-10-15.
*>Modification history - date, initials, one-line description
*>2026-10-15 rwm  Original run - the roll-back-a-night restore. The
*>                restart checkpoint only helps a run that abends
*>                partway; a night that finished cleanly but wrong
*>                (a bad limits_table.dat, the wrong claims.csv)
*>                has already moved every persistent file forward.
*>                Each program in the daily sequence now copies the
*>                files it updates into a dated snapshot generation
*>                before it starts (snapshot_catalog.dat lists them).
*>                The operator names the night in restore_parms.dat;
*>                this job rebuilds every file from the first copy
*>                taken on or after that night - the file as it
*>                stood before the night began - clears that night's
*>                (and any later night's) run-control entries so the
*>                sequence can be rerun, drops the snapshots taken
*>                after it, and prints restore_report.txt. Mode "P"
*>                previews the same report and touches nothing.
*>2026-10-15 rwm  A file that fails to rebuild now leaves
*>                run_control.dat and the snapshot catalog exactly
*>                as they were, so the same night can be restored
*>                again once the file is put right; the report also
*>                lists the periodic jobs run on or after the night,
*>                which the sequence will not rerun
*>2026-10-15 rwm  Rebuilds the prior-year history file and the
*>                ledger archive YEAR-ROLLOVER now copies, so a
*>                rolled-back rollover can be rerun without
*>                archiving the closed year twice

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
	*>The night to roll back, and whether to restore or preview
	SELECT RESTORE-PARMS ASSIGN TO "restore_parms.dat"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-RESTORE-PARMS-STATUS.
	*>Every snapshot the daily programs took, and the snapshot copy
	*>being read back, named as the catalog row gives it
	SELECT SNAPSHOT-CATALOG ASSIGN TO "snapshot_catalog.dat"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-SG-CATALOG-STATUS.
	SELECT SNAPSHOT-FILE ASSIGN TO DYNAMIC WS-SG-SNAP-NAME
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-SG-SNAP-STATUS.
	*>What was restored, what was cleared, and anything refused
	SELECT RESTORE-REPORT ASSIGN TO "restore_report.txt"
		ORGANIZATION IS SEQUENTIAL.
	*>Every persistent file the daily sequence moves forward, under
	*>its live name - each is rebuilt whole from its snapshot
	SELECT OUTPUT-FILE ASSIGN TO "processed_claims.txt"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-PC-STATUS.
	SELECT CLAIM-EXCEPTIONS ASSIGN TO "claim_exceptions.txt"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-EXC-STATUS.
	SELECT RESUBMIT-FILE ASSIGN TO "claims_resubmit.csv"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-RSB-STATUS.
	SELECT DECISION-HISTORY ASSIGN TO "decision_history.dat"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-DH-STATUS.
	SELECT CLAIM-AUDIT-TRAIL ASSIGN TO "claim_audit_trail.txt"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-AT-STATUS.
	SELECT CLAIM-SUSPENSE ASSIGN TO "claim_suspense.dat"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-SUS-STATUS.
	SELECT CHECKPOINT-FILE ASSIGN TO "claims_checkpoint.dat"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-CKPT-STATUS.
	SELECT EFT-FILE ASSIGN TO "eft_extract.txt"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-EFT-STATUS.
	SELECT REMIT-ADVICE ASSIGN TO "eft_remit_advice.txt"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-RA-STATUS.
	SELECT EXTRACT-CONTROL ASSIGN TO "eft_extract_control.dat"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-XC-STATUS.
	SELECT PAYMENT-HISTORY ASSIGN TO "payment_history.dat"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-PH-STATUS.
	SELECT REISSUE-QUEUE ASSIGN TO "eft_reissue_queue.txt"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-RQ-STATUS.
	SELECT ADJUSTMENT-TRANS ASSIGN TO "claim_adjustments.txt"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-TRANS-STATUS.
	SELECT DUPLICATE-LEDGER ASSIGN TO "duplicate_ledger.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS DL-CLAIM-ID
		ALTERNATE RECORD KEY IS DL-COMPOSITE-KEY WITH DUPLICATES
		FILE STATUS IS WS-DL-STATUS.
	SELECT MEMBER-HISTORY-FILE ASSIGN TO "member_history.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS MH-MEMBER-ID
		FILE STATUS IS WS-MH-STATUS.
	SELECT PRIOR-HISTORY-FILE ASSIGN TO "member_history_prior.dat"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-PRIOR-STATUS.
	SELECT LEDGER-ARCHIVE ASSIGN TO "duplicate_ledger_archive.txt"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-ARCHIVE-STATUS.
	SELECT PRIOR-AUTH ASSIGN TO "prior_auth.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PA-AUTH-ID
		ALTERNATE RECORD KEY IS PA-MEMBER-ID WITH DUPLICATES
		FILE STATUS IS WS-PA-STATUS.
	SELECT EXTRACT-LEDGER ASSIGN TO "eft_extract_ledger.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS XL-CLAIM-ID
		FILE STATUS IS WS-XL-STATUS.
	SELECT PROVIDER-RECEIVABLES ASSIGN TO "provider_receivables.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PR-RECEIVABLE-ID
		ALTERNATE RECORD KEY IS PR-PROVIDER-ID WITH DUPLICATES
		FILE STATUS IS WS-PR-STATUS.
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

FD RESTORE-PARMS.
*>The single parameter row - the night to roll back (YYYYMMDD) and
*>"P" to preview only; blank or "R" restores
01 RESTORE-PARMS-RECORD.
	05 RSP-RESTORE-NIGHT	PIC X(8).
	05 RSP-MODE		PIC X(1).

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

FD RESTORE-REPORT.
*>One printed line of the restore report
01 RESTORE-REPORT-RECORD	PIC X(132).

*>The live files. Records go back whole, exactly as they were
*>copied, so only each record's length - and for an indexed file
*>its keys, where every program declares them - is laid out here

FD OUTPUT-FILE.
01 OUTPUT-RECORD	PIC X(200).

FD CLAIM-EXCEPTIONS.
01 EXCEPTION-RECORD	PIC X(250).

FD RESUBMIT-FILE.
01 RESUBMIT-RECORD	PIC X(200).

FD DECISION-HISTORY.
01 DECISION-HISTORY-RECORD	PIC X(117).

FD CLAIM-AUDIT-TRAIL.
01 AUDIT-TRAIL-RECORD	PIC X(192).

FD CLAIM-SUSPENSE.
01 SUSPENSE-RECORD	PIC X(101).

FD CHECKPOINT-FILE.
01 CHECKPOINT-RECORD	PIC X(526).

FD EFT-FILE.
01 EFT-RECORD	PIC X(80).

FD REMIT-ADVICE.
01 ADVICE-RECORD	PIC X(60).

FD EXTRACT-CONTROL.
01 EXTRACT-CONTROL-RECORD	PIC X(4).

FD PAYMENT-HISTORY.
01 PAYMENT-HISTORY-RECORD	PIC X(33).

FD REISSUE-QUEUE.
01 REISSUE-RECORD	PIC X(60).

FD ADJUSTMENT-TRANS.
01 TRANS-RECORD	PIC X(100).

FD DUPLICATE-LEDGER.
01 DL-RECORD.
	05 DL-CLAIM-ID		PIC X(10).
	05 DL-COMPOSITE-KEY	PIC X(19).

FD MEMBER-HISTORY-FILE.
01 MH-RECORD.
	05 MH-MEMBER-ID		PIC X(5).
	05 FILLER		PIC X(23).

FD PRIOR-HISTORY-FILE.
01 PRIOR-HISTORY-RECORD	PIC X(32).

FD LEDGER-ARCHIVE.
01 ARCHIVE-RECORD	PIC X(29).

FD PRIOR-AUTH.
01 PA-RECORD.
	05 PA-AUTH-ID		PIC X(10).
	05 PA-MEMBER-ID		PIC X(5).
	05 FILLER		PIC X(50).

FD EXTRACT-LEDGER.
01 XL-RECORD.
	05 XL-CLAIM-ID		PIC X(10).
	05 FILLER		PIC X(12).

FD PROVIDER-RECEIVABLES.
01 PR-RECORD.
	05 PR-RECEIVABLE-ID	PIC X(18).
	05 PR-PROVIDER-ID	PIC X(8).
	05 FILLER		PIC X(51).

FD MEMBERSHIP-MASTER.
01 MM-RECORD.
	05 MM-MEMBER-ID		PIC X(5).
	05 FILLER		PIC X(106).

FD PROVIDER-MASTER.
01 PM-RECORD.
	05 PM-PROVIDER-ID	PIC X(8).
	05 FILLER		PIC X(116).
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
01 WS-RC-THIS-PROGRAM	PIC X(18) VALUE "NIGHT-RESTORE".
01 WS-RC-PREREQ		PIC X(18) VALUE SPACES.
01 WS-RC-CONFLICT	PIC X(18) VALUE "PROCESS-CLAIMS".
*>The outcome 9900-STAMP-RUN-END records - "F" when the restore
*>was refused or a file failed to come back
01 WS-RC-END-OUTCOME	PIC X(1) VALUE "C".
01 WS-RC-DATE		PIC 9(8).
01 WS-RC-TIME		PIC 9(6).

*>----------------------------------------------------------------*
*>File statuses
*>----------------------------------------------------------------*
01 WS-RESTORE-PARMS-STATUS	PIC XX.
	88 WS-RESTORE-PARMS-OK		VALUE "00".
01 WS-SG-CATALOG-STATUS	PIC XX.
01 WS-SG-SNAP-STATUS	PIC XX.
01 WS-PC-STATUS	PIC XX.
01 WS-EXC-STATUS	PIC XX.
01 WS-RSB-STATUS	PIC XX.
01 WS-DH-STATUS	PIC XX.
01 WS-AT-STATUS	PIC XX.
01 WS-SUS-STATUS	PIC XX.
01 WS-CKPT-STATUS	PIC XX.
01 WS-EFT-STATUS	PIC XX.
01 WS-RA-STATUS	PIC XX.
01 WS-XC-STATUS	PIC XX.
01 WS-PH-STATUS	PIC XX.
01 WS-RQ-STATUS	PIC XX.
01 WS-TRANS-STATUS	PIC XX.
01 WS-DL-STATUS	PIC XX.
01 WS-MH-STATUS	PIC XX.
01 WS-PRIOR-STATUS	PIC XX.
01 WS-ARCHIVE-STATUS	PIC XX.
01 WS-PA-STATUS	PIC XX.
01 WS-XL-STATUS	PIC XX.
01 WS-PR-STATUS	PIC XX.
01 WS-MM-STATUS	PIC XX.
01 WS-PM-STATUS	PIC XX.
*>Status of the live file being rebuilt, whichever file it is
01 WS-LIVE-STATUS	PIC XX.

*>----------------------------------------------------------------*
*>The night being rolled back, and whether this run may touch
*>anything at all
*>----------------------------------------------------------------*
01 WS-RESTORE-NIGHT	PIC 9(8) VALUE ZERO.
01 WS-MODE-SWITCH	PIC X VALUE "R".
	88 WS-PREVIEW-ONLY		VALUE "P".
01 WS-RESTORE-SWITCH	PIC X VALUE "Y".
	88 WS-RESTORE-ALLOWED		VALUE "Y".
*>Why the restore was refused - printed at the top of the report
01 WS-REFUSE-REASON	PIC X(100) VALUE SPACES.

*>----------------------------------------------------------------*
*>The snapshot catalog as loaded, oldest night first
*>----------------------------------------------------------------*
01 WS-SG-SNAP-NAME	PIC X(60).
01 WS-SG-RECORD-LENGTH	PIC 9(4) COMP.
01 WS-SG-EOF-SWITCH	PIC X VALUE "N".
	88 WS-SG-EOF			VALUE "Y".
01 WS-SG-INDEX		PIC 9(4) COMP.
01 WS-SG-KEPT-COUNT	PIC 9(4) COMP.
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
*>The files to rebuild - one row per live file, from the first
*>snapshot of it taken on or after the night
*>----------------------------------------------------------------*
01 WS-RST-COUNT		PIC 9(2) COMP VALUE ZERO.
01 WS-RST-INDEX		PIC 9(2) COMP.
01 WS-RST-FOUND-SWITCH	PIC X VALUE "N".
	88 WS-RST-FOUND			VALUE "Y".
01 WS-RST-TABLE.
	05 WS-RST-ENTRY OCCURS 1 TO 40 TIMES
			DEPENDING ON WS-RST-COUNT.
		10 WS-RST-FILE-NAME	PIC X(30).
		10 WS-RST-SNAP-NAME	PIC X(60).
		10 WS-RST-RUN-DATE	PIC 9(8).
		10 WS-RST-PROGRAM-ID	PIC X(18).
		*>"P" copied, "A" the file did not exist before the night
		10 WS-RST-FILE-STATE	PIC X(1).
		10 WS-RST-EXPECTED	PIC 9(9).
		10 WS-RST-RESTORED	PIC 9(9).
		*>Blank until the row is checked or rebuilt
		10 WS-RST-OUTCOME	PIC X(50).

*>----------------------------------------------------------------*
*>The live file being rebuilt
*>----------------------------------------------------------------*
01 WS-LIVE-FILE-NAME	PIC X(30).
*>The record length this release declares for the live file -
*>zero for a file this job does not know
01 WS-LIVE-LENGTH	PIC 9(4) COMP.
01 WS-WRITE-ERRORS	PIC 9(9).

*>----------------------------------------------------------------*
*>Run totals
*>----------------------------------------------------------------*
01 WS-FILES-RESTORED	PIC 9(2) VALUE ZERO.
01 WS-FILES-EMPTIED	PIC 9(2) VALUE ZERO.
01 WS-FILES-FAILED	PIC 9(2) VALUE ZERO.
01 WS-RUNS-CLEARED	PIC 9(2) VALUE ZERO.
01 WS-PERIODIC-RUNS	PIC 9(2) VALUE ZERO.
01 WS-SNAPSHOTS-DROPPED	PIC 9(4) VALUE ZERO.
01 WS-RC-EOF-SWITCH	PIC X VALUE "N".
	88 WS-RC-EOF			VALUE "Y".
01 WS-EDIT-COUNT	PIC ZZZ,ZZ9.
01 WS-EDIT-RECORDS	PIC ZZZ,ZZZ,ZZ9.

*>----------------------------------------------------------------*
*>Report headings and lines
*>----------------------------------------------------------------*
01 WS-RPT-HEADING-1.
	05 FILLER		PIC X(26)
			VALUE "NIGHT RESTORE - RUN DATE: ".
	05 WS-RPT-HDG-DATE	PIC 9(8).
	05 FILLER		PIC X(22)
			VALUE "   NIGHT ROLLED BACK: ".
	05 WS-RPT-HDG-NIGHT	PIC 9(8).
	05 FILLER		PIC X(9) VALUE "   MODE: ".
	05 WS-RPT-HDG-MODE	PIC X(7).

01 WS-RPT-FILE-HEADING.
	05 FILLER		PIC X(4) VALUE SPACES.
	05 FILLER		PIC X(26) VALUE "FILE".
	05 FILLER		PIC X(10) VALUE "SNAPSHOT".
	05 FILLER		PIC X(20) VALUE "TAKEN BY".
	05 FILLER		PIC X(11) VALUE "    RECORDS".
	05 FILLER		PIC X(4) VALUE SPACES.
	05 FILLER		PIC X(50) VALUE "OUTCOME".

01 WS-RPT-FILE-LINE.
	05 FILLER		PIC X(4) VALUE SPACES.
	05 WS-RF-FILE-NAME	PIC X(26).
	05 WS-RF-RUN-DATE	PIC X(10).
	05 WS-RF-PROGRAM-ID	PIC X(20).
	05 WS-RF-RECORDS	PIC ZZZ,ZZZ,ZZ9.
	05 FILLER		PIC X(4) VALUE SPACES.
	05 WS-RF-OUTCOME	PIC X(50).

01 WS-RPT-RUN-HEADING.
	05 FILLER		PIC X(4) VALUE SPACES.
	05 FILLER		PIC X(20) VALUE "PROGRAM".
	05 FILLER		PIC X(10) VALUE "RUN DATE".
	05 FILLER		PIC X(10) VALUE "OUTCOME".
	05 FILLER		PIC X(30) VALUE "ACTION".

01 WS-RPT-RUN-LINE.
	05 FILLER		PIC X(4) VALUE SPACES.
	05 WS-RR-PROGRAM-ID	PIC X(20).
	05 WS-RR-RUN-DATE	PIC X(10).
	05 WS-RR-OUTCOME	PIC X(10).
	05 WS-RR-ACTION		PIC X(30).

*>Excecutable logic
PROCEDURE DIVISION.
*>Paragraph label, entry point of program logic
0000-MAINLINE.
	*>Nothing else in the sequence may be running - the shared
	*>ledger rules
	PERFORM 0100-CHECK-RUN-CONTROL THRU 0100-EXIT
	IF NOT WS-RUN-ALLOWED
		STOP RUN
	END-IF
	PERFORM 1000-INITIALIZE THRU 1000-EXIT
	*>Every check runs before any live file is touched, so a
	*>refused restore leaves the whole system exactly as it was
	IF WS-RESTORE-ALLOWED
		PERFORM 2000-CHOOSE-SNAPSHOTS THRU 2000-EXIT
	END-IF
	IF WS-RESTORE-ALLOWED
		PERFORM 3000-VERIFY-SNAPSHOTS THRU 3000-EXIT
	END-IF
	IF WS-RESTORE-ALLOWED
		PERFORM 4000-RESTORE-FILES THRU 4000-EXIT
		PERFORM 4800-LIST-PERIODIC-RUNS THRU 4800-EXIT
		*>A file left half rebuilt must be restored again from the
		*>same copies, so the ledger and the catalog stay as they
		*>are until every file is back
		IF WS-FILES-FAILED = ZERO
			PERFORM 5000-RESET-RUN-CONTROL THRU 5000-EXIT
			PERFORM 6000-TRIM-CATALOG THRU 6000-EXIT
		ELSE
			PERFORM 4900-WRITE-HELD-BACK THRU 4900-EXIT
		END-IF
	ELSE
		PERFORM 7000-WRITE-REFUSAL THRU 7000-EXIT
	END-IF
	PERFORM 8000-FINALIZE THRU 8000-EXIT
	IF WS-RESTORE-ALLOWED AND WS-FILES-FAILED = ZERO
		*>A restore is run on demand, never as a step of the
		*>sequence - it leaves no completed entry behind to block
		*>a second roll-back the same day
		PERFORM 8500-CLEAR-OWN-ENTRY THRU 8500-EXIT
	ELSE
		MOVE "F" TO WS-RC-END-OUTCOME
		PERFORM 9900-STAMP-RUN-END THRU 9900-EXIT
	END-IF
	STOP RUN.

*>------------------------------------------------------------*
*> 1000-INITIALIZE - the parms, the catalog, and a check that
*> nothing in the sequence is mid-flight today
*>------------------------------------------------------------*
1000-INITIALIZE.
	OPEN OUTPUT RESTORE-REPORT
	PERFORM 1100-READ-PARMS THRU 1100-EXIT
	MOVE WS-RC-DATE TO WS-RPT-HDG-DATE
	MOVE WS-RESTORE-NIGHT TO WS-RPT-HDG-NIGHT
	IF WS-PREVIEW-ONLY
		MOVE "PREVIEW" TO WS-RPT-HDG-MODE
	ELSE
		MOVE "RESTORE" TO WS-RPT-HDG-MODE
	END-IF
	MOVE WS-RPT-HEADING-1 TO RESTORE-REPORT-RECORD
	WRITE RESTORE-REPORT-RECORD
	MOVE SPACES TO RESTORE-REPORT-RECORD
	WRITE RESTORE-REPORT-RECORD
	IF NOT WS-RESTORE-ALLOWED
		GO TO 1000-EXIT
	END-IF
	PERFORM 1200-LOAD-CATALOG THRU 1200-EXIT
	IF NOT WS-RESTORE-ALLOWED
		GO TO 1000-EXIT
	END-IF
	PERFORM 1300-CHECK-QUIET THRU 1300-EXIT
	.
1000-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 1100-READ-PARMS - the night is required and may not be in the
*> future; the mode defaults to restore
*>------------------------------------------------------------*
1100-READ-PARMS.
	OPEN INPUT RESTORE-PARMS
	IF NOT WS-RESTORE-PARMS-OK
		MOVE "N" TO WS-RESTORE-SWITCH
		MOVE "restore_parms.dat NOT FOUND - NO NIGHT NAMED"
			TO WS-REFUSE-REASON
		GO TO 1100-EXIT
	END-IF
	READ RESTORE-PARMS
		AT END
			MOVE "N" TO WS-RESTORE-SWITCH
			MOVE "restore_parms.dat IS EMPTY - NO NIGHT NAMED"
				TO WS-REFUSE-REASON
		NOT AT END
			IF RSP-RESTORE-NIGHT NOT NUMERIC
				OR (RSP-MODE NOT = "P" AND RSP-MODE NOT = "R"
					AND RSP-MODE NOT = SPACE)
				MOVE "N" TO WS-RESTORE-SWITCH
				MOVE "restore_parms.dat NIGHT NOT YYYYMMDD OR MODE NOT P/R"
					TO WS-REFUSE-REASON
			ELSE
				MOVE RSP-RESTORE-NIGHT TO WS-RESTORE-NIGHT
				IF RSP-MODE = "P"
					MOVE "P" TO WS-MODE-SWITCH
				END-IF
			END-IF
	END-READ
	CLOSE RESTORE-PARMS
	IF WS-RESTORE-ALLOWED AND WS-RESTORE-NIGHT > WS-RC-DATE
		MOVE "N" TO WS-RESTORE-SWITCH
		MOVE "THE NIGHT NAMED IS LATER THAN TODAY"
			TO WS-REFUSE-REASON
	END-IF
	.
1100-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 1200-LOAD-CATALOG - every snapshot held, oldest night first
*>------------------------------------------------------------*
1200-LOAD-CATALOG.
	MOVE ZERO TO WS-SG-CAT-COUNT
	OPEN INPUT SNAPSHOT-CATALOG
	IF WS-SG-CATALOG-STATUS NOT = "00"
		MOVE "N" TO WS-RESTORE-SWITCH
		MOVE "snapshot_catalog.dat NOT FOUND - NO SNAPSHOT WAS EVER TAKEN"
			TO WS-REFUSE-REASON
		GO TO 1200-EXIT
	END-IF
	MOVE "N" TO WS-SG-EOF-SWITCH
	PERFORM 1210-LOAD-CATALOG-ROW THRU 1210-EXIT
		UNTIL WS-SG-EOF
	CLOSE SNAPSHOT-CATALOG
	.
1200-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 1210-LOAD-CATALOG-ROW - one snapshot held into the table
*>------------------------------------------------------------*
1210-LOAD-CATALOG-ROW.
	READ SNAPSHOT-CATALOG
		AT END
			MOVE "Y" TO WS-SG-EOF-SWITCH
		NOT AT END
			IF WS-SG-CAT-COUNT NOT < WS-SG-CAT-LIMIT
				MOVE "N" TO WS-RESTORE-SWITCH
				MOVE "snapshot_catalog.dat HOLDS MORE ROWS THAN THIS JOB CAN"
					TO WS-REFUSE-REASON
				MOVE "Y" TO WS-SG-EOF-SWITCH
			ELSE
				ADD 1 TO WS-SG-CAT-COUNT
				MOVE SC-RECORD TO WS-SG-CAT-ENTRY (WS-SG-CAT-COUNT)
			END-IF
	END-READ
	.
1210-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 1300-CHECK-QUIET - the gate only keeps this job off
*> PROCESS-CLAIMS; no other program may be mid-flight today
*> either while its files are being put back
*>------------------------------------------------------------*
1300-CHECK-QUIET.
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
*> 1310-CHECK-ONE-RUN - one ledger entry; another program stamped
*> mid-flight today refuses the restore
*>------------------------------------------------------------*
1310-CHECK-ONE-RUN.
	READ RUN-CONTROL NEXT RECORD
		AT END
			MOVE "Y" TO WS-RC-EOF-SWITCH
		NOT AT END
			IF RC-PROGRAM-ID NOT = WS-RC-THIS-PROGRAM
				AND RC-RUN-DATE = WS-RC-DATE
				AND RC-OUTCOME = "R"
				MOVE "N" TO WS-RESTORE-SWITCH
				MOVE SPACES TO WS-REFUSE-REASON
				STRING RC-PROGRAM-ID DELIMITED BY SPACE
					" IS MID-FLIGHT TODAY" DELIMITED BY SIZE
					INTO WS-REFUSE-REASON
				END-STRING
				MOVE "Y" TO WS-RC-EOF-SWITCH
			END-IF
	END-READ
	.
1310-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2000-CHOOSE-SNAPSHOTS - for every live file, the first copy
*> taken on or after the night. Every program that updates the
*> file copies it before its first change, so that copy is the
*> file as it stood before the night - unless something that
*> takes no copy (LAYOUT-CONVERT, or a change by hand) moved it
*> in between. A night older than the oldest kept cannot be told
*> apart from a quiet one, so it is refused
*>------------------------------------------------------------*
2000-CHOOSE-SNAPSHOTS.
	IF WS-SG-CAT-COUNT = ZERO
		MOVE "N" TO WS-RESTORE-SWITCH
		MOVE "snapshot_catalog.dat HOLDS NO SNAPSHOTS"
			TO WS-REFUSE-REASON
		GO TO 2000-EXIT
	END-IF
	IF WS-RESTORE-NIGHT < WS-SG-CAT-RUN-DATE (1)
		MOVE "N" TO WS-RESTORE-SWITCH
		MOVE SPACES TO WS-REFUSE-REASON
		STRING "THE NIGHT IS NO LONGER HELD - THE OLDEST KEPT IS "
			DELIMITED BY SIZE
			WS-SG-CAT-RUN-DATE (1) DELIMITED BY SIZE
			INTO WS-REFUSE-REASON
		END-STRING
		GO TO 2000-EXIT
	END-IF
	MOVE ZERO TO WS-RST-COUNT
	PERFORM 2100-CHOOSE-ONE-ROW THRU 2100-EXIT
		VARYING WS-SG-INDEX FROM 1 BY 1
		UNTIL WS-SG-INDEX > WS-SG-CAT-COUNT
	IF WS-RST-COUNT = ZERO
		MOVE "N" TO WS-RESTORE-SWITCH
		MOVE "NO SNAPSHOT WAS TAKEN ON OR AFTER THE NIGHT - NOTHING HAS MOVED"
			TO WS-REFUSE-REASON
	END-IF
	.
2000-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2100-CHOOSE-ONE-ROW - a row on or after the night lists its
*> file, unless an earlier row already did
*>------------------------------------------------------------*
2100-CHOOSE-ONE-ROW.
	IF WS-SG-CAT-RUN-DATE (WS-SG-INDEX) < WS-RESTORE-NIGHT
		GO TO 2100-EXIT
	END-IF
	MOVE "N" TO WS-RST-FOUND-SWITCH
	PERFORM 2110-PROBE-LISTED THRU 2110-EXIT
		VARYING WS-RST-INDEX FROM 1 BY 1
		UNTIL WS-RST-INDEX > WS-RST-COUNT OR WS-RST-FOUND
	IF WS-RST-FOUND
		GO TO 2100-EXIT
	END-IF
	IF WS-RST-COUNT NOT < 40
		MOVE "N" TO WS-RESTORE-SWITCH
		MOVE "MORE THAN 40 LIVE FILES IN THE CATALOG"
			TO WS-REFUSE-REASON
		GO TO 2100-EXIT
	END-IF
	ADD 1 TO WS-RST-COUNT
	MOVE WS-SG-CAT-FILE-NAME (WS-SG-INDEX)
		TO WS-RST-FILE-NAME (WS-RST-COUNT)
	MOVE WS-SG-CAT-SNAP-NAME (WS-SG-INDEX)
		TO WS-RST-SNAP-NAME (WS-RST-COUNT)
	MOVE WS-SG-CAT-RUN-DATE (WS-SG-INDEX)
		TO WS-RST-RUN-DATE (WS-RST-COUNT)
	MOVE WS-SG-CAT-PROGRAM-ID (WS-SG-INDEX)
		TO WS-RST-PROGRAM-ID (WS-RST-COUNT)
	MOVE WS-SG-CAT-FILE-STATE (WS-SG-INDEX)
		TO WS-RST-FILE-STATE (WS-RST-COUNT)
	MOVE WS-SG-CAT-RECORD-COUNT (WS-SG-INDEX)
		TO WS-RST-EXPECTED (WS-RST-COUNT)
	MOVE ZERO TO WS-RST-RESTORED (WS-RST-COUNT)
	MOVE SPACES TO WS-RST-OUTCOME (WS-RST-COUNT)
	.
2100-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2110-PROBE-LISTED - is this file already listed?
*>------------------------------------------------------------*
2110-PROBE-LISTED.
	IF WS-RST-FILE-NAME (WS-RST-INDEX)
			= WS-SG-CAT-FILE-NAME (WS-SG-INDEX)
		MOVE "Y" TO WS-RST-FOUND-SWITCH
	END-IF
	.
2110-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 3000-VERIFY-SNAPSHOTS - every file must be one this job knows
*> and every copy must still be there, in the record length the
*> file has today, before a single live file is touched
*>------------------------------------------------------------*
3000-VERIFY-SNAPSHOTS.
	PERFORM 3100-VERIFY-ONE-SNAPSHOT THRU 3100-EXIT
		VARYING WS-RST-INDEX FROM 1 BY 1
		UNTIL WS-RST-INDEX > WS-RST-COUNT
	IF NOT WS-RESTORE-ALLOWED
		MOVE "A SNAPSHOT CANNOT BE USED - SEE THE FILES LISTED BELOW"
			TO WS-REFUSE-REASON
	END-IF
	.
3000-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 3100-VERIFY-ONE-SNAPSHOT - known file, copy present, first
*> record the right length
*>------------------------------------------------------------*
3100-VERIFY-ONE-SNAPSHOT.
	MOVE WS-RST-FILE-NAME (WS-RST-INDEX) TO WS-LIVE-FILE-NAME
	MOVE "CHECKED - USABLE" TO WS-RST-OUTCOME (WS-RST-INDEX)
	PERFORM 3200-LIVE-LENGTH THRU 3200-EXIT
	IF WS-LIVE-LENGTH = ZERO
		MOVE "N" TO WS-RESTORE-SWITCH
		MOVE "REFUSED - NOT A FILE THIS JOB RESTORES"
			TO WS-RST-OUTCOME (WS-RST-INDEX)
		GO TO 3100-EXIT
	END-IF
	IF WS-RST-FILE-STATE (WS-RST-INDEX) NOT = "P"
		GO TO 3100-EXIT
	END-IF
	MOVE WS-RST-SNAP-NAME (WS-RST-INDEX) TO WS-SG-SNAP-NAME
	OPEN INPUT SNAPSHOT-FILE
	IF WS-SG-SNAP-STATUS NOT = "00"
		MOVE "N" TO WS-RESTORE-SWITCH
		MOVE "REFUSED - SNAPSHOT COPY IS MISSING"
			TO WS-RST-OUTCOME (WS-RST-INDEX)
		GO TO 3100-EXIT
	END-IF
	READ SNAPSHOT-FILE
		AT END
			IF WS-RST-EXPECTED (WS-RST-INDEX) > ZERO
				MOVE "N" TO WS-RESTORE-SWITCH
				MOVE "REFUSED - SNAPSHOT COPY IS EMPTY"
					TO WS-RST-OUTCOME (WS-RST-INDEX)
			END-IF
		NOT AT END
			IF WS-SG-RECORD-LENGTH NOT = WS-LIVE-LENGTH
				MOVE "N" TO WS-RESTORE-SWITCH
				MOVE "REFUSED - RECORD LENGTH CHANGED SINCE"
					TO WS-RST-OUTCOME (WS-RST-INDEX)
			END-IF
	END-READ
	CLOSE SNAPSHOT-FILE
	.
3100-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 3200-LIVE-LENGTH - the record length each live file is laid
*> out with today
*>------------------------------------------------------------*
3200-LIVE-LENGTH.
	EVALUATE WS-LIVE-FILE-NAME
		WHEN "processed_claims.txt"
			MOVE LENGTH OF OUTPUT-RECORD TO WS-LIVE-LENGTH
		WHEN "claim_exceptions.txt"
			MOVE LENGTH OF EXCEPTION-RECORD TO WS-LIVE-LENGTH
		WHEN "claims_resubmit.csv"
			MOVE LENGTH OF RESUBMIT-RECORD TO WS-LIVE-LENGTH
		WHEN "decision_history.dat"
			MOVE LENGTH OF DECISION-HISTORY-RECORD TO WS-LIVE-LENGTH
		WHEN "claim_audit_trail.txt"
			MOVE LENGTH OF AUDIT-TRAIL-RECORD TO WS-LIVE-LENGTH
		WHEN "claim_suspense.dat"
			MOVE LENGTH OF SUSPENSE-RECORD TO WS-LIVE-LENGTH
		WHEN "claims_checkpoint.dat"
			MOVE LENGTH OF CHECKPOINT-RECORD TO WS-LIVE-LENGTH
		WHEN "eft_extract.txt"
			MOVE LENGTH OF EFT-RECORD TO WS-LIVE-LENGTH
		WHEN "eft_remit_advice.txt"
			MOVE LENGTH OF ADVICE-RECORD TO WS-LIVE-LENGTH
		WHEN "eft_extract_control.dat"
			MOVE LENGTH OF EXTRACT-CONTROL-RECORD TO WS-LIVE-LENGTH
		WHEN "payment_history.dat"
			MOVE LENGTH OF PAYMENT-HISTORY-RECORD TO WS-LIVE-LENGTH
		WHEN "eft_reissue_queue.txt"
			MOVE LENGTH OF REISSUE-RECORD TO WS-LIVE-LENGTH
		WHEN "claim_adjustments.txt"
			MOVE LENGTH OF TRANS-RECORD TO WS-LIVE-LENGTH
		WHEN "duplicate_ledger.dat"
			MOVE LENGTH OF DL-RECORD TO WS-LIVE-LENGTH
		WHEN "member_history.dat"
			MOVE LENGTH OF MH-RECORD TO WS-LIVE-LENGTH
		WHEN "member_history_prior.dat"
			MOVE LENGTH OF PRIOR-HISTORY-RECORD TO WS-LIVE-LENGTH
		WHEN "duplicate_ledger_archive.txt"
			MOVE LENGTH OF ARCHIVE-RECORD TO WS-LIVE-LENGTH
		WHEN "prior_auth.dat"
			MOVE LENGTH OF PA-RECORD TO WS-LIVE-LENGTH
		WHEN "eft_extract_ledger.dat"
			MOVE LENGTH OF XL-RECORD TO WS-LIVE-LENGTH
		WHEN "provider_receivables.dat"
			MOVE LENGTH OF PR-RECORD TO WS-LIVE-LENGTH
		WHEN "membership_master.dat"
			MOVE LENGTH OF MM-RECORD TO WS-LIVE-LENGTH
		WHEN "provider_master.dat"
			MOVE LENGTH OF PM-RECORD TO WS-LIVE-LENGTH
		WHEN OTHER
			MOVE ZERO TO WS-LIVE-LENGTH
	END-EVALUATE
	.
3200-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 4000-RESTORE-FILES - rebuild every listed file from its copy;
*> a preview only reports what it would rebuild
*>------------------------------------------------------------*
4000-RESTORE-FILES.
	MOVE "FILES" TO RESTORE-REPORT-RECORD
	WRITE RESTORE-REPORT-RECORD
	PERFORM 4050-WRITE-FILE-HEAD THRU 4050-EXIT
	PERFORM 4100-RESTORE-ONE-FILE THRU 4100-EXIT
		VARYING WS-RST-INDEX FROM 1 BY 1
		UNTIL WS-RST-INDEX > WS-RST-COUNT
	MOVE SPACES TO RESTORE-REPORT-RECORD
	WRITE RESTORE-REPORT-RECORD
	.
4000-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 4050-WRITE-FILE-HEAD - the file section's rule and headings
*>------------------------------------------------------------*
4050-WRITE-FILE-HEAD.
	MOVE ALL "-" TO RESTORE-REPORT-RECORD
	WRITE RESTORE-REPORT-RECORD
	MOVE WS-RPT-FILE-HEADING TO RESTORE-REPORT-RECORD
	WRITE RESTORE-REPORT-RECORD
	MOVE SPACES TO RESTORE-REPORT-RECORD
	WRITE RESTORE-REPORT-RECORD
	.
4050-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 4100-RESTORE-ONE-FILE - truncate the live file and write the
*> copy back in its own order (key order for an indexed file);
*> a file that did not exist before the night is left empty
*>------------------------------------------------------------*
4100-RESTORE-ONE-FILE.
	MOVE WS-RST-FILE-NAME (WS-RST-INDEX) TO WS-LIVE-FILE-NAME
	IF WS-PREVIEW-ONLY
		IF WS-RST-FILE-STATE (WS-RST-INDEX) = "P"
			MOVE WS-RST-EXPECTED (WS-RST-INDEX)
				TO WS-RST-RESTORED (WS-RST-INDEX)
			MOVE "WOULD BE RESTORED"
				TO WS-RST-OUTCOME (WS-RST-INDEX)
		ELSE
			MOVE "WOULD BE EMPTIED - NOT THERE BEFORE THE NIGHT"
				TO WS-RST-OUTCOME (WS-RST-INDEX)
		END-IF
		GO TO 4190-WRITE-LINE
	END-IF
	PERFORM 4200-OPEN-LIVE-FILE THRU 4200-EXIT
	IF WS-LIVE-STATUS NOT = "00"
		ADD 1 TO WS-FILES-FAILED
		MOVE SPACES TO WS-RST-OUTCOME (WS-RST-INDEX)
		STRING "FAILED - LIVE FILE OPEN STATUS " DELIMITED BY SIZE
			WS-LIVE-STATUS DELIMITED BY SIZE
			INTO WS-RST-OUTCOME (WS-RST-INDEX)
		END-STRING
		GO TO 4190-WRITE-LINE
	END-IF
	IF WS-RST-FILE-STATE (WS-RST-INDEX) NOT = "P"
		PERFORM 4400-CLOSE-LIVE-FILE THRU 4400-EXIT
		ADD 1 TO WS-FILES-EMPTIED
		MOVE "EMPTIED - NOT THERE BEFORE THE NIGHT"
			TO WS-RST-OUTCOME (WS-RST-INDEX)
		GO TO 4190-WRITE-LINE
	END-IF
	MOVE WS-RST-SNAP-NAME (WS-RST-INDEX) TO WS-SG-SNAP-NAME
	OPEN INPUT SNAPSHOT-FILE
	MOVE ZERO TO WS-WRITE-ERRORS
	MOVE "N" TO WS-SG-EOF-SWITCH
	PERFORM 4150-RESTORE-ONE-RECORD THRU 4150-EXIT
		UNTIL WS-SG-EOF
	CLOSE SNAPSHOT-FILE
	PERFORM 4400-CLOSE-LIVE-FILE THRU 4400-EXIT
	IF WS-WRITE-ERRORS > ZERO
		ADD 1 TO WS-FILES-FAILED
		MOVE "FAILED - RECORDS REFUSED ON WRITE"
			TO WS-RST-OUTCOME (WS-RST-INDEX)
	ELSE
		ADD 1 TO WS-FILES-RESTORED
		IF WS-RST-RESTORED (WS-RST-INDEX)
				= WS-RST-EXPECTED (WS-RST-INDEX)
			MOVE "RESTORED" TO WS-RST-OUTCOME (WS-RST-INDEX)
		ELSE
			MOVE "RESTORED - COUNT DIFFERS FROM THE CATALOG"
				TO WS-RST-OUTCOME (WS-RST-INDEX)
		END-IF
	END-IF
	.
4190-WRITE-LINE.
	PERFORM 4500-WRITE-FILE-LINE THRU 4500-EXIT
	.
4100-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 4150-RESTORE-ONE-RECORD - one copied record back into the
*> live file
*>------------------------------------------------------------*
4150-RESTORE-ONE-RECORD.
	READ SNAPSHOT-FILE
		AT END
			MOVE "Y" TO WS-SG-EOF-SWITCH
		NOT AT END
			PERFORM 4300-WRITE-LIVE-RECORD THRU 4300-EXIT
			IF WS-LIVE-STATUS = "00"
				ADD 1 TO WS-RST-RESTORED (WS-RST-INDEX)
			ELSE
				ADD 1 TO WS-WRITE-ERRORS
			END-IF
	END-READ
	.
4150-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 4200-OPEN-LIVE-FILE - open the live file for output, which
*> empties it
*>------------------------------------------------------------*
4200-OPEN-LIVE-FILE.
	EVALUATE WS-LIVE-FILE-NAME
		WHEN "processed_claims.txt"
			OPEN OUTPUT OUTPUT-FILE
			MOVE WS-PC-STATUS TO WS-LIVE-STATUS
		WHEN "claim_exceptions.txt"
			OPEN OUTPUT CLAIM-EXCEPTIONS
			MOVE WS-EXC-STATUS TO WS-LIVE-STATUS
		WHEN "claims_resubmit.csv"
			OPEN OUTPUT RESUBMIT-FILE
			MOVE WS-RSB-STATUS TO WS-LIVE-STATUS
		WHEN "decision_history.dat"
			OPEN OUTPUT DECISION-HISTORY
			MOVE WS-DH-STATUS TO WS-LIVE-STATUS
		WHEN "claim_audit_trail.txt"
			OPEN OUTPUT CLAIM-AUDIT-TRAIL
			MOVE WS-AT-STATUS TO WS-LIVE-STATUS
		WHEN "claim_suspense.dat"
			OPEN OUTPUT CLAIM-SUSPENSE
			MOVE WS-SUS-STATUS TO WS-LIVE-STATUS
		WHEN "claims_checkpoint.dat"
			OPEN OUTPUT CHECKPOINT-FILE
			MOVE WS-CKPT-STATUS TO WS-LIVE-STATUS
		WHEN "eft_extract.txt"
			OPEN OUTPUT EFT-FILE
			MOVE WS-EFT-STATUS TO WS-LIVE-STATUS
		WHEN "eft_remit_advice.txt"
			OPEN OUTPUT REMIT-ADVICE
			MOVE WS-RA-STATUS TO WS-LIVE-STATUS
		WHEN "eft_extract_control.dat"
			OPEN OUTPUT EXTRACT-CONTROL
			MOVE WS-XC-STATUS TO WS-LIVE-STATUS
		WHEN "payment_history.dat"
			OPEN OUTPUT PAYMENT-HISTORY
			MOVE WS-PH-STATUS TO WS-LIVE-STATUS
		WHEN "eft_reissue_queue.txt"
			OPEN OUTPUT REISSUE-QUEUE
			MOVE WS-RQ-STATUS TO WS-LIVE-STATUS
		WHEN "claim_adjustments.txt"
			OPEN OUTPUT ADJUSTMENT-TRANS
			MOVE WS-TRANS-STATUS TO WS-LIVE-STATUS
		WHEN "duplicate_ledger.dat"
			OPEN OUTPUT DUPLICATE-LEDGER
			MOVE WS-DL-STATUS TO WS-LIVE-STATUS
		WHEN "member_history.dat"
			OPEN OUTPUT MEMBER-HISTORY-FILE
			MOVE WS-MH-STATUS TO WS-LIVE-STATUS
		WHEN "member_history_prior.dat"
			OPEN OUTPUT PRIOR-HISTORY-FILE
			MOVE WS-PRIOR-STATUS TO WS-LIVE-STATUS
		WHEN "duplicate_ledger_archive.txt"
			OPEN OUTPUT LEDGER-ARCHIVE
			MOVE WS-ARCHIVE-STATUS TO WS-LIVE-STATUS
		WHEN "prior_auth.dat"
			OPEN OUTPUT PRIOR-AUTH
			MOVE WS-PA-STATUS TO WS-LIVE-STATUS
		WHEN "eft_extract_ledger.dat"
			OPEN OUTPUT EXTRACT-LEDGER
			MOVE WS-XL-STATUS TO WS-LIVE-STATUS
		WHEN "provider_receivables.dat"
			OPEN OUTPUT PROVIDER-RECEIVABLES
			MOVE WS-PR-STATUS TO WS-LIVE-STATUS
		WHEN "membership_master.dat"
			OPEN OUTPUT MEMBERSHIP-MASTER
			MOVE WS-MM-STATUS TO WS-LIVE-STATUS
		WHEN "provider_master.dat"
			OPEN OUTPUT PROVIDER-MASTER
			MOVE WS-PM-STATUS TO WS-LIVE-STATUS
	END-EVALUATE
	.
4200-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 4300-WRITE-LIVE-RECORD - one copied record back at the live
*> file's own length
*>------------------------------------------------------------*
4300-WRITE-LIVE-RECORD.
	EVALUATE WS-LIVE-FILE-NAME
		WHEN "processed_claims.txt"
			MOVE SNAPSHOT-RECORD (1:WS-SG-RECORD-LENGTH) TO OUTPUT-RECORD
			WRITE OUTPUT-RECORD
			MOVE WS-PC-STATUS TO WS-LIVE-STATUS
		WHEN "claim_exceptions.txt"
			MOVE SNAPSHOT-RECORD (1:WS-SG-RECORD-LENGTH) TO EXCEPTION-RECORD
			WRITE EXCEPTION-RECORD
			MOVE WS-EXC-STATUS TO WS-LIVE-STATUS
		WHEN "claims_resubmit.csv"
			MOVE SNAPSHOT-RECORD (1:WS-SG-RECORD-LENGTH) TO RESUBMIT-RECORD
			WRITE RESUBMIT-RECORD
			MOVE WS-RSB-STATUS TO WS-LIVE-STATUS
		WHEN "decision_history.dat"
			MOVE SNAPSHOT-RECORD (1:WS-SG-RECORD-LENGTH) TO DECISION-HISTORY-RECORD
			WRITE DECISION-HISTORY-RECORD
			MOVE WS-DH-STATUS TO WS-LIVE-STATUS
		WHEN "claim_audit_trail.txt"
			MOVE SNAPSHOT-RECORD (1:WS-SG-RECORD-LENGTH) TO AUDIT-TRAIL-RECORD
			WRITE AUDIT-TRAIL-RECORD
			MOVE WS-AT-STATUS TO WS-LIVE-STATUS
		WHEN "claim_suspense.dat"
			MOVE SNAPSHOT-RECORD (1:WS-SG-RECORD-LENGTH) TO SUSPENSE-RECORD
			WRITE SUSPENSE-RECORD
			MOVE WS-SUS-STATUS TO WS-LIVE-STATUS
		WHEN "claims_checkpoint.dat"
			MOVE SNAPSHOT-RECORD (1:WS-SG-RECORD-LENGTH) TO CHECKPOINT-RECORD
			WRITE CHECKPOINT-RECORD
			MOVE WS-CKPT-STATUS TO WS-LIVE-STATUS
		WHEN "eft_extract.txt"
			MOVE SNAPSHOT-RECORD (1:WS-SG-RECORD-LENGTH) TO EFT-RECORD
			WRITE EFT-RECORD
			MOVE WS-EFT-STATUS TO WS-LIVE-STATUS
		WHEN "eft_remit_advice.txt"
			MOVE SNAPSHOT-RECORD (1:WS-SG-RECORD-LENGTH) TO ADVICE-RECORD
			WRITE ADVICE-RECORD
			MOVE WS-RA-STATUS TO WS-LIVE-STATUS
		WHEN "eft_extract_control.dat"
			MOVE SNAPSHOT-RECORD (1:WS-SG-RECORD-LENGTH) TO EXTRACT-CONTROL-RECORD
			WRITE EXTRACT-CONTROL-RECORD
			MOVE WS-XC-STATUS TO WS-LIVE-STATUS
		WHEN "payment_history.dat"
			MOVE SNAPSHOT-RECORD (1:WS-SG-RECORD-LENGTH) TO PAYMENT-HISTORY-RECORD
			WRITE PAYMENT-HISTORY-RECORD
			MOVE WS-PH-STATUS TO WS-LIVE-STATUS
		WHEN "eft_reissue_queue.txt"
			MOVE SNAPSHOT-RECORD (1:WS-SG-RECORD-LENGTH) TO REISSUE-RECORD
			WRITE REISSUE-RECORD
			MOVE WS-RQ-STATUS TO WS-LIVE-STATUS
		WHEN "claim_adjustments.txt"
			MOVE SNAPSHOT-RECORD (1:WS-SG-RECORD-LENGTH) TO TRANS-RECORD
			WRITE TRANS-RECORD
			MOVE WS-TRANS-STATUS TO WS-LIVE-STATUS
		WHEN "duplicate_ledger.dat"
			MOVE SNAPSHOT-RECORD (1:WS-SG-RECORD-LENGTH) TO DL-RECORD
			WRITE DL-RECORD
			MOVE WS-DL-STATUS TO WS-LIVE-STATUS
		WHEN "member_history.dat"
			MOVE SNAPSHOT-RECORD (1:WS-SG-RECORD-LENGTH) TO MH-RECORD
			WRITE MH-RECORD
			MOVE WS-MH-STATUS TO WS-LIVE-STATUS
		WHEN "member_history_prior.dat"
			MOVE SNAPSHOT-RECORD (1:WS-SG-RECORD-LENGTH)
				TO PRIOR-HISTORY-RECORD
			WRITE PRIOR-HISTORY-RECORD
			MOVE WS-PRIOR-STATUS TO WS-LIVE-STATUS
		WHEN "duplicate_ledger_archive.txt"
			MOVE SNAPSHOT-RECORD (1:WS-SG-RECORD-LENGTH) TO ARCHIVE-RECORD
			WRITE ARCHIVE-RECORD
			MOVE WS-ARCHIVE-STATUS TO WS-LIVE-STATUS
		WHEN "prior_auth.dat"
			MOVE SNAPSHOT-RECORD (1:WS-SG-RECORD-LENGTH) TO PA-RECORD
			WRITE PA-RECORD
			MOVE WS-PA-STATUS TO WS-LIVE-STATUS
		WHEN "eft_extract_ledger.dat"
			MOVE SNAPSHOT-RECORD (1:WS-SG-RECORD-LENGTH) TO XL-RECORD
			WRITE XL-RECORD
			MOVE WS-XL-STATUS TO WS-LIVE-STATUS
		WHEN "provider_receivables.dat"
			MOVE SNAPSHOT-RECORD (1:WS-SG-RECORD-LENGTH) TO PR-RECORD
			WRITE PR-RECORD
			MOVE WS-PR-STATUS TO WS-LIVE-STATUS
		WHEN "membership_master.dat"
			MOVE SNAPSHOT-RECORD (1:WS-SG-RECORD-LENGTH) TO MM-RECORD
			WRITE MM-RECORD
			MOVE WS-MM-STATUS TO WS-LIVE-STATUS
		WHEN "provider_master.dat"
			MOVE SNAPSHOT-RECORD (1:WS-SG-RECORD-LENGTH) TO PM-RECORD
			WRITE PM-RECORD
			MOVE WS-PM-STATUS TO WS-LIVE-STATUS
	END-EVALUATE
	.
4300-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 4400-CLOSE-LIVE-FILE - release the rebuilt live file
*>------------------------------------------------------------*
4400-CLOSE-LIVE-FILE.
	EVALUATE WS-LIVE-FILE-NAME
		WHEN "processed_claims.txt"
			CLOSE OUTPUT-FILE
		WHEN "claim_exceptions.txt"
			CLOSE CLAIM-EXCEPTIONS
		WHEN "claims_resubmit.csv"
			CLOSE RESUBMIT-FILE
		WHEN "decision_history.dat"
			CLOSE DECISION-HISTORY
		WHEN "claim_audit_trail.txt"
			CLOSE CLAIM-AUDIT-TRAIL
		WHEN "claim_suspense.dat"
			CLOSE CLAIM-SUSPENSE
		WHEN "claims_checkpoint.dat"
			CLOSE CHECKPOINT-FILE
		WHEN "eft_extract.txt"
			CLOSE EFT-FILE
		WHEN "eft_remit_advice.txt"
			CLOSE REMIT-ADVICE
		WHEN "eft_extract_control.dat"
			CLOSE EXTRACT-CONTROL
		WHEN "payment_history.dat"
			CLOSE PAYMENT-HISTORY
		WHEN "eft_reissue_queue.txt"
			CLOSE REISSUE-QUEUE
		WHEN "claim_adjustments.txt"
			CLOSE ADJUSTMENT-TRANS
		WHEN "duplicate_ledger.dat"
			CLOSE DUPLICATE-LEDGER
		WHEN "member_history.dat"
			CLOSE MEMBER-HISTORY-FILE
		WHEN "member_history_prior.dat"
			CLOSE PRIOR-HISTORY-FILE
		WHEN "duplicate_ledger_archive.txt"
			CLOSE LEDGER-ARCHIVE
		WHEN "prior_auth.dat"
			CLOSE PRIOR-AUTH
		WHEN "eft_extract_ledger.dat"
			CLOSE EXTRACT-LEDGER
		WHEN "provider_receivables.dat"
			CLOSE PROVIDER-RECEIVABLES
		WHEN "membership_master.dat"
			CLOSE MEMBERSHIP-MASTER
		WHEN "provider_master.dat"
			CLOSE PROVIDER-MASTER
	END-EVALUATE
	.
4400-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 4500-WRITE-FILE-LINE - one file's line on the report
*>------------------------------------------------------------*
4500-WRITE-FILE-LINE.
	MOVE SPACES TO WS-RPT-FILE-LINE
	MOVE WS-RST-FILE-NAME (WS-RST-INDEX) TO WS-RF-FILE-NAME
	MOVE WS-RST-RUN-DATE (WS-RST-INDEX) TO WS-RF-RUN-DATE
	MOVE WS-RST-PROGRAM-ID (WS-RST-INDEX) TO WS-RF-PROGRAM-ID
	MOVE WS-RST-RESTORED (WS-RST-INDEX) TO WS-RF-RECORDS
	MOVE WS-RST-OUTCOME (WS-RST-INDEX) TO WS-RF-OUTCOME
	MOVE WS-RPT-FILE-LINE TO RESTORE-REPORT-RECORD
	WRITE RESTORE-REPORT-RECORD
	.
4500-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 4800-LIST-PERIODIC-RUNS - the jobs outside the daily sequence
*> that ran on or after the night. Clearing the ledger reruns
*> only the sequence; any of these still wanted is rerun by hand
*> - the file jobs because the restore undid their changes, the
*> report jobs because they reported on the night undone
*>------------------------------------------------------------*
4800-LIST-PERIODIC-RUNS.
	MOVE "PERIODIC JOBS RUN ON OR AFTER THE NIGHT - NOT RERUN BY THE SEQUENCE"
		TO RESTORE-REPORT-RECORD
	WRITE RESTORE-REPORT-RECORD
	MOVE ALL "-" TO RESTORE-REPORT-RECORD
	WRITE RESTORE-REPORT-RECORD
	MOVE WS-RPT-RUN-HEADING TO RESTORE-REPORT-RECORD
	WRITE RESTORE-REPORT-RECORD
	MOVE SPACES TO RESTORE-REPORT-RECORD
	WRITE RESTORE-REPORT-RECORD
	MOVE "N" TO WS-RC-EOF-SWITCH
	MOVE LOW-VALUES TO RC-PROGRAM-ID
	START RUN-CONTROL KEY >= RC-PROGRAM-ID
		INVALID KEY
			MOVE "Y" TO WS-RC-EOF-SWITCH
	END-START
	PERFORM 4810-LIST-ONE-RUN THRU 4810-EXIT
		UNTIL WS-RC-EOF
	IF WS-PERIODIC-RUNS = ZERO
		MOVE "    NO PERIODIC JOB RUN ON OR AFTER THE NIGHT"
			TO RESTORE-REPORT-RECORD
		WRITE RESTORE-REPORT-RECORD
	END-IF
	MOVE SPACES TO RESTORE-REPORT-RECORD
	WRITE RESTORE-REPORT-RECORD
	.
4800-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 4810-LIST-ONE-RUN - one ledger entry; a periodic job stamped
*> on or after the night is listed with what it now needs
*>------------------------------------------------------------*
4810-LIST-ONE-RUN.
	READ RUN-CONTROL NEXT RECORD
		AT END
			MOVE "Y" TO WS-RC-EOF-SWITCH
			GO TO 4810-EXIT
	END-READ
	IF RC-RUN-DATE < WS-RESTORE-NIGHT
		GO TO 4810-EXIT
	END-IF
	MOVE SPACES TO WS-RPT-RUN-LINE
	EVALUATE RC-PROGRAM-ID
		WHEN "YEAR-ROLLOVER"
		WHEN "LEDGER-RECONCILE"
		WHEN "PROVIDER-SCREEN"
			IF WS-PREVIEW-ONLY
				MOVE "RERUN BY HAND IF RESTORED" TO WS-RR-ACTION
			ELSE
				MOVE "RERUN BY HAND - CHANGES UNDONE"
					TO WS-RR-ACTION
			END-IF
		WHEN "MONTH-END-REPORT"
		WHEN "LAG-TRIANGLE"
		WHEN "PROVIDER-1099"
			MOVE "RERUN BY HAND - REPORT STALE" TO WS-RR-ACTION
		WHEN OTHER
			GO TO 4810-EXIT
	END-EVALUATE
	MOVE RC-PROGRAM-ID TO WS-RR-PROGRAM-ID
	MOVE RC-RUN-DATE TO WS-RR-RUN-DATE
	EVALUATE RC-OUTCOME
		WHEN "C"
			MOVE "COMPLETED" TO WS-RR-OUTCOME
		WHEN "F"
			MOVE "STOPPED" TO WS-RR-OUTCOME
		WHEN "R"
			MOVE "ABENDED" TO WS-RR-OUTCOME
		WHEN OTHER
			MOVE RC-OUTCOME TO WS-RR-OUTCOME
	END-EVALUATE
	ADD 1 TO WS-PERIODIC-RUNS
	MOVE WS-RPT-RUN-LINE TO RESTORE-REPORT-RECORD
	WRITE RESTORE-REPORT-RECORD
	.
4810-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 4900-WRITE-HELD-BACK - a file failed to rebuild: the ledger
*> and the catalog are left as they stood, so the same night can
*> be restored again from the same copies once it is put right
*>------------------------------------------------------------*
4900-WRITE-HELD-BACK.
	MOVE "A FILE FAILED TO REBUILD - RUN-CONTROL AND THE SNAPSHOT CATALOG LEFT AS THEY WERE"
		TO RESTORE-REPORT-RECORD
	WRITE RESTORE-REPORT-RECORD
	MOVE "PUT THE FAILED FILE RIGHT, THEN RESTORE THE SAME NIGHT AGAIN"
		TO RESTORE-REPORT-RECORD
	WRITE RESTORE-REPORT-RECORD
	MOVE SPACES TO RESTORE-REPORT-RECORD
	WRITE RESTORE-REPORT-RECORD
	DISPLAY "NIGHT-RESTORE: " WS-FILES-FAILED " FILE(S) FAILED - "
		"RUN-CONTROL AND SNAPSHOT CATALOG LEFT AS THEY WERE"
	.
4900-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 5000-RESET-RUN-CONTROL - every entry stamped on or after the
*> night is cleared, so each program reads as not yet run today
*> and the sequence reruns in order from the top
*>------------------------------------------------------------*
5000-RESET-RUN-CONTROL.
	MOVE "RUN-CONTROL ENTRIES" TO RESTORE-REPORT-RECORD
	WRITE RESTORE-REPORT-RECORD
	MOVE ALL "-" TO RESTORE-REPORT-RECORD
	WRITE RESTORE-REPORT-RECORD
	MOVE WS-RPT-RUN-HEADING TO RESTORE-REPORT-RECORD
	WRITE RESTORE-REPORT-RECORD
	MOVE SPACES TO RESTORE-REPORT-RECORD
	WRITE RESTORE-REPORT-RECORD
	MOVE "N" TO WS-RC-EOF-SWITCH
	MOVE LOW-VALUES TO RC-PROGRAM-ID
	START RUN-CONTROL KEY >= RC-PROGRAM-ID
		INVALID KEY
			MOVE "Y" TO WS-RC-EOF-SWITCH
	END-START
	PERFORM 5100-RESET-ONE-RUN THRU 5100-EXIT
		UNTIL WS-RC-EOF
	IF WS-RUNS-CLEARED = ZERO
		MOVE "    NO ENTRIES STAMPED ON OR AFTER THE NIGHT"
			TO RESTORE-REPORT-RECORD
		WRITE RESTORE-REPORT-RECORD
	END-IF
	MOVE SPACES TO RESTORE-REPORT-RECORD
	WRITE RESTORE-REPORT-RECORD
	.
5000-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 5100-RESET-ONE-RUN - one ledger entry; this job's own entry is
*> left for the end of the run
*>------------------------------------------------------------*
5100-RESET-ONE-RUN.
	READ RUN-CONTROL NEXT RECORD
		AT END
			MOVE "Y" TO WS-RC-EOF-SWITCH
			GO TO 5100-EXIT
	END-READ
	IF RC-PROGRAM-ID = WS-RC-THIS-PROGRAM
		OR RC-RUN-DATE < WS-RESTORE-NIGHT
		GO TO 5100-EXIT
	END-IF
	MOVE SPACES TO WS-RPT-RUN-LINE
	MOVE RC-PROGRAM-ID TO WS-RR-PROGRAM-ID
	MOVE RC-RUN-DATE TO WS-RR-RUN-DATE
	EVALUATE RC-OUTCOME
		WHEN "C"
			MOVE "COMPLETED" TO WS-RR-OUTCOME
		WHEN "F"
			MOVE "STOPPED" TO WS-RR-OUTCOME
		WHEN "R"
			MOVE "ABENDED" TO WS-RR-OUTCOME
		WHEN OTHER
			MOVE RC-OUTCOME TO WS-RR-OUTCOME
	END-EVALUATE
	IF WS-PREVIEW-ONLY
		MOVE "WOULD BE CLEARED" TO WS-RR-ACTION
	ELSE
		DELETE RUN-CONTROL RECORD
			INVALID KEY
				MOVE "CLEAR FAILED" TO WS-RR-ACTION
			NOT INVALID KEY
				MOVE "CLEARED - RERUN IN SEQUENCE" TO WS-RR-ACTION
		END-DELETE
	END-IF
	ADD 1 TO WS-RUNS-CLEARED
	MOVE WS-RPT-RUN-LINE TO RESTORE-REPORT-RECORD
	WRITE RESTORE-REPORT-RECORD
	.
5100-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 6000-TRIM-CATALOG - snapshots taken after the night describe
*> nights that have just been undone; they are dropped (their
*> copies emptied) so a later restore can never pick one up.
*> The night's own snapshots stay - a rerun tonight keeps them
*> as its pre-run copies, and they are still the right ones
*>------------------------------------------------------------*
6000-TRIM-CATALOG.
	IF WS-PREVIEW-ONLY
		GO TO 6000-EXIT
	END-IF
	MOVE ZERO TO WS-SG-KEPT-COUNT
	PERFORM 6100-TRIM-ONE-ROW THRU 6100-EXIT
		VARYING WS-SG-INDEX FROM 1 BY 1
		UNTIL WS-SG-INDEX > WS-SG-CAT-COUNT
	MOVE WS-SG-KEPT-COUNT TO WS-SG-CAT-COUNT
	OPEN OUTPUT SNAPSHOT-CATALOG
	IF WS-SG-CATALOG-STATUS NOT = "00"
		DISPLAY "NIGHT-RESTORE: SNAPSHOT CATALOG WRITE FAILED, "
			"STATUS = " WS-SG-CATALOG-STATUS
		ADD 1 TO WS-FILES-FAILED
		GO TO 6000-EXIT
	END-IF
	PERFORM 6200-WRITE-CATALOG-ROW THRU 6200-EXIT
		VARYING WS-SG-INDEX FROM 1 BY 1
		UNTIL WS-SG-INDEX > WS-SG-CAT-COUNT
	CLOSE SNAPSHOT-CATALOG
	.
6000-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 6100-TRIM-ONE-ROW - keep a row from the night or before by
*> moving it down over the gap; empty the copy of a later one
*>------------------------------------------------------------*
6100-TRIM-ONE-ROW.
	IF WS-SG-CAT-RUN-DATE (WS-SG-INDEX) > WS-RESTORE-NIGHT
		ADD 1 TO WS-SNAPSHOTS-DROPPED
		IF WS-SG-CAT-FILE-STATE (WS-SG-INDEX) = "P"
			MOVE WS-SG-CAT-SNAP-NAME (WS-SG-INDEX) TO WS-SG-SNAP-NAME
			OPEN OUTPUT SNAPSHOT-FILE
			IF WS-SG-SNAP-STATUS = "00"
				CLOSE SNAPSHOT-FILE
			END-IF
		END-IF
		GO TO 6100-EXIT
	END-IF
	ADD 1 TO WS-SG-KEPT-COUNT
	MOVE WS-SG-CAT-ENTRY (WS-SG-INDEX)
		TO WS-SG-CAT-ENTRY (WS-SG-KEPT-COUNT)
	.
6100-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 6200-WRITE-CATALOG-ROW - one snapshot still held
*>------------------------------------------------------------*
6200-WRITE-CATALOG-ROW.
	MOVE WS-SG-CAT-ENTRY (WS-SG-INDEX) TO SC-RECORD
	WRITE SC-RECORD
	.
6200-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 7000-WRITE-REFUSAL - why nothing was touched, and the state
*> of each file checked so far
*>------------------------------------------------------------*
7000-WRITE-REFUSAL.
	MOVE SPACES TO RESTORE-REPORT-RECORD
	STRING "RESTORE REFUSED - NOTHING TOUCHED: " DELIMITED BY SIZE
		WS-REFUSE-REASON DELIMITED BY SIZE
		INTO RESTORE-REPORT-RECORD
	END-STRING
	WRITE RESTORE-REPORT-RECORD
	DISPLAY "NIGHT-RESTORE: REFUSED - " WS-REFUSE-REASON
	IF WS-RST-COUNT = ZERO
		GO TO 7000-EXIT
	END-IF
	MOVE SPACES TO RESTORE-REPORT-RECORD
	WRITE RESTORE-REPORT-RECORD
	PERFORM 4050-WRITE-FILE-HEAD THRU 4050-EXIT
	PERFORM 4500-WRITE-FILE-LINE THRU 4500-EXIT
		VARYING WS-RST-INDEX FROM 1 BY 1
		UNTIL WS-RST-INDEX > WS-RST-COUNT
	.
7000-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 8000-FINALIZE - the run totals and the operator's summary
*>------------------------------------------------------------*
8000-FINALIZE.
	MOVE SPACES TO RESTORE-REPORT-RECORD
	WRITE RESTORE-REPORT-RECORD
	MOVE ALL "-" TO RESTORE-REPORT-RECORD
	WRITE RESTORE-REPORT-RECORD

	MOVE WS-FILES-RESTORED TO WS-EDIT-COUNT
	MOVE SPACES TO RESTORE-REPORT-RECORD
	STRING "FILES RESTORED           " DELIMITED BY SIZE
		WS-EDIT-COUNT DELIMITED BY SIZE
		INTO RESTORE-REPORT-RECORD
	END-STRING
	WRITE RESTORE-REPORT-RECORD

	MOVE WS-FILES-EMPTIED TO WS-EDIT-COUNT
	MOVE SPACES TO RESTORE-REPORT-RECORD
	STRING "FILES EMPTIED            " DELIMITED BY SIZE
		WS-EDIT-COUNT DELIMITED BY SIZE
		INTO RESTORE-REPORT-RECORD
	END-STRING
	WRITE RESTORE-REPORT-RECORD

	MOVE WS-FILES-FAILED TO WS-EDIT-COUNT
	MOVE SPACES TO RESTORE-REPORT-RECORD
	STRING "FILES FAILED             " DELIMITED BY SIZE
		WS-EDIT-COUNT DELIMITED BY SIZE
		INTO RESTORE-REPORT-RECORD
	END-STRING
	WRITE RESTORE-REPORT-RECORD

	MOVE WS-RUNS-CLEARED TO WS-EDIT-COUNT
	MOVE SPACES TO RESTORE-REPORT-RECORD
	STRING "RUN-CONTROL ENTRIES      " DELIMITED BY SIZE
		WS-EDIT-COUNT DELIMITED BY SIZE
		INTO RESTORE-REPORT-RECORD
	END-STRING
	WRITE RESTORE-REPORT-RECORD

	MOVE WS-SNAPSHOTS-DROPPED TO WS-EDIT-COUNT
	MOVE SPACES TO RESTORE-REPORT-RECORD
	STRING "LATER SNAPSHOTS DROPPED  " DELIMITED BY SIZE
		WS-EDIT-COUNT DELIMITED BY SIZE
		INTO RESTORE-REPORT-RECORD
	END-STRING
	WRITE RESTORE-REPORT-RECORD

	MOVE WS-PERIODIC-RUNS TO WS-EDIT-COUNT
	MOVE SPACES TO RESTORE-REPORT-RECORD
	STRING "PERIODIC JOBS TO RERUN   " DELIMITED BY SIZE
		WS-EDIT-COUNT DELIMITED BY SIZE
		INTO RESTORE-REPORT-RECORD
	END-STRING
	WRITE RESTORE-REPORT-RECORD

	IF WS-RESTORE-ALLOWED
		DISPLAY "NIGHT-RESTORE: " WS-FILES-RESTORED " RESTORED, "
			WS-FILES-EMPTIED " EMPTIED, " WS-FILES-FAILED
			" FAILED, " WS-RUNS-CLEARED " RUN-CONTROL ENTRIES"
	END-IF
	CLOSE RESTORE-REPORT
	.
8000-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 8500-CLEAR-OWN-ENTRY - drop this job's own ledger entry and
*> release the ledger
*>------------------------------------------------------------*
8500-CLEAR-OWN-ENTRY.
	MOVE WS-RC-THIS-PROGRAM TO RC-PROGRAM-ID
	DELETE RUN-CONTROL RECORD
		INVALID KEY
			CONTINUE
	END-DELETE
	CLOSE RUN-CONTROL
	.
8500-EXIT.
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
END PROGRAM NIGHT-RESTORE.
