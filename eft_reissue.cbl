*>                mismatch after a layout change can never be "fixed"
*>                by silently recreating the file empty. The one-time
*>                LAYOUT-CONVERT run rebuilds the grown files.
*>2026-10-15 rwm  Every reissue is also written to
*>                payment_history.dat beside the bounce EFT-RETURNS
*>                recorded for it, so the year-end PROVIDER-1099 run
*>                counts the reissued dollars as paid again. A
*>                written-off bounce adds nothing - the back-out
*>                stands there too.
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
	*>Bounced payments EFT-RETURNS queued - read in full and
	*>rewritten at the end with only the bounces still unworked
	SELECT REISSUE-QUEUE ASSIGN TO "eft_reissue_queue.txt"
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS MH-MEMBER-ID
		FILE STATUS IS WS-MH-STATUS.
	*>Every bounce EFT-RETURNS backed out and every reissue, one
	*>record per claim, kept for good - the money history the
	*>year-end 1099 run nets each provider's paid dollars with
	SELECT PAYMENT-HISTORY ASSIGN TO "payment_history.dat"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-PH-STATUS.
	*>What happened to every bounce this run, plus the aging of
	*>everything still unworked, for payment operations' sign-off
	SELECT REISSUE-REPORT ASSIGN TO "eft_reissue_report.txt"
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

FD REISSUE-QUEUE.
*>One bounced payment awaiting a disposition, as EFT-RETURNS
*>queued it
	05 MH-DEDUCT-MET-AMOUNT	PIC 9(9).
	05 MH-YTD-CLAIM-COUNT	PIC 9(5).

FD PAYMENT-HISTORY.
*>One claim's payment money moving after the night it was approved
01 PAYMENT-HISTORY-RECORD.
	05 PH-EVENT-DATE	PIC 9(8).
	05 PH-CLAIM-ID		PIC X(10).
	05 PH-MEMBER-ID		PIC X(5).
	*>"B" bounced and backed out, "R" reissued
	05 PH-EVENT-TYPE	PIC X(1).
	05 PH-AMOUNT		PIC 9(9).

FD REISSUE-REPORT.
*>One printed line of the reissue report
01 REISSUE-REPORT-RECORD	PIC X(100).
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
01 QUEUE-EOF-FLAG	PIC X VALUE "N".
01 DISP-EOF-FLAG	PIC X VALUE "N".
	88 WS-DISP-OK			VALUE "00".
01 WS-EFT-STATUS	PIC XX.
01 WS-MH-STATUS		PIC XX.
01 WS-PH-STATUS		PIC XX.
01 WS-XC-STATUS		PIC XX.
	88 WS-XC-OK			VALUE "00".

	IF NOT WS-RUN-ALLOWED
		STOP RUN
	END-IF
	*>Nothing moves until tonight's pre-run copies are taken
	PERFORM 0200-TAKE-SNAPSHOTS THRU 0200-EXIT
	PERFORM 1000-INITIALIZE THRU 1000-EXIT
	IF NOT WS-QUEUE-OVERFLOW
		PERFORM 2000-WORK-ALL-BOUNCES THRU 2000-EXIT
		OPEN OUTPUT EFT-FILE
	END-IF
	PERFORM 1600-OPEN-MEMBER-HISTORY THRU 1600-EXIT
	OPEN EXTEND PAYMENT-HISTORY
	IF WS-PH-STATUS = "35"
		OPEN OUTPUT PAYMENT-HISTORY
	END-IF
	OPEN OUTPUT REISSUE-REPORT
	MOVE SPACES TO REISSUE-REPORT-RECORD
	STRING "EFT REISSUE REPORT - RUN DATE " DELIMITED BY SIZE
			REWRITE MH-RECORD
	END-READ

	MOVE WS-RUN-DATE TO PH-EVENT-DATE
	MOVE RQ-CLAIM-ID TO PH-CLAIM-ID
	MOVE RQ-MEMBER-ID TO PH-MEMBER-ID
	MOVE "R" TO PH-EVENT-TYPE
	MOVE RQ-AMOUNT TO PH-AMOUNT
	WRITE PAYMENT-HISTORY-RECORD

	PERFORM 2600-WRITE-DETAIL-LINE THRU 2600-EXIT
	.
2200-EXIT.
	*>completion - REISSUE-QUEUE was already closed by the rewrite
	CLOSE EFT-FILE
	CLOSE MEMBER-HISTORY-FILE
	CLOSE PAYMENT-HISTORY
	CLOSE REISSUE-REPORT
	.
8000-EXIT.
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
	MOVE "eft_reissue_queue.txt" TO WS-SG-FILE-NAME
	PERFORM 0240-SNAPSHOT-ONE-FILE THRU 0240-EXIT
	MOVE "eft_extract.txt" TO WS-SG-FILE-NAME
	PERFORM 0240-SNAPSHOT-ONE-FILE THRU 0240-EXIT
	MOVE "eft_extract_control.dat" TO WS-SG-FILE-NAME
	PERFORM 0240-SNAPSHOT-ONE-FILE THRU 0240-EXIT
	MOVE "payment_history.dat" TO WS-SG-FILE-NAME
	PERFORM 0240-SNAPSHOT-ONE-FILE THRU 0240-EXIT
	MOVE "member_history.dat" TO WS-SG-FILE-NAME
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
		WHEN "eft_reissue_queue.txt"
			OPEN INPUT REISSUE-QUEUE
			MOVE WS-QUEUE-STATUS TO WS-SG-LIVE-STATUS
		WHEN "eft_extract.txt"
			OPEN INPUT EFT-FILE
			MOVE WS-EFT-STATUS TO WS-SG-LIVE-STATUS
		WHEN "eft_extract_control.dat"
			OPEN INPUT EXTRACT-CONTROL
			MOVE WS-XC-STATUS TO WS-SG-LIVE-STATUS
		WHEN "payment_history.dat"
			OPEN INPUT PAYMENT-HISTORY
			MOVE WS-PH-STATUS TO WS-SG-LIVE-STATUS
		WHEN "member_history.dat"
			OPEN INPUT MEMBER-HISTORY-FILE
			MOVE WS-MH-STATUS TO WS-SG-LIVE-STATUS
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
		WHEN "eft_reissue_queue.txt"
			READ REISSUE-QUEUE
				AT END
					MOVE "Y" TO WS-SG-EOF-SWITCH
				NOT AT END
					MOVE LENGTH OF REISSUE-RECORD TO WS-SG-RECORD-LENGTH
					MOVE REISSUE-RECORD TO SNAPSHOT-RECORD
			END-READ
		WHEN "eft_extract.txt"
			READ EFT-FILE
				AT END
					MOVE "Y" TO WS-SG-EOF-SWITCH
				NOT AT END
					MOVE LENGTH OF EFT-RECORD TO WS-SG-RECORD-LENGTH
					MOVE EFT-RECORD TO SNAPSHOT-RECORD
			END-READ
		WHEN "eft_extract_control.dat"
			READ EXTRACT-CONTROL
				AT END
					MOVE "Y" TO WS-SG-EOF-SWITCH
				NOT AT END
					MOVE LENGTH OF EXTRACT-CONTROL-RECORD TO WS-SG-RECORD-LENGTH
					MOVE EXTRACT-CONTROL-RECORD TO SNAPSHOT-RECORD
			END-READ
		WHEN "payment_history.dat"
			READ PAYMENT-HISTORY
				AT END
					MOVE "Y" TO WS-SG-EOF-SWITCH
				NOT AT END
					MOVE LENGTH OF PAYMENT-HISTORY-RECORD TO WS-SG-RECORD-LENGTH
					MOVE PAYMENT-HISTORY-RECORD TO SNAPSHOT-RECORD
			END-READ
		WHEN "member_history.dat"
			READ MEMBER-HISTORY-FILE NEXT RECORD
				AT END
					MOVE "Y" TO WS-SG-EOF-SWITCH
				NOT AT END
					MOVE LENGTH OF MH-RECORD TO WS-SG-RECORD-LENGTH
					MOVE MH-RECORD TO SNAPSHOT-RECORD
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
		WHEN "eft_reissue_queue.txt"
			CLOSE REISSUE-QUEUE
		WHEN "eft_extract.txt"
			CLOSE EFT-FILE
		WHEN "eft_extract_control.dat"
			CLOSE EXTRACT-CONTROL
		WHEN "payment_history.dat"
			CLOSE PAYMENT-HISTORY
		WHEN "member_history.dat"
			CLOSE MEMBER-HISTORY-FILE
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
