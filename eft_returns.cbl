*>                mismatch after a layout change can never be "fixed"
*>                by silently recreating the file empty. The one-time
*>                LAYOUT-CONVERT run rebuilds the grown files.
*>2026-10-15 rwm  Remit advice layout follows the extract's - the
*>                contractual write-off now sits in the trailing
*>                filler of each row.
*>2026-10-15 rwm  Provider receivables - an honored "NV" recall
*>                closes the overpayment balance CLAIM-ADJUST opened
*>                for it in provider_receivables.dat, so the extract
*>                never nets it a second time. A bounced provider
*>                payment that had balances netted off it ("R"
*>                advice rows) puts those dollars back on the
*>                balances instead of backing them out of member
*>                history or queueing them for reissue - the money
*>                was never actually taken.
*>2026-10-15 rwm  Every claim a bounce backs out of member history
*>                is also written to payment_history.dat, the
*>                durable record EFT-REISSUE adds its reissues to, so
*>                the year-end PROVIDER-1099 run can net bounced
*>                dollars out of what each provider was paid.
*>2026-10-15 rwm  Copies every file this run updates into tonight's
*>                snapshot generation before anything moves, so
*>                NIGHT-RESTORE can roll a wrong night back
*>2026-10-15 rwm  A void's receivable now waits on its "NV" recall -
*>                a bounced recall opens the balance for the extract
*>                to net, an honored one closes it. A balance netted
*>                before the recall landed (in full or in part)
*>                prints the dollars to refund the provider.

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
	*>What we sent - the fixed-width payment file EFT-EXTRACT built
	SELECT EFT-FILE ASSIGN TO "eft_extract.txt"
		ORGANIZATION IS SEQUENTIAL
	SELECT REMIT-ADVICE ASSIGN TO "eft_remit_advice.txt"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-RA-STATUS.
	*>Overpayment balances providers owe back - closed by an
	*>honored recall, restored by a bounced netted payment
	SELECT PROVIDER-RECEIVABLES ASSIGN TO "provider_receivables.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PR-RECEIVABLE-ID
		ALTERNATE RECORD KEY IS PR-PROVIDER-ID WITH DUPLICATES
		FILE STATUS IS WS-PR-STATUS.
	*>Every bounce backed out and every reissue, one record per
	*>claim, kept for good - the money history the year-end 1099
	*>run nets each provider's paid dollars with
	SELECT PAYMENT-HISTORY ASSIGN TO "payment_history.dat"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-PH-STATUS.
	*>Sent-versus-acknowledged reconciliation for the analyst who
	*>used to do this in a spreadsheet
	SELECT RECON-REPORT ASSIGN TO "eft_recon_report.txt"
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

FD EFT-FILE.
*>One fixed-width payment record, as EFT-EXTRACT wrote it
01 EFT-RECORD.
	05 RA-SERVICE-DATE	PIC X(8).
	05 RA-BILLED-AMOUNT	PIC 9(6).
	05 RA-PAID-AMOUNT	PIC 9(6).
	*>The contractual write-off, carried in what was trailing
	*>filler - the record length is unchanged
	05 RA-WRITE-OFF-AMOUNT	PIC 9(6).
	*>Space for a claim row, "R" for a receivable recoupment
	*>netted off the payment
	05 RA-ROW-TYPE		PIC X(1).

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

FD PAYMENT-HISTORY.
*>One claim's payment money moving after the night it was approved
01 PAYMENT-HISTORY-RECORD.
	05 PH-EVENT-DATE	PIC 9(8).
	05 PH-CLAIM-ID		PIC X(10).
	05 PH-MEMBER-ID		PIC X(5).
	*>"B" bounced and backed out, "R" reissued
	05 PH-EVENT-TYPE	PIC X(1).
	05 PH-AMOUNT		PIC 9(9).

FD RECON-REPORT.
*>One printed line of the reconciliation report
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
*>End-of-file flags for the two input files
01 EFT-EOF-FLAG		PIC X VALUE "N".
01 RETURN-EOF-FLAG	PIC X VALUE "N".
01 WS-RQ-STATUS		PIC XX.
01 WS-RA-STATUS		PIC XX.
	88 WS-RA-OK			VALUE "00".
01 WS-PR-STATUS		PIC XX.
01 WS-PH-STATUS		PIC XX.

*>----------------------------------------------------------------*
*>Every payment we sent, loaded up front so each return can be
		10 WS-ADV-MEMBER-ID	PIC X(5).
		10 WS-ADV-DATE		PIC X(8).
		10 WS-ADV-PAID		PIC 9(6).
		10 WS-ADV-ROW-TYPE	PIC X(1).
*>Subscript used to walk the advice table per payment
01 WS-ADV-INDEX		PIC 9(4) COMP.
*>Claims found behind the bounced payment being exploded
01 WS-RECALLS-SENT	PIC 9(7) VALUE ZERO.
01 WS-RECALLS-HONORED	PIC 9(7) VALUE ZERO.
01 WS-RECALLS-FAILED	PIC 9(7) VALUE ZERO.
*>Receivable balances closed by honored recalls, and netted
*>recoupments put back when their payment bounced
01 WS-RECEIVABLES-CLOSED	PIC 9(7) VALUE ZERO.
01 WS-RECOUPS-RESTORED	PIC 9(7) VALUE ZERO.
*>Balances a bounced recall opened for the extract to net
01 WS-RECALLS-OPENED	PIC 9(7) VALUE ZERO.
*>What an honored recall took a second time, owed back to the
*>provider
01 WS-REFUND-AMOUNT	PIC 9(9).
*>The receivable a recall or a bounced recoupment belongs to,
*>found by walking the claim's balances in key order
01 RECEIVABLE-EOF-FLAG	PIC X VALUE "N".
01 WS-PR-MATCH-SWITCH	PIC X VALUE "N".
	88 WS-RECEIVABLE-MATCHED	VALUE "Y".
01 WS-PR-MATCH-ID	PIC X(18).
01 WS-PR-SEEK-CLAIM	PIC X(10).
01 WS-PR-SEEK-PAYMENT	PIC X(10).
*>Edited fields used to print the reconciliation lines
01 WS-EDIT-COUNT	PIC ZZZ,ZZ9.
01 WS-EDIT-DOLLARS	PIC $$,$$$,$$$,$$9.
	IF NOT WS-RUN-ALLOWED
		STOP RUN
	END-IF
	*>Nothing moves until tonight's pre-run copies are taken
	PERFORM 0200-TAKE-SNAPSHOTS THRU 0200-EXIT
	PERFORM 1000-INITIALIZE THRU 1000-EXIT
	PERFORM 2000-PROCESS-RETURN THRU 2000-EXIT
		UNTIL RETURN-EOF-FLAG = "Y"
		MOVE "Y" TO RETURN-EOF-FLAG
	END-IF
	PERFORM 1600-OPEN-MEMBER-HISTORY THRU 1600-EXIT
	PERFORM 1700-OPEN-RECEIVABLES THRU 1700-EXIT
	*>Bounces EFT-REISSUE carried forward are still awaiting a
	*>disposition - tonight's bounces go in behind them, the way
	*>CLAIM-EXCEPTIONS extends behind CLAIM-REPAIR's carry-forward
	IF WS-RQ-STATUS = "35"
		OPEN OUTPUT REISSUE-QUEUE
	END-IF
	*>The payment history extends night over night like
	*>DECISION-HISTORY; created on a first-ever run
	OPEN EXTEND PAYMENT-HISTORY
	IF WS-PH-STATUS = "35"
		OPEN OUTPUT PAYMENT-HISTORY
	END-IF
	.
1000-EXIT.
	EXIT.
					TO WS-ADV-DATE (WS-ADV-COUNT)
				MOVE RA-PAID-AMOUNT
					TO WS-ADV-PAID (WS-ADV-COUNT)
				MOVE RA-ROW-TYPE
					TO WS-ADV-ROW-TYPE (WS-ADV-COUNT)
			ELSE
				DISPLAY "EFT-RETURNS: MORE THAN 2000 ADVICE "
					"ROWS, CLAIM " RA-CLAIM-ID
1600-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 1700-OPEN-RECEIVABLES - open the receivables ledger for
*> update, creating it empty the first time
*>------------------------------------------------------------*
1700-OPEN-RECEIVABLES.
	OPEN I-O PROVIDER-RECEIVABLES
	IF WS-PR-STATUS = "35"
		OPEN OUTPUT PROVIDER-RECEIVABLES
		CLOSE PROVIDER-RECEIVABLES
		OPEN I-O PROVIDER-RECEIVABLES
	END-IF
	IF WS-PR-STATUS NOT = "00"
		DISPLAY "EFT-RETURNS: PROVIDER-RECEIVABLES OPEN FAILED, "
			"STATUS = " WS-PR-STATUS
			" - RUN STOPPED, FILE LEFT AS IS"
		PERFORM 1490-STOP-RUN-SHORT THRU 1490-EXIT
	END-IF
	.
1700-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2000-PROCESS-RETURN - read one acknowledgment and mark the
*> matching sent record paid or bounced
						INTO RECON-REPORT-RECORD
					END-STRING
					WRITE RECON-REPORT-RECORD
					PERFORM 2550-OPEN-BOUNCED-RECALL
						THRU 2550-EXIT
				WHEN "PP"
					ADD 1 TO WS-BOUNCED-COUNT
					ADD WS-SENT-AMOUNT (WS-SENT-INDEX)
			*>back, not a payment that arrived
			IF WS-SENT-REC-TYPE (WS-SENT-INDEX) = "NV"
				ADD 1 TO WS-RECALLS-HONORED
				PERFORM 2500-CLOSE-RECALLED-BALANCE
					THRU 2500-EXIT
			ELSE
				ADD 1 TO WS-PAID-COUNT
				ADD WS-SENT-AMOUNT (WS-SENT-INDEX)
			END-IF
			REWRITE MH-RECORD
	END-READ

	MOVE WS-RUN-DATE TO PH-EVENT-DATE
	MOVE WS-SENT-CLAIM-ID (WS-SENT-INDEX) TO PH-CLAIM-ID
	MOVE WS-SENT-MEMBER-ID (WS-SENT-INDEX) TO PH-MEMBER-ID
	MOVE "B" TO PH-EVENT-TYPE
	MOVE WS-SENT-AMOUNT (WS-SENT-INDEX) TO PH-AMOUNT
	WRITE PAYMENT-HISTORY-RECORD
	.
2200-EXIT.
	EXIT.
	END-IF
	ADD 1 TO WS-EXPLODED-CLAIMS

	*>A recoupment row is an overpayment the payment was netted
	*>by - nothing reached the member, so the balance is simply
	*>owed again
	IF WS-ADV-ROW-TYPE (WS-ADV-INDEX) = "R"
		PERFORM 2600-RESTORE-RECOUPMENT THRU 2600-EXIT
		GO TO 2410-EXIT
	END-IF

	MOVE WS-ADV-MEMBER-ID (WS-ADV-INDEX) TO MH-MEMBER-ID
	READ MEMBER-HISTORY-FILE
		INVALID KEY
	MOVE RT-RETURN-REASON TO RQ-RETURN-REASON
	MOVE WS-RUN-DATE TO RQ-QUEUE-DATE
	WRITE REISSUE-RECORD

	MOVE WS-RUN-DATE TO PH-EVENT-DATE
	MOVE WS-ADV-CLAIM-ID (WS-ADV-INDEX) TO PH-CLAIM-ID
	MOVE WS-ADV-MEMBER-ID (WS-ADV-INDEX) TO PH-MEMBER-ID
	MOVE "B" TO PH-EVENT-TYPE
	MOVE WS-ADV-PAID (WS-ADV-INDEX) TO PH-AMOUNT
	WRITE PAYMENT-HISTORY-RECORD
	.
2410-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2500-CLOSE-RECALLED-BALANCE - the processor pulled the voided
*> payment back, so the claim's latest balance is settled.
*> Anything already netted off a payment before the recall landed
*> was taken twice, and is listed with the amount owed back to
*> the provider.
*>------------------------------------------------------------*
2500-CLOSE-RECALLED-BALANCE.
	MOVE WS-SENT-CLAIM-ID (WS-SENT-INDEX) TO WS-PR-SEEK-CLAIM
	MOVE SPACES TO WS-PR-SEEK-PAYMENT
	PERFORM 2700-FIND-RECEIVABLE THRU 2700-EXIT
	IF NOT WS-RECEIVABLE-MATCHED
		MOVE SPACES TO RECON-REPORT-RECORD
		STRING "RECALL HONORED, NO OPEN RECEIVABLE: CLAIM "
				DELIMITED BY SIZE
			WS-SENT-CLAIM-ID (WS-SENT-INDEX) DELIMITED BY SIZE
			INTO RECON-REPORT-RECORD
		END-STRING
		WRITE RECON-REPORT-RECORD
		GO TO 2500-EXIT
	END-IF
	MOVE WS-PR-MATCH-ID TO PR-RECEIVABLE-ID
	READ PROVIDER-RECEIVABLES
		INVALID KEY
			GO TO 2500-EXIT
	END-READ
	IF PR-BALANCE < PR-ORIGINAL-AMOUNT
		COMPUTE WS-REFUND-AMOUNT = PR-ORIGINAL-AMOUNT - PR-BALANCE
		MOVE WS-REFUND-AMOUNT TO WS-EDIT-DOLLARS
		MOVE SPACES TO RECON-REPORT-RECORD
		STRING "RECALL HONORED AFTER NETTING: CLAIM "
				DELIMITED BY SIZE
			PR-CLAIM-ID DELIMITED BY SIZE
			" REFUND " DELIMITED BY SIZE
			PR-PROVIDER-ID DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			WS-EDIT-DOLLARS DELIMITED BY SIZE
			INTO RECON-REPORT-RECORD
		END-STRING
		WRITE RECON-REPORT-RECORD
	END-IF
	MOVE ZERO TO PR-BALANCE
	MOVE "R" TO PR-STATUS
	MOVE WS-RUN-DATE TO PR-LAST-ACTIVITY-DATE
	REWRITE PR-RECORD
	ADD 1 TO WS-RECEIVABLES-CLOSED
	.
2500-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2550-OPEN-BOUNCED-RECALL - the processor could not pull the
*> voided payment back, so the claim's balance pending that
*> recall opens for the extract to net against the provider's
*> next payment
*>------------------------------------------------------------*
2550-OPEN-BOUNCED-RECALL.
	MOVE WS-SENT-CLAIM-ID (WS-SENT-INDEX) TO WS-PR-SEEK-CLAIM
	MOVE SPACES TO WS-PR-SEEK-PAYMENT
	PERFORM 2700-FIND-RECEIVABLE THRU 2700-EXIT
	IF NOT WS-RECEIVABLE-MATCHED
		GO TO 2550-EXIT
	END-IF
	MOVE WS-PR-MATCH-ID TO PR-RECEIVABLE-ID
	READ PROVIDER-RECEIVABLES
		INVALID KEY
			GO TO 2550-EXIT
	END-READ
	IF PR-STATUS NOT = "P"
		GO TO 2550-EXIT
	END-IF
	MOVE "O" TO PR-STATUS
	MOVE WS-RUN-DATE TO PR-LAST-ACTIVITY-DATE
	REWRITE PR-RECORD
	ADD 1 TO WS-RECALLS-OPENED
	MOVE PR-BALANCE TO WS-EDIT-DOLLARS
	MOVE SPACES TO RECON-REPORT-RECORD
	STRING "RECALL NOT HONORED, BALANCE OPENED FOR NETTING: CLAIM "
			DELIMITED BY SIZE
		PR-CLAIM-ID DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		WS-EDIT-DOLLARS DELIMITED BY SIZE
		INTO RECON-REPORT-RECORD
	END-STRING
	WRITE RECON-REPORT-RECORD
	.
2550-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2600-RESTORE-RECOUPMENT - the bounced payment never took this
*> overpayment back, so the dollars go back on the balance it was
*> netted from and the balance reopens for the next payment
*>------------------------------------------------------------*
2600-RESTORE-RECOUPMENT.
	MOVE WS-ADV-CLAIM-ID (WS-ADV-INDEX) TO WS-PR-SEEK-CLAIM
	MOVE WS-ADV-PAYMENT-ID (WS-ADV-INDEX) TO WS-PR-SEEK-PAYMENT
	PERFORM 2700-FIND-RECEIVABLE THRU 2700-EXIT
	IF NOT WS-RECEIVABLE-MATCHED
		MOVE SPACES TO RECON-REPORT-RECORD
		STRING "BOUNCED RECOUPMENT WITHOUT RECEIVABLE: CLAIM "
				DELIMITED BY SIZE
			WS-ADV-CLAIM-ID (WS-ADV-INDEX) DELIMITED BY SIZE
			INTO RECON-REPORT-RECORD
		END-STRING
		WRITE RECON-REPORT-RECORD
		GO TO 2600-EXIT
	END-IF
	MOVE WS-PR-MATCH-ID TO PR-RECEIVABLE-ID
	READ PROVIDER-RECEIVABLES
		INVALID KEY
			GO TO 2600-EXIT
	END-READ
	ADD WS-ADV-PAID (WS-ADV-INDEX) TO PR-BALANCE
	MOVE "O" TO PR-STATUS
	MOVE WS-RUN-DATE TO PR-LAST-ACTIVITY-DATE
	REWRITE PR-RECORD
	ADD 1 TO WS-RECOUPS-RESTORED
	.
2600-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2700-FIND-RECEIVABLE - walk the claim's balances in key order
*> (oldest first). With a payment ID to seek, the match is the
*> balance that payment netted; without one, it is the latest
*> balance the processor has not already recalled - pending,
*> open, or recouped in full by netting.
*>------------------------------------------------------------*
2700-FIND-RECEIVABLE.
	MOVE "N" TO WS-PR-MATCH-SWITCH
	MOVE "N" TO RECEIVABLE-EOF-FLAG
	MOVE WS-PR-SEEK-CLAIM TO PR-CLAIM-ID
	MOVE ZERO TO PR-OPEN-DATE
	START PROVIDER-RECEIVABLES KEY >= PR-RECEIVABLE-ID
		INVALID KEY
			GO TO 2700-EXIT
	END-START
	PERFORM 2710-PROBE-ONE-RECEIVABLE THRU 2710-EXIT
		UNTIL RECEIVABLE-EOF-FLAG = "Y"
	.
2700-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2710-PROBE-ONE-RECEIVABLE - one of the claim's balances
*>------------------------------------------------------------*
2710-PROBE-ONE-RECEIVABLE.
	READ PROVIDER-RECEIVABLES NEXT RECORD
		AT END
			MOVE "Y" TO RECEIVABLE-EOF-FLAG
			GO TO 2710-EXIT
	END-READ
	IF PR-CLAIM-ID NOT = WS-PR-SEEK-CLAIM
		MOVE "Y" TO RECEIVABLE-EOF-FLAG
		GO TO 2710-EXIT
	END-IF
	IF WS-PR-SEEK-PAYMENT = SPACES
		IF PR-STATUS = "P" OR PR-STATUS = "O" OR PR-STATUS = "C"
			MOVE PR-RECEIVABLE-ID TO WS-PR-MATCH-ID
			MOVE "Y" TO WS-PR-MATCH-SWITCH
		END-IF
	ELSE
		IF PR-LAST-PAYMENT-ID = WS-PR-SEEK-PAYMENT
			MOVE PR-RECEIVABLE-ID TO WS-PR-MATCH-ID
			MOVE "Y" TO WS-PR-MATCH-SWITCH
		END-IF
	END-IF
	.
2710-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 3000-SWEEP-UNACKNOWLEDGED - anything we sent that no return
*> covered is listed by claim ID so it cannot silently disappear
	END-STRING
	WRITE RECON-REPORT-RECORD

	MOVE WS-RECEIVABLES-CLOSED TO WS-EDIT-COUNT
	MOVE SPACES TO RECON-REPORT-RECORD
	STRING "RECEIVABLES CLOSED      " DELIMITED BY SIZE
		WS-EDIT-COUNT DELIMITED BY SIZE
		INTO RECON-REPORT-RECORD
	END-STRING
	WRITE RECON-REPORT-RECORD

	MOVE WS-RECOUPS-RESTORED TO WS-EDIT-COUNT
	MOVE SPACES TO RECON-REPORT-RECORD
	STRING "RECOUPMENTS RESTORED    " DELIMITED BY SIZE
		WS-EDIT-COUNT DELIMITED BY SIZE
		INTO RECON-REPORT-RECORD
	END-STRING
	WRITE RECON-REPORT-RECORD

	MOVE WS-RECALLS-OPENED TO WS-EDIT-COUNT
	MOVE SPACES TO RECON-REPORT-RECORD
	STRING "RECALLS OPENED TO NET   " DELIMITED BY SIZE
		WS-EDIT-COUNT DELIMITED BY SIZE
		INTO RECON-REPORT-RECORD
	END-STRING
	WRITE RECON-REPORT-RECORD

	MOVE WS-BATCHES-VERIFIED TO WS-EDIT-COUNT
	MOVE SPACES TO RECON-REPORT-RECORD
	STRING "BATCHES VERIFIED        " DELIMITED BY SIZE
	*>Clean shutdown, releases file handles, signals successful job completion
	CLOSE EFT-RETURN-FILE
	CLOSE MEMBER-HISTORY-FILE
	CLOSE PROVIDER-RECEIVABLES
	CLOSE REISSUE-QUEUE
	CLOSE PAYMENT-HISTORY
	CLOSE RECON-REPORT
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
	MOVE "payment_history.dat" TO WS-SG-FILE-NAME
	PERFORM 0240-SNAPSHOT-ONE-FILE THRU 0240-EXIT
	MOVE "member_history.dat" TO WS-SG-FILE-NAME
	PERFORM 0240-SNAPSHOT-ONE-FILE THRU 0240-EXIT
	MOVE "provider_receivables.dat" TO WS-SG-FILE-NAME
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
			MOVE WS-RQ-STATUS TO WS-SG-LIVE-STATUS
		WHEN "payment_history.dat"
			OPEN INPUT PAYMENT-HISTORY
			MOVE WS-PH-STATUS TO WS-SG-LIVE-STATUS
		WHEN "member_history.dat"
			OPEN INPUT MEMBER-HISTORY-FILE
			MOVE WS-MH-STATUS TO WS-SG-LIVE-STATUS
		WHEN "provider_receivables.dat"
			OPEN INPUT PROVIDER-RECEIVABLES
			MOVE WS-PR-STATUS TO WS-SG-LIVE-STATUS
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
		WHEN "provider_receivables.dat"
			READ PROVIDER-RECEIVABLES NEXT RECORD
				AT END
					MOVE "Y" TO WS-SG-EOF-SWITCH
				NOT AT END
					MOVE LENGTH OF PR-RECORD TO WS-SG-RECORD-LENGTH
					MOVE PR-RECORD TO SNAPSHOT-RECORD
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
		WHEN "payment_history.dat"
			CLOSE PAYMENT-HISTORY
		WHEN "member_history.dat"
			CLOSE MEMBER-HISTORY-FILE
		WHEN "provider_receivables.dat"
			CLOSE PROVIDER-RECEIVABLES
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
