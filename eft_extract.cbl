*>                mismatch after a layout change can never be "fixed"
*>                by silently recreating the file empty. The one-time
*>                LAYOUT-CONVERT run rebuilds the grown files.
*>2026-10-15 rwm  Fee-schedule pricing went in upstream - the feed
*>                carries the contractual write-off in a new column
*>                after plan-paid, and the remit advice shows it on
*>                each claim (in what was trailing filler) so the
*>                provider office posts the adjustment, not a
*>                balance to bill the member.
*>2026-10-15 rwm  Provider receivables - each provider's open
*>                overpayment balances (provider_receivables.dat,
*>                opened by CLAIM-ADJUST voids) are netted against
*>                their grouped "PP" payment, oldest balance first,
*>                never taking the payment below zero. Each
*>                recoupment goes on the remit advice as its own "R"
*>                row under the payment, and the run ends with a
*>                receivables aging report listing every balance
*>                still open past the days threshold in
*>                receivables_parms.dat.
*>2026-10-15 rwm  Provider-master layout carries the tax ID and
*>                1099-reportable flag for the year-end 1099 run
*>2026-10-15 rwm  Provider-master layout carries the special
*>                investigations hold flag
*>2026-10-15 rwm  Copies every file this run updates into tonight's
*>                snapshot generation before anything moves, so
*>                NIGHT-RESTORE can roll a wrong night back
*>2026-10-15 rwm  A payment its receivables net all the way to zero
*>                no longer goes on the feed as a $0 "PP" record -
*>                the advice still carries its "R" rows and the
*>                balances are still taken down. A balance pending
*>                its "NV" recall is never netted.
*>2026-10-15 rwm  A balance still pending its "NV" recall ages onto
*>                the receivables report like an open one, marked
*>                PENDING RECALL, so a recall the processor never
*>                answers does not drop out of sight

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
	*>The tab-delimited decisions written by PROCESS-CLAIMS
	SELECT PROCESSED-CLAIMS-FILE ASSIGN TO "processed_claims.txt"
		ORGANIZATION IS SEQUENTIAL.
	*>Fixed-width payment file for the EFT/payment processor
	SELECT EFT-FILE ASSIGN TO "eft_extract.txt"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-EFT-STATUS.
	*>Every claim ID ever extracted, kept across runs so a rerun
	*>(or a run after SUSPENSE-RELEASE appends the morning's
	*>released approvals) sends only never-extracted approvals
	*>Claim-level remittance advice, one record per claim behind
	*>each payment, for provider offices and for EFT-RETURNS
	SELECT REMIT-ADVICE ASSIGN TO "eft_remit_advice.txt"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-RA-STATUS.
	*>Overpayment balances providers owe back - netted here
	*>against each provider's payment, oldest first
	SELECT PROVIDER-RECEIVABLES ASSIGN TO "provider_receivables.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PR-RECEIVABLE-ID
		ALTERNATE RECORD KEY IS PR-PROVIDER-ID WITH DUPLICATES
		FILE STATUS IS WS-PR-STATUS.
	*>The receivables aging threshold, in days
	SELECT RECEIVABLES-PARMS ASSIGN TO "receivables_parms.dat"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-RP-STATUS.
	*>Every balance still open past the threshold, for finance
	SELECT RECEIVABLES-REPORT
		ASSIGN TO "provider_receivables_report.txt"
		ORGANIZATION IS SEQUENTIAL.

*>Where all data structures live, definitions
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

FD PROCESSED-CLAIMS-FILE.
*>One tab-delimited decision line from PROCESS-CLAIMS
01 PC-RECORD	PIC X(200).
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

FD REMIT-ADVICE.
*>One claim behind one payment - everything a provider office
	05 RA-SERVICE-DATE	PIC X(8).
	05 RA-BILLED-AMOUNT	PIC 9(6).
	05 RA-PAID-AMOUNT	PIC 9(6).
	*>What the provider's contract took off the billed amount -
	*>not billable to the member
	05 RA-WRITE-OFF-AMOUNT	PIC 9(6).
	*>Space for a claim row; "R" for a recoupment row, whose
	*>claim is the voided one and whose paid amount is the
	*>overpayment netted off this payment
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

FD RECEIVABLES-PARMS.
*>The single parameter row - how many days a balance may stay
*>open before it ages onto the report
01 RECEIVABLES-PARMS-RECORD.
	05 RP-AGING-DAYS	PIC X(3).

FD RECEIVABLES-REPORT.
*>One printed line of the receivables aging report
01 RECEIVABLES-REPORT-RECORD	PIC X(100).

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

01 WS-PC-CLAIM-DATE	PIC X(8).
01 WS-PC-AMOUNT-TEXT	PIC X(6).
01 WS-PC-PAID-TEXT	PIC X(6).
01 WS-PC-WRITE-OFF-TEXT	PIC X(6).
01 WS-PC-CLAIM-TYPE	PIC X(2).
01 WS-PC-PROVIDER-ID	PIC X(8).
01 WS-PC-REASON	PIC X(50).
01 WS-CLAIMS-ALREADY-SENT	PIC 9(7) VALUE ZERO.
*>Count of grouped "PP" payment records written
01 WS-PAYMENTS-WRITTEN	PIC 9(7) VALUE ZERO.
*>Of those, payments netting took to zero - numbered and advised,
*>but never put on the feed
01 WS-PAYMENTS-NETTED-OUT	PIC 9(7) VALUE ZERO.

*>----------------------------------------------------------------*
*>File statuses for the ledger and the sequence control row
	88 WS-XC-OK			VALUE "00".
01 WS-PM-STATUS		PIC XX.
	88 WS-PM-OPEN-OK		VALUE "00".
01 WS-PR-STATUS		PIC XX.
01 WS-RP-STATUS		PIC XX.
	88 WS-RP-OK			VALUE "00".
01 WS-EFT-STATUS	PIC XX.
01 WS-RA-STATUS		PIC XX.

*>----------------------------------------------------------------*
*>Batch envelope - the sequence number this file goes out under,
		10 WS-CLM-DATE		PIC X(8).
		10 WS-CLM-BILLED	PIC 9(6).
		10 WS-CLM-PAID		PIC 9(6).
		10 WS-CLM-WRITE-OFF	PIC 9(6).
*>Subscript used to walk the claims table per payee
01 WS-CLM-INDEX		PIC 9(4) COMP.

01 WS-OVERFLOW-SWITCH	PIC X VALUE "N".
	88 WS-EXTRACT-OVERFLOW		VALUE "Y".

*>----------------------------------------------------------------*
*>Provider receivables - the open balances of the payee being
*>paid, netted oldest first against the payment
*>----------------------------------------------------------------*
01 RECEIVABLE-EOF-FLAG	PIC X VALUE "N".
01 WS-RCV-COUNT		PIC 9(3) COMP VALUE ZERO.
01 WS-RCV-TABLE.
	05 WS-RCV-ENTRY OCCURS 1 TO 100 TIMES
			DEPENDING ON WS-RCV-COUNT.
		10 WS-RCV-CLAIM-ID	PIC X(10).
		10 WS-RCV-OPEN-DATE	PIC 9(8).
		10 WS-RCV-MEMBER-ID	PIC X(5).
		10 WS-RCV-SERVICE-DATE	PIC X(8).
		10 WS-RCV-BALANCE	PIC 9(9).
		*>What tonight's payment took off this balance
		10 WS-RCV-TAKEN		PIC 9(9).
		*>"Y" once the oldest-first pass has dealt with it
		10 WS-RCV-DONE		PIC X(1).
01 WS-RCV-INDEX		PIC 9(3) COMP.
*>The oldest balance not yet netted, found by one pass
01 WS-RCV-OLDEST	PIC 9(3) COMP.
*>What is left of the payment as balances are netted against it
01 WS-NET-DOLLARS	PIC 9(9).
01 WS-RECOUPED-COUNT	PIC 9(7) VALUE ZERO.
01 WS-RECOUPED-DOLLARS	PIC 9(11) VALUE ZERO.
*>The aging threshold - thirty days unless the parms say otherwise
01 WS-AGING-DAYS	PIC 9(3) VALUE 30.
*>Day-number work fields for the aging computation
01 WS-TODAY-DAY-INT	PIC 9(8) COMP.
01 WS-OPEN-DAY-INT	PIC 9(8) COMP.
01 WS-DAYS-OPEN		PIC 9(5).
01 WS-OPEN-COUNT	PIC 9(7) VALUE ZERO.
01 WS-OPEN-DOLLARS	PIC 9(11) VALUE ZERO.
01 WS-AGED-COUNT	PIC 9(7) VALUE ZERO.
01 WS-AGED-DOLLARS	PIC 9(11) VALUE ZERO.
*>Of the open balances, those still waiting on their "NV" recall
01 WS-PENDING-COUNT	PIC 9(7) VALUE ZERO.
01 WS-PENDING-DOLLARS	PIC 9(11) VALUE ZERO.
*>Edited fields used to print the aging report
01 WS-EDIT-AMOUNT	PIC $$$,$$$,$$9.
01 WS-EDIT-DOLLARS	PIC $$,$$$,$$$,$$9.
01 WS-EDIT-COUNT	PIC ZZZ,ZZ9.
01 WS-EDIT-DAYS		PIC ZZ,ZZ9.

*>Excecutable logic
PROCEDURE DIVISION.
*>Paragraph label, entry point of program logic
	IF NOT WS-RUN-ALLOWED
		STOP RUN
	END-IF
	*>Nothing moves until tonight's pre-run copies are taken
	PERFORM 0200-TAKE-SNAPSHOTS THRU 0200-EXIT
	PERFORM 1000-INITIALIZE THRU 1000-EXIT
	PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
		UNTIL EOF-FLAG = "Y"
	ELSE
		MOVE "F" TO WS-RC-END-OUTCOME
	END-IF
	PERFORM 4000-WRITE-AGING-REPORT THRU 4000-EXIT
	PERFORM 8000-FINALIZE THRU 8000-EXIT
	PERFORM 9900-STAMP-RUN-END THRU 9900-EXIT
	STOP RUN.
			WS-PM-STATUS ", PAYMENTS GO OUT WITHOUT PAY-TO DETAILS"
	END-IF
	PERFORM 1100-OPEN-EXTRACT-LEDGER THRU 1100-EXIT
	PERFORM 1300-OPEN-RECEIVABLES THRU 1300-EXIT
	PERFORM 1400-LOAD-RECEIVABLES-PARMS THRU 1400-EXIT
	PERFORM 1200-NEXT-BATCH-SEQUENCE THRU 1200-EXIT
	MOVE WS-RUN-DATE TO WS-BH-FILE-DATE
	MOVE WS-BATCH-SEQUENCE TO WS-BH-SEQUENCE
1200-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 1300-OPEN-RECEIVABLES - open the receivables ledger for
*> update, creating it empty the first time, the way the extract
*> ledger opens
*>------------------------------------------------------------*
1300-OPEN-RECEIVABLES.
	OPEN I-O PROVIDER-RECEIVABLES
	IF WS-PR-STATUS = "35"
		OPEN OUTPUT PROVIDER-RECEIVABLES
		CLOSE PROVIDER-RECEIVABLES
		OPEN I-O PROVIDER-RECEIVABLES
	END-IF
	IF WS-PR-STATUS NOT = "00"
		DISPLAY "EFT-EXTRACT: PROVIDER-RECEIVABLES OPEN FAILED, "
			"STATUS = " WS-PR-STATUS
			" - RUN STOPPED, FILE LEFT AS IS"
		PERFORM 1490-STOP-RUN-SHORT THRU 1490-EXIT
	END-IF
	.
1300-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 1400-LOAD-RECEIVABLES-PARMS - the aging threshold in days; a
*> missing file or a non-numeric value keeps the thirty-day
*> default
*>------------------------------------------------------------*
1400-LOAD-RECEIVABLES-PARMS.
	OPEN INPUT RECEIVABLES-PARMS
	IF NOT WS-RP-OK
		GO TO 1400-EXIT
	END-IF
	READ RECEIVABLES-PARMS
		AT END
			CONTINUE
		NOT AT END
			IF RP-AGING-DAYS NUMERIC
				MOVE RP-AGING-DAYS TO WS-AGING-DAYS
			ELSE
				DISPLAY "EFT-EXTRACT: AGING DAYS NOT NUMERIC - "
					WS-AGING-DAYS " DAYS USED"
			END-IF
	END-READ
	CLOSE RECEIVABLES-PARMS
	.
1400-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2000-PROCESS-RECORD - read one decision line and, if it was
*> approved, write the matching EFT payment record

*>------------------------------------------------------------*
*> 2100-SPLIT-DECISION-LINE - split PC-RECORD on tab characters
*> into the same nine fields PROCESS-CLAIMS wrote it from
*>------------------------------------------------------------*
2100-SPLIT-DECISION-LINE.
	MOVE ZERO TO WS-UNSTRING-COUNT
	MOVE SPACES TO WS-PC-CLAIM-ID WS-PC-MEMBER-ID WS-PC-CLAIM-DATE
		WS-PC-AMOUNT-TEXT WS-PC-PAID-TEXT WS-PC-WRITE-OFF-TEXT
		WS-PC-CLAIM-TYPE WS-PC-PROVIDER-ID WS-PC-REASON

	UNSTRING PC-RECORD DELIMITED BY X'09'
		INTO WS-PC-CLAIM-ID, WS-PC-MEMBER-ID, WS-PC-CLAIM-DATE,
			WS-PC-AMOUNT-TEXT, WS-PC-PAID-TEXT,
			WS-PC-WRITE-OFF-TEXT, WS-PC-CLAIM-TYPE,
			WS-PC-PROVIDER-ID, WS-PC-REASON
		TALLYING IN WS-UNSTRING-COUNT
	END-UNSTRING
	.
	ELSE
		MOVE ZERO TO WS-CLM-PAID (WS-CLM-COUNT)
	END-IF
	IF WS-PC-WRITE-OFF-TEXT NUMERIC
		MOVE WS-PC-WRITE-OFF-TEXT TO WS-CLM-WRITE-OFF (WS-CLM-COUNT)
	ELSE
		MOVE ZERO TO WS-CLM-WRITE-OFF (WS-CLM-COUNT)
	END-IF
	ADD 1 TO WS-CLAIMS-EXTRACTED
	PERFORM 2600-TALLY-PAYEE THRU 2600-EXIT
	*>The ledger row waits for the payment phase - a claim is
*>------------------------------------------------------------*
*> 3100-PAY-ONE-PAYEE - build the payment ID, pick up the payee's
*> pay-to details from the provider master, write the "PP" record
*> (unless netting took it to zero) and the advice rows for every
*> claim behind it
*>------------------------------------------------------------*
3100-PAY-ONE-PAYEE.
	ADD 1 TO WS-PAYMENTS-WRITTEN
			MOVE PM-PAY-TO-NAME TO WS-PP-PAY-TO-NAME
	END-READ

	*>What the provider owes back comes off the top, oldest
	*>balance first
	MOVE WS-PAYEE-DOLLARS (WS-PAYEE-INDEX) TO WS-NET-DOLLARS
	PERFORM 3300-NET-RECEIVABLES THRU 3300-EXIT

	*>Receivables that swallow the whole payment leave nothing to
	*>send - the advice rows below still tell the provider why
	IF WS-NET-DOLLARS = ZERO
		ADD 1 TO WS-PAYMENTS-NETTED-OUT
	ELSE
		MOVE WS-PAYMENT-ID TO WS-PP-PAYMENT-ID
		MOVE WS-PAYEE-PROVIDER-ID (WS-PAYEE-INDEX)
			TO WS-PP-PROVIDER-ID
		MOVE WS-NET-DOLLARS TO WS-PP-AMOUNT
		MOVE WS-PP-DETAIL TO EFT-RECORD
		WRITE EFT-RECORD
		ADD WS-NET-DOLLARS TO WS-HASH-TOTAL
	END-IF

	PERFORM 3200-WRITE-ADVICE-ROW THRU 3200-EXIT
		VARYING WS-CLM-INDEX FROM 1 BY 1
		UNTIL WS-CLM-INDEX > WS-CLM-COUNT
	PERFORM 3400-WRITE-RECOUPMENT-ROW THRU 3400-EXIT
		VARYING WS-RCV-INDEX FROM 1 BY 1
		UNTIL WS-RCV-INDEX > WS-RCV-COUNT
	.
3100-EXIT.
	EXIT.
	MOVE WS-CLM-DATE (WS-CLM-INDEX) TO RA-SERVICE-DATE
	MOVE WS-CLM-BILLED (WS-CLM-INDEX) TO RA-BILLED-AMOUNT
	MOVE WS-CLM-PAID (WS-CLM-INDEX) TO RA-PAID-AMOUNT
	MOVE WS-CLM-WRITE-OFF (WS-CLM-INDEX) TO RA-WRITE-OFF-AMOUNT
	WRITE ADVICE-RECORD

	*>The claim's payment just went out - remember it, and in
3200-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 3300-NET-RECEIVABLES - gather the payee's open balances, then
*> net them against the payment oldest first until the balances
*> or the payment run out
*>------------------------------------------------------------*
3300-NET-RECEIVABLES.
	MOVE ZERO TO WS-RCV-COUNT
	MOVE "N" TO RECEIVABLE-EOF-FLAG
	MOVE WS-PAYEE-PROVIDER-ID (WS-PAYEE-INDEX) TO PR-PROVIDER-ID
	START PROVIDER-RECEIVABLES KEY = PR-PROVIDER-ID
		INVALID KEY
			GO TO 3300-EXIT
	END-START
	PERFORM 3310-LOAD-ONE-RECEIVABLE THRU 3310-EXIT
		UNTIL RECEIVABLE-EOF-FLAG = "Y"
	PERFORM 3320-NET-OLDEST-RECEIVABLE THRU 3320-EXIT
		UNTIL WS-NET-DOLLARS = ZERO
			OR RECEIVABLE-EOF-FLAG = "D"
	.
3300-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 3310-LOAD-ONE-RECEIVABLE - one of the payee's balances into
*> the table, if it is still open
*>------------------------------------------------------------*
3310-LOAD-ONE-RECEIVABLE.
	READ PROVIDER-RECEIVABLES NEXT RECORD
		AT END
			MOVE "Y" TO RECEIVABLE-EOF-FLAG
			GO TO 3310-EXIT
	END-READ
	IF PR-PROVIDER-ID NOT = WS-PAYEE-PROVIDER-ID (WS-PAYEE-INDEX)
		MOVE "Y" TO RECEIVABLE-EOF-FLAG
		GO TO 3310-EXIT
	END-IF
	IF PR-STATUS NOT = "O" OR PR-BALANCE = ZERO
		GO TO 3310-EXIT
	END-IF
	IF WS-RCV-COUNT >= 100
		DISPLAY "EFT-EXTRACT: MORE THAN 100 OPEN BALANCES FOR "
			"PROVIDER " PR-PROVIDER-ID ", CLAIM " PR-CLAIM-ID
			" WAITS FOR A LATER PAYMENT"
		GO TO 3310-EXIT
	END-IF
	ADD 1 TO WS-RCV-COUNT
	MOVE PR-CLAIM-ID TO WS-RCV-CLAIM-ID (WS-RCV-COUNT)
	MOVE PR-OPEN-DATE TO WS-RCV-OPEN-DATE (WS-RCV-COUNT)
	MOVE PR-MEMBER-ID TO WS-RCV-MEMBER-ID (WS-RCV-COUNT)
	MOVE PR-SERVICE-DATE TO WS-RCV-SERVICE-DATE (WS-RCV-COUNT)
	MOVE PR-BALANCE TO WS-RCV-BALANCE (WS-RCV-COUNT)
	MOVE ZERO TO WS-RCV-TAKEN (WS-RCV-COUNT)
	MOVE "N" TO WS-RCV-DONE (WS-RCV-COUNT)
	.
3310-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 3320-NET-OLDEST-RECEIVABLE - find the oldest balance not yet
*> netted and take what the payment can cover of it; "D" on the
*> flag means every balance has been dealt with
*>------------------------------------------------------------*
3320-NET-OLDEST-RECEIVABLE.
	MOVE ZERO TO WS-RCV-OLDEST
	PERFORM 3325-PROBE-OLDEST THRU 3325-EXIT
		VARYING WS-RCV-INDEX FROM 1 BY 1
		UNTIL WS-RCV-INDEX > WS-RCV-COUNT
	IF WS-RCV-OLDEST = ZERO
		MOVE "D" TO RECEIVABLE-EOF-FLAG
		GO TO 3320-EXIT
	END-IF
	MOVE "Y" TO WS-RCV-DONE (WS-RCV-OLDEST)
	IF WS-RCV-BALANCE (WS-RCV-OLDEST) > WS-NET-DOLLARS
		MOVE WS-NET-DOLLARS TO WS-RCV-TAKEN (WS-RCV-OLDEST)
	ELSE
		MOVE WS-RCV-BALANCE (WS-RCV-OLDEST)
			TO WS-RCV-TAKEN (WS-RCV-OLDEST)
	END-IF
	SUBTRACT WS-RCV-TAKEN (WS-RCV-OLDEST) FROM WS-NET-DOLLARS

	MOVE WS-RCV-CLAIM-ID (WS-RCV-OLDEST) TO PR-CLAIM-ID
	MOVE WS-RCV-OPEN-DATE (WS-RCV-OLDEST) TO PR-OPEN-DATE
	READ PROVIDER-RECEIVABLES
		INVALID KEY
			DISPLAY "EFT-EXTRACT: RECEIVABLE FOR CLAIM "
				PR-CLAIM-ID " VANISHED - NOT NETTED"
			ADD WS-RCV-TAKEN (WS-RCV-OLDEST) TO WS-NET-DOLLARS
			MOVE ZERO TO WS-RCV-TAKEN (WS-RCV-OLDEST)
			GO TO 3320-EXIT
	END-READ
	SUBTRACT WS-RCV-TAKEN (WS-RCV-OLDEST) FROM PR-BALANCE
	IF PR-BALANCE = ZERO
		MOVE "C" TO PR-STATUS
	END-IF
	MOVE WS-RUN-DATE TO PR-LAST-ACTIVITY-DATE
	MOVE WS-PAYMENT-ID TO PR-LAST-PAYMENT-ID
	REWRITE PR-RECORD
	ADD 1 TO WS-RECOUPED-COUNT
	ADD WS-RCV-TAKEN (WS-RCV-OLDEST) TO WS-RECOUPED-DOLLARS
	.
3320-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 3325-PROBE-OLDEST - one probe of the payee's balances for the
*> oldest one still to net
*>------------------------------------------------------------*
3325-PROBE-OLDEST.
	IF WS-RCV-DONE (WS-RCV-INDEX) = "Y"
		GO TO 3325-EXIT
	END-IF
	IF WS-RCV-OLDEST = ZERO
		MOVE WS-RCV-INDEX TO WS-RCV-OLDEST
		GO TO 3325-EXIT
	END-IF
	IF WS-RCV-OPEN-DATE (WS-RCV-INDEX)
		< WS-RCV-OPEN-DATE (WS-RCV-OLDEST)
		MOVE WS-RCV-INDEX TO WS-RCV-OLDEST
	END-IF
	.
3325-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 3400-WRITE-RECOUPMENT-ROW - one "R" advice row per balance the
*> payment was netted by, so the provider office can see exactly
*> which overpayment came off and EFT-RETURNS can restore it if
*> the payment bounces
*>------------------------------------------------------------*
3400-WRITE-RECOUPMENT-ROW.
	IF WS-RCV-TAKEN (WS-RCV-INDEX) = ZERO
		GO TO 3400-EXIT
	END-IF
	MOVE SPACES TO ADVICE-RECORD
	MOVE WS-PAYMENT-ID TO RA-PAYMENT-ID
	MOVE WS-PAYEE-PROVIDER-ID (WS-PAYEE-INDEX) TO RA-PROVIDER-ID
	MOVE WS-RCV-CLAIM-ID (WS-RCV-INDEX) TO RA-CLAIM-ID
	MOVE WS-RCV-MEMBER-ID (WS-RCV-INDEX) TO RA-MEMBER-ID
	MOVE WS-RCV-SERVICE-DATE (WS-RCV-INDEX) TO RA-SERVICE-DATE
	MOVE ZERO TO RA-BILLED-AMOUNT
	MOVE WS-RCV-TAKEN (WS-RCV-INDEX) TO RA-PAID-AMOUNT
	MOVE ZERO TO RA-WRITE-OFF-AMOUNT
	MOVE "R" TO RA-ROW-TYPE
	WRITE ADVICE-RECORD
	.
3400-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 4000-WRITE-AGING-REPORT - sweep the receivables ledger: every
*> open or recall-pending balance counts toward the totals, and
*> one open longer than the threshold is listed for finance to
*> work
*>------------------------------------------------------------*
4000-WRITE-AGING-REPORT.
	OPEN OUTPUT RECEIVABLES-REPORT
	MOVE SPACES TO RECEIVABLES-REPORT-RECORD
	STRING "PROVIDER RECEIVABLES AGING - RUN DATE " DELIMITED BY SIZE
		WS-RUN-DATE DELIMITED BY SIZE
		"  OPEN MORE THAN " DELIMITED BY SIZE
		WS-AGING-DAYS DELIMITED BY SIZE
		" DAYS" DELIMITED BY SIZE
		INTO RECEIVABLES-REPORT-RECORD
	END-STRING
	WRITE RECEIVABLES-REPORT-RECORD
	MOVE SPACES TO RECEIVABLES-REPORT-RECORD
	WRITE RECEIVABLES-REPORT-RECORD

	COMPUTE WS-TODAY-DAY-INT =
		FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
	MOVE "N" TO RECEIVABLE-EOF-FLAG
	MOVE LOW-VALUES TO PR-RECEIVABLE-ID
	START PROVIDER-RECEIVABLES KEY >= PR-RECEIVABLE-ID
		INVALID KEY
			MOVE "Y" TO RECEIVABLE-EOF-FLAG
	END-START
	PERFORM 4100-AGE-ONE-RECEIVABLE THRU 4100-EXIT
		UNTIL RECEIVABLE-EOF-FLAG = "Y"

	MOVE SPACES TO RECEIVABLES-REPORT-RECORD
	WRITE RECEIVABLES-REPORT-RECORD
	MOVE WS-RECOUPED-COUNT TO WS-EDIT-COUNT
	MOVE WS-RECOUPED-DOLLARS TO WS-EDIT-DOLLARS
	MOVE SPACES TO RECEIVABLES-REPORT-RECORD
	STRING "RECOUPED THIS RUN      " DELIMITED BY SIZE
		WS-EDIT-COUNT DELIMITED BY SIZE
		"  " DELIMITED BY SIZE
		WS-EDIT-DOLLARS DELIMITED BY SIZE
		INTO RECEIVABLES-REPORT-RECORD
	END-STRING
	WRITE RECEIVABLES-REPORT-RECORD
	MOVE WS-OPEN-COUNT TO WS-EDIT-COUNT
	MOVE WS-OPEN-DOLLARS TO WS-EDIT-DOLLARS
	MOVE SPACES TO RECEIVABLES-REPORT-RECORD
	STRING "STILL OPEN             " DELIMITED BY SIZE
		WS-EDIT-COUNT DELIMITED BY SIZE
		"  " DELIMITED BY SIZE
		WS-EDIT-DOLLARS DELIMITED BY SIZE
		INTO RECEIVABLES-REPORT-RECORD
	END-STRING
	WRITE RECEIVABLES-REPORT-RECORD
	MOVE WS-PENDING-COUNT TO WS-EDIT-COUNT
	MOVE WS-PENDING-DOLLARS TO WS-EDIT-DOLLARS
	MOVE SPACES TO RECEIVABLES-REPORT-RECORD
	STRING "  PENDING RECALL       " DELIMITED BY SIZE
		WS-EDIT-COUNT DELIMITED BY SIZE
		"  " DELIMITED BY SIZE
		WS-EDIT-DOLLARS DELIMITED BY SIZE
		INTO RECEIVABLES-REPORT-RECORD
	END-STRING
	WRITE RECEIVABLES-REPORT-RECORD
	MOVE WS-AGED-COUNT TO WS-EDIT-COUNT
	MOVE WS-AGED-DOLLARS TO WS-EDIT-DOLLARS
	MOVE SPACES TO RECEIVABLES-REPORT-RECORD
	STRING "PAST THE THRESHOLD     " DELIMITED BY SIZE
		WS-EDIT-COUNT DELIMITED BY SIZE
		"  " DELIMITED BY SIZE
		WS-EDIT-DOLLARS DELIMITED BY SIZE
		INTO RECEIVABLES-REPORT-RECORD
	END-STRING
	WRITE RECEIVABLES-REPORT-RECORD
	CLOSE RECEIVABLES-REPORT
	.
4000-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 4100-AGE-ONE-RECEIVABLE - one ledger row: totalled if open,
*> listed if open past the threshold. A balance still pending
*> its "NV" recall ages the same way - if the processor never
*> answers the recall, nothing else would ever bring it to light
*>------------------------------------------------------------*
4100-AGE-ONE-RECEIVABLE.
	READ PROVIDER-RECEIVABLES NEXT RECORD
		AT END
			MOVE "Y" TO RECEIVABLE-EOF-FLAG
			GO TO 4100-EXIT
	END-READ
	IF (PR-STATUS NOT = "O" AND PR-STATUS NOT = "P")
		OR PR-BALANCE = ZERO
		GO TO 4100-EXIT
	END-IF
	ADD 1 TO WS-OPEN-COUNT
	ADD PR-BALANCE TO WS-OPEN-DOLLARS
	IF PR-STATUS = "P"
		ADD 1 TO WS-PENDING-COUNT
		ADD PR-BALANCE TO WS-PENDING-DOLLARS
	END-IF
	IF PR-OPEN-DATE NUMERIC AND PR-OPEN-DATE > ZERO
		COMPUTE WS-OPEN-DAY-INT =
			FUNCTION INTEGER-OF-DATE(PR-OPEN-DATE)
		COMPUTE WS-DAYS-OPEN = WS-TODAY-DAY-INT - WS-OPEN-DAY-INT
	ELSE
		MOVE ZERO TO WS-DAYS-OPEN
	END-IF
	IF WS-DAYS-OPEN NOT > WS-AGING-DAYS
		GO TO 4100-EXIT
	END-IF
	ADD 1 TO WS-AGED-COUNT
	ADD PR-BALANCE TO WS-AGED-DOLLARS
	MOVE PR-BALANCE TO WS-EDIT-AMOUNT
	MOVE WS-DAYS-OPEN TO WS-EDIT-DAYS
	MOVE SPACES TO RECEIVABLES-REPORT-RECORD
	STRING PR-PROVIDER-ID DELIMITED BY SIZE
		" CLAIM " DELIMITED BY SIZE
		PR-CLAIM-ID DELIMITED BY SIZE
		" MEMBER " DELIMITED BY SIZE
		PR-MEMBER-ID DELIMITED BY SIZE
		"  OPENED " DELIMITED BY SIZE
		PR-OPEN-DATE DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		WS-EDIT-DAYS DELIMITED BY SIZE
		" DAYS  OWES " DELIMITED BY SIZE
		WS-EDIT-AMOUNT DELIMITED BY SIZE
		INTO RECEIVABLES-REPORT-RECORD
	END-STRING
	IF PR-STATUS = "P"
		MOVE " PENDING RECALL" TO RECEIVABLES-REPORT-RECORD (86:15)
	END-IF
	WRITE RECEIVABLES-REPORT-RECORD
	.
4100-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 8000-FINALIZE - close the batch with its trailer, report the
*> counts, and close down
*>------------------------------------------------------------*
8000-FINALIZE.
	*>The trailer proves the batch: one detail record per payee
	*>payment that went on the feed, and the dollar hash across
	*>them
	COMPUTE WS-BT-RECORD-COUNT =
		WS-PAYMENTS-WRITTEN - WS-PAYMENTS-NETTED-OUT
	MOVE WS-HASH-TOTAL TO WS-BT-HASH-TOTAL
	MOVE WS-EFT-TRAILER TO EFT-RECORD
	WRITE EFT-RECORD
		WS-PAYMENTS-WRITTEN " PROVIDER PAYMENTS COVERING "
		WS-CLAIMS-EXTRACTED " CLAIMS WRITTEN TO eft_extract.txt, "
		WS-CLAIMS-ALREADY-SENT " ALREADY SENT EARLIER"
	DISPLAY "EFT-EXTRACT: " WS-RECOUPED-COUNT
		" RECEIVABLE RECOUPMENTS NETTED FROM PAYMENTS, "
		WS-PAYMENTS-NETTED-OUT " PAYMENTS NETTED TO ZERO AND NOT SENT"
	CLOSE PROCESSED-CLAIMS-FILE
	CLOSE EFT-FILE
	CLOSE REMIT-ADVICE
	CLOSE PROVIDER-MASTER
	CLOSE EXTRACT-LEDGER
	CLOSE PROVIDER-RECEIVABLES
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
	MOVE "eft_extract.txt" TO WS-SG-FILE-NAME
	PERFORM 0240-SNAPSHOT-ONE-FILE THRU 0240-EXIT
	MOVE "eft_remit_advice.txt" TO WS-SG-FILE-NAME
	PERFORM 0240-SNAPSHOT-ONE-FILE THRU 0240-EXIT
	MOVE "eft_extract_control.dat" TO WS-SG-FILE-NAME
	PERFORM 0240-SNAPSHOT-ONE-FILE THRU 0240-EXIT
	MOVE "eft_extract_ledger.dat" TO WS-SG-FILE-NAME
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
		WHEN "eft_extract.txt"
			OPEN INPUT EFT-FILE
			MOVE WS-EFT-STATUS TO WS-SG-LIVE-STATUS
		WHEN "eft_remit_advice.txt"
			OPEN INPUT REMIT-ADVICE
			MOVE WS-RA-STATUS TO WS-SG-LIVE-STATUS
		WHEN "eft_extract_control.dat"
			OPEN INPUT EXTRACT-CONTROL
			MOVE WS-XC-STATUS TO WS-SG-LIVE-STATUS
		WHEN "eft_extract_ledger.dat"
			OPEN INPUT EXTRACT-LEDGER
			MOVE WS-XL-STATUS TO WS-SG-LIVE-STATUS
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
		WHEN "eft_extract.txt"
			CLOSE EFT-FILE
		WHEN "eft_remit_advice.txt"
			CLOSE REMIT-ADVICE
		WHEN "eft_extract_control.dat"
			CLOSE EXTRACT-CONTROL
		WHEN "eft_extract_ledger.dat"
			CLOSE EXTRACT-LEDGER
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
