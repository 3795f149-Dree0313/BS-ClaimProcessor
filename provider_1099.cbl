*>Identifies the program
IDENTIFICATION DIVISION.
*>Name of the program
PROGRAM-ID. PROVIDER-1099.
AUTHOR. CLAIMS-SYSTEMS-UNIT.
DATE-WRITTEN. 2026-10-15.
*>Modification history - date, initials, one-line description
*>2026-10-15 rwm  Original run - the year-end 1099 job, so finance
*>                stops rebuilding provider payments from bank
*>                statements every January. For the calendar year in
*>                tax_1099_parms.dat it totals every provider's
*>                approved plan-paid dollars from DECISION-HISTORY,
*>                less CLAIM-ADJUST voids, less the bounces EFT-RETURNS
*>                backed out, plus the EFT-REISSUE reissues (both from
*>                payment_history.dat), and rolls the net up by the
*>                tax ID on the provider master. Tax IDs at or over
*>                the reporting threshold go on the 1099 filing
*>                extract; every provider paid in the year goes on
*>                the review listing; reportable providers over the
*>                threshold with no tax ID on file (or not on the
*>                master at all) are listed as exceptions.

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
	*>Operator parameters - the tax year being reported and the
	*>reporting threshold. The job will not guess the year; a
	*>missing file stops the run, the way rollover_parms.dat does.
	SELECT TAX-PARMS ASSIGN TO "tax_1099_parms.dat"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-PARMS-STATUS.
	*>Every decision every night - the approvals that paid and the
	*>voids that recalled
	SELECT DECISION-HISTORY ASSIGN TO "decision_history.dat"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-DECHIST-STATUS.
	*>Every bounce EFT-RETURNS backed out and every reissue
	*>EFT-REISSUE sent, one record per claim
	SELECT PAYMENT-HISTORY ASSIGN TO "payment_history.dat"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-PH-STATUS.
	*>Provider master, keyed by provider ID - the tax ID, the
	*>1099 flag, and the pay-to name the extract reports under
	SELECT PROVIDER-MASTER ASSIGN TO "provider_master.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PM-PROVIDER-ID
		FILE STATUS IS WS-PM-STATUS.
	*>The 1099 filing extract - one fixed-width record per tax ID
	*>reported, and a trailer that proves the count and dollars
	SELECT FILING-EXTRACT ASSIGN TO "provider_1099_extract.txt"
		ORGANIZATION IS SEQUENTIAL.
	*>Per-provider review listing for finance's sign-off
	SELECT REVIEW-REPORT ASSIGN TO "provider_1099_review.txt"
		ORGANIZATION IS SEQUENTIAL.
	*>Providers over the threshold the extract could not report
	SELECT EXCEPTION-REPORT ASSIGN TO "provider_1099_exceptions.txt"
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

FD TAX-PARMS.
*>The single parameter row
01 PARMS-RECORD.
	*>The calendar year being reported - payments are counted by
	*>the run date they were approved, voided, bounced, or reissued
	05 TP-TAX-YEAR		PIC X(4).
	*>Whole-dollar reporting threshold, zero-filled; blank means
	*>the IRS's $600
	05 TP-THRESHOLD		PIC X(7).

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
	*>Where the provider's grouped payments go - the payee the
	*>1099 is issued to
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

FD FILING-EXTRACT.
*>One tax ID's reportable payments for the year
01 FILING-DETAIL-RECORD.
	05 FE-REC-TYPE		PIC X(2).
	05 FE-TAX-YEAR		PIC 9(4).
	05 FE-TAX-ID		PIC X(9).
	05 FE-PAYEE-NAME	PIC X(30).
	*>1099-MISC box 6, medical and health care payments
	05 FE-BOX		PIC X(2).
	05 FE-AMOUNT		PIC 9(11).
	*>Providers on the master that share this tax ID
	05 FE-PROVIDER-COUNT	PIC 9(3).
	05 FILLER		PIC X(19).
*>The same 80 bytes read as the trailer
01 FILING-TRAILER-RECORD.
	05 FT-REC-TYPE		PIC X(2).
	05 FT-TAX-YEAR		PIC 9(4).
	05 FT-RECORD-COUNT	PIC 9(7).
	05 FT-AMOUNT-TOTAL	PIC 9(13).
	05 FILLER		PIC X(54).

FD REVIEW-REPORT.
*>One printed line of the review listing
01 REVIEW-REPORT-RECORD	PIC X(132).

FD EXCEPTION-REPORT.
*>One printed line of the exception listing
01 EXCEPTION-REPORT-RECORD	PIC X(100).

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
01 WS-RC-THIS-PROGRAM	PIC X(18) VALUE "PROVIDER-1099".
01 WS-RC-PREREQ		PIC X(18) VALUE SPACES.
01 WS-RC-CONFLICT	PIC X(18) VALUE "PROCESS-CLAIMS".
*>The outcome 9900-STAMP-RUN-END records - "C" unless a refusal
*>or an overflow stopped the run short
01 WS-RC-END-OUTCOME	PIC X(1) VALUE "C".
01 WS-RC-DATE		PIC 9(8).
01 WS-RC-TIME		PIC 9(6).
*>End-of-file flags for the two history passes
01 EOF-FLAG		PIC X VALUE "N".
01 EVENT-EOF-FLAG	PIC X VALUE "N".

*>----------------------------------------------------------------*
*>File statuses
*>----------------------------------------------------------------*
01 WS-PARMS-STATUS	PIC XX.
	88 WS-PARMS-OK			VALUE "00".
01 WS-DECHIST-STATUS	PIC XX.
	88 WS-DECHIST-OK		VALUE "00".
01 WS-PH-STATUS		PIC XX.
	88 WS-PH-OK			VALUE "00".
01 WS-PM-STATUS		PIC XX.
	88 WS-PM-OK			VALUE "00".

*>----------------------------------------------------------------*
*>The year being reported and the threshold - nothing runs unless
*>the parameters edit and every input opens
*>----------------------------------------------------------------*
01 WS-INPUTS-GOOD-SWITCH	PIC X VALUE "N".
	88 WS-INPUTS-GOOD		VALUE "Y".
01 WS-TAX-YEAR		PIC 9(4).
01 WS-THRESHOLD		PIC 9(7).
*>The first and last run dates of the tax year
01 WS-YEAR-START	PIC 9(8).
01 WS-YEAR-END		PIC 9(8).

*>----------------------------------------------------------------*
*>The tax year's bounces and reissues, loaded up front. Neither
*>carries the provider, so each is tied to its provider from the
*>claim's approval as DECISION-HISTORY goes by (the approval may
*>be from an earlier year).
*>----------------------------------------------------------------*
01 WS-EVT-COUNT		PIC 9(4) COMP VALUE ZERO.
01 WS-EVT-TABLE.
	05 WS-EVT-ENTRY OCCURS 1 TO 2000 TIMES
			DEPENDING ON WS-EVT-COUNT.
		10 WS-EVT-CLAIM-ID	PIC X(10).
		10 WS-EVT-TYPE		PIC X(1).
		10 WS-EVT-AMOUNT	PIC 9(9).
		*>Spaces until the claim's approval is found
		10 WS-EVT-PROVIDER-ID	PIC X(8).
01 WS-EVT-INDEX		PIC 9(4) COMP.
*>Events whose claim never turned up approved in the history -
*>listed on the review foot for finance to work by hand
01 WS-UNMATCHED-EVENTS	PIC 9(7) VALUE ZERO.
01 WS-UNMATCHED-DOLLARS	PIC 9(11) VALUE ZERO.

*>----------------------------------------------------------------*
*>Every provider paid or recalled in the tax year, with what it
*>was paid, what came back, and what the master says about it
*>----------------------------------------------------------------*
01 WS-PRV-COUNT		PIC 9(4) COMP VALUE ZERO.
01 WS-PRV-TABLE.
	05 WS-PRV-ENTRY OCCURS 1 TO 2000 TIMES
			DEPENDING ON WS-PRV-COUNT.
		10 WS-PRV-ID		PIC X(8).
		10 WS-PRV-CLAIMS	PIC 9(7).
		10 WS-PRV-PAID		PIC 9(9).
		10 WS-PRV-VOIDED	PIC 9(9).
		10 WS-PRV-BOUNCED	PIC 9(9).
		10 WS-PRV-REISSUED	PIC 9(9).
		*>Paid less voided less bounced plus reissued - a year of
		*>recalls against prior-year claims can take it negative
		10 WS-PRV-NET		PIC S9(9).
		*>"Y" when the provider is on the master
		10 WS-PRV-ON-MASTER	PIC X(1).
		10 WS-PRV-NAME		PIC X(30).
		10 WS-PRV-PAY-TO-NAME	PIC X(30).
		10 WS-PRV-TAX-ID	PIC X(9).
		10 WS-PRV-1099-FLAG	PIC X(1).
		*>The tax ID row this provider rolled into, zero if none
		10 WS-PRV-TAX-INDEX	PIC 9(4) COMP.
		*>Marked once the provider is on the review listing
		10 WS-PRV-LISTED	PIC X(1).
01 WS-PRV-INDEX		PIC 9(4) COMP.
01 WS-PRV-FOUND-SWITCH	PIC X VALUE "N".
	88 WS-PRV-FOUND			VALUE "Y".
*>The provider being looked up in the table
01 WS-SEEK-PROVIDER-ID	PIC X(8).

*>----------------------------------------------------------------*
*>Reportable dollars rolled up by tax ID - one provider group
*>billing under several provider IDs files one 1099
*>----------------------------------------------------------------*
01 WS-TAX-COUNT		PIC 9(4) COMP VALUE ZERO.
01 WS-TAX-TABLE.
	05 WS-TAX-ENTRY OCCURS 1 TO 2000 TIMES
			DEPENDING ON WS-TAX-COUNT.
		10 WS-TAX-ID		PIC X(9).
		*>The pay-to name of the first provider seen on the ID
		10 WS-TAX-PAYEE-NAME	PIC X(30).
		10 WS-TAX-NET		PIC S9(11).
		10 WS-TAX-PROVIDERS	PIC 9(3).
		*>"Y" once the tax ID is on the filing extract
		10 WS-TAX-REPORTED	PIC X(1).
01 WS-TAX-INDEX		PIC 9(4) COMP.
01 WS-TAX-FOUND-SWITCH	PIC X VALUE "N".
	88 WS-TAX-FOUND			VALUE "Y".

*>----------------------------------------------------------------*
*>The review listing's ordered sweep - lowest unlisted provider
*>ID each pass
*>----------------------------------------------------------------*
01 WS-SWEEP-PASS	PIC 9(4) COMP.
01 WS-BEST-INDEX	PIC 9(4) COMP.
01 WS-BEST-PROVIDER-ID	PIC X(8).

*>----------------------------------------------------------------*
*>Run counts and dollars for the report foot
*>----------------------------------------------------------------*
01 WS-DECISIONS-READ	PIC 9(9) VALUE ZERO.
01 WS-EVENTS-READ	PIC 9(7) VALUE ZERO.
01 WS-EXTRACT-COUNT	PIC 9(7) VALUE ZERO.
01 WS-EXTRACT-DOLLARS	PIC 9(13) VALUE ZERO.
01 WS-EXCEPTION-COUNT	PIC 9(7) VALUE ZERO.
01 WS-EXCEPTION-DOLLARS	PIC S9(11) VALUE ZERO.
01 WS-EXCEPTION-REASON	PIC X(40).
*>Edited fields used to print the report
01 WS-EDIT-COUNT	PIC ZZZ,ZZ9.
01 WS-EDIT-DOLLARS	PIC $$,$$$,$$$,$$9-.
01 WS-EDIT-THRESHOLD	PIC $$,$$$,$$9.
*>Today's date, for the report headings
01 WS-RUN-DATE		PIC 9(8).

*>----------------------------------------------------------------*
*>Review listing heading and detail line
*>----------------------------------------------------------------*
01 WS-RV-HEADING-1.
	05 FILLER		PIC X(35)
			VALUE "PROVIDER 1099 REVIEW LISTING - TAX ".
	05 FILLER		PIC X(5) VALUE "YEAR ".
	05 WS-RV-HDG-YEAR	PIC 9(4).
	05 FILLER		PIC X(4) VALUE SPACES.
	05 FILLER		PIC X(10) VALUE "RUN DATE: ".
	05 WS-RV-HDG-DATE	PIC 9(8).
	05 FILLER		PIC X(4) VALUE SPACES.
	05 FILLER		PIC X(11) VALUE "THRESHOLD: ".
	05 WS-RV-HDG-THRESHOLD	PIC $$,$$$,$$9.

01 WS-RV-HEADING-2.
	05 FILLER		PIC X(10) VALUE "PROVIDER".
	05 FILLER		PIC X(25) VALUE "NAME".
	05 FILLER		PIC X(10) VALUE "TAX ID".
	05 FILLER		PIC X(5) VALUE "1099".
	05 FILLER		PIC X(12) VALUE "       PAID".
	05 FILLER		PIC X(12) VALUE "     VOIDED".
	05 FILLER		PIC X(12) VALUE "    BOUNCED".
	05 FILLER		PIC X(12) VALUE "   REISSUED".
	05 FILLER		PIC X(14) VALUE "          NET".
	05 FILLER		PIC X(20) VALUE "STATUS".

01 WS-RV-DETAIL-LINE.
	05 WS-RV-PROVIDER-ID	PIC X(8).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 WS-RV-NAME		PIC X(24).
	05 FILLER		PIC X(1) VALUE SPACES.
	*>The full tax ID - this listing is where finance checks it
	*>against the W-9 before anything is filed
	05 WS-RV-TAX-ID		PIC X(9).
	05 FILLER		PIC X(1) VALUE SPACES.
	05 WS-RV-FLAG		PIC X(1).
	05 FILLER		PIC X(3) VALUE SPACES.
	05 WS-RV-PAID		PIC $$$,$$$,$$9.
	05 FILLER		PIC X(1) VALUE SPACES.
	05 WS-RV-VOIDED		PIC $$$,$$$,$$9.
	05 FILLER		PIC X(1) VALUE SPACES.
	05 WS-RV-BOUNCED	PIC $$$,$$$,$$9.
	05 FILLER		PIC X(1) VALUE SPACES.
	05 WS-RV-REISSUED	PIC $$$,$$$,$$9.
	05 FILLER		PIC X(1) VALUE SPACES.
	05 WS-RV-NET		PIC $$$,$$$,$$9-.
	05 FILLER		PIC X(2) VALUE SPACES.
	05 WS-RV-STATUS		PIC X(20).

*>----------------------------------------------------------------*
*>Exception listing heading and detail line
*>----------------------------------------------------------------*
01 WS-EX-HEADING-1.
	05 FILLER		PIC X(35)
			VALUE "PROVIDER 1099 EXCEPTIONS - TAX YEAR".
	05 FILLER		PIC X(1) VALUE SPACES.
	05 WS-EX-HDG-YEAR	PIC 9(4).
	05 FILLER		PIC X(4) VALUE SPACES.
	05 FILLER		PIC X(10) VALUE "RUN DATE: ".
	05 WS-EX-HDG-DATE	PIC 9(8).

01 WS-EX-HEADING-2.
	05 FILLER		PIC X(10) VALUE "PROVIDER".
	05 FILLER		PIC X(32) VALUE "NAME".
	05 FILLER		PIC X(14) VALUE "          NET".
	05 FILLER		PIC X(40) VALUE "REASON".

01 WS-EX-DETAIL-LINE.
	05 WS-EX-PROVIDER-ID	PIC X(8).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 WS-EX-NAME		PIC X(30).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 WS-EX-NET		PIC $$$,$$$,$$9-.
	05 FILLER		PIC X(2) VALUE SPACES.
	05 WS-EX-REASON		PIC X(40).

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
		PERFORM 2000-LOAD-PAYMENT-EVENTS THRU 2000-EXIT
			UNTIL EVENT-EOF-FLAG = "Y"
		PERFORM 3000-TALLY-DECISION THRU 3000-EXIT
			UNTIL EOF-FLAG = "Y"
		PERFORM 4000-APPLY-ONE-EVENT THRU 4000-EXIT
			VARYING WS-EVT-INDEX FROM 1 BY 1
			UNTIL WS-EVT-INDEX > WS-EVT-COUNT
		PERFORM 5000-LOOK-UP-ONE-PROVIDER THRU 5000-EXIT
			VARYING WS-PRV-INDEX FROM 1 BY 1
			UNTIL WS-PRV-INDEX > WS-PRV-COUNT
		PERFORM 6000-WRITE-FILING-EXTRACT THRU 6000-EXIT
		PERFORM 7000-WRITE-REVIEW-LISTING THRU 7000-EXIT
		PERFORM 8000-FINALIZE THRU 8000-EXIT
	ELSE
		*>Nothing reported - the ledger shows the run stopped
		*>short, so a rerun with good parameters is not refused
		MOVE "F" TO WS-RC-END-OUTCOME
	END-IF
	PERFORM 9900-STAMP-RUN-END THRU 9900-EXIT
	STOP RUN.

*>------------------------------------------------------------*
*> 1000-INITIALIZE - read the operator's parameters and open the
*> inputs; the outputs open only once the totals are built, so a
*> run that stops short never leaves last year's extract empty
*>------------------------------------------------------------*
1000-INITIALIZE.
	ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
	PERFORM 1100-READ-PARMS THRU 1100-EXIT
	IF NOT WS-INPUTS-GOOD
		DISPLAY "PROVIDER-1099: PARAMETER FILE MISSING OR BAD - "
			"NOTHING REPORTED"
		GO TO 1000-EXIT
	END-IF
	OPEN INPUT DECISION-HISTORY
	IF NOT WS-DECHIST-OK
		DISPLAY "PROVIDER-1099: DECISION-HISTORY OPEN FAILED, "
			"STATUS = " WS-DECHIST-STATUS " - NOTHING REPORTED"
		MOVE "N" TO WS-INPUTS-GOOD-SWITCH
		GO TO 1000-EXIT
	END-IF
	OPEN INPUT PROVIDER-MASTER
	IF NOT WS-PM-OK
		DISPLAY "PROVIDER-1099: PROVIDER-MASTER OPEN FAILED, "
			"STATUS = " WS-PM-STATUS " - NOTHING REPORTED"
		MOVE "N" TO WS-INPUTS-GOOD-SWITCH
		CLOSE DECISION-HISTORY
		GO TO 1000-EXIT
	END-IF
	*>"35" alone means no payment ever bounced - nothing to net;
	*>any other status would understate the back-outs, so it
	*>stops the run
	OPEN INPUT PAYMENT-HISTORY
	IF WS-PH-STATUS = "35"
		MOVE "Y" TO EVENT-EOF-FLAG
	ELSE
		IF NOT WS-PH-OK
			DISPLAY "PROVIDER-1099: PAYMENT-HISTORY OPEN FAILED, "
				"STATUS = " WS-PH-STATUS " - NOTHING REPORTED"
			MOVE "N" TO WS-INPUTS-GOOD-SWITCH
			CLOSE DECISION-HISTORY
			CLOSE PROVIDER-MASTER
			GO TO 1000-EXIT
		END-IF
	END-IF
	.
1000-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 1100-READ-PARMS - the tax year is required; the threshold is
*> optional, defaulting to $600, but must be all digits if given
*>------------------------------------------------------------*
1100-READ-PARMS.
	MOVE "N" TO WS-INPUTS-GOOD-SWITCH
	OPEN INPUT TAX-PARMS
	IF NOT WS-PARMS-OK
		GO TO 1100-EXIT
	END-IF
	READ TAX-PARMS
		AT END
			CONTINUE
		NOT AT END
			IF TP-TAX-YEAR NUMERIC
				AND (TP-THRESHOLD NUMERIC
					OR TP-THRESHOLD = SPACES)
				MOVE TP-TAX-YEAR TO WS-TAX-YEAR
				IF TP-THRESHOLD = SPACES
					MOVE 600 TO WS-THRESHOLD
				ELSE
					MOVE TP-THRESHOLD TO WS-THRESHOLD
				END-IF
				*>The calendar bounds of the tax year, set only from
				*>a year that edited clean
				COMPUTE WS-YEAR-START = WS-TAX-YEAR * 10000 + 101
				COMPUTE WS-YEAR-END = WS-TAX-YEAR * 10000 + 1231
				MOVE "Y" TO WS-INPUTS-GOOD-SWITCH
			END-IF
	END-READ
	CLOSE TAX-PARMS
	.
1100-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2000-LOAD-PAYMENT-EVENTS - one payment-history record; only
*> the tax year's bounces and reissues are kept. A year with more
*> than the table holds stops the run rather than file 1099s that
*> leave some bounces in.
*>------------------------------------------------------------*
2000-LOAD-PAYMENT-EVENTS.
	READ PAYMENT-HISTORY
		AT END
			MOVE "Y" TO EVENT-EOF-FLAG
			CLOSE PAYMENT-HISTORY
		NOT AT END
			ADD 1 TO WS-EVENTS-READ
			IF PH-EVENT-DATE < WS-YEAR-START
				OR PH-EVENT-DATE > WS-YEAR-END
				GO TO 2000-EXIT
			END-IF
			IF PH-EVENT-TYPE NOT = "B" AND PH-EVENT-TYPE NOT = "R"
				GO TO 2000-EXIT
			END-IF
			IF WS-EVT-COUNT >= 2000
				DISPLAY "PROVIDER-1099: MORE THAN 2000 BOUNCES AND "
					"REISSUES IN THE TAX YEAR - RUN STOPPED, "
					"NOTHING REPORTED"
				PERFORM 1490-STOP-RUN-SHORT THRU 1490-EXIT
			END-IF
			ADD 1 TO WS-EVT-COUNT
			MOVE PH-CLAIM-ID TO WS-EVT-CLAIM-ID (WS-EVT-COUNT)
			MOVE PH-EVENT-TYPE TO WS-EVT-TYPE (WS-EVT-COUNT)
			MOVE PH-AMOUNT TO WS-EVT-AMOUNT (WS-EVT-COUNT)
			MOVE SPACES TO WS-EVT-PROVIDER-ID (WS-EVT-COUNT)
	END-READ
	.
2000-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 3000-TALLY-DECISION - one history record. Every approval that
*> paid, whatever its year, names the provider behind any bounce
*> or reissue of its claim; the tax year's approvals add to the
*> provider's paid dollars and its voids to the recalled dollars.
*>------------------------------------------------------------*
3000-TALLY-DECISION.
	READ DECISION-HISTORY
		AT END
			MOVE "Y" TO EOF-FLAG
		NOT AT END
			ADD 1 TO WS-DECISIONS-READ
			EVALUATE TRUE
				WHEN DH-DECISION (1:8) = "APPROVED"
					AND DH-PAID-AMOUNT > ZERO
					PERFORM 3100-NAME-EVENT-PROVIDER THRU 3100-EXIT
						VARYING WS-EVT-INDEX FROM 1 BY 1
						UNTIL WS-EVT-INDEX > WS-EVT-COUNT
					IF DH-RUN-DATE >= WS-YEAR-START
						AND DH-RUN-DATE <= WS-YEAR-END
						MOVE DH-PROVIDER-ID TO WS-SEEK-PROVIDER-ID
						PERFORM 3200-FIND-PROVIDER THRU 3200-EXIT
						ADD 1 TO WS-PRV-CLAIMS (WS-PRV-INDEX)
						ADD DH-PAID-AMOUNT
							TO WS-PRV-PAID (WS-PRV-INDEX)
					END-IF
				*>A void carries the paid amount it recalled
				WHEN DH-DECISION (1:7) = "VOIDED:"
					AND DH-RUN-DATE >= WS-YEAR-START
					AND DH-RUN-DATE <= WS-YEAR-END
					MOVE DH-PROVIDER-ID TO WS-SEEK-PROVIDER-ID
					PERFORM 3200-FIND-PROVIDER THRU 3200-EXIT
					ADD DH-PAID-AMOUNT
						TO WS-PRV-VOIDED (WS-PRV-INDEX)
			END-EVALUATE
	END-READ
	.
3000-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 3100-NAME-EVENT-PROVIDER - one probe of the event table: a
*> bounce or reissue of this claim belongs to its provider
*>------------------------------------------------------------*
3100-NAME-EVENT-PROVIDER.
	IF WS-EVT-CLAIM-ID (WS-EVT-INDEX) = DH-CLAIM-ID
		MOVE DH-PROVIDER-ID TO WS-EVT-PROVIDER-ID (WS-EVT-INDEX)
	END-IF
	.
3100-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 3200-FIND-PROVIDER - point WS-PRV-INDEX at the provider's row,
*> adding the row on first sight. A year with more providers than
*> the table holds stops the run rather than file short.
*>------------------------------------------------------------*
3200-FIND-PROVIDER.
	MOVE "N" TO WS-PRV-FOUND-SWITCH
	PERFORM 3210-SEARCH-PROVIDER THRU 3210-EXIT
		VARYING WS-PRV-INDEX FROM 1 BY 1
		UNTIL WS-PRV-INDEX > WS-PRV-COUNT
			OR WS-PRV-FOUND
	IF WS-PRV-FOUND
		*>The search loop increments once past the match before
		*>its UNTIL stops it, so step back one row
		SUBTRACT 1 FROM WS-PRV-INDEX
		GO TO 3200-EXIT
	END-IF
	IF WS-PRV-COUNT >= 2000
		DISPLAY "PROVIDER-1099: MORE THAN 2000 PROVIDERS PAID IN "
			"THE TAX YEAR - RUN STOPPED, NOTHING REPORTED"
		PERFORM 1490-STOP-RUN-SHORT THRU 1490-EXIT
	END-IF
	ADD 1 TO WS-PRV-COUNT
	MOVE WS-PRV-COUNT TO WS-PRV-INDEX
	MOVE WS-SEEK-PROVIDER-ID TO WS-PRV-ID (WS-PRV-INDEX)
	MOVE ZERO TO WS-PRV-CLAIMS (WS-PRV-INDEX)
		WS-PRV-PAID (WS-PRV-INDEX)
		WS-PRV-VOIDED (WS-PRV-INDEX)
		WS-PRV-BOUNCED (WS-PRV-INDEX)
		WS-PRV-REISSUED (WS-PRV-INDEX)
		WS-PRV-NET (WS-PRV-INDEX)
		WS-PRV-TAX-INDEX (WS-PRV-INDEX)
	MOVE "N" TO WS-PRV-ON-MASTER (WS-PRV-INDEX)
	MOVE SPACES TO WS-PRV-NAME (WS-PRV-INDEX)
		WS-PRV-PAY-TO-NAME (WS-PRV-INDEX)
		WS-PRV-TAX-ID (WS-PRV-INDEX)
		WS-PRV-1099-FLAG (WS-PRV-INDEX)
	MOVE "N" TO WS-PRV-LISTED (WS-PRV-INDEX)
	.
3200-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 3210-SEARCH-PROVIDER - one probe of the provider table
*>------------------------------------------------------------*
3210-SEARCH-PROVIDER.
	IF WS-PRV-ID (WS-PRV-INDEX) = WS-SEEK-PROVIDER-ID
		MOVE "Y" TO WS-PRV-FOUND-SWITCH
	END-IF
	.
3210-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 4000-APPLY-ONE-EVENT - a bounce takes the claim's dollars back
*> off its provider, a reissue puts them back on. An event whose
*> claim never showed up approved is counted for the foot.
*>------------------------------------------------------------*
4000-APPLY-ONE-EVENT.
	IF WS-EVT-PROVIDER-ID (WS-EVT-INDEX) = SPACES
		ADD 1 TO WS-UNMATCHED-EVENTS
		ADD WS-EVT-AMOUNT (WS-EVT-INDEX) TO WS-UNMATCHED-DOLLARS
		DISPLAY "PROVIDER-1099: NO APPROVAL IN HISTORY FOR CLAIM "
			WS-EVT-CLAIM-ID (WS-EVT-INDEX)
			" - ITS BOUNCE OR REISSUE IS NOT NETTED"
		GO TO 4000-EXIT
	END-IF
	*>The search below reuses WS-PRV-INDEX, not the event index
	MOVE WS-EVT-PROVIDER-ID (WS-EVT-INDEX) TO WS-SEEK-PROVIDER-ID
	PERFORM 3200-FIND-PROVIDER THRU 3200-EXIT
	IF WS-EVT-TYPE (WS-EVT-INDEX) = "B"
		ADD WS-EVT-AMOUNT (WS-EVT-INDEX)
			TO WS-PRV-BOUNCED (WS-PRV-INDEX)
	ELSE
		ADD WS-EVT-AMOUNT (WS-EVT-INDEX)
			TO WS-PRV-REISSUED (WS-PRV-INDEX)
	END-IF
	.
4000-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 5000-LOOK-UP-ONE-PROVIDER - net the provider's year, pick up
*> its tax details from the master, and roll a reportable
*> provider with a tax ID into that tax ID's total
*>------------------------------------------------------------*
5000-LOOK-UP-ONE-PROVIDER.
	COMPUTE WS-PRV-NET (WS-PRV-INDEX) =
		WS-PRV-PAID (WS-PRV-INDEX)
		- WS-PRV-VOIDED (WS-PRV-INDEX)
		- WS-PRV-BOUNCED (WS-PRV-INDEX)
		+ WS-PRV-REISSUED (WS-PRV-INDEX)
	MOVE WS-PRV-ID (WS-PRV-INDEX) TO PM-PROVIDER-ID
	READ PROVIDER-MASTER
		INVALID KEY
			GO TO 5000-EXIT
	END-READ
	MOVE "Y" TO WS-PRV-ON-MASTER (WS-PRV-INDEX)
	MOVE PM-PROVIDER-NAME TO WS-PRV-NAME (WS-PRV-INDEX)
	*>The 1099 goes to the payee; a provider paid under its own
	*>name may have no separate pay-to name
	IF PM-PAY-TO-NAME = SPACES
		MOVE PM-PROVIDER-NAME TO WS-PRV-PAY-TO-NAME (WS-PRV-INDEX)
	ELSE
		MOVE PM-PAY-TO-NAME TO WS-PRV-PAY-TO-NAME (WS-PRV-INDEX)
	END-IF
	MOVE PM-TAX-ID TO WS-PRV-TAX-ID (WS-PRV-INDEX)
	MOVE PM-1099-FLAG TO WS-PRV-1099-FLAG (WS-PRV-INDEX)
	IF PM-1099-FLAG = "N" OR PM-TAX-ID = SPACES
		GO TO 5000-EXIT
	END-IF
	PERFORM 5100-ROLL-UP-TAX-ID THRU 5100-EXIT
	.
5000-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 5100-ROLL-UP-TAX-ID - add the provider's net to its tax ID's
*> row, adding the row on first sight
*>------------------------------------------------------------*
5100-ROLL-UP-TAX-ID.
	MOVE "N" TO WS-TAX-FOUND-SWITCH
	PERFORM 5110-SEARCH-TAX-ID THRU 5110-EXIT
		VARYING WS-TAX-INDEX FROM 1 BY 1
		UNTIL WS-TAX-INDEX > WS-TAX-COUNT
			OR WS-TAX-FOUND
	IF WS-TAX-FOUND
		*>The search loop increments once past the match before
		*>its UNTIL stops it, so step back one row
		SUBTRACT 1 FROM WS-TAX-INDEX
	ELSE
		ADD 1 TO WS-TAX-COUNT
		MOVE WS-TAX-COUNT TO WS-TAX-INDEX
		MOVE PM-TAX-ID TO WS-TAX-ID (WS-TAX-INDEX)
		MOVE WS-PRV-PAY-TO-NAME (WS-PRV-INDEX)
			TO WS-TAX-PAYEE-NAME (WS-TAX-INDEX)
		MOVE ZERO TO WS-TAX-NET (WS-TAX-INDEX)
			WS-TAX-PROVIDERS (WS-TAX-INDEX)
		MOVE "N" TO WS-TAX-REPORTED (WS-TAX-INDEX)
	END-IF
	ADD WS-PRV-NET (WS-PRV-INDEX) TO WS-TAX-NET (WS-TAX-INDEX)
	ADD 1 TO WS-TAX-PROVIDERS (WS-TAX-INDEX)
	MOVE WS-TAX-INDEX TO WS-PRV-TAX-INDEX (WS-PRV-INDEX)
	.
5100-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 5110-SEARCH-TAX-ID - one probe of the tax ID table
*>------------------------------------------------------------*
5110-SEARCH-TAX-ID.
	IF WS-TAX-ID (WS-TAX-INDEX) = PM-TAX-ID
		MOVE "Y" TO WS-TAX-FOUND-SWITCH
	END-IF
	.
5110-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 6000-WRITE-FILING-EXTRACT - one record per tax ID at or over
*> the threshold, then the trailer with the count and dollars
*>------------------------------------------------------------*
6000-WRITE-FILING-EXTRACT.
	OPEN OUTPUT FILING-EXTRACT
	PERFORM 6100-WRITE-ONE-TAX-ID THRU 6100-EXIT
		VARYING WS-TAX-INDEX FROM 1 BY 1
		UNTIL WS-TAX-INDEX > WS-TAX-COUNT
	MOVE SPACES TO FILING-TRAILER-RECORD
	MOVE "1T" TO FT-REC-TYPE
	MOVE WS-TAX-YEAR TO FT-TAX-YEAR
	MOVE WS-EXTRACT-COUNT TO FT-RECORD-COUNT
	MOVE WS-EXTRACT-DOLLARS TO FT-AMOUNT-TOTAL
	WRITE FILING-TRAILER-RECORD
	CLOSE FILING-EXTRACT
	.
6000-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 6100-WRITE-ONE-TAX-ID - one tax ID's filing record
*>------------------------------------------------------------*
6100-WRITE-ONE-TAX-ID.
	IF WS-TAX-NET (WS-TAX-INDEX) < WS-THRESHOLD
		GO TO 6100-EXIT
	END-IF
	MOVE SPACES TO FILING-DETAIL-RECORD
	MOVE "1D" TO FE-REC-TYPE
	MOVE WS-TAX-YEAR TO FE-TAX-YEAR
	MOVE WS-TAX-ID (WS-TAX-INDEX) TO FE-TAX-ID
	MOVE WS-TAX-PAYEE-NAME (WS-TAX-INDEX) TO FE-PAYEE-NAME
	MOVE "06" TO FE-BOX
	MOVE WS-TAX-NET (WS-TAX-INDEX) TO FE-AMOUNT
	MOVE WS-TAX-PROVIDERS (WS-TAX-INDEX) TO FE-PROVIDER-COUNT
	WRITE FILING-DETAIL-RECORD
	MOVE "Y" TO WS-TAX-REPORTED (WS-TAX-INDEX)
	ADD 1 TO WS-EXTRACT-COUNT
	ADD WS-TAX-NET (WS-TAX-INDEX) TO WS-EXTRACT-DOLLARS
	.
6100-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 7000-WRITE-REVIEW-LISTING - every provider paid in the year,
*> in provider ID order, each picked by a fresh sweep over the
*> table; the exception listing fills in alongside
*>------------------------------------------------------------*
7000-WRITE-REVIEW-LISTING.
	OPEN OUTPUT REVIEW-REPORT
	OPEN OUTPUT EXCEPTION-REPORT
	MOVE WS-TAX-YEAR TO WS-RV-HDG-YEAR
	MOVE WS-RUN-DATE TO WS-RV-HDG-DATE
	MOVE WS-THRESHOLD TO WS-RV-HDG-THRESHOLD
	MOVE WS-RV-HEADING-1 TO REVIEW-REPORT-RECORD
	WRITE REVIEW-REPORT-RECORD
	MOVE SPACES TO REVIEW-REPORT-RECORD
	WRITE REVIEW-REPORT-RECORD
	MOVE WS-RV-HEADING-2 TO REVIEW-REPORT-RECORD
	WRITE REVIEW-REPORT-RECORD
	MOVE SPACES TO REVIEW-REPORT-RECORD
	WRITE REVIEW-REPORT-RECORD

	MOVE WS-TAX-YEAR TO WS-EX-HDG-YEAR
	MOVE WS-RUN-DATE TO WS-EX-HDG-DATE
	MOVE WS-EX-HEADING-1 TO EXCEPTION-REPORT-RECORD
	WRITE EXCEPTION-REPORT-RECORD
	MOVE SPACES TO EXCEPTION-REPORT-RECORD
	WRITE EXCEPTION-REPORT-RECORD
	MOVE WS-EX-HEADING-2 TO EXCEPTION-REPORT-RECORD
	WRITE EXCEPTION-REPORT-RECORD
	MOVE SPACES TO EXCEPTION-REPORT-RECORD
	WRITE EXCEPTION-REPORT-RECORD

	PERFORM 7100-PICK-NEXT-PROVIDER THRU 7100-EXIT
		VARYING WS-SWEEP-PASS FROM 1 BY 1
		UNTIL WS-SWEEP-PASS > WS-PRV-COUNT
	.
7000-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 7100-PICK-NEXT-PROVIDER - one sweep for the lowest provider ID
*> not yet listed, then its line
*>------------------------------------------------------------*
7100-PICK-NEXT-PROVIDER.
	MOVE ZERO TO WS-BEST-INDEX
	MOVE HIGH-VALUES TO WS-BEST-PROVIDER-ID
	PERFORM 7110-COMPARE-PROVIDER THRU 7110-EXIT
		VARYING WS-PRV-INDEX FROM 1 BY 1
		UNTIL WS-PRV-INDEX > WS-PRV-COUNT
	IF WS-BEST-INDEX = ZERO
		GO TO 7100-EXIT
	END-IF
	MOVE "Y" TO WS-PRV-LISTED (WS-BEST-INDEX)
	MOVE WS-BEST-INDEX TO WS-PRV-INDEX
	PERFORM 7200-WRITE-REVIEW-LINE THRU 7200-EXIT
	.
7100-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 7110-COMPARE-PROVIDER - is this the lowest unlisted ID so far?
*>------------------------------------------------------------*
7110-COMPARE-PROVIDER.
	IF WS-PRV-LISTED (WS-PRV-INDEX) NOT = "Y"
		AND WS-PRV-ID (WS-PRV-INDEX) < WS-BEST-PROVIDER-ID
		MOVE WS-PRV-INDEX TO WS-BEST-INDEX
		MOVE WS-PRV-ID (WS-PRV-INDEX) TO WS-BEST-PROVIDER-ID
	END-IF
	.
7110-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 7200-WRITE-REVIEW-LINE - one provider's year and what became
*> of it; a reportable provider over the threshold that the
*> extract could not carry goes to the exception listing too
*>------------------------------------------------------------*
7200-WRITE-REVIEW-LINE.
	MOVE SPACES TO WS-EXCEPTION-REASON
	EVALUATE TRUE
		WHEN WS-PRV-ON-MASTER (WS-PRV-INDEX) NOT = "Y"
			MOVE "NOT ON MASTER" TO WS-RV-STATUS
			IF WS-PRV-NET (WS-PRV-INDEX) >= WS-THRESHOLD
				MOVE "NOT ON PROVIDER MASTER - NO TAX ID"
					TO WS-EXCEPTION-REASON
			END-IF
		WHEN WS-PRV-1099-FLAG (WS-PRV-INDEX) = "N"
			MOVE "EXEMPT" TO WS-RV-STATUS
		WHEN WS-PRV-TAX-ID (WS-PRV-INDEX) = SPACES
			MOVE "NO TAX ID" TO WS-RV-STATUS
			IF WS-PRV-NET (WS-PRV-INDEX) >= WS-THRESHOLD
				MOVE "OVER THRESHOLD WITH NO TAX ID ON FILE"
					TO WS-EXCEPTION-REASON
			END-IF
		WHEN WS-TAX-REPORTED (WS-PRV-TAX-INDEX (WS-PRV-INDEX)) = "Y"
			MOVE "REPORTED" TO WS-RV-STATUS
		WHEN OTHER
			MOVE "UNDER THRESHOLD" TO WS-RV-STATUS
	END-EVALUATE

	MOVE WS-PRV-ID (WS-PRV-INDEX) TO WS-RV-PROVIDER-ID
	MOVE WS-PRV-NAME (WS-PRV-INDEX) TO WS-RV-NAME
	MOVE WS-PRV-TAX-ID (WS-PRV-INDEX) TO WS-RV-TAX-ID
	MOVE WS-PRV-1099-FLAG (WS-PRV-INDEX) TO WS-RV-FLAG
	MOVE WS-PRV-PAID (WS-PRV-INDEX) TO WS-RV-PAID
	MOVE WS-PRV-VOIDED (WS-PRV-INDEX) TO WS-RV-VOIDED
	MOVE WS-PRV-BOUNCED (WS-PRV-INDEX) TO WS-RV-BOUNCED
	MOVE WS-PRV-REISSUED (WS-PRV-INDEX) TO WS-RV-REISSUED
	MOVE WS-PRV-NET (WS-PRV-INDEX) TO WS-RV-NET
	MOVE WS-RV-DETAIL-LINE TO REVIEW-REPORT-RECORD
	WRITE REVIEW-REPORT-RECORD

	IF WS-EXCEPTION-REASON NOT = SPACES
		ADD 1 TO WS-EXCEPTION-COUNT
		ADD WS-PRV-NET (WS-PRV-INDEX) TO WS-EXCEPTION-DOLLARS
		MOVE WS-PRV-ID (WS-PRV-INDEX) TO WS-EX-PROVIDER-ID
		MOVE WS-PRV-NAME (WS-PRV-INDEX) TO WS-EX-NAME
		MOVE WS-PRV-NET (WS-PRV-INDEX) TO WS-EX-NET
		MOVE WS-EXCEPTION-REASON TO WS-EX-REASON
		MOVE WS-EX-DETAIL-LINE TO EXCEPTION-REPORT-RECORD
		WRITE EXCEPTION-REPORT-RECORD
	END-IF
	.
7200-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 8000-FINALIZE - run totals to the foot of both listings and
*> the console, then clean shutdown
*>------------------------------------------------------------*
8000-FINALIZE.
	MOVE SPACES TO REVIEW-REPORT-RECORD
	WRITE REVIEW-REPORT-RECORD

	MOVE WS-PRV-COUNT TO WS-EDIT-COUNT
	MOVE SPACES TO REVIEW-REPORT-RECORD
	STRING "PROVIDERS PAID IN YEAR   " DELIMITED BY SIZE
		WS-EDIT-COUNT DELIMITED BY SIZE
		INTO REVIEW-REPORT-RECORD
	END-STRING
	WRITE REVIEW-REPORT-RECORD

	MOVE WS-EXTRACT-COUNT TO WS-EDIT-COUNT
	MOVE WS-EXTRACT-DOLLARS TO WS-EDIT-DOLLARS
	MOVE SPACES TO REVIEW-REPORT-RECORD
	STRING "TAX IDS ON 1099 EXTRACT  " DELIMITED BY SIZE
		WS-EDIT-COUNT DELIMITED BY SIZE
		"  " DELIMITED BY SIZE
		WS-EDIT-DOLLARS DELIMITED BY SIZE
		INTO REVIEW-REPORT-RECORD
	END-STRING
	WRITE REVIEW-REPORT-RECORD

	MOVE WS-EXCEPTION-COUNT TO WS-EDIT-COUNT
	MOVE WS-EXCEPTION-DOLLARS TO WS-EDIT-DOLLARS
	MOVE SPACES TO REVIEW-REPORT-RECORD
	STRING "EXCEPTIONS - NOT FILED   " DELIMITED BY SIZE
		WS-EDIT-COUNT DELIMITED BY SIZE
		"  " DELIMITED BY SIZE
		WS-EDIT-DOLLARS DELIMITED BY SIZE
		INTO REVIEW-REPORT-RECORD
	END-STRING
	WRITE REVIEW-REPORT-RECORD

	IF WS-UNMATCHED-EVENTS > ZERO
		MOVE WS-UNMATCHED-EVENTS TO WS-EDIT-COUNT
		MOVE WS-UNMATCHED-DOLLARS TO WS-EDIT-DOLLARS
		MOVE SPACES TO REVIEW-REPORT-RECORD
		STRING "BOUNCES/REISSUES UNNETTED" DELIMITED BY SIZE
			WS-EDIT-COUNT DELIMITED BY SIZE
			"  " DELIMITED BY SIZE
			WS-EDIT-DOLLARS DELIMITED BY SIZE
			"  NO APPROVAL FOUND - WORK BY HAND" DELIMITED BY SIZE
			INTO REVIEW-REPORT-RECORD
		END-STRING
		WRITE REVIEW-REPORT-RECORD
	END-IF

	MOVE SPACES TO EXCEPTION-REPORT-RECORD
	WRITE EXCEPTION-REPORT-RECORD
	MOVE WS-EXCEPTION-COUNT TO WS-EDIT-COUNT
	MOVE SPACES TO EXCEPTION-REPORT-RECORD
	STRING "EXCEPTIONS LISTED        " DELIMITED BY SIZE
		WS-EDIT-COUNT DELIMITED BY SIZE
		INTO EXCEPTION-REPORT-RECORD
	END-STRING
	WRITE EXCEPTION-REPORT-RECORD

	DISPLAY "PROVIDER-1099: " WS-EXTRACT-COUNT " TAX IDS FILED, "
		WS-EXCEPTION-COUNT " EXCEPTIONS, "
		WS-PRV-COUNT " PROVIDERS PAID IN " WS-TAX-YEAR

	*>Clean shutdown, releases file handles, signals successful job
	*>completion - the payment history closed at its end of file
	*>and the extract once written
	CLOSE DECISION-HISTORY
	CLOSE PROVIDER-MASTER
	CLOSE REVIEW-REPORT
	CLOSE EXCEPTION-REPORT
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
*> 1490-STOP-RUN-SHORT - the year outgrew a table, so nothing may
*> be filed: stamp the run stopped short (a rerun stays unblocked
*> once the table is widened) and stop here
*>------------------------------------------------------------*
1490-STOP-RUN-SHORT.
	MOVE "F" TO WS-RC-END-OUTCOME
	PERFORM 9900-STAMP-RUN-END THRU 9900-EXIT
	STOP RUN.
1490-EXIT.
	EXIT.

*>Explicit program termination
END PROGRAM PROVIDER-1099.
