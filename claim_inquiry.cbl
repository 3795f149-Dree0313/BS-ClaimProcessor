*>Identifies the program
IDENTIFICATION DIVISION.
*>Name of the program
PROGRAM-ID. CLAIM-INQUIRY.
AUTHOR. CLAIMS-SYSTEMS-UNIT.
DATE-WRITTEN. 2026-10-15.
*>Modification history - date, initials, one-line description
*>2026-10-15 rwm  Original run - the service desk's claim lifecycle
*>                inquiry. Reads a request file of claim, member, or
*>                provider IDs (each with an optional service-date
*>                range) and prints one consolidated history per
*>                claim found: received, parse exception and repair,
*>                pended and released, decided with the rules that
*>                fired, extracted in which batch and under which
*>                payment, acknowledged, bounced or reissued, and
*>                voided or adjusted - every entry with its date and
*>                dollar amount - so no one greps half a dozen files
*>                while a caller waits. Read-only like the job log:
*>                it never stamps the run-control ledger, so the desk
*>                can run it as often as the phones ring.

*>Describes external resources(files, devices, printers). Tells how program how to interact with the outside world
ENVIRONMENT DIVISION.
*>Subsection for handling files
INPUT-OUTPUT SECTION.
*>Defines local file names and how they map to physical files
FILE-CONTROL.
	*>The service desk's inquiries - tab-delimited like the other
	*>hand-built inputs: kind (C claim, M member, P provider), the
	*>ID, and an optional from and through date of service
	SELECT INQUIRY-REQUESTS ASSIGN TO "claim_inquiry_requests.txt"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-REQ-STATUS.
	*>Every decision every night - picks the claims an inquiry
	*>covers, then supplies their decided, pended, released,
	*>voided, and adjusted entries
	SELECT DECISION-HISTORY ASSIGN TO "decision_history.dat"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-DECHIST-STATUS.
	*>Per-claim decision trail - when the claim arrived and which
	*>rules it was put through
	SELECT CLAIM-AUDIT-TRAIL ASSIGN TO "claim_audit_trail.txt"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-AUDIT-STATUS.
	*>Claims still pended, awaiting the review team
	SELECT CLAIM-SUSPENSE ASSIGN TO "claim_suspense.dat"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-SUSPENSE-STATUS.
	*>Parse exceptions not yet repaired - raw record plus reason
	SELECT CLAIM-EXCEPTIONS ASSIGN TO "claim_exceptions.txt"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-EXCEPTIONS-STATUS.
	*>The last CLAIM-REPAIR run's audit - which exceptions were
	*>corrected and resubmitted
	SELECT REPAIR-REPORT ASSIGN TO "claim_repair_report.txt"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-REPAIR-STATUS.
	*>Every claim ID already sent to the processor, with the batch
	*>it went out in
	SELECT EXTRACT-LEDGER ASSIGN TO "eft_extract_ledger.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS XL-CLAIM-ID
		FILE STATUS IS WS-XL-STATUS.
	*>The latest cycle's remittance advice - the payment each claim
	*>went out under, and any receivable netted off it
	SELECT REMIT-ADVICE ASSIGN TO "eft_remit_advice.txt"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-RA-STATUS.
	*>The processor's latest acknowledgments - paid or bounced
	SELECT EFT-RETURN-FILE ASSIGN TO "eft_returns.txt"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-RETURN-STATUS.
	*>Bounced payments awaiting payment operations' disposition
	SELECT REISSUE-QUEUE ASSIGN TO "eft_reissue_queue.txt"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-QUEUE-STATUS.
	*>The last EFT-REISSUE run's dispositions - reissued, written
	*>off, or held
	SELECT REISSUE-REPORT ASSIGN TO "eft_reissue_report.txt"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-REISSUE-RPT-STATUS.
	*>The last CLAIM-ADJUST run's voids and adjustments, with who
	*>asked for each
	SELECT ADJUST-REPORT ASSIGN TO "claim_adjust_report.txt"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-ADJUST-RPT-STATUS.
	*>The consolidated histories, one block per claim
	SELECT INQUIRY-REPORT ASSIGN TO "claim_inquiry_report.txt"
		ORGANIZATION IS SEQUENTIAL.

*>Where all data structures live, definitions
DATA DIVISION.
*>Describes the record layout for each file
FILE SECTION.

FD INQUIRY-REQUESTS.
*>One raw inquiry line, treated as text until parsed
01 REQUEST-RECORD	PIC X(100).

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

FD CLAIM-AUDIT-TRAIL.
*>One decision trail record, in the layout the nightly run appends
01 AUDIT-TRAIL-RECORD.
	05 AT-RUN-DATE		PIC 9(8).
	*>Physical record number in that night's claims.csv - zero
	*>for a CLAIM-ADJUST void or re-adjudication
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

FD CLAIM-SUSPENSE.
*>One pended claim, as PROCESS-CLAIMS wrote it
01 SUSPENSE-RECORD.
	05 SUS-CLAIM-ID		PIC X(10).
	05 SUS-MEMBER-ID	PIC X(5).
	05 SUS-CLAIM-DATE	PIC X(8).
	05 SUS-CLAIM-AMOUNT	PIC 9(6).
	05 SUS-ALLOWED-AMOUNT	PIC 9(6).
	05 SUS-CLAIM-TYPE	PIC X(2).
	05 SUS-PROVIDER-ID	PIC X(8).
	05 SUS-SUBMITTER-ID	PIC X(8).
	05 SUS-PEND-REASON	PIC X(40).
	05 SUS-RUN-DATE		PIC 9(8).

FD CLAIM-EXCEPTIONS.
*>Raw input record, a tab, and a reason code
01 EXCEPTION-RECORD	PIC X(250).

FD REPAIR-REPORT.
*>One printed line of the repair audit - the heading carries the
*>run date, an "ORIGINAL:" line the raw exception, and the
*>"RESULT:" line after it what became of the repair
01 REPAIR-REPORT-RECORD	PIC X(132).
01 REPAIR-HEADING-LINE.
	05 RRH-TITLE		PIC X(24).
	05 FILLER		PIC X(20).
	05 RRH-RUN-DATE		PIC X(8).
	05 FILLER		PIC X(80).
01 REPAIR-DETAIL-LINE.
	05 RRD-LABEL		PIC X(11).
	05 RRD-TEXT		PIC X(121).

FD EXTRACT-LEDGER.
*>One claim ID already sent to the processor
01 XL-RECORD.
	05 XL-CLAIM-ID		PIC X(10).
	05 XL-BATCH-SEQUENCE	PIC 9(4).
	05 XL-EXTRACT-DATE	PIC 9(8).

FD REMIT-ADVICE.
*>One claim behind one payment, as EFT-EXTRACT wrote it
01 ADVICE-RECORD.
	05 RA-PAYMENT-ID	PIC X(10).
	05 RA-PROVIDER-ID	PIC X(8).
	05 RA-CLAIM-ID		PIC X(10).
	05 RA-MEMBER-ID		PIC X(5).
	05 RA-SERVICE-DATE	PIC X(8).
	05 RA-BILLED-AMOUNT	PIC 9(6).
	05 RA-PAID-AMOUNT	PIC 9(6).
	05 RA-WRITE-OFF-AMOUNT	PIC 9(6).
	*>Space for a claim row, "R" for a receivable recoupment
	*>netted off the payment
	05 RA-ROW-TYPE		PIC X(1).

FD EFT-RETURN-FILE.
*>One acknowledgment from the processor - the claim ID we sent
*>(the payment ID, for a grouped "PP" payment), paid or bounced
01 RETURN-RECORD.
	05 RT-REC-TYPE		PIC X(2).
	05 RT-CLAIM-ID		PIC X(10).
	*>"P" = paid, "B" = bounced
	05 RT-ACK-STATUS	PIC X(1).
	05 RT-RETURN-REASON	PIC X(20).

FD REISSUE-QUEUE.
*>One bounced payment awaiting a disposition, as EFT-RETURNS
*>queued it
01 REISSUE-RECORD.
	05 RQ-CLAIM-ID		PIC X(10).
	05 RQ-MEMBER-ID		PIC X(5).
	05 RQ-SERVICE-DATE	PIC X(8).
	05 RQ-AMOUNT		PIC 9(9).
	05 RQ-RETURN-REASON	PIC X(20).
	05 RQ-QUEUE-DATE	PIC 9(8).

FD REISSUE-REPORT.
*>One printed line of the reissue report - the heading carries
*>the run date, a detail line the action, claim, amount, and who
*>ruled
01 REISSUE-REPORT-RECORD	PIC X(100).
01 REISSUE-HEADING-LINE.
	05 RSH-TITLE		PIC X(30).
	05 RSH-RUN-DATE		PIC X(8).
	05 FILLER		PIC X(62).
01 REISSUE-DETAIL-LINE.
	05 RSD-ACTION		PIC X(12).
	05 RSD-CLAIM-ID		PIC X(10).
	05 FILLER		PIC X(14).
	05 RSD-AMOUNT		PIC $$$,$$$,$$9.
	05 FILLER		PIC X(5).
	05 RSD-SUBMITTER	PIC X(8).
	05 FILLER		PIC X(40).

FD ADJUST-REPORT.
*>One printed line of the adjustment report - the heading carries
*>the run date; a void line the recalled amount and who asked for
*>it, an adjust line the new amount and how it decided
01 ADJUST-REPORT-RECORD	PIC X(110).
01 ADJUST-HEADING-LINE.
	05 ARH-TITLE		PIC X(35).
	05 ARH-RUN-DATE		PIC X(8).
	05 FILLER		PIC X(67).
01 ADJUST-VOID-LINE.
	05 ARV-ACTION		PIC X(12).
	05 ARV-CLAIM-ID		PIC X(10).
	05 FILLER		PIC X(23).
	05 ARV-AMOUNT		PIC $$$,$$$,$$9.
	05 FILLER		PIC X(5).
	05 ARV-SUBMITTER	PIC X(8).
	05 FILLER		PIC X(41).
01 ADJUST-ADJUSTED-LINE.
	05 ARA-ACTION		PIC X(12).
	05 ARA-CLAIM-ID		PIC X(10).
	05 FILLER		PIC X(25).
	05 ARA-AMOUNT		PIC $$$,$$$,$$9.
	05 FILLER		PIC X(2).
	05 ARA-DECISION		PIC X(50).

FD INQUIRY-REPORT.
*>One printed line of the inquiry report
01 INQUIRY-REPORT-RECORD	PIC X(132).

*>Program memory, variables live here, reset only when program restarts
WORKING-STORAGE SECTION.
*>End-of-file flags - the request file, then whichever source
*>file is being swept
01 EOF-FLAG		PIC X VALUE "N".
01 SOURCE-EOF-FLAG	PIC X VALUE "N".

*>----------------------------------------------------------------*
*>File statuses
*>----------------------------------------------------------------*
01 WS-REQ-STATUS	PIC XX.
	88 WS-REQ-OK			VALUE "00".
01 WS-DECHIST-STATUS	PIC XX.
	88 WS-DECHIST-OK		VALUE "00".
01 WS-AUDIT-STATUS	PIC XX.
	88 WS-AUDIT-OK			VALUE "00".
01 WS-SUSPENSE-STATUS	PIC XX.
	88 WS-SUSPENSE-OK		VALUE "00".
01 WS-EXCEPTIONS-STATUS	PIC XX.
	88 WS-EXCEPTIONS-OK		VALUE "00".
01 WS-REPAIR-STATUS	PIC XX.
	88 WS-REPAIR-OK			VALUE "00".
01 WS-XL-STATUS		PIC XX.
	88 WS-XL-OK			VALUE "00".
01 WS-RA-STATUS		PIC XX.
	88 WS-RA-OK			VALUE "00".
01 WS-RETURN-STATUS	PIC XX.
	88 WS-RETURN-OK			VALUE "00".
01 WS-QUEUE-STATUS	PIC XX.
	88 WS-QUEUE-OK			VALUE "00".
01 WS-REISSUE-RPT-STATUS	PIC XX.
	88 WS-REISSUE-RPT-OK		VALUE "00".
01 WS-ADJUST-RPT-STATUS	PIC XX.
	88 WS-ADJUST-RPT-OK		VALUE "00".

*>----------------------------------------------------------------*
*>The inquiries, in the order the desk keyed them. A request
*>that will not parse stays in the table so the report can say
*>why it was not answered.
*>----------------------------------------------------------------*
01 WS-REQ-COUNT		PIC 9(3) COMP VALUE ZERO.
01 WS-REQ-TABLE.
	05 WS-REQ-ENTRY OCCURS 1 TO 50 TIMES
			DEPENDING ON WS-REQ-COUNT.
		*>"C" claim, "M" member, "P" provider
		10 WS-REQ-KIND		PIC X(1).
		10 WS-REQ-ID		PIC X(10).
		*>Inclusive service-date range - zero and all nines
		*>when the desk left it open
		10 WS-REQ-FROM		PIC 9(8).
		10 WS-REQ-THRU		PIC 9(8).
		10 WS-REQ-VALID		PIC X(1).
		10 WS-REQ-REASON	PIC X(40).
		10 WS-REQ-RAW		PIC X(60).
01 WS-REQ-INDEX		PIC 9(3) COMP.
01 WS-REQ-OVERFLOW	PIC 9(5) VALUE ZERO.
*>Requests the desk can actually have answered
01 WS-USABLE-REQUESTS	PIC 9(3) VALUE ZERO.
*>One request line, split
01 WS-UNSTRING-COUNT	PIC 9(2) COMP.
01 WS-IN-KIND		PIC X(10).
01 WS-IN-ID		PIC X(20).
01 WS-IN-FROM		PIC X(10).
01 WS-IN-THRU		PIC X(10).

*>----------------------------------------------------------------*
*>The claims the inquiries cover - each claim held once however
*>many inquiries reach it, with what its history entries need
*>----------------------------------------------------------------*
01 WS-CLM-COUNT		PIC 9(4) COMP VALUE ZERO.
01 WS-CLM-TABLE.
	05 WS-CLM-ENTRY OCCURS 1 TO 300 TIMES
			DEPENDING ON WS-CLM-COUNT.
		10 WS-CLM-CLAIM-ID	PIC X(10).
		10 WS-CLM-MEMBER-ID	PIC X(5).
		10 WS-CLM-PROVIDER-ID	PIC X(8).
		10 WS-CLM-CLAIM-TYPE	PIC X(2).
		10 WS-CLM-SERVICE-DATE	PIC X(8).
		10 WS-CLM-BILLED	PIC 9(9).
		*>The latest approved plan payment - what an extract,
		*>an acknowledgment, or a bounce moved
		10 WS-CLM-PAID		PIC 9(9).
		*>When the claim went out, and the grouped payment it
		*>went out under on the latest remittance advice
		10 WS-CLM-EXTRACT-DATE	PIC 9(8).
		10 WS-CLM-PAYMENT-ID	PIC X(10).
01 WS-CLM-INDEX		PIC 9(4) COMP.
01 WS-CLM-OVERFLOW	PIC 9(5) VALUE ZERO.
*>The table lookup
01 WS-SEEK-CLAIM-ID	PIC X(10).
01 WS-FOUND-INDEX	PIC 9(4) COMP.
01 WS-CLM-FOUND-SWITCH	PIC X VALUE "N".
	88 WS-CLAIM-FOUND		VALUE "Y".

*>----------------------------------------------------------------*
*>A candidate claim, tested against every inquiry
*>----------------------------------------------------------------*
01 WS-TEST-CLAIM-ID	PIC X(10).
01 WS-TEST-MEMBER-ID	PIC X(5).
01 WS-TEST-PROVIDER-ID	PIC X(8).
01 WS-TEST-SERVICE-DATE	PIC X(8).
01 WS-TEST-DATE-NUM	PIC 9(8).
01 WS-MATCH-SWITCH	PIC X VALUE "N".
	88 WS-REQUEST-MATCHED		VALUE "Y".
01 WS-ANY-MATCH-SWITCH	PIC X VALUE "N".
	88 WS-ANY-REQUEST-MATCHED	VALUE "Y".

*>----------------------------------------------------------------*
*>Every history entry found for the claims, in the order the
*>sources were swept - printed per claim in date order
*>----------------------------------------------------------------*
01 WS-EVT-COUNT		PIC 9(4) COMP VALUE ZERO.
01 WS-EVT-TABLE.
	05 WS-EVT-ENTRY OCCURS 1 TO 3000 TIMES
			DEPENDING ON WS-EVT-COUNT.
		10 WS-EVT-CLAIM-INDEX	PIC 9(4) COMP.
		*>Zero for an entry from a file that holds only the
		*>latest cycle and carries no date of its own
		10 WS-EVT-DATE		PIC 9(8).
		10 WS-EVT-TEXT		PIC X(70).
		10 WS-EVT-AMOUNT	PIC 9(9).
		*>Marked once printed, so each sweep takes the next
		10 WS-EVT-LISTED	PIC X(1).
01 WS-EVT-INDEX		PIC 9(4) COMP.
01 WS-EVT-OVERFLOW	PIC 9(5) VALUE ZERO.
*>The entry being added
01 WS-NEW-EVT-DATE	PIC 9(8).
01 WS-NEW-EVT-TEXT	PIC X(70).
01 WS-NEW-EVT-AMOUNT	PIC 9(9).
*>The earliest not-yet-printed entry found by one sweep - 9999
*>is the nothing-left sentinel that ends the claim's listing
01 WS-BEST-INDEX	PIC 9(4) COMP VALUE ZERO.
01 WS-BEST-DATE		PIC 9(8).
01 WS-SORT-DATE		PIC 9(8).

*>----------------------------------------------------------------*
*>One exception line, split the way CLAIM-REPAIR splits it - the
*>reason lands in whatever slot the short original left empty
*>----------------------------------------------------------------*
01 WS-EXC-CLAIM-ID	PIC X(10).
01 WS-EXC-MEMBER-ID	PIC X(5).
01 WS-EXC-CLAIM-DATE	PIC X(8).
01 WS-EXC-AMOUNT	PIC X(6).
01 WS-EXC-CLAIM-TYPE	PIC X(2).
01 WS-EXC-PROVIDER-ID	PIC X(8).
01 WS-EXC-PRIMARY-PAID	PIC X(6).
01 WS-EXC-REASON	PIC X(40).
*>The exception's amount, when the text will read as a number
01 WS-EXC-AMOUNT-NUM	PIC 9(9).
*>FUNCTION TEST-NUMVAL result - zero means the text is a valid number
01 WS-NUMVAL-CHECK	PIC 9(4) COMP.

*>----------------------------------------------------------------*
*>Report-file sweeps - the run date off the heading, and the
*>claim an "ORIGINAL:" repair line was about
*>----------------------------------------------------------------*
01 WS-REPORT-DATE	PIC 9(8).
01 WS-REPAIR-CLAIM-ID	PIC X(10).
01 WS-REPAIR-AMOUNT	PIC 9(9).
01 WS-REPAIR-MEMBER-ID	PIC X(5).
01 WS-REPAIR-DATE	PIC X(8).
01 WS-REPAIR-AMOUNT-TEXT	PIC X(6).

*>----------------------------------------------------------------*
*>Run totals and report working fields
*>----------------------------------------------------------------*
01 WS-RUN-DATE		PIC 9(8).
01 WS-HISTORY-READ	PIC 9(7) VALUE ZERO.
01 WS-CLAIMS-LISTED	PIC 9(5).
01 WS-SOURCE-NAME	PIC X(30).
*>Where the next piece of a line being built goes
01 WS-TEXT-POINTER	PIC 9(3) COMP.
01 WS-KIND-NAME		PIC X(8).
01 WS-EDIT-COUNT	PIC ZZZ,ZZ9.
01 WS-EDIT-AMOUNT	PIC $$$,$$$,$$9.

01 WS-RPT-HEADING.
	05 FILLER		PIC X(34)
			VALUE "CLAIM LIFECYCLE INQUIRY - RUN DATE".
	05 FILLER		PIC X(1) VALUE SPACE.
	05 WS-RPT-HDG-DATE	PIC 9(8).

01 WS-CLAIM-HEADING.
	05 FILLER		PIC X(8) VALUE "  CLAIM ".
	05 WS-CH-CLAIM-ID	PIC X(10).
	05 FILLER		PIC X(9) VALUE "  MEMBER ".
	05 WS-CH-MEMBER-ID	PIC X(5).
	05 FILLER		PIC X(11) VALUE "  PROVIDER ".
	05 WS-CH-PROVIDER-ID	PIC X(8).
	05 FILLER		PIC X(7) VALUE "  TYPE ".
	05 WS-CH-CLAIM-TYPE	PIC X(2).
	05 FILLER		PIC X(15) VALUE "  SERVICE DATE ".
	05 WS-CH-SERVICE-DATE	PIC X(8).

01 WS-EVENT-HEADING.
	05 FILLER		PIC X(4) VALUE SPACES.
	05 FILLER		PIC X(10) VALUE "DATE".
	05 FILLER		PIC X(72) VALUE "EVENT".
	05 FILLER		PIC X(11) VALUE "     AMOUNT".

01 WS-EVENT-DETAIL.
	05 FILLER		PIC X(4) VALUE SPACES.
	05 WS-ED-DATE		PIC X(8).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 WS-ED-TEXT		PIC X(70).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 WS-ED-AMOUNT		PIC $$$,$$$,$$9.

*>Excecutable logic
PROCEDURE DIVISION.
*>Paragraph label, entry point of program logic
0000-MAINLINE.
	PERFORM 1000-INITIALIZE THRU 1000-EXIT
	IF WS-USABLE-REQUESTS > ZERO
		PERFORM 2000-SELECT-CLAIMS THRU 2000-EXIT
		PERFORM 3000-GATHER-AUDIT-TRAIL THRU 3000-EXIT
		PERFORM 3100-GATHER-DECISIONS THRU 3100-EXIT
		PERFORM 3200-GATHER-SUSPENSE THRU 3200-EXIT
		PERFORM 3300-GATHER-EXCEPTIONS THRU 3300-EXIT
		PERFORM 3400-GATHER-REPAIRS THRU 3400-EXIT
		PERFORM 3500-GATHER-EXTRACTS THRU 3500-EXIT
		PERFORM 3600-GATHER-REMIT-ADVICE THRU 3600-EXIT
		PERFORM 3700-GATHER-RETURNS THRU 3700-EXIT
		PERFORM 3800-GATHER-REISSUE-QUEUE THRU 3800-EXIT
		PERFORM 3900-GATHER-REISSUES THRU 3900-EXIT
		PERFORM 4000-GATHER-ADJUSTMENTS THRU 4000-EXIT
	END-IF
	PERFORM 8000-WRITE-REPORT THRU 8000-EXIT
	PERFORM 9000-FINALIZE THRU 9000-EXIT
	STOP RUN.

*>------------------------------------------------------------*
*> 1000-INITIALIZE - open the report and load the inquiries
*>------------------------------------------------------------*
1000-INITIALIZE.
	ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
	OPEN OUTPUT INQUIRY-REPORT
	MOVE WS-RUN-DATE TO WS-RPT-HDG-DATE
	MOVE WS-RPT-HEADING TO INQUIRY-REPORT-RECORD
	WRITE INQUIRY-REPORT-RECORD
	MOVE SPACES TO INQUIRY-REPORT-RECORD
	WRITE INQUIRY-REPORT-RECORD

	OPEN INPUT INQUIRY-REQUESTS
	IF NOT WS-REQ-OK
		DISPLAY "CLAIM-INQUIRY: INQUIRY-REQUESTS OPEN FAILED, "
			"STATUS = " WS-REQ-STATUS ", NOTHING TO ANSWER"
		GO TO 1000-EXIT
	END-IF
	PERFORM 1100-LOAD-REQUEST THRU 1100-EXIT
		UNTIL EOF-FLAG = "Y"
	CLOSE INQUIRY-REQUESTS
	IF WS-REQ-OVERFLOW > ZERO
		DISPLAY "CLAIM-INQUIRY: REQUEST TABLE FULL, "
			WS-REQ-OVERFLOW " INQUIRIES NOT ANSWERED"
	END-IF
	.
1000-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 1100-LOAD-REQUEST - split one inquiry and edit it; a request
*> that fails an edit is kept, marked, and reported with why
*>------------------------------------------------------------*
1100-LOAD-REQUEST.
	READ INQUIRY-REQUESTS
		AT END
			MOVE "Y" TO EOF-FLAG
			GO TO 1100-EXIT
	END-READ
	IF REQUEST-RECORD = SPACES
		GO TO 1100-EXIT
	END-IF
	IF WS-REQ-COUNT NOT < 50
		ADD 1 TO WS-REQ-OVERFLOW
		GO TO 1100-EXIT
	END-IF
	ADD 1 TO WS-REQ-COUNT
	MOVE WS-REQ-COUNT TO WS-REQ-INDEX
	*>The trailing newline is not part of the last column
	INSPECT REQUEST-RECORD REPLACING ALL X'0A' BY SPACE
		ALL X'0D' BY SPACE
	MOVE REQUEST-RECORD (1:60) TO WS-REQ-RAW (WS-REQ-INDEX)
	MOVE ZERO TO WS-UNSTRING-COUNT
	MOVE SPACES TO WS-IN-KIND WS-IN-ID WS-IN-FROM WS-IN-THRU
	*>Splits the line on tab characters (X'09' = tab)
	UNSTRING REQUEST-RECORD DELIMITED BY X'09'
		INTO WS-IN-KIND, WS-IN-ID, WS-IN-FROM, WS-IN-THRU
		TALLYING IN WS-UNSTRING-COUNT
	END-UNSTRING

	MOVE WS-IN-KIND (1:1) TO WS-REQ-KIND (WS-REQ-INDEX)
	MOVE WS-IN-ID TO WS-REQ-ID (WS-REQ-INDEX)
	MOVE ZERO TO WS-REQ-FROM (WS-REQ-INDEX)
	MOVE 99999999 TO WS-REQ-THRU (WS-REQ-INDEX)
	MOVE "N" TO WS-REQ-VALID (WS-REQ-INDEX)
	MOVE SPACES TO WS-REQ-REASON (WS-REQ-INDEX)
	EVALUATE TRUE
		WHEN WS-UNSTRING-COUNT < 2
			MOVE "MALFORMED INQUIRY - WRONG FIELD COUNT"
				TO WS-REQ-REASON (WS-REQ-INDEX)
		WHEN WS-IN-KIND NOT = "C" AND WS-IN-KIND NOT = "M"
			AND WS-IN-KIND NOT = "P"
			MOVE "INQUIRY KIND NOT C, M, OR P"
				TO WS-REQ-REASON (WS-REQ-INDEX)
		WHEN WS-IN-ID = SPACES
			MOVE "MISSING CLAIM, MEMBER, OR PROVIDER ID"
				TO WS-REQ-REASON (WS-REQ-INDEX)
		WHEN WS-IN-FROM NOT = SPACES
			AND WS-IN-FROM (1:8) NOT NUMERIC
			MOVE "INVALID FROM DATE"
				TO WS-REQ-REASON (WS-REQ-INDEX)
		WHEN WS-IN-THRU NOT = SPACES
			AND WS-IN-THRU (1:8) NOT NUMERIC
			MOVE "INVALID THROUGH DATE"
				TO WS-REQ-REASON (WS-REQ-INDEX)
		WHEN OTHER
			MOVE "Y" TO WS-REQ-VALID (WS-REQ-INDEX)
			ADD 1 TO WS-USABLE-REQUESTS
			IF WS-IN-FROM NOT = SPACES
				MOVE WS-IN-FROM (1:8)
					TO WS-REQ-FROM (WS-REQ-INDEX)
			END-IF
			IF WS-IN-THRU NOT = SPACES
				MOVE WS-IN-THRU (1:8)
					TO WS-REQ-THRU (WS-REQ-INDEX)
			END-IF
	END-EVALUATE
	.
1100-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2000-SELECT-CLAIMS - every claim in the history, and every
*> exception that never reached it, that any inquiry reaches
*>------------------------------------------------------------*
2000-SELECT-CLAIMS.
	OPEN INPUT DECISION-HISTORY
	IF NOT WS-DECHIST-OK
		MOVE "decision_history.dat" TO WS-SOURCE-NAME
		PERFORM 7900-NOTE-MISSING-SOURCE THRU 7900-EXIT
	ELSE
		MOVE "N" TO SOURCE-EOF-FLAG
		PERFORM 2100-SELECT-FROM-HISTORY THRU 2100-EXIT
			UNTIL SOURCE-EOF-FLAG = "Y"
		CLOSE DECISION-HISTORY
	END-IF

	OPEN INPUT CLAIM-EXCEPTIONS
	IF WS-EXCEPTIONS-OK
		MOVE "N" TO SOURCE-EOF-FLAG
		PERFORM 2200-SELECT-FROM-EXCEPTIONS THRU 2200-EXIT
			UNTIL SOURCE-EOF-FLAG = "Y"
		CLOSE CLAIM-EXCEPTIONS
	END-IF
	.
2000-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2100-SELECT-FROM-HISTORY - one decision; its claim joins the
*> table the first time any inquiry reaches it
*>------------------------------------------------------------*
2100-SELECT-FROM-HISTORY.
	READ DECISION-HISTORY
		AT END
			MOVE "Y" TO SOURCE-EOF-FLAG
			GO TO 2100-EXIT
	END-READ
	ADD 1 TO WS-HISTORY-READ
	MOVE DH-CLAIM-ID TO WS-SEEK-CLAIM-ID
	PERFORM 7000-FIND-CLAIM THRU 7000-EXIT
	IF WS-CLAIM-FOUND
		GO TO 2100-EXIT
	END-IF
	MOVE DH-CLAIM-ID TO WS-TEST-CLAIM-ID
	MOVE DH-MEMBER-ID TO WS-TEST-MEMBER-ID
	MOVE DH-PROVIDER-ID TO WS-TEST-PROVIDER-ID
	MOVE DH-CLAIM-DATE TO WS-TEST-SERVICE-DATE
	PERFORM 2500-TEST-ALL-REQUESTS THRU 2500-EXIT
	IF NOT WS-ANY-REQUEST-MATCHED
		GO TO 2100-EXIT
	END-IF
	IF WS-CLM-COUNT NOT < 300
		ADD 1 TO WS-CLM-OVERFLOW
		GO TO 2100-EXIT
	END-IF
	ADD 1 TO WS-CLM-COUNT
	MOVE DH-CLAIM-ID TO WS-CLM-CLAIM-ID (WS-CLM-COUNT)
	MOVE DH-MEMBER-ID TO WS-CLM-MEMBER-ID (WS-CLM-COUNT)
	MOVE DH-PROVIDER-ID TO WS-CLM-PROVIDER-ID (WS-CLM-COUNT)
	MOVE DH-CLAIM-TYPE TO WS-CLM-CLAIM-TYPE (WS-CLM-COUNT)
	MOVE DH-CLAIM-DATE TO WS-CLM-SERVICE-DATE (WS-CLM-COUNT)
	MOVE DH-CLAIM-AMOUNT TO WS-CLM-BILLED (WS-CLM-COUNT)
	MOVE ZERO TO WS-CLM-PAID (WS-CLM-COUNT)
	MOVE ZERO TO WS-CLM-EXTRACT-DATE (WS-CLM-COUNT)
	MOVE SPACES TO WS-CLM-PAYMENT-ID (WS-CLM-COUNT)
	.
2100-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2200-SELECT-FROM-EXCEPTIONS - a claim that failed the parse
*> may never have reached the history at all
*>------------------------------------------------------------*
2200-SELECT-FROM-EXCEPTIONS.
	READ CLAIM-EXCEPTIONS
		AT END
			MOVE "Y" TO SOURCE-EOF-FLAG
			GO TO 2200-EXIT
	END-READ
	PERFORM 7200-SPLIT-EXCEPTION-LINE THRU 7200-EXIT
	IF WS-EXC-CLAIM-ID = SPACES
		GO TO 2200-EXIT
	END-IF
	MOVE WS-EXC-CLAIM-ID TO WS-SEEK-CLAIM-ID
	PERFORM 7000-FIND-CLAIM THRU 7000-EXIT
	IF WS-CLAIM-FOUND
		GO TO 2200-EXIT
	END-IF
	MOVE WS-EXC-CLAIM-ID TO WS-TEST-CLAIM-ID
	MOVE WS-EXC-MEMBER-ID TO WS-TEST-MEMBER-ID
	MOVE WS-EXC-PROVIDER-ID TO WS-TEST-PROVIDER-ID
	MOVE WS-EXC-CLAIM-DATE TO WS-TEST-SERVICE-DATE
	PERFORM 2500-TEST-ALL-REQUESTS THRU 2500-EXIT
	IF NOT WS-ANY-REQUEST-MATCHED
		GO TO 2200-EXIT
	END-IF
	IF WS-CLM-COUNT NOT < 300
		ADD 1 TO WS-CLM-OVERFLOW
		GO TO 2200-EXIT
	END-IF
	ADD 1 TO WS-CLM-COUNT
	MOVE WS-EXC-CLAIM-ID TO WS-CLM-CLAIM-ID (WS-CLM-COUNT)
	MOVE WS-EXC-MEMBER-ID TO WS-CLM-MEMBER-ID (WS-CLM-COUNT)
	MOVE WS-EXC-PROVIDER-ID TO WS-CLM-PROVIDER-ID (WS-CLM-COUNT)
	MOVE WS-EXC-CLAIM-TYPE TO WS-CLM-CLAIM-TYPE (WS-CLM-COUNT)
	MOVE WS-EXC-CLAIM-DATE TO WS-CLM-SERVICE-DATE (WS-CLM-COUNT)
	MOVE WS-EXC-AMOUNT-NUM TO WS-CLM-BILLED (WS-CLM-COUNT)
	MOVE ZERO TO WS-CLM-PAID (WS-CLM-COUNT)
	MOVE ZERO TO WS-CLM-EXTRACT-DATE (WS-CLM-COUNT)
	MOVE SPACES TO WS-CLM-PAYMENT-ID (WS-CLM-COUNT)
	.
2200-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2500-TEST-ALL-REQUESTS - does any usable inquiry reach the
*> candidate claim?
*>------------------------------------------------------------*
2500-TEST-ALL-REQUESTS.
	MOVE "N" TO WS-ANY-MATCH-SWITCH
	PERFORM 2510-TEST-ONE-REQUEST THRU 2510-EXIT
		VARYING WS-REQ-INDEX FROM 1 BY 1
		UNTIL WS-REQ-INDEX > WS-REQ-COUNT
			OR WS-ANY-REQUEST-MATCHED
	.
2500-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2510-TEST-ONE-REQUEST - one inquiry against the candidate
*>------------------------------------------------------------*
2510-TEST-ONE-REQUEST.
	PERFORM 2600-MATCH-REQUEST THRU 2600-EXIT
	IF WS-REQUEST-MATCHED
		MOVE "Y" TO WS-ANY-MATCH-SWITCH
	END-IF
	.
2510-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 2600-MATCH-REQUEST - does inquiry WS-REQ-INDEX reach the claim
*> in the WS-TEST fields? The ID has to match the inquiry's kind
*> and the date of service has to fall in its range - a service
*> date that is not a date at all only matches an open range.
*>------------------------------------------------------------*
2600-MATCH-REQUEST.
	MOVE "N" TO WS-MATCH-SWITCH
	IF WS-REQ-VALID (WS-REQ-INDEX) NOT = "Y"
		GO TO 2600-EXIT
	END-IF
	EVALUATE WS-REQ-KIND (WS-REQ-INDEX)
		WHEN "C"
			IF WS-TEST-CLAIM-ID NOT = WS-REQ-ID (WS-REQ-INDEX)
				GO TO 2600-EXIT
			END-IF
		WHEN "M"
			IF WS-TEST-MEMBER-ID NOT = WS-REQ-ID (WS-REQ-INDEX)
				GO TO 2600-EXIT
			END-IF
		WHEN "P"
			IF WS-TEST-PROVIDER-ID NOT = WS-REQ-ID (WS-REQ-INDEX)
				GO TO 2600-EXIT
			END-IF
	END-EVALUATE
	IF WS-TEST-SERVICE-DATE NUMERIC
		MOVE WS-TEST-SERVICE-DATE TO WS-TEST-DATE-NUM
		IF WS-TEST-DATE-NUM < WS-REQ-FROM (WS-REQ-INDEX)
			OR WS-TEST-DATE-NUM > WS-REQ-THRU (WS-REQ-INDEX)
			GO TO 2600-EXIT
		END-IF
	ELSE
		IF WS-REQ-FROM (WS-REQ-INDEX) NOT = ZERO
			OR WS-REQ-THRU (WS-REQ-INDEX) NOT = 99999999
			GO TO 2600-EXIT
		END-IF
	END-IF
	MOVE "Y" TO WS-MATCH-SWITCH
	.
2600-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 3000-GATHER-AUDIT-TRAIL - when each claim arrived and which
*> rules each adjudication put it through
*>------------------------------------------------------------*
3000-GATHER-AUDIT-TRAIL.
	OPEN INPUT CLAIM-AUDIT-TRAIL
	IF NOT WS-AUDIT-OK
		MOVE "claim_audit_trail.txt" TO WS-SOURCE-NAME
		PERFORM 7900-NOTE-MISSING-SOURCE THRU 7900-EXIT
		GO TO 3000-EXIT
	END-IF
	MOVE "N" TO SOURCE-EOF-FLAG
	PERFORM 3010-READ-AUDIT-TRAIL THRU 3010-EXIT
		UNTIL SOURCE-EOF-FLAG = "Y"
	CLOSE CLAIM-AUDIT-TRAIL
	.
3000-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 3010-READ-AUDIT-TRAIL - a record from the nightly claims file
*> is the claim's arrival; every record but a void carries the
*> rules, with the approval limit it was held to as the amount
*>------------------------------------------------------------*
3010-READ-AUDIT-TRAIL.
	READ CLAIM-AUDIT-TRAIL
		AT END
			MOVE "Y" TO SOURCE-EOF-FLAG
			GO TO 3010-EXIT
	END-READ
	MOVE AT-CLAIM-ID TO WS-SEEK-CLAIM-ID
	PERFORM 7000-FIND-CLAIM THRU 7000-EXIT
	IF NOT WS-CLAIM-FOUND
		GO TO 3010-EXIT
	END-IF

	IF AT-RECORD-NUMBER > ZERO
		MOVE AT-RUN-DATE TO WS-NEW-EVT-DATE
		MOVE SPACES TO WS-NEW-EVT-TEXT
		STRING "RECEIVED - NIGHTLY CLAIMS FILE RECORD "
				DELIMITED BY SIZE
			AT-RECORD-NUMBER DELIMITED BY SIZE
			INTO WS-NEW-EVT-TEXT
		END-STRING
		MOVE WS-CLM-BILLED (WS-FOUND-INDEX) TO WS-NEW-EVT-AMOUNT
		PERFORM 7100-ADD-EVENT THRU 7100-EXIT
	END-IF

	IF AT-DUP-OUTCOME = "VOID"
		GO TO 3010-EXIT
	END-IF
	MOVE AT-RUN-DATE TO WS-NEW-EVT-DATE
	MOVE SPACES TO WS-NEW-EVT-TEXT
	MOVE 1 TO WS-TEXT-POINTER
	STRING "RULES: DUP " DELIMITED BY SIZE
		AT-DUP-OUTCOME DELIMITED BY SPACE
		" ELIG " DELIMITED BY SIZE
		AT-ELIG-ON-FILE DELIMITED BY SIZE
		" COB " DELIMITED BY SIZE
		AT-COB-APPLIED DELIMITED BY SIZE
		" ANNMAX " DELIMITED BY SIZE
		AT-ANNMAX-APPLIED DELIMITED BY SIZE
		" AUTH " DELIMITED BY SIZE
		INTO WS-NEW-EVT-TEXT
		WITH POINTER WS-TEXT-POINTER
	END-STRING
	IF AT-AUTH-ID = SPACES
		STRING "NONE" DELIMITED BY SIZE
			INTO WS-NEW-EVT-TEXT
			WITH POINTER WS-TEXT-POINTER
		END-STRING
	ELSE
		STRING AT-AUTH-ID DELIMITED BY SPACE
			INTO WS-NEW-EVT-TEXT
			WITH POINTER WS-TEXT-POINTER
		END-STRING
	END-IF
	STRING " LIMIT " DELIMITED BY SIZE
		AT-LIMIT-SOURCE DELIMITED BY SPACE
		INTO WS-NEW-EVT-TEXT
		WITH POINTER WS-TEXT-POINTER
	END-STRING
	MOVE AT-LIMIT-AMOUNT TO WS-NEW-EVT-AMOUNT
	PERFORM 7100-ADD-EVENT THRU 7100-EXIT
	.
3010-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 3100-GATHER-DECISIONS - every decision on the claims: pended,
*> released, approved, rejected, voided, adjusted
*>------------------------------------------------------------*
3100-GATHER-DECISIONS.
	OPEN INPUT DECISION-HISTORY
	IF NOT WS-DECHIST-OK
		GO TO 3100-EXIT
	END-IF
	MOVE "N" TO SOURCE-EOF-FLAG
	PERFORM 3110-READ-DECISION THRU 3110-EXIT
		UNTIL SOURCE-EOF-FLAG = "Y"
	CLOSE DECISION-HISTORY
	.
3100-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 3110-READ-DECISION - an approval or a void moves plan dollars,
*> so it shows the paid amount; anything else shows the billed.
*> A contractual write-off is its own entry under the approval.
*>------------------------------------------------------------*
3110-READ-DECISION.
	READ DECISION-HISTORY
		AT END
			MOVE "Y" TO SOURCE-EOF-FLAG
			GO TO 3110-EXIT
	END-READ
	MOVE DH-CLAIM-ID TO WS-SEEK-CLAIM-ID
	PERFORM 7000-FIND-CLAIM THRU 7000-EXIT
	IF NOT WS-CLAIM-FOUND
		GO TO 3110-EXIT
	END-IF
	MOVE DH-RUN-DATE TO WS-NEW-EVT-DATE
	MOVE SPACES TO WS-NEW-EVT-TEXT
	STRING "DECISION: " DELIMITED BY SIZE
		DH-DECISION DELIMITED BY SIZE
		INTO WS-NEW-EVT-TEXT
	END-STRING
	IF DH-DECISION (1:8) = "APPROVED"
		OR DH-DECISION (1:7) = "VOIDED:"
		MOVE DH-PAID-AMOUNT TO WS-NEW-EVT-AMOUNT
	ELSE
		MOVE DH-CLAIM-AMOUNT TO WS-NEW-EVT-AMOUNT
	END-IF
	PERFORM 7100-ADD-EVENT THRU 7100-EXIT

	IF DH-DECISION (1:8) = "APPROVED"
		MOVE DH-PAID-AMOUNT TO WS-CLM-PAID (WS-FOUND-INDEX)
		IF DH-WRITE-OFF-AMOUNT > ZERO
			MOVE "CONTRACTUAL WRITE-OFF - NOT BILLED TO THE MEMBER"
				TO WS-NEW-EVT-TEXT
			MOVE DH-WRITE-OFF-AMOUNT TO WS-NEW-EVT-AMOUNT
			PERFORM 7100-ADD-EVENT THRU 7100-EXIT
		END-IF
	END-IF
	.
3110-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 3200-GATHER-SUSPENSE - claims still waiting on the review
*> team (a released claim has already left the file)
*>------------------------------------------------------------*
3200-GATHER-SUSPENSE.
	OPEN INPUT CLAIM-SUSPENSE
	IF NOT WS-SUSPENSE-OK
		GO TO 3200-EXIT
	END-IF
	MOVE "N" TO SOURCE-EOF-FLAG
	PERFORM 3210-READ-SUSPENSE THRU 3210-EXIT
		UNTIL SOURCE-EOF-FLAG = "Y"
	CLOSE CLAIM-SUSPENSE
	.
3200-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 3210-READ-SUSPENSE - one claim still pended
*>------------------------------------------------------------*
3210-READ-SUSPENSE.
	READ CLAIM-SUSPENSE
		AT END
			MOVE "Y" TO SOURCE-EOF-FLAG
			GO TO 3210-EXIT
	END-READ
	MOVE SUS-CLAIM-ID TO WS-SEEK-CLAIM-ID
	PERFORM 7000-FIND-CLAIM THRU 7000-EXIT
	IF NOT WS-CLAIM-FOUND
		GO TO 3210-EXIT
	END-IF
	MOVE SUS-RUN-DATE TO WS-NEW-EVT-DATE
	MOVE SPACES TO WS-NEW-EVT-TEXT
	STRING "STILL IN SUSPENSE: " DELIMITED BY SIZE
		SUS-PEND-REASON DELIMITED BY SIZE
		INTO WS-NEW-EVT-TEXT
	END-STRING
	MOVE SUS-CLAIM-AMOUNT TO WS-NEW-EVT-AMOUNT
	PERFORM 7100-ADD-EVENT THRU 7100-EXIT
	.
3210-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 3300-GATHER-EXCEPTIONS - parse exceptions still awaiting a
*> correction; the file carries no date, so they list as latest
*>------------------------------------------------------------*
3300-GATHER-EXCEPTIONS.
	OPEN INPUT CLAIM-EXCEPTIONS
	IF NOT WS-EXCEPTIONS-OK
		GO TO 3300-EXIT
	END-IF
	MOVE "N" TO SOURCE-EOF-FLAG
	PERFORM 3310-READ-EXCEPTION THRU 3310-EXIT
		UNTIL SOURCE-EOF-FLAG = "Y"
	CLOSE CLAIM-EXCEPTIONS
	.
3300-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 3310-READ-EXCEPTION - one unrepaired exception
*>------------------------------------------------------------*
3310-READ-EXCEPTION.
	READ CLAIM-EXCEPTIONS
		AT END
			MOVE "Y" TO SOURCE-EOF-FLAG
			GO TO 3310-EXIT
	END-READ
	PERFORM 7200-SPLIT-EXCEPTION-LINE THRU 7200-EXIT
	MOVE WS-EXC-CLAIM-ID TO WS-SEEK-CLAIM-ID
	PERFORM 7000-FIND-CLAIM THRU 7000-EXIT
	IF NOT WS-CLAIM-FOUND
		GO TO 3310-EXIT
	END-IF
	MOVE ZERO TO WS-NEW-EVT-DATE
	MOVE SPACES TO WS-NEW-EVT-TEXT
	STRING "PARSE EXCEPTION, AWAITING REPAIR: " DELIMITED BY SIZE
		WS-EXC-REASON DELIMITED BY SIZE
		INTO WS-NEW-EVT-TEXT
	END-STRING
	MOVE WS-EXC-AMOUNT-NUM TO WS-NEW-EVT-AMOUNT
	PERFORM 7100-ADD-EVENT THRU 7100-EXIT
	.
3310-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 3400-GATHER-REPAIRS - the last CLAIM-REPAIR run: each block
*> is the original exception line followed by what came of it
*>------------------------------------------------------------*
3400-GATHER-REPAIRS.
	OPEN INPUT REPAIR-REPORT
	IF NOT WS-REPAIR-OK
		GO TO 3400-EXIT
	END-IF
	MOVE ZERO TO WS-REPORT-DATE
	MOVE SPACES TO WS-REPAIR-CLAIM-ID
	MOVE "N" TO SOURCE-EOF-FLAG
	PERFORM 3410-READ-REPAIR-LINE THRU 3410-EXIT
		UNTIL SOURCE-EOF-FLAG = "Y"
	CLOSE REPAIR-REPORT
	.
3400-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 3410-READ-REPAIR-LINE - pick the run date off the heading,
*> hold the claim off an "ORIGINAL:" line, and report its
*> "RESULT:" line; a block with no correction on file is already
*> covered by the exception file
*>------------------------------------------------------------*
3410-READ-REPAIR-LINE.
	READ REPAIR-REPORT
		AT END
			MOVE "Y" TO SOURCE-EOF-FLAG
			GO TO 3410-EXIT
	END-READ
	IF RRH-TITLE = "CLAIM REPAIR AUDIT TRAIL"
		IF RRH-RUN-DATE NUMERIC
			MOVE RRH-RUN-DATE TO WS-REPORT-DATE
		END-IF
		GO TO 3410-EXIT
	END-IF
	IF RRD-LABEL = "ORIGINAL:  "
		MOVE SPACES TO WS-REPAIR-CLAIM-ID WS-REPAIR-MEMBER-ID
			WS-REPAIR-DATE WS-REPAIR-AMOUNT-TEXT
		UNSTRING RRD-TEXT DELIMITED BY X'09'
			INTO WS-REPAIR-CLAIM-ID, WS-REPAIR-MEMBER-ID,
				WS-REPAIR-DATE, WS-REPAIR-AMOUNT-TEXT
		END-UNSTRING
		GO TO 3410-EXIT
	END-IF
	IF RRD-LABEL NOT = "RESULT:    "
		OR WS-REPAIR-CLAIM-ID = SPACES
		GO TO 3410-EXIT
	END-IF
	MOVE WS-REPAIR-CLAIM-ID TO WS-SEEK-CLAIM-ID
	MOVE SPACES TO WS-REPAIR-CLAIM-ID
	PERFORM 7000-FIND-CLAIM THRU 7000-EXIT
	IF NOT WS-CLAIM-FOUND
		GO TO 3410-EXIT
	END-IF
	MOVE ZERO TO WS-REPAIR-AMOUNT
	COMPUTE WS-NUMVAL-CHECK =
		FUNCTION TEST-NUMVAL(WS-REPAIR-AMOUNT-TEXT)
	IF WS-NUMVAL-CHECK = ZERO
		COMPUTE WS-REPAIR-AMOUNT =
			FUNCTION NUMVAL(WS-REPAIR-AMOUNT-TEXT)
	END-IF
	MOVE WS-REPORT-DATE TO WS-NEW-EVT-DATE
	EVALUATE TRUE
		WHEN RRD-TEXT (1:11) = "RESUBMITTED"
			MOVE "PARSE EXCEPTION REPAIRED - RESUBMITTED FOR THE NEXT NIGHT"
				TO WS-NEW-EVT-TEXT
		WHEN RRD-TEXT (1:13) = "STILL INVALID"
			MOVE "PARSE EXCEPTION CORRECTED BUT STILL INVALID - CARRIED FORWARD"
				TO WS-NEW-EVT-TEXT
		WHEN OTHER
			GO TO 3410-EXIT
	END-EVALUATE
	MOVE WS-REPAIR-AMOUNT TO WS-NEW-EVT-AMOUNT
	PERFORM 7100-ADD-EVENT THRU 7100-EXIT
	.
3410-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 3500-GATHER-EXTRACTS - the batch each claim went out in, read
*> straight off the ledger by claim ID
*>------------------------------------------------------------*
3500-GATHER-EXTRACTS.
	OPEN INPUT EXTRACT-LEDGER
	IF NOT WS-XL-OK
		MOVE "eft_extract_ledger.dat" TO WS-SOURCE-NAME
		PERFORM 7900-NOTE-MISSING-SOURCE THRU 7900-EXIT
		GO TO 3500-EXIT
	END-IF
	PERFORM 3510-READ-EXTRACT THRU 3510-EXIT
		VARYING WS-CLM-INDEX FROM 1 BY 1
		UNTIL WS-CLM-INDEX > WS-CLM-COUNT
	CLOSE EXTRACT-LEDGER
	.
3500-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 3510-READ-EXTRACT - one claim's ledger entry, if it has one
*>------------------------------------------------------------*
3510-READ-EXTRACT.
	MOVE WS-CLM-CLAIM-ID (WS-CLM-INDEX) TO XL-CLAIM-ID
	READ EXTRACT-LEDGER
		KEY IS XL-CLAIM-ID
		INVALID KEY
			GO TO 3510-EXIT
	END-READ
	MOVE XL-EXTRACT-DATE TO WS-CLM-EXTRACT-DATE (WS-CLM-INDEX)
	MOVE WS-CLM-INDEX TO WS-FOUND-INDEX
	MOVE XL-EXTRACT-DATE TO WS-NEW-EVT-DATE
	MOVE SPACES TO WS-NEW-EVT-TEXT
	STRING "EXTRACTED FOR PAYMENT IN BATCH " DELIMITED BY SIZE
		XL-BATCH-SEQUENCE DELIMITED BY SIZE
		INTO WS-NEW-EVT-TEXT
	END-STRING
	MOVE WS-CLM-PAID (WS-CLM-INDEX) TO WS-NEW-EVT-AMOUNT
	PERFORM 7100-ADD-EVENT THRU 7100-EXIT
	.
3510-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 3600-GATHER-REMIT-ADVICE - the payment each claim went out
*> under on the latest remittance advice, and any overpayment
*> netted off a payment against a voided claim
*>------------------------------------------------------------*
3600-GATHER-REMIT-ADVICE.
	OPEN INPUT REMIT-ADVICE
	IF NOT WS-RA-OK
		GO TO 3600-EXIT
	END-IF
	MOVE "N" TO SOURCE-EOF-FLAG
	PERFORM 3610-READ-ADVICE THRU 3610-EXIT
		UNTIL SOURCE-EOF-FLAG = "Y"
	CLOSE REMIT-ADVICE
	.
3600-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 3610-READ-ADVICE - one advice row; it carries no date of its
*> own, so it takes the date the claim was extracted when there
*> is one
*>------------------------------------------------------------*
3610-READ-ADVICE.
	READ REMIT-ADVICE
		AT END
			MOVE "Y" TO SOURCE-EOF-FLAG
			GO TO 3610-EXIT
	END-READ
	MOVE RA-CLAIM-ID TO WS-SEEK-CLAIM-ID
	PERFORM 7000-FIND-CLAIM THRU 7000-EXIT
	IF NOT WS-CLAIM-FOUND
		GO TO 3610-EXIT
	END-IF
	MOVE WS-CLM-EXTRACT-DATE (WS-FOUND-INDEX) TO WS-NEW-EVT-DATE
	MOVE SPACES TO WS-NEW-EVT-TEXT
	IF RA-ROW-TYPE = "R"
		STRING "OVERPAYMENT RECOUPED FROM PROVIDER PAYMENT "
				DELIMITED BY SIZE
			RA-PAYMENT-ID DELIMITED BY SIZE
			INTO WS-NEW-EVT-TEXT
		END-STRING
	ELSE
		MOVE RA-PAYMENT-ID TO WS-CLM-PAYMENT-ID (WS-FOUND-INDEX)
		STRING "ON REMITTANCE ADVICE UNDER PAYMENT " DELIMITED BY SIZE
			RA-PAYMENT-ID DELIMITED BY SIZE
			INTO WS-NEW-EVT-TEXT
		END-STRING
	END-IF
	MOVE RA-PAID-AMOUNT TO WS-NEW-EVT-AMOUNT
	PERFORM 7100-ADD-EVENT THRU 7100-EXIT
	.
3610-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 3700-GATHER-RETURNS - the processor's latest answers. A
*> grouped payment is answered by payment ID, so the answer
*> lands on every claim that went out under it.
*>------------------------------------------------------------*
3700-GATHER-RETURNS.
	OPEN INPUT EFT-RETURN-FILE
	IF NOT WS-RETURN-OK
		GO TO 3700-EXIT
	END-IF
	MOVE "N" TO SOURCE-EOF-FLAG
	PERFORM 3710-READ-RETURN THRU 3710-EXIT
		UNTIL SOURCE-EOF-FLAG = "Y"
	CLOSE EFT-RETURN-FILE
	.
3700-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 3710-READ-RETURN - one acknowledgment, matched by claim ID
*> and by payment ID across the whole table
*>------------------------------------------------------------*
3710-READ-RETURN.
	READ EFT-RETURN-FILE
		AT END
			MOVE "Y" TO SOURCE-EOF-FLAG
			GO TO 3710-EXIT
	END-READ
	PERFORM 3720-MATCH-RETURN-CLAIM THRU 3720-EXIT
		VARYING WS-CLM-INDEX FROM 1 BY 1
		UNTIL WS-CLM-INDEX > WS-CLM-COUNT
	.
3710-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 3720-MATCH-RETURN-CLAIM - is this acknowledgment about this
*> claim, directly or through the payment it went out under?
*>------------------------------------------------------------*
3720-MATCH-RETURN-CLAIM.
	IF RT-CLAIM-ID NOT = WS-CLM-CLAIM-ID (WS-CLM-INDEX)
		AND RT-CLAIM-ID NOT = WS-CLM-PAYMENT-ID (WS-CLM-INDEX)
		GO TO 3720-EXIT
	END-IF
	IF RT-CLAIM-ID = SPACES
		GO TO 3720-EXIT
	END-IF
	MOVE WS-CLM-INDEX TO WS-FOUND-INDEX
	MOVE ZERO TO WS-NEW-EVT-DATE
	MOVE SPACES TO WS-NEW-EVT-TEXT
	EVALUATE RT-ACK-STATUS
		WHEN "P"
			STRING "ACKNOWLEDGED PAID BY THE PROCESSOR ("
					DELIMITED BY SIZE
				RT-REC-TYPE DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				RT-CLAIM-ID DELIMITED BY SPACE
				")" DELIMITED BY SIZE
				INTO WS-NEW-EVT-TEXT
			END-STRING
		WHEN "B"
			STRING "BOUNCED BY THE PROCESSOR (" DELIMITED BY SIZE
				RT-REC-TYPE DELIMITED BY SIZE
				"): " DELIMITED BY SIZE
				RT-RETURN-REASON DELIMITED BY SIZE
				INTO WS-NEW-EVT-TEXT
			END-STRING
		WHEN OTHER
			GO TO 3720-EXIT
	END-EVALUATE
	MOVE WS-CLM-PAID (WS-CLM-INDEX) TO WS-NEW-EVT-AMOUNT
	PERFORM 7100-ADD-EVENT THRU 7100-EXIT
	.
3720-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 3800-GATHER-REISSUE-QUEUE - bounces still waiting on payment
*> operations
*>------------------------------------------------------------*
3800-GATHER-REISSUE-QUEUE.
	OPEN INPUT REISSUE-QUEUE
	IF NOT WS-QUEUE-OK
		GO TO 3800-EXIT
	END-IF
	MOVE "N" TO SOURCE-EOF-FLAG
	PERFORM 3810-READ-QUEUE THRU 3810-EXIT
		UNTIL SOURCE-EOF-FLAG = "Y"
	CLOSE REISSUE-QUEUE
	.
3800-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 3810-READ-QUEUE - one bounce on the queue
*>------------------------------------------------------------*
3810-READ-QUEUE.
	READ REISSUE-QUEUE
		AT END
			MOVE "Y" TO SOURCE-EOF-FLAG
			GO TO 3810-EXIT
	END-READ
	MOVE RQ-CLAIM-ID TO WS-SEEK-CLAIM-ID
	PERFORM 7000-FIND-CLAIM THRU 7000-EXIT
	IF NOT WS-CLAIM-FOUND
		GO TO 3810-EXIT
	END-IF
	MOVE RQ-QUEUE-DATE TO WS-NEW-EVT-DATE
	MOVE SPACES TO WS-NEW-EVT-TEXT
	STRING "BOUNCE QUEUED FOR REISSUE: " DELIMITED BY SIZE
		RQ-RETURN-REASON DELIMITED BY SIZE
		INTO WS-NEW-EVT-TEXT
	END-STRING
	MOVE RQ-AMOUNT TO WS-NEW-EVT-AMOUNT
	PERFORM 7100-ADD-EVENT THRU 7100-EXIT
	.
3810-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 3900-GATHER-REISSUES - the last EFT-REISSUE run's rulings on
*> the queue
*>------------------------------------------------------------*
3900-GATHER-REISSUES.
	OPEN INPUT REISSUE-REPORT
	IF NOT WS-REISSUE-RPT-OK
		GO TO 3900-EXIT
	END-IF
	MOVE ZERO TO WS-REPORT-DATE
	MOVE "N" TO SOURCE-EOF-FLAG
	PERFORM 3910-READ-REISSUE-LINE THRU 3910-EXIT
		UNTIL SOURCE-EOF-FLAG = "Y"
	CLOSE REISSUE-REPORT
	.
3900-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 3910-READ-REISSUE-LINE - the heading's run date, then each
*> reissued, written-off, or held line; the count lines at the
*> foot are skipped
*>------------------------------------------------------------*
3910-READ-REISSUE-LINE.
	READ REISSUE-REPORT
		AT END
			MOVE "Y" TO SOURCE-EOF-FLAG
			GO TO 3910-EXIT
	END-READ
	IF RSH-TITLE = "EFT REISSUE REPORT - RUN DATE "
		IF RSH-RUN-DATE NUMERIC
			MOVE RSH-RUN-DATE TO WS-REPORT-DATE
		END-IF
		GO TO 3910-EXIT
	END-IF
	IF RSD-ACTION NOT = "REISSUED    "
		AND RSD-ACTION NOT = "WRITTEN OFF "
		AND RSD-ACTION NOT = "HELD        "
		GO TO 3910-EXIT
	END-IF
	MOVE RSD-CLAIM-ID TO WS-SEEK-CLAIM-ID
	PERFORM 7000-FIND-CLAIM THRU 7000-EXIT
	IF NOT WS-CLAIM-FOUND
		GO TO 3910-EXIT
	END-IF
	MOVE WS-REPORT-DATE TO WS-NEW-EVT-DATE
	MOVE SPACES TO WS-NEW-EVT-TEXT
	STRING "BOUNCED PAYMENT " DELIMITED BY SIZE
		RSD-ACTION DELIMITED BY "  "
		" BY " DELIMITED BY SIZE
		RSD-SUBMITTER DELIMITED BY SIZE
		INTO WS-NEW-EVT-TEXT
	END-STRING
	MOVE RSD-AMOUNT TO WS-NEW-EVT-AMOUNT
	PERFORM 7100-ADD-EVENT THRU 7100-EXIT
	.
3910-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 4000-GATHER-ADJUSTMENTS - the last CLAIM-ADJUST run's voids
*> and adjustments, with who asked for each
*>------------------------------------------------------------*
4000-GATHER-ADJUSTMENTS.
	OPEN INPUT ADJUST-REPORT
	IF NOT WS-ADJUST-RPT-OK
		GO TO 4000-EXIT
	END-IF
	MOVE ZERO TO WS-REPORT-DATE
	MOVE "N" TO SOURCE-EOF-FLAG
	PERFORM 4010-READ-ADJUST-LINE THRU 4010-EXIT
		UNTIL SOURCE-EOF-FLAG = "Y"
	CLOSE ADJUST-REPORT
	.
4000-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 4010-READ-ADJUST-LINE - the heading's run date, then each
*> voided or adjusted line
*>------------------------------------------------------------*
4010-READ-ADJUST-LINE.
	READ ADJUST-REPORT
		AT END
			MOVE "Y" TO SOURCE-EOF-FLAG
			GO TO 4010-EXIT
	END-READ
	IF ARH-TITLE = "CLAIM ADJUSTMENT REPORT - RUN DATE "
		IF ARH-RUN-DATE NUMERIC
			MOVE ARH-RUN-DATE TO WS-REPORT-DATE
		END-IF
		GO TO 4010-EXIT
	END-IF
	IF ARV-ACTION NOT = "VOIDED      "
		AND ARA-ACTION NOT = "ADJUSTED    "
		GO TO 4010-EXIT
	END-IF
	MOVE ARV-CLAIM-ID TO WS-SEEK-CLAIM-ID
	PERFORM 7000-FIND-CLAIM THRU 7000-EXIT
	IF NOT WS-CLAIM-FOUND
		GO TO 4010-EXIT
	END-IF
	MOVE WS-REPORT-DATE TO WS-NEW-EVT-DATE
	MOVE SPACES TO WS-NEW-EVT-TEXT
	IF ARV-ACTION = "VOIDED      "
		STRING "VOIDED - PAYMENT RECALLED AT THE REQUEST OF "
				DELIMITED BY SIZE
			ARV-SUBMITTER DELIMITED BY SIZE
			INTO WS-NEW-EVT-TEXT
		END-STRING
		MOVE ARV-AMOUNT TO WS-NEW-EVT-AMOUNT
	ELSE
		STRING "ADJUSTED TO A NEW BILLED AMOUNT - " DELIMITED BY SIZE
			ARA-DECISION DELIMITED BY SIZE
			INTO WS-NEW-EVT-TEXT
		END-STRING
		MOVE ARA-AMOUNT TO WS-NEW-EVT-AMOUNT
	END-IF
	PERFORM 7100-ADD-EVENT THRU 7100-EXIT
	.
4010-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 7000-FIND-CLAIM - is WS-SEEK-CLAIM-ID one of the inquiry's
*> claims? WS-FOUND-INDEX is its row when it is.
*>------------------------------------------------------------*
7000-FIND-CLAIM.
	MOVE "N" TO WS-CLM-FOUND-SWITCH
	PERFORM 7010-COMPARE-CLAIM THRU 7010-EXIT
		VARYING WS-FOUND-INDEX FROM 1 BY 1
		UNTIL WS-FOUND-INDEX > WS-CLM-COUNT
			OR WS-CLAIM-FOUND
	*>The search loop increments once past the match before its
	*>UNTIL stops it, so step back one row
	IF WS-CLAIM-FOUND
		SUBTRACT 1 FROM WS-FOUND-INDEX
	END-IF
	.
7000-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 7010-COMPARE-CLAIM - one row of the claim table
*>------------------------------------------------------------*
7010-COMPARE-CLAIM.
	IF WS-CLM-CLAIM-ID (WS-FOUND-INDEX) = WS-SEEK-CLAIM-ID
		MOVE "Y" TO WS-CLM-FOUND-SWITCH
	END-IF
	.
7010-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 7100-ADD-EVENT - file the WS-NEW-EVT entry under the claim at
*> WS-FOUND-INDEX; a full table is counted and warned about
*>------------------------------------------------------------*
7100-ADD-EVENT.
	IF WS-EVT-COUNT NOT < 3000
		ADD 1 TO WS-EVT-OVERFLOW
		GO TO 7100-EXIT
	END-IF
	ADD 1 TO WS-EVT-COUNT
	MOVE WS-FOUND-INDEX TO WS-EVT-CLAIM-INDEX (WS-EVT-COUNT)
	MOVE WS-NEW-EVT-DATE TO WS-EVT-DATE (WS-EVT-COUNT)
	MOVE WS-NEW-EVT-TEXT TO WS-EVT-TEXT (WS-EVT-COUNT)
	MOVE WS-NEW-EVT-AMOUNT TO WS-EVT-AMOUNT (WS-EVT-COUNT)
	MOVE "N" TO WS-EVT-LISTED (WS-EVT-COUNT)
	.
7100-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 7200-SPLIT-EXCEPTION-LINE - the original tab-delimited claim
*> with the reason behind one more tab; a short original leaves
*> the reason in the last slot it filled, so it is moved to
*> where it belongs the same way CLAIM-REPAIR moves it
*>------------------------------------------------------------*
7200-SPLIT-EXCEPTION-LINE.
	MOVE ZERO TO WS-UNSTRING-COUNT
	MOVE ZERO TO WS-EXC-AMOUNT-NUM
	MOVE SPACES TO WS-EXC-CLAIM-ID WS-EXC-MEMBER-ID
		WS-EXC-CLAIM-DATE WS-EXC-AMOUNT WS-EXC-CLAIM-TYPE
		WS-EXC-PROVIDER-ID WS-EXC-PRIMARY-PAID WS-EXC-REASON
	INSPECT EXCEPTION-RECORD REPLACING ALL X'0A' BY SPACE
	UNSTRING EXCEPTION-RECORD DELIMITED BY X'09'
		INTO WS-EXC-CLAIM-ID, WS-EXC-MEMBER-ID,
			WS-EXC-CLAIM-DATE, WS-EXC-AMOUNT,
			WS-EXC-CLAIM-TYPE, WS-EXC-PROVIDER-ID,
			WS-EXC-PRIMARY-PAID, WS-EXC-REASON
		TALLYING IN WS-UNSTRING-COUNT
	END-UNSTRING
	EVALUATE WS-UNSTRING-COUNT
		WHEN 7
			MOVE WS-EXC-PRIMARY-PAID TO WS-EXC-REASON
			MOVE SPACES TO WS-EXC-PRIMARY-PAID
		WHEN 6
			MOVE WS-EXC-PROVIDER-ID TO WS-EXC-REASON
			MOVE SPACES TO WS-EXC-PROVIDER-ID
		WHEN 5
			MOVE WS-EXC-CLAIM-TYPE TO WS-EXC-REASON
			MOVE SPACES TO WS-EXC-CLAIM-TYPE
		WHEN 4
			MOVE WS-EXC-AMOUNT TO WS-EXC-REASON
			MOVE SPACES TO WS-EXC-AMOUNT
		WHEN 3
			MOVE WS-EXC-CLAIM-DATE TO WS-EXC-REASON
			MOVE SPACES TO WS-EXC-CLAIM-DATE
		WHEN 2
			MOVE WS-EXC-MEMBER-ID TO WS-EXC-REASON
			MOVE SPACES TO WS-EXC-MEMBER-ID
		WHEN OTHER
			CONTINUE
	END-EVALUATE
	IF WS-EXC-AMOUNT NOT = SPACES
		COMPUTE WS-NUMVAL-CHECK = FUNCTION TEST-NUMVAL(WS-EXC-AMOUNT)
		IF WS-NUMVAL-CHECK = ZERO
			COMPUTE WS-EXC-AMOUNT-NUM =
				FUNCTION NUMVAL(WS-EXC-AMOUNT)
		END-IF
	END-IF
	.
7200-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 7900-NOTE-MISSING-SOURCE - a source that could not be opened
*> is named at the top of the report, so a short history is
*> never mistaken for a complete one
*>------------------------------------------------------------*
7900-NOTE-MISSING-SOURCE.
	MOVE SPACES TO INQUIRY-REPORT-RECORD
	STRING "SOURCE NOT AVAILABLE, HISTORIES MAY BE SHORT: "
			DELIMITED BY SIZE
		WS-SOURCE-NAME DELIMITED BY SPACE
		INTO INQUIRY-REPORT-RECORD
	END-STRING
	WRITE INQUIRY-REPORT-RECORD
	DISPLAY "CLAIM-INQUIRY: " WS-SOURCE-NAME " NOT AVAILABLE"
	.
7900-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 8000-WRITE-REPORT - each inquiry in the order keyed, each
*> claim it reaches with its history in date order
*>------------------------------------------------------------*
8000-WRITE-REPORT.
	IF WS-REQ-COUNT = ZERO
		MOVE "NO INQUIRIES ON FILE" TO INQUIRY-REPORT-RECORD
		WRITE INQUIRY-REPORT-RECORD
	END-IF
	PERFORM 8100-WRITE-INQUIRY THRU 8100-EXIT
		VARYING WS-REQ-INDEX FROM 1 BY 1
		UNTIL WS-REQ-INDEX > WS-REQ-COUNT

	MOVE SPACES TO INQUIRY-REPORT-RECORD
	WRITE INQUIRY-REPORT-RECORD
	IF WS-REQ-OVERFLOW > ZERO
		MOVE WS-REQ-OVERFLOW TO WS-EDIT-COUNT
		MOVE SPACES TO INQUIRY-REPORT-RECORD
		STRING "INQUIRIES NOT ANSWERED, TABLE FULL  " DELIMITED BY SIZE
			WS-EDIT-COUNT DELIMITED BY SIZE
			INTO INQUIRY-REPORT-RECORD
		END-STRING
		WRITE INQUIRY-REPORT-RECORD
	END-IF
	IF WS-CLM-OVERFLOW > ZERO
		MOVE WS-CLM-OVERFLOW TO WS-EDIT-COUNT
		MOVE SPACES TO INQUIRY-REPORT-RECORD
		STRING "CLAIMS NOT LISTED, TABLE FULL       " DELIMITED BY SIZE
			WS-EDIT-COUNT DELIMITED BY SIZE
			INTO INQUIRY-REPORT-RECORD
		END-STRING
		WRITE INQUIRY-REPORT-RECORD
		DISPLAY "CLAIM-INQUIRY: CLAIM TABLE FULL, "
			WS-CLM-OVERFLOW " CLAIMS NOT LISTED"
	END-IF
	IF WS-EVT-OVERFLOW > ZERO
		MOVE WS-EVT-OVERFLOW TO WS-EDIT-COUNT
		MOVE SPACES TO INQUIRY-REPORT-RECORD
		STRING "HISTORY ENTRIES DROPPED, TABLE FULL " DELIMITED BY SIZE
			WS-EDIT-COUNT DELIMITED BY SIZE
			INTO INQUIRY-REPORT-RECORD
		END-STRING
		WRITE INQUIRY-REPORT-RECORD
		DISPLAY "CLAIM-INQUIRY: EVENT TABLE FULL, "
			WS-EVT-OVERFLOW " HISTORY ENTRIES DROPPED"
	END-IF
	MOVE WS-REQ-COUNT TO WS-EDIT-COUNT
	MOVE SPACES TO INQUIRY-REPORT-RECORD
	STRING "INQUIRIES READ                      " DELIMITED BY SIZE
		WS-EDIT-COUNT DELIMITED BY SIZE
		INTO INQUIRY-REPORT-RECORD
	END-STRING
	WRITE INQUIRY-REPORT-RECORD
	MOVE WS-CLM-COUNT TO WS-EDIT-COUNT
	MOVE SPACES TO INQUIRY-REPORT-RECORD
	STRING "CLAIMS FOUND                        " DELIMITED BY SIZE
		WS-EDIT-COUNT DELIMITED BY SIZE
		INTO INQUIRY-REPORT-RECORD
	END-STRING
	WRITE INQUIRY-REPORT-RECORD
	MOVE WS-EVT-COUNT TO WS-EDIT-COUNT
	MOVE SPACES TO INQUIRY-REPORT-RECORD
	STRING "HISTORY ENTRIES                     " DELIMITED BY SIZE
		WS-EDIT-COUNT DELIMITED BY SIZE
		INTO INQUIRY-REPORT-RECORD
	END-STRING
	WRITE INQUIRY-REPORT-RECORD
	MOVE SPACES TO INQUIRY-REPORT-RECORD
	MOVE "UNDATED ENTRIES (LATEST) COME FROM FILES THAT HOLD ONLY THE MOST RECENT CYCLE"
		TO INQUIRY-REPORT-RECORD
	WRITE INQUIRY-REPORT-RECORD
	.
8000-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 8100-WRITE-INQUIRY - the inquiry's heading, or why it could
*> not be answered, then every claim it reaches
*>------------------------------------------------------------*
8100-WRITE-INQUIRY.
	MOVE SPACES TO INQUIRY-REPORT-RECORD
	WRITE INQUIRY-REPORT-RECORD
	IF WS-REQ-VALID (WS-REQ-INDEX) NOT = "Y"
		MOVE SPACES TO INQUIRY-REPORT-RECORD
		STRING "INQUIRY NOT ANSWERED - " DELIMITED BY SIZE
			WS-REQ-REASON (WS-REQ-INDEX) DELIMITED BY "  "
			": " DELIMITED BY SIZE
			WS-REQ-RAW (WS-REQ-INDEX) DELIMITED BY SIZE
			INTO INQUIRY-REPORT-RECORD
		END-STRING
		INSPECT INQUIRY-REPORT-RECORD REPLACING ALL X'09' BY SPACE
		WRITE INQUIRY-REPORT-RECORD
		GO TO 8100-EXIT
	END-IF

	MOVE SPACES TO INQUIRY-REPORT-RECORD
	EVALUATE WS-REQ-KIND (WS-REQ-INDEX)
		WHEN "C"
			MOVE "CLAIM" TO WS-KIND-NAME
		WHEN "M"
			MOVE "MEMBER" TO WS-KIND-NAME
		WHEN "P"
			MOVE "PROVIDER" TO WS-KIND-NAME
	END-EVALUATE
	MOVE 1 TO WS-TEXT-POINTER
	STRING "INQUIRY FOR " DELIMITED BY SIZE
		WS-KIND-NAME DELIMITED BY SPACE
		" " DELIMITED BY SIZE
		WS-REQ-ID (WS-REQ-INDEX) DELIMITED BY SPACE
		INTO INQUIRY-REPORT-RECORD
		WITH POINTER WS-TEXT-POINTER
	END-STRING
	IF WS-REQ-FROM (WS-REQ-INDEX) NOT = ZERO
		OR WS-REQ-THRU (WS-REQ-INDEX) NOT = 99999999
		STRING ", SERVICE DATES " DELIMITED BY SIZE
			WS-REQ-FROM (WS-REQ-INDEX) DELIMITED BY SIZE
			" THRU " DELIMITED BY SIZE
			WS-REQ-THRU (WS-REQ-INDEX) DELIMITED BY SIZE
			INTO INQUIRY-REPORT-RECORD
			WITH POINTER WS-TEXT-POINTER
		END-STRING
	END-IF
	WRITE INQUIRY-REPORT-RECORD

	MOVE ZERO TO WS-CLAIMS-LISTED
	PERFORM 8200-WRITE-CLAIM-IF-MATCHED THRU 8200-EXIT
		VARYING WS-CLM-INDEX FROM 1 BY 1
		UNTIL WS-CLM-INDEX > WS-CLM-COUNT
	IF WS-CLAIMS-LISTED = ZERO
		MOVE "  NO CLAIMS ON FILE FOR THIS INQUIRY"
			TO INQUIRY-REPORT-RECORD
		WRITE INQUIRY-REPORT-RECORD
	END-IF
	.
8100-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 8200-WRITE-CLAIM-IF-MATCHED - one claim's block when this
*> inquiry reaches it
*>------------------------------------------------------------*
8200-WRITE-CLAIM-IF-MATCHED.
	MOVE WS-CLM-CLAIM-ID (WS-CLM-INDEX) TO WS-TEST-CLAIM-ID
	MOVE WS-CLM-MEMBER-ID (WS-CLM-INDEX) TO WS-TEST-MEMBER-ID
	MOVE WS-CLM-PROVIDER-ID (WS-CLM-INDEX) TO WS-TEST-PROVIDER-ID
	MOVE WS-CLM-SERVICE-DATE (WS-CLM-INDEX) TO WS-TEST-SERVICE-DATE
	PERFORM 2600-MATCH-REQUEST THRU 2600-EXIT
	IF NOT WS-REQUEST-MATCHED
		GO TO 8200-EXIT
	END-IF
	ADD 1 TO WS-CLAIMS-LISTED

	MOVE SPACES TO INQUIRY-REPORT-RECORD
	WRITE INQUIRY-REPORT-RECORD
	MOVE WS-CLM-CLAIM-ID (WS-CLM-INDEX) TO WS-CH-CLAIM-ID
	MOVE WS-CLM-MEMBER-ID (WS-CLM-INDEX) TO WS-CH-MEMBER-ID
	MOVE WS-CLM-PROVIDER-ID (WS-CLM-INDEX) TO WS-CH-PROVIDER-ID
	MOVE WS-CLM-CLAIM-TYPE (WS-CLM-INDEX) TO WS-CH-CLAIM-TYPE
	MOVE WS-CLM-SERVICE-DATE (WS-CLM-INDEX) TO WS-CH-SERVICE-DATE
	MOVE WS-CLAIM-HEADING TO INQUIRY-REPORT-RECORD
	WRITE INQUIRY-REPORT-RECORD
	MOVE WS-EVENT-HEADING TO INQUIRY-REPORT-RECORD
	WRITE INQUIRY-REPORT-RECORD

	*>A claim can be reached by more than one inquiry, so its
	*>entries are unmarked before each listing
	PERFORM 8210-UNMARK-EVENT THRU 8210-EXIT
		VARYING WS-EVT-INDEX FROM 1 BY 1
		UNTIL WS-EVT-INDEX > WS-EVT-COUNT
	MOVE ZERO TO WS-BEST-INDEX
	PERFORM 8300-LIST-NEXT-EVENT THRU 8300-EXIT
		UNTIL WS-BEST-INDEX = 9999
	.
8200-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 8210-UNMARK-EVENT - ready one entry for this listing
*>------------------------------------------------------------*
8210-UNMARK-EVENT.
	MOVE "N" TO WS-EVT-LISTED (WS-EVT-INDEX)
	.
8210-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 8300-LIST-NEXT-EVENT - one sweep for the claim's earliest
*> entry not yet printed; undated entries sort last, and entries
*> on the same date keep the order the sources were read in.
*> Nothing left sets the sentinel that ends 8200's loop.
*>------------------------------------------------------------*
8300-LIST-NEXT-EVENT.
	MOVE ZERO TO WS-BEST-INDEX
	MOVE 99999999 TO WS-BEST-DATE
	PERFORM 8310-COMPARE-EVENT THRU 8310-EXIT
		VARYING WS-EVT-INDEX FROM 1 BY 1
		UNTIL WS-EVT-INDEX > WS-EVT-COUNT
	IF WS-BEST-INDEX = ZERO
		MOVE 9999 TO WS-BEST-INDEX
		GO TO 8300-EXIT
	END-IF
	MOVE "Y" TO WS-EVT-LISTED (WS-BEST-INDEX)
	IF WS-EVT-DATE (WS-BEST-INDEX) = ZERO
		MOVE "LATEST" TO WS-ED-DATE
	ELSE
		MOVE WS-EVT-DATE (WS-BEST-INDEX) TO WS-ED-DATE
	END-IF
	MOVE WS-EVT-TEXT (WS-BEST-INDEX) TO WS-ED-TEXT
	MOVE WS-EVT-AMOUNT (WS-BEST-INDEX) TO WS-ED-AMOUNT
	MOVE WS-EVENT-DETAIL TO INQUIRY-REPORT-RECORD
	WRITE INQUIRY-REPORT-RECORD
	.
8300-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 8310-COMPARE-EVENT - is this the claim's earliest entry not
*> yet printed? Strictly earlier only, so ties keep file order.
*>------------------------------------------------------------*
8310-COMPARE-EVENT.
	IF WS-EVT-CLAIM-INDEX (WS-EVT-INDEX) NOT = WS-CLM-INDEX
		OR WS-EVT-LISTED (WS-EVT-INDEX) = "Y"
		GO TO 8310-EXIT
	END-IF
	IF WS-EVT-DATE (WS-EVT-INDEX) = ZERO
		MOVE 99999999 TO WS-SORT-DATE
	ELSE
		MOVE WS-EVT-DATE (WS-EVT-INDEX) TO WS-SORT-DATE
	END-IF
	IF WS-BEST-INDEX = ZERO
		OR WS-SORT-DATE < WS-BEST-DATE
		MOVE WS-EVT-INDEX TO WS-BEST-INDEX
		MOVE WS-SORT-DATE TO WS-BEST-DATE
	END-IF
	.
8310-EXIT.
	EXIT.

*>------------------------------------------------------------*
*> 9000-FINALIZE - clean shutdown
*>------------------------------------------------------------*
9000-FINALIZE.
	DISPLAY "CLAIM-INQUIRY: " WS-REQ-COUNT " INQUIRIES, "
		WS-CLM-COUNT " CLAIMS, " WS-EVT-COUNT " HISTORY ENTRIES"
	CLOSE INQUIRY-REPORT
	.
9000-EXIT.
	EXIT.

*>Explicit program termination
END PROGRAM CLAIM-INQUIRY.
