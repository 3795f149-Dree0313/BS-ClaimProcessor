*>                mismatch after a layout change can never be "fixed"
*>                by silently recreating the file empty. The one-time
*>                LAYOUT-CONVERT run rebuilds the grown files.
*>2026-10-15 rwm  Member wording for the new prior-authorization
*>                rejection
*>2026-10-15 rwm  Contracted fee-schedule pricing - a claim the
*>                provider's contract priced below billed gets a
*>                line telling the member the discount is not theirs
*>                to pay, and the foot totals it for the statement
*>2026-10-15 rwm  Provider-master layout carries the tax ID and
*>                1099-reportable flag for the year-end 1099 run
*>2026-10-15 rwm  Provider-master layout carries the special
*>                investigations hold flag

*>Describes external resources(files, devices, printers). Tells how program how to interact with the outside world
ENVIRONMENT DIVISION.
	05 DH-CLAIM-DATE	PIC X(8).
	05 DH-CLAIM-AMOUNT	PIC 9(6).
	05 DH-PAID-AMOUNT	PIC 9(6).
	*>Billed less the contracted allowed amount - never the
	*>member's to pay
	05 DH-WRITE-OFF-AMOUNT	PIC 9(6).
	05 DH-CLAIM-TYPE	PIC X(2).
	05 DH-PROVIDER-ID	PIC X(8).
	05 DH-SUBMITTER-ID	PIC X(8).
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

FD MEMBER-HISTORY-FILE.
*>One member's running year-to-date paid total, deductible met so
		10 WS-EOB-CLAIM-DATE	PIC X(8).
		10 WS-EOB-BILLED	PIC 9(6).
		10 WS-EOB-PAID		PIC 9(6).
		10 WS-EOB-WRITE-OFF	PIC 9(6).
		10 WS-EOB-PROVIDER-ID	PIC X(8).
		10 WS-EOB-DECISION	PIC X(50).
		*>Marked once its statement printed the line, so the
01 WS-STMT-MEMBER-ID	PIC X(5).
*>Claims printed on the statement being written
01 WS-STMT-CLAIMS	PIC 9(4).
*>Contract discounts on the statement being written
01 WS-STMT-WRITE-OFF	PIC 9(9).

*>----------------------------------------------------------------*
*>Run counts for the operator summary
						TO WS-EOB-BILLED (WS-EOB-COUNT)
					MOVE DH-PAID-AMOUNT
						TO WS-EOB-PAID (WS-EOB-COUNT)
					MOVE DH-WRITE-OFF-AMOUNT
						TO WS-EOB-WRITE-OFF (WS-EOB-COUNT)
					MOVE DH-PROVIDER-ID
						TO WS-EOB-PROVIDER-ID (WS-EOB-COUNT)
					MOVE DH-DECISION
	MOVE WS-EOB-MEMBER-ID (WS-EOB-INDEX) TO WS-STMT-MEMBER-ID
	ADD 1 TO WS-STATEMENTS-WRITTEN
	MOVE ZERO TO WS-STMT-CLAIMS
	MOVE ZERO TO WS-STMT-WRITE-OFF

	PERFORM 3200-WRITE-STATEMENT-HEAD THRU 3200-EXIT
	PERFORM 3300-WRITE-MEMBER-CLAIMS THRU 3300-EXIT
		MOVE WS-FRIENDLY-TEXT (35:21) TO EOB-RECORD (67:21)
		WRITE EOB-RECORD
	END-IF
	*>The contract discount the provider wrote off - shown so the
	*>member knows the gap between billed and paid is not all theirs
	IF WS-EOB-WRITE-OFF (WS-LINE-INDEX) IS NUMERIC
		AND WS-EOB-WRITE-OFF (WS-LINE-INDEX) > ZERO
		ADD WS-EOB-WRITE-OFF (WS-LINE-INDEX) TO WS-STMT-WRITE-OFF
		MOVE WS-EOB-WRITE-OFF (WS-LINE-INDEX) TO WS-EDIT-AMOUNT
		MOVE SPACES TO EOB-RECORD
		STRING "PROVIDER CONTRACT DISCOUNT " DELIMITED BY SIZE
			WS-EDIT-AMOUNT DELIMITED BY SIZE
			" - YOU DO NOT OWE THIS AMOUNT" DELIMITED BY SIZE
			INTO EOB-RECORD (11:90)
		END-STRING
		WRITE EOB-RECORD
	END-IF
	.
3300-EXIT.
	EXIT.
			"REJECTED: ANNUAL BENEFIT "
			MOVE "YOUR ANNUAL BENEFIT MAXIMUM HAS BEEN REACHED"
				TO WS-FRIENDLY-TEXT
		WHEN WS-EOB-DECISION (WS-LINE-INDEX) (1:27) =
			"REJECTED: NO COVERING PRIOR"
			MOVE "THIS SERVICE NEEDED YOUR PLAN'S APPROVAL IN ADVANCE"
				TO WS-FRIENDLY-TEXT
		WHEN WS-EOB-DECISION (WS-LINE-INDEX) (1:16) =
			"REJECTED: DENIED"
			MOVE "THIS CLAIM WAS DENIED AFTER REVIEW"
		WRITE EOB-RECORD
	END-IF

	IF WS-STMT-WRITE-OFF > ZERO
		MOVE WS-STMT-WRITE-OFF TO WS-EDIT-DOLLARS
		MOVE SPACES TO EOB-RECORD
		STRING "PROVIDER DISCOUNTS ON THIS STATEMENT "
				DELIMITED BY SIZE
			WS-EDIT-DOLLARS DELIMITED BY SIZE
			" - NOT BILLED TO YOU" DELIMITED BY SIZE
			INTO EOB-RECORD
		END-STRING
		WRITE EOB-RECORD
	END-IF

	MOVE SPACES TO EOB-RECORD
	STRING "CLAIMS ON THIS STATEMENT: " DELIMITED BY SIZE
		WS-STMT-CLAIMS DELIMITED BY SIZE
