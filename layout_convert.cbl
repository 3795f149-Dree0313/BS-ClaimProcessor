*>                decision-history approvals take plan-paid equal to
*>                billed, which is what the old system actually paid;
*>                old queue records age from the conversion date.
*>2026-10-15 rwm  Reused for the prior-authorization release -
*>                claim_audit_trail.txt grew the authorization
*>                columns, so the old trail layout is now the
*>                2026-09-02 one (with the COB columns) and the new
*>                columns convert blank. The other six files did not
*>                change this release; with no _old copy of them
*>                they are skipped as before.
*>2026-10-15 rwm  Reused for the fee-schedule release -
*>                provider_master.dat grew the network tier,
*>                claim_suspense.dat the allowed amount, and
*>                decision_history.dat the contractual write-off.
*>                Their old layouts are now the 2026-09-02 ones; the
*>                tier converts blank, a parked claim's allowed
*>                amount is its billed amount (nothing was priced
*>                below billed before), and old decisions carry a
*>                zero write-off.
*>2026-10-15 rwm  provider_master.dat also grew the tax ID and the
*>                1099-reportable flag in the same release, so one
*>                pass converts both: the old layout is still the
*>                2026-09-02 one, the tax ID converts blank, and every
*>                provider converts reportable ("Y").
*>2026-10-15 rwm  provider_master.dat also grew the special
*>                investigations hold flag in the same release; every
*>                provider converts with no hold ("N").

*>Describes external resources(files, devices, printers). Tells how program how to interact with the outside world
ENVIRONMENT DIVISION.
	05 OPM-CONTRACT-STATUS	PIC X(1).
	05 OPM-EFFECTIVE-DATE	PIC X(8).
	05 OPM-TERM-DATE	PIC X(8).
	05 OPM-PAY-TO-NAME	PIC X(30).
	05 OPM-BANK-ROUTING	PIC X(9).
	05 OPM-BANK-ACCOUNT	PIC X(17).

FD OLD-SUSPENSE.
*>One pended claim as the old release parked it
	05 OSUS-CLAIM-AMOUNT	PIC 9(6).
	05 OSUS-CLAIM-TYPE	PIC X(2).
	05 OSUS-PROVIDER-ID	PIC X(8).
	05 OSUS-SUBMITTER-ID	PIC X(8).
	05 OSUS-PEND-REASON	PIC X(40).
	05 OSUS-RUN-DATE	PIC 9(8).

	05 ODH-MEMBER-ID	PIC X(5).
	05 ODH-CLAIM-DATE	PIC X(8).
	05 ODH-CLAIM-AMOUNT	PIC 9(6).
	05 ODH-PAID-AMOUNT	PIC 9(6).
	05 ODH-CLAIM-TYPE	PIC X(2).
	05 ODH-PROVIDER-ID	PIC X(8).
	05 ODH-SUBMITTER-ID	PIC X(8).
	05 ODH-DECISION		PIC X(50).

FD OLD-REISSUE-QUEUE.
	05 OAT-LIMIT-AMOUNT	PIC 9(7).
	05 OAT-ANNMAX-APPLIED	PIC X(1).
	05 OAT-ANNMAX-AMOUNT	PIC 9(9).
	05 OAT-COB-APPLIED	PIC X(1).
	05 OAT-COB-CARRIER	PIC X(20).
	05 OAT-COB-ORDER	PIC X(1).
	05 OAT-COB-PRIMARY-PAID	PIC 9(6).
	05 OAT-DECISION		PIC X(50).

FD MEMBER-HISTORY-FILE.
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

FD CLAIM-SUSPENSE.
*>One pended claim in the new layout
	05 SUS-MEMBER-ID	PIC X(5).
	05 SUS-CLAIM-DATE	PIC X(8).
	05 SUS-CLAIM-AMOUNT	PIC 9(6).
	05 SUS-ALLOWED-AMOUNT	PIC 9(6).
	05 SUS-CLAIM-TYPE	PIC X(2).
	05 SUS-PROVIDER-ID	PIC X(8).
	05 SUS-SUBMITTER-ID	PIC X(8).
	05 DH-CLAIM-DATE	PIC X(8).
	05 DH-CLAIM-AMOUNT	PIC 9(6).
	05 DH-PAID-AMOUNT	PIC 9(6).
	05 DH-WRITE-OFF-AMOUNT	PIC 9(6).
	05 DH-CLAIM-TYPE	PIC X(2).
	05 DH-PROVIDER-ID	PIC X(8).
	05 DH-SUBMITTER-ID	PIC X(8).
	05 AT-COB-CARRIER	PIC X(20).
	05 AT-COB-ORDER		PIC X(1).
	05 AT-COB-PRIMARY-PAID	PIC 9(6).
	05 AT-AUTH-REQUIRED	PIC X(1).
	05 AT-AUTH-ID		PIC X(10).
	05 AT-AUTH-REMAINING	PIC 9(7).
	05 AT-DECISION		PIC X(50).

*>Program memory, variables live here, reset only when program restarts
	EXIT.

*>------------------------------------------------------------*
*> 2300-CONVERT-PROVIDER - the master gains the network tier,
*> blank until PROVIDER-MAINT assigns one (a blank tier prices off
*> the provider's own fee-schedule rows only); the tax ID, blank
*> until a W-9 is keyed; the 1099 flag, "Y" so every provider is
*> reportable until told otherwise; and the SIU hold, "N" until
*> the screening run refers the provider
*>------------------------------------------------------------*
2300-CONVERT-PROVIDER.
	OPEN INPUT OLD-PROVIDER
			MOVE OPM-CONTRACT-STATUS TO PM-CONTRACT-STATUS
			MOVE OPM-EFFECTIVE-DATE TO PM-EFFECTIVE-DATE
			MOVE OPM-TERM-DATE TO PM-TERM-DATE
			MOVE OPM-PAY-TO-NAME TO PM-PAY-TO-NAME
			MOVE OPM-BANK-ROUTING TO PM-BANK-ROUTING
			MOVE OPM-BANK-ACCOUNT TO PM-BANK-ACCOUNT
			MOVE SPACES TO PM-NETWORK-TIER
			*>No W-9 has been keyed yet; every provider starts out
			*>reportable until the network team says otherwise
			MOVE SPACES TO PM-TAX-ID
			MOVE "Y" TO PM-1099-FLAG
			*>Nobody is under investigation until the screening
			*>run refers them
			MOVE "N" TO PM-SIU-HOLD
			WRITE PM-RECORD
			ADD 1 TO WS-FILE-COUNT
	END-READ
	EXIT.

*>------------------------------------------------------------*
*> 2400-CONVERT-SUSPENSE - pended claims gain the allowed
*> amount; a claim parked before fee-schedule pricing was never
*> priced below billed, so it releases on its billed amount
*>------------------------------------------------------------*
2400-CONVERT-SUSPENSE.
	OPEN INPUT OLD-SUSPENSE
			MOVE OSUS-MEMBER-ID TO SUS-MEMBER-ID
			MOVE OSUS-CLAIM-DATE TO SUS-CLAIM-DATE
			MOVE OSUS-CLAIM-AMOUNT TO SUS-CLAIM-AMOUNT
			MOVE OSUS-CLAIM-AMOUNT TO SUS-ALLOWED-AMOUNT
			MOVE OSUS-CLAIM-TYPE TO SUS-CLAIM-TYPE
			MOVE OSUS-PROVIDER-ID TO SUS-PROVIDER-ID
			MOVE OSUS-SUBMITTER-ID TO SUS-SUBMITTER-ID
			MOVE OSUS-PEND-REASON TO SUS-PEND-REASON
			MOVE OSUS-RUN-DATE TO SUS-RUN-DATE
			WRITE SUSPENSE-RECORD
	EXIT.

*>------------------------------------------------------------*
*> 2500-CONVERT-DECISION-HISTORY - decisions gain the
*> contractual write-off column, zero throughout: nothing was
*> priced below billed before the fee schedule existed
*>------------------------------------------------------------*
2500-CONVERT-DECISION-HISTORY.
	OPEN INPUT OLD-DECISION-HISTORY
			MOVE ODH-MEMBER-ID TO DH-MEMBER-ID
			MOVE ODH-CLAIM-DATE TO DH-CLAIM-DATE
			MOVE ODH-CLAIM-AMOUNT TO DH-CLAIM-AMOUNT
			MOVE ODH-PAID-AMOUNT TO DH-PAID-AMOUNT
			MOVE ZERO TO DH-WRITE-OFF-AMOUNT
			MOVE ODH-CLAIM-TYPE TO DH-CLAIM-TYPE
			MOVE ODH-PROVIDER-ID TO DH-PROVIDER-ID
			MOVE ODH-SUBMITTER-ID TO DH-SUBMITTER-ID
			MOVE ODH-DECISION TO DH-DECISION
			WRITE DECISION-HISTORY-RECORD
			ADD 1 TO WS-FILE-COUNT
	EXIT.

*>------------------------------------------------------------*
*> 2700-CONVERT-AUDIT-TRAIL - trail records gain the prior-
*> authorization columns, blank: no claim decided before the
*> authorization check ever had one required or applied
*>------------------------------------------------------------*
2700-CONVERT-AUDIT-TRAIL.
	OPEN INPUT OLD-AUDIT-TRAIL
			MOVE OAT-LIMIT-AMOUNT TO AT-LIMIT-AMOUNT
			MOVE OAT-ANNMAX-APPLIED TO AT-ANNMAX-APPLIED
			MOVE OAT-ANNMAX-AMOUNT TO AT-ANNMAX-AMOUNT
			MOVE OAT-COB-APPLIED TO AT-COB-APPLIED
			MOVE OAT-COB-CARRIER TO AT-COB-CARRIER
			MOVE OAT-COB-ORDER TO AT-COB-ORDER
			MOVE OAT-COB-PRIMARY-PAID TO AT-COB-PRIMARY-PAID
			MOVE SPACE TO AT-AUTH-REQUIRED
			MOVE SPACES TO AT-AUTH-ID
			MOVE ZERO TO AT-AUTH-REMAINING
			MOVE OAT-DECISION TO AT-DECISION
			WRITE AUDIT-TRAIL-RECORD
			ADD 1 TO WS-FILE-COUNT
