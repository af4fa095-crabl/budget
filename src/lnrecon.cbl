			02 ReconAuditValidCount PIC 9(6) VALUE ZERO.
			02 ReconAuditRejectCount PIC 9(6) VALUE ZERO.
			02 ReconAuditDupCount PIC 9(6) VALUE ZERO.
			02 ReconAuditPayoffCount PIC 9(6) VALUE ZERO.
			02 SkedEntryCount PIC 9(4) VALUE ZERO.
			02 SkedEntryLimit PIC 9(4) VALUE 5000.
			02 SkedOverflowCount PIC 9(6) VALUE ZERO.
			02 RT-Hist-AM-Count PIC 9(6) VALUE ZERO.
			02 RT-Hist-AM-Principal PIC 9(11)V99 VALUE ZERO.
			02 RT-Hist-AM-Amount PIC 9(11)V99 VALUE ZERO.
			02 RT-Hist-IB-Count PIC 9(6) VALUE ZERO.
			02 RT-Hist-IB-Principal PIC 9(11)V99 VALUE ZERO.
			02 RT-Hist-IB-Amount PIC 9(11)V99 VALUE ZERO.
			02 RT-GL-SI-Count PIC 9(6) VALUE ZERO.
			02 RT-GL-SI-Amount PIC 9(11)V99 VALUE ZERO.
			02 RT-GL-CO-Count PIC 9(6) VALUE ZERO.
			02 RT-GL-CO-Amount PIC 9(11)V99 VALUE ZERO.
			02 RT-GL-AM-Count PIC 9(6) VALUE ZERO.
			02 RT-GL-AM-Amount PIC 9(11)V99 VALUE ZERO.
			02 RT-GL-IB-Count PIC 9(6) VALUE ZERO.
			02 RT-GL-IB-Amount PIC 9(11)V99 VALUE ZERO.

		01 RT-WorkAmount PIC 9(9)V99.

				ADD HistoryPrincipal TO RT-Hist-AM-Principal
				MOVE HistoryTotalInterestPaid TO RT-WorkAmount
				ADD RT-WorkAmount TO RT-Hist-AM-Amount
			WHEN "IB"
				ADD 1 TO RT-Hist-IB-Count
				ADD HistoryPrincipal TO RT-Hist-IB-Principal
				MOVE HistoryTotalInterestPaid TO RT-WorkAmount
				ADD RT-WorkAmount TO RT-Hist-IB-Amount
		END-EVALUATE.

	3000-Load-Schedule-Sums.

*>    A "D" audit is a suppressed duplicate submission - it posted
*>    nothing, so it proves nothing against the history file and is
*>    only counted.  So is a valid payoff quote (method PO): it
*>    priced a loan already booked and writes no history.
	4100-Check-Audit-Record.
		IF AuditRunDate = ReconRunDate
			EVALUATE TRUE
				WHEN AuditStatus = "V" AND AuditCalcMethod = "PO"
					ADD 1 TO ReconAuditPayoffCount
				WHEN AuditStatus = "V"
					ADD 1 TO ReconAuditValidCount
					PERFORM 4200-Claim-History-Record
				WHEN AuditStatus = "D"
					ADD 1 TO ReconAuditDupCount
				WHEN OTHER
					ADD 1 TO ReconAuditRejectCount
				WHEN "AM"
					ADD 1 TO RT-GL-AM-Count
					ADD RT-WorkAmount TO RT-GL-AM-Amount
				WHEN "IB"
					ADD 1 TO RT-GL-IB-Count
					ADD RT-WorkAmount TO RT-GL-IB-Amount
			END-EVALUATE
		END-IF
		READ GLExtractFile.
		PERFORM 6100-Display-SI-Totals
		PERFORM 6200-Display-CO-Totals
		PERFORM 6300-Display-AM-Totals
		PERFORM 6400-Display-IB-Totals
		IF RT-Hist-SI-Count NOT = RT-GL-SI-Count
				OR RT-Hist-SI-Amount NOT = RT-GL-SI-Amount
			ADD 1 TO ReconExceptionCount
				OR RT-Hist-AM-Amount NOT = RT-GL-AM-Amount
			ADD 1 TO ReconExceptionCount
			DISPLAY "OUT OF BALANCE - AM HISTORY/GL TOTALS DISAGREE"
		END-IF
		IF RT-Hist-IB-Count NOT = RT-GL-IB-Count
				OR RT-Hist-IB-Amount NOT = RT-GL-IB-Amount
			ADD 1 TO ReconExceptionCount
			DISPLAY "OUT OF BALANCE - IB HISTORY/GL TOTALS DISAGREE"
		END-IF.

	6100-Display-SI-Totals.
		DISPLAY "AM      GLEXT    " RT-GL-AM-Count
			"                   " RT-GL-Amount-Ed.

	6400-Display-IB-Totals.
		MOVE RT-Hist-IB-Principal TO RT-Principal-Ed
		MOVE RT-Hist-IB-Amount TO RT-Hist-Amount-Ed
		DISPLAY "IB      HISTORY  " RT-Hist-IB-Count "  "
			RT-Principal-Ed "  " RT-Hist-Amount-Ed
		MOVE RT-GL-IB-Amount TO RT-GL-Amount-Ed
		DISPLAY "IB      GLEXT    " RT-GL-IB-Count
			"                   " RT-GL-Amount-Ed.

	7000-Terminate.
		DISPLAY "VALID AUDIT RECORDS: " ReconAuditValidCount
			"  REJECTED: " ReconAuditRejectCount
			"  DUPLICATES: " ReconAuditDupCount
			"  PAYOFF QUOTES: " ReconAuditPayoffCount
		IF SkedOverflowCount > ZERO
			ADD 1 TO ReconExceptionCount
			DISPLAY "OUT OF BALANCE - SCHEDULE WORK TABLE OVERFLOWED, "
