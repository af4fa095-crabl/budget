		DISPLAY "To Date (YYYYMMDD, blank for all): "
			WITH NO ADVANCING
		ACCEPT SearchToDate
		DISPLAY "Calculation Method (SI/CO/AM/IB/AL, blank for all): "
			WITH NO ADVANCING
		ACCEPT SearchMethod
		DISPLAY "Minimum Principal (blank for none): "
				MOVE HistoryCompoundInterest TO MatchResultAmount-Ed
			WHEN "AM"
				MOVE HistoryInstallmentPayment TO MatchResultAmount-Ed
			WHEN "IB"
				MOVE HistoryInstallmentPayment TO MatchResultAmount-Ed
			WHEN "AL"
				PERFORM 2250-Set-Comparison-Result
			WHEN OTHER
