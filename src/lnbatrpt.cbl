*>    fixed-field record dump; this program turns it into the report
*>    the lending manager actually reads: run-date page headers,
*>    column headings, edited dollar amounts, a schedule-detail
*>    section from LNSKED, a payoff-quote section, a rejects section,
*>    and per-method subtotals that tie to the LNBATCH control
*>    totals block.
*>
*>    The run date for the page headers and the schedule selection
*>    comes from the LNBATRPT-RUN-DATE environment parm (YYYYMMDD);
			02 ST-AL-Count PIC 9(6) VALUE ZERO.
			02 ST-AL-Principal PIC 9(11)V99 VALUE ZERO.
			02 ST-AL-Amount PIC 9(11)V99 VALUE ZERO.
			02 ST-PO-Count PIC 9(6) VALUE ZERO.
			02 ST-PO-Principal PIC 9(11)V99 VALUE ZERO.
			02 ST-PO-Amount PIC 9(11)V99 VALUE ZERO.
			02 ST-IB-Count PIC 9(6) VALUE ZERO.
			02 ST-IB-Principal PIC 9(11)V99 VALUE ZERO.
			02 ST-IB-Amount PIC 9(11)V99 VALUE ZERO.
			02 ST-Reject-Count PIC 9(6) VALUE ZERO.
			02 ST-Dup-Count PIC 9(6) VALUE ZERO.

			02 SkedDetailInterest PIC 999999999.99.
			02 FILLER PIC X(6) VALUE SPACES.
			02 SkedDetailClosing PIC 999999999.99.
*>    A payoff quote's result columns read as LNPAYOFF fills them:
*>    interest owed to the payoff date, per-diem and total payoff;
*>    the start date is the payoff date.
		01 PayoffColumnHeading PIC X(110) VALUE
			"BRCH  LOAN REF       PAYOFF DATE PRINCIPAL OWED" &
			"  INTEREST OWED      PER DIEM   TOTAL PAYOFF".
		01 PayoffLine.
			02 PayoffLineBranch PIC X(4).
			02 FILLER PIC X(2) VALUE SPACES.
			02 PayoffLineReference PIC X(12).
			02 FILLER PIC X(3) VALUE SPACES.
			02 PayoffLineDate PIC 9(8).
			02 FILLER PIC X(6) VALUE SPACES.
			02 PayoffLinePrincipal PIC 999999999.99.
			02 FILLER PIC X(3) VALUE SPACES.
			02 PayoffLineInterest PIC 999999999.99.
			02 FILLER PIC X(2) VALUE SPACES.
			02 PayoffLinePerDiem PIC 999999999.99.
			02 FILLER PIC X(3) VALUE SPACES.
			02 PayoffLineTotal PIC 999999999.99.
		01 RejectLine.
			02 RejLineBranch PIC X(4).
			02 FILLER PIC X(2) VALUE SPACES.
		PERFORM 1000-Initialize
		PERFORM 2000-Print-Detail-Section
		PERFORM 3000-Print-Schedule-Section
		PERFORM 3500-Print-Payoff-Section
		PERFORM 4000-Print-Reject-Section
		PERFORM 4500-Print-Duplicate-Section
		PERFORM 5000-Print-Control-Totals
		CLOSE BatchReportFile.

	2100-Print-Detail-Record.
		IF ReportStatus = "V" AND ReportCalcMethod NOT = "PO"
			MOVE ReportBranchId TO DetailBranch
			MOVE ReportLoanReference TO DetailReference
			MOVE ReportPrincipal TO DetailPrincipal
					ADD ReportPrincipal TO ST-AL-Principal
					PERFORM 2210-Compute-Cheapest-Interest
					ADD ST-WorkAmount TO ST-AL-Amount
				WHEN "PO"
					ADD 1 TO ST-PO-Count
					ADD ReportPrincipal TO ST-PO-Principal
					MOVE ReportInstallmentPayment TO ST-WorkAmount
					ADD ST-WorkAmount TO ST-PO-Amount
				WHEN "IB"
					ADD 1 TO ST-IB-Count
					ADD ReportPrincipal TO ST-IB-Principal
					MOVE ReportTotalInterestPaid TO ST-WorkAmount
					ADD ST-WorkAmount TO ST-IB-Amount
			END-EVALUATE
		END-IF.

		WRITE PrintLine FROM SkedColumnHeading
		ADD 3 TO PrintLineCount.

*>    Payoff quotes answered to the branches, apart from the new
*>    quotes because their columns mean different things.
	3500-Print-Payoff-Section.
		OPEN INPUT BatchReportFile
		IF BatchReport-OK
			MOVE "PAYOFF QUOTES" TO SectionHeadingText
			PERFORM 8200-Print-Section-Heading
			WRITE PrintLine FROM PayoffColumnHeading
			ADD 1 TO PrintLineCount
			READ BatchReportFile
			PERFORM 3600-Print-Payoff-Record
				UNTIL NOT BatchReport-OK
		END-IF
		CLOSE BatchReportFile.

	3600-Print-Payoff-Record.
		IF ReportStatus = "V" AND ReportCalcMethod = "PO"
			MOVE ReportBranchId TO PayoffLineBranch
			MOVE ReportLoanReference TO PayoffLineReference
			MOVE ReportStartDate TO PayoffLineDate
			MOVE ReportPrincipal TO PayoffLinePrincipal
			MOVE ReportSimpleInterest TO PayoffLineInterest
			MOVE ReportCompoundInterest TO PayoffLinePerDiem
			MOVE ReportInstallmentPayment TO PayoffLineTotal
			PERFORM 8000-Check-Page-Break
			WRITE PrintLine FROM PayoffLine
			ADD 1 TO PrintLineCount
		END-IF
		READ BatchReportFile.

	4000-Print-Reject-Section.
		OPEN INPUT BatchReportFile
		IF BatchReport-OK
		MOVE ST-AM-Principal TO SubTotalPrincipal
		MOVE ST-AM-Amount TO SubTotalAmount
		WRITE PrintLine FROM SubTotalLine
		MOVE "IB" TO SubTotalMethod
		MOVE ST-IB-Count TO SubTotalCount
		MOVE ST-IB-Principal TO SubTotalPrincipal
		MOVE ST-IB-Amount TO SubTotalAmount
		WRITE PrintLine FROM SubTotalLine
		MOVE "AL" TO SubTotalMethod
		MOVE ST-AL-Count TO SubTotalCount
		MOVE ST-AL-Principal TO SubTotalPrincipal
		MOVE ST-AL-Amount TO SubTotalAmount
		WRITE PrintLine FROM SubTotalLine
		MOVE "PO" TO SubTotalMethod
		MOVE ST-PO-Count TO SubTotalCount
		MOVE ST-PO-Principal TO SubTotalPrincipal
		MOVE ST-PO-Amount TO SubTotalAmount
		WRITE PrintLine FROM SubTotalLine
		MOVE ST-Reject-Count TO RejectTotalCount
		WRITE PrintLine FROM RejectTotalLine
		MOVE ST-Dup-Count TO DupTotalCount
		WRITE PrintLine FROM DupTotalLine
		ADD 8 TO PrintLineCount.

	6000-Terminate.
		CLOSE PrintFile
