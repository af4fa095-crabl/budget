IDENTIFICATION DIVISION.
	PROGRAM-ID. LNAUDRPT.
	AUTHOR. CRABL.

*>    Operator activity and rate-override exception report for
*>    compliance.  LNAUDIT holds one record for every calculation
*>    MAIN and LNBATCH ran - who, which branch and reference, the
*>    rate keyed against the posted table rate, and whether it
*>    priced or was refused - and until now nobody read it before
*>    an examiner asked.  This program reads it for the report date
*>    and for the month to date, and prints to LNAUDRPR, in the
*>    same page-heading style as the LNTREND print:
*>        every quote in the month to date whose keyed rate differs
*>            from the posted rate - the ones LNRATE let through
*>            inside tolerance as well as the ones it refused.  A
*>            quote keyed at zero took the table rate and is not an
*>            override; nor is one with no table rate behind it (no
*>            band covers it, or a payoff quote - a PO audit carries
*>            the loan's own rate and a table rate of zero);
*>        every operator who priced the same branch/reference and
*>            method three or more times in one day with the rate
*>            walking down - keyed lower on at least two of the
*>            re-quotes and ending below where it started - which is
*>            how rate shopping on a customer's behalf shows up;
*>        by operator and then by branch, the day's and the month's
*>            priced quotes, refused calculations and rate overrides,
*>            with the refusals broken out by their AuditMessage
*>            reason.
*>
*>    The report date comes from the LNAUDRPT-DATE environment parm
*>    (YYYYMMDD), absent defaulting to the business processing date;
*>    the month to date runs from the first of that date's month.
*>    The rate compared is the one the quote went out at: the keyed
*>    rate, or the table rate where none was keyed.  Only a keyed
*>    rate counts as a drop - a re-quote at the posted rate still
*>    counts as a pricing, but the operator did not choose its rate.

ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
			SELECT AuditLogFile ASSIGN TO "LNAUDIT"
				ORGANIZATION IS SEQUENTIAL
				FILE STATUS IS AuditLogStatus.
			SELECT PrintFile ASSIGN TO "LNAUDRPR"
				ORGANIZATION IS SEQUENTIAL
				FILE STATUS IS PrintStatus.

DATA DIVISION.
	FILE SECTION.
	FD  AuditLogFile.
		COPY "lnaudit.cpy".
	FD  PrintFile.
		01 PrintLine PIC X(132).

	WORKING-STORAGE SECTION.
		COPY "lndate.cpy".

		01 AuditLogStatus PIC X(2).
			88 AuditLog-OK VALUE "00".
		01 PrintStatus PIC X(2).

		01 ReportDateParm PIC X(8).
		01 ReportDate PIC 9(8).
		01 ReportMonth PIC 9(6).
		01 ReportMonthStart PIC 9(8).

		01 ReportControls.
			02 AuditRecordsRead PIC 9(7) VALUE ZERO.
			02 AuditRecordsReported PIC 9(7) VALUE ZERO.
			02 OverridesListed PIC 9(6) VALUE ZERO.
			02 WalksFlagged PIC 9(6) VALUE ZERO.
			02 ReportOverflowCount PIC 9(6) VALUE ZERO.

*>    What the record being read counts as.
		01 AuditDayFlag PIC X(1).
			88 Audit-Report-Day VALUE "Y".
		01 AuditOverrideFlag PIC X(1).
			88 Audit-Override VALUE "Y".
		01 AuditQuotedRate PIC 9(3)V99.
		01 AuditRateDifference PIC S9(3)V99.

*>    One accumulator per operator ("O") and per branch ("B") seen
*>    in the month, in first-seen order.
		01 ActivityControls.
			02 ActivityCount PIC 9(4) VALUE ZERO.
			02 ActivityLimit PIC 9(4) VALUE 400.
			02 ActivityCurrent PIC 9(4).
			02 ActivityFoundEntry PIC 9(4).
			02 ActivityFoundFlag PIC X(1).
				88 Activity-Found VALUE "Y".
				88 Activity-Not-Found VALUE "N".
			02 PostKind PIC X(1).
			02 PostId PIC X(8).
		01 ActivityTable.
			02 ActivityEntry OCCURS 400 TIMES INDEXED BY ActivityIndex.
				03 ActivityKind PIC X(1).
				03 ActivityId PIC X(8).
				03 ActivityDayQuotes PIC 9(6).
				03 ActivityDayErrors PIC 9(6).
				03 ActivityDayOverrides PIC 9(6).
				03 ActivityMonthQuotes PIC 9(6).
				03 ActivityMonthErrors PIC 9(6).
				03 ActivityMonthOverrides PIC 9(6).

*>    Refusals by reason under each operator and branch.
		01 ReasonControls.
			02 ReasonCount PIC 9(4) VALUE ZERO.
			02 ReasonLimit PIC 9(4) VALUE 800.
			02 ReasonCurrent PIC 9(4).
			02 ReasonFoundFlag PIC X(1).
				88 Reason-Found VALUE "Y".
				88 Reason-Not-Found VALUE "N".
		01 ReasonTable.
			02 ReasonEntry OCCURS 800 TIMES INDEXED BY ReasonIndex.
				03 ReasonKind PIC X(1).
				03 ReasonId PIC X(8).
				03 ReasonText PIC X(40).
				03 ReasonDayCount PIC 9(6).
				03 ReasonMonthCount PIC 9(6).

*>    One entry per operator, branch/reference and day priced, for
*>    following the rate from one re-quote to the next.  A quote
*>    needs three pricings with two drops between them to flag.
		01 WalkControls.
			02 WalkCount PIC 9(4) VALUE ZERO.
			02 WalkLimit PIC 9(4) VALUE 3000.
			02 WalkCurrent PIC 9(4).
			02 WalkQuoteMinimum PIC 9(4) VALUE 3.
			02 WalkDropMinimum PIC 9(4) VALUE 2.
			02 WalkFoundFlag PIC X(1).
				88 Walk-Found VALUE "Y".
				88 Walk-Not-Found VALUE "N".
		01 WalkTable.
			02 WalkEntry OCCURS 3000 TIMES INDEXED BY WalkIndex.
				03 WalkDate PIC 9(8).
				03 WalkOperatorId PIC X(8).
				03 WalkBranchId PIC X(4).
				03 WalkLoanReference PIC X(12).
				03 WalkCalcMethod PIC X(2).
				03 WalkQuoteCount PIC 9(4).
				03 WalkDropCount PIC 9(4).
				03 WalkFirstRate PIC 9(3)V99.
				03 WalkLastRate PIC 9(3)V99.

		01 PrintControls.
			02 PrintLineCount PIC 9(2) VALUE 99.
			02 PrintPageSize PIC 9(2) VALUE 55.
			02 PrintPageCount PIC 9(4) VALUE ZERO.

*>    Print line layouts.
		01 PageHeadingLine.
			02 FILLER PIC X(40)
				VALUE "OPERATOR ACTIVITY AND RATE OVERRIDES -  ".
			02 HeadingReportDate PIC 9(8).
			02 FILLER PIC X(22) VALUE "   MONTH TO DATE FROM ".
			02 HeadingMonthStart PIC 9(8).
			02 FILLER PIC X(45) VALUE SPACES.
			02 FILLER PIC X(5) VALUE "PAGE ".
			02 HeadingPageNumber PIC ZZZ9.
		01 SectionHeadingLine PIC X(100).
		01 OverrideColumnHeading PIC X(120) VALUE
			"DATE      TIME      OPERATOR  BRANCH  REFERENCE     " &
			"METHOD  TERM  KEYED RATE  TABLE RATE  DIFFERENCE  RESULT".
		01 OverrideDetailLine.
			02 OverrideLineDate PIC 9(8).
			02 FILLER PIC X(2) VALUE SPACES.
			02 OverrideLineTime PIC 9(8).
			02 FILLER PIC X(2) VALUE SPACES.
			02 OverrideLineOperator PIC X(8).
			02 FILLER PIC X(2) VALUE SPACES.
			02 OverrideLineBranch PIC X(4).
			02 FILLER PIC X(4) VALUE SPACES.
			02 OverrideLineReference PIC X(12).
			02 FILLER PIC X(2) VALUE SPACES.
			02 OverrideLineMethod PIC X(2).
			02 FILLER PIC X(6) VALUE SPACES.
			02 OverrideLineTerm PIC ZZZ9.
			02 FILLER PIC X(6) VALUE SPACES.
			02 OverrideLineKeyedRate PIC ZZ9.99.
			02 FILLER PIC X(6) VALUE SPACES.
			02 OverrideLineTableRate PIC ZZ9.99.
			02 FILLER PIC X(5) VALUE SPACES.
			02 OverrideLineDifference PIC +++9.99.
			02 FILLER PIC X(2) VALUE SPACES.
			02 OverrideLineResult PIC X(8).
		01 WalkColumnHeading PIC X(100) VALUE
			"DATE      OPERATOR  BRANCH  REFERENCE     METHOD  " &
			"QUOTES  FIRST RATE  LAST RATE  DROPS".
		01 WalkDetailLine.
			02 WalkLineDate PIC 9(8).
			02 FILLER PIC X(2) VALUE SPACES.
			02 WalkLineOperator PIC X(8).
			02 FILLER PIC X(2) VALUE SPACES.
			02 WalkLineBranch PIC X(4).
			02 FILLER PIC X(4) VALUE SPACES.
			02 WalkLineReference PIC X(12).
			02 FILLER PIC X(2) VALUE SPACES.
			02 WalkLineMethod PIC X(2).
			02 FILLER PIC X(6) VALUE SPACES.
			02 WalkLineQuotes PIC ZZZZZ9.
			02 FILLER PIC X(6) VALUE SPACES.
			02 WalkLineFirstRate PIC ZZ9.99.
			02 FILLER PIC X(5) VALUE SPACES.
			02 WalkLineLastRate PIC ZZ9.99.
			02 FILLER PIC X(3) VALUE SPACES.
			02 WalkLineDrops PIC ZZZ9.
		01 ActivityColumnHeading1 PIC X(100) VALUE
			"                  ------ REPORT DAY ------  " &
			"---- MONTH TO DATE -----".
		01 ActivityColumnHeading2 PIC X(100) VALUE
			"ID                QUOTES  ERRORS  OVERRIDE  " &
			"QUOTES  ERRORS  OVERRIDE".
		01 ActivityDetailLine.
			02 ActivityLineId PIC X(8).
			02 FILLER PIC X(10) VALUE SPACES.
			02 ActivityLineDayQuotes PIC ZZZZZ9.
			02 FILLER PIC X(2) VALUE SPACES.
			02 ActivityLineDayErrors PIC ZZZZZ9.
			02 FILLER PIC X(4) VALUE SPACES.
			02 ActivityLineDayOverrides PIC ZZZZZ9.
			02 FILLER PIC X(2) VALUE SPACES.
			02 ActivityLineMonthQuotes PIC ZZZZZ9.
			02 FILLER PIC X(2) VALUE SPACES.
			02 ActivityLineMonthErrors PIC ZZZZZ9.
			02 FILLER PIC X(4) VALUE SPACES.
			02 ActivityLineMonthOverrides PIC ZZZZZ9.
		01 ReasonDetailLine.
			02 FILLER PIC X(4) VALUE SPACES.
			02 FILLER PIC X(8) VALUE "REFUSED ".
			02 ReasonLineText PIC X(40).
			02 FILLER PIC X(6) VALUE " DAY: ".
			02 ReasonLineDayCount PIC ZZZZZ9.
			02 FILLER PIC X(6) VALUE " MTD: ".
			02 ReasonLineMonthCount PIC ZZZZZ9.
		01 ReportTotalLine.
			02 FILLER PIC X(30) VALUE "AUDIT RECORDS IN MONTH:       ".
			02 TotalRecordsReported PIC ZZZZZZ9.
			02 FILLER PIC X(14) VALUE "   OVERRIDES: ".
			02 TotalOverridesListed PIC ZZZZZ9.
			02 FILLER PIC X(18) VALUE "   RATE WALKS:    ".
			02 TotalWalksFlagged PIC ZZZZZ9.

PROCEDURE DIVISION.
	0000-Main.
		PERFORM 1000-Initialize
		PERFORM 2000-Process-Audit-Record UNTIL NOT AuditLog-OK
		PERFORM 4000-Print-Rate-Walks
		MOVE "O" TO PostKind
		MOVE "ACTIVITY BY OPERATOR" TO SectionHeadingLine
		PERFORM 5000-Print-Activity
		MOVE "B" TO PostKind
		MOVE "ACTIVITY BY BRANCH" TO SectionHeadingLine
		PERFORM 5000-Print-Activity
		PERFORM 6000-Terminate
		STOP RUN.

	1000-Initialize.
		CALL "LNDATE" USING DateLookup
		ACCEPT ReportDateParm FROM ENVIRONMENT "LNAUDRPT-DATE"
		IF ReportDateParm IS NUMERIC
			MOVE ReportDateParm TO ReportDate
		ELSE
			MOVE DateLookupDate TO ReportDate
		END-IF
		COMPUTE ReportMonth = ReportDate / 100
		COMPUTE ReportMonthStart = (ReportMonth * 100) + 1
		MOVE ReportDate TO HeadingReportDate
		MOVE ReportMonthStart TO HeadingMonthStart
		OPEN OUTPUT PrintFile
		MOVE "RATE OVERRIDES - KEYED RATE NOT THE POSTED RATE"
			TO SectionHeadingLine
		PERFORM 8200-Print-Section-Heading
		WRITE PrintLine FROM OverrideColumnHeading
		ADD 1 TO PrintLineCount
		OPEN INPUT AuditLogFile
		IF AuditLog-OK
			READ AuditLogFile
		END-IF.

*>    The overrides list as the log is read - it is in the order the
*>    calculations ran - and everything else is counted for the
*>    sections that follow.
	2000-Process-Audit-Record.
		ADD 1 TO AuditRecordsRead
		IF AuditRunDate IS NUMERIC
				AND AuditRunDate >= ReportMonthStart
				AND AuditRunDate <= ReportDate
			PERFORM 2100-Count-Audit-Record
		END-IF
		READ AuditLogFile.

	2100-Count-Audit-Record.
		ADD 1 TO AuditRecordsReported
		MOVE "N" TO AuditDayFlag
		IF AuditRunDate = ReportDate
			SET Audit-Report-Day TO TRUE
		END-IF
		MOVE "N" TO AuditOverrideFlag
		IF AuditCalcMethod NOT = "PO"
				AND AuditInterestRate IS NUMERIC
				AND AuditTableRate IS NUMERIC
				AND AuditInterestRate > ZERO
				AND AuditTableRate > ZERO
				AND AuditInterestRate NOT = AuditTableRate
			SET Audit-Override TO TRUE
		END-IF
		MOVE "O" TO PostKind
		MOVE AuditOperatorId TO PostId
		PERFORM 2200-Post-Activity
		MOVE "B" TO PostKind
		MOVE AuditBranchId TO PostId
		PERFORM 2200-Post-Activity
		IF Audit-Override
			PERFORM 2400-Print-Override
		END-IF
		IF AuditCalcMethod NOT = "PO"
			PERFORM 2500-Note-Rate-Walk
		END-IF.

	2200-Post-Activity.
		SET Activity-Not-Found TO TRUE
		PERFORM 2210-Match-Activity
			VARYING ActivityIndex FROM 1 BY 1
			UNTIL ActivityIndex > ActivityCount OR Activity-Found
		IF Activity-Not-Found
			PERFORM 2220-New-Activity
		END-IF
		IF Activity-Found
			PERFORM 2230-Add-Activity-Counts
			IF AuditStatus = "E"
				PERFORM 2300-Post-Reason
			END-IF
		END-IF.

	2210-Match-Activity.
		IF ActivityKind(ActivityIndex) = PostKind
				AND ActivityId(ActivityIndex) = PostId
			SET Activity-Found TO TRUE
			SET ActivityFoundEntry TO ActivityIndex
		END-IF.

	2220-New-Activity.
		IF ActivityCount < ActivityLimit
			ADD 1 TO ActivityCount
			SET ActivityIndex TO ActivityCount
			MOVE PostKind TO ActivityKind(ActivityIndex)
			MOVE PostId TO ActivityId(ActivityIndex)
			MOVE ZERO TO ActivityDayQuotes(ActivityIndex),
				ActivityDayErrors(ActivityIndex),
				ActivityDayOverrides(ActivityIndex),
				ActivityMonthQuotes(ActivityIndex),
				ActivityMonthErrors(ActivityIndex),
				ActivityMonthOverrides(ActivityIndex)
			SET Activity-Found TO TRUE
			MOVE ActivityCount TO ActivityFoundEntry
		ELSE
			ADD 1 TO ReportOverflowCount
		END-IF.

	2230-Add-Activity-Counts.
		SET ActivityIndex TO ActivityFoundEntry
		IF AuditStatus = "E"
			ADD 1 TO ActivityMonthErrors(ActivityIndex)
			IF Audit-Report-Day
				ADD 1 TO ActivityDayErrors(ActivityIndex)
			END-IF
		ELSE
			ADD 1 TO ActivityMonthQuotes(ActivityIndex)
			IF Audit-Report-Day
				ADD 1 TO ActivityDayQuotes(ActivityIndex)
			END-IF
		END-IF
		IF Audit-Override
			ADD 1 TO ActivityMonthOverrides(ActivityIndex)
			IF Audit-Report-Day
				ADD 1 TO ActivityDayOverrides(ActivityIndex)
			END-IF
		END-IF.

	2300-Post-Reason.
		SET Reason-Not-Found TO TRUE
		PERFORM 2310-Match-Reason
			VARYING ReasonIndex FROM 1 BY 1
			UNTIL ReasonIndex > ReasonCount OR Reason-Found
		IF Reason-Not-Found
			IF ReasonCount < ReasonLimit
				ADD 1 TO ReasonCount
				SET ReasonIndex TO ReasonCount
				MOVE PostKind TO ReasonKind(ReasonIndex)
				MOVE PostId TO ReasonId(ReasonIndex)
				MOVE AuditMessage TO ReasonText(ReasonIndex)
				MOVE ZERO TO ReasonDayCount(ReasonIndex),
					ReasonMonthCount(ReasonIndex)
				PERFORM 2320-Add-Reason-Counts
			ELSE
				ADD 1 TO ReportOverflowCount
			END-IF
		END-IF.

	2310-Match-Reason.
		IF ReasonKind(ReasonIndex) = PostKind
				AND ReasonId(ReasonIndex) = PostId
				AND ReasonText(ReasonIndex) = AuditMessage
			SET Reason-Found TO TRUE
			PERFORM 2320-Add-Reason-Counts
		END-IF.

	2320-Add-Reason-Counts.
		ADD 1 TO ReasonMonthCount(ReasonIndex)
		IF Audit-Report-Day
			ADD 1 TO ReasonDayCount(ReasonIndex)
		END-IF.

	2400-Print-Override.
		ADD 1 TO OverridesListed
		MOVE AuditRunDate TO OverrideLineDate
		MOVE AuditRunTime TO OverrideLineTime
		MOVE AuditOperatorId TO OverrideLineOperator
		MOVE AuditBranchId TO OverrideLineBranch
		MOVE AuditLoanReference TO OverrideLineReference
		MOVE AuditCalcMethod TO OverrideLineMethod
		MOVE AuditNumberOfYears TO OverrideLineTerm
		MOVE AuditInterestRate TO OverrideLineKeyedRate
		MOVE AuditTableRate TO OverrideLineTableRate
		COMPUTE AuditRateDifference = AuditInterestRate - AuditTableRate
		MOVE AuditRateDifference TO OverrideLineDifference
		IF AuditStatus = "E"
			MOVE "REFUSED" TO OverrideLineResult
		ELSE
			MOVE "PRICED" TO OverrideLineResult
		END-IF
		PERFORM 8000-Check-Page-Break
		WRITE PrintLine FROM OverrideDetailLine
		ADD 1 TO PrintLineCount.

*>    A calculation refused before any rate was settled on has
*>    nothing to walk.
	2500-Note-Rate-Walk.
		MOVE ZERO TO AuditQuotedRate
		IF AuditInterestRate IS NUMERIC AND AuditInterestRate > ZERO
			MOVE AuditInterestRate TO AuditQuotedRate
		END-IF
		IF AuditQuotedRate = ZERO AND AuditTableRate IS NUMERIC
			MOVE AuditTableRate TO AuditQuotedRate
		END-IF
		IF AuditQuotedRate > ZERO
			SET Walk-Not-Found TO TRUE
			PERFORM 2510-Match-Walk
				VARYING WalkIndex FROM 1 BY 1
				UNTIL WalkIndex > WalkCount OR Walk-Found
			IF Walk-Not-Found
				PERFORM 2520-New-Walk
			END-IF
		END-IF.

	2510-Match-Walk.
		IF WalkDate(WalkIndex) = AuditRunDate
				AND WalkOperatorId(WalkIndex) = AuditOperatorId
				AND WalkBranchId(WalkIndex) = AuditBranchId
				AND WalkLoanReference(WalkIndex) = AuditLoanReference
				AND WalkCalcMethod(WalkIndex) = AuditCalcMethod
			SET Walk-Found TO TRUE
			ADD 1 TO WalkQuoteCount(WalkIndex)
			IF AuditInterestRate IS NUMERIC AND AuditInterestRate > ZERO
					AND AuditQuotedRate < WalkLastRate(WalkIndex)
				ADD 1 TO WalkDropCount(WalkIndex)
			END-IF
			MOVE AuditQuotedRate TO WalkLastRate(WalkIndex)
		END-IF.

	2520-New-Walk.
		IF WalkCount < WalkLimit
			ADD 1 TO WalkCount
			SET WalkIndex TO WalkCount
			MOVE AuditRunDate TO WalkDate(WalkIndex)
			MOVE AuditOperatorId TO WalkOperatorId(WalkIndex)
			MOVE AuditBranchId TO WalkBranchId(WalkIndex)
			MOVE AuditLoanReference TO WalkLoanReference(WalkIndex)
			MOVE AuditCalcMethod TO WalkCalcMethod(WalkIndex)
			MOVE 1 TO WalkQuoteCount(WalkIndex)
			MOVE ZERO TO WalkDropCount(WalkIndex)
			MOVE AuditQuotedRate TO WalkFirstRate(WalkIndex)
			MOVE AuditQuotedRate TO WalkLastRate(WalkIndex)
		ELSE
			ADD 1 TO ReportOverflowCount
		END-IF.

	4000-Print-Rate-Walks.
		MOVE "REPEAT PRICING WITH THE RATE WALKING DOWN"
			TO SectionHeadingLine
		PERFORM 8200-Print-Section-Heading
		WRITE PrintLine FROM WalkColumnHeading
		ADD 1 TO PrintLineCount
		PERFORM 4100-Check-Rate-Walk
			VARYING WalkCurrent FROM 1 BY 1
			UNTIL WalkCurrent > WalkCount.

	4100-Check-Rate-Walk.
		SET WalkIndex TO WalkCurrent
		IF WalkQuoteCount(WalkIndex) >= WalkQuoteMinimum
				AND WalkDropCount(WalkIndex) >= WalkDropMinimum
				AND WalkLastRate(WalkIndex) < WalkFirstRate(WalkIndex)
			ADD 1 TO WalksFlagged
			MOVE WalkDate(WalkIndex) TO WalkLineDate
			MOVE WalkOperatorId(WalkIndex) TO WalkLineOperator
			MOVE WalkBranchId(WalkIndex) TO WalkLineBranch
			MOVE WalkLoanReference(WalkIndex) TO WalkLineReference
			MOVE WalkCalcMethod(WalkIndex) TO WalkLineMethod
			MOVE WalkQuoteCount(WalkIndex) TO WalkLineQuotes
			MOVE WalkFirstRate(WalkIndex) TO WalkLineFirstRate
			MOVE WalkLastRate(WalkIndex) TO WalkLineLastRate
			MOVE WalkDropCount(WalkIndex) TO WalkLineDrops
			PERFORM 8000-Check-Page-Break
			WRITE PrintLine FROM WalkDetailLine
			ADD 1 TO PrintLineCount
		END-IF.

*>    One section per kind - PostKind says which - each operator or
*>    branch followed by its refusals by reason.
	5000-Print-Activity.
		PERFORM 8200-Print-Section-Heading
		WRITE PrintLine FROM ActivityColumnHeading1
		WRITE PrintLine FROM ActivityColumnHeading2
		ADD 2 TO PrintLineCount
		PERFORM 5100-Print-Activity-Entry
			VARYING ActivityCurrent FROM 1 BY 1
			UNTIL ActivityCurrent > ActivityCount.

	5100-Print-Activity-Entry.
		SET ActivityIndex TO ActivityCurrent
		IF ActivityKind(ActivityIndex) = PostKind
			MOVE ActivityId(ActivityIndex) TO ActivityLineId
			MOVE ActivityDayQuotes(ActivityIndex)
				TO ActivityLineDayQuotes
			MOVE ActivityDayErrors(ActivityIndex)
				TO ActivityLineDayErrors
			MOVE ActivityDayOverrides(ActivityIndex)
				TO ActivityLineDayOverrides
			MOVE ActivityMonthQuotes(ActivityIndex)
				TO ActivityLineMonthQuotes
			MOVE ActivityMonthErrors(ActivityIndex)
				TO ActivityLineMonthErrors
			MOVE ActivityMonthOverrides(ActivityIndex)
				TO ActivityLineMonthOverrides
			PERFORM 8000-Check-Page-Break
			WRITE PrintLine FROM ActivityDetailLine
			ADD 1 TO PrintLineCount
			PERFORM 5200-Print-Reason
				VARYING ReasonCurrent FROM 1 BY 1
				UNTIL ReasonCurrent > ReasonCount
		END-IF.

	5200-Print-Reason.
		SET ActivityIndex TO ActivityCurrent
		SET ReasonIndex TO ReasonCurrent
		IF ReasonKind(ReasonIndex) = PostKind
				AND ReasonId(ReasonIndex) = ActivityId(ActivityIndex)
			MOVE ReasonText(ReasonIndex) TO ReasonLineText
			MOVE ReasonDayCount(ReasonIndex) TO ReasonLineDayCount
			MOVE ReasonMonthCount(ReasonIndex) TO ReasonLineMonthCount
			PERFORM 8000-Check-Page-Break
			WRITE PrintLine FROM ReasonDetailLine
			ADD 1 TO PrintLineCount
		END-IF.

	6000-Terminate.
		MOVE AuditRecordsReported TO TotalRecordsReported
		MOVE OverridesListed TO TotalOverridesListed
		MOVE WalksFlagged TO TotalWalksFlagged
		PERFORM 8000-Check-Page-Break
		MOVE SPACES TO PrintLine
		WRITE PrintLine
		WRITE PrintLine FROM ReportTotalLine
		CLOSE AuditLogFile
		CLOSE PrintFile
		DISPLAY "LNAUDRPT REPORTED " AuditRecordsReported " OF "
			AuditRecordsRead " AUDIT RECORD(S) - " OverridesListed
			" OVERRIDE(S), " WalksFlagged " RATE WALK(S)"
		IF ReportOverflowCount > ZERO
			DISPLAY "LNAUDRPT - ACTIVITY TABLES OVERFLOWED, "
				ReportOverflowCount " ENTRY(IES) NOT COUNTED -"
				" REPORT AN EARLIER DATE IN THE MONTH AND RERUN"
			MOVE 8 TO RETURN-CODE
		END-IF.

	8000-Check-Page-Break.
		IF PrintLineCount >= PrintPageSize
			PERFORM 8100-Print-Page-Heading
		END-IF.

	8100-Print-Page-Heading.
		ADD 1 TO PrintPageCount
		MOVE PrintPageCount TO HeadingPageNumber
		WRITE PrintLine FROM PageHeadingLine
		MOVE SPACES TO PrintLine
		WRITE PrintLine
		MOVE 2 TO PrintLineCount.

	8200-Print-Section-Heading.
		PERFORM 8000-Check-Page-Break
		MOVE SPACES TO PrintLine
		WRITE PrintLine
		WRITE PrintLine FROM SectionHeadingLine
		ADD 2 TO PrintLineCount.
