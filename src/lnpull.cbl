IDENTIFICATION DIVISION.
	PROGRAM-ID. LNPULL.
	AUTHOR. CRABL.

*>    Monthly quote pull-through and fallout report for the lending
*>    manager.  LNTREND counts quotes; this program asks how many of
*>    them turned into business.  Every quote on the archive
*>    LNHISTAR and the live LNHIST is matched against the booked
*>    loans on LNBKMST the way LNBOOK 2100-Find-Quote proves a
*>    booking - branch, reference and quote date, the accepted
*>    method's own quote first and a comparison (AL) quote of that
*>    date only when the method was not quoted directly - and for
*>    each branch and calculation method the print gives, month by
*>    month, the quotes made, the quotes booked, the pull-through
*>    percentage and the average days from quote to booking.  A
*>    comparison quote also shows which method the customer finally
*>    took.  The print goes to LNPULLPR in the same page-heading
*>    style as the LNTREND print.
*>
*>    A quote is one branch/reference/date/method on history: a
*>    same-day re-quote under a higher sequence is the same quote
*>    re-priced, not a second chance at a booking, so it is counted
*>    once.  Payoff (PO) quotes price a loan already on the books
*>    and are left out.
*>
*>    LNBOOK only proves a booking against the live file, so a quote
*>    that aged off to the archive without a booking can no longer
*>    become one; the fallout list at the end of the print names
*>    every such quote in the month range, for the follow-up calls.
*>
*>    The month range comes from the LNPULL-FROM-MONTH and
*>    LNPULL-TO-MONTH environment parms (YYYYMM); either absent
*>    defaults to the business processing date's month.  A quote is
*>    reported in the month it was made, however much later it was
*>    booked.

ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
			SELECT BookedMasterFile ASSIGN TO "LNBKMST"
				ORGANIZATION IS SEQUENTIAL
				FILE STATUS IS BookedMasterStatus.
			SELECT HistoryArchiveFile ASSIGN TO "LNHISTAR"
				ORGANIZATION IS SEQUENTIAL
				FILE STATUS IS HistoryArchiveStatus.
			SELECT LoanHistoryFile ASSIGN TO "LNHIST"
				ORGANIZATION IS INDEXED
				ACCESS MODE IS DYNAMIC
				RECORD KEY IS HistoryKey
				FILE STATUS IS LoanHistoryStatus.
			SELECT PrintFile ASSIGN TO "LNPULLPR"
				ORGANIZATION IS SEQUENTIAL
				FILE STATUS IS PrintStatus.

DATA DIVISION.
	FILE SECTION.
	FD  BookedMasterFile.
		COPY "lnbkmst.cpy".
*>    The archive is the byte image of the history record, as
*>    LNPURGE cuts it - keep this length in step with lnhist.cpy
*>    when that layout grows.
	FD  HistoryArchiveFile.
		01 HistoryArchiveRecord PIC X(106).
	FD  LoanHistoryFile.
		COPY "lnhist.cpy".
	FD  PrintFile.
		01 PrintLine PIC X(132).

	WORKING-STORAGE SECTION.
		COPY "lndate.cpy".

		01 BookedMasterStatus PIC X(2).
			88 BookedMaster-OK VALUE "00".
		01 HistoryArchiveStatus PIC X(2).
			88 HistoryArchive-OK VALUE "00".
		01 LoanHistoryStatus PIC X(2).
			88 LoanHistory-OK VALUE "00".
		01 PrintStatus PIC X(2).

		01 PullFromMonthParm PIC X(6).
		01 PullToMonthParm PIC X(6).
		01 PullFromMonth PIC 9(6).
		01 PullToMonth PIC 9(6).
		01 PullWorkMonth PIC 9(6).
		01 PullWorkYear PIC 9(4).
		01 PullWorkMM PIC 9(2).
		01 PullSourceFlag PIC X(1).
			88 Pull-From-Archive VALUE "A".
			88 Pull-From-Live VALUE "L".

*>    The bookings whose quote falls in the month range, loaded
*>    from the master before the history is read.  A range whose
*>    bookings overflow the table is reported, not silently
*>    undercounted.
		01 BookingControls.
			02 BookingEntryCount PIC 9(5) VALUE ZERO.
			02 BookingEntryLimit PIC 9(5) VALUE 5000.
			02 BookingOverflowCount PIC 9(6) VALUE ZERO.
			02 BookingFoundEntry PIC 9(5).
			02 BookingFoundFlag PIC X(1).
				88 Booking-Found VALUE "Y".
				88 Booking-Not-Found VALUE "N".
			02 BookingMatchMethod PIC X(2).
		01 BookingTable.
			02 BookingEntry OCCURS 5000 TIMES INDEXED BY BookingIndex.
				03 BookingBranch PIC X(4).
				03 BookingReference PIC X(12).
				03 BookingQuoteDate PIC 9(8).
				03 BookingMethod PIC X(2).
				03 BookingDate PIC 9(8).

*>    The quotes of one branch/reference/date, one entry per method.
*>    History lies in key order on both files, so a day's quotes
*>    arrive together and are settled against the bookings as a
*>    set when the next day's arrive - a comparison quote can only
*>    be judged once it is known which methods were quoted directly
*>    the same day.  The last pricing of a method stands for it.
		01 QuoteDayControls.
			02 DayBranch PIC X(4).
			02 DayReference PIC X(12).
			02 DayDate PIC 9(8).
			02 DayMethodCount PIC 9(1) VALUE ZERO.
			02 DayMethodLimit PIC 9(1) VALUE 8.
			02 DayFoundFlag PIC X(1).
				88 Day-Found VALUE "Y".
				88 Day-Not-Found VALUE "N".
		01 QuoteDayTable.
			02 DayEntry OCCURS 8 TIMES INDEXED BY DayIndex, DayCheck.
				03 DayMethod PIC X(2).
				03 DaySource PIC X(1).
				03 DayPrincipal PIC 9(9)V99.
				03 DayRate PIC 9(3)V99.

*>    One accumulator per month/branch/method combination that has
*>    quotes, sized as LNTREND's.
		01 PullControls.
			02 PullEntryCount PIC 9(4) VALUE ZERO.
			02 PullEntryLimit PIC 9(4) VALUE 2000.
			02 PullOverflowCount PIC 9(6) VALUE ZERO.
			02 PullQuotesTotal PIC 9(6) VALUE ZERO.
			02 PullBookedTotal PIC 9(6) VALUE ZERO.
			02 PullCurrent PIC 9(4).
			02 PullFoundEntry PIC 9(4).
			02 PullFoundFlag PIC X(1).
				88 Pull-Found VALUE "Y".
				88 Pull-Not-Found VALUE "N".
			02 PullDays PIC 9(5).
		01 PullTable.
			02 PullEntry OCCURS 2000 TIMES INDEXED BY PullIndex.
				03 PullMonth PIC 9(6).
				03 PullBranch PIC X(4).
				03 PullMethod PIC X(2).
				03 PullQuoteCount PIC 9(6).
				03 PullBookedCount PIC 9(6).
				03 PullDaysSum PIC 9(9).
				03 PullTookSI PIC 9(6).
				03 PullTookCO PIC 9(6).
				03 PullTookAM PIC 9(6).
				03 PullTookIB PIC 9(6).

*>    The distinct branch/method pairs seen, in first-seen order -
*>    each pair prints as its own group of months.
		01 GroupControls.
			02 GroupCount PIC 9(3) VALUE ZERO.
			02 GroupLimit PIC 9(3) VALUE 800.
			02 GroupCurrent PIC 9(3).
			02 GroupFoundFlag PIC X(1).
				88 Group-Found VALUE "Y".
				88 Group-Not-Found VALUE "N".
		01 GroupTable.
			02 GroupEntry OCCURS 800 TIMES INDEXED BY GroupIndex.
				03 GroupBranch PIC X(4).
				03 GroupMethod PIC X(2).

*>    Archived quotes that were never booked, in the order read.
		01 FalloutControls.
			02 FalloutCount PIC 9(4) VALUE ZERO.
			02 FalloutLimit PIC 9(4) VALUE 2000.
			02 FalloutOverflowCount PIC 9(6) VALUE ZERO.
			02 FalloutCurrent PIC 9(4).
		01 FalloutTable.
			02 FalloutEntry OCCURS 2000 TIMES INDEXED BY FalloutIndex.
				03 FalloutBranch PIC X(4).
				03 FalloutReference PIC X(12).
				03 FalloutDate PIC 9(8).
				03 FalloutMethod PIC X(2).
				03 FalloutPrincipal PIC 9(9)V99.
				03 FalloutRate PIC 9(3)V99.

		01 PullPercent PIC 9(3)V99.
		01 PullAvgDays PIC 9(5).

		01 PrintControls.
			02 PrintLineCount PIC 9(2) VALUE 99.
			02 PrintPageSize PIC 9(2) VALUE 55.
			02 PrintPageCount PIC 9(4) VALUE ZERO.

*>    Print line layouts.
		01 PageHeadingLine.
			02 FILLER PIC X(40)
				VALUE "QUOTE PULL-THROUGH AND FALLOUT -        ".
			02 HeadingFromMonth PIC 9(6).
			02 FILLER PIC X(4) VALUE " TO ".
			02 HeadingToMonth PIC 9(6).
			02 FILLER PIC X(62) VALUE SPACES.
			02 FILLER PIC X(5) VALUE "PAGE ".
			02 HeadingPageNumber PIC ZZZ9.
		01 GroupHeadingLine.
			02 FILLER PIC X(7) VALUE "BRANCH ".
			02 GroupHeadingBranch PIC X(4).
			02 FILLER PIC X(9) VALUE "  METHOD ".
			02 GroupHeadingMethod PIC X(2).
		01 PullColumnHeading PIC X(100) VALUE
			"MONTH   QUOTES  BOOKED  PULL-THRU %  AVG DAYS TO BOOK" &
			"    TOOK SI  TOOK CO  TOOK AM  TOOK IB".
		01 PullDetailLine.
			02 DetailMonth PIC 9(6).
			02 FILLER PIC X(2) VALUE SPACES.
			02 DetailQuoteCount PIC 9(6).
			02 FILLER PIC X(2) VALUE SPACES.
			02 DetailBookedCount PIC 9(6).
			02 FILLER PIC X(7) VALUE SPACES.
			02 DetailPercent PIC 999.99.
			02 FILLER PIC X(13) VALUE SPACES.
			02 DetailAvgDays PIC 9(5).
			02 FILLER PIC X(5) VALUE SPACES.
			02 DetailTookSI PIC X(6).
			02 FILLER PIC X(3) VALUE SPACES.
			02 DetailTookCO PIC X(6).
			02 FILLER PIC X(3) VALUE SPACES.
			02 DetailTookAM PIC X(6).
			02 FILLER PIC X(3) VALUE SPACES.
			02 DetailTookIB PIC X(6).
		01 FalloutHeadingLine PIC X(60) VALUE
			"QUOTES NEVER BOOKED - AGED OFF THE LIVE FILE".
		01 FalloutColumnHeading PIC X(100) VALUE
			"BRANCH  REFERENCE     QUOTED    METHOD       PRINCIPAL" &
			"    RATE".
		01 FalloutDetailLine.
			02 FalloutLineBranch PIC X(4).
			02 FILLER PIC X(4) VALUE SPACES.
			02 FalloutLineReference PIC X(12).
			02 FILLER PIC X(2) VALUE SPACES.
			02 FalloutLineDate PIC 9(8).
			02 FILLER PIC X(2) VALUE SPACES.
			02 FalloutLineMethod PIC X(2).
			02 FILLER PIC X(3) VALUE SPACES.
			02 FalloutLinePrincipal PIC 999999999.99.
			02 FILLER PIC X(2) VALUE SPACES.
			02 FalloutLineRate PIC 999.99.
		01 FalloutNoneLine PIC X(40) VALUE
			"NONE".

PROCEDURE DIVISION.
	0000-Main.
		PERFORM 1000-Initialize
		PERFORM 1500-Load-Bookings
		PERFORM 2000-Load-Archive-History
		PERFORM 3000-Load-Live-History
		PERFORM 4000-Print-Pull-Through
		PERFORM 4500-Print-Fallout
		PERFORM 5000-Terminate
		STOP RUN.

	1000-Initialize.
		CALL "LNDATE" USING DateLookup
		ACCEPT PullFromMonthParm
			FROM ENVIRONMENT "LNPULL-FROM-MONTH"
		ACCEPT PullToMonthParm
			FROM ENVIRONMENT "LNPULL-TO-MONTH"
		IF PullFromMonthParm IS NUMERIC
			MOVE PullFromMonthParm TO PullFromMonth
		ELSE
			COMPUTE PullFromMonth = DateLookupDate / 100
		END-IF
		IF PullToMonthParm IS NUMERIC
			MOVE PullToMonthParm TO PullToMonth
		ELSE
			COMPUTE PullToMonth = DateLookupDate / 100
		END-IF
		MOVE PullFromMonth TO HeadingFromMonth
		MOVE PullToMonth TO HeadingToMonth
		OPEN OUTPUT PrintFile.

*>    Without the master every quote would print as fallout, so a
*>    missing master stops the run rather than mislead.
	1500-Load-Bookings.
		OPEN INPUT BookedMasterFile
		IF NOT BookedMaster-OK
			DISPLAY "LNPULL ABEND - CANNOT OPEN LNBKMST, FILE STATUS "
				BookedMasterStatus
			DISPLAY "NO BOOKINGS MEANS NO PULL-THROUGH CAN BE"
				" MEASURED - NOTHING REPORTED"
			CLOSE BookedMasterFile
			CLOSE PrintFile
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		READ BookedMasterFile
		PERFORM 1510-Load-Booking UNTIL NOT BookedMaster-OK
		CLOSE BookedMasterFile.

	1510-Load-Booking.
		COMPUTE PullWorkMonth = BookedQuoteDate / 100
		IF PullWorkMonth >= PullFromMonth
				AND PullWorkMonth <= PullToMonth
			IF BookingEntryCount < BookingEntryLimit
				ADD 1 TO BookingEntryCount
				SET BookingIndex TO BookingEntryCount
				MOVE BookedBranchId TO BookingBranch(BookingIndex)
				MOVE BookedLoanReference
					TO BookingReference(BookingIndex)
				MOVE BookedQuoteDate TO BookingQuoteDate(BookingIndex)
				MOVE BookedCalcMethod TO BookingMethod(BookingIndex)
				MOVE BookedDate TO BookingDate(BookingIndex)
			ELSE
				ADD 1 TO BookingOverflowCount
			END-IF
		END-IF
		READ BookedMasterFile.

	2000-Load-Archive-History.
		SET Pull-From-Archive TO TRUE
		OPEN INPUT HistoryArchiveFile
		IF HistoryArchive-OK
			READ HistoryArchiveFile
			PERFORM 2100-Load-Archive-Record
				UNTIL NOT HistoryArchive-OK
		END-IF
		CLOSE HistoryArchiveFile
		PERFORM 2600-Settle-Quote-Day.

*>    The archive record is the byte image of a history record;
*>    laying it into the history record area gives the fields their
*>    names back, and the live file is not open yet so the area is
*>    free.
	2100-Load-Archive-Record.
		MOVE HistoryArchiveRecord TO LoanHistoryRecord
		PERFORM 2500-Take-Quote
		READ HistoryArchiveFile.

	2500-Take-Quote.
		COMPUTE PullWorkMonth = HistoryDate / 100
		IF PullWorkMonth >= PullFromMonth
				AND PullWorkMonth <= PullToMonth
				AND HistoryCalcMethod NOT = "PO"
			IF HistoryBranchId NOT = DayBranch
					OR HistoryLoanReference NOT = DayReference
					OR HistoryDate NOT = DayDate
				PERFORM 2600-Settle-Quote-Day
				MOVE HistoryBranchId TO DayBranch
				MOVE HistoryLoanReference TO DayReference
				MOVE HistoryDate TO DayDate
			END-IF
			SET Day-Not-Found TO TRUE
			PERFORM 2510-Match-Day-Method
				VARYING DayIndex FROM 1 BY 1
				UNTIL DayIndex > DayMethodCount OR Day-Found
			IF Day-Not-Found AND DayMethodCount < DayMethodLimit
				ADD 1 TO DayMethodCount
				SET DayIndex TO DayMethodCount
				MOVE HistoryCalcMethod TO DayMethod(DayIndex)
				PERFORM 2520-Save-Day-Pricing
			END-IF
		END-IF.

	2510-Match-Day-Method.
		IF DayMethod(DayIndex) = HistoryCalcMethod
			SET Day-Found TO TRUE
			PERFORM 2520-Save-Day-Pricing
		END-IF.

	2520-Save-Day-Pricing.
		MOVE PullSourceFlag TO DaySource(DayIndex)
		MOVE HistoryPrincipal TO DayPrincipal(DayIndex)
		MOVE HistoryInterestRate TO DayRate(DayIndex).

	2600-Settle-Quote-Day.
		PERFORM 2610-Settle-Quote
			VARYING DayIndex FROM 1 BY 1
			UNTIL DayIndex > DayMethodCount
		MOVE ZERO TO DayMethodCount
		MOVE SPACES TO DayBranch, DayReference
		MOVE ZERO TO DayDate.

*>    A direct quote is booked when a booking of its own method
*>    names its date.  A comparison quote is booked when a booking
*>    names its date for a method that was not also quoted directly
*>    that day - the booking LNBOOK would have proven against the
*>    comparison.  An unbooked quote read from the archive is
*>    fallout.
	2610-Settle-Quote.
		SET Booking-Not-Found TO TRUE
		IF DayMethod(DayIndex) = "AL"
			PERFORM 2630-Match-Comparison-Booking
				VARYING BookingIndex FROM 1 BY 1
				UNTIL BookingIndex > BookingEntryCount OR Booking-Found
		ELSE
			MOVE DayMethod(DayIndex) TO BookingMatchMethod
			PERFORM 2620-Match-Direct-Booking
				VARYING BookingIndex FROM 1 BY 1
				UNTIL BookingIndex > BookingEntryCount OR Booking-Found
		END-IF
		PERFORM 2700-Accumulate-Quote
		IF Booking-Not-Found AND DaySource(DayIndex) = "A"
			PERFORM 2800-Note-Fallout
		END-IF.

	2620-Match-Direct-Booking.
		IF BookingBranch(BookingIndex) = DayBranch
				AND BookingReference(BookingIndex) = DayReference
				AND BookingQuoteDate(BookingIndex) = DayDate
				AND BookingMethod(BookingIndex) = BookingMatchMethod
			SET Booking-Found TO TRUE
			SET BookingFoundEntry TO BookingIndex
		END-IF.

	2630-Match-Comparison-Booking.
		IF BookingBranch(BookingIndex) = DayBranch
				AND BookingReference(BookingIndex) = DayReference
				AND BookingQuoteDate(BookingIndex) = DayDate
			SET Day-Not-Found TO TRUE
			PERFORM 2640-Check-Direct-Quote
				VARYING DayCheck FROM 1 BY 1
				UNTIL DayCheck > DayMethodCount OR Day-Found
			IF Day-Not-Found
				SET Booking-Found TO TRUE
				SET BookingFoundEntry TO BookingIndex
			END-IF
		END-IF.

	2640-Check-Direct-Quote.
		IF DayMethod(DayCheck) = BookingMethod(BookingIndex)
			SET Day-Found TO TRUE
		END-IF.

	2700-Accumulate-Quote.
		COMPUTE PullWorkMonth = DayDate / 100
		ADD 1 TO PullQuotesTotal
		SET Pull-Not-Found TO TRUE
		PERFORM 2710-Match-Pull-Entry
			VARYING PullIndex FROM 1 BY 1
			UNTIL PullIndex > PullEntryCount OR Pull-Found
		IF Pull-Not-Found
			IF PullEntryCount < PullEntryLimit
				ADD 1 TO PullEntryCount
				SET PullIndex TO PullEntryCount
				MOVE PullWorkMonth TO PullMonth(PullIndex)
				MOVE DayBranch TO PullBranch(PullIndex)
				MOVE DayMethod(DayIndex) TO PullMethod(PullIndex)
				MOVE ZERO TO PullQuoteCount(PullIndex),
					PullBookedCount(PullIndex), PullDaysSum(PullIndex),
					PullTookSI(PullIndex), PullTookCO(PullIndex),
					PullTookAM(PullIndex), PullTookIB(PullIndex)
				PERFORM 2720-Count-Quote
			ELSE
				ADD 1 TO PullOverflowCount
			END-IF
		END-IF
		PERFORM 2750-Note-Group.

	2710-Match-Pull-Entry.
		IF PullMonth(PullIndex) = PullWorkMonth
				AND PullBranch(PullIndex) = DayBranch
				AND PullMethod(PullIndex) = DayMethod(DayIndex)
			SET Pull-Found TO TRUE
			PERFORM 2720-Count-Quote
		END-IF.

	2720-Count-Quote.
		ADD 1 TO PullQuoteCount(PullIndex)
		IF Booking-Found
			SET BookingIndex TO BookingFoundEntry
			ADD 1 TO PullBookedCount(PullIndex)
			ADD 1 TO PullBookedTotal
			COMPUTE PullDays =
				FUNCTION INTEGER-OF-DATE(BookingDate(BookingIndex))
				- FUNCTION INTEGER-OF-DATE(DayDate)
			ADD PullDays TO PullDaysSum(PullIndex)
			EVALUATE BookingMethod(BookingIndex)
				WHEN "SI"
					ADD 1 TO PullTookSI(PullIndex)
				WHEN "CO"
					ADD 1 TO PullTookCO(PullIndex)
				WHEN "AM"
					ADD 1 TO PullTookAM(PullIndex)
				WHEN "IB"
					ADD 1 TO PullTookIB(PullIndex)
			END-EVALUATE
		END-IF.

	2750-Note-Group.
		SET Group-Not-Found TO TRUE
		PERFORM 2760-Match-Group
			VARYING GroupIndex FROM 1 BY 1
			UNTIL GroupIndex > GroupCount OR Group-Found
		IF Group-Not-Found AND GroupCount < GroupLimit
			ADD 1 TO GroupCount
			SET GroupIndex TO GroupCount
			MOVE DayBranch TO GroupBranch(GroupIndex)
			MOVE DayMethod(DayIndex) TO GroupMethod(GroupIndex)
		END-IF.

	2760-Match-Group.
		IF GroupBranch(GroupIndex) = DayBranch
				AND GroupMethod(GroupIndex) = DayMethod(DayIndex)
			SET Group-Found TO TRUE
		END-IF.

	2800-Note-Fallout.
		IF FalloutCount < FalloutLimit
			ADD 1 TO FalloutCount
			SET FalloutIndex TO FalloutCount
			MOVE DayBranch TO FalloutBranch(FalloutIndex)
			MOVE DayReference TO FalloutReference(FalloutIndex)
			MOVE DayDate TO FalloutDate(FalloutIndex)
			MOVE DayMethod(DayIndex) TO FalloutMethod(FalloutIndex)
			MOVE DayPrincipal(DayIndex)
				TO FalloutPrincipal(FalloutIndex)
			MOVE DayRate(DayIndex) TO FalloutRate(FalloutIndex)
		ELSE
			ADD 1 TO FalloutOverflowCount
		END-IF.

	3000-Load-Live-History.
		SET Pull-From-Live TO TRUE
		OPEN INPUT LoanHistoryFile
		IF LoanHistory-OK
			READ LoanHistoryFile NEXT
			PERFORM 3100-Load-Live-Record
				UNTIL NOT LoanHistory-OK
		END-IF
		CLOSE LoanHistoryFile
		PERFORM 2600-Settle-Quote-Day.

	3100-Load-Live-Record.
		PERFORM 2500-Take-Quote
		READ LoanHistoryFile NEXT.

	4000-Print-Pull-Through.
		PERFORM 4100-Print-Group
			VARYING GroupCurrent FROM 1 BY 1
			UNTIL GroupCurrent > GroupCount.

*>    Each branch/method pair prints its months in calendar order;
*>    a month with no quotes for the pair prints nothing.
	4100-Print-Group.
		SET GroupIndex TO GroupCurrent
		MOVE GroupBranch(GroupIndex) TO GroupHeadingBranch
		MOVE GroupMethod(GroupIndex) TO GroupHeadingMethod
		PERFORM 8000-Check-Page-Break
		MOVE SPACES TO PrintLine
		WRITE PrintLine
		WRITE PrintLine FROM GroupHeadingLine
		WRITE PrintLine FROM PullColumnHeading
		ADD 3 TO PrintLineCount
		MOVE PullFromMonth TO PullWorkMonth
		PERFORM 4200-Print-Group-Month
			UNTIL PullWorkMonth > PullToMonth.

	4200-Print-Group-Month.
		SET Pull-Not-Found TO TRUE
		PERFORM 4210-Find-Group-Month
			VARYING PullCurrent FROM 1 BY 1
			UNTIL PullCurrent > PullEntryCount OR Pull-Found
		IF Pull-Found
			PERFORM 4300-Print-Month-Line
		END-IF
		PERFORM 4250-Advance-Work-Month.

	4210-Find-Group-Month.
		SET GroupIndex TO GroupCurrent
		IF PullMonth(PullCurrent) = PullWorkMonth
				AND PullBranch(PullCurrent) = GroupBranch(GroupIndex)
				AND PullMethod(PullCurrent) = GroupMethod(GroupIndex)
			SET Pull-Found TO TRUE
			MOVE PullCurrent TO PullFoundEntry
		END-IF.

	4250-Advance-Work-Month.
		DIVIDE PullWorkMonth BY 100 GIVING PullWorkYear
			REMAINDER PullWorkMM
		IF PullWorkMM >= 12
			COMPUTE PullWorkMonth = ((PullWorkYear + 1) * 100) + 1
		ELSE
			ADD 1 TO PullWorkMonth
		END-IF.

*>    The took-method columns only mean something for a comparison
*>    quote; a direct quote can only be booked as itself, so they
*>    print blank there.
	4300-Print-Month-Line.
		SET PullIndex TO PullFoundEntry
		MOVE PullMonth(PullIndex) TO DetailMonth
		MOVE PullQuoteCount(PullIndex) TO DetailQuoteCount
		MOVE PullBookedCount(PullIndex) TO DetailBookedCount
		COMPUTE PullPercent ROUNDED =
			(PullBookedCount(PullIndex) * 100) / PullQuoteCount(PullIndex)
		MOVE PullPercent TO DetailPercent
		IF PullBookedCount(PullIndex) > ZERO
			COMPUTE PullAvgDays ROUNDED =
				PullDaysSum(PullIndex) / PullBookedCount(PullIndex)
		ELSE
			MOVE ZERO TO PullAvgDays
		END-IF
		MOVE PullAvgDays TO DetailAvgDays
		IF PullMethod(PullIndex) = "AL"
			MOVE PullTookSI(PullIndex) TO DetailTookSI
			MOVE PullTookCO(PullIndex) TO DetailTookCO
			MOVE PullTookAM(PullIndex) TO DetailTookAM
			MOVE PullTookIB(PullIndex) TO DetailTookIB
		ELSE
			MOVE SPACES TO DetailTookSI, DetailTookCO, DetailTookAM,
				DetailTookIB
		END-IF
		PERFORM 8000-Check-Page-Break
		WRITE PrintLine FROM PullDetailLine
		ADD 1 TO PrintLineCount.

	4500-Print-Fallout.
		PERFORM 8000-Check-Page-Break
		MOVE SPACES TO PrintLine
		WRITE PrintLine
		WRITE PrintLine FROM FalloutHeadingLine
		WRITE PrintLine FROM FalloutColumnHeading
		ADD 3 TO PrintLineCount
		IF FalloutCount = ZERO
			WRITE PrintLine FROM FalloutNoneLine
			ADD 1 TO PrintLineCount
		ELSE
			PERFORM 4600-Print-Fallout-Line
				VARYING FalloutCurrent FROM 1 BY 1
				UNTIL FalloutCurrent > FalloutCount
		END-IF.

	4600-Print-Fallout-Line.
		SET FalloutIndex TO FalloutCurrent
		MOVE FalloutBranch(FalloutIndex) TO FalloutLineBranch
		MOVE FalloutReference(FalloutIndex) TO FalloutLineReference
		MOVE FalloutDate(FalloutIndex) TO FalloutLineDate
		MOVE FalloutMethod(FalloutIndex) TO FalloutLineMethod
		MOVE FalloutPrincipal(FalloutIndex) TO FalloutLinePrincipal
		MOVE FalloutRate(FalloutIndex) TO FalloutLineRate
		PERFORM 8000-Check-Page-Break
		WRITE PrintLine FROM FalloutDetailLine
		ADD 1 TO PrintLineCount.

	5000-Terminate.
		CLOSE PrintFile
		DISPLAY "LNPULL MATCHED " PullBookedTotal " OF "
			PullQuotesTotal " QUOTE(S) TO BOOKINGS, "
			FalloutCount " AGED OFF UNBOOKED"
		IF BookingOverflowCount > ZERO
			DISPLAY "LNPULL - BOOKING TABLE OVERFLOWED, "
				BookingOverflowCount " BOOKING(S) NOT MATCHED -"
				" NARROW THE MONTH RANGE AND RERUN"
			MOVE 8 TO RETURN-CODE
		END-IF
		IF PullOverflowCount > ZERO
			DISPLAY "LNPULL - PULL-THROUGH TABLE OVERFLOWED, "
				PullOverflowCount " QUOTE(S) NOT COUNTED -"
				" NARROW THE MONTH RANGE AND RERUN"
			MOVE 8 TO RETURN-CODE
		END-IF
		IF FalloutOverflowCount > ZERO
			DISPLAY "LNPULL - FALLOUT LIST OVERFLOWED, "
				FalloutOverflowCount " QUOTE(S) NOT LISTED -"
				" NARROW THE MONTH RANGE AND RERUN"
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
