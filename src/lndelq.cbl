IDENTIFICATION DIVISION.
	PROGRAM-ID. LNDELQ.
	AUTHOR. CRABL.

*>    Nightly delinquency aging of the booked loans.  Once LNPAY has
*>    applied the day's payments, every open loan on LNBKMST is aged
*>    through LNSERV as of the run date - the oldest installment it
*>    has not paid in full, counted on the same LNDUEDT payment
*>    calendar its LNCALC schedule was built on from the loan's start
*>    date and frequency, and how many days that installment is
*>    behind - and falls in one of five buckets: current, 1-30,
*>    31-60, 61-90 or over 90 days past due.  An installment falling
*>    due on the run date itself is not yet behind.
*>
*>    The aging report LNDELQPR gives each branch, in branch order,
*>    the loan count, balance outstanding and amount past due in
*>    every bucket, with the branch total and an all-branch summary
*>    at the end, in the same page-heading style as the LNTREND
*>    print.  Every delinquent loan also gets one record on the
*>    past-due notice file LNDELNOT - the amount that brings it
*>    current and its oldest unpaid due date - for the collections
*>    letters.  Loans already paid in full are not aged.
*>
*>    The aging date comes from the LNDELQ-RUN-DATE parm (YYYYMMDD)
*>    or defaults to the business processing date.  The master is
*>    only read, so the step can be rerun at will.

ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
			SELECT BookedMasterFile ASSIGN TO "LNBKMST"
				ORGANIZATION IS SEQUENTIAL
				FILE STATUS IS BookedMasterStatus.
			SELECT NoticeFile ASSIGN TO "LNDELNOT"
				ORGANIZATION IS SEQUENTIAL
				FILE STATUS IS NoticeStatus.
			SELECT PrintFile ASSIGN TO "LNDELQPR"
				ORGANIZATION IS SEQUENTIAL
				FILE STATUS IS PrintStatus.

DATA DIVISION.
	FILE SECTION.
	FD  BookedMasterFile.
		COPY "lnbkmst.cpy".
	FD  NoticeFile.
		COPY "lndelnot.cpy".
	FD  PrintFile.
		01 PrintLine PIC X(132).

	WORKING-STORAGE SECTION.
		COPY "lndate.cpy".
		COPY "lnserv.cpy".

		01 BookedMasterStatus PIC X(2).
			88 BookedMaster-OK VALUE "00".
		01 NoticeStatus PIC X(2).
		01 PrintStatus PIC X(2).

		01 AgeRunDateParm PIC X(8).
		01 AgeRunDate PIC 9(8).

		01 AgeControls.
			02 LoansRead PIC 9(6) VALUE ZERO.
			02 LoansAged PIC 9(6) VALUE ZERO.
			02 LoansPaidOff PIC 9(6) VALUE ZERO.
			02 NoticesWritten PIC 9(6) VALUE ZERO.
			02 NoticeTotal PIC 9(11)V99 VALUE ZERO.
			02 AgeBucket PIC 9(1).
			02 AgeBucketCount PIC 9(1) VALUE 5.

*>    The five aging buckets: the report label and the code the
*>    notice carries.  Bucket 1 is current.
		01 BucketTable.
			02 BucketEntry OCCURS 5 TIMES.
				03 BucketLabel PIC X(14).
				03 BucketCode PIC X(5).

*>    One accumulator per branch seen on the master, with the same
*>    five buckets held for all branches together.  A branch beyond
*>    the table is still counted in the all-branch summary, and the
*>    overflow is reported, not silently dropped.
		01 BranchAgeControls.
			02 BranchAgeCount PIC 9(3) VALUE ZERO.
			02 BranchAgeLimit PIC 9(3) VALUE 500.
			02 BranchOverflowCount PIC 9(6) VALUE ZERO.
			02 BranchAgeCurrent PIC 9(3).
			02 BranchAgeFound PIC 9(3).
			02 BranchFoundFlag PIC X(1).
				88 Branch-Found VALUE "Y".
				88 Branch-Not-Found VALUE "N".
		01 BranchAgeTable.
			02 BranchAgeEntry OCCURS 500 TIMES INDEXED BY BranchIndex.
				03 BranchAgeId PIC X(4).
				03 BranchBucket OCCURS 5 TIMES.
					04 BranchBucketLoans PIC 9(6).
					04 BranchBucketBalance PIC 9(11)V99.
					04 BranchBucketDue PIC 9(11)V99.
		01 AllBranchTotals.
			02 AllBucket OCCURS 5 TIMES.
				03 AllBucketLoans PIC 9(6).
				03 AllBucketBalance PIC 9(11)V99.
				03 AllBucketDue PIC 9(11)V99.

*>    Branches print in branch order: each pass picks the lowest
*>    branch above the one printed last.
		01 PrintOrderWork.
			02 LastPrintedBranch PIC X(4).
			02 NextPrintBranch PIC X(4).
			02 NextPrintEntry PIC 9(3).
			02 PrintPass PIC 9(3).

		01 GroupTotals.
			02 GroupTotalLoans PIC 9(6).
			02 GroupTotalBalance PIC 9(11)V99.
			02 GroupTotalDue PIC 9(11)V99.

		01 PrintControls.
			02 PrintLineCount PIC 9(2) VALUE 99.
			02 PrintPageSize PIC 9(2) VALUE 55.
			02 PrintPageCount PIC 9(4) VALUE ZERO.

*>    Print line layouts.
		01 PageHeadingLine.
			02 FILLER PIC X(40)
				VALUE "BOOKED LOAN DELINQUENCY AGING AS OF     ".
			02 HeadingAsOfDate PIC 9(8).
			02 FILLER PIC X(75) VALUE SPACES.
			02 FILLER PIC X(5) VALUE "PAGE ".
			02 HeadingPageNumber PIC ZZZ9.
		01 GroupHeadingLine.
			02 GroupHeadingLabel PIC X(7).
			02 GroupHeadingBranch PIC X(4).
			02 FILLER PIC X(9) VALUE SPACES.
		01 AgeColumnHeading PIC X(100) VALUE
			"AGING BUCKET     LOANS   BALANCE OUTSTANDING" &
			"    AMOUNT PAST DUE".
		01 AgeDetailLine.
			02 DetailLabel PIC X(14).
			02 FILLER PIC X(2) VALUE SPACES.
			02 DetailLoans PIC 9(6).
			02 FILLER PIC X(6) VALUE SPACES.
			02 DetailBalance PIC 99999999999.99.
			02 FILLER PIC X(5) VALUE SPACES.
			02 DetailDue PIC 99999999999.99.

		01 Age-Edited-Amounts.
			02 AgeTotal-Ed PIC 99999999999.99.

PROCEDURE DIVISION.
	0000-Main.
		PERFORM 1000-Initialize
		PERFORM 2000-Age-Booked-Loan UNTIL NOT BookedMaster-OK
		PERFORM 4000-Print-Aging-Report
		PERFORM 5000-Terminate
		STOP RUN.

	1000-Initialize.
		ACCEPT AgeRunDateParm FROM ENVIRONMENT "LNDELQ-RUN-DATE"
		IF AgeRunDateParm IS NUMERIC
			MOVE AgeRunDateParm TO AgeRunDate
		ELSE
			CALL "LNDATE" USING DateLookup
			MOVE DateLookupDate TO AgeRunDate
		END-IF
		MOVE AgeRunDate TO HeadingAsOfDate
		PERFORM 1100-Load-Bucket-Table
		INITIALIZE AllBranchTotals
		OPEN INPUT BookedMasterFile
		IF NOT BookedMaster-OK
			DISPLAY "LNDELQ ABEND - CANNOT OPEN LNBKMST, FILE STATUS "
				BookedMasterStatus
			DISPLAY "VERIFY LNBKMST IS PRESENT AND CORRECTLY NAMED,"
				" THEN RERUN"
			CLOSE BookedMasterFile
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		OPEN OUTPUT NoticeFile
		OPEN OUTPUT PrintFile
		READ BookedMasterFile.

	1100-Load-Bucket-Table.
		MOVE "CURRENT" TO BucketLabel(1)
		MOVE SPACES TO BucketCode(1)
		MOVE "1-30 DAYS" TO BucketLabel(2)
		MOVE "1-30" TO BucketCode(2)
		MOVE "31-60 DAYS" TO BucketLabel(3)
		MOVE "31-60" TO BucketCode(3)
		MOVE "61-90 DAYS" TO BucketLabel(4)
		MOVE "61-90" TO BucketCode(4)
		MOVE "OVER 90 DAYS" TO BucketLabel(5)
		MOVE "90+" TO BucketCode(5).

	2000-Age-Booked-Loan.
		ADD 1 TO LoansRead
		SET Service-Age TO TRUE
		MOVE AgeRunDate TO ServiceDate
		MOVE ZERO TO ServiceAmount
		CALL "LNSERV" USING ServiceRequest, BookedLoanRecord
		IF Booked-Paid-In-Full
			ADD 1 TO LoansPaidOff
		ELSE
			ADD 1 TO LoansAged
			PERFORM 2100-Set-Aging-Bucket
			PERFORM 2200-Accumulate-Loan
			IF AgeBucket > 1
				PERFORM 2300-Write-Notice
			END-IF
		END-IF
		READ BookedMasterFile.

	2100-Set-Aging-Bucket.
		EVALUATE TRUE
			WHEN ServiceDaysPastDue = ZERO
				MOVE 1 TO AgeBucket
			WHEN ServiceDaysPastDue <= 30
				MOVE 2 TO AgeBucket
			WHEN ServiceDaysPastDue <= 60
				MOVE 3 TO AgeBucket
			WHEN ServiceDaysPastDue <= 90
				MOVE 4 TO AgeBucket
			WHEN OTHER
				MOVE 5 TO AgeBucket
		END-EVALUATE.

	2200-Accumulate-Loan.
		ADD 1 TO AllBucketLoans(AgeBucket)
		ADD BookedBalance TO AllBucketBalance(AgeBucket)
		ADD ServiceAmountDue TO AllBucketDue(AgeBucket)
		SET Branch-Not-Found TO TRUE
		PERFORM 2210-Match-Branch
			VARYING BranchIndex FROM 1 BY 1
			UNTIL BranchIndex > BranchAgeCount OR Branch-Found
		IF Branch-Not-Found
			IF BranchAgeCount < BranchAgeLimit
				ADD 1 TO BranchAgeCount
				MOVE BranchAgeCount TO BranchAgeFound
				SET BranchIndex TO BranchAgeCount
				INITIALIZE BranchAgeEntry(BranchIndex)
				MOVE BookedBranchId TO BranchAgeId(BranchIndex)
				SET Branch-Found TO TRUE
			ELSE
				ADD 1 TO BranchOverflowCount
			END-IF
		END-IF
		IF Branch-Found
			SET BranchIndex TO BranchAgeFound
			ADD 1 TO BranchBucketLoans(BranchIndex, AgeBucket)
			ADD BookedBalance TO BranchBucketBalance(BranchIndex, AgeBucket)
			ADD ServiceAmountDue TO BranchBucketDue(BranchIndex, AgeBucket)
		END-IF.

	2210-Match-Branch.
		IF BranchAgeId(BranchIndex) = BookedBranchId
			SET Branch-Found TO TRUE
			SET BranchAgeFound TO BranchIndex
		END-IF.

	2300-Write-Notice.
		MOVE BookedBranchId TO NoticeBranchId
		MOVE BookedLoanReference TO NoticeLoanReference
		MOVE BookedDate TO NoticeBookedDate
		MOVE BookedCalcMethod TO NoticeCalcMethod
		MOVE AgeRunDate TO NoticeAsOfDate
		MOVE ServiceOldestDueDate TO NoticeOldestDueDate
		MOVE ServiceDaysPastDue TO NoticeDaysPastDue
		MOVE BucketCode(AgeBucket) TO NoticeAgingBucket
		MOVE ServiceInstallmentsDue TO NoticeInstallmentsDue
		MOVE ServiceAmountDue TO NoticeAmountDue
		MOVE BookedBalance TO NoticeBalance
		WRITE DelinquencyNoticeRecord
		ADD 1 TO NoticesWritten
		ADD ServiceAmountDue TO NoticeTotal.

	4000-Print-Aging-Report.
		MOVE LOW-VALUES TO LastPrintedBranch
		PERFORM 4100-Print-Next-Branch
			VARYING PrintPass FROM 1 BY 1
			UNTIL PrintPass > BranchAgeCount
		PERFORM 4400-Print-All-Branches.

	4100-Print-Next-Branch.
		MOVE HIGH-VALUES TO NextPrintBranch
		PERFORM 4110-Find-Next-Branch
			VARYING BranchAgeCurrent FROM 1 BY 1
			UNTIL BranchAgeCurrent > BranchAgeCount
		MOVE NextPrintBranch TO LastPrintedBranch
		SET BranchIndex TO NextPrintEntry
		MOVE "BRANCH " TO GroupHeadingLabel
		MOVE BranchAgeId(BranchIndex) TO GroupHeadingBranch
		PERFORM 4200-Print-Group-Heading
		INITIALIZE GroupTotals
		PERFORM 4120-Print-Branch-Bucket
			VARYING AgeBucket FROM 1 BY 1
			UNTIL AgeBucket > AgeBucketCount
		MOVE "BRANCH TOTAL" TO DetailLabel
		PERFORM 4300-Print-Group-Total.

	4110-Find-Next-Branch.
		IF BranchAgeId(BranchAgeCurrent) > LastPrintedBranch
				AND BranchAgeId(BranchAgeCurrent) < NextPrintBranch
			MOVE BranchAgeId(BranchAgeCurrent) TO NextPrintBranch
			MOVE BranchAgeCurrent TO NextPrintEntry
		END-IF.

	4120-Print-Branch-Bucket.
		MOVE BucketLabel(AgeBucket) TO DetailLabel
		MOVE BranchBucketLoans(BranchIndex, AgeBucket) TO DetailLoans
		MOVE BranchBucketBalance(BranchIndex, AgeBucket)
			TO DetailBalance
		MOVE BranchBucketDue(BranchIndex, AgeBucket) TO DetailDue
		ADD BranchBucketLoans(BranchIndex, AgeBucket)
			TO GroupTotalLoans
		ADD BranchBucketBalance(BranchIndex, AgeBucket)
			TO GroupTotalBalance
		ADD BranchBucketDue(BranchIndex, AgeBucket) TO GroupTotalDue
		PERFORM 4500-Write-Detail-Line.

	4200-Print-Group-Heading.
		PERFORM 8000-Check-Page-Break
		MOVE SPACES TO PrintLine
		WRITE PrintLine
		WRITE PrintLine FROM GroupHeadingLine
		WRITE PrintLine FROM AgeColumnHeading
		ADD 3 TO PrintLineCount.

	4300-Print-Group-Total.
		MOVE GroupTotalLoans TO DetailLoans
		MOVE GroupTotalBalance TO DetailBalance
		MOVE GroupTotalDue TO DetailDue
		PERFORM 4500-Write-Detail-Line.

	4400-Print-All-Branches.
		MOVE "ALL BRANCHES" TO GroupHeadingLine
		PERFORM 4200-Print-Group-Heading
		INITIALIZE GroupTotals
		PERFORM 4410-Print-All-Bucket
			VARYING AgeBucket FROM 1 BY 1
			UNTIL AgeBucket > AgeBucketCount
		MOVE "TOTAL" TO DetailLabel
		PERFORM 4300-Print-Group-Total.

	4410-Print-All-Bucket.
		MOVE BucketLabel(AgeBucket) TO DetailLabel
		MOVE AllBucketLoans(AgeBucket) TO DetailLoans
		MOVE AllBucketBalance(AgeBucket) TO DetailBalance
		MOVE AllBucketDue(AgeBucket) TO DetailDue
		ADD AllBucketLoans(AgeBucket) TO GroupTotalLoans
		ADD AllBucketBalance(AgeBucket) TO GroupTotalBalance
		ADD AllBucketDue(AgeBucket) TO GroupTotalDue
		PERFORM 4500-Write-Detail-Line.

	4500-Write-Detail-Line.
		PERFORM 8000-Check-Page-Break
		WRITE PrintLine FROM AgeDetailLine
		ADD 1 TO PrintLineCount.

	5000-Terminate.
		CLOSE BookedMasterFile
		CLOSE NoticeFile
		CLOSE PrintFile
		DISPLAY "===== LNDELQ DELINQUENCY AGING AS OF " AgeRunDate
			" ====="
		DISPLAY "LOANS READ:        " LoansRead
		DISPLAY "LOANS AGED:        " LoansAged
			"  PAID IN FULL: " LoansPaidOff
		DISPLAY "PAST-DUE NOTICES:  " NoticesWritten
		MOVE NoticeTotal TO AgeTotal-Ed
		DISPLAY "AMOUNT PAST DUE:   " AgeTotal-Ed
		DISPLAY "====================================="
		IF BranchOverflowCount > ZERO
			DISPLAY "LNDELQ - BRANCH TABLE OVERFLOWED, "
				BranchOverflowCount " LOAN(S) IN THE ALL-BRANCH"
				" SUMMARY ONLY - RAISE THE BRANCH LIMIT"
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
