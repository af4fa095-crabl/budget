IDENTIFICATION DIVISION.
	PROGRAM-ID. LNTBLRPT.
	AUTHOR. CRABL.

*>    Table change report for the compliance review.  Prints every
*>    change LNTBLMNT logged to LNTBLLOG for a date range - when,
*>    who, which of the head-office tables (LNRATES, LNBRAUTH,
*>    LNGLMAP), what action, and the entry as it stood before and
*>    after, spelled out field by field - so "who moved the five
*>    year AM rate, and from what" is answered from the print
*>    instead of from memory.  The print goes to LNTBLRPR in the
*>    same page-heading style as the LNTREND print, in the order the
*>    changes were made.
*>
*>    The date range comes from the LNTBLRPT-FROM-DATE and
*>    LNTBLRPT-TO-DATE environment parms (YYYYMMDD); either absent
*>    defaults to the business processing date.

ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
			SELECT ChangeLogFile ASSIGN TO "LNTBLLOG"
				ORGANIZATION IS SEQUENTIAL
				FILE STATUS IS ChangeLogStatus.
			SELECT PrintFile ASSIGN TO "LNTBLRPR"
				ORGANIZATION IS SEQUENTIAL
				FILE STATUS IS PrintStatus.

DATA DIVISION.
	FILE SECTION.
	FD  ChangeLogFile.
		COPY "lntbllog.cpy".
	FD  PrintFile.
		01 PrintLine PIC X(132).

	WORKING-STORAGE SECTION.
		COPY "lndate.cpy".
*>    The three table layouts, for laying the logged images back
*>    into so their fields can be named on the print.
		COPY "lnrates.cpy".
		COPY "lnbrauth.cpy".
		COPY "lnglmap.cpy".

		01 ChangeLogStatus PIC X(2).
			88 ChangeLog-OK VALUE "00".
		01 PrintStatus PIC X(2).

		01 ReportFromDateParm PIC X(8).
		01 ReportToDateParm PIC X(8).
		01 ReportFromDate PIC 9(8).
		01 ReportToDate PIC 9(8).

		01 ReportControls.
			02 ReportChangesRead PIC 9(6) VALUE ZERO.
			02 ReportChangesPrinted PIC 9(6) VALUE ZERO.
			02 ReportImage PIC X(20).
			02 ReportImageText PIC X(60).

		01 PrintControls.
			02 PrintLineCount PIC 9(2) VALUE 99.
			02 PrintPageSize PIC 9(2) VALUE 55.
			02 PrintPageCount PIC 9(4) VALUE ZERO.

*>    Print line layouts.
		01 PageHeadingLine.
			02 FILLER PIC X(40)
				VALUE "HEAD OFFICE TABLE CHANGES -             ".
			02 HeadingFromDate PIC 9(8).
			02 FILLER PIC X(4) VALUE " TO ".
			02 HeadingToDate PIC 9(8).
			02 FILLER PIC X(58) VALUE SPACES.
			02 FILLER PIC X(5) VALUE "PAGE ".
			02 HeadingPageNumber PIC ZZZ9.
		01 ChangeColumnHeading PIC X(100) VALUE
			"DATE      TIME      OPERATOR  TABLE     ACTION  " &
			"ENTRY BEFORE AND AFTER".
		01 ChangeDetailLine.
			02 DetailDate PIC X(8).
			02 FILLER PIC X(2) VALUE SPACES.
			02 DetailTime PIC X(8).
			02 FILLER PIC X(2) VALUE SPACES.
			02 DetailOperatorId PIC X(8).
			02 FILLER PIC X(2) VALUE SPACES.
			02 DetailTableName PIC X(8).
			02 FILLER PIC X(2) VALUE SPACES.
			02 DetailActionName PIC X(6).
			02 FILLER PIC X(2) VALUE SPACES.
			02 DetailImageLabel PIC X(7).
			02 DetailImageText PIC X(60).
		01 ChangeTotalLine.
			02 FILLER PIC X(20) VALUE "CHANGES REPORTED:   ".
			02 TotalChangesPrinted PIC 9(6).

*>    Each table's entry spelled out for the image column.
		01 RateImageText.
			02 FILLER PIC X(7) VALUE "METHOD ".
			02 RateTextMethod PIC X(2).
			02 FILLER PIC X(7) VALUE "  TERM ".
			02 RateTextTermLow PIC 9(4).
			02 FILLER PIC X(1) VALUE "-".
			02 RateTextTermHigh PIC 9(4).
			02 FILLER PIC X(7) VALUE "  RATE ".
			02 RateTextPostedRate PIC 999.99.
		01 AuthImageText.
			02 FILLER PIC X(7) VALUE "BRANCH ".
			02 AuthTextBranchId PIC X(4).
			02 FILLER PIC X(8) VALUE "  LIMIT ".
			02 AuthTextMaxPrincipal PIC 999999999.99.
		01 MapImageText.
			02 FILLER PIC X(7) VALUE "METHOD ".
			02 MapTextCalcMethod PIC X(2).
			02 FILLER PIC X(8) VALUE "  DEBIT ".
			02 MapTextDebitAccount PIC 9(8).
			02 FILLER PIC X(9) VALUE "  CREDIT ".
			02 MapTextCreditAccount PIC 9(8).

PROCEDURE DIVISION.
	0000-Main.
		PERFORM 1000-Initialize
		PERFORM 2000-Print-Change UNTIL NOT ChangeLog-OK
		PERFORM 3000-Terminate
		STOP RUN.

	1000-Initialize.
		CALL "LNDATE" USING DateLookup
		ACCEPT ReportFromDateParm
			FROM ENVIRONMENT "LNTBLRPT-FROM-DATE"
		ACCEPT ReportToDateParm
			FROM ENVIRONMENT "LNTBLRPT-TO-DATE"
		IF ReportFromDateParm IS NUMERIC
			MOVE ReportFromDateParm TO ReportFromDate
		ELSE
			MOVE DateLookupDate TO ReportFromDate
		END-IF
		IF ReportToDateParm IS NUMERIC
			MOVE ReportToDateParm TO ReportToDate
		ELSE
			MOVE DateLookupDate TO ReportToDate
		END-IF
		MOVE ReportFromDate TO HeadingFromDate
		MOVE ReportToDate TO HeadingToDate
		OPEN OUTPUT PrintFile
		PERFORM 8100-Print-Page-Heading
		WRITE PrintLine FROM ChangeColumnHeading
		ADD 1 TO PrintLineCount
		OPEN INPUT ChangeLogFile
		IF ChangeLog-OK
			READ ChangeLogFile
		END-IF.

	2000-Print-Change.
		ADD 1 TO ReportChangesRead
		IF ChangeDate >= ReportFromDate AND ChangeDate <= ReportToDate
			PERFORM 2100-Print-Change-Lines
		END-IF
		READ ChangeLogFile.

*>    Two lines per change, the entry before and the entry after;
*>    an add has nothing before it and a delete nothing after.
	2100-Print-Change-Lines.
		ADD 1 TO ReportChangesPrinted
		MOVE ChangeDate TO DetailDate
		MOVE ChangeTime TO DetailTime
		MOVE ChangeOperatorId TO DetailOperatorId
		EVALUATE ChangeTable
			WHEN "R"
				MOVE "LNRATES" TO DetailTableName
			WHEN "B"
				MOVE "LNBRAUTH" TO DetailTableName
			WHEN "G"
				MOVE "LNGLMAP" TO DetailTableName
			WHEN OTHER
				MOVE ChangeTable TO DetailTableName
		END-EVALUATE
		EVALUATE ChangeAction
			WHEN "A"
				MOVE "ADD" TO DetailActionName
			WHEN "C"
				MOVE "CHANGE" TO DetailActionName
			WHEN "D"
				MOVE "DELETE" TO DetailActionName
			WHEN OTHER
				MOVE ChangeAction TO DetailActionName
		END-EVALUATE
		MOVE "BEFORE" TO DetailImageLabel
		MOVE ChangeBeforeImage TO ReportImage
		PERFORM 2200-Describe-Image
		MOVE ReportImageText TO DetailImageText
		PERFORM 8000-Check-Page-Break
		WRITE PrintLine FROM ChangeDetailLine
		MOVE SPACES TO DetailDate, DetailTime, DetailOperatorId,
			DetailTableName, DetailActionName
		MOVE "AFTER" TO DetailImageLabel
		MOVE ChangeAfterImage TO ReportImage
		PERFORM 2200-Describe-Image
		MOVE ReportImageText TO DetailImageText
		WRITE PrintLine FROM ChangeDetailLine
		ADD 2 TO PrintLineCount.

*>    Laying the image into its table's record area gives the
*>    fields their names back.
	2200-Describe-Image.
		IF ReportImage = SPACES
			MOVE "(NONE)" TO ReportImageText
		ELSE
			EVALUATE ChangeTable
				WHEN "R"
					MOVE ReportImage TO RateTableRecord
					MOVE RateMethod TO RateTextMethod
					MOVE RateTermLowYears TO RateTextTermLow
					MOVE RateTermHighYears TO RateTextTermHigh
					MOVE RatePostedRate TO RateTextPostedRate
					MOVE RateImageText TO ReportImageText
				WHEN "B"
					MOVE ReportImage TO BranchAuthRecord
					MOVE AuthBranchId TO AuthTextBranchId
					MOVE AuthMaxPrincipal TO AuthTextMaxPrincipal
					MOVE AuthImageText TO ReportImageText
				WHEN "G"
					MOVE ReportImage TO GLAccountMapRecord
					MOVE MapCalcMethod TO MapTextCalcMethod
					MOVE MapDebitAccount TO MapTextDebitAccount
					MOVE MapCreditAccount TO MapTextCreditAccount
					MOVE MapImageText TO ReportImageText
				WHEN OTHER
					MOVE ReportImage TO ReportImageText
			END-EVALUATE
		END-IF.

	3000-Terminate.
		MOVE ReportChangesPrinted TO TotalChangesPrinted
		PERFORM 8000-Check-Page-Break
		MOVE SPACES TO PrintLine
		WRITE PrintLine
		WRITE PrintLine FROM ChangeTotalLine
		CLOSE ChangeLogFile
		CLOSE PrintFile
		DISPLAY "LNTBLRPT REPORTED " ReportChangesPrinted " OF "
			ReportChangesRead " LOGGED TABLE CHANGE(S)".

	8000-Check-Page-Break.
		IF PrintLineCount >= PrintPageSize
			PERFORM 8100-Print-Page-Heading
			WRITE PrintLine FROM ChangeColumnHeading
			ADD 1 TO PrintLineCount
		END-IF.

	8100-Print-Page-Heading.
		ADD 1 TO PrintPageCount
		MOVE PrintPageCount TO HeadingPageNumber
		WRITE PrintLine FROM PageHeadingLine
		MOVE SPACES TO PrintLine
		WRITE PrintLine
		MOVE 2 TO PrintLineCount.
