IDENTIFICATION DIVISION.
	PROGRAM-ID. LNTBLMNT.
	AUTHOR. CRABL.

*>    Maintenance for head office's three small tables - the posted
*>    rate sheet LNRATES, the branch authorization register LNBRAUTH
*>    and the GL account map LNGLMAP.  They used to be edited in
*>    place, where one keying slip could reprice a night's batch
*>    through LNRATE or shut a branch out through LNBRANCH and
*>    nobody could say afterwards who changed what.  Changes now
*>    come in on LNTBLIN (add, change, delete or list, one table
*>    entry per transaction), pass the edits the readers rely on,
*>    and every change applied goes to the change log LNTBLLOG with
*>    the entry before and after, the operator and the time.  The
*>    change report for the compliance review is LNTBLRPT's print of
*>    that log.
*>
*>    The edits:
*>        LNRATES   a method and a posted rate are required, a term
*>                  band runs low to high, and no two bands of one
*>                  method may overlap - LNRATE takes the first band
*>                  that covers a term, so an overlap would price by
*>                  file order
*>        LNBRAUTH  a branch id is required and its lending limit
*>                  may not be zero - a zero limit would turn every
*>                  request from the branch away as over its limit
*>        LNGLMAP   a method is required, both accounts are required
*>                  and the debit and credit accounts must differ -
*>                  a posting to one account against itself never
*>                  reaches the ledger
*>    and an add must be new, a change or delete must find its
*>    entry, and no table may grow past what its reader holds.  A
*>    transaction that fails is reported on the run output with the
*>    reason and nothing is changed for it; the run ends with return
*>    code 8 so the scheduler flags it.  A list displays the table
*>    as it stands at that point in the run.
*>
*>    Each table is read whole at the start and rewritten at the end
*>    only when the run changed it.  A table file that is not there
*>    yet starts empty, so the first add creates it.

ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
			SELECT MaintInputFile ASSIGN TO "LNTBLIN"
				ORGANIZATION IS SEQUENTIAL
				FILE STATUS IS MaintInputStatus.
			SELECT RateTableFile ASSIGN TO "LNRATES"
				ORGANIZATION IS SEQUENTIAL
				FILE STATUS IS RateTableStatus.
			SELECT BranchAuthFile ASSIGN TO "LNBRAUTH"
				ORGANIZATION IS SEQUENTIAL
				FILE STATUS IS BranchAuthStatus.
			SELECT GLAccountMapFile ASSIGN TO "LNGLMAP"
				ORGANIZATION IS SEQUENTIAL
				FILE STATUS IS GLAccountMapStatus.
			SELECT ChangeLogFile ASSIGN TO "LNTBLLOG"
				ORGANIZATION IS SEQUENTIAL
				FILE STATUS IS ChangeLogStatus.

DATA DIVISION.
	FILE SECTION.
	FD  MaintInputFile.
		COPY "lntblin.cpy".
	FD  RateTableFile.
		COPY "lnrates.cpy".
	FD  BranchAuthFile.
		COPY "lnbrauth.cpy".
	FD  GLAccountMapFile.
		COPY "lnglmap.cpy".
	FD  ChangeLogFile.
		COPY "lntbllog.cpy".

	WORKING-STORAGE SECTION.
		COPY "lndate.cpy".

		01 MaintInputStatus PIC X(2).
			88 MaintInput-OK VALUE "00".
			88 MaintInput-EOF VALUE "10".
		01 RateTableStatus PIC X(2).
			88 RateTable-OK VALUE "00".
		01 BranchAuthStatus PIC X(2).
			88 BranchAuth-OK VALUE "00".
		01 GLAccountMapStatus PIC X(2).
			88 GLAccountMap-OK VALUE "00".
		01 ChangeLogStatus PIC X(2).

		01 MaintRunDate PIC 9(8).
		01 MaintRunTime PIC 9(8).
		01 MaintJobOperatorId PIC X(8).

		01 MaintControls.
			02 MaintRequestsRead PIC 9(6) VALUE ZERO.
			02 MaintRequestsApplied PIC 9(6) VALUE ZERO.
			02 MaintRequestsListed PIC 9(6) VALUE ZERO.
			02 MaintRequestsRejected PIC 9(6) VALUE ZERO.
			02 MaintReason PIC X(40).
			02 MaintFoundEntry PIC 9(3).
			02 MaintExcludeEntry PIC 9(3).
			02 MaintFoundFlag PIC X(1).
				88 Maint-Found VALUE "Y".
				88 Maint-Not-Found VALUE "N".

*>    Each table held whole, sized exactly as its reader holds it -
*>    LNRATE and LNBRANCH 200 entries, LNGLPOST 20 - so nothing
*>    maintained here can fall off the end when it is read.
		01 RateControls.
			02 RateCount PIC 9(3) VALUE ZERO.
			02 RateLimit PIC 9(3) VALUE 200.
			02 RateChangedFlag PIC X(1) VALUE "N".
				88 Rate-Table-Changed VALUE "Y".
		01 RateTable.
			02 RateEntry OCCURS 200 TIMES INDEXED BY RateIndex.
				03 TblRateMethod PIC X(2).
				03 TblRateTermLow PIC 9(4).
				03 TblRateTermHigh PIC 9(4).
				03 TblRatePostedRate PIC 9(3)V99.

		01 AuthControls.
			02 AuthCount PIC 9(3) VALUE ZERO.
			02 AuthLimit PIC 9(3) VALUE 200.
			02 AuthChangedFlag PIC X(1) VALUE "N".
				88 Auth-Table-Changed VALUE "Y".
		01 AuthTable.
			02 AuthEntry OCCURS 200 TIMES INDEXED BY AuthIndex.
				03 TblAuthBranchId PIC X(4).
				03 TblAuthMaxPrincipal PIC 9(9)V99.

		01 MapControls.
			02 MapCount PIC 9(3) VALUE ZERO.
			02 MapLimit PIC 9(3) VALUE 20.
			02 MapChangedFlag PIC X(1) VALUE "N".
				88 Map-Table-Changed VALUE "Y".
		01 MapTable.
			02 MapEntry OCCURS 20 TIMES INDEXED BY MapIndex.
				03 TblMapCalcMethod PIC X(2).
				03 TblMapDebitAccount PIC 9(8).
				03 TblMapCreditAccount PIC 9(8).

		01 ListRate-Ed PIC 999.99.
		01 ListPrincipal-Ed PIC 999999999.99.

PROCEDURE DIVISION.
	0000-Main.
		PERFORM 1000-Initialize
		PERFORM 2000-Process-Request UNTIL MaintInput-EOF
		PERFORM 3000-Rewrite-Tables
		PERFORM 4000-Terminate
		STOP RUN.

	1000-Initialize.
		OPEN INPUT MaintInputFile
		IF NOT MaintInput-OK
			DISPLAY "LNTBLMNT ABEND - CANNOT OPEN LNTBLIN, FILE STATUS "
				MaintInputStatus
			DISPLAY "VERIFY LNTBLIN IS PRESENT AND CORRECTLY NAMED,"
				" THEN RERUN"
			CLOSE MaintInputFile
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		CALL "LNDATE" USING DateLookup
		MOVE DateLookupDate TO MaintRunDate
		ACCEPT MaintJobOperatorId FROM ENVIRONMENT "USER"
		PERFORM 1100-Load-Rate-Table
		PERFORM 1200-Load-Auth-Table
		PERFORM 1300-Load-Map-Table
		OPEN EXTEND ChangeLogFile
		IF ChangeLogStatus = "35"
			OPEN OUTPUT ChangeLogFile
		END-IF
		READ MaintInputFile.

	1100-Load-Rate-Table.
		OPEN INPUT RateTableFile
		IF RateTable-OK
			READ RateTableFile
			PERFORM 1110-Load-Rate-Entry UNTIL NOT RateTable-OK
		END-IF
		CLOSE RateTableFile.

	1110-Load-Rate-Entry.
		IF RateCount < RateLimit
			ADD 1 TO RateCount
			SET RateIndex TO RateCount
			MOVE RateMethod TO TblRateMethod(RateIndex)
			MOVE RateTermLowYears TO TblRateTermLow(RateIndex)
			MOVE RateTermHighYears TO TblRateTermHigh(RateIndex)
			MOVE RatePostedRate TO TblRatePostedRate(RateIndex)
		ELSE
			MOVE "LNRATES" TO MaintReason
			PERFORM 1900-Abend-Table-Too-Large
		END-IF
		READ RateTableFile.

	1200-Load-Auth-Table.
		OPEN INPUT BranchAuthFile
		IF BranchAuth-OK
			READ BranchAuthFile
			PERFORM 1210-Load-Auth-Entry UNTIL NOT BranchAuth-OK
		END-IF
		CLOSE BranchAuthFile.

	1210-Load-Auth-Entry.
		IF AuthCount < AuthLimit
			ADD 1 TO AuthCount
			SET AuthIndex TO AuthCount
			MOVE AuthBranchId TO TblAuthBranchId(AuthIndex)
			MOVE AuthMaxPrincipal TO TblAuthMaxPrincipal(AuthIndex)
		ELSE
			MOVE "LNBRAUTH" TO MaintReason
			PERFORM 1900-Abend-Table-Too-Large
		END-IF
		READ BranchAuthFile.

	1300-Load-Map-Table.
		OPEN INPUT GLAccountMapFile
		IF GLAccountMap-OK
			READ GLAccountMapFile
			PERFORM 1310-Load-Map-Entry UNTIL NOT GLAccountMap-OK
		END-IF
		CLOSE GLAccountMapFile.

	1310-Load-Map-Entry.
		IF MapCount < MapLimit
			ADD 1 TO MapCount
			SET MapIndex TO MapCount
			MOVE MapCalcMethod TO TblMapCalcMethod(MapIndex)
			MOVE MapDebitAccount TO TblMapDebitAccount(MapIndex)
			MOVE MapCreditAccount TO TblMapCreditAccount(MapIndex)
		ELSE
			MOVE "LNGLMAP" TO MaintReason
			PERFORM 1900-Abend-Table-Too-Large
		END-IF
		READ GLAccountMapFile.

*>    A table already longer than its reader holds cannot be
*>    rewritten from what was loaded without losing its tail, so the
*>    run stops before anything is touched.
	1900-Abend-Table-Too-Large.
		DISPLAY "LNTBLMNT ABEND - " MaintReason
			" HOLDS MORE ENTRIES THAN ITS READER CAN LOAD"
		DISPLAY "TRIM THE TABLE BY HAND, THEN RERUN - NOTHING CHANGED"
		CLOSE MaintInputFile
		CLOSE RateTableFile
		CLOSE BranchAuthFile
		CLOSE GLAccountMapFile
		MOVE 16 TO RETURN-CODE
		STOP RUN.

	2000-Process-Request.
		ADD 1 TO MaintRequestsRead
		MOVE SPACES TO MaintReason
		MOVE SPACES TO ChangeBeforeImage, ChangeAfterImage
		SET Maint-Not-Found TO TRUE
		MOVE ZERO TO MaintFoundEntry, MaintExcludeEntry
		EVALUATE TRUE
			WHEN NOT Maint-Add AND NOT Maint-Change
					AND NOT Maint-Delete AND NOT Maint-List
				MOVE "ACTION MUST BE A, C, D OR L" TO MaintReason
			WHEN Maint-Rate-Table
				PERFORM 2100-Maintain-Rate-Table
			WHEN Maint-Auth-Table
				PERFORM 2200-Maintain-Auth-Table
			WHEN Maint-Map-Table
				PERFORM 2300-Maintain-Map-Table
			WHEN OTHER
				MOVE "TABLE MUST BE R, B OR G" TO MaintReason
		END-EVALUATE
		IF MaintReason NOT = SPACES
			PERFORM 2900-Reject-Request
		END-IF
		READ MaintInputFile.

*>    A rate band is known by its method and low term: a change
*>    moves its high term or its rate, and a band that should start
*>    at a different year is deleted and added again.
	2100-Maintain-Rate-Table.
		PERFORM 2110-Match-Rate-Entry
			VARYING RateIndex FROM 1 BY 1
			UNTIL RateIndex > RateCount OR Maint-Found
		EVALUATE TRUE
			WHEN Maint-List
				PERFORM 2190-List-Rate-Table
			WHEN Maint-Add AND Maint-Found
				MOVE "RATE BAND IS ALREADY ON FILE" TO MaintReason
			WHEN NOT Maint-Add AND Maint-Not-Found
				MOVE "NO RATE BAND ON FILE FOR METHOD/LOW TERM"
					TO MaintReason
			WHEN Maint-Delete
				PERFORM 2150-Delete-Rate-Entry
			WHEN OTHER
				MOVE MaintFoundEntry TO MaintExcludeEntry
				PERFORM 2120-Edit-Rate-Entry
				IF MaintReason = SPACES
					PERFORM 2140-Store-Rate-Entry
				END-IF
		END-EVALUATE.

	2110-Match-Rate-Entry.
		IF TblRateMethod(RateIndex) = MaintRateMethod
				AND TblRateTermLow(RateIndex) = MaintRateTermLowYears
			SET Maint-Found TO TRUE
			SET MaintFoundEntry TO RateIndex
		END-IF.

	2120-Edit-Rate-Entry.
		EVALUATE TRUE
			WHEN MaintRateMethod = SPACES
				MOVE "RATE METHOD IS REQUIRED" TO MaintReason
			WHEN MaintRateTermLowYears IS NOT NUMERIC
					OR MaintRateTermHighYears IS NOT NUMERIC
					OR MaintRatePostedRate IS NOT NUMERIC
				MOVE "TERM BAND AND RATE MUST BE NUMERIC"
					TO MaintReason
			WHEN MaintRateTermLowYears > MaintRateTermHighYears
				MOVE "TERM BAND LOW YEAR IS ABOVE ITS HIGH"
					TO MaintReason
			WHEN MaintRatePostedRate = ZERO
				MOVE "POSTED RATE CANNOT BE ZERO" TO MaintReason
			WHEN Maint-Add AND RateCount NOT < RateLimit
				MOVE "LNRATES IS FULL" TO MaintReason
			WHEN OTHER
				PERFORM 2130-Check-Band-Overlap
					VARYING RateIndex FROM 1 BY 1
					UNTIL RateIndex > RateCount
						OR MaintReason NOT = SPACES
		END-EVALUATE.

*>    Two bands of one method overlap unless one ends before the
*>    other begins.  The band being changed is not checked against
*>    itself.
	2130-Check-Band-Overlap.
		IF RateIndex NOT = MaintExcludeEntry
				AND TblRateMethod(RateIndex) = MaintRateMethod
				AND TblRateTermHigh(RateIndex)
					NOT < MaintRateTermLowYears
				AND TblRateTermLow(RateIndex)
					NOT > MaintRateTermHighYears
			MOVE "TERM BAND OVERLAPS ANOTHER BAND"
				TO MaintReason
		END-IF.

	2140-Store-Rate-Entry.
		IF Maint-Add
			ADD 1 TO RateCount
			MOVE RateCount TO MaintFoundEntry
		ELSE
			SET RateIndex TO MaintFoundEntry
			PERFORM 2160-Image-Rate-Entry
			MOVE RateTableRecord TO ChangeBeforeImage
		END-IF
		SET RateIndex TO MaintFoundEntry
		MOVE MaintRateMethod TO TblRateMethod(RateIndex)
		MOVE MaintRateTermLowYears TO TblRateTermLow(RateIndex)
		MOVE MaintRateTermHighYears TO TblRateTermHigh(RateIndex)
		MOVE MaintRatePostedRate TO TblRatePostedRate(RateIndex)
		PERFORM 2160-Image-Rate-Entry
		MOVE RateTableRecord TO ChangeAfterImage
		SET Rate-Table-Changed TO TRUE
		PERFORM 2800-Log-Change.

	2150-Delete-Rate-Entry.
		SET RateIndex TO MaintFoundEntry
		PERFORM 2160-Image-Rate-Entry
		MOVE RateTableRecord TO ChangeBeforeImage
		PERFORM 2170-Close-Rate-Gap
			VARYING RateIndex FROM MaintFoundEntry BY 1
			UNTIL RateIndex NOT < RateCount
		SUBTRACT 1 FROM RateCount
		SET Rate-Table-Changed TO TRUE
		PERFORM 2800-Log-Change.

*>    The table record area is free between the load and the
*>    rewrite, so it doubles as the work area for the log images.
	2160-Image-Rate-Entry.
		MOVE TblRateMethod(RateIndex) TO RateMethod
		MOVE TblRateTermLow(RateIndex) TO RateTermLowYears
		MOVE TblRateTermHigh(RateIndex) TO RateTermHighYears
		MOVE TblRatePostedRate(RateIndex) TO RatePostedRate.

	2170-Close-Rate-Gap.
		MOVE RateEntry(RateIndex + 1) TO RateEntry(RateIndex).

	2190-List-Rate-Table.
		ADD 1 TO MaintRequestsListed
		DISPLAY "===== LNRATES - " RateCount " RATE BAND(S) ====="
		DISPLAY "METHOD  TERM LOW  TERM HIGH  POSTED RATE"
		PERFORM 2195-List-Rate-Entry
			VARYING RateIndex FROM 1 BY 1
			UNTIL RateIndex > RateCount
		DISPLAY "=============================================".

	2195-List-Rate-Entry.
		MOVE TblRatePostedRate(RateIndex) TO ListRate-Ed
		DISPLAY TblRateMethod(RateIndex) "      "
			TblRateTermLow(RateIndex) "      "
			TblRateTermHigh(RateIndex) "       " ListRate-Ed.

	2200-Maintain-Auth-Table.
		PERFORM 2210-Match-Auth-Entry
			VARYING AuthIndex FROM 1 BY 1
			UNTIL AuthIndex > AuthCount OR Maint-Found
		EVALUATE TRUE
			WHEN Maint-List
				PERFORM 2290-List-Auth-Table
			WHEN Maint-Add AND Maint-Found
				MOVE "BRANCH IS ALREADY ON FILE" TO MaintReason
			WHEN NOT Maint-Add AND Maint-Not-Found
				MOVE "NO BRANCH ON FILE FOR THIS BRANCH ID"
					TO MaintReason
			WHEN Maint-Delete
				PERFORM 2250-Delete-Auth-Entry
			WHEN OTHER
				PERFORM 2220-Edit-Auth-Entry
				IF MaintReason = SPACES
					PERFORM 2240-Store-Auth-Entry
				END-IF
		END-EVALUATE.

	2210-Match-Auth-Entry.
		IF TblAuthBranchId(AuthIndex) = MaintAuthBranchId
			SET Maint-Found TO TRUE
			SET MaintFoundEntry TO AuthIndex
		END-IF.

	2220-Edit-Auth-Entry.
		EVALUATE TRUE
			WHEN MaintAuthBranchId = SPACES
				MOVE "BRANCH ID IS REQUIRED" TO MaintReason
			WHEN MaintAuthMaxPrincipal IS NOT NUMERIC
				MOVE "LENDING LIMIT MUST BE NUMERIC" TO MaintReason
			WHEN MaintAuthMaxPrincipal = ZERO
				MOVE "LENDING LIMIT CANNOT BE ZERO" TO MaintReason
			WHEN Maint-Add AND AuthCount NOT < AuthLimit
				MOVE "LNBRAUTH IS FULL" TO MaintReason
		END-EVALUATE.

	2240-Store-Auth-Entry.
		IF Maint-Add
			ADD 1 TO AuthCount
			MOVE AuthCount TO MaintFoundEntry
		ELSE
			SET AuthIndex TO MaintFoundEntry
			PERFORM 2260-Image-Auth-Entry
			MOVE BranchAuthRecord TO ChangeBeforeImage
		END-IF
		SET AuthIndex TO MaintFoundEntry
		MOVE MaintAuthBranchId TO TblAuthBranchId(AuthIndex)
		MOVE MaintAuthMaxPrincipal TO TblAuthMaxPrincipal(AuthIndex)
		PERFORM 2260-Image-Auth-Entry
		MOVE BranchAuthRecord TO ChangeAfterImage
		SET Auth-Table-Changed TO TRUE
		PERFORM 2800-Log-Change.

	2250-Delete-Auth-Entry.
		SET AuthIndex TO MaintFoundEntry
		PERFORM 2260-Image-Auth-Entry
		MOVE BranchAuthRecord TO ChangeBeforeImage
		PERFORM 2270-Close-Auth-Gap
			VARYING AuthIndex FROM MaintFoundEntry BY 1
			UNTIL AuthIndex NOT < AuthCount
		SUBTRACT 1 FROM AuthCount
		SET Auth-Table-Changed TO TRUE
		PERFORM 2800-Log-Change.

	2260-Image-Auth-Entry.
		MOVE TblAuthBranchId(AuthIndex) TO AuthBranchId
		MOVE TblAuthMaxPrincipal(AuthIndex) TO AuthMaxPrincipal.

	2270-Close-Auth-Gap.
		MOVE AuthEntry(AuthIndex + 1) TO AuthEntry(AuthIndex).

	2290-List-Auth-Table.
		ADD 1 TO MaintRequestsListed
		DISPLAY "===== LNBRAUTH - " AuthCount " BRANCH(ES) ====="
		DISPLAY "BRANCH  LENDING LIMIT"
		PERFORM 2295-List-Auth-Entry
			VARYING AuthIndex FROM 1 BY 1
			UNTIL AuthIndex > AuthCount
		DISPLAY "=============================================".

	2295-List-Auth-Entry.
		MOVE TblAuthMaxPrincipal(AuthIndex) TO ListPrincipal-Ed
		DISPLAY TblAuthBranchId(AuthIndex) "    " ListPrincipal-Ed.

	2300-Maintain-Map-Table.
		PERFORM 2310-Match-Map-Entry
			VARYING MapIndex FROM 1 BY 1
			UNTIL MapIndex > MapCount OR Maint-Found
		EVALUATE TRUE
			WHEN Maint-List
				PERFORM 2390-List-Map-Table
			WHEN Maint-Add AND Maint-Found
				MOVE "GL MAPPING IS ALREADY ON FILE" TO MaintReason
			WHEN NOT Maint-Add AND Maint-Not-Found
				MOVE "NO GL MAPPING ON FILE FOR THIS METHOD"
					TO MaintReason
			WHEN Maint-Delete
				PERFORM 2350-Delete-Map-Entry
			WHEN OTHER
				PERFORM 2320-Edit-Map-Entry
				IF MaintReason = SPACES
					PERFORM 2340-Store-Map-Entry
				END-IF
		END-EVALUATE.

	2310-Match-Map-Entry.
		IF TblMapCalcMethod(MapIndex) = MaintMapCalcMethod
			SET Maint-Found TO TRUE
			SET MaintFoundEntry TO MapIndex
		END-IF.

	2320-Edit-Map-Entry.
		EVALUATE TRUE
			WHEN MaintMapCalcMethod = SPACES
				MOVE "GL MAPPING METHOD IS REQUIRED" TO MaintReason
			WHEN MaintMapDebitAccount IS NOT NUMERIC
					OR MaintMapCreditAccount IS NOT NUMERIC
				MOVE "GL ACCOUNTS MUST BE NUMERIC" TO MaintReason
			WHEN MaintMapDebitAccount = ZERO
					OR MaintMapCreditAccount = ZERO
				MOVE "DEBIT AND CREDIT ACCOUNTS ARE REQUIRED"
					TO MaintReason
			WHEN MaintMapDebitAccount = MaintMapCreditAccount
				MOVE "DEBIT AND CREDIT ACCOUNTS MUST DIFFER"
					TO MaintReason
			WHEN Maint-Add AND MapCount NOT < MapLimit
				MOVE "LNGLMAP IS FULL" TO MaintReason
		END-EVALUATE.

	2340-Store-Map-Entry.
		IF Maint-Add
			ADD 1 TO MapCount
			MOVE MapCount TO MaintFoundEntry
		ELSE
			SET MapIndex TO MaintFoundEntry
			PERFORM 2360-Image-Map-Entry
			MOVE GLAccountMapRecord TO ChangeBeforeImage
		END-IF
		SET MapIndex TO MaintFoundEntry
		MOVE MaintMapCalcMethod TO TblMapCalcMethod(MapIndex)
		MOVE MaintMapDebitAccount TO TblMapDebitAccount(MapIndex)
		MOVE MaintMapCreditAccount TO TblMapCreditAccount(MapIndex)
		PERFORM 2360-Image-Map-Entry
		MOVE GLAccountMapRecord TO ChangeAfterImage
		SET Map-Table-Changed TO TRUE
		PERFORM 2800-Log-Change.

	2350-Delete-Map-Entry.
		SET MapIndex TO MaintFoundEntry
		PERFORM 2360-Image-Map-Entry
		MOVE GLAccountMapRecord TO ChangeBeforeImage
		PERFORM 2370-Close-Map-Gap
			VARYING MapIndex FROM MaintFoundEntry BY 1
			UNTIL MapIndex NOT < MapCount
		SUBTRACT 1 FROM MapCount
		SET Map-Table-Changed TO TRUE
		PERFORM 2800-Log-Change.

	2360-Image-Map-Entry.
		MOVE TblMapCalcMethod(MapIndex) TO MapCalcMethod
		MOVE TblMapDebitAccount(MapIndex) TO MapDebitAccount
		MOVE TblMapCreditAccount(MapIndex) TO MapCreditAccount.

	2370-Close-Map-Gap.
		MOVE MapEntry(MapIndex + 1) TO MapEntry(MapIndex).

	2390-List-Map-Table.
		ADD 1 TO MaintRequestsListed
		DISPLAY "===== LNGLMAP - " MapCount " GL MAPPING(S) ====="
		DISPLAY "METHOD  DEBIT     CREDIT"
		PERFORM 2395-List-Map-Entry
			VARYING MapIndex FROM 1 BY 1
			UNTIL MapIndex > MapCount
		DISPLAY "=============================================".

	2395-List-Map-Entry.
		DISPLAY TblMapCalcMethod(MapIndex) "      "
			TblMapDebitAccount(MapIndex) "  "
			TblMapCreditAccount(MapIndex).

*>    The images were laid into the log record as the change was
*>    made; the rest of the record is who, when and what.
	2800-Log-Change.
		ADD 1 TO MaintRequestsApplied
		MOVE MaintRunDate TO ChangeDate
		ACCEPT MaintRunTime FROM TIME
		MOVE MaintRunTime TO ChangeTime
		IF MaintOperatorId = SPACES
			MOVE MaintJobOperatorId TO ChangeOperatorId
		ELSE
			MOVE MaintOperatorId TO ChangeOperatorId
		END-IF
		MOVE MaintTable TO ChangeTable
		MOVE MaintAction TO ChangeAction
		WRITE TableChangeRecord.

	2900-Reject-Request.
		ADD 1 TO MaintRequestsRejected
		DISPLAY "TABLE CHANGE REJECTED - TABLE " MaintTable
			" ACTION " MaintAction " OPERATOR " MaintOperatorId
			": " MaintReason.

	3000-Rewrite-Tables.
		IF Rate-Table-Changed
			OPEN OUTPUT RateTableFile
			PERFORM 3100-Write-Rate-Entry
				VARYING RateIndex FROM 1 BY 1
				UNTIL RateIndex > RateCount
			CLOSE RateTableFile
		END-IF
		IF Auth-Table-Changed
			OPEN OUTPUT BranchAuthFile
			PERFORM 3200-Write-Auth-Entry
				VARYING AuthIndex FROM 1 BY 1
				UNTIL AuthIndex > AuthCount
			CLOSE BranchAuthFile
		END-IF
		IF Map-Table-Changed
			OPEN OUTPUT GLAccountMapFile
			PERFORM 3300-Write-Map-Entry
				VARYING MapIndex FROM 1 BY 1
				UNTIL MapIndex > MapCount
			CLOSE GLAccountMapFile
		END-IF.

	3100-Write-Rate-Entry.
		PERFORM 2160-Image-Rate-Entry
		WRITE RateTableRecord.

	3200-Write-Auth-Entry.
		PERFORM 2260-Image-Auth-Entry
		WRITE BranchAuthRecord.

	3300-Write-Map-Entry.
		PERFORM 2360-Image-Map-Entry
		WRITE GLAccountMapRecord.

	4000-Terminate.
		CLOSE MaintInputFile
		CLOSE ChangeLogFile
		DISPLAY "LNTBLMNT READ " MaintRequestsRead
			" TRANSACTION(S) - " MaintRequestsApplied " APPLIED, "
			MaintRequestsListed " LISTED, "
			MaintRequestsRejected " REJECTED"
		IF MaintRequestsRejected > ZERO
			MOVE 8 TO RETURN-CODE
		END-IF.
