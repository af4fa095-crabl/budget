IDENTIFICATION DIVISION.
	PROGRAM-ID. LNBATREL.
	AUTHOR. CRABL.

*>    Held feed release.  LNBATCH holds a branch's LNBATIN section on
*>    LNBATHLD when it will not prove against its trailer or its
*>    feed sequence; once the branch confirms what it sent, operations
*>    runs this program to release the section.  The released
*>    section is copied to LNBATRLS as a section of its own, ready to
*>    mount as (or in front of) the next LNBATIN: the header flagged
*>    released, so LNBATCH does not check its sequence a second time,
*>    the requests exactly as the branch sent them, and a trailer
*>    counted afresh from those requests - the branch has confirmed
*>    them, so the section proves as it stands.  A held section that
*>    arrived with no header of its own gets one built from the hold
*>    record.  Releases accumulate on LNBATRLS until it is mounted.
*>
*>    The branch comes from the LNBATREL-BRANCH environment parm and
*>    is required; LNBATREL-SEQUENCE (the feed sequence number)
*>    narrows the release to that one section, and absent releases
*>    every section held for the branch.
*>
*>    A section held because it carried requests for another branch
*>    is not released: under this branch's header those requests
*>    would only be held again for the same reason.  It stays on
*>    LNBATHLD, named on the run output, and the branches have to
*>    re-send their requests in sections of their own.
*>
*>    LNBATHLD keeps every section held until it is released, so a
*>    released section must come off it: pass one copies everything
*>    not released to the work file LNBATHWK, and pass two copies the
*>    work file back over LNBATHLD.  A section can therefore only be
*>    released once - running the release again for the same branch
*>    finds nothing.  An abend between the passes leaves LNBATHWK on
*>    disk; restore LNBATHLD from it rather than rerunning, or the
*>    sections already on LNBATRLS are released a second time.

ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
			SELECT HeldFeedFile ASSIGN TO "LNBATHLD"
				ORGANIZATION IS SEQUENTIAL
				FILE STATUS IS HeldFeedStatus.
			SELECT HeldWorkFile ASSIGN TO "LNBATHWK"
				ORGANIZATION IS SEQUENTIAL
				FILE STATUS IS HeldWorkStatus.
			SELECT ReleaseFile ASSIGN TO "LNBATRLS"
				ORGANIZATION IS SEQUENTIAL
				FILE STATUS IS ReleaseStatus.

DATA DIVISION.
	FILE SECTION.
	FD  HeldFeedFile.
		COPY "lnbathld.cpy".
	FD  HeldWorkFile.
		01 HeldWorkRecord PIC X(127).
	FD  ReleaseFile.
		COPY "lnbatin.cpy".
		COPY "lnbatctl.cpy".

	WORKING-STORAGE SECTION.
		01 HeldFeedStatus PIC X(2).
			88 HeldFeed-OK VALUE "00".
		01 HeldWorkStatus PIC X(2).
			88 HeldWork-OK VALUE "00".
		01 ReleaseStatus PIC X(2).

		01 ReleaseBranchParm PIC X(4).
		01 ReleaseSequenceParm PIC X(6).
		01 ReleaseSequence PIC 9(6).
		01 ReleaseAllFlag PIC X(1).
			88 Release-All-Sequences VALUE "Y".

*>    The held record laid into the request layout, to tell a
*>    control record from a request and to read its principal.
		01 HeldRequestArea.
			02 HeldMarker PIC X(4).
				88 Held-Header VALUE "*HDR".
				88 Held-Trailer VALUE "*TRL".
			02 FILLER PIC X(61).
		01 HeldHeaderArea.
			02 FILLER PIC X(8).
			02 HeldHeaderFeedDate PIC X(8).
			02 FILLER PIC X(49).
		01 HeldDetailArea.
			02 FILLER PIC X(16).
			02 HeldDetailPrincipal PIC 9(9)V99.
			02 FILLER PIC X(38).

*>    The section being released - one run's section number on one
*>    run date - and its fresh trailer figures.
		01 ReleaseControls.
			02 ReleaseSectionOpen PIC X(1) VALUE "N".
				88 Release-Section-Open VALUE "Y".
			02 ReleaseRunDate PIC 9(8).
			02 ReleaseSectionNumber PIC 9(4).
			02 ReleaseBranchId PIC X(4).
			02 ReleaseRecordCount PIC 9(6).
			02 ReleasePrincipalHash PIC 9(13)V99.
			02 ReleaseSectionCount PIC 9(4) VALUE ZERO.
			02 ReleaseRequestTotal PIC 9(6) VALUE ZERO.
			02 HeldRecordsRead PIC 9(6) VALUE ZERO.
			02 RefusedRunDate PIC 9(8) VALUE ZERO.
			02 RefusedSectionNumber PIC 9(4) VALUE ZERO.
			02 RefusedSectionCount PIC 9(4) VALUE ZERO.

PROCEDURE DIVISION.
	0000-Main.
		PERFORM 1000-Initialize
		PERFORM 2000-Release-Held-Record UNTIL NOT HeldFeed-OK
		PERFORM 3000-Terminate
		STOP RUN.

	1000-Initialize.
		ACCEPT ReleaseBranchParm FROM ENVIRONMENT "LNBATREL-BRANCH"
		ACCEPT ReleaseSequenceParm
			FROM ENVIRONMENT "LNBATREL-SEQUENCE"
		IF ReleaseBranchParm = SPACES
			DISPLAY "LNBATREL - NAME THE BRANCH TO RELEASE IN"
				" LNBATREL-BRANCH"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		IF ReleaseSequenceParm IS NUMERIC
			MOVE ReleaseSequenceParm TO ReleaseSequence
			MOVE "N" TO ReleaseAllFlag
		ELSE
			SET Release-All-Sequences TO TRUE
		END-IF
		OPEN INPUT HeldFeedFile
		IF NOT HeldFeed-OK
			DISPLAY "LNBATREL ABEND - CANNOT OPEN LNBATHLD, FILE STATUS "
				HeldFeedStatus
			DISPLAY "NOTHING IS HELD - NOTHING RELEASED"
			CLOSE HeldFeedFile
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		OPEN OUTPUT HeldWorkFile
		IF NOT HeldWork-OK
			DISPLAY "LNBATREL ABEND - CANNOT OPEN LNBATHWK, FILE STATUS "
				HeldWorkStatus
			DISPLAY "NOTHING RELEASED"
			CLOSE HeldFeedFile
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		OPEN EXTEND ReleaseFile
		IF ReleaseStatus = "35"
			OPEN OUTPUT ReleaseFile
		END-IF
		READ HeldFeedFile.

	2000-Release-Held-Record.
		ADD 1 TO HeldRecordsRead
		IF HeldBranchId = ReleaseBranchParm
				AND (Release-All-Sequences
					OR HeldFeedSequence = ReleaseSequence)
			IF HeldReason = "REQUEST FOR ANOTHER BRANCH IN SECTION"
				PERFORM 2050-Refuse-Record
			ELSE
				PERFORM 2100-Release-Record
			END-IF
		ELSE
			WRITE HeldWorkRecord FROM HeldFeedRecord
		END-IF
		READ HeldFeedFile.

*>    A refused section goes back to the hold file as it was, and is
*>    named once on the run output.
	2050-Refuse-Record.
		WRITE HeldWorkRecord FROM HeldFeedRecord
		IF HeldRunDate NOT = RefusedRunDate
				OR HeldSectionNumber NOT = RefusedSectionNumber
			MOVE HeldRunDate TO RefusedRunDate
			MOVE HeldSectionNumber TO RefusedSectionNumber
			ADD 1 TO RefusedSectionCount
			DISPLAY "LNBATREL - NOT RELEASING BRANCH " HeldBranchId
				" FEED SEQUENCE " HeldFeedSequence " HELD "
				HeldRunDate " - " HeldReason
			DISPLAY "LNBATREL - THE BRANCHES MUST RE-SEND THESE"
				" REQUESTS IN SECTIONS OF THEIR OWN"
		END-IF.

*>    A new run date or section number starts the next section; the
*>    one before it is closed off with its trailer first.  The
*>    branch's own trailer is not copied - the counted one replaces
*>    it.
	2100-Release-Record.
		MOVE HeldFeedImage TO HeldRequestArea
		IF NOT Release-Section-Open
				OR HeldRunDate NOT = ReleaseRunDate
				OR HeldSectionNumber NOT = ReleaseSectionNumber
			IF Release-Section-Open
				PERFORM 2300-Write-Release-Trailer
			END-IF
			PERFORM 2200-Write-Release-Header
		END-IF
		IF NOT Held-Header AND NOT Held-Trailer
			MOVE HeldFeedImage TO BatchLoanRequest
			WRITE BatchLoanRequest
			ADD 1 TO ReleaseRecordCount
			MOVE HeldFeedImage TO HeldDetailArea
			IF HeldDetailPrincipal IS NUMERIC
				ADD HeldDetailPrincipal TO ReleasePrincipalHash
			END-IF
		END-IF.

*>    The branch's header carries the feed date it cut; a section
*>    held without one takes the date it was held.
	2200-Write-Release-Header.
		SET Release-Section-Open TO TRUE
		ADD 1 TO ReleaseSectionCount
		MOVE HeldRunDate TO ReleaseRunDate
		MOVE HeldSectionNumber TO ReleaseSectionNumber
		MOVE HeldBranchId TO ReleaseBranchId
		MOVE ZERO TO ReleaseRecordCount, ReleasePrincipalHash
		MOVE SPACES TO BatchFeedHeader
		MOVE "*HDR" TO HeaderMarker
		MOVE HeldBranchId TO HeaderBranchId
		MOVE HeldRunDate TO HeaderFeedDate
		IF Held-Header
			MOVE HeldFeedImage TO HeldHeaderArea
			IF HeldHeaderFeedDate IS NUMERIC
				MOVE HeldHeaderFeedDate TO HeaderFeedDate
			END-IF
		END-IF
		MOVE HeldFeedSequence TO HeaderFeedSequence
		SET Header-Released TO TRUE
		WRITE BatchFeedHeader
		DISPLAY "LNBATREL - RELEASING BRANCH " HeldBranchId
			" FEED SEQUENCE " HeldFeedSequence " HELD "
			HeldRunDate " - " HeldReason.

	2300-Write-Release-Trailer.
		MOVE SPACES TO BatchFeedTrailer
		MOVE "*TRL" TO TrailerMarker
		MOVE ReleaseBranchId TO TrailerBranchId
		MOVE ReleaseRecordCount TO TrailerRecordCount
		MOVE ReleasePrincipalHash TO TrailerPrincipalHash
		WRITE BatchFeedTrailer
		ADD ReleaseRecordCount TO ReleaseRequestTotal
		MOVE "N" TO ReleaseSectionOpen.

	3000-Terminate.
		IF Release-Section-Open
			PERFORM 2300-Write-Release-Trailer
		END-IF
		CLOSE HeldFeedFile
		CLOSE HeldWorkFile
		CLOSE ReleaseFile
		IF ReleaseSectionCount > ZERO
			PERFORM 3100-Rewrite-Held-Feed
		END-IF
		DISPLAY "LNBATREL RELEASED " ReleaseSectionCount
			" SECTION(S), " ReleaseRequestTotal " REQUEST(S), OF "
			HeldRecordsRead " HELD RECORD(S) TO LNBATRLS"
		IF RefusedSectionCount > ZERO
			DISPLAY "LNBATREL LEFT " RefusedSectionCount
				" SECTION(S) ON LNBATHLD THAT CANNOT BE RELEASED"
		END-IF
		IF ReleaseSectionCount = ZERO AND RefusedSectionCount = ZERO
			DISPLAY "LNBATREL - NOTHING HELD FOR BRANCH "
				ReleaseBranchParm " MATCHED - CHECK THE PARMS"
		END-IF
		IF ReleaseSectionCount = ZERO OR RefusedSectionCount > ZERO
			MOVE 8 TO RETURN-CODE
		END-IF.

*>    What was not released goes back as the whole of LNBATHLD.
	3100-Rewrite-Held-Feed.
		OPEN INPUT HeldWorkFile
		IF NOT HeldWork-OK
			DISPLAY "LNBATREL ABEND - CANNOT REOPEN LNBATHWK, FILE STATUS "
				HeldWorkStatus
			DISPLAY "LNBATHLD STILL HOLDS THE SECTIONS JUST RELEASED"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		OPEN OUTPUT HeldFeedFile
		IF NOT HeldFeed-OK
			DISPLAY "LNBATREL ABEND - CANNOT REWRITE LNBATHLD, FILE STATUS "
				HeldFeedStatus
			DISPLAY "RESTORE LNBATHLD FROM LNBATHWK BEFORE ANY RELEASE"
			CLOSE HeldWorkFile
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		READ HeldWorkFile
		PERFORM 3110-Copy-Held-Record
			UNTIL NOT HeldWork-OK
		CLOSE HeldWorkFile
		CLOSE HeldFeedFile.

	3110-Copy-Held-Record.
		WRITE HeldFeedRecord FROM HeldWorkRecord
		READ HeldWorkFile.
