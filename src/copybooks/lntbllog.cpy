*>    Table change log record - one per change LNTBLMNT applied to
*>    LNRATES, LNBRAUTH or LNGLMAP, appended to LNTBLLOG: when (the
*>    business date and the clock time), who, which table (the
*>    LNTBLIN table code) and what action, and the entry as it stood
*>    before and after - each the byte image of that table's own
*>    record, so laying it back into the record area gives the
*>    fields their names.  An add has no before image and a delete
*>    no after image; both are left blank.  Keep the image length at
*>    least the longest of the three table records.
01  TableChangeRecord.
	02 ChangeDate PIC 9(8).
	02 ChangeTime PIC 9(8).
	02 ChangeOperatorId PIC X(8).
	02 ChangeTable PIC X(1).
	02 ChangeAction PIC X(1).
	02 ChangeBeforeImage PIC X(20).
	02 ChangeAfterImage PIC X(20).
