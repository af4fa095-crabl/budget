*>    Table maintenance transaction - one change head office wants
*>    made to one of its three small tables, read by LNTBLMNT from
*>    LNTBLIN.  The table code names the file:
*>        R  LNRATES   posted-rate table     (method + term low year)
*>        B  LNBRAUTH  branch authorization  (branch id)
*>        G  LNGLMAP   GL account map        (method)
*>    with the entry's key in brackets, and the action is A add, C
*>    change, D delete or L list.  Each table has its own fields
*>    below, laid out as the table record itself; only the named
*>    table's are read.  A change replaces every non-key figure, so
*>    it carries the entry as it should stand; a delete and a list
*>    need only the key (a list needs nothing).  The operator id is
*>    who asked for the change - when blank, the id the job runs
*>    under goes on the change log instead.
01  TableMaintRequest.
	02 MaintTable PIC X(1).
		88 Maint-Rate-Table VALUE "R".
		88 Maint-Auth-Table VALUE "B".
		88 Maint-Map-Table VALUE "G".
	02 MaintAction PIC X(1).
		88 Maint-Add VALUE "A".
		88 Maint-Change VALUE "C".
		88 Maint-Delete VALUE "D".
		88 Maint-List VALUE "L".
	02 MaintOperatorId PIC X(8).
	02 MaintRateFields.
		03 MaintRateMethod PIC X(2).
		03 MaintRateTermLowYears PIC 9(4).
		03 MaintRateTermHighYears PIC 9(4).
		03 MaintRatePostedRate PIC 9(3)V99.
	02 MaintAuthFields.
		03 MaintAuthBranchId PIC X(4).
		03 MaintAuthMaxPrincipal PIC 9(9)V99.
	02 MaintMapFields.
		03 MaintMapCalcMethod PIC X(2).
		03 MaintMapDebitAccount PIC 9(8).
		03 MaintMapCreditAccount PIC 9(8).
