*> Shared BRMAST branch reference master layout - one record per
*> branch code the envelopes may carry. COPYd by BRANCHK (the lookup
*> every program makes through it) so the code/name/status column
*> positions only live in this one place. BRM-STATUS is O while the
*> branch is trading and C once it has been closed; BRM-EFF-FROM and
*> BRM-EFF-TO bound the YYYYMMDD business dates the branch may key
*> for, BRM-EFF-TO spaces meaning no end date has been set. Operations
*> keeps the dataset by hand, the same way it keeps OPERMAST.
01 BRM-RECORD.
	02 BRM-CODE     pic X(03).
	02 FILLER       pic X(01).
	02 BRM-NAME     pic X(30).
	02 FILLER       pic X(01).
	02 BRM-REGION   pic X(10).
	02 FILLER       pic X(01).
	02 BRM-STATUS   pic X(01).
		88 BRM-OPEN   value 'O'.
		88 BRM-CLOSED value 'C'.
	02 FILLER       pic X(01).
	02 BRM-EFF-FROM pic X(08).
	02 FILLER       pic X(01).
	02 BRM-EFF-TO   pic X(08).
	02 FILLER       pic X(15).
