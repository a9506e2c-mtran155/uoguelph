*> Reads audit.log (one entry per conversion request, written by 	  *>
*> romanA3_1.cob) and prints a dated activity report: daily volumes,  *>
*> a breakdown by source (INTERACTIVE vs. each batch file vs. RECON	  *>
*> entries), a breakdown by the operator each entry was signed with,  *>
*> reject and mismatch counts, and the busiest hour. 				  *>
*> 																	  *>
*> An optional month filter ("YYYY-MM") may be given on the command	  *>
*> line to restrict the report to a single month; with no argument 	  *>
01 commandLine pic x(80).
01 monthFilter pic x(7).

*> the " | "-delimited pieces of one audit log entry; the operator
*> id is missing from entries logged before operators signed on
01 entryTimestamp pic x(19).
01 entrySource pic x(46).
01 entryInput pic x(30).
01 entryResult pic x(60).
01 entryOperator pic x(8).
01 entryDate pic x(10).
01 entryHour pic 99.
01 sourceKey pic x(46).
01 sourceIdx pic 99.
01 sourceOverflow pic 9(6) value zero.

*> per-operator volume table; unsigned entries count under "(none)"
01 operCount pic 99 value zero.
01 oper-list.
	05 oper-entry occurs 50 times.
		10 oper-id pic x(8).
		10 oper-volume pic 9(6).
		10 oper-rejected pic 9(6).
01 operIdx pic 99.
01 operOverflow pic 9(6) value zero.

*> per-hour-of-day volume table for the busiest-hour figure
01 hour-list.
	05 hour-volume pic 9(6) occurs 24 times.
	move spaces to entrySource.
	move spaces to entryInput.
	move spaces to entryResult.
	move spaces to entryOperator.
	unstring audit-record delimited by " | "
		into entryTimestamp entrySource entryInput entryResult entryOperator.

	move entryTimestamp(1:10) to entryDate.
	if entryTimestamp(12:2) is numeric and entryTimestamp(12:2) is less than "24"

	perform tallyDay.
	perform tallySource.
	perform tallyOperator.

*> counts the current entry into its day's volume bucket
tallyDay.
		add 1 to source-rejected(sourceIdx)
	end-if.

*> counts the current entry into its operator's volume bucket
tallyOperator.
	if entryOperator is equal to spaces
		move "(none)" to entryOperator
	end-if.
	move zero to operIdx.
	perform varying i-scan from 1 by 1 until i-scan is greater than operCount
		if oper-id(i-scan) is equal to entryOperator
			move i-scan to operIdx
		end-if
	end-perform.
	if operIdx is equal to zero
		if operCount is less than 50
			add 1 to operCount
			move operCount to operIdx
			move entryOperator to oper-id(operIdx)
			move zero to oper-volume(operIdx)
			move zero to oper-rejected(operIdx)
		else
			add 1 to operOverflow
			exit paragraph
		end-if
	end-if.
	add 1 to oper-volume(operIdx).
	if entryResult is equal to "REJECTED" or entryResult is equal to "MISMATCH"
		add 1 to oper-rejected(operIdx)
	end-if.

*> prints the dated activity report from the accumulated counters
printActivityReport.
	display " ".
		display "   ... and " sourceOverflow " entries from further sources not shown"
	end-if.

	display " ".
	display "           VOLUME BY OPERATOR".
	display " --------------------------------------------".
	display "   OPERATOR                        VOLUME  REJECTED".
	perform varying operIdx from 1 by 1 until operIdx is greater than operCount
		move oper-id(operIdx) to sourceNameOut
		move oper-volume(operIdx) to sourceVolumeOut
		move oper-rejected(operIdx) to sourceRejectedOut
		display print-source
	end-perform.
	if operOverflow is greater than zero
		display "   ... and " operOverflow " entries by further operators not shown"
	end-if.

	display " ".
	display "           BUSIEST HOUR".
	display " --------------------------------------------".
