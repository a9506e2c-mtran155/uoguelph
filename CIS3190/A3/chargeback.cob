*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>*>
*> chargeback.cob: Month-end department chargeback invoices and the  *>
*> GL chargeback interface file.									  *>
*> 																	  *>
*> For one month this program reads the run history (runhist.dat),	  *>
*> taking every batch run whose END record falls in the month with	  *>
*> the department its header named, then reads the audit log (the	  *>
*> month's rolled archive audit-YYYY-MM.log, when there is one, and	  *>
*> the live audit.log) and charges each batch conversion entry to	  *>
*> the run of the same file it was logged during, as converted or	  *>
*> rejected. The counts are priced from the rate table chgrates.dat	  *>
*> (one line per mode: the mode letter, a charge per batch run, per	  *>
*> converted record and per rejected record, blank-separated; lines  *>
*> starting '*' are comments). Convert (Y), transaction (T),		  *>
*> normalize (N), date (K), historical (H), ledger posting (L) and  *>
*> date read-back (R) runs are charged; a delta convert run (X) is	  *>
*> charged on the convert line at the convert rates unless the		  *>
*> table prices X itself.											  *>
*> 																	  *>
*> A delivery split by partConv runs as one converter job per		  *>
*> partition (<file>.p01, <file>.p02, ...), each with its own START	  *>
*> and END. The partitions are folded into the delivery they came	  *>
*> from: their records are charged as usual, but the run charge is	  *>
*> made once per delivery and mode, on the first partition to end in  *>
*> the month. partConv's own mode P records are not charged, since	  *>
*> the partitions carry the delivery's work.						  *>
*> 																	  *>
*> One invoice is printed per department on the department master	  *>
*> (deptmast.dat) with a line per mode and the department total; a	  *>
*> department that ran nothing gets a zero invoice, and work whose	  *>
*> header named no department (or one not on the master) is billed	  *>
*> to its own invoice so nothing goes unbilled. A grand total page	  *>
*> closes the print file (chargeback-YYYY-MM.rpt), and the same		  *>
*> figures go to the fixed-format GL interface file					  *>
*> (chargeback-YYYY-MM.gl): a header record, one detail record per	  *>
*> department and mode (a single zero detail for a department that	  *>
*> ran nothing) and a trailer with the detail count, department		  *>
*> count and total amount. A run that never wrote its END record is	  *>
*> not charged; audit entries that cannot be matched to a charged	  *>
*> run are counted on the control page and end the program with		  *>
*> return code 4, as does a disagreement between the run history's	  *>
*> counts and the audit log's. Return code 8 when the rate table or	  *>
*> the run history cannot be read.									  *>
*> 																	  *>
*> An optional "YYYY-MM" month may be given on the command line; the  *>
*> default is the month before the current one.						  *>
*> 																	  *>
*> This program can be compiled by typing: 							  *>
*> 			cobc -x -free -Wall chargeback.cob						  *>
*> This program can be executed by typing: 							  *>
*> 			./chargeback [YYYY-MM]									  *>
*> 																	  *>
*> Created by: Michael Tran (mtran04) 								  *>
*> ID: 0524704 														  *>
*> October 2026 													  *>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>*>

identification division.
program-id. chargeback.

environment division.
input-output section.
file-control.
select runHistFile assign to "runhist.dat" organization is line sequential
	file status is runHistStatus.
select auditFile assign to auditFileName organization is line sequential
	file status is auditFileStatus.
select deptFile assign to "deptmast.dat" organization is line sequential
	file status is deptFileStatus.
select rateFile assign to "chgrates.dat" organization is line sequential
	file status is rateFileStatus.
select invoiceFile assign to invoiceFileName organization is line sequential
	file status is invoiceFileStatus.
select glFile assign to glFileName organization is line sequential
	file status is glFileStatus.

data division.
file section.
fd runHistFile.
01 runhist-record pic x(150).

fd auditFile.
01 audit-record pic x(150).

fd deptFile.
01 dept-record.
	05 dept-rec-code pic x(8).
	05 filler pic x(1).
	05 dept-rec-name pic x(30).

fd rateFile.
01 rate-record pic x(80).

fd invoiceFile.
01 invoice-record pic x(132).

*> GL chargeback interface: a header, one detail per department and
*> mode, and a trailer carrying the control totals
fd glFile.
01 gl-header.
	05 gl-hdr-type pic x.
	05 gl-hdr-period pic x(7).
	05 gl-hdr-run-date pic x(10).
	05 gl-hdr-system pic x(10).
	05 filler pic x(52).
01 gl-detail.
	05 gl-det-type pic x.
	05 gl-det-period pic x(7).
	05 gl-det-dept pic x(8).
	05 gl-det-mode pic x.
	05 gl-det-runs pic 9(6).
	05 gl-det-converted pic 9(8).
	05 gl-det-rejected pic 9(8).
	05 gl-det-amount pic 9(9)v99.
	05 filler pic x(30).
01 gl-trailer.
	05 gl-trl-type pic x.
	05 gl-trl-period pic x(7).
	05 gl-trl-details pic 9(6).
	05 gl-trl-depts pic 9(4).
	05 gl-trl-amount pic 9(11)v99.
	05 filler pic x(49).

working-storage section.
01 eof-switch pic 9.
01 runHistStatus pic xx.
01 auditFileStatus pic xx.
01 auditFileName pic x(30).
01 deptFileStatus pic xx.
01 rateFileStatus pic xx.
01 invoiceFileStatus pic xx.
01 invoiceFileName pic x(30).
01 glFileStatus pic xx.
01 glFileName pic x(30).

*> the month being billed, from the command line (default last month)
01 commandLine pic x(80).
01 billMonth pic x(7).
01 billYear pic 9(4).
01 billMon pic 99.

*> the modes charged, in invoice line order, and their rates from
*> the rate table; X is billed on the convert line
01 mode-names.
	05 filler pic x(12) value "YCONVERT    ".
	05 filler pic x(12) value "TTRANSACTION".
	05 filler pic x(12) value "NNORMALIZE  ".
	05 filler pic x(12) value "KDATE       ".
	05 filler pic x(12) value "HHISTORICAL ".
	05 filler pic x(12) value "LLEDGER     ".
	05 filler pic x(12) value "RDATE READ  ".
01 mode-table redefines mode-names.
	05 mode-entry occurs 7 times.
		10 modeCode pic x.
		10 modeName pic x(11).
01 modeCount pic 9 value 7.
01 modeIdx pic 9.
01 rate-list.
	05 rate-entry occurs 7 times.
		10 rateSeen pic 9.
		10 rateRun pic 9(5)v99.
		10 rateConv pic 9(3)v9(4).
		10 rateRej pic 9(3)v9(4).
01 deltaRateSeen pic 9 value zero.
01 deltaRateRun pic 9(5)v99 value zero.
01 deltaRateConv pic 9(3)v9(4) value zero.
01 deltaRateRej pic 9(3)v9(4) value zero.
01 rateRunWork pic 9(5)v99.
01 rateConvWork pic 9(3)v9(4).
01 rateRejWork pic 9(3)v9(4).
01 rateModeText pic x(10).
01 rateRunText pic x(15).
01 rateConvText pic x(15).
01 rateRejText pic x(15).

*> the " | "-delimited pieces of one run-history record
01 histType pic x(5).
01 histTimestamp pic x(19).
01 histMode pic x.
01 histFile pic x(40).
01 histRead pic x(10).
01 histConv pic x(10).
01 histRej pic x(10).
01 histRC pic x(10).
01 histDept pic x(10).

*> the month's batch runs: each START opens an entry, which its END
*> closes with the department, counts and return code; an END whose
*> START fell in the month before opens an entry of its own
01 runCount pic 9(4) value zero.
01 run-list.
	05 run-entry occurs 3000 times.
		10 runFile pic x(40).
		10 runMode pic x.
		10 runStart pic x(19).
		10 runEnd pic x(19).
		10 runDept pic x(8).
		10 runEnded pic 9.
		10 runModeIdx pic 9.
		10 runDelta pic 9.
		10 runInvIdx pic 99.
		10 runParent pic x(40).
01 runIdx pic 9(4).
01 scanIdx pic 9(4).
01 lastRunIdx pic 9(4) value zero.
01 runOverflow pic 9(6) value zero.
01 runsNotEnded pic 9(6) value zero.
01 runsUncharged pic 9(6) value zero.

*> a partition job's delivery (its file name less the .pNN suffix),
*> and how many partitions were charged for their records only
01 parentName pic x(40).
01 nameLen pic 99.
01 partitionRepeat pic 9.
01 partitionsFolded pic 9(6) value zero.

*> the " | "-delimited pieces of one audit log entry
01 entryTimestamp pic x(19).
01 entrySource pic x(46).
01 entryInput pic x(30).
01 entryResult pic x(60).
01 auditUnmatched pic 9(8) value zero.

*> the run history's own converted and rejected totals for the
*> charged runs, proved against the audit log's
01 histConvTotal pic 9(8) value zero.
01 histRejTotal pic 9(8) value zero.
01 auditConvTotal pic 9(8) value zero.
01 auditRejTotal pic 9(8) value zero.
01 countWork pic 9(8).

*> one invoice per department: the department master's, in order,
*> then any department code the runs named that is not on it
01 invCount pic 99 value zero.
01 inv-list.
	05 inv-entry occurs 60 times.
		10 invDept pic x(8).
		10 invName pic x(30).
		10 invTotal pic 9(9)v99.
		10 inv-line occurs 7 times.
			15 invRuns pic 9(6).
			15 invConv pic 9(8).
			15 invRej pic 9(8).
			15 invDeltaRuns pic 9(6).
			15 invDeltaConv pic 9(8).
			15 invDeltaRej pic 9(8).
			15 invAmount pic 9(9)v99.
01 invIdx pic 99.
01 invOverflow pic 9(6) value zero.
01 deptOnMaster pic 99 value zero.
01 lineAmount pic 9(9)v99.
01 grandTotal pic 9(11)v99 value zero.
01 glDetails pic 9(6) value zero.
01 lineActive pic 9.

*> invoice date
01 currentDateTime pic x(21).
01 currentDateTime-fields redefines currentDateTime.
	05 cd-year pic 9(4).
	05 cd-month pic 9(2).
	05 cd-day pic 9(2).
	05 filler pic x(13).
01 reportDate pic x(10).

*> formatted lines for the invoices
01 invoiceLine pic x(132).
01 underline-1.
	05 filler pic x(81) value ' ================================================================================'.
01 col-heads.
	05 filler pic x(81) value ' MODE          RUNS   RUN CHG CONVERTED   CONV CHG REJECTED    REJ CHG     AMOUNT'.
01 print-charge.
	05 filler pic x value space.
	05 chgModeOut pic x(12).
	05 chgRunsOut pic z(5)9.
	05 chgRunAmtOut pic z(6)9.99.
	05 chgConvOut pic z(9)9.
	05 chgConvAmtOut pic z(7)9.99.
	05 chgRejOut pic z(8)9.
	05 chgRejAmtOut pic z(7)9.99.
	05 chgAmountOut pic z(7)9.99.
01 chargeWork pic 9(9)v99.
01 totalOut pic z(10)9.99.
01 countOut pic z(7)9.

procedure division.
	perform buildReportDate.
	perform readBillMonth.
	perform loadRateTable.
	if return-code is equal to 8
		stop run
	end-if.
	perform loadDepartments.
	perform loadRunHistory.
	if return-code is equal to 8
		stop run
	end-if.
	perform chargeRuns.
	perform tallyAuditEntries.
	perform priceInvoices.
	perform writeInvoiceFile.
	perform writeGlFile.
	perform printControlTotals.
	if return-code is less than 4
		if auditUnmatched is greater than zero or histConvTotal is not equal to auditConvTotal or histRejTotal is not equal to auditRejTotal
			move 4 to return-code
		end-if
	end-if.
stop run.

*> formats function current-date into the "YYYY-MM-DD" invoice date
buildReportDate.
	move function current-date to currentDateTime.
	string cd-year delimited by size
		"-" delimited by size
		cd-month delimited by size
		"-" delimited by size
		cd-day delimited by size
		into reportDate.

*> picks the month to bill up from the command line, defaulting to
*> the month before the current one, and names the output files
readBillMonth.
	move spaces to commandLine.
	accept commandLine from command-line.
	if commandLine is not equal to spaces
		move commandLine(1:7) to billMonth
	else
		move cd-year to billYear
		move cd-month to billMon
		if billMon is equal to 1
			move 12 to billMon
			subtract 1 from billYear
		else
			subtract 1 from billMon
		end-if
		move spaces to billMonth
		string billYear delimited by size
			"-" delimited by size
			billMon delimited by size
			into billMonth
	end-if.
	move spaces to invoiceFileName.
	string "chargeback-" delimited by size
		billMonth delimited by size
		".rpt" delimited by size
		into invoiceFileName.
	move spaces to glFileName.
	string "chargeback-" delimited by size
		billMonth delimited by size
		".gl" delimited by size
		into glFileName.

*> loads the charge rates per mode; the month cannot be priced
*> without them
loadRateTable.
	initialize rate-list.
	open input rateFile.
	if rateFileStatus is not equal to "00"
		display "Cannot open the rate table chgrates.dat -- no invoices produced."
		move 8 to return-code
		exit paragraph
	end-if.
	move 1 to eof-switch.
	perform until eof-switch is equal to zero
		read rateFile at end move zero to eof-switch end-read
		if eof-switch is not equal to zero and rate-record is not equal to spaces and rate-record(1:1) is not equal to '*'
			perform loadOneRate
		end-if
	end-perform.
	close rateFile.
	perform varying modeIdx from 1 by 1 until modeIdx is greater than modeCount
		if rateSeen(modeIdx) is equal to zero
			display " No rate for mode " modeCode(modeIdx) " (" function trim(modeName(modeIdx)) ") -- its work is billed at zero."
		end-if
	end-perform.

*> loads one rate table line into its mode's rates
loadOneRate.
	move spaces to rateModeText.
	move spaces to rateRunText.
	move spaces to rateConvText.
	move spaces to rateRejText.
	unstring function trim(rate-record) delimited by all " "
		into rateModeText rateRunText rateConvText rateRejText.
	inspect rateModeText converting 'abcdefghijklmnopqrstuvwxyz' to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
	if rateModeText(1:1) is equal to 'X'
		move 1 to deltaRateSeen
		compute deltaRateRun = function numval(rateRunText)
		compute deltaRateConv = function numval(rateConvText)
		compute deltaRateRej = function numval(rateRejText)
		exit paragraph
	end-if.
	perform varying modeIdx from 1 by 1 until modeIdx is greater than modeCount
		if modeCode(modeIdx) is equal to rateModeText(1:1)
			move 1 to rateSeen(modeIdx)
			compute rateRun(modeIdx) = function numval(rateRunText)
			compute rateConv(modeIdx) = function numval(rateConvText)
			compute rateRej(modeIdx) = function numval(rateRejText)
		end-if
	end-perform.

*> opens an invoice for every department on the department master
loadDepartments.
	open input deptFile.
	if deptFileStatus is not equal to "00"
		display " No department master (deptmast.dat) -- invoices only for departments with activity."
		exit paragraph
	end-if.
	move 1 to eof-switch.
	perform until eof-switch is equal to zero
		read deptFile at end move zero to eof-switch end-read
		if eof-switch is not equal to zero and dept-rec-code is not equal to spaces and dept-rec-code(1:1) is not equal to '*'
			inspect dept-rec-code converting 'abcdefghijklmnopqrstuvwxyz' to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
			move dept-rec-code to histDept
			perform findInvoice
			if invIdx is greater than zero
				move dept-rec-name to invName(invIdx)
			end-if
		end-if
	end-perform.
	close deptFile.
	move invCount to deptOnMaster.

*> finds (or opens) the invoice for the department code in histDept,
*> leaving its index in invIdx (zero when the table is full)
findInvoice.
	move zero to invIdx.
	perform varying scanIdx from 1 by 1 until scanIdx is greater than invCount or invIdx is greater than zero
		if invDept(scanIdx) is equal to histDept(1:8)
			move scanIdx to invIdx
		end-if
	end-perform.
	if invIdx is equal to zero
		if invCount is less than 60
			add 1 to invCount
			move invCount to invIdx
			initialize inv-entry(invIdx)
			move histDept(1:8) to invDept(invIdx)
			if histDept is equal to "(none)"
				move "NO DEPARTMENT ON HEADER" to invName(invIdx)
			else
				move "NOT ON DEPARTMENT MASTER" to invName(invIdx)
			end-if
		else
			add 1 to invOverflow
		end-if
	end-if.

*> reads the run history for the month's batch runs
loadRunHistory.
	open input runHistFile.
	if runHistStatus is not equal to "00"
		display "Cannot open the run history runhist.dat -- no invoices produced."
		move 8 to return-code
		exit paragraph
	end-if.
	move 1 to eof-switch.
	perform until eof-switch is equal to zero
		read runHistFile at end move zero to eof-switch end-read
		if eof-switch is not equal to zero
			perform noteRunRecord
		end-if
	end-perform.
	close runHistFile.

*> opens a run entry for a START in the month and closes the latest
*> open entry of the same file and mode with its END; an END in the
*> month without its START still opens (and closes) an entry
noteRunRecord.
	move spaces to histType.
	move spaces to histTimestamp.
	move spaces to histMode.
	move spaces to histFile.
	move spaces to histRead.
	move spaces to histConv.
	move spaces to histRej.
	move spaces to histRC.
	move spaces to histDept.
	unstring runhist-record delimited by " | "
		into histType histTimestamp histMode histFile
			histRead histConv histRej histRC histDept.
	if histTimestamp(1:7) is not equal to billMonth
		exit paragraph
	end-if.
	if histType is equal to "START"
		if runCount is less than 3000
			add 1 to runCount
			move histFile to runFile(runCount)
			move histMode to runMode(runCount)
			move histTimestamp to runStart(runCount)
			move high-values to runEnd(runCount)
			move spaces to runDept(runCount)
			move zero to runEnded(runCount)
		else
			add 1 to runOverflow
		end-if
		exit paragraph
	end-if.
	if histType is not equal to "END"
		exit paragraph
	end-if.
	move zero to runIdx.
	perform varying scanIdx from runCount by -1 until scanIdx is less than 1 or runIdx is greater than zero
		if runFile(scanIdx) is equal to histFile and runMode(scanIdx) is equal to histMode and runEnded(scanIdx) is equal to zero
			move scanIdx to runIdx
		end-if
	end-perform.
	if runIdx is equal to zero
		if runCount is less than 3000
			add 1 to runCount
			move runCount to runIdx
			move histFile to runFile(runIdx)
			move histMode to runMode(runIdx)
			move low-values to runStart(runIdx)
		else
			add 1 to runOverflow
			exit paragraph
		end-if
	end-if.
	move histTimestamp to runEnd(runIdx).
	move 1 to runEnded(runIdx).
	if histDept is equal to spaces
		move "(none)" to histDept
	end-if.
	inspect histDept converting 'abcdefghijklmnopqrstuvwxyz' to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
	if histDept is equal to "(NONE)"
		move "(none)" to histDept
	end-if.
	move histDept(1:8) to runDept(runIdx).
	perform noteRunCounts.

*> maps an ended run onto its invoice line and counts it there,
*> adding the run history's converted and rejected counts to the
*> control totals the audit log is proved against
noteRunCounts.
	move zero to runModeIdx(runIdx).
	move zero to runDelta(runIdx).
	move zero to runInvIdx(runIdx).
	move spaces to runParent(runIdx).
	if histMode is equal to 'P'
		exit paragraph
	end-if.
	move histMode to rateModeText.
	if histMode is equal to 'X'
		move 1 to runDelta(runIdx)
		move 'Y' to rateModeText
	end-if.
	perform varying modeIdx from 1 by 1 until modeIdx is greater than modeCount
		if modeCode(modeIdx) is equal to rateModeText(1:1)
			move modeIdx to runModeIdx(runIdx)
		end-if
	end-perform.
	if runModeIdx(runIdx) is equal to zero
		add 1 to runsUncharged
		exit paragraph
	end-if.
	perform findInvoice.
	if invIdx is equal to zero
		exit paragraph
	end-if.
	move invIdx to runInvIdx(runIdx).
	move runModeIdx(runIdx) to modeIdx.
	perform notePartitionRun.
	if partitionRepeat is equal to zero
		if runDelta(runIdx) is equal to 1
			add 1 to invDeltaRuns(invIdx, modeIdx)
		else
			add 1 to invRuns(invIdx, modeIdx)
		end-if
	end-if.
	compute countWork = function numval(histConv).
	add countWork to histConvTotal.
	compute countWork = function numval(histRej).
	add countWork to histRejTotal.

*> folds a partition job (<file>.pNN) into its delivery: when another
*> partition of the same delivery, mode and department has already
*> ended in the month, this one is charged for its records only
notePartitionRun.
	move zero to partitionRepeat.
	move function length(function trim(histFile)) to nameLen.
	if nameLen is less than 5
		exit paragraph
	end-if.
	if (histFile(nameLen - 3:2) is not equal to ".p" and histFile(nameLen - 3:2) is not equal to ".P") or histFile(nameLen - 1:2) is not numeric
		exit paragraph
	end-if.
	move spaces to parentName.
	move histFile(1:nameLen - 4) to parentName.
	perform varying scanIdx from 1 by 1 until scanIdx is greater than runCount or partitionRepeat is equal to 1
		if scanIdx is not equal to runIdx and runEnded(scanIdx) is equal to 1 and runParent(scanIdx) is equal to parentName and runModeIdx(scanIdx) is equal to runModeIdx(runIdx) and runDelta(scanIdx) is equal to runDelta(runIdx) and runInvIdx(scanIdx) is equal to runInvIdx(runIdx)
			move 1 to partitionRepeat
		end-if
	end-perform.
	move parentName to runParent(runIdx).
	if partitionRepeat is equal to 1
		add 1 to partitionsFolded
	end-if.

*> counts the runs whose END record never arrived; they are not
*> charged, and their audit entries show as unmatched (a split
*> delivery not yet merged is not a run of its own)
chargeRuns.
	perform varying runIdx from 1 by 1 until runIdx is greater than runCount
		if runEnded(runIdx) is equal to zero and runMode(runIdx) is not equal to 'P'
			add 1 to runsNotEnded
		end-if
	end-perform.

*> reads the month's audit archive (when there is one) and then the
*> live log, charging each batch conversion entry to its run
tallyAuditEntries.
	move spaces to auditFileName.
	string "audit-" delimited by size
		billMonth delimited by size
		".log" delimited by size
		into auditFileName.
	perform tallyOneLog.
	move "audit.log" to auditFileName.
	perform tallyOneLog.

*> reads one log file (archive or live) through the entry tally; a
*> file that is not there is simply skipped
tallyOneLog.
	open input auditFile.
	if auditFileStatus is not equal to "00"
		exit paragraph
	end-if.
	move 1 to eof-switch.
	perform until eof-switch is equal to zero
		read auditFile at end move zero to eof-switch end-read
		if eof-switch is not equal to zero
			perform tallyOneEntry
		end-if
	end-perform.
	close auditFile.

*> charges one audit entry, when it is a batch conversion in the
*> month, to the run of its file that was open when it was logged;
*> interactive, edit and reconcile entries are not charged
tallyOneEntry.
	move spaces to entryTimestamp.
	move spaces to entrySource.
	move spaces to entryInput.
	move spaces to entryResult.
	unstring audit-record delimited by " | "
		into entryTimestamp entrySource entryInput entryResult.
	if entryTimestamp(1:7) is not equal to billMonth
		exit paragraph
	end-if.
	if entrySource is equal to "INTERACTIVE" or entrySource(1:6) is equal to "RECON:" or entrySource(1:5) is equal to "EDIT:"
		exit paragraph
	end-if.
	perform findEntryRun.
	if runIdx is equal to zero
		add 1 to auditUnmatched
		exit paragraph
	end-if.
	if runInvIdx(runIdx) is equal to zero
		exit paragraph
	end-if.
	move runInvIdx(runIdx) to invIdx.
	move runModeIdx(runIdx) to modeIdx.
	if entryResult is equal to "REJECTED"
		add 1 to auditRejTotal
		if runDelta(runIdx) is equal to 1
			add 1 to invDeltaRej(invIdx, modeIdx)
		else
			add 1 to invRej(invIdx, modeIdx)
		end-if
	else
		add 1 to auditConvTotal
		if runDelta(runIdx) is equal to 1
			add 1 to invDeltaConv(invIdx, modeIdx)
		else
			add 1 to invConv(invIdx, modeIdx)
		end-if
	end-if.

*> finds the ended run of the entry's file that was open when the
*> entry was logged, trying the last run matched first since a run's
*> entries are logged together; leaves zero in runIdx when none was
findEntryRun.
	move zero to runIdx.
	if lastRunIdx is greater than zero
		if runFile(lastRunIdx) is equal to entrySource(1:40) and runStart(lastRunIdx) is not greater than entryTimestamp and runEnd(lastRunIdx) is not less than entryTimestamp
			move lastRunIdx to runIdx
			exit paragraph
		end-if
	end-if.
	perform varying scanIdx from 1 by 1 until scanIdx is greater than runCount or runIdx is greater than zero
		if runEnded(scanIdx) is equal to 1 and runFile(scanIdx) is equal to entrySource(1:40) and runStart(scanIdx) is not greater than entryTimestamp and runEnd(scanIdx) is not less than entryTimestamp
			move scanIdx to runIdx
		end-if
	end-perform.
	if runIdx is greater than zero
		move runIdx to lastRunIdx
	end-if.

*> prices every invoice line from the rate table (X runs at the delta
*> rates when the table has them, else at the convert rates) and
*> totals each invoice and the month
priceInvoices.
	perform varying invIdx from 1 by 1 until invIdx is greater than invCount
		move zero to invTotal(invIdx)
		perform varying modeIdx from 1 by 1 until modeIdx is greater than modeCount
			compute invAmount(invIdx, modeIdx) rounded = invRuns(invIdx, modeIdx) * rateRun(modeIdx) + invConv(invIdx, modeIdx) * rateConv(modeIdx) + invRej(invIdx, modeIdx) * rateRej(modeIdx)
			if deltaRateSeen is equal to 1
				compute lineAmount rounded = invDeltaRuns(invIdx, modeIdx) * deltaRateRun + invDeltaConv(invIdx, modeIdx) * deltaRateConv + invDeltaRej(invIdx, modeIdx) * deltaRateRej
			else
				compute lineAmount rounded = invDeltaRuns(invIdx, modeIdx) * rateRun(modeIdx) + invDeltaConv(invIdx, modeIdx) * rateConv(modeIdx) + invDeltaRej(invIdx, modeIdx) * rateRej(modeIdx)
			end-if
			add lineAmount to invAmount(invIdx, modeIdx)
			add invDeltaRuns(invIdx, modeIdx) to invRuns(invIdx, modeIdx)
			add invDeltaConv(invIdx, modeIdx) to invConv(invIdx, modeIdx)
			add invDeltaRej(invIdx, modeIdx) to invRej(invIdx, modeIdx)
			add invAmount(invIdx, modeIdx) to invTotal(invIdx)
		end-perform
		add invTotal(invIdx) to grandTotal
	end-perform.

*> prints one invoice per department and the grand total page
writeInvoiceFile.
	open output invoiceFile.
	if invoiceFileStatus is not equal to "00"
		display "Cannot open " function trim(invoiceFileName) " -- invoices not printed."
		move 8 to return-code
		exit paragraph
	end-if.
	perform varying invIdx from 1 by 1 until invIdx is greater than invCount
		perform writeOneInvoice
	end-perform.
	perform writeGrandTotalPage.
	close invoiceFile.
	display " Invoices printed to " function trim(invoiceFileName).

*> prints one department's invoice: a line per mode it ran, or a
*> no-activity line, and its total
writeOneInvoice.
	write invoice-record from underline-1.
	move "           DEPARTMENT CHARGEBACK INVOICE" to invoice-record.
	write invoice-record.
	write invoice-record from underline-1.
	move spaces to invoiceLine.
	string " Period:       " delimited by size
		billMonth delimited by size
		"                    Invoice date: " delimited by size
		reportDate delimited by size
		into invoiceLine.
	write invoice-record from invoiceLine.
	move spaces to invoiceLine.
	string " Department:   " delimited by size
		invDept(invIdx) delimited by size
		" " delimited by size
		invName(invIdx) delimited by size
		into invoiceLine.
	write invoice-record from invoiceLine.
	move spaces to invoice-record.
	write invoice-record.
	write invoice-record from col-heads.
	move zero to lineActive.
	perform varying modeIdx from 1 by 1 until modeIdx is greater than modeCount
		if invRuns(invIdx, modeIdx) is greater than zero or invConv(invIdx, modeIdx) is greater than zero or invRej(invIdx, modeIdx) is greater than zero
			move 1 to lineActive
			perform formatChargeLine
			write invoice-record from print-charge
		end-if
	end-perform.
	if lineActive is equal to zero
		move "   No batch activity this period." to invoice-record
		write invoice-record
	end-if.
	move spaces to invoice-record.
	write invoice-record.
	move invTotal(invIdx) to totalOut.
	move spaces to invoiceLine.
	string "                                                  DEPARTMENT TOTAL " delimited by size
		totalOut delimited by size
		into invoiceLine.
	write invoice-record from invoiceLine.
	move spaces to invoice-record.
	write invoice-record.

*> formats one invoice line item for the mode in modeIdx; the delta
*> runs folded into the convert line are priced at the delta rates
*> when the rate table carries them
formatChargeLine.
	move deltaRateRun to rateRunWork.
	move deltaRateConv to rateConvWork.
	move deltaRateRej to rateRejWork.
	if deltaRateSeen is equal to zero
		move rateRun(modeIdx) to rateRunWork
		move rateConv(modeIdx) to rateConvWork
		move rateRej(modeIdx) to rateRejWork
	end-if.
	move modeName(modeIdx) to chgModeOut.
	move invRuns(invIdx, modeIdx) to chgRunsOut.
	compute chargeWork rounded = (invRuns(invIdx, modeIdx) - invDeltaRuns(invIdx, modeIdx)) * rateRun(modeIdx) + invDeltaRuns(invIdx, modeIdx) * rateRunWork.
	move chargeWork to chgRunAmtOut.
	move invConv(invIdx, modeIdx) to chgConvOut.
	compute chargeWork rounded = (invConv(invIdx, modeIdx) - invDeltaConv(invIdx, modeIdx)) * rateConv(modeIdx) + invDeltaConv(invIdx, modeIdx) * rateConvWork.
	move chargeWork to chgConvAmtOut.
	move invRej(invIdx, modeIdx) to chgRejOut.
	compute chargeWork rounded = (invRej(invIdx, modeIdx) - invDeltaRej(invIdx, modeIdx)) * rateRej(modeIdx) + invDeltaRej(invIdx, modeIdx) * rateRejWork.
	move chargeWork to chgRejAmtOut.
	move invAmount(invIdx, modeIdx) to chgAmountOut.

*> prints the grand total page: each department's total and the month
writeGrandTotalPage.
	write invoice-record from underline-1.
	move "           CHARGEBACK SUMMARY" to invoice-record.
	write invoice-record.
	write invoice-record from underline-1.
	move spaces to invoiceLine.
	string " Period:       " delimited by size
		billMonth delimited by size
		into invoiceLine.
	write invoice-record from invoiceLine.
	move spaces to invoice-record.
	write invoice-record.
	perform varying invIdx from 1 by 1 until invIdx is greater than invCount
		move invTotal(invIdx) to totalOut
		move spaces to invoiceLine
		string " " delimited by size
			invDept(invIdx) delimited by size
			" " delimited by size
			invName(invIdx) delimited by size
			"                           " delimited by size
			totalOut delimited by size
			into invoiceLine
		write invoice-record from invoiceLine
	end-perform.
	if invOverflow is greater than zero
		move invOverflow to countOut
		move spaces to invoiceLine
		string " *** " delimited by size
			function trim(countOut) delimited by size
			" runs from further departments not invoiced ***" delimited by size
			into invoiceLine
		write invoice-record from invoiceLine
	end-if.
	move spaces to invoice-record.
	write invoice-record.
	move grandTotal to totalOut.
	move spaces to invoiceLine.
	string "                                                       GRAND TOTAL " delimited by size
		totalOut delimited by size
		into invoiceLine.
	write invoice-record from invoiceLine.

*> writes the GL chargeback interface file: a header, a detail per
*> department and mode charged (one zero detail for a department
*> that ran nothing) and a trailer with the control totals
writeGlFile.
	open output glFile.
	if glFileStatus is not equal to "00"
		display "Cannot open " function trim(glFileName) " -- GL interface file not written."
		move 8 to return-code
		exit paragraph
	end-if.
	move spaces to gl-header.
	move 'H' to gl-hdr-type.
	move billMonth to gl-hdr-period.
	move reportDate to gl-hdr-run-date.
	move "ROMANCONV" to gl-hdr-system.
	write gl-header.
	perform varying invIdx from 1 by 1 until invIdx is greater than invCount
		move zero to lineActive
		perform varying modeIdx from 1 by 1 until modeIdx is greater than modeCount
			if invRuns(invIdx, modeIdx) is greater than zero or invConv(invIdx, modeIdx) is greater than zero or invRej(invIdx, modeIdx) is greater than zero
				move 1 to lineActive
				move spaces to gl-detail
				move 'D' to gl-det-type
				move billMonth to gl-det-period
				move invDept(invIdx) to gl-det-dept
				move modeCode(modeIdx) to gl-det-mode
				move invRuns(invIdx, modeIdx) to gl-det-runs
				move invConv(invIdx, modeIdx) to gl-det-converted
				move invRej(invIdx, modeIdx) to gl-det-rejected
				move invAmount(invIdx, modeIdx) to gl-det-amount
				write gl-detail
				add 1 to glDetails
			end-if
		end-perform
		if lineActive is equal to zero
			move spaces to gl-detail
			move 'D' to gl-det-type
			move billMonth to gl-det-period
			move invDept(invIdx) to gl-det-dept
			move zero to gl-det-runs
			move zero to gl-det-converted
			move zero to gl-det-rejected
			move zero to gl-det-amount
			write gl-detail
			add 1 to glDetails
		end-if
	end-perform.
	move spaces to gl-trailer.
	move 'T' to gl-trl-type.
	move billMonth to gl-trl-period.
	move glDetails to gl-trl-details.
	move invCount to gl-trl-depts.
	move grandTotal to gl-trl-amount.
	write gl-trailer.
	close glFile.
	display " GL interface file written to " function trim(glFileName).

*> prints the control totals proving the audit log against the run
*> history, and whatever could not be charged
printControlTotals.
	display " ".
	display "           CHARGEBACK CONTROL TOTALS".
	display " --------------------------------------------".
	display " Period billed:              " billMonth.
	display " Departments invoiced:       " invCount " (" deptOnMaster " on the department master)".
	display " Runs on the run history:    " runCount.
	display " Converted per run history:  " histConvTotal.
	display " Converted per audit log:    " auditConvTotal.
	display " Rejected per run history:   " histRejTotal.
	display " Rejected per audit log:     " auditRejTotal.
	move grandTotal to totalOut.
	display " Grand total:                " totalOut.
	if histConvTotal is not equal to auditConvTotal or histRejTotal is not equal to auditRejTotal
		display " *** Run history and audit log counts disagree -- check for a run restarted from a checkpoint or a log rolled mid-month. ***"
	end-if.
	if runsNotEnded is greater than zero
		display " *** " runsNotEnded " run(s) with no END record were not charged. ***"
	end-if.
	if runsUncharged is greater than zero
		display " " runsUncharged " run(s) in modes that are not charged (edit, reconcile and the like)."
	end-if.
	if partitionsFolded is greater than zero
		display " " partitionsFolded " partition job(s) of split deliveries charged for their records only."
	end-if.
	if auditUnmatched is greater than zero
		display " *** " auditUnmatched " audit entries could not be matched to a charged run. ***"
	end-if.
	if runOverflow is greater than zero
		display " *** " runOverflow " run-history records beyond the run table were not read. ***"
	end-if.
