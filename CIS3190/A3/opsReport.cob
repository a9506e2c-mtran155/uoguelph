*> started while a prior run of it was still open, and catalog files *>
*> (filecat.dat) with no run at all are listed as DID NOT RUN.		  *>
*> 																	  *>
*> Each run shows the operator (or job owner) its records were signed *>
*> with, and the runs are totalled by operator at the end.			  *>
*> 																	  *>
*> An optional date filter ("YYYY-MM-DD") may be given on the		  *>
*> command line to restrict the report to one day's runs; with no	  *>
*> argument the whole history is reported. 							  *>
01 entryConv pic x(8).
01 entryRej pic x(8).
01 entryRC pic x(4).
01 entryDept pic x(8).
01 entryOper pic x(8).

*> one report line per run, matched up from its START and END records
01 runCount pic 9(3) value zero.
		10 run-rc pic 99.
		10 run-ended pic 9.
		10 run-overlap pic 9.
		10 run-oper pic x(8).
01 runIdx pic 9(3).
01 matchIdx pic 9(3).
01 scanIdx pic 9(3).
01 flaggedCount pic 9(3) value zero.
01 overlapCount pic 9(3) value zero.

*> activity by operator, totalled from the run lines as they print;
*> runs recorded before operators signed on count under "(none)"
01 operCount pic 99 value zero.
01 oper-list.
	05 oper-entry occurs 50 times.
		10 oper-id pic x(8).
		10 oper-runs pic 9(4).
		10 oper-read pic 9(7).
		10 oper-conv pic 9(7).
		10 oper-rej pic 9(7).
		10 oper-flagged pic 9(4).
01 operIdx pic 99.
01 operOverflow pic 9(4) value zero.
01 runFlagged pic 9.

*> duration working fields: seconds within the day at start and end,
*> plus the calendar-day difference for runs crossing midnight
01 startSeconds pic 9(8).
	05 filler pic x(2) value spaces.
	05 runFileOut pic x(24).
	05 filler pic x(1) value space.
	05 runOperOut pic x(8).
	05 filler pic x(1) value space.
	05 runStartOut pic x(8).
	05 filler pic x(1) value space.
	05 runEndOut pic x(8).
	05 filler pic x(2) value spaces.
	05 runStatusOut pic x(20).

*> formatted print statement for one operator's totals
01 print-oper.
	05 filler pic x(1) value space.
	05 operIdOut pic x(8).
	05 filler pic x(2) value spaces.
	05 operRunsOut pic z(4)9.
	05 filler pic x(1) value space.
	05 operReadOut pic z(6)9.
	05 filler pic x(1) value space.
	05 operConvOut pic z(6)9.
	05 filler pic x(1) value space.
	05 operRejOut pic z(6)9.
	05 filler pic x(4) value spaces.
	05 operFlaggedOut pic z(4)9.

procedure division.
	perform buildReportDate.
	perform readDateFilter.
	move spaces to entryConv.
	move spaces to entryRej.
	move spaces to entryRC.
	move spaces to entryDept.
	move spaces to entryOper.
	unstring runhist-record delimited by " | "
		into entryType entryTimestamp entryMode entryFile
			entryRead entryConv entryRej entryRC entryDept entryOper.

	*> the date filter screens the START records only: an END record
	*> completes whichever open run it matches, so a run that crosses
			move zero to run-rc(runCount)
			move zero to run-ended(runCount)
			move zero to run-overlap(runCount)
			*> a START record carries the operator as its fifth field
			move entryRead to run-oper(runCount)
			if matchIdx is greater than zero
				move 1 to run-overlap(runCount)
				add 1 to overlapCount
					move entryRC(1:2) to run-rc(matchIdx)
				end-if
				move 1 to run-ended(matchIdx)
				if run-oper(matchIdx) is equal to spaces
					move entryOper to run-oper(matchIdx)
				end-if
			end-if
		end-if
	end-if.
	end-if.
	display " Runs reported:     " runCount.
	display " ".
	display " M  FILE                     OPERATOR START    END      DURATION   READ   CONV    REJ  RC  STATUS".
	display " -  ------------------------ -------- -------- -------- -------- ------ ------ ------  --  ------------".
	perform varying runIdx from 1 by 1 until runIdx is greater than runCount
		perform printOneRun
	end-perform.
		end-if
	end-if.

	perform printOperatorTotals.
	perform listFilesNotRun.

*> prints the runs and records each operator's id was signed on
*> (including how many of those runs were flagged)
printOperatorTotals.
	if operCount is equal to zero
		exit paragraph
	end-if.
	display " ".
	display "           ACTIVITY BY OPERATOR".
	display " --------------------------------------------".
	display " OPERATOR   RUNS    READ    CONV     REJ  FLAGGED".
	display " --------  ----- ------- ------- -------  -------".
	perform varying operIdx from 1 by 1 until operIdx is greater than operCount
		move oper-id(operIdx) to operIdOut
		move oper-runs(operIdx) to operRunsOut
		move oper-read(operIdx) to operReadOut
		move oper-conv(operIdx) to operConvOut
		move oper-rej(operIdx) to operRejOut
		move oper-flagged(operIdx) to operFlaggedOut
		display print-oper
	end-perform.
	if operOverflow is greater than zero
		display "   ... and " operOverflow " runs by further operators not shown"
	end-if.

*> adds the run on the report line to its operator's totals
tallyOperatorRun.
	if run-oper(runIdx) is equal to spaces
		move "(none)" to run-oper(runIdx)
	end-if.
	move zero to operIdx.
	perform varying scanIdx from 1 by 1 until scanIdx is greater than operCount
		if oper-id(scanIdx) is equal to run-oper(runIdx)
			move scanIdx to operIdx
		end-if
	end-perform.
	if operIdx is equal to zero
		if operCount is less than 50
			add 1 to operCount
			move operCount to operIdx
			move run-oper(runIdx) to oper-id(operIdx)
			move zero to oper-runs(operIdx)
			move zero to oper-read(operIdx)
			move zero to oper-conv(operIdx)
			move zero to oper-rej(operIdx)
			move zero to oper-flagged(operIdx)
		else
			add 1 to operOverflow
			exit paragraph
		end-if
	end-if.
	add 1 to oper-runs(operIdx).
	add run-read(runIdx) to oper-read(operIdx).
	add run-conv(runIdx) to oper-conv(operIdx).
	add run-rej(runIdx) to oper-rej(operIdx).
	add runFlagged to oper-flagged(operIdx).

*> formats and prints one run line, flagging RC 8 runs, runs with no
*> END record and runs that overlapped an open run of the same file
printOneRun.
	move run-rej(runIdx) to runRejOut.
	move run-rc(runIdx) to runRCOut.
	move spaces to runStatusOut.
	move zero to runFlagged.
	if run-ended(runIdx) is equal to 1
		move run-end-ts(runIdx)(12:8) to runEndOut
		perform buildRunDuration
		if run-rc(runIdx) is greater than or equal to 8
			move "*RC 8*" to runStatusOut
			add 1 to flaggedCount
			move 1 to runFlagged
		else
			if run-rej(runIdx) is greater than zero
				move "rejects" to runStatusOut
		move "-" to runDurOut
		move "*NO END*" to runStatusOut
		add 1 to flaggedCount
		move 1 to runFlagged
	end-if.
	if run-overlap(runIdx) is equal to 1
		move "*OVERLAP*" to runStatusOut(10:9)
	end-if.
	perform tallyOperatorRun.
	move run-oper(runIdx) to runOperOut.
	display print-run.

*> lists every catalog file with no run at all in the reported period
