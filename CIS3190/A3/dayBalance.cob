*> the audit count. The filtered month's rolled-off audit archive	  *>
*> (audit-YYYY-MM.log) is read as well as the live log.				  *>
*> 																	  *>
*> A fourth column shows how many of each file's records the ERP	  *>
*> load acknowledged as loaded, from the acknowledgment it returned	  *>
*> (<file>.ack, see ackRecon.cob); an acknowledgment whose header	  *>
*> names a different run date answers an older delivery and is		  *>
*> ignored, and a file with no acknowledgment yet shows "-".		  *>
*> 																	  *>
*> This program can be compiled by typing: 							  *>
*> 			cobc -x -free -Wall dayBalance.cob						  *>
*> This program can be executed by typing: 							  *>
	file status is auditFileStatus.
select exportFile assign to exportFileName organization is line sequential
	file status is exportFileStatus.
select ackFile assign to ackFileName organization is line sequential
	file status is ackFileStatus.
select runHistFile assign to "runhist.dat" organization is line sequential
	file status is runHistStatus.
select masterFile assign to "roman.mst" organization is indexed
	access is sequential record key is master-id
	alternate record key is master-decimal with duplicates
	file status is masterFileStatus.

data division.
fd exportFile.
01 export-record pic x(100).

fd ackFile.
01 ack-record pic x(200).

fd runHistFile.
01 runhist-record pic x(150).

	05 master-decimal pic 9(8).
	05 master-twelfths pic 99.
	05 master-rundate pic x(10).
	05 master-ack-status pic x.
	05 master-ack-date pic x(10).

working-storage section.
01 eof-switch pic 9.
01 exportFileStatus pic xx.
01 exportFileName pic x(45).
01 masterFileStatus pic xx.
01 ackFileStatus pic xx.
01 ackFileName pic x(45).

*> the run date being balanced, from the command line (default today)
01 commandLine pic x(80).
		10 balTrailerSeen pic 9.
		10 balDelta pic 9.
		10 balStale pic 9.
		10 balAcked pic 9(6).
		10 balAckSeen pic 9.
01 fileIdx pic 99.
01 scanIdx pic 99.
01 fileOverflow pic 9(6) value zero.
01 exportHdrDate pic x(10).
01 exportIsDelta pic 9.

*> acknowledgment parsing
01 ackHdrDate pic x(10).
01 ackWrongDate pic 9.

*> master and grand totals
01 masterDayCount pic 9(8) value zero.
01 trailerTotal pic 9(8) value zero.
	05 filler pic x(2) value spaces.
	05 balTrailerOut pic x(6).
	05 filler pic x(2) value spaces.
	05 balAckOut pic x(6).
	05 filler pic x(2) value spaces.
	05 balStatusOut pic x(16).

procedure division.
	perform loadConvertRuns.
	perform tallyAuditEntries.
	perform readExportTrailers.
	perform readAcknowledgments.
	perform countMasterRecords.
	perform printBalancingReport.
	if flaggedFiles is greater than zero
			move zero to balTrailerSeen(fileIdx)
			move zero to balDelta(fileIdx)
			move zero to balStale(fileIdx)
			move zero to balAcked(fileIdx)
			move zero to balAckSeen(fileIdx)
		else
			add 1 to fileOverflow
		end-if
			end-if
	end-evaluate.

*> reads each source file's acknowledgment from the ERP load for the
*> count of records it loaded
readAcknowledgments.
	perform varying fileIdx from 1 by 1 until fileIdx is greater than fileCount
		perform readOneAck
	end-perform.

*> reads one acknowledgment end to end, counting its loaded (L)
*> records; one whose header carries another run date answers an
*> older delivery of the same file and is not counted
readOneAck.
	move spaces to ackFileName.
	string function trim(balFile(fileIdx)) delimited by size
		".ack" delimited by size
		into ackFileName.
	open input ackFile.
	if ackFileStatus is not equal to "00"
		exit paragraph
	end-if.
	move spaces to ackHdrDate.
	move zero to ackWrongDate.
	move 1 to eof-switch.
	perform until eof-switch is equal to zero
		read ackFile at end move zero to eof-switch end-read
		if eof-switch is not equal to zero
			move spaces to exportField1
			move spaces to exportField2
			unstring ack-record delimited by ","
				into exportField1 exportField2
			inspect exportField1 converting 'abcdefghijklmnopqrstuvwxyz' to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
			evaluate exportField1
				when "HDR"
					move exportField2(1:10) to ackHdrDate
					if ackHdrDate is not equal to balanceDate
						move 1 to ackWrongDate
					end-if
				when "L"
					add 1 to balAcked(fileIdx)
			end-evaluate
		end-if
	end-perform.
	close ackFile.
	if ackWrongDate is equal to 1
		move zero to balAcked(fileIdx)
	else
		move 1 to balAckSeen(fileIdx)
	end-if.

*> counts the master records stamped with the balanced run date
countMasterRecords.
	open input masterFile.
	display " Report date:       " reportDate.
	display " Run date balanced: " balanceDate.
	display " ".
	display " FILE                          AUDIT  TRAILER     ACK  STATUS".
	display " ---------------------------- ------  ------  ------  ----------------".
	move zero to trailerTotal.
	perform varying fileIdx from 1 by 1 until fileIdx is greater than fileCount
		perform printOneBalanceLine
			into balFileOut
	end-if.
	move balAudit(fileIdx) to balAuditOut.
	if balAckSeen(fileIdx) is equal to 1
		move balAcked(fileIdx) to trailerEdit
		move trailerEdit to balAckOut
	else
		move "     -" to balAckOut
	end-if.
	move spaces to balStatusOut.
	if balTrailerSeen(fileIdx) is equal to 1
		move balTrailer(fileIdx) to trailerEdit
