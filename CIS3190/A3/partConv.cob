*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>*>
*> partConv.cob: Splits a very large delivery into record-id range	  *>
*> partitions for concurrent converter jobs, and consolidates their	  *>
*> results back into one set of files for the original delivery.	  *>
*> 																	  *>
*> SPLIT <file> <n> reads the delivery, proves its TRL control count  *>
*> against the records actually there (a delivery that fails the	  *>
*> check is not split), sorts the records by record-id (records with  *>
*> the same id keep their delivered order) and writes up to n		  *>
*> partitions <file>.p01, <file>.p02, ... of about equal size; a	  *>
*> partition boundary never falls between two records with the same	  *>
*> id, so no two partitions ever touch the same master record. Each	  *>
*> partition carries a copy of the delivery's HDR and a TRL with its  *>
*> own count, so the converter checks each one as usual. The split	  *>
*> is recorded in the control file <file>.pct and a START record	  *>
*> (mode P) for the delivery is written to runhist.dat.				  *>
*> 																	  *>
*> Each partition is then run as its own converter job, concurrently  *>
*> (./romanA3_1 Y <file>.p01 and so on, or X / H for a delta or		  *>
*> historical delivery -- every partition in the same mode).		  *>
*> 																	  *>
*> MERGE <file> checks the run history for every partition's END	  *>
*> record after the split: a partition that never ran, is still		  *>
*> running (or died), or ended with return code 8 fails the whole	  *>
*> delivery, as do partitions run in different modes or a total		  *>
*> read count that does not match the delivery's TRL. A failed		  *>
*> delivery gets an END record with return code 8 and no			  *>
*> consolidated files. Otherwise the partitions' .out and .rej files  *>
*> are concatenated into <file>.out and <file>.rej, their exports	  *>
*> into one <file>.csv with a single HDR (naming the original		  *>
*> delivery), DPT and TRL carrying the combined count (adds and		  *>
*> changes for a delta feed) and hash total, and their reports into	  *>
*> <file>.rpt behind a partition summary page; the delivery's END	  *>
*> record carries the combined counts and the worst partition		  *>
*> return code. The partition files are kept: the audit log and the	  *>
*> end-of-day balancing work partition by partition.				  *>
*> 																	  *>
*> The partition jobs share roman.mst, suspense.dat, roman.jnl,		  *>
*> audit.log and runhist.dat. The master and suspense file are		  *>
*> opened with automatic record locking, and a partition that cannot  *>
*> open the master, or finds a record locked by another partition,	  *>
*> ends RC 8 and is not merged. The journal, audit log and run		  *>
*> history are each opened, written and closed for every line a		  *>
*> partition appends, so each line goes out whole and lines from	  *>
*> different partitions interleave without tearing. Since the		  *>
*> partitions hold disjoint ids, the order in which their journal	  *>
*> lines fall does not matter to masterRecover.						  *>
*> 																	  *>
*> The job owner's operator id follows on either command line; the	  *>
*> owner must be allowed partConv in mode P on the operator file	  *>
*> (operators.dat) and is written on the delivery's START and END	  *>
*> records. Without an authorized owner nothing is split or merged	  *>
*> and the run ends with return code 8, as it does when a partition,  *>
*> the control file or a consolidated file cannot be created; a		  *>
*> split that fails that way writes no START record and no .pct.	  *>
*> 																	  *>
*> This program can be compiled by typing: 							  *>
*> 			cobc -x -free -Wall partConv.cob operAuth.cob			  *>
*> This program can be executed by typing: 							  *>
*> 			./partConv SPLIT <file> <n> <owner>						  *>
*> 			./partConv MERGE <file> <owner>							  *>
*> 																	  *>
*> Created by: Michael Tran (mtran04) 								  *>
*> ID: 0524704 														  *>
*> October 2026 													  *>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>*>

identification division.
program-id. partConv.

environment division.
input-output section.
file-control.
select deliveryFile assign to deliveryName organization is line sequential
	file status is deliveryFileStatus.
select partFile assign to partFileName organization is line sequential
	file status is partFileStatus.
select sortWork assign to "partsort.tmp".
select controlFile assign to controlFileName organization is line sequential
	file status is controlFileStatus.
select runHistFile assign to "runhist.dat" organization is line sequential
	file status is runHistStatus.
select mergeInFile assign to mergeInName organization is line sequential
	file status is mergeInStatus.
select mergeOutFile assign to mergeOutName organization is line sequential
	file status is mergeOutStatus.

data division.
file section.
fd deliveryFile.
01 delivery-record.
	05 dlv-id pic x(10).
	05 dlv-roman pic x(20).
	05 filler pic x(50).

fd partFile.
01 part-record.
	05 part-id pic x(10).
	05 part-roman pic x(20).
	05 filler pic x(50).

sd sortWork.
01 sort-rec.
	05 sort-id pic x(10).
	05 sort-seq pic 9(8).
	05 sort-data pic x(80).

fd controlFile.
01 control-record pic x(150).

fd runHistFile.
01 runhist-record pic x(150).

fd mergeInFile.
01 merge-in-record pic x(150).

fd mergeOutFile.
01 merge-out-record pic x(150).

working-storage section.
01 eof-switch pic 9.
01 deliveryFileStatus pic xx.
01 deliveryName pic x(40).
01 partFileStatus pic xx.
01 partFileName pic x(45).
01 controlFileStatus pic xx.
01 controlFileName pic x(45).
01 runHistStatus pic xx.
01 mergeInStatus pic xx.
01 mergeInName pic x(45).
01 mergeOutStatus pic xx.
01 mergeOutName pic x(45).
01 mergeSuffix pic x(4).

*> the request from the command line
01 commandLine pic x(100).
01 actionToken pic x(10).
01 countToken pic x(10).
01 ownerToken pic x(10).
01 jobOwnerId pic x(8).
01 partsWanted pic 99.

*> the job owner's authority, checked against the operator file
*> through operatorCheck: partConv in mode P
01 ownerName pic x(30).
01 authProgram pic x(16) value "partConv".
01 authMode pic x value 'P'.
01 authStatus pic 9.
01 ownerAuthorized pic 9 value zero.

*> the delivery's control records and record count
01 hdrRecord pic x(80).
01 hdrSeen pic 9 value zero.
01 trlSeen pic 9 value zero.
01 trlExpected pic 9(8) value zero.
01 deliveryCount pic 9(8) value zero.
01 recordSeq pic 9(8) value zero.
01 partTarget pic 9(8).
01 sortEof pic 9.

*> one entry per partition, filled by the split or read back from
*> the control file, with what the run history says of its job
01 partCount pic 99 value zero.
01 part-list.
	05 part-entry occurs 20 times.
		10 ptFile pic x(45).
		10 ptFirstId pic x(10).
		10 ptLastId pic x(10).
		10 ptRecords pic 9(8).
		10 ptStarted pic 9.
		10 ptEnded pic 9.
		10 ptMode pic x.
		10 ptRead pic 9(8).
		10 ptConv pic 9(8).
		10 ptRej pic 9(8).
		10 ptRC pic 9.
		10 ptDept pic x(8).
01 partIdx pic 99.
01 lastSortId pic x(10).
01 partNumber pic 99.
01 partOpen pic 9 value zero.

*> set when a partition or the control file cannot be created; the
*> split then writes no START record and no control file
01 splitFailed pic 9 value zero.

*> the split's control record, read back by the merge
01 splitTimestamp pic x(19).
01 ctlType pic x(5).
01 ctlField1 pic x(45).
01 ctlField2 pic x(19).
01 ctlField3 pic x(10).
01 ctlField4 pic x(10).
01 ctlField5 pic x(10).
01 ctlField6 pic x(80).
01 countOut pic z(7)9.

*> the " | "-delimited pieces of one run-history record
01 histType pic x(5).
01 histTimestamp pic x(19).
01 histMode pic x.
01 histFile pic x(45).
01 histRead pic x(10).
01 histConv pic x(10).
01 histRej pic x(10).
01 histRC pic x(10).
01 histDept pic x(10).

*> the merge's verdict and the delivery's combined figures
01 mergeFailed pic 9 value zero.
01 mergeMode pic x.
01 totalRead pic 9(8) value zero.
01 totalConv pic 9(8) value zero.
01 totalRej pic 9(8) value zero.
01 deliveryRC pic 9 value zero.
01 deliveryDept pic x(8).

*> export consolidation: one HDR, one DPT and one TRL for the whole
*> delivery, the details of every partition in between
01 exportHdrDate pic x(10).
01 exportIsDelta pic 9 value zero.
01 exportDptLine pic x(100).
01 exportField1 pic x(20).
01 exportField2 pic x(20).
01 exportField3 pic x(20).
01 exportField4 pic x(20).
01 exportLines pic 9(8) value zero.
01 exportCount pic 9(8) value zero.
01 exportAdds pic 9(8) value zero.
01 exportChanges pic 9(8) value zero.
01 exportHash pic 9(13) value zero.
01 exportHashOut pic z(12)9.
01 countText pic x(8).
01 exportLine pic x(100).
01 fieldWork pic 9(13).
01 exportPass pic 9.
01 deleteStatus pic 9(9) comp-5.

*> run history and timestamps
01 runhist-line pic x(150).
01 auditTimestamp pic x(19).
01 currentDateTime pic x(21).
01 currentDateTime-fields redefines currentDateTime.
	05 cd-year pic 9(4).
	05 cd-month pic 9(2).
	05 cd-day pic 9(2).
	05 cd-hour pic 9(2).
	05 cd-minute pic 9(2).
	05 cd-second pic 9(2).
	05 filler pic x(7).
01 runDate pic x(10).

*> formatted print statement for one partition on the summary
01 print-part.
	05 filler pic x value space.
	05 ptFileOut pic x(24).
	05 filler pic x value space.
	05 ptFirstOut pic x(10).
	05 filler pic x value space.
	05 ptLastOut pic x(10).
	05 ptReadOut pic z(7)9.
	05 ptConvOut pic z(7)9.
	05 ptRejOut pic z(7)9.
	05 filler pic x(2) value spaces.
	05 ptStatusOut pic x(20).
01 reportLine pic x(132).
01 reportOpen pic 9 value zero.

procedure division.
	perform buildTimestamp.
	perform readRunParameters.
	if actionToken is equal to "SPLIT" or actionToken is equal to "MERGE"
		perform checkJobOwner
		if ownerAuthorized is equal to zero
			move 8 to return-code
			stop run
		end-if
	end-if.
	evaluate actionToken
		when "SPLIT"
			perform splitDelivery
		when "MERGE"
			perform mergeDelivery
		when other
			display "Usage: partConv SPLIT <file> <n> <owner>  or  partConv MERGE <file> <owner>"
			move 8 to return-code
	end-evaluate.
stop run.

*> formats function current-date into a "YYYY-MM-DD HH:MM:SS" timestamp
buildTimestamp.
	move function current-date to currentDateTime.
	move spaces to auditTimestamp.
	string cd-year delimited by size
		"-" delimited by size
		cd-month delimited by size
		"-" delimited by size
		cd-day delimited by size
		" " delimited by size
		cd-hour delimited by size
		":" delimited by size
		cd-minute delimited by size
		":" delimited by size
		cd-second delimited by size
		into auditTimestamp.
	move auditTimestamp(1:10) to runDate.

*> picks the action, the delivery, (for a split) the number of
*> partitions and the job owner up from the command line
readRunParameters.
	move spaces to commandLine.
	accept commandLine from command-line.
	move spaces to actionToken.
	move spaces to deliveryName.
	move spaces to countToken.
	move spaces to ownerToken.
	unstring commandLine delimited by all " "
		into actionToken deliveryName countToken ownerToken.
	inspect actionToken converting 'abcdefghijklmnopqrstuvwxyz' to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
	if actionToken is equal to "MERGE"
		move countToken to ownerToken
	end-if.
	inspect ownerToken converting 'abcdefghijklmnopqrstuvwxyz' to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
	move ownerToken to jobOwnerId.
	if deliveryName is equal to spaces
		move spaces to actionToken
	end-if.
	move spaces to controlFileName.
	string function trim(deliveryName) delimited by size
		".pct" delimited by size
		into controlFileName.

*> checks the job owner may run partConv in mode P; a delivery is not
*> split or merged without one
checkJobOwner.
	move zero to ownerAuthorized.
	if jobOwnerId is equal to spaces
		display "The job owner's operator id is required -- nothing split or merged."
		exit paragraph
	end-if.
	call "operatorCheck" using jobOwnerId, authProgram, authMode, authStatus, ownerName.
	evaluate authStatus
		when zero
			move 1 to ownerAuthorized
		when 1
			display "Operator " function trim(jobOwnerId) " is not on the operator file -- nothing split or merged."
		when 2
			display "Operator " function trim(jobOwnerId) " is not authorized to run partConv -- nothing split or merged."
		when 3
			display "Operator " function trim(jobOwnerId) " is not authorized for partitioned deliveries (mode P) -- nothing split or merged."
		when other
			display "Cannot read the operator file operators.dat -- nothing split or merged."
	end-evaluate.

*> splits the delivery into record-id range partitions
splitDelivery.
	move zero to partsWanted.
	if function trim(countToken) is numeric
		compute partsWanted = function numval(countToken)
	end-if.
	if partsWanted is less than 2 or partsWanted is greater than 20
		display "The number of partitions must be from 2 to 20."
		move 8 to return-code
		exit paragraph
	end-if.
	perform countDelivery.
	if return-code is equal to 8
		exit paragraph
	end-if.
	if trlSeen is equal to 1 and trlExpected is not equal to deliveryCount
		move "START" to histType
		perform writeDeliveryRunRecord
		move trlExpected to countOut
		display " *** CONTROL COUNT MISMATCH: trailer expected " function trim(countOut) " records but " deliveryCount " were read ***"
		display " *** This delivery may be truncated or padded -- it has not been split. ***"
		move 8 to deliveryRC
		move deliveryCount to totalRead
		move "(none)" to deliveryDept
		move "END" to histType
		perform writeDeliveryRunRecord
		move 8 to return-code
		exit paragraph
	end-if.
	if deliveryCount is less than partsWanted
		move "START" to histType
		perform writeDeliveryRunRecord
		display "The delivery holds " deliveryCount " records -- too few to split " partsWanted " ways."
		move 8 to deliveryRC
		move deliveryCount to totalRead
		move "(none)" to deliveryDept
		move "END" to histType
		perform writeDeliveryRunRecord
		move 8 to return-code
		exit paragraph
	end-if.
	compute partTarget = (deliveryCount + partsWanted - 1) / partsWanted.
	move zero to partCount.
	move zero to partOpen.
	sort sortWork on ascending key sort-id sort-seq
		input procedure is releaseDeliveryRecords
		output procedure is writePartitions.
	if splitFailed is equal to zero
		perform writeControlFile
	end-if.
	if splitFailed is equal to 1
		display " *** The delivery has not been split -- no control file or START record written;"
		display " *** any partition files already written must not be run. Correct the cause and SPLIT again. ***"
		move 8 to return-code
		exit paragraph
	end-if.
	move "START" to histType.
	perform writeDeliveryRunRecord.
	perform printSplitSummary.

*> reads the delivery once for its HDR, its TRL control count and the
*> number of records it actually holds
countDelivery.
	open input deliveryFile.
	if deliveryFileStatus is not equal to "00"
		display "Cannot open " function trim(deliveryName) " -- file not found."
		move 8 to return-code
		exit paragraph
	end-if.
	move spaces to hdrRecord.
	move 1 to eof-switch.
	perform until eof-switch is equal to zero
		read deliveryFile at end move zero to eof-switch end-read
		if eof-switch is not equal to zero
			evaluate dlv-id
				when "HDR"
					move 1 to hdrSeen
					move delivery-record to hdrRecord
				when "TRL"
					move 1 to trlSeen
					compute trlExpected = function numval(dlv-roman)
				when other
					add 1 to deliveryCount
			end-evaluate
		end-if
	end-perform.
	close deliveryFile.

*> releases every detail record to the sort with its delivered
*> position, so records with the same id stay in delivered order
releaseDeliveryRecords.
	open input deliveryFile.
	move zero to recordSeq.
	move 1 to eof-switch.
	perform until eof-switch is equal to zero
		read deliveryFile at end move zero to eof-switch end-read
		if eof-switch is not equal to zero and dlv-id is not equal to "HDR" and dlv-id is not equal to "TRL"
			add 1 to recordSeq
			move dlv-id to sort-id
			move recordSeq to sort-seq
			move delivery-record to sort-data
			release sort-rec
		end-if
	end-perform.
	close deliveryFile.

*> writes the sorted records out to the partitions, starting a new
*> one once the current one is full and the id changes
writePartitions.
	move spaces to lastSortId.
	move zero to sortEof.
	perform until sortEof is equal to 1
		return sortWork at end move 1 to sortEof end-return
		if sortEof is equal to zero
			if partOpen is equal to zero
				perform openNextPartition
			else
				if ptRecords(partCount) is not less than partTarget and sort-id is not equal to lastSortId and partCount is less than partsWanted
					perform closePartition
					perform openNextPartition
				end-if
			end-if
			if partOpen is equal to 1
				move sort-data to part-record
				write part-record
				add 1 to ptRecords(partCount)
				if ptRecords(partCount) is equal to 1
					move sort-id to ptFirstId(partCount)
				end-if
				move sort-id to ptLastId(partCount)
				move sort-id to lastSortId
			end-if
		end-if
	end-perform.
	if partOpen is equal to 1
		perform closePartition
	end-if.

*> opens the next partition file and gives it the delivery's HDR; a
*> partition that cannot be created stops the split
openNextPartition.
	add 1 to partCount.
	move partCount to partNumber.
	move spaces to partFileName.
	string function trim(deliveryName) delimited by size
		".p" delimited by size
		partNumber delimited by size
		into partFileName.
	move partFileName to ptFile(partCount).
	move zero to ptRecords(partCount).
	move spaces to ptFirstId(partCount).
	move spaces to ptLastId(partCount).
	open output partFile.
	if partFileStatus is not equal to "00"
		display "Cannot create the partition " function trim(partFileName) " (status " partFileStatus ")."
		move 1 to splitFailed
		move 1 to sortEof
		exit paragraph
	end-if.
	move 1 to partOpen.
	if hdrSeen is equal to 1
		move hdrRecord to part-record
		write part-record
	end-if.

*> closes the current partition with a TRL carrying its own count
closePartition.
	move spaces to part-record.
	move "TRL" to part-id.
	move ptRecords(partCount) to countOut.
	move function trim(countOut) to part-roman.
	write part-record.
	close partFile.
	move zero to partOpen.

*> records the split in the control file: the delivery, when it was
*> split and its control figures, then one line per partition
writeControlFile.
	open output controlFile.
	if controlFileStatus is not equal to "00"
		display "Cannot create the partition control file " function trim(controlFileName) " (status " controlFileStatus ")."
		move 1 to splitFailed
		exit paragraph
	end-if.
	move spaces to control-record.
	move spaces to countText.
	if trlSeen is equal to 1
		move trlExpected to countOut
		move function trim(countOut) to countText
	end-if.
	string "FILE | " delimited by size
		function trim(deliveryName) delimited by size
		" | " delimited by size
		auditTimestamp delimited by size
		" | " delimited by size
		partCount delimited by size
		" | " delimited by size
		deliveryCount delimited by size
		" | " delimited by size
		function trim(countText) delimited by size
		" | " delimited by size
		hdrRecord delimited by size
		into control-record.
	write control-record.
	perform varying partIdx from 1 by 1 until partIdx is greater than partCount
		move spaces to control-record
		string "PART | " delimited by size
			function trim(ptFile(partIdx)) delimited by size
			" | " delimited by size
			ptFirstId(partIdx) delimited by size
			" | " delimited by size
			ptLastId(partIdx) delimited by size
			" | " delimited by size
			ptRecords(partIdx) delimited by size
			into control-record
		write control-record
	end-perform.
	close controlFile.

*> shows the partitions written and how to run them
printSplitSummary.
	display " ".
	display "           PARTITIONED DELIVERY SPLIT".
	display " --------------------------------------------".
	display " Delivery:   " function trim(deliveryName).
	display " Records:    " deliveryCount.
	display " ".
	display " PARTITION                FIRST ID   LAST ID       RECORDS".
	perform varying partIdx from 1 by 1 until partIdx is greater than partCount
		move spaces to print-part
		move ptFile(partIdx) to ptFileOut
		move ptFirstId(partIdx) to ptFirstOut
		move ptLastId(partIdx) to ptLastOut
		move ptRecords(partIdx) to ptReadOut
		display print-part
	end-perform.
	display " ".
	display " Control file " function trim(controlFileName) " written. Run each partition as its own"
	display " converter job, all in the same mode, then: ./partConv MERGE " function trim(deliveryName).

*> consolidates the partitions' results once every partition job has
*> finished, or reports the delivery as failed
mergeDelivery.
	perform readControlFile.
	if return-code is equal to 8
		exit paragraph
	end-if.
	perform readPartitionRuns.
	perform judgePartitions.
	if mergeFailed is equal to zero
		perform consolidateFiles
	end-if.
	if mergeFailed is equal to 1
		move 8 to deliveryRC
	end-if.
	move "END" to histType.
	perform writeDeliveryRunRecord.
	perform printMergeSummary.
	move deliveryRC to return-code.

*> reads the split's control file back into the partition table
readControlFile.
	open input controlFile.
	if controlFileStatus is not equal to "00"
		display "Cannot open the partition control file " function trim(controlFileName) " -- run SPLIT first."
		move 8 to return-code
		exit paragraph
	end-if.
	move zero to partCount.
	move spaces to splitTimestamp.
	move 1 to eof-switch.
	perform until eof-switch is equal to zero
		read controlFile at end move zero to eof-switch end-read
		if eof-switch is not equal to zero
			perform parseControlRecord
		end-if
	end-perform.
	close controlFile.
	if splitTimestamp is equal to spaces or partCount is equal to zero
		display "The partition control file " function trim(controlFileName) " is incomplete -- run SPLIT again."
		move 8 to return-code
	end-if.

*> parses one control file record
parseControlRecord.
	move spaces to ctlType.
	move spaces to ctlField1.
	move spaces to ctlField2.
	move spaces to ctlField3.
	move spaces to ctlField4.
	move spaces to ctlField5.
	move spaces to ctlField6.
	unstring control-record delimited by " | "
		into ctlType ctlField1 ctlField2 ctlField3 ctlField4 ctlField5 ctlField6.
	evaluate ctlType
		when "FILE"
			move ctlField2 to splitTimestamp
			compute deliveryCount = function numval(ctlField4)
			if ctlField5 is equal to spaces
				move zero to trlSeen
			else
				move 1 to trlSeen
				compute trlExpected = function numval(ctlField5)
			end-if
		when "PART"
			if partCount is less than 20
				add 1 to partCount
				initialize part-entry(partCount)
				move ctlField1 to ptFile(partCount)
				move ctlField2(1:10) to ptFirstId(partCount)
				move ctlField3 to ptLastId(partCount)
				compute ptRecords(partCount) = function numval(ctlField4)
			end-if
	end-evaluate.

*> reads the run history for the partition jobs run since the split;
*> a later START for a partition (a rerun) sets aside what an
*> earlier run of it ended with
readPartitionRuns.
	open input runHistFile.
	if runHistStatus is not equal to "00"
		exit paragraph
	end-if.
	move 1 to eof-switch.
	perform until eof-switch is equal to zero
		read runHistFile at end move zero to eof-switch end-read
		if eof-switch is not equal to zero
			perform notePartitionRun
		end-if
	end-perform.
	close runHistFile.

*> notes one run-history record against its partition, if it is one
notePartitionRun.
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
	if histTimestamp is less than splitTimestamp
		exit paragraph
	end-if.
	move zero to partIdx.
	perform varying partNumber from 1 by 1 until partNumber is greater than partCount or partIdx is greater than zero
		if ptFile(partNumber) is equal to histFile
			move partNumber to partIdx
		end-if
	end-perform.
	if partIdx is equal to zero
		exit paragraph
	end-if.
	evaluate histType
		when "START"
			move 1 to ptStarted(partIdx)
			move zero to ptEnded(partIdx)
			move histMode to ptMode(partIdx)
		when "END"
			move 1 to ptEnded(partIdx)
			move histMode to ptMode(partIdx)
			compute ptRead(partIdx) = function numval(histRead)
			compute ptConv(partIdx) = function numval(histConv)
			compute ptRej(partIdx) = function numval(histRej)
			compute ptRC(partIdx) = function numval(histRC)
			move histDept(1:8) to ptDept(partIdx)
	end-evaluate.

*> decides whether the delivery succeeded: every partition ended
*> below return code 8, all in the same converting mode, and between
*> them read every record the delivery's TRL promised
judgePartitions.
	move zero to mergeFailed.
	move space to mergeMode.
	move zero to deliveryRC.
	move "(none)" to deliveryDept.
	perform varying partIdx from 1 by 1 until partIdx is greater than partCount
		add ptRead(partIdx) to totalRead
		add ptConv(partIdx) to totalConv
		add ptRej(partIdx) to totalRej
		evaluate true
			when ptStarted(partIdx) is equal to zero and ptEnded(partIdx) is equal to zero
				move 1 to mergeFailed
			when ptEnded(partIdx) is equal to zero
				move 1 to mergeFailed
			when ptRC(partIdx) is not less than 8
				move 1 to mergeFailed
			when ptMode(partIdx) is not equal to 'Y' and ptMode(partIdx) is not equal to 'X' and ptMode(partIdx) is not equal to 'H'
				move 1 to mergeFailed
			when mergeMode is not equal to space and ptMode(partIdx) is not equal to mergeMode
				move 1 to mergeFailed
		end-evaluate
		if ptEnded(partIdx) is equal to 1
			if mergeMode is equal to space
				move ptMode(partIdx) to mergeMode
			end-if
			if ptRC(partIdx) is greater than deliveryRC
				move ptRC(partIdx) to deliveryRC
			end-if
			if deliveryDept is equal to "(none)" and ptDept(partIdx) is not equal to spaces
				move ptDept(partIdx) to deliveryDept
			end-if
		end-if
	end-perform.
	if mergeFailed is equal to zero and totalRead is not equal to deliveryCount
		move 1 to mergeFailed
	end-if.
	if mergeFailed is equal to zero and trlSeen is equal to 1 and totalRead is not equal to trlExpected
		move 1 to mergeFailed
	end-if.

*> builds the delivery's consolidated .out, .rej, .csv and .rpt
consolidateFiles.
	move ".out" to mergeSuffix.
	perform concatenatePartitions.
	if mergeFailed is equal to zero
		move ".rej" to mergeSuffix
		perform concatenatePartitions
	end-if.
	if mergeFailed is equal to zero
		perform consolidateExport
	end-if.
	if mergeFailed is equal to zero
		perform consolidateReport
	end-if.

*> concatenates every partition's file of the suffix in mergeSuffix
*> into the delivery's file of that suffix; a partition with no such
*> file (no rejects, say) adds nothing
concatenatePartitions.
	move spaces to mergeOutName.
	string function trim(deliveryName) delimited by size
		function trim(mergeSuffix) delimited by size
		into mergeOutName.
	open output mergeOutFile.
	if mergeOutStatus is not equal to "00"
		perform reportMergeOutFailure
		exit paragraph
	end-if.
	perform varying partIdx from 1 by 1 until partIdx is greater than partCount
		move spaces to mergeInName
		string function trim(ptFile(partIdx)) delimited by size
			function trim(mergeSuffix) delimited by size
			into mergeInName
		open input mergeInFile
		if mergeInStatus is equal to "00"
			move 1 to eof-switch
			perform until eof-switch is equal to zero
				read mergeInFile at end move zero to eof-switch end-read
				if eof-switch is not equal to zero
					move merge-in-record to merge-out-record
					write merge-out-record
				end-if
			end-perform
			close mergeInFile
		end-if
	end-perform.
	close mergeOutFile.

*> builds the delivery's single export feed: reads every partition's
*> export once for the header date, department stamp and trailer
*> totals, then writes one HDR, one DPT, every detail and one TRL;
*> the detail lines copied must add up to the partition trailers, or
*> the consolidated feed is withdrawn and the delivery fails
consolidateExport.
	move zero to exportPass.
	perform scanPartitionExports.
	if mergeFailed is equal to 1
		exit paragraph
	end-if.
	move spaces to mergeOutName.
	string function trim(deliveryName) delimited by size
		".csv" delimited by size
		into mergeOutName.
	open output mergeOutFile.
	if mergeOutStatus is not equal to "00"
		perform reportMergeOutFailure
		exit paragraph
	end-if.
	move spaces to exportLine.
	string "HDR," delimited by size
		exportHdrDate delimited by size
		"," delimited by size
		function trim(deliveryName) delimited by size
		into exportLine.
	if exportIsDelta is equal to 1
		move spaces to exportLine
		string "HDR," delimited by size
			exportHdrDate delimited by size
			"," delimited by size
			function trim(deliveryName) delimited by size
			",DELTA" delimited by size
			into exportLine
	end-if.
	move exportLine to merge-out-record.
	write merge-out-record.
	if exportDptLine is not equal to spaces
		move exportDptLine to merge-out-record
		write merge-out-record
	end-if.
	move 1 to exportPass.
	move zero to exportLines.
	perform scanPartitionExports.
	move exportHash to exportHashOut.
	move spaces to exportLine.
	if exportIsDelta is equal to 1
		move exportAdds to countOut
		move countOut to countText
		move exportChanges to countOut
		string "TRL," delimited by size
			function trim(countText) delimited by size
			"," delimited by size
			function trim(countOut) delimited by size
			"," delimited by size
			function trim(exportHashOut) delimited by size
			into exportLine
	else
		move exportCount to countOut
		string "TRL," delimited by size
			function trim(countOut) delimited by size
			"," delimited by size
			function trim(exportHashOut) delimited by size
			into exportLine
	end-if.
	move exportLine to merge-out-record.
	write merge-out-record.
	close mergeOutFile.
	if exportIsDelta is equal to 1
		compute fieldWork = exportAdds + exportChanges
	else
		move exportCount to fieldWork
	end-if.
	if exportLines is not equal to fieldWork
		display " *** Partition export details (" exportLines ") do not match their trailers -- consolidated export withdrawn. ***"
		call "CBL_DELETE_FILE" using mergeOutName returning deleteStatus
		move 1 to mergeFailed
	end-if.

*> reads every partition's export: on the first pass for the header
*> date, department stamp and trailer totals, on the second copying
*> the detail lines to the consolidated feed
scanPartitionExports.
	perform varying partIdx from 1 by 1 until partIdx is greater than partCount
		move spaces to mergeInName
		string function trim(ptFile(partIdx)) delimited by size
			".csv" delimited by size
			into mergeInName
		open input mergeInFile
		if mergeInStatus is not equal to "00"
			if exportPass is equal to zero
				display " *** Partition export " function trim(mergeInName) " is missing. ***"
				move 1 to mergeFailed
			end-if
		else
			move 1 to eof-switch
			perform until eof-switch is equal to zero
				read mergeInFile at end move zero to eof-switch end-read
				if eof-switch is not equal to zero
					perform scanExportRecord
				end-if
			end-perform
			close mergeInFile
		end-if
	end-perform.

*> takes one partition export record on the current pass
scanExportRecord.
	move spaces to exportField1.
	move spaces to exportField2.
	move spaces to exportField3.
	move spaces to exportField4.
	unstring merge-in-record delimited by ","
		into exportField1 exportField2 exportField3 exportField4.
	evaluate exportField1
		when "HDR"
			if exportPass is equal to zero and exportHdrDate is equal to spaces
				move exportField2(1:10) to exportHdrDate
				if exportField4 is equal to "DELTA"
					move 1 to exportIsDelta
				end-if
			end-if
		when "DPT"
			if exportPass is equal to zero and exportDptLine is equal to spaces
				move merge-in-record to exportDptLine
			end-if
		when "TRL"
			if exportPass is equal to zero
				if exportIsDelta is equal to 1
					compute fieldWork = function numval(exportField2)
					add fieldWork to exportAdds
					compute fieldWork = function numval(exportField3)
					add fieldWork to exportChanges
					compute fieldWork = function numval(exportField4)
					add fieldWork to exportHash
				else
					compute fieldWork = function numval(exportField2)
					add fieldWork to exportCount
					compute fieldWork = function numval(exportField3)
					add fieldWork to exportHash
				end-if
			end-if
		when other
			if exportPass is equal to 1 and merge-in-record is not equal to spaces
				move merge-in-record to merge-out-record
				write merge-out-record
				add 1 to exportLines
			end-if
	end-evaluate.

*> writes the delivery's report: a partition summary page, then every
*> partition's own report behind it
consolidateReport.
	move spaces to mergeOutName.
	string function trim(deliveryName) delimited by size
		".rpt" delimited by size
		into mergeOutName.
	open output mergeOutFile.
	if mergeOutStatus is not equal to "00"
		perform reportMergeOutFailure
		exit paragraph
	end-if.
	move 1 to reportOpen.
	perform writeSummaryLines.
	move zero to reportOpen.
	perform varying partIdx from 1 by 1 until partIdx is greater than partCount
		move spaces to mergeInName
		string function trim(ptFile(partIdx)) delimited by size
			".rpt" delimited by size
			into mergeInName
		open input mergeInFile
		if mergeInStatus is equal to "00"
			move 1 to eof-switch
			perform until eof-switch is equal to zero
				read mergeInFile at end move zero to eof-switch end-read
				if eof-switch is not equal to zero
					move merge-in-record to merge-out-record
					write merge-out-record
				end-if
			end-perform
			close mergeInFile
		end-if
	end-perform.
	close mergeOutFile.

*> reports a consolidated file that cannot be created; the delivery
*> then fails
reportMergeOutFailure.
	display " *** Cannot create " function trim(mergeOutName) " (status " mergeOutStatus ") -- delivery not consolidated. ***".
	move 1 to mergeFailed.

*> shows the merge's partition summary on the console
printMergeSummary.
	perform writeSummaryLines.

*> produces the partition summary, for the consolidated report or
*> the console
writeSummaryLines.
	move spaces to reportLine.
	string " RUN DATE: " delimited by size
		runDate delimited by size
		"   FILE: " delimited by size
		function trim(deliveryName) delimited by size
		into reportLine.
	perform sayLine.
	move spaces to reportLine.
	perform sayLine.
	move "           PARTITIONED DELIVERY SUMMARY" to reportLine.
	perform sayLine.
	move " --------------------------------------------" to reportLine.
	perform sayLine.
	move " PARTITION                FIRST ID   LAST ID        READ    CONV     REJ  STATUS" to reportLine.
	perform sayLine.
	perform varying partIdx from 1 by 1 until partIdx is greater than partCount
		move spaces to print-part
		move ptFile(partIdx) to ptFileOut
		move ptFirstId(partIdx) to ptFirstOut
		move ptLastId(partIdx) to ptLastOut
		move ptRead(partIdx) to ptReadOut
		move ptConv(partIdx) to ptConvOut
		move ptRej(partIdx) to ptRejOut
		evaluate true
			when ptStarted(partIdx) is equal to zero and ptEnded(partIdx) is equal to zero
				move "*NOT RUN*" to ptStatusOut
			when ptEnded(partIdx) is equal to zero
				move "*NO END RECORD*" to ptStatusOut
			when ptRC(partIdx) is not less than 8
				move "*FAILED RC 8*" to ptStatusOut
			when ptMode(partIdx) is not equal to mergeMode
				move "*MODE DIFFERS*" to ptStatusOut
			when ptRC(partIdx) is equal to 4
				move "ok (rejects)" to ptStatusOut
			when other
				move "ok" to ptStatusOut
		end-evaluate
		move print-part to reportLine
		perform sayLine
	end-perform.
	move spaces to print-part.
	move "DELIVERY TOTAL" to ptFileOut.
	move totalRead to ptReadOut.
	move totalConv to ptConvOut.
	move totalRej to ptRejOut.
	move print-part to reportLine.
	perform sayLine.
	move spaces to reportLine.
	perform sayLine.
	move spaces to reportLine.
	if trlSeen is equal to 1
		move trlExpected to countOut
		string " Delivery trailer expected " delimited by size
			function trim(countOut) delimited by size
			" records; the partitions read " delimited by size
			totalRead delimited by size
			into reportLine
	else
		move deliveryCount to countOut
		string " Delivery held " delimited by size
			function trim(countOut) delimited by size
			" records (no trailer); the partitions read " delimited by size
			totalRead delimited by size
			into reportLine
	end-if.
	perform sayLine.
	if mergeFailed is equal to 1
		move " *** DELIVERY FAILED -- no consolidated output; rerun the failed partition(s) and MERGE again. ***" to reportLine
	else
		move " Delivery consolidated into single .out, .rej, .csv and .rpt files." to reportLine
	end-if.
	perform sayLine.

*> prints one summary line in the consolidated report while it is
*> being written, and shows it on the console otherwise
sayLine.
	if reportOpen is equal to 1
		move reportLine to merge-out-record
		write merge-out-record
	else
		display reportLine
	end-if.

*> appends a START or END record (as set in histType) for the
*> delivery as a whole, mode P, signed with the job owner, to the run
*> history
writeDeliveryRunRecord.
	perform buildTimestamp.
	move spaces to runhist-line.
	if histType is equal to "START"
		string "START | " delimited by size
			auditTimestamp delimited by size
			" | P | " delimited by size
			function trim(deliveryName) delimited by size
			" | " delimited by size
			function trim(jobOwnerId) delimited by size
			into runhist-line
	else
		string "END | " delimited by size
			auditTimestamp delimited by size
			" | P | " delimited by size
			function trim(deliveryName) delimited by size
			" | " delimited by size
			totalRead delimited by size
			" | " delimited by size
			totalConv delimited by size
			" | " delimited by size
			totalRej delimited by size
			" | " delimited by size
			deliveryRC delimited by size
			" | " delimited by size
			function trim(deliveryDept) delimited by size
			" | " delimited by size
			function trim(jobOwnerId) delimited by size
			into runhist-line
	end-if.
	open extend runHistFile.
	if runHistStatus is not equal to "00"
		open output runHistFile
	end-if.
	move runhist-line to runhist-record.
	write runhist-record.
	close runHistFile.
