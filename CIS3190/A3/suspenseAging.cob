*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>*>
*> suspenseAging.cob: Aging report over the standing reject suspense  *>
*> file.															  *>
*> 																	  *>
*> Reads suspense.dat (one item per rejected record-id, opened by	  *>
*> the convert, transaction, normalize, date and masterMaint runs	  *>
*> when they reject an id and cleared when a later run converts it)  *>
*> and lists every item still open, grouped by the department named	  *>
*> on the rejecting delivery's header, with its reason code, first	  *>
*> and last rejected dates, how many times it has been rejected and  *>
*> its age in days. Each department closes with its count in the	  *>
*> 0-7, 8-30 and 30+ day buckets, and a department summary at the	  *>
*> end gives the correction desk its chase list. The program ends	  *>
*> with return code 4 when any item is more than 30 days old.		  *>
*> 																	  *>
*> An optional "YYYY-MM-DD" as-of date may be given on the command	  *>
*> line (default today); items first rejected after it are left out. *>
*> 																	  *>
*> This program can be compiled by typing: 							  *>
*> 			cobc -x -free -Wall suspenseAging.cob					  *>
*> This program can be executed by typing: 							  *>
*> 			./suspenseAging [YYYY-MM-DD]							  *>
*> 																	  *>
*> Created by: Michael Tran (mtran04) 								  *>
*> ID: 0524704 														  *>
*> October 2026 													  *>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>*>

identification division.
program-id. suspenseAging.

environment division.
input-output section.
file-control.
select suspenseFile assign to "suspense.dat" organization is indexed
	access is sequential record key is susp-id
	file status is suspenseFileStatus.
select deptFile assign to "deptmast.dat" organization is line sequential
	file status is deptFileStatus.
select sortWork assign to "agesort.tmp".

data division.
file section.
fd suspenseFile.
01 suspense-record.
	05 susp-id pic x(10).
	05 susp-status pic x.
	05 susp-reason pic 99.
	05 susp-dept pic x(8).
	05 susp-first-date pic x(10).
	05 susp-last-date pic x(10).
	05 susp-times pic 9(4).
	05 susp-mode pic x.
	05 susp-source pic x(40).
	05 susp-cleared-date pic x(10).

fd deptFile.
01 dept-record.
	05 dept-rec-code pic x(8).
	05 filler pic x(1).
	05 dept-rec-name pic x(30).

sd sortWork.
01 sort-rec.
	05 sort-dept pic x(8).
	05 sort-first-date pic x(10).
	05 sort-id pic x(10).
	05 sort-reason pic 99.
	05 sort-last-date pic x(10).
	05 sort-times pic 9(4).
	05 sort-mode pic x.
	05 sort-source pic x(40).
	05 sort-age pic 9(5).

working-storage section.
01 eof-switch pic 9.
01 sortEof pic 9.
01 suspenseFileStatus pic xx.
01 suspenseAvailable pic 9 value zero.
01 deptFileStatus pic xx.

*> the as-of date the items are aged to, from the command line
*> (default today)
01 commandLine pic x(80).
01 asOfDate pic x(10).
01 asOfDays pic 9(8).
01 firstDays pic 9(8).
01 dateWork pic 9(8).

*> department master names, for the department headings
01 deptCount pic 99 value zero.
01 dept-list.
	05 dept-entry occurs 50 times.
		10 deptCode pic x(8).
		10 deptName pic x(30).
01 deptIdx pic 99.
01 currentDeptName pic x(30).

*> control break and bucket totals
01 prevDept pic x(8).
01 firstItem pic 9.
01 deptBucket1 pic 9(6).
01 deptBucket2 pic 9(6).
01 deptBucket3 pic 9(6).
01 totalItems pic 9(6) value zero.
01 totalBucket1 pic 9(6) value zero.
01 totalBucket2 pic 9(6) value zero.
01 totalBucket3 pic 9(6) value zero.
01 itemsRead pic 9(6) value zero.
01 itemsCleared pic 9(6) value zero.

*> one department summary line per department with open items
01 sumCount pic 99 value zero.
01 sum-list.
	05 sum-entry occurs 60 times.
		10 sumDept pic x(8).
		10 sumBucket1 pic 9(6).
		10 sumBucket2 pic 9(6).
		10 sumBucket3 pic 9(6).
01 sumIdx pic 99.
01 sumOverflow pic 99 value zero.

*> report run date
01 currentDateTime pic x(21).
01 currentDateTime-fields redefines currentDateTime.
	05 cd-year pic 9(4).
	05 cd-month pic 9(2).
	05 cd-day pic 9(2).
	05 filler pic x(13).
01 reportDate pic x(10).

*> formatted print statement for one open suspense item
01 print-item.
	05 filler pic x(3) value spaces.
	05 itemIdOut pic x(10).
	05 filler pic x(2) value spaces.
	05 itemReasonOut pic 99.
	05 filler pic x(3) value spaces.
	05 itemModeOut pic x.
	05 filler pic x(2) value spaces.
	05 itemFirstOut pic x(10).
	05 filler pic x(2) value spaces.
	05 itemLastOut pic x(10).
	05 filler pic x(1) value space.
	05 itemTimesOut pic z(3)9.
	05 filler pic x(1) value space.
	05 itemAgeOut pic z(4)9.
	05 filler pic x(2) value spaces.
	05 itemBucketOut pic x(4).
	05 filler pic x(2) value spaces.
	05 itemSourceOut pic x(30).

*> formatted print statement for one department's bucket counts
01 print-buckets.
	05 filler pic x(1) value space.
	05 bucketDeptOut pic x(8).
	05 filler pic x(1) value space.
	05 bucket1Out pic z(5)9.
	05 filler pic x(1) value space.
	05 bucket2Out pic z(5)9.
	05 filler pic x(1) value space.
	05 bucket3Out pic z(5)9.
	05 filler pic x(1) value space.
	05 bucketTotalOut pic z(5)9.

procedure division.
	perform buildReportDate.
	perform readAsOfDate.
	perform loadDeptMaster.
	display " ".
	display "           REJECT SUSPENSE AGING REPORT".
	display " --------------------------------------------".
	display " Report date:       " reportDate.
	display " Aged as of:        " asOfDate.
	sort sortWork on ascending key sort-dept sort-first-date sort-id
		input procedure is feedOpenItems
		output procedure is printAgedItems.
	perform printAgingSummary.
	if totalBucket3 is greater than zero
		move 4 to return-code
	end-if.
stop run.

*> formats function current-date into the "YYYY-MM-DD" report date
buildReportDate.
	move function current-date to currentDateTime.
	string cd-year delimited by size
		"-" delimited by size
		cd-month delimited by size
		"-" delimited by size
		cd-day delimited by size
		into reportDate.

*> picks the optional as-of date up from the command line, defaulting
*> to today when none (or an unusable one) is given
readAsOfDate.
	move spaces to commandLine.
	accept commandLine from command-line.
	move commandLine(1:10) to asOfDate.
	if asOfDate(1:4) is not numeric or asOfDate(5:1) is not equal to '-' or asOfDate(6:2) is not numeric or asOfDate(8:1) is not equal to '-' or asOfDate(9:2) is not numeric
		if commandLine is not equal to spaces
			display "As-of date must be YYYY-MM-DD -- aging to today."
		end-if
		move reportDate to asOfDate
	end-if.
	perform dateToDays.
	move dateWork to asOfDays.

*> turns the "YYYY-MM-DD" date in asOfDate into a day number in
*> dateWork
dateToDays.
	compute dateWork = function integer-of-date(function numval(asOfDate(1:4)) * 10000 + function numval(asOfDate(6:2)) * 100 + function numval(asOfDate(9:2))).

*> loads the department master's names for the department headings; a
*> site without a deptmast.dat just shows the codes
loadDeptMaster.
	open input deptFile.
	if deptFileStatus is not equal to "00"
		exit paragraph
	end-if.
	perform until deptCount is greater than 49
		read deptFile at end exit perform end-read
		if dept-rec-code is not equal to spaces and dept-rec-code(1:1) is not equal to '*'
			add 1 to deptCount
			move dept-rec-code to deptCode(deptCount)
			inspect deptCode(deptCount) converting 'abcdefghijklmnopqrstuvwxyz' to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
			move dept-rec-name to deptName(deptCount)
		end-if
	end-perform.
	close deptFile.

*> releases every open suspense item to the sort, aged to the as-of
*> date; cleared items are only counted
feedOpenItems.
	open input suspenseFile.
	if suspenseFileStatus is not equal to "00"
		display " No reject suspense file (suspense.dat) -- nothing to age."
		exit paragraph
	end-if.
	move 1 to suspenseAvailable.
	move 1 to eof-switch.
	perform releaseOpenItem until eof-switch is equal to zero.
	close suspenseFile.

*> reads one suspense item and releases it when it is still open
releaseOpenItem.
	read suspenseFile next record at end move zero to eof-switch end-read.
	if eof-switch is equal to zero
		exit paragraph
	end-if.
	add 1 to itemsRead.
	if susp-status is not equal to 'O'
		add 1 to itemsCleared
		exit paragraph
	end-if.
	if susp-first-date(1:4) is not numeric or susp-first-date(6:2) is not numeric or susp-first-date(9:2) is not numeric
		exit paragraph
	end-if.
	compute firstDays = function integer-of-date(function numval(susp-first-date(1:4)) * 10000 + function numval(susp-first-date(6:2)) * 100 + function numval(susp-first-date(9:2))).
	if firstDays is greater than asOfDays
		exit paragraph
	end-if.
	move susp-dept to sort-dept.
	move susp-first-date to sort-first-date.
	move susp-id to sort-id.
	move susp-reason to sort-reason.
	move susp-last-date to sort-last-date.
	move susp-times to sort-times.
	move susp-mode to sort-mode.
	move susp-source to sort-source.
	compute sort-age = asOfDays - firstDays.
	release sort-rec.

*> takes the sorted open items back and prints them department by
*> department, closing each department with its bucket counts
printAgedItems.
	move 1 to firstItem.
	move spaces to prevDept.
	move 1 to sortEof.
	perform printOneItem until sortEof is equal to zero.
	if firstItem is equal to zero
		perform closeDepartment
	end-if.

*> returns one sorted item and prints it, starting a new department
*> group on a change of department
printOneItem.
	return sortWork at end move zero to sortEof end-return.
	if sortEof is equal to zero
		exit paragraph
	end-if.
	if firstItem is equal to 1 or sort-dept is not equal to prevDept
		if firstItem is equal to zero
			perform closeDepartment
		end-if
		perform openDepartment
	end-if.
	move sort-id to itemIdOut.
	move sort-reason to itemReasonOut.
	move sort-mode to itemModeOut.
	move sort-first-date to itemFirstOut.
	move sort-last-date to itemLastOut.
	move sort-times to itemTimesOut.
	move sort-age to itemAgeOut.
	move sort-source to itemSourceOut.
	evaluate true
		when sort-age is less than or equal to 7
			move "0-7" to itemBucketOut
			add 1 to deptBucket1
		when sort-age is less than or equal to 30
			move "8-30" to itemBucketOut
			add 1 to deptBucket2
		when other
			move "30+" to itemBucketOut
			add 1 to deptBucket3
	end-evaluate.
	display print-item.

*> starts one department's group: its heading and column headings
openDepartment.
	move sort-dept to prevDept.
	move zero to firstItem.
	move zero to deptBucket1.
	move zero to deptBucket2.
	move zero to deptBucket3.
	move spaces to currentDeptName.
	perform varying deptIdx from 1 by 1 until deptIdx is greater than deptCount
		if deptCode(deptIdx) is equal to sort-dept
			move deptName(deptIdx) to currentDeptName
		end-if
	end-perform.
	if currentDeptName is equal to spaces and sort-dept is not equal to "(none)"
		move "(not on the department master)" to currentDeptName
	end-if.
	display " ".
	display " DEPARTMENT " function trim(sort-dept) "  " function trim(currentDeptName).
	display "   ID          RSN  M  FIRST REJ.  LAST REJ.  TIMES   AGE  BKT   SOURCE".
	display "   ----------  ---  -  ----------  ---------- ----- -----  ----  ------------------------------".

*> closes one department's group with its bucket counts and carries
*> them into the grand totals and the department summary
closeDepartment.
	display "   open items: 0-7 days " deptBucket1 "   8-30 days " deptBucket2 "   30+ days " deptBucket3.
	add deptBucket1 to totalBucket1.
	add deptBucket2 to totalBucket2.
	add deptBucket3 to totalBucket3.
	compute totalItems = totalBucket1 + totalBucket2 + totalBucket3.
	if sumCount is less than 60
		add 1 to sumCount
		move prevDept to sumDept(sumCount)
		move deptBucket1 to sumBucket1(sumCount)
		move deptBucket2 to sumBucket2(sumCount)
		move deptBucket3 to sumBucket3(sumCount)
	else
		add 1 to sumOverflow
	end-if.

*> prints the department summary of open items by age bucket and the
*> grand totals
printAgingSummary.
	display " ".
	display "           OPEN ITEMS BY DEPARTMENT".
	display " --------------------------------------------".
	display " DEPT         0-7   8-30    30+  TOTAL".
	perform varying sumIdx from 1 by 1 until sumIdx is greater than sumCount
		move sumDept(sumIdx) to bucketDeptOut
		move sumBucket1(sumIdx) to bucket1Out
		move sumBucket2(sumIdx) to bucket2Out
		move sumBucket3(sumIdx) to bucket3Out
		compute bucketTotalOut = sumBucket1(sumIdx) + sumBucket2(sumIdx) + sumBucket3(sumIdx)
		display print-buckets
	end-perform.
	if sumOverflow is greater than zero
		display "   ... and " sumOverflow " further departments not shown"
	end-if.
	move "TOTAL" to bucketDeptOut.
	move totalBucket1 to bucket1Out.
	move totalBucket2 to bucket2Out.
	move totalBucket3 to bucket3Out.
	move totalItems to bucketTotalOut.
	display print-buckets.
	display " ".
	if suspenseAvailable is equal to 1
		display " Suspense items read:    " itemsRead
		display " Cleared (not listed):   " itemsCleared
	end-if.
	if totalBucket3 is greater than zero
		display " *** " totalBucket3 " reject(s) open for more than 30 days -- chase the correction desk. ***"
	end-if.
