*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>*>
*> seqIssue.cob: Roman numeral control-number issuing service.		  *>
*> 																	  *>
*> Keeps one series of roman numeral control numbers (bound volumes,  *>
*> certificates, charter copies ...) per office on the series file	  *>
*> (series.dat, keyed on the series id): the owning department from	  *>
*> the department master (deptmast.dat), an optional prefix printed	  *>
*> in front of every number, the number the series started after and  *>
*> the last number issued. Every number issued or voided is written  *>
*> to the issue register (seqreg.dat) with its date, the requester	  *>
*> and, for a void, the reason.										  *>
*> 																	  *>
*> OPEN <series> <dept> [prefix] [last number] starts a series; the	  *>
*> last number carries a paper list over (numbers up to it are not	  *>
*> reissued). ISSUE <series> <count> <requester> issues the next	  *>
*> 1 to 99 numbers, rendered through conversionToRoman; a series	  *>
*> ends at 3999999, the highest number it can render, and no number   *>
*> is issued that, with the prefix, is longer than the 20-character	  *>
*> roman field of a delivery record. VOID <series>					  *>
*> <number> <requester> <reason> voids an issued number, given as a	  *>
*> decimal or as the roman numeral (with or without the prefix).	  *>
*> 																	  *>
*> REPORT [series] prints the control report for one series or all	  *>
*> of them to seqctl-<date>.rpt: every number from the series' start  *>
*> with its issue date and requester, and whether it has been USED	  *>
*> (the first delivery record carrying it), is NEVER USED, VOIDED or  *>
*> has NO RECORD on the register. The deliveries checked are the		  *>
*> converted (Y, X and H) runs of the series' department in the run	  *>
*> history (runhist.dat) that ran on or after the number was issued;  *>
*> with a prefix only roman values carrying it count. A number that	  *>
*> turns up again under a different record-id, or a voided number	  *>
*> that turns up at all, is listed as an exception.					  *>
*> 																	  *>
*> Return code 4 when the report lists exceptions, 8 when a request	  *>
*> is refused or the series file cannot be read.						  *>
*> 																	  *>
*> This program can be compiled by typing: 							  *>
*> 			cobc -x -free -Wall seqIssue.cob conv.cob convToRoman.cob  *>
*> This program can be executed by typing: 							  *>
*> 			./seqIssue OPEN <series> <dept> [prefix] [last number]	  *>
*> 			./seqIssue ISSUE <series> <count> <requester>			  *>
*> 			./seqIssue VOID <series> <number> <requester> <reason>	  *>
*> 			./seqIssue REPORT [series]								  *>
*> 																	  *>
*> Created by: Michael Tran (mtran04) 								  *>
*> ID: 0524704 														  *>
*> October 2026 													  *>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>*>

identification division.
program-id. seqIssue.

environment division.
input-output section.
file-control.
select seriesFile assign to "series.dat" organization is indexed
	access is dynamic record key is series-id
	lock mode is automatic
	file status is seriesFileStatus.
select regFile assign to "seqreg.dat" organization is line sequential
	file status is regFileStatus.
select deptFile assign to "deptmast.dat" organization is line sequential
	file status is deptFileStatus.
select runHistFile assign to "runhist.dat" organization is line sequential
	file status is runHistStatus.
select delivFile assign to delivFileName organization is line sequential
	file status is delivFileStatus.
select ctlFile assign to ctlFileName organization is line sequential
	file status is ctlFileStatus.

data division.
file section.
fd seriesFile.
01 series-record.
	05 series-id pic x(10).
	05 series-dept pic x(8).
	05 series-prefix pic x(10).
	05 series-start pic 9(8).
	05 series-last pic 9(8).
	05 series-opened-date pic x(10).
	05 series-last-date pic x(10).
	05 series-issued pic 9(6).
	05 series-voided pic 9(6).

fd regFile.
01 reg-record pic x(150).

fd deptFile.
01 dept-record.
	05 dept-rec-code pic x(8).
	05 filler pic x(1).
	05 dept-rec-name pic x(30).

fd runHistFile.
01 runhist-record pic x(150).

fd delivFile.
01 deliv-data.
	05 deliv-record-id pic x(10).
	05 deliv-roman pic x(20).
	05 filler pic x(50).

fd ctlFile.
01 ctl-record pic x(150).

working-storage section.
01 seriesFileStatus pic xx.
01 regFileStatus pic xx.
01 deptFileStatus pic xx.
01 runHistStatus pic xx.
01 delivFileStatus pic xx.
01 ctlFileStatus pic xx.
01 ctlFileName pic x(40).
01 delivFileName pic x(40).
01 seriesOpen pic 9 value zero.
01 seriesFound pic 9.
01 regEof pic 9.
01 deptEof pic 9.
01 histEof pic 9.
01 delivEof pic 9.
01 seriesEof pic 9.

*> the request from the command line; a void's reason is the rest of
*> the line after the requester
01 commandLine pic x(120).
01 cmdPtr pic 999.
01 actionToken pic x(10).
01 seriesToken pic x(10).
01 argToken1 pic x(20).
01 argToken2 pic x(20).
01 argToken3 pic x(20).
01 optionToken pic x(20).
01 requester pic x(20).
01 reasonText pic x(40).
01 issueCount pic 9(4).
01 issueIdx pic 99.

*> the highest number conversionToRoman can render, so the highest
*> control number a series can reach
01 maxControlNumber pic 9(8) value 3999999.

*> a number on the command line is read into this wider field first,
*> so one too long for the series and register fields is refused
*> rather than cut short
01 numberWork pic 9(18).
01 optionRejected pic 9.
01 firstNumber pic 9(8).
01 numbersLeft pic 9(8).
*> 1 when a number to be issued cannot be rendered, 2 when with the
*> prefix it is longer than the 20-character roman field a delivery
*> carries, so it could never be found in one
01 renderFailed pic 9.
01 regWriteFailed pic 9.

*> run date and time stamped on the register
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
01 runTime pic x(8).

*> the department named on an OPEN, checked against deptmast.dat
01 deptCode pic x(8).
01 deptName pic x(30).
01 deptFound pic 9.
01 deptFileMissing pic 9.

*> one line of the issue register: type I (issued) or V (voided)
01 reg-line.
	05 reg-type pic x.
	05 filler pic x value space.
	05 reg-series pic x(10).
	05 filler pic x value space.
	05 reg-number pic 9(8).
	05 filler pic x value space.
	05 reg-roman pic x(40).
	05 filler pic x value space.
	05 reg-date pic x(10).
	05 filler pic x value space.
	05 reg-time pic x(8).
	05 filler pic x value space.
	05 reg-requester pic x(20).
	05 filler pic x value space.
	05 reg-reason pic x(40).
01 regIssued pic 9.
01 regVoided pic 9.
01 regVoidDate pic x(10).

*> a control number rendered for issue or print: the roman numeral
*> from conversionToRoman and the same with the series prefix
01 numberValue pic 9(8).
01 numberText pic x(40).
01 romanText pic x(40).
01 romanArray.
	05 romanCh pic x occurs 40 times.
01 romanCount pic 99.
01 err pic 9.
01 noTwelfths pic 99 value zero.
01 prefixLen pic 99.
01 trailSpaces pic 99.

*> a roman value read back (a VOID's number or a delivery record)
*> through the same "conversion" subroutine the converter uses
01 numberToken pic x(20).
01 numberValid pic 9.
01 romanWork pic x(20).
01 romanShift pic x(20).
01 romanNumeral.
	05 roman pic x occurs 40 times.
01 inputLen pic 99 value zero.
01 numWhiteSpace pic 99 value zero.
01 romanValue pic 9(8).
01 reasonCode pic 99.
01 cvTwelfths pic 99.

*> the converted deliveries in the run history, one entry per file
*> and department with the date of its latest run
01 histType pic x(5).
01 histTimestamp pic x(19).
01 histMode pic x.
01 histFile pic x(40).
01 histRead pic x(8).
01 histConv pic x(8).
01 histRej pic x(8).
01 histRC pic x(4).
01 histDept pic x(8).
01 delivCount pic 9(3) value zero.
01 deliv-list.
	05 deliv-entry occurs 500 times.
		10 deliv-file pic x(40).
		10 deliv-dept pic x(8).
		10 deliv-date pic x(10).
01 delivIdx pic 9(3).
01 scanIdx pic 9(4).
01 delivOverflow pic 9(6) value zero.

*> one series' numbers for the control report, indexed by the number
*> less the series start
01 tableSize pic 9(8).
01 tableOverflow pic 9(8).
01 numWork pic s9(9).
01 numIdx pic 9(4).
01 num-list.
	05 num-entry occurs 5000 times.
		10 ne-status pic x.
		10 ne-issue-date pic x(10).
		10 ne-requester pic x(20).
		10 ne-void-date pic x(10).
		10 ne-reason pic x(40).
		10 ne-used-id pic x(10).
		10 ne-used-file pic x(40).

*> numbers turning up where they should not, for one series
01 excCount pic 9(3).
01 exc-list.
	05 exc-entry occurs 200 times.
		10 exc-number pic 9(8).
		10 exc-kind pic x(10).
		10 exc-first-id pic x(10).
		10 exc-id pic x(10).
		10 exc-file pic x(40).
01 excIdx pic 9(3).
01 excFound pic 9.
01 excKind pic x(10).
01 excOverflow pic 9(6).

*> one series' report totals and the run totals
01 usedCount pic 9(6).
01 neverUsedCount pic 9(6).
01 voidedCount pic 9(6).
01 noRecordCount pic 9(6).
01 delivChecked pic 9(4).
01 delivMissing pic 9(4).
01 seriesReported pic 9(4) value zero.
01 totalExceptions pic 9(6) value zero.

*> formatted lines for the control report
01 ctlLine pic x(150).
01 countOut pic z(7)9.
01 underline-1.
	05 filler pic x(143) value ' =============================================================================================================================================='.
01 col-heads.
	05 filler pic x(1) value space.
	05 filler pic x(40) value 'NUMBER                                  '.
	05 filler pic x(2) value spaces.
	05 filler pic x(8) value ' DECIMAL'.
	05 filler pic x(2) value spaces.
	05 filler pic x(10) value 'ISSUED    '.
	05 filler pic x(2) value spaces.
	05 filler pic x(20) value 'REQUESTER           '.
	05 filler pic x(2) value spaces.
	05 filler pic x(10) value 'STATUS    '.
	05 filler pic x(2) value spaces.
	05 filler pic x(44) value 'DETAIL                                      '.
01 underline-2.
	05 filler pic x(143) value ' ----------------------------------------  --------  ----------  --------------------  ----------  --------------------------------------------'.
01 print-number.
	05 filler pic x value space.
	05 numOut pic x(40).
	05 filler pic x(2) value spaces.
	05 decOut pic z(7)9.
	05 filler pic x(2) value spaces.
	05 issDateOut pic x(10).
	05 filler pic x(2) value spaces.
	05 reqOut pic x(20).
	05 filler pic x(2) value spaces.
	05 statusOut pic x(10).
	05 filler pic x(2) value spaces.
	05 detailOut pic x(44).
01 exc-heads.
	05 filler pic x(1) value space.
	05 filler pic x(40) value 'NUMBER                                  '.
	05 filler pic x(2) value spaces.
	05 filler pic x(10) value 'EXCEPTION '.
	05 filler pic x(2) value spaces.
	05 filler pic x(10) value 'FIRST ID  '.
	05 filler pic x(2) value spaces.
	05 filler pic x(10) value 'FOUND AS  '.
	05 filler pic x(2) value spaces.
	05 filler pic x(40) value 'IN DELIVERY                             '.
01 underline-3.
	05 filler pic x(119) value ' ----------------------------------------  ----------  ----------  ----------  ----------------------------------------'.
01 print-exception.
	05 filler pic x value space.
	05 excNumOut pic x(40).
	05 filler pic x(2) value spaces.
	05 excKindOut pic x(10).
	05 filler pic x(2) value spaces.
	05 excFirstOut pic x(10).
	05 filler pic x(2) value spaces.
	05 excIdOut pic x(10).
	05 filler pic x(2) value spaces.
	05 excFileOut pic x(40).

procedure division.
	perform buildRunDate.
	perform readRequest.
	evaluate actionToken
		when "OPEN"
			perform openSeries
		when "ISSUE"
			perform issueNumbers
		when "VOID"
			perform voidNumber
		when "REPORT"
			perform printControlReport
		when other
			display "Usage: seqIssue OPEN <series> <dept> [prefix] [last number]"
			display "       seqIssue ISSUE <series> <count> <requester>"
			display "       seqIssue VOID <series> <number> <requester> <reason>"
			display "       seqIssue REPORT [series]"
			move 8 to return-code
	end-evaluate.
stop run.

*> formats function current-date into the "YYYY-MM-DD" run date and
*> the "HH:MM:SS" run time
buildRunDate.
	move function current-date to currentDateTime.
	move spaces to runDate.
	string cd-year delimited by size
		"-" delimited by size
		cd-month delimited by size
		"-" delimited by size
		cd-day delimited by size
		into runDate.
	move spaces to runTime.
	string cd-hour delimited by size
		":" delimited by size
		cd-minute delimited by size
		":" delimited by size
		cd-second delimited by size
		into runTime.

*> picks the action, the series and the action's arguments up from
*> the command line
readRequest.
	move spaces to commandLine.
	accept commandLine from command-line.
	move spaces to actionToken.
	move spaces to seriesToken.
	move spaces to argToken1.
	move spaces to argToken2.
	move spaces to argToken3.
	unstring commandLine delimited by all " "
		into actionToken seriesToken argToken1 argToken2 argToken3.
	inspect actionToken converting 'abcdefghijklmnopqrstuvwxyz' to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
	inspect seriesToken converting 'abcdefghijklmnopqrstuvwxyz' to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

*> opens the series file for update, creating it on first use
openSeriesFile.
	move zero to seriesOpen.
	open i-o seriesFile.
	if seriesFileStatus is equal to "35"
		open output seriesFile
		close seriesFile
		open i-o seriesFile
	end-if.
	if seriesFileStatus is equal to "00"
		move 1 to seriesOpen
	else
		display "Cannot open the series file series.dat (status " seriesFileStatus ")."
		move 8 to return-code
	end-if.

*> reads the series named on the command line
readSeries.
	move seriesToken to series-id.
	move 1 to seriesFound.
	read seriesFile
		invalid key move zero to seriesFound
	end-read.
	if seriesFileStatus is equal to "51" or seriesFileStatus is equal to "61"
		display "Series " function trim(seriesToken) " is in use by another request (status " seriesFileStatus ") -- nothing done; try again."
		move zero to seriesFound
		move 8 to return-code
		exit paragraph
	end-if.
	if seriesFound is equal to zero
		display "Series " function trim(seriesToken) " is not on the series file."
		move 8 to return-code
	else
		perform notePrefixLength
	end-if.

*> works out how many characters of the series prefix are in use
notePrefixLength.
	move zero to prefixLen.
	if series-prefix is not equal to spaces
		move zero to trailSpaces
		inspect series-prefix tallying trailSpaces for trailing spaces
		compute prefixLen = 10 - trailSpaces
	end-if.

*> opens the issue register for appending, creating it on first use
openRegister.
	open extend regFile.
	if regFileStatus is not equal to "00"
		open output regFile
	end-if.
	if regFileStatus is not equal to "00"
		display "Cannot open the issue register seqreg.dat (status " regFileStatus ") -- nothing issued or voided."
		move 8 to return-code
	end-if.

*> looks the department in deptCode up on the department master,
*> setting deptFound and deptName
findDepartment.
	move zero to deptFound.
	move zero to deptFileMissing.
	move spaces to deptName.
	open input deptFile.
	if deptFileStatus is not equal to "00"
		move 1 to deptFileMissing
		exit paragraph
	end-if.
	move 1 to deptEof.
	perform until deptEof is equal to zero or deptFound is equal to 1
		read deptFile
			at end move zero to deptEof
			not at end
				inspect dept-rec-code converting 'abcdefghijklmnopqrstuvwxyz' to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
				if dept-rec-code is equal to deptCode
					move 1 to deptFound
					move dept-rec-name to deptName
				end-if
		end-read
	end-perform.
	close deptFile.

*> renders numberValue through conversionToRoman into romanText, and
*> with the series prefix in front into numberText; both are left
*> blank, with err set, when the number cannot be rendered
renderNumber.
	initialize romanArray.
	move zero to err.
	call "conversionToRoman" using numberValue, romanArray, romanCount, err, noTwelfths.
	move spaces to numberText.
	if err is not equal to zero
		move spaces to romanText
		exit paragraph
	end-if.
	move romanArray to romanText.
	if prefixLen is equal to zero
		move romanText to numberText
	else
		string series-prefix(1:prefixLen) delimited by size
			romanText delimited by space
			into numberText
	end-if.

*> reads the roman value in romanWork back through "conversion"; err
*> is set when it is not a roman numeral
convertRomanWork.
	initialize inputLen.
	initialize numWhiteSpace.
	initialize err.
	move zero to cvTwelfths.
	if romanWork is equal to spaces
		move 1 to err
		exit paragraph
	end-if.
	move spaces to romanNumeral.
	move romanWork to romanNumeral.
	inspect romanNumeral tallying inputLen for all characters before initial '\0'.
	inspect romanNumeral tallying numWhiteSpace for trailing spaces.
	compute inputLen = inputLen - numWhiteSpace.
	call "conversion" using romanNumeral, inputLen, err, romanValue, reasonCode, cvTwelfths.

*> takes the series prefix off the front of romanWork when it is there
stripPrefix.
	if prefixLen is greater than zero
		if romanWork(1:prefixLen) is equal to series-prefix(1:prefixLen)
			move romanWork(prefixLen + 1:) to romanShift
			move romanShift to romanWork
		end-if
	end-if.

*> OPEN: starts a new series for a department on the department
*> master, with the optional prefix and the last number already used
openSeries.
	if seriesToken is equal to spaces or argToken1 is equal to spaces
		display "OPEN needs a series id and the owning department."
		move 8 to return-code
		exit paragraph
	end-if.
	move argToken1 to deptCode.
	inspect deptCode converting 'abcdefghijklmnopqrstuvwxyz' to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
	perform findDepartment.
	if deptFileMissing is equal to 1
		display "Cannot read the department master deptmast.dat -- series not opened."
		move 8 to return-code
		exit paragraph
	end-if.
	if deptFound is equal to zero
		display "Department " function trim(deptCode) " is not on the department master -- series not opened."
		move 8 to return-code
		exit paragraph
	end-if.
	initialize series-record.
	move seriesToken to series-id.
	move deptCode to series-dept.
	move zero to optionRejected.
	move argToken2 to optionToken.
	perform noteOpenOption.
	move argToken3 to optionToken.
	perform noteOpenOption.
	if optionRejected is equal to 1
		display "The last number used must be from 0 to 3999998 -- series not opened."
		move 8 to return-code
		exit paragraph
	end-if.
	move series-start to series-last.
	move runDate to series-opened-date.
	move spaces to series-last-date.
	perform openSeriesFile.
	if seriesOpen is equal to zero
		exit paragraph
	end-if.
	write series-record
		invalid key
			display "Series " function trim(seriesToken) " is already open."
			move 8 to return-code
		not invalid key
			move series-last to countOut
			display "Series " function trim(series-id) " opened for " function trim(series-dept) " (" function trim(deptName) "); numbers continue after " function trim(countOut) "."
	end-write.
	close seriesFile.

*> sorts out one optional OPEN token: a number is the last number
*> already used, anything else the prefix; the last number must leave
*> at least one number to issue
noteOpenOption.
	if optionToken is equal to spaces
		exit paragraph
	end-if.
	if function trim(optionToken) is numeric
		compute numberWork = function numval(optionToken)
			on size error
				move 1 to optionRejected
				exit paragraph
		end-compute
		if numberWork is not less than maxControlNumber
			move 1 to optionRejected
			exit paragraph
		end-if
		move numberWork to series-start
	else
		inspect optionToken converting 'abcdefghijklmnopqrstuvwxyz' to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
		move optionToken to series-prefix
	end-if.

*> ISSUE: issues the next count numbers of a series to the requester,
*> recording each on the issue register
issueNumbers.
	if seriesToken is equal to spaces or argToken1 is equal to spaces or argToken2 is equal to spaces
		display "ISSUE needs a series id, a count and the requester."
		move 8 to return-code
		exit paragraph
	end-if.
	move zero to issueCount.
	if function trim(argToken1) is numeric
		compute numberWork = function numval(argToken1)
			on size error
				move zero to numberWork
		end-compute
		if numberWork is not greater than 99
			move numberWork to issueCount
		end-if
	end-if.
	if issueCount is less than 1 or issueCount is greater than 99
		display "The count must be from 1 to 99."
		move 8 to return-code
		exit paragraph
	end-if.
	move argToken2 to requester.
	perform openSeriesFile.
	if seriesOpen is equal to zero
		exit paragraph
	end-if.
	perform readSeries.
	if seriesFound is equal to zero
		close seriesFile
		exit paragraph
	end-if.
	if series-last + issueCount is greater than maxControlNumber
		compute numbersLeft = maxControlNumber - series-last
		move numbersLeft to countOut
		display "Series " function trim(series-id) " has " function trim(countOut) " number(s) left before 3999999 -- nothing issued."
		move 8 to return-code
		close seriesFile
		exit paragraph
	end-if.
	compute firstNumber = series-last + 1.
	move zero to renderFailed.
	perform checkIssueRender varying issueIdx from 1 by 1 until issueIdx is greater than issueCount or renderFailed is not equal to zero.
	if renderFailed is not equal to zero
		move numberValue to countOut
		if renderFailed is equal to 1
			display "Number " function trim(countOut) " cannot be rendered as a roman numeral -- nothing issued."
		else
			display "Number " function trim(countOut) " (" function trim(numberText) ") is longer than the 20 characters a delivery carries -- nothing issued."
		end-if
		move 8 to return-code
		close seriesFile
		exit paragraph
	end-if.
	perform openRegister.
	if return-code is equal to 8
		close seriesFile
		exit paragraph
	end-if.

	*> the series moves on before the register is written, so a failure
	*> part way leaves numbers showing NO RECORD on the control report
	*> rather than numbers that could be issued a second time
	add issueCount to series-last.
	add issueCount to series-issued.
	move runDate to series-last-date.
	rewrite series-record
		invalid key
			continue
	end-rewrite.
	if seriesFileStatus is not equal to "00"
		display "Cannot update series " function trim(series-id) " (status " seriesFileStatus ") -- nothing issued."
		move 8 to return-code
		close regFile
		close seriesFile
		exit paragraph
	end-if.
	display " ".
	display " Series " function trim(series-id) " (" function trim(series-dept) ") -- " issueCount " number(s) issued to " function trim(requester) " on " runDate ":".
	move zero to regWriteFailed.
	perform issueOneNumber varying issueIdx from 1 by 1 until issueIdx is greater than issueCount or regWriteFailed is equal to 1.
	close regFile.
	close seriesFile.

*> renders one of the numbers about to be issued, so a number that
*> cannot be rendered, or that no delivery record could carry, stops
*> the issue before anything is written
checkIssueRender.
	compute numberValue = firstNumber + issueIdx - 1.
	perform renderNumber.
	if err is not equal to zero
		move 1 to renderFailed
		exit paragraph
	end-if.
	if function length(function trim(numberText)) is greater than 20
		move 2 to renderFailed
	end-if.

*> writes one of the numbers just issued to the register
issueOneNumber.
	compute numberValue = firstNumber + issueIdx - 1.
	perform renderNumber.
	move 'I' to reg-type.
	move series-id to reg-series.
	move numberValue to reg-number.
	move romanText to reg-roman.
	move runDate to reg-date.
	move runTime to reg-time.
	move requester to reg-requester.
	move spaces to reg-reason.
	write reg-record from reg-line.
	move numberValue to countOut.
	if regFileStatus is not equal to "00"
		display " *** Cannot write number " function trim(countOut) " to the issue register (status " regFileStatus ") -- it and the numbers after it are issued but show as NO RECORD. ***"
		move 1 to regWriteFailed
		move 8 to return-code
		exit paragraph
	end-if.
	display "   " numberText countOut.

*> VOID: voids one issued number of a series, with the reason
voidNumber.
	move 1 to cmdPtr.
	move spaces to reasonText.
	unstring commandLine delimited by all " "
		into actionToken seriesToken argToken1 argToken2
		with pointer cmdPtr.
	inspect seriesToken converting 'abcdefghijklmnopqrstuvwxyz' to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
	if cmdPtr is less than 121
		move commandLine(cmdPtr:) to reasonText
	end-if.
	if seriesToken is equal to spaces or argToken1 is equal to spaces or argToken2 is equal to spaces or reasonText is equal to spaces
		display "VOID needs a series id, the number, the requester and a reason."
		move 8 to return-code
		exit paragraph
	end-if.
	move argToken2 to requester.
	perform openSeriesFile.
	if seriesOpen is equal to zero
		exit paragraph
	end-if.
	perform readSeries.
	if seriesFound is equal to zero
		close seriesFile
		exit paragraph
	end-if.
	perform parseNumberToken.
	if numberValid is equal to zero
		display function trim(argToken1) " is not a control number (1 to 3999999) or a roman numeral."
		move 8 to return-code
		close seriesFile
		exit paragraph
	end-if.
	perform findRegisterStatus.
	if regIssued is equal to zero
		display "Number " numberValue " was never issued from series " function trim(series-id) "."
		move 8 to return-code
		close seriesFile
		exit paragraph
	end-if.
	if regVoided is equal to 1
		display "Number " numberValue " of series " function trim(series-id) " was already voided on " regVoidDate "."
		move 8 to return-code
		close seriesFile
		exit paragraph
	end-if.
	perform renderNumber.
	if err is not equal to zero
		display "Number " numberValue " cannot be rendered as a roman numeral -- nothing voided."
		move 8 to return-code
		close seriesFile
		exit paragraph
	end-if.
	perform openRegister.
	if return-code is equal to 8
		close seriesFile
		exit paragraph
	end-if.
	add 1 to series-voided.
	rewrite series-record
		invalid key
			continue
	end-rewrite.
	if seriesFileStatus is not equal to "00"
		display "Cannot update series " function trim(series-id) " (status " seriesFileStatus ") -- nothing voided."
		move 8 to return-code
		close regFile
		close seriesFile
		exit paragraph
	end-if.
	move 'V' to reg-type.
	move series-id to reg-series.
	move numberValue to reg-number.
	move romanText to reg-roman.
	move runDate to reg-date.
	move runTime to reg-time.
	move requester to reg-requester.
	move reasonText to reg-reason.
	write reg-record from reg-line.
	if regFileStatus is not equal to "00"
		display "Cannot write the void to the issue register (status " regFileStatus ") -- series " function trim(series-id) " counts it but the number is not voided; void it again."
		move 8 to return-code
		close regFile
		close seriesFile
		exit paragraph
	end-if.
	close regFile.
	close seriesFile.
	display " Series " function trim(series-id) " number " function trim(numberText) " (" numberValue ") voided: " function trim(reasonText).

*> reads a VOID's number as a decimal, or as a roman numeral with or
*> without the series prefix
parseNumberToken.
	move zero to numberValid.
	move argToken1 to numberToken.
	inspect numberToken converting 'abcdefghijklmnopqrstuvwxyz' to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
	if function trim(numberToken) is numeric
		compute numberWork = function numval(numberToken)
			on size error
				exit paragraph
		end-compute
		if numberWork is not greater than maxControlNumber
			move numberWork to numberValue
			move 1 to numberValid
		end-if
		exit paragraph
	end-if.
	move numberToken to romanWork.
	perform stripPrefix.
	perform convertRomanWork.
	if err is equal to zero and cvTwelfths is equal to zero and romanValue is greater than zero
		move romanValue to numberValue
		move 1 to numberValid
	end-if.

*> scans the issue register for the issue and any void of numberValue
*> in the current series
findRegisterStatus.
	move zero to regIssued.
	move zero to regVoided.
	move spaces to regVoidDate.
	open input regFile.
	if regFileStatus is not equal to "00"
		exit paragraph
	end-if.
	move 1 to regEof.
	perform until regEof is equal to zero
		read regFile
			at end move zero to regEof
			not at end
				move reg-record to reg-line
				if reg-series is equal to series-id and reg-number is equal to numberValue
					if reg-type is equal to 'I'
						move 1 to regIssued
					end-if
					if reg-type is equal to 'V'
						move 1 to regVoided
						move reg-date to regVoidDate
					end-if
				end-if
		end-read
	end-perform.
	close regFile.

*> REPORT: prints the control report for the named series, or for
*> every series on the file
printControlReport.
	open input seriesFile.
	if seriesFileStatus is not equal to "00"
		display "Cannot open the series file series.dat (status " seriesFileStatus ") -- no report."
		move 8 to return-code
		exit paragraph
	end-if.
	perform loadDeliveries.
	move spaces to ctlFileName.
	string "seqctl-" delimited by size
		runDate delimited by size
		".rpt" delimited by size
		into ctlFileName.
	open output ctlFile.
	if ctlFileStatus is not equal to "00"
		display "Cannot open " function trim(ctlFileName) " -- no report."
		close seriesFile
		move 8 to return-code
		exit paragraph
	end-if.
	if seriesToken is not equal to spaces
		move seriesToken to series-id
		move 1 to seriesFound
		read seriesFile
			invalid key move zero to seriesFound
		end-read
		if seriesFound is equal to 1
			perform reportOneSeries
		else
			display "Series " function trim(seriesToken) " is not on the series file."
			move 8 to return-code
		end-if
	else
		move zero to seriesEof
		perform until seriesEof is equal to 1
			read seriesFile next record
				at end move 1 to seriesEof
				not at end perform reportOneSeries
			end-read
		end-perform
	end-if.
	close ctlFile.
	close seriesFile.
	display " ".
	display "           NUMBER CONTROL REPORT".
	display " --------------------------------------------".
	display " Series reported:        " seriesReported.
	display " Deliveries on history:  " delivCount.
	display " Exceptions:             " totalExceptions.
	display " Report written to " function trim(ctlFileName).
	if delivOverflow is greater than zero
		display " *** " delivOverflow " further deliveries in the run history were not checked. ***"
	end-if.
	if totalExceptions is greater than zero and return-code is less than 4
		move 4 to return-code
	end-if.

*> loads the converted deliveries from the run history's END records
loadDeliveries.
	move zero to delivCount.
	open input runHistFile.
	if runHistStatus is not equal to "00"
		display " No run history (runhist.dat) -- no deliveries checked."
		exit paragraph
	end-if.
	move 1 to histEof.
	perform until histEof is equal to zero
		read runHistFile
			at end move zero to histEof
			not at end perform noteDeliveryRun
		end-read
	end-perform.
	close runHistFile.

*> notes one END record of a convert run (Y, X or H) as a delivery of
*> its department, keeping the date of the file's latest run
noteDeliveryRun.
	move spaces to histType.
	move spaces to histTimestamp.
	move spaces to histMode.
	move spaces to histFile.
	move spaces to histDept.
	unstring runhist-record delimited by " | "
		into histType histTimestamp histMode histFile
			histRead histConv histRej histRC histDept.
	if histType is not equal to "END"
		exit paragraph
	end-if.
	if histMode is not equal to 'Y' and histMode is not equal to 'X' and histMode is not equal to 'H'
		exit paragraph
	end-if.
	inspect histDept converting 'abcdefghijklmnopqrstuvwxyz' to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
	move zero to delivIdx.
	perform varying scanIdx from 1 by 1 until scanIdx is greater than delivCount
		if deliv-file(scanIdx) is equal to histFile and deliv-dept(scanIdx) is equal to histDept
			move scanIdx to delivIdx
		end-if
	end-perform.
	if delivIdx is equal to zero
		if delivCount is less than 500
			add 1 to delivCount
			move delivCount to delivIdx
			move histFile to deliv-file(delivIdx)
			move histDept to deliv-dept(delivIdx)
		else
			add 1 to delivOverflow
			exit paragraph
		end-if
	end-if.
	move histTimestamp(1:10) to deliv-date(delivIdx).

*> prints one series' control report: its heading, the deliveries
*> checked, every number with its status and the exceptions
reportOneSeries.
	add 1 to seriesReported.
	perform notePrefixLength.
	move zero to tableOverflow.
	compute tableSize = series-last - series-start.
	if tableSize is greater than 5000
		compute tableOverflow = tableSize - 5000
		move 5000 to tableSize
	end-if.
	perform varying numIdx from 1 by 1 until numIdx is greater than tableSize
		move spaces to num-entry(numIdx)
	end-perform.
	move zero to excCount.
	move zero to excOverflow.
	move zero to usedCount.
	move zero to neverUsedCount.
	move zero to voidedCount.
	move zero to noRecordCount.
	move zero to delivChecked.
	move zero to delivMissing.
	perform writeSeriesHeading.
	perform loadRegisterEntries.
	perform varying delivIdx from 1 by 1 until delivIdx is greater than delivCount
		if deliv-dept(delivIdx) is equal to series-dept
			perform scanOneDelivery
		end-if
	end-perform.
	move spaces to ctl-record.
	write ctl-record.
	write ctl-record from col-heads.
	write ctl-record from underline-2.
	if tableSize is equal to zero
		move "   No numbers issued yet." to ctl-record
		write ctl-record
	end-if.
	perform printNumberLine varying numIdx from 1 by 1 until numIdx is greater than tableSize.
	if tableOverflow is greater than zero
		move tableOverflow to countOut
		move spaces to ctlLine
		string "   ... and " delimited by size
			countOut delimited by size
			" later numbers not shown" delimited by size
			into ctlLine
		write ctl-record from ctlLine
	end-if.
	perform printExceptions.
	perform writeSeriesTotals.

*> writes the series heading block
writeSeriesHeading.
	move series-dept to deptCode.
	perform findDepartment.
	write ctl-record from underline-1.
	move "           ROMAN NUMERAL CONTROL NUMBER REPORT" to ctl-record.
	write ctl-record.
	write ctl-record from underline-1.
	move spaces to ctlLine.
	string " Series:       " delimited by size
		series-id delimited by size
		"      Department: " delimited by size
		series-dept delimited by size
		" " delimited by size
		deptName delimited by size
		into ctlLine.
	write ctl-record from ctlLine.
	move spaces to ctlLine.
	string " Prefix:       " delimited by size
		series-prefix delimited by size
		"      Opened: " delimited by size
		series-opened-date delimited by size
		"      Last issue: " delimited by size
		series-last-date delimited by size
		"      Report date: " delimited by size
		runDate delimited by size
		into ctlLine.
	write ctl-record from ctlLine.
	move spaces to ctlLine.
	string " Numbers:      after " delimited by size
		series-start delimited by size
		" up to " delimited by size
		series-last delimited by size
		into ctlLine.
	write ctl-record from ctlLine.

*> loads the series' issues and voids from the issue register
loadRegisterEntries.
	open input regFile.
	if regFileStatus is not equal to "00"
		exit paragraph
	end-if.
	move 1 to regEof.
	perform until regEof is equal to zero
		read regFile
			at end move zero to regEof
			not at end perform noteRegisterEntry
		end-read
	end-perform.
	close regFile.

*> records one register line against its number in the series table
noteRegisterEntry.
	move reg-record to reg-line.
	if reg-series is not equal to series-id or reg-number is not numeric
		exit paragraph
	end-if.
	compute numWork = reg-number - series-start.
	if numWork is less than 1 or numWork is greater than tableSize
		exit paragraph
	end-if.
	move numWork to numIdx.
	if reg-type is equal to 'I'
		if ne-status(numIdx) is equal to space
			move 'I' to ne-status(numIdx)
		end-if
		move reg-date to ne-issue-date(numIdx)
		move reg-requester to ne-requester(numIdx)
	end-if.
	if reg-type is equal to 'V'
		move 'V' to ne-status(numIdx)
		move reg-date to ne-void-date(numIdx)
		move reg-reason to ne-reason(numIdx)
	end-if.

*> reads one of the department's deliveries, if it is still on hand,
*> looking for the series' numbers in it
scanOneDelivery.
	move deliv-file(delivIdx) to delivFileName.
	open input delivFile.
	if delivFileStatus is not equal to "00"
		add 1 to delivMissing
		move spaces to ctlLine
		string "   Delivery " delimited by size
			function trim(delivFileName) delimited by size
			" (run " delimited by size
			deliv-date(delivIdx) delimited by size
			") is no longer on hand -- not checked." delimited by size
			into ctlLine
		write ctl-record from ctlLine
		exit paragraph
	end-if.
	add 1 to delivChecked.
	move 1 to delivEof.
	perform until delivEof is equal to zero
		read delivFile
			at end move zero to delivEof
			not at end perform checkDeliveryRecord
		end-read
	end-perform.
	close delivFile.

*> checks one delivery record's roman value against the series: the
*> first record carrying an issued number uses it, a later one under
*> another id and any voided number are exceptions
checkDeliveryRecord.
	if deliv-record-id is equal to "HDR" or deliv-record-id is equal to "TRL" or deliv-record-id is equal to spaces
		exit paragraph
	end-if.
	move deliv-roman to romanWork.
	inspect romanWork converting 'abcdefghijklmnopqrstuvwxyz' to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
	if prefixLen is greater than zero
		if romanWork(1:prefixLen) is not equal to series-prefix(1:prefixLen)
			exit paragraph
		end-if
		perform stripPrefix
	end-if.
	perform convertRomanWork.
	if err is not equal to zero or cvTwelfths is not equal to zero
		exit paragraph
	end-if.
	compute numWork = romanValue - series-start.
	if numWork is less than 1 or numWork is greater than tableSize
		exit paragraph
	end-if.
	move numWork to numIdx.
	if ne-status(numIdx) is equal to space
		exit paragraph
	end-if.
	if deliv-date(delivIdx) is less than ne-issue-date(numIdx)
		exit paragraph
	end-if.
	if ne-status(numIdx) is equal to 'V'
		move "VOIDED" to excKind
		perform noteException
		exit paragraph
	end-if.
	if ne-used-id(numIdx) is equal to spaces
		move deliv-record-id to ne-used-id(numIdx)
		move delivFileName to ne-used-file(numIdx)
		exit paragraph
	end-if.
	if deliv-record-id is not equal to ne-used-id(numIdx)
		move "DUPLICATE" to excKind
		perform noteException
	end-if.

*> adds the current delivery record to the series' exceptions, once
*> per number and record-id however often the file was run
noteException.
	move zero to excFound.
	perform varying excIdx from 1 by 1 until excIdx is greater than excCount
		if exc-number(excIdx) is equal to romanValue and exc-id(excIdx) is equal to deliv-record-id
			move 1 to excFound
		end-if
	end-perform.
	if excFound is equal to 1
		exit paragraph
	end-if.
	add 1 to totalExceptions.
	if excCount is not less than 200
		add 1 to excOverflow
		exit paragraph
	end-if.
	add 1 to excCount.
	move romanValue to exc-number(excCount).
	move excKind to exc-kind(excCount).
	move ne-used-id(numIdx) to exc-first-id(excCount).
	move deliv-record-id to exc-id(excCount).
	move delivFileName to exc-file(excCount).

*> prints one number of the series with its issue and its status
printNumberLine.
	compute numberValue = series-start + numIdx.
	perform renderNumber.
	move numberText to numOut.
	move numberValue to decOut.
	move ne-issue-date(numIdx) to issDateOut.
	move ne-requester(numIdx) to reqOut.
	move spaces to detailOut.
	evaluate ne-status(numIdx)
		when 'I'
			if ne-used-id(numIdx) is equal to spaces
				move "NEVER USED" to statusOut
				add 1 to neverUsedCount
			else
				move "USED" to statusOut
				add 1 to usedCount
				string "as " delimited by size
					function trim(ne-used-id(numIdx)) delimited by size
					" in " delimited by size
					function trim(ne-used-file(numIdx)) delimited by size
					into detailOut
			end-if
		when 'V'
			move "VOIDED" to statusOut
			add 1 to voidedCount
			string ne-void-date(numIdx) delimited by size
				" " delimited by size
				function trim(ne-reason(numIdx)) delimited by size
				into detailOut
		when other
			move "NO RECORD" to statusOut
			add 1 to noRecordCount
			move "not on the issue register" to detailOut
	end-evaluate.
	write ctl-record from print-number.

*> prints the series' exceptions: issued numbers found again under a
*> different record-id, and voided numbers found in use
printExceptions.
	if excCount is equal to zero
		exit paragraph
	end-if.
	move spaces to ctl-record.
	write ctl-record.
	move "   *** NUMBERS FOUND WHERE THEY SHOULD NOT BE ***" to ctl-record.
	write ctl-record.
	write ctl-record from exc-heads.
	write ctl-record from underline-3.
	perform varying excIdx from 1 by 1 until excIdx is greater than excCount
		move exc-number(excIdx) to numberValue
		perform renderNumber
		move numberText to excNumOut
		move exc-kind(excIdx) to excKindOut
		move exc-first-id(excIdx) to excFirstOut
		move exc-id(excIdx) to excIdOut
		move exc-file(excIdx) to excFileOut
		write ctl-record from print-exception
	end-perform.
	if excOverflow is greater than zero
		move excOverflow to countOut
		move spaces to ctlLine
		string "   ... and " delimited by size
			countOut delimited by size
			" further exceptions not shown" delimited by size
			into ctlLine
		write ctl-record from ctlLine
	end-if.

*> writes the series' totals at the foot of its report
writeSeriesTotals.
	move spaces to ctl-record.
	write ctl-record.
	move series-issued to countOut.
	move spaces to ctlLine.
	string "   Numbers issued:        " delimited by size
		countOut delimited by size
		into ctlLine.
	write ctl-record from ctlLine.
	move usedCount to countOut.
	move spaces to ctlLine.
	string "   Used:                  " delimited by size
		countOut delimited by size
		into ctlLine.
	write ctl-record from ctlLine.
	move neverUsedCount to countOut.
	move spaces to ctlLine.
	string "   Never used:            " delimited by size
		countOut delimited by size
		into ctlLine.
	write ctl-record from ctlLine.
	move voidedCount to countOut.
	move spaces to ctlLine.
	string "   Voided:                " delimited by size
		countOut delimited by size
		into ctlLine.
	write ctl-record from ctlLine.
	if noRecordCount is greater than zero
		move noRecordCount to countOut
		move spaces to ctlLine
		string "   Not on the register:   " delimited by size
			countOut delimited by size
			into ctlLine
		write ctl-record from ctlLine
	end-if.
	compute countOut = excCount + excOverflow.
	move spaces to ctlLine.
	string "   Exceptions:            " delimited by size
		countOut delimited by size
		into ctlLine.
	write ctl-record from ctlLine.
	move delivChecked to countOut.
	move spaces to ctlLine.
	string "   Deliveries checked:    " delimited by size
		countOut delimited by size
		into ctlLine.
	write ctl-record from ctlLine.
	if delivMissing is greater than zero
		move delivMissing to countOut
		move spaces to ctlLine
		string "   Deliveries not on hand:" delimited by size
			countOut delimited by size
			into ctlLine
		write ctl-record from ctlLine
	end-if.
	move spaces to ctl-record.
	write ctl-record.
