*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>*>
*> operAuth.cob: External function used to sign an operator on and	  *>
*> check what that operator may run									  *>
*> 																	  *>
*> Companion subroutine called by romanA3_1.cob, masterMaint.cob,	  *>
*> ackRecon.cob, masterRecover.cob and partConv.cob. Looks the		  *>
*> operator id up in the operator file (operators.dat) and answers	  *>
*> whether that operator may run the calling program (named in up to  *>
*> 16 characters) and, when one is given, the requested run mode.	  *>
*> 																	  *>
*> operators.dat carries one operator per record:					  *>
*> 		columns  1-8	operator id									  *>
*> 		columns 10-39	operator name								  *>
*> 		columns 41-60	run modes the operator may use, as letters	  *>
*> 						(e.g. YCTKR), or '*' for every mode			  *>
*> 		columns 62-121	programs the operator may run, separated by	  *>
*> 						blanks (e.g. romanA3_1 masterMaint), or '*'	  *>
*> 						for every program							  *>
*> Blank records and records starting with '*' are comments. Mode 'A' *>
*> stands for the month-end audit log rotation.						  *>
*> 																	  *>
*> Created by: Michael Tran (mtran04) 								  *>
*> ID: 0524704 														  *>
*> October 2026 													  *>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>*>

identification division.
program-id. operatorCheck.

environment division.
input-output section.
file-control.
select operFile assign to "operators.dat" organization is line sequential
	file status is operFileStatus.

data division.
file section.
fd operFile.
01 oper-record.
	05 oper-id pic x(8).
	05 filler pic x(1).
	05 oper-name pic x(30).
	05 filler pic x(1).
	05 oper-modes pic x(20).
	05 filler pic x(1).
	05 oper-programs pic x(60).

working-storage section.
01 operFileStatus pic x(2).
01 operEof pic 9.
01 operFound pic 9.
01 wantedId pic x(8).
01 wantedProgram pic x(16).
01 programAllowed pic 9.
01 modeHits pic 99.

*> the operator's program list, split on blanks
01 programList.
	05 programToken pic x(16) occurs 8 times.
01 programIdx pic 9.

linkage section.
01 operatorId pic x(8).
01 programName pic x(16).

*> run mode letter to check, or space to check the program alone
01 modeLetter pic x.

*> 0 authorized, 1 operator not on file, 2 not allowed to run the
*> program, 3 not allowed the run mode, 9 operator file unreadable
01 authStatus pic 9.
01 operatorName pic x(30).

procedure division using operatorId, programName, modeLetter, authStatus, operatorName.
	perform checkOperator.
	goback.

*> finds the operator and checks the program and mode against the
*> operator's record; anything that cannot be confirmed is refused
checkOperator.
	move spaces to operatorName.
	move operatorId to wantedId.
	inspect wantedId converting 'abcdefghijklmnopqrstuvwxyz' to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
	move programName to wantedProgram.
	inspect wantedProgram converting 'abcdefghijklmnopqrstuvwxyz' to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
	move 1 to authStatus.
	if wantedId is equal to spaces
		exit paragraph
	end-if.
	open input operFile.
	if operFileStatus is not equal to "00"
		move 9 to authStatus
		exit paragraph
	end-if.
	move zero to operFound.
	move 1 to operEof.
	perform until operEof is equal to zero or operFound is equal to 1
		read operFile
			at end move zero to operEof
			not at end
				if oper-record is not equal to spaces and oper-record(1:1) is not equal to '*'
					inspect oper-id converting 'abcdefghijklmnopqrstuvwxyz' to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
					if oper-id is equal to wantedId
						move 1 to operFound
					end-if
				end-if
		end-read
	end-perform.
	close operFile.
	if operFound is equal to zero
		exit paragraph
	end-if.
	move oper-name to operatorName.

	*> the program must be on the operator's list, or the list be '*'
	move zero to programAllowed.
	move spaces to programList.
	unstring oper-programs delimited by all " "
		into programToken(1) programToken(2) programToken(3) programToken(4)
			programToken(5) programToken(6) programToken(7) programToken(8).
	inspect programList converting 'abcdefghijklmnopqrstuvwxyz' to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
	perform varying programIdx from 1 by 1 until programIdx is greater than 8
		if programToken(programIdx) is equal to "*" or programToken(programIdx) is equal to wantedProgram
			move 1 to programAllowed
		end-if
	end-perform.
	if programAllowed is equal to zero
		move 2 to authStatus
		exit paragraph
	end-if.

	*> and the mode letter must be among the operator's modes
	if modeLetter is not equal to space
		move zero to modeHits
		inspect oper-modes converting 'abcdefghijklmnopqrstuvwxyz' to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
		inspect oper-modes tallying modeHits for all "*"
		inspect oper-modes tallying modeHits for all modeLetter
		if modeHits is equal to zero
			move 3 to authStatus
			exit paragraph
		end-if
	end-if.
	move zero to authStatus.
