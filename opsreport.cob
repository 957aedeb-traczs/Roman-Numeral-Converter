*> given a year and month, tallies the 'R' run records into runs per
*> day with reject rates, and the 'F' file records into the files that
*> keep failing, then prints the report to the screen and to an
*> opsreport-YYYYMM.txt file for the audit binder. a run history that
*> will not open posts return-code 8 for the scheduler
environment division.
input-output section.
file-control.
    open input history-file.
    if ws-history-status is not equal to '00'
        display "run history not found, status " ws-history-status
        move 8 to return-code
    else
        perform tally-one-record
            until eof-switch = 0
