*> date order, totals the end-of-job summary blocks it finds -- a day's
*> file may hold several, one per run, and may be fixed-column or csv,
*> since the format is chosen run by run -- and prints one monthly
*> report with per-day subtotals and a grand total. a monthly report
*> file that will not open posts return-code 8 for the scheduler
environment division.
input-output section.
file-control.
    string 'romanreport-' ws-yearmonth '-monthly.txt'
        delimited by size into ws-monthly-fname.
    open output monthly-file.
    if ws-monthly-status is not equal to '00'
        display "monthly report will not open, status "
            ws-monthly-status
        close standard-output
        move 8 to return-code
        stop run
    end-if.
    move ws-yearmonth to title-yearmonth.
    move title-line to monthly-record.
    perform write-monthly-line.
