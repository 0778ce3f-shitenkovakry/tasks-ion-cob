000210*                   file (exactly the ones that need seeing),
000220*                   and a flags-per-department summary page
000230*                   for the operations lead.
000231*  2026-10-14  dsb  checks in to the ODDRUNCT run-control file
000232*                   as the DEPTRPT step (ODD-RUN-STEP) and
000233*                   takes the run date from there; the ODDDEPPM
000234*                   card is gone.  The bundles are refused with
000235*                   return code 8 unless ODD-BALANCE-AUDIT shows
000236*                   complete for the date - they were twice
000237*                   printed from a run that failed balancing.
000238*  2026-10-15  dsb  the DEPTRPT step is checked out after the
000239*                   files are closed, so a failure there shows
000240*                   in its ODDRUNCT status.
000241*---------------------------------------------------------------
000250 environment division.
000260 input-output section.
000270 file-control.
000310     select dept-master-file assign to 'DEPTMAST'
000320         organization is indexed
000330         access mode is dynamic
000400         file status is odd-dept-status.
000410     select dept-report-file assign to 'ODDDEPRP'
000420         organization is line sequential.
000421     select odd-run-control-file assign to 'ODDRUNCT'
000422         organization is indexed
000423         access mode is random
000424         record key is rct-key
000425         file status is odd-step-control-status.
000430 data division.
000440 file section.
000500 fd  dept-master-file
000510     record contains 80 characters.
000520 copy 'dept-master-record'.
000560 fd  dept-report-file
000570     record contains 80 characters.
000580 01  dept-report-record             pic x(80).
000582 fd  odd-run-control-file
000584     record contains 150 characters.
000586 copy 'odd-run-control-record'.
000590 working-storage section.
000610 01  dept-master-status             pic x(02).
000620 01  odd-dept-status                pic x(02).
000630*---------------------------------------------------------------
001730     05  filler                    pic x(02) value spaces.
001740     05  dpm-flag-value            pic zzzzzzzzz9.99.
001750 01  dept-blank-line               pic x(80) value spaces.
001755 copy 'odd-run-step-variables'.
001760 procedure division.
001770 0000-mainline.
001780     perform 1000-initialize thru 1000-exit.
001820     perform 9000-finish thru 9000-exit.
001830     stop run.
001840 1000-initialize.
001850     perform 1100-begin-step thru 1100-exit.
001852     if odd-step-refused
001854         go to 1000-exit
001856     end-if.
001860     open input dept-master-file.
001870     if dept-master-status not = '00'
001880         display 'odd-dept-report: cannot open DEPTMAST - '
002040     open output dept-report-file.
002050 1000-exit.
002060     exit.
002070 1100-begin-step.
002080     move 'DEPTRPT' to odd-step-name.
002090     perform odd-step-begin thru odd-step-begin-exit.
002100     if odd-step-refused
002110         display 'odd-dept-report: refused by ODDRUNCT - no '
002120             'bundles printed'
002130         go to 1100-exit
002140     end-if.
002150     move odd-step-business-date to odd-dept-run-date.
002250 1100-exit.
002260     exit.
002270 1200-load-dept-list.
004530     display 'odd-dept-report: unknown dept    '
004540         odd-dept-unknown-count.
004550     if not odd-dept-ready
004560         go to 9000-check-out
004570     end-if.
004580     close dept-report-file.
004590     close odd-result-file.
004600     close dept-master-file.
004603 9000-check-out.
004606     perform odd-step-end thru odd-step-end-exit.
004610 9000-exit.
004620     exit.
004630 copy 'odd-run-step'.
