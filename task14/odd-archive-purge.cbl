000240*  2026-09-02  dsb  ODDRSLT and the ODDARCH archive record
000250*                   widened to 100 bytes for the source system
000260*                   now carried on each flag.
000261*  2026-10-14  dsb  checks in to the ODDRUNCT run-control file
000262*                   as the PURGE step (ODD-RUN-STEP) and is
000263*                   refused with return code 8 unless the
000264*                   disposition intake shows complete for the
000265*                   business date.  A retention cutoff past the
000266*                   business date is refused the same way - one
000267*                   ran ahead of the screening date and took
000268*                   live flags with it.
000269*  2026-10-15  dsb  the PURGE step now follows the new DELTA
000270*                   step (ODD-FLAG-DELTA), which needs the
000271*                   previous run date's flags still on ODDRSLT,
000272*                   and is refused unless DELTA shows complete.
000273*                   The step is checked out after the files are
000274*                   closed and the totals printed, so a failure
000275*                   there shows in its ODDRUNCT status.
000276*---------------------------------------------------------------
000280 environment division.
000290 input-output section.
000300 file-control.
000410         file status is odd-archive-status.
000420     select purge-report-file assign to 'ODDPURGR'
000430         organization is line sequential.
000431     select odd-run-control-file assign to 'ODDRUNCT'
000432         organization is indexed
000433         access mode is random
000434         record key is rct-key
000435         file status is odd-step-control-status.
000440 data division.
000450 file section.
000460 fd  odd-result-file
000590 fd  purge-report-file
000600     record contains 80 characters.
000610 01  purge-report-record            pic x(80).
000612 fd  odd-run-control-file
000614     record contains 150 characters.
000616 copy 'odd-run-control-record'.
000620 working-storage section.
000630 01  odd-purge-status               pic x(02).
000640 01  purge-param-status             pic x(02).
000990     05  filler                    pic x(01) value space.
001000     05  prt-total-label           pic x(24).
001010     05  prt-total-count           pic zzzzz9.
001015 copy 'odd-run-step-variables'.
001020 procedure division.
001030 0000-mainline.
001040     perform 1000-initialize thru 1000-exit.
001070     perform 9000-finish thru 9000-exit.
001080     stop run.
001090 1000-initialize.
001091     move 'PURGE' to odd-step-name.
001092     perform odd-step-begin thru odd-step-begin-exit.
001093     if odd-step-refused
001094         display 'odd-archive-purge: refused by ODDRUNCT - '
001095             'nothing purged'
001096         set odd-purge-eof to true
001097         go to 1000-exit
001098     end-if.
001100     perform 1100-read-purge-param thru 1100-exit.
001110     if not odd-purge-authorized
001120         set odd-purge-eof to true
001540             end-if
001550     end-read.
001560     close purge-param-file.
001561     if odd-purge-authorized
001562         and odd-purge-cutoff-date > odd-step-business-date
001563         display 'odd-archive-purge: cutoff date '
001564             odd-purge-cutoff-date ' is past the business date '
001565             odd-step-business-date ' - nothing purged'
001566         move 8 to return-code
001567         move 'N' to odd-purge-run-sw
001568     end-if.
001570 1100-exit.
001580     exit.
001590 1200-open-archive.
002070     exit.
002080 9000-finish.
002090     if not odd-purge-authorized
002100         go to 9000-check-out
002110     end-if.
002120     perform 2300-flush-break thru 2300-exit.
002130     move 'TOTAL RECORDS MOVED:    ' to prt-total-label.
002250         odd-purge-moved-count.
002260     display 'odd-archive-purge: records kept  '
002270         odd-purge-kept-count.
002273 9000-check-out.
002276     perform odd-step-end thru odd-step-end-exit.
002280 9000-exit.
002290     exit.
002300 copy 'odd-run-step'.
