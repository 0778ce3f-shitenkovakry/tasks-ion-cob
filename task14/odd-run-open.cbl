000010 identification division.
000020 program-id. odd-run-open.
000030 author. data-services-batch-support.
000040 installation. item-processing.
000050 date-written. 2026-10-14.
000060 date-compiled.
000070*---------------------------------------------------------------
000080* modification history
000090*  2026-10-14  dsb  initial version - the first step of the
000100*                   nightly chain.  Each chain program used to
000110*                   read its own date card and run whenever it
000120*                   was submitted; twice the department bundles
000130*                   were printed from a run that had failed
000140*                   balancing.  Takes tonight's business date
000150*                   from the ODDRUNPM card (blank means the
000160*                   system date), opens that date's record on
000170*                   the ODDRUNCT run-control file with every
000180*                   step not yet run, and points the CURRENT
000190*                   record at it - every chain program takes
000200*                   its business date from there and checks in
000210*                   and out of its step (ODD-RUN-STEP).  A date
000220*                   already open is left as it stands so the
000230*                   chain resumes; a date earlier than the
000240*                   current one is refused with return code 8,
000250*                   and moving on while the previous night's
000260*                   chain never finished warns with return
000270*                   code 4.
000280*---------------------------------------------------------------
000290 environment division.
000300 input-output section.
000310 file-control.
000320     select run-open-param-file assign to 'ODDRUNPM'
000330         organization is line sequential
000340         file status is run-open-param-status.
000350     select odd-run-control-file assign to 'ODDRUNCT'
000360         organization is indexed
000370         access mode is random
000380         record key is rct-key
000390         file status is odd-step-control-status.
000400 data division.
000410 file section.
000420 fd  run-open-param-file
000430     record contains 80 characters.
000440 01  run-open-param-record.
000450     05  rop-business-date          pic x(08).
000460     05  filler                     pic x(72).
000470 fd  odd-run-control-file
000480     record contains 150 characters.
000490 copy 'odd-run-control-record'.
000500 working-storage section.
000510 01  run-open-param-status          pic x(02).
000520*---------------------------------------------------------------
000530* switches and dates
000540*---------------------------------------------------------------
000550 01  run-open-switches.
000560     05  run-open-ready-sw          pic x(01) value 'N'.
000570         88  run-open-ready             value 'Y'.
000580     05  run-open-current-sw        pic x(01) value 'N'.
000590         88  run-open-current-found     value 'Y'.
000595     05  run-open-file-sw           pic x(01) value 'N'.
000597         88  run-open-file-open         value 'Y'.
000600 01  run-open-business-date         pic x(08) value spaces.
000610 01  run-open-prior-date            pic x(08) value spaces.
000620 01  run-open-today                 pic x(08).
000630 01  run-open-time                  pic x(06).
000640 01  run-open-date-work.
000650     05  rod-year                   pic 9(04).
000660     05  rod-month                  pic 9(02).
000670     05  rod-day                    pic 9(02).
000680 copy 'odd-run-step-variables'.
000690 procedure division.
000700 0000-mainline.
000710     perform 1000-initialize thru 1000-exit.
000720     if run-open-ready
000730         perform 2000-check-current thru 2000-exit
000740     end-if.
000750     if run-open-ready
000760         perform 3000-open-date thru 3000-exit
000770         perform 4000-set-current thru 4000-exit
000780     end-if.
000790     perform 9000-finish thru 9000-exit.
000800     stop run.
000810 1000-initialize.
000820     accept run-open-today from date yyyymmdd.
000830     accept run-open-time from time.
000840     perform 1100-read-open-param thru 1100-exit.
000850     move run-open-business-date to run-open-date-work.
000860     if run-open-business-date not numeric
000870         or rod-month < 1 or rod-month > 12
000880         or rod-day < 1 or rod-day > 31
000890         display 'odd-run-open: business date '
000900             run-open-business-date ' is not yyyymmdd - '
000910             'nothing opened'
000920         move 8 to return-code
000930         go to 1000-exit
000940     end-if.
000950     open i-o odd-run-control-file.
000960     if odd-step-control-status = '35'
000970         open output odd-run-control-file
000980         close odd-run-control-file
000990         open i-o odd-run-control-file
001000     end-if.
001010     if odd-step-control-status not = '00'
001020         display 'odd-run-open: cannot open ODDRUNCT - status '
001030             odd-step-control-status
001040         move 16 to return-code
001050         go to 1000-exit
001060     end-if.
001070     set run-open-file-open to true.
001075     set run-open-ready to true.
001080 1000-exit.
001090     exit.
001100 1100-read-open-param.
001110     move spaces to run-open-param-record.
001120     open input run-open-param-file.
001130     if run-open-param-status = '00'
001140         read run-open-param-file
001150             at end
001160                 move spaces to run-open-param-record
001170         end-read
001180         close run-open-param-file
001190     end-if.
001200     if rop-business-date = spaces
001210         display 'odd-run-open: no ODDRUNPM business date - '
001220             'using the system date'
001230         move run-open-today to run-open-business-date
001240     else
001250         move rop-business-date to run-open-business-date
001260     end-if.
001270 1100-exit.
001280     exit.
001290*---------------------------------------------------------------
001300* where does the chain stand now?  The business date only
001310* moves forward; moving on while the previous date's last
001320* step never completed is allowed but warned about.
001330*---------------------------------------------------------------
001340 2000-check-current.
001350     move 'CURRENT' to rct-key.
001360     read odd-run-control-file
001370         invalid key
001380             go to 2000-exit
001390     end-read.
001400     set run-open-current-found to true.
001410     move rcp-business-date to run-open-prior-date.
001420     if run-open-business-date < run-open-prior-date
001430         display 'odd-run-open: ODDRUNCT is already at business '
001440             'date ' run-open-prior-date ' - it cannot go back '
001450             'to ' run-open-business-date
001460         move 8 to return-code
001470         move 'N' to run-open-ready-sw
001480         go to 2000-exit
001490     end-if.
001500     if run-open-business-date = run-open-prior-date
001510         go to 2000-exit
001520     end-if.
001530     move run-open-prior-date to rct-key.
001540     read odd-run-control-file
001550         invalid key
001560             go to 2000-exit
001570     end-read.
001580     if not rct-step-done (odd-step-count)
001590         display 'odd-run-open: warning - the chain for '
001600             run-open-prior-date ' never completed '
001610             ost-step-name (odd-step-count)
001620         move 4 to return-code
001630     end-if.
001640 2000-exit.
001650     exit.
001660 3000-open-date.
001670     move run-open-business-date to rct-key.
001680     read odd-run-control-file
001690         invalid key
001700             continue
001710         not invalid key
001720             display 'odd-run-open: business date '
001730                 run-open-business-date ' is already open - '
001740                 'the chain resumes where it stands'
001750             go to 3000-exit
001760     end-read.
001770     move spaces to odd-run-control-record.
001780     move run-open-business-date to rct-key.
001790     move run-open-today to rct-opened-date.
001800     move run-open-time to rct-opened-time.
001810     move 1 to odd-step-scan.
001820     perform 3100-clear-step thru 3100-exit
001830         until odd-step-scan > 8.
001840     write odd-run-control-record
001850         invalid key
001860             display 'odd-run-open: cannot write ODDRUNCT '
001870                 'record for ' run-open-business-date
001880                 ' - status ' odd-step-control-status
001890             move 16 to return-code
001900             move 'N' to run-open-ready-sw
001910             go to 3000-exit
001920     end-write.
001930     display 'odd-run-open: business date '
001940         run-open-business-date ' opened'.
001950 3000-exit.
001960     exit.
001970 3100-clear-step.
001980     move zero to rct-step-return-code (odd-step-scan).
001990     add 1 to odd-step-scan.
002000 3100-exit.
002010     exit.
002020 4000-set-current.
002030     if not run-open-ready
002040         go to 4000-exit
002050     end-if.
002060     move spaces to odd-run-control-pointer.
002070     move 'CURRENT' to rct-key.
002080     move run-open-business-date to rcp-business-date.
002090     move run-open-today to rcp-set-date.
002100     move run-open-time to rcp-set-time.
002110     if run-open-current-found
002120         rewrite odd-run-control-pointer
002130     else
002140         write odd-run-control-pointer
002150     end-if.
002160     display 'odd-run-open: CURRENT business date is '
002170         run-open-business-date.
002180 4000-exit.
002190     exit.
002200 9000-finish.
002210     if run-open-file-open
002230         close odd-run-control-file
002240     end-if.
002250 9000-exit.
002260     exit.
