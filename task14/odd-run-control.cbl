000010 identification division.
000020 program-id. odd-run-control.
000030 author. data-services-batch-support.
000040 installation. item-processing.
000050 date-written. 2026-10-14.
000060 date-compiled.
000070*---------------------------------------------------------------
000080* modification history
000090*  2026-10-14  dsb  initial version - on-line view of the
000100*                   ODDRUNCT batch-window run-control file.  i
000110*                   shows where a business date's chain stands
000120*                   (tonight's when the date is left blank):
000130*                   every step's status, start and end times
000140*                   and return code, and the step the chain is
000150*                   waiting on.  o lets the operator override
000160*                   a step's status - mark it complete so the
000170*                   chain can go on past it, failed so nothing
000180*                   behind it starts, or not run - with a
000190*                   reason, and every override is appended to
000200*                   the ODDRCLOG log with the operator, the
000210*                   time and the status before and after.
000211*  2026-10-15  dsb  the operator id must now be on the ODDOPAUT
000212*                   authority file, active and holding this
000213*                   program (ODD-OPERATOR-CHECK), and each
000214*                   inquiry and override is checked again
000215*                   against it.  Every refusal goes on the
000216*                   ODDSECVL violation log.
000220*---------------------------------------------------------------
000230 environment division.
000240 input-output section.
000250 file-control.
000260     select odd-run-control-file assign to 'ODDRUNCT'
000270         organization is indexed
000280         access mode is random
000290         record key is rct-key
000300         file status is odd-step-control-status.
000310     select run-control-log-file assign to 'ODDRCLOG'
000320         organization is line sequential
000330         file status is runctl-log-status.
000331     select odd-operator-auth-file assign to 'ODDOPAUT'
000332         organization is indexed
000333         access mode is random
000334         record key is oau-operator-id
000335         file status is odd-auth-status.
000336     select odd-security-violation-file assign to 'ODDSECVL'
000337         organization is line sequential
000338         file status is odd-auth-log-status.
000340 data division.
000350 file section.
000360 fd  odd-run-control-file
000370     record contains 150 characters.
000380 copy 'odd-run-control-record'.
000390 fd  run-control-log-file
000400     record contains 80 characters.
000410 copy 'odd-run-control-log-record'.
000411 fd  odd-operator-auth-file
000412     record contains 80 characters.
000413 copy 'odd-operator-authority-record'.
000414 fd  odd-security-violation-file
000415     record contains 80 characters.
000416 copy 'odd-security-violation-record'.
000420 working-storage section.
000430 01  runctl-log-status           pic x(02).
000440 01  runctl-action               pic x(01) value space.
000450     88  runctl-inquire              value 'I' 'i'.
000460     88  runctl-override             value 'O' 'o'.
000470     88  runctl-quit                 value 'Q' 'q'.
000480 01  runctl-new-status-in        pic x(01).
000490     88  runctl-new-complete         value 'C' 'c'.
000500     88  runctl-new-failed           value 'F' 'f'.
000510     88  runctl-new-not-run          value 'N' 'n'.
000520 01  runctl-new-status           pic x(01).
000530 01  runctl-old-status           pic x(01).
000540 01  runctl-operator             pic x(08) value spaces.
000550 01  runctl-business-date        pic x(08).
000560 01  runctl-step-name            pic x(08).
000570 01  runctl-reason               pic x(30).
000580 01  runctl-today                pic x(08).
000590 01  runctl-time                 pic x(06).
000600 01  runctl-status-text          pic x(08).
000610 01  runctl-ready-sw             pic x(01) value 'N'.
000620     88  runctl-ready                value 'Y'.
000630 01  runctl-found-sw             pic x(01) value 'N'.
000640     88  runctl-found                value 'Y'.
000650 01  runctl-waiting-idx          pic 9(04) comp.
000660 copy 'odd-run-step-variables'.
000665 copy 'odd-operator-check-variables'.
000670 procedure division.
000680 0000-mainline.
000690     perform 1000-sign-on thru 1000-exit.
000700     if runctl-quit
000705         perform odd-auth-close thru odd-auth-close-exit
000710         stop run
000720     end-if.
000730     perform 1100-open-files thru 1100-exit.
000740     perform 2000-process-one thru 2000-exit
000750         until runctl-quit.
000760     if runctl-ready
000770         close odd-run-control-file
000780         close run-control-log-file
000790     end-if.
000795     perform odd-auth-close thru odd-auth-close-exit.
000800     stop run.
000810*---------------------------------------------------------------
000820* every override is stamped with the operator on ODDRCLOG, so
000830* nobody pushes the chain past a failed step anonymously.
000840*---------------------------------------------------------------
000850 1000-sign-on.
000860     display 'odd-run-control: operator id?          '
000870         with no advancing.
000880     accept runctl-operator.
000890     if runctl-operator = spaces
000900         display 'odd-run-control: an operator id is '
000910             'required - nothing shown'
000920         move 'Q' to runctl-action
000930         move 8 to return-code
000935         go to 1000-exit
000940     end-if.
000941     move 'ODD-RUN-CONTROL' to odd-auth-program.
000942     move runctl-operator to odd-auth-operator.
000943     perform odd-auth-sign-on thru odd-auth-sign-on-exit.
000944     if not odd-auth-granted
000945         display 'odd-run-control: ' runctl-operator
000946             ' is not authorised here - nothing shown'
000947         move 'Q' to runctl-action
000948     end-if.
000950 1000-exit.
000960     exit.
000970 1100-open-files.
000980     open i-o odd-run-control-file.
000990     if odd-step-control-status not = '00'
001000         display 'odd-run-control: cannot open ODDRUNCT - '
001010             'status ' odd-step-control-status
001020         move 'Q' to runctl-action
001030         move 16 to return-code
001040         go to 1100-exit
001050     end-if.
001060     open extend run-control-log-file.
001070     if runctl-log-status = '35'
001080         open output run-control-log-file
001090     end-if.
001100     set runctl-ready to true.
001110 1100-exit.
001120     exit.
001130 2000-process-one.
001140     display 'odd-run-control: action (i/o/q)?       '
001150         with no advancing.
001160     accept runctl-action.
001161     if runctl-inquire or runctl-override
001162         perform 2050-check-action thru 2050-exit
001163         if not odd-auth-granted
001164             go to 2000-exit
001165         end-if
001166     end-if.
001170     evaluate true
001180         when runctl-inquire
001190             perform 2100-inquire thru 2100-exit
001200         when runctl-override
001210             perform 2300-override thru 2300-exit
001220         when runctl-quit
001230             continue
001240         when other
001250             display 'odd-run-control: i=inquire o=override '
001260                 'q=quit'
001270     end-evaluate.
001280 2000-exit.
001290     exit.
001291*---------------------------------------------------------------
001292* ODDOPAUT is read again for every action, so an operator
001293* revoked mid-session is stopped at the next one.
001294*---------------------------------------------------------------
001295 2050-check-action.
001296     if runctl-inquire
001297         move 'INQUIRE' to odd-auth-action
001298     else
001299         move 'OVERRIDE' to odd-auth-action
001300     end-if.
001301     move spaces to odd-auth-dept odd-auth-disp odd-auth-target.
001302     perform odd-auth-check-action
001303         thru odd-auth-check-action-exit.
001304 2050-exit.
001305     exit.
001306 2100-inquire.
001310     perform 2400-accept-date thru 2400-exit.
001320     if not runctl-found
001330         go to 2100-exit
001340     end-if.
001350     display 'odd-run-control: business date '
001360         runctl-business-date ' opened ' rct-opened-date
001370         ' ' rct-opened-time.
001380     display '  STEP      STATUS    START   END     RC'.
001390     move zero to runctl-waiting-idx.
001400     move 1 to odd-step-scan.
001410     perform 2150-show-step thru 2150-exit
001420         until odd-step-scan > odd-step-count.
001430     if runctl-waiting-idx = 0
001440         display 'odd-run-control: the chain is complete for '
001450             runctl-business-date
001460         go to 2100-exit
001470     end-if.
001480     move rct-step-status (runctl-waiting-idx)
001490         to runctl-old-status.
001500     evaluate runctl-old-status
001510         when 'S'
001520             display 'odd-run-control: the chain stands at '
001530                 ost-step-name (runctl-waiting-idx)
001540                 ' - started and not yet checked out'
001550         when 'F'
001560             display 'odd-run-control: the chain stands at '
001570                 ost-step-name (runctl-waiting-idx)
001580                 ' - FAILED, nothing behind it will start'
001590         when other
001600             display 'odd-run-control: the chain stands at '
001610                 ost-step-name (runctl-waiting-idx)
001620                 ' - waiting to run'
001630     end-evaluate.
001640 2100-exit.
001650     exit.
001660 2150-show-step.
001670     move rct-step-status (odd-step-scan) to runctl-old-status.
001680     perform 2500-status-text thru 2500-exit.
001690     display '  ' ost-step-name (odd-step-scan) '  '
001700         runctl-status-text '  '
001710         rct-step-start-time (odd-step-scan) '  '
001720         rct-step-end-time (odd-step-scan) '  '
001730         rct-step-return-code (odd-step-scan).
001740     if runctl-waiting-idx = 0
001750         and not rct-step-done (odd-step-scan)
001760         move odd-step-scan to runctl-waiting-idx
001770     end-if.
001780     add 1 to odd-step-scan.
001790 2150-exit.
001800     exit.
001810 2300-override.
001820     perform 2400-accept-date thru 2400-exit.
001830     if not runctl-found
001840         go to 2300-exit
001850     end-if.
001860     display 'odd-run-control: step name?            '
001870         with no advancing.
001880     accept runctl-step-name.
001890     move runctl-step-name to odd-step-look-name.
001900     perform 2450-find-step thru 2450-exit.
001910     if odd-step-look-idx = 0
001920         display 'odd-run-control: ' runctl-step-name
001930             ' is not a step of the nightly chain'
001940         go to 2300-exit
001950     end-if.
001960     display 'odd-run-control: new status (c=complete '
001970         'f=failed n=not run)? ' with no advancing.
001980     accept runctl-new-status-in.
001990     evaluate true
002000         when runctl-new-complete
002010             move 'O' to runctl-new-status
002020         when runctl-new-failed
002030             move 'F' to runctl-new-status
002040         when runctl-new-not-run
002050             move space to runctl-new-status
002060         when other
002070             display 'odd-run-control: status must be c, f or n '
002080                 '- nothing changed'
002090             go to 2300-exit
002100     end-evaluate.
002110     move rct-step-status (odd-step-look-idx)
002120         to runctl-old-status.
002130     if runctl-new-status = runctl-old-status
002140         display 'odd-run-control: the step already has that '
002150             'status - nothing changed'
002160         go to 2300-exit
002170     end-if.
002180     display 'odd-run-control: reason?               '
002190         with no advancing.
002200     accept runctl-reason.
002210     if runctl-reason = spaces
002220         display 'odd-run-control: an override needs a reason '
002230             '- nothing changed'
002240         go to 2300-exit
002250     end-if.
002260     move runctl-new-status
002270         to rct-step-status (odd-step-look-idx).
002280     rewrite odd-run-control-record.
002290     perform 2700-write-log thru 2700-exit.
002300     move runctl-new-status to runctl-old-status.
002310     perform 2500-status-text thru 2500-exit.
002320     display 'odd-run-control: ' runctl-step-name ' for '
002330         runctl-business-date ' is now ' runctl-status-text.
002340 2300-exit.
002350     exit.
002360*---------------------------------------------------------------
002370* a blank business date means the one CURRENT points at -
002380* tonight's chain.
002390*---------------------------------------------------------------
002400 2400-accept-date.
002410     move 'N' to runctl-found-sw.
002420     display 'odd-run-control: business date (blank = '
002430         'current)? ' with no advancing.
002440     move spaces to runctl-business-date.
002450     accept runctl-business-date.
002460     if runctl-business-date = spaces
002470         move 'CURRENT' to rct-key
002480         read odd-run-control-file
002490             invalid key
002500                 display 'odd-run-control: no CURRENT business '
002510                     'date - ODD-RUN-OPEN has not run'
002520                 go to 2400-exit
002530         end-read
002540         move rcp-business-date to runctl-business-date
002550     end-if.
002560     move runctl-business-date to rct-key.
002570     read odd-run-control-file
002580         invalid key
002590             display 'odd-run-control: no ODDRUNCT record for '
002600                 'business date ' runctl-business-date
002610             go to 2400-exit
002620     end-read.
002630     set runctl-found to true.
002640 2400-exit.
002650     exit.
002660 2450-find-step.
002670     move zero to odd-step-look-idx.
002680     move 1 to odd-step-scan.
002690     perform 2460-scan-step thru 2460-exit
002700         until odd-step-scan > odd-step-count
002710         or odd-step-look-idx > 0.
002720 2450-exit.
002730     exit.
002740 2460-scan-step.
002750     if ost-step-name (odd-step-scan) = odd-step-look-name
002760         move odd-step-scan to odd-step-look-idx
002770     end-if.
002780     add 1 to odd-step-scan.
002790 2460-exit.
002800     exit.
002810 2500-status-text.
002820     evaluate runctl-old-status
002830         when space
002840             move 'NOT RUN' to runctl-status-text
002850         when 'S'
002860             move 'STARTED' to runctl-status-text
002870         when 'C'
002880             move 'COMPLETE' to runctl-status-text
002890         when 'F'
002900             move 'FAILED' to runctl-status-text
002910         when 'O'
002920             move 'OVERRIDE' to runctl-status-text
002930         when other
002940             move 'UNKNOWN' to runctl-status-text
002950     end-evaluate.
002960 2500-exit.
002970     exit.
002980 2700-write-log.
002990     accept runctl-today from date yyyymmdd.
003000     accept runctl-time from time.
003010     move spaces to odd-run-control-log-record.
003020     move runctl-today to rcl-log-date.
003030     move runctl-time to rcl-log-time.
003040     move runctl-operator to rcl-operator.
003050     move runctl-business-date to rcl-business-date.
003060     move runctl-step-name to rcl-step-name.
003070     move runctl-old-status to rcl-old-status.
003080     move runctl-new-status to rcl-new-status.
003090     move runctl-reason to rcl-reason.
003100     write odd-run-control-log-record.
003110 2700-exit.
003120     exit.
003130 copy 'odd-operator-check'.
