000010*-----------------------------------------------------------*
000020*  ODD-RUN-STEP                                               *
000030*  Checks a nightly chain program in and out of the ODDRUNCT    *
000040*  run-control file.  ODD-STEP-BEGIN takes the business date     *
000050*  from the CURRENT record, refuses the step (return code 8)      *
000060*  unless its predecessor shows complete or overridden for         *
000070*  that date, and otherwise marks the step started and clears       *
000080*  the steps after it, which must run again behind it.  No           *
000090*  ODDRUNCT at all refuses with return code 16.  ODD-STEP-END         *
000100*  marks the step complete when the program is ending below           *
000110*  return code 8 and failed otherwise, so a failed balance             *
000120*  holds everything behind it.  The calling program copies ODD-        *
000130*  RUN-STEP-VARIABLES, provides the FD/01 for ODD-RUN-CONTROL-          *
000140*  FILE (ODD-RUN-CONTROL-RECORD, indexed on RCT-KEY with random          *
000150*  access) and tests ODD-STEP-REFUSED after the begin call.               *
000160*-----------------------------------------------------------*
000170 odd-step-begin.
000180     move 'N' to odd-step-refused-sw odd-step-begun-sw.
000190     move odd-step-name to odd-step-look-name.
000200     perform odd-step-locate thru odd-step-locate-exit.
000210     move odd-step-look-idx to odd-step-idx.
000220     if odd-step-idx = 0
000230         display 'odd-run-step: ' odd-step-name ' is not a '
000240             'step of the nightly chain'
000250         move 16 to return-code
000260         set odd-step-refused to true
000270         go to odd-step-begin-exit
000280     end-if.
000290     move zero to odd-step-pred-idx.
000300     if ost-pred-name (odd-step-idx) not = spaces
000310         move ost-pred-name (odd-step-idx) to odd-step-look-name
000320         perform odd-step-locate thru odd-step-locate-exit
000330         move odd-step-look-idx to odd-step-pred-idx
000340     end-if.
000350     open i-o odd-run-control-file.
000360     if odd-step-control-status not = '00'
000370         display 'odd-run-step: cannot open ODDRUNCT - status '
000380             odd-step-control-status ' - ' odd-step-name
000390             ' not run'
000400         move 16 to return-code
000410         set odd-step-refused to true
000420         go to odd-step-begin-exit
000430     end-if.
000440     perform odd-step-read-date thru odd-step-read-date-exit.
000450     if odd-step-refused
000460         close odd-run-control-file
000470         go to odd-step-begin-exit
000480     end-if.
000490     if odd-step-pred-idx > 0
000500         and not rct-step-done (odd-step-pred-idx)
000510         display 'odd-run-step: ' odd-step-name ' refused for '
000520             odd-step-business-date ' - '
000530             ost-step-name (odd-step-pred-idx)
000540             ' has not completed'
000550         move 8 to return-code
000560         set odd-step-refused to true
000570         close odd-run-control-file
000580         go to odd-step-begin-exit
000590     end-if.
000600     if rct-step-started (odd-step-idx)
000610         display 'odd-run-step: warning - the last '
000620             odd-step-name ' run for ' odd-step-business-date
000630             ' never checked out; running it again'
000640     end-if.
000650     if rct-step-done (odd-step-idx)
000660         display 'odd-run-step: ' odd-step-name ' already '
000670             'complete for ' odd-step-business-date
000680             ' - the steps after it must run again'
000690     end-if.
000700     accept odd-step-time from time.
000710     move 'S' to rct-step-status (odd-step-idx).
000720     move odd-step-time to rct-step-start-time (odd-step-idx).
000730     move spaces to rct-step-end-time (odd-step-idx).
000740     move zero to rct-step-return-code (odd-step-idx).
000750     add 1 odd-step-idx giving odd-step-scan.
000760     perform odd-step-reset-later thru odd-step-reset-later-exit
000770         until odd-step-scan > odd-step-count.
000780     rewrite odd-run-control-record.
000790     close odd-run-control-file.
000800     set odd-step-begun to true.
000810     display 'odd-run-step: ' odd-step-name ' started for '
000820         'business date ' odd-step-business-date.
000830 odd-step-begin-exit.
000840     exit.
000850
000860 odd-step-read-date.
000870     move 'CURRENT' to rct-key.
000880     read odd-run-control-file
000890         invalid key
000900             display 'odd-run-step: ODDRUNCT has no CURRENT '
000910                 'business date - ODD-RUN-OPEN has not run'
000920             move 8 to return-code
000930             set odd-step-refused to true
000940             go to odd-step-read-date-exit
000950     end-read.
000960     move rcp-business-date to odd-step-business-date.
000970     move odd-step-business-date to rct-key.
000980     read odd-run-control-file
000990         invalid key
001000             display 'odd-run-step: ODDRUNCT has no record for '
001010                 'business date ' odd-step-business-date
001020             move 8 to return-code
001030             set odd-step-refused to true
001040     end-read.
001050 odd-step-read-date-exit.
001060     exit.
001070
001080 odd-step-reset-later.
001090     move spaces to rct-step-entry (odd-step-scan).
001100     move zero to rct-step-return-code (odd-step-scan).
001110     add 1 to odd-step-scan.
001120 odd-step-reset-later-exit.
001130     exit.
001140
001150 odd-step-locate.
001160     move zero to odd-step-look-idx.
001170     move 1 to odd-step-scan.
001180     perform odd-step-locate-one thru odd-step-locate-one-exit
001190         until odd-step-scan > odd-step-count
001200         or odd-step-look-idx > 0.
001210 odd-step-locate-exit.
001220     exit.
001230
001240 odd-step-locate-one.
001250     if ost-step-name (odd-step-scan) = odd-step-look-name
001260         move odd-step-scan to odd-step-look-idx
001270     end-if.
001280     add 1 to odd-step-scan.
001290 odd-step-locate-one-exit.
001300     exit.
001310
001320 odd-step-end.
001330     if not odd-step-begun
001340         go to odd-step-end-exit
001350     end-if.
001360     move 'N' to odd-step-begun-sw.
001370     open i-o odd-run-control-file.
001380     if odd-step-control-status not = '00'
001390         display 'odd-run-step: cannot open ODDRUNCT to check '
001400             odd-step-name ' out - status '
001410             odd-step-control-status ' - it stays STARTED'
001420         go to odd-step-end-exit
001430     end-if.
001440     move odd-step-business-date to rct-key.
001450     read odd-run-control-file
001460         invalid key
001470             display 'odd-run-step: ODDRUNCT record for '
001480                 odd-step-business-date ' has gone - '
001490                 odd-step-name ' not checked out'
001500             close odd-run-control-file
001510             go to odd-step-end-exit
001520     end-read.
001530     accept odd-step-time from time.
001540     if return-code < 8
001550         move 'C' to rct-step-status (odd-step-idx)
001560     else
001570         move 'F' to rct-step-status (odd-step-idx)
001580     end-if.
001590     move odd-step-time to rct-step-end-time (odd-step-idx).
001600     move return-code to rct-step-return-code (odd-step-idx).
001610     rewrite odd-run-control-record.
001620     close odd-run-control-file.
001630     if rct-step-complete (odd-step-idx)
001640         display 'odd-run-step: ' odd-step-name ' complete for '
001650             'business date ' odd-step-business-date
001660     else
001670         display 'odd-run-step: ' odd-step-name ' FAILED for '
001680             'business date ' odd-step-business-date
001690             ' - the steps after it will not start'
001700     end-if.
001710 odd-step-end-exit.
001720     exit.
