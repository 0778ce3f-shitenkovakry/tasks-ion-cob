000010*-----------------------------------------------------------*
000020*  ODD-OPERATOR-CHECK                                         *
000030*  Checks an on-line operator against the ODDOPAUT authority    *
000040*  file.  ODD-AUTH-SIGN-ON opens ODDOPAUT (unless the calling    *
000050*  program already has it open) and the ODDSECVL violation log,   *
000060*  and passes the operator only if the id is on file, active and   *
000070*  holds the program - refused sign-ons end with return code 8,     *
000080*  no ODDOPAUT at all with 16.  ODD-AUTH-CHECK-ACTION re-reads the    *
000090*  operator's record for every action, so a revocation takes          *
000100*  effect at once, and checks the program, the department in ODD-     *
000110*  AUTH-DEPT and the disposition code in ODD-AUTH-DISP (either         *
000120*  left blank when the action has none).  Every refusal goes on         *
000130*  ODDSECVL and is shown to the operator; ODD-AUTH-GRANTED is the       *
000140*  verdict.  ODD-AUTH-TEST-DEPT tests a department against the           *
000150*  record already read without logging, for filtering a browse.          *
000160*  The calling program copies ODD-OPERATOR-CHECK-VARIABLES,               *
000170*  moves its own name to ODD-AUTH-PROGRAM and the operator id to          *
000180*  ODD-AUTH-OPERATOR, provides the FD/01s for ODD-OPERATOR-AUTH-           *
000190*  FILE (ODD-OPERATOR-AUTHORITY-RECORD, indexed on OAU-OPERATOR-           *
000200*  ID, random or dynamic access) and ODD-SECURITY-VIOLATION-FILE           *
000210*  (ODD-SECURITY-VIOLATION-RECORD, line sequential), and performs          *
000220*  ODD-AUTH-CLOSE before it stops.                                         *
000230*-----------------------------------------------------------*
000240 odd-auth-sign-on.
000250     move 'N' to odd-auth-granted-sw.
000260     if not odd-auth-file-open
000270         open input odd-operator-auth-file
000280         if odd-auth-status not = '00'
000290             display 'odd-operator-check: cannot open ODDOPAUT - '
000300                 'status ' odd-auth-status ' - '
000310                 odd-auth-operator ' not signed on'
000320             move 16 to return-code
000330             go to odd-auth-sign-on-exit
000340         end-if
000350         set odd-auth-file-open to true
000360     end-if.
000370     if not odd-auth-log-open
000380         open extend odd-security-violation-file
000390         if odd-auth-log-status = '35'
000400             open output odd-security-violation-file
000410         end-if
000420         set odd-auth-log-open to true
000430     end-if.
000440     move 'SIGNON' to odd-auth-action.
000450     move spaces to odd-auth-dept odd-auth-disp odd-auth-target.
000460     perform odd-auth-check-action
000465         thru odd-auth-check-action-exit.
000470     if not odd-auth-granted
000480         move 8 to return-code
000490     end-if.
000500 odd-auth-sign-on-exit.
000510     exit.
000520
000530 odd-auth-check-action.
000540     move 'N' to odd-auth-granted-sw.
000550     if not odd-auth-file-open
000560         go to odd-auth-check-action-exit
000570     end-if.
000580     move odd-auth-operator to oau-operator-id.
000590     read odd-operator-auth-file
000600         invalid key
000610             move 'NOT ON ODDOPAUT' to odd-auth-reason
000620             perform odd-auth-refuse thru odd-auth-refuse-exit
000630             go to odd-auth-check-action-exit
000640     end-read.
000650     if not oau-active
000660         move 'AUTHORITY REVOKED' to odd-auth-reason
000670         perform odd-auth-refuse thru odd-auth-refuse-exit
000680         go to odd-auth-check-action-exit
000690     end-if.
000700     if odd-auth-program = odd-auth-admin-program
000710         and not oau-security-admin
000720         move 'NOT SECURITY ADMIN' to odd-auth-reason
000730         perform odd-auth-refuse thru odd-auth-refuse-exit
000740         go to odd-auth-check-action-exit
000750     end-if.
000760     if odd-auth-program not = odd-auth-admin-program
000770         perform odd-auth-find-program
000780             thru odd-auth-find-program-exit
000790         if odd-auth-program-idx = 0
000800             move 'PROGRAM NOT GRANTED' to odd-auth-reason
000810             perform odd-auth-refuse thru odd-auth-refuse-exit
000820             go to odd-auth-check-action-exit
000830         end-if
000840         if not oau-program-allowed (odd-auth-program-idx)
000850             move 'PROGRAM NOT GRANTED' to odd-auth-reason
000860             perform odd-auth-refuse thru odd-auth-refuse-exit
000870             go to odd-auth-check-action-exit
000880         end-if
000890     end-if.
000900     if odd-auth-dept not = spaces
000910         perform odd-auth-test-dept thru odd-auth-test-dept-exit
000920         if not odd-auth-dept-ok
000930             if odd-auth-every-dept
000940                 move 'NEEDS ALL DEPTS' to odd-auth-reason
000950             else
000960                 move 'DEPT NOT GRANTED' to odd-auth-reason
000970             end-if
000980             if odd-auth-target = spaces
000990                 move odd-auth-dept to odd-auth-target
001000             end-if
001010             perform odd-auth-refuse thru odd-auth-refuse-exit
001020             go to odd-auth-check-action-exit
001030         end-if
001040     end-if.
001050     if odd-auth-disp not = spaces
001060         perform odd-auth-find-disp thru odd-auth-find-disp-exit
001070         if odd-auth-disp-idx = 0
001080             move 'DISP NOT GRANTED' to odd-auth-reason
001090             perform odd-auth-refuse thru odd-auth-refuse-exit
001100             go to odd-auth-check-action-exit
001110         end-if
001120         if not oau-disp-allowed (odd-auth-disp-idx)
001130             move 'DISP NOT GRANTED' to odd-auth-reason
001140             perform odd-auth-refuse thru odd-auth-refuse-exit
001150             go to odd-auth-check-action-exit
001160         end-if
001170     end-if.
001180     set odd-auth-granted to true.
001190 odd-auth-check-action-exit.
001200     exit.
001210
001220 odd-auth-find-program.
001230     move zero to odd-auth-program-idx.
001240     move 1 to odd-auth-scan.
001250     perform odd-auth-find-program-one
001260         thru odd-auth-find-program-one-exit
001270         until odd-auth-scan > odd-auth-program-count
001280         or odd-auth-program-idx > 0.
001290 odd-auth-find-program-exit.
001300     exit.
001310
001320 odd-auth-find-program-one.
001330     if oap-program-name (odd-auth-scan) = odd-auth-program
001340         move odd-auth-scan to odd-auth-program-idx
001350     end-if.
001360     add 1 to odd-auth-scan.
001370 odd-auth-find-program-one-exit.
001380     exit.
001390
001400 odd-auth-find-disp.
001410     move zero to odd-auth-disp-idx.
001420     move 1 to odd-auth-scan.
001430     perform odd-auth-find-disp-one
001435         thru odd-auth-find-disp-one-exit
001440         until odd-auth-scan > odd-auth-disp-count
001450         or odd-auth-disp-idx > 0.
001460 odd-auth-find-disp-exit.
001470     exit.
001480
001490 odd-auth-find-disp-one.
001500     if oad-disp-code (odd-auth-scan) = odd-auth-disp
001510         move odd-auth-scan to odd-auth-disp-idx
001520     end-if.
001530     add 1 to odd-auth-scan.
001540 odd-auth-find-disp-one-exit.
001550     exit.
001560
001570 odd-auth-test-dept.
001580     move 'N' to odd-auth-dept-ok-sw.
001590     if oau-all-depts
001600         set odd-auth-dept-ok to true
001610         go to odd-auth-test-dept-exit
001620     end-if.
001630     if odd-auth-every-dept
001640         go to odd-auth-test-dept-exit
001650     end-if.
001660     move 1 to odd-auth-scan.
001670     perform odd-auth-test-dept-one
001675         thru odd-auth-test-dept-one-exit
001680         until odd-auth-scan > 8
001690         or odd-auth-dept-ok.
001700 odd-auth-test-dept-exit.
001710     exit.
001720
001730 odd-auth-test-dept-one.
001740     if oau-dept-code (odd-auth-scan) = odd-auth-dept
001750         set odd-auth-dept-ok to true
001760     end-if.
001770     add 1 to odd-auth-scan.
001780 odd-auth-test-dept-one-exit.
001790     exit.
001800
001810 odd-auth-refuse.
001820     accept odd-auth-today from date yyyymmdd.
001830     accept odd-auth-time from time.
001840     if odd-auth-log-open
001850         move spaces to odd-security-violation-record
001860         move odd-auth-today to osv-log-date
001870         move odd-auth-time to osv-log-time
001880         move odd-auth-operator to osv-operator
001890         move odd-auth-program to osv-program
001900         move odd-auth-action to osv-action
001910         move odd-auth-target to osv-target
001920         move odd-auth-reason to osv-reason
001930         write odd-security-violation-record
001940     end-if.
001950     display 'odd-operator-check: ' odd-auth-operator
001960         ' refused ' odd-auth-action ' ' odd-auth-target
001970         ' - ' odd-auth-reason.
001980 odd-auth-refuse-exit.
001990     exit.
002000
002010 odd-auth-close.
002020     if odd-auth-file-open
002030         close odd-operator-auth-file
002040         move 'N' to odd-auth-file-sw
002050     end-if.
002060     if odd-auth-log-open
002070         close odd-security-violation-file
002080         move 'N' to odd-auth-log-sw
002090     end-if.
002100 odd-auth-close-exit.
002110     exit.
