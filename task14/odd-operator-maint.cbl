000010 identification division.
000020 program-id. odd-operator-maint.
000030 author. data-services-batch-support.
000040 installation. item-processing.
000050 date-written. 2026-10-15.
000060 date-compiled.
000070*---------------------------------------------------------------
000080* modification history
000090*  2026-10-15  dsb  initial version - on-line maintenance of the
000100*                   ODDOPAUT operator authority file, modelled on
000110*                   ODD-SUPPRESS-MAINT, for security
000120*                   administrators only.  Audit found anyone on
000130*                   the floor could clear an exception or
000140*                   inactivate an item under any id.  Each
000150*                   operator's record says which on-line
000160*                   programs they may use, which departments
000170*                   they work (all, or up to eight listed) and
000180*                   which disposition codes they may post.  An
000190*                   operator is revoked, never deleted, so an
000200*                   id cannot be quietly reused, and can be
000210*                   reinstated.  An administrator cannot revoke
000220*                   or drop the administrator flag of their own
000230*                   id.  Every add, change, revoke and reinstate
000240*                   goes on the MSTAUDT master-change log (master
000250*                   ODDOPAUT) with the record before and after,
000260*                   and refused attempts go on ODDSECVL.  While
000270*                   ODDOPAUT is empty the operator signing on may
000280*                   add only themselves, as an administrator.
000290*---------------------------------------------------------------
000300 environment division.
000310 input-output section.
000320 file-control.
000330     select odd-operator-auth-file assign to 'ODDOPAUT'
000340         organization is indexed
000350         access mode is dynamic
000360         record key is oau-operator-id
000370         file status is odd-auth-status.
000380     select odd-security-violation-file assign to 'ODDSECVL'
000390         organization is line sequential
000400         file status is odd-auth-log-status.
000410     select dept-master-file assign to 'DEPTMAST'
000420         organization is indexed
000430         access mode is random
000440         record key is dm-dept-code
000450         file status is oper-dept-status.
000460     select audit-file assign to 'MSTAUDT'
000470         organization is line sequential
000480         file status is oper-audit-status.
000490 data division.
000500 file section.
000510 fd  odd-operator-auth-file
000520     record contains 80 characters.
000530 copy 'odd-operator-authority-record'.
000540 fd  odd-security-violation-file
000550     record contains 80 characters.
000560 copy 'odd-security-violation-record'.
000570 fd  dept-master-file
000580     record contains 80 characters.
000590 copy 'dept-master-record'.
000600 fd  audit-file
000610     record contains 240 characters.
000620 copy 'master-change-audit-record'.
000630 working-storage section.
000640 01  oper-dept-status            pic x(02).
000650 01  oper-audit-status           pic x(02).
000660 01  oper-maint-action           pic x(01) value space.
000670     88  oper-maint-add              value 'A' 'a'.
000680     88  oper-maint-change           value 'C' 'c'.
000690     88  oper-maint-revoke           value 'R' 'r'.
000700     88  oper-maint-reinstate        value 'E' 'e'.
000710     88  oper-maint-inquire          value 'I' 'i'.
000720     88  oper-maint-quit             value 'Q' 'q'.
000730 01  oper-maint-operator         pic x(08) value spaces.
000740 01  oper-maint-id               pic x(08).
000750 01  oper-maint-today            pic x(08).
000760 01  oper-maint-time             pic x(06).
000770 01  oper-maint-audit-action     pic x(06).
000780 01  oper-maint-ready-sw         pic x(01) value 'N'.
000790     88  oper-maint-ready            value 'Y'.
000800 01  oper-maint-bootstrap-sw     pic x(01) value 'N'.
000810     88  oper-maint-bootstrap        value 'Y'.
000820 01  oper-maint-valid-sw         pic x(01) value 'N'.
000830     88  oper-maint-valid            value 'Y'.
000840 01  oper-maint-depts-done-sw    pic x(01) value 'N'.
000850     88  oper-maint-depts-done       value 'Y'.
000860 01  oper-maint-reject-reason    pic x(30).
000870 01  oper-maint-yes-no           pic x(01).
000880     88  oper-maint-yes              value 'Y' 'y'.
000890 01  oper-maint-dept-in          pic x(04).
000900 01  oper-maint-slot             pic 9(04) comp.
000910 01  oper-maint-slot-edit        pic 9.
000920 01  oper-maint-before-image     pic x(80).
000930 copy 'odd-operator-check-variables'.
000940 procedure division.
000950 0000-mainline.
000960     perform 1000-sign-on thru 1000-exit.
000970     if oper-maint-quit
000980         stop run
000990     end-if.
001000     perform 1100-open-files thru 1100-exit.
001010     if oper-maint-ready
001020         perform 1200-check-operator thru 1200-exit
001030     end-if.
001040     perform 2000-process-one thru 2000-exit
001050         until oper-maint-quit.
001060     if oper-maint-ready
001070         close dept-master-file
001080         close audit-file
001090     end-if.
001100     perform odd-auth-close thru odd-auth-close-exit.
001110     stop run.
001120*---------------------------------------------------------------
001130* every change is stamped with the administrator on the MSTAUDT
001140* log, so nobody grants authority anonymously.
001150*---------------------------------------------------------------
001160 1000-sign-on.
001170     display 'odd-operator-maint: operator id?        '
001180         with no advancing.
001190     accept oper-maint-operator.
001200     if oper-maint-operator = spaces
001210         display 'odd-operator-maint: an operator id is '
001220             'required - nothing changed'
001230         move 'Q' to oper-maint-action
001240         move 8 to return-code
001250     end-if.
001260     accept oper-maint-today from date yyyymmdd.
001270 1000-exit.
001280     exit.
001290 1100-open-files.
001300     open i-o odd-operator-auth-file.
001310     if odd-auth-status = '35'
001320         open output odd-operator-auth-file
001330         close odd-operator-auth-file
001340         open i-o odd-operator-auth-file
001350     end-if.
001360     if odd-auth-status not = '00'
001370         display 'odd-operator-maint: cannot open ODDOPAUT - '
001380             'status ' odd-auth-status
001390         move 'Q' to oper-maint-action
001400         move 16 to return-code
001410         go to 1100-exit
001420     end-if.
001430     set odd-auth-file-open to true.
001440     open input dept-master-file.
001450     if oper-dept-status not = '00'
001460         display 'odd-operator-maint: cannot open DEPTMAST - '
001470             'status ' oper-dept-status
001480         move 'Q' to oper-maint-action
001490         move 16 to return-code
001500         go to 1100-exit
001510     end-if.
001520     open extend audit-file.
001530     if oper-audit-status = '35'
001540         open output audit-file
001550     end-if.
001560     set oper-maint-ready to true.
001570 1100-exit.
001580     exit.
001590*---------------------------------------------------------------
001600* an empty ODDOPAUT has no administrator to sign on, so the
001610* operator signing on may enter themselves as the first one;
001620* otherwise they must be an active administrator on file.
001630*---------------------------------------------------------------
001640 1200-check-operator.
001650     move low-values to oau-operator-id.
001660     start odd-operator-auth-file
001670         key is not less than oau-operator-id
001680         invalid key
001690             set oper-maint-bootstrap to true
001700     end-start.
001710     if oper-maint-bootstrap
001720         display 'odd-operator-maint: ODDOPAUT has no operators '
001730             '- add ' oper-maint-operator ' first, as a '
001740             'security administrator'
001750         go to 1200-exit
001760     end-if.
001770     move 'ODD-OPERATOR-MAINT' to odd-auth-program.
001780     move oper-maint-operator to odd-auth-operator.
001790     perform odd-auth-sign-on thru odd-auth-sign-on-exit.
001800     if not odd-auth-granted
001810         display 'odd-operator-maint: ' oper-maint-operator
001820             ' is not a security administrator - nothing '
001830             'changed'
001840         move 'Q' to oper-maint-action
001850     end-if.
001860 1200-exit.
001870     exit.
001880 2000-process-one.
001890     display 'odd-operator-maint: action (a/c/r/e/i/q)? '
001900         with no advancing.
001910     accept oper-maint-action.
001920     if oper-maint-quit
001930         go to 2000-exit
001940     end-if.
001950     if oper-maint-bootstrap
001960         and not oper-maint-add
001970         display 'odd-operator-maint: ODDOPAUT is empty - only '
001980             'a to add ' oper-maint-operator
001990         go to 2000-exit
002000     end-if.
002010     if not oper-maint-bootstrap
002020         perform 2050-check-action thru 2050-exit
002030         if not odd-auth-granted
002040             go to 2000-exit
002050         end-if
002060     end-if.
002070     evaluate true
002080         when oper-maint-add
002090             perform 2100-add-operator thru 2100-exit
002100         when oper-maint-change
002110             perform 2200-change-operator thru 2200-exit
002120         when oper-maint-revoke
002130             perform 2300-revoke-operator thru 2300-exit
002140         when oper-maint-reinstate
002150             perform 2350-reinstate-operator thru 2350-exit
002160         when oper-maint-inquire
002170             perform 2150-inquire-operator thru 2150-exit
002180         when other
002190             display 'odd-operator-maint: a=add c=change '
002200                 'r=revoke e=reinstate i=inquire q=quit'
002210     end-evaluate.
002220 2000-exit.
002230     exit.
002240*---------------------------------------------------------------
002250* ODDOPAUT is read again for every action, so an administrator
002260* revoked mid-session is stopped at the next one.
002270*---------------------------------------------------------------
002280 2050-check-action.
002290     evaluate true
002300         when oper-maint-add
002310             move 'ADD' to odd-auth-action
002320         when oper-maint-change
002330             move 'CHANGE' to odd-auth-action
002340         when oper-maint-revoke
002350             move 'REVOKE' to odd-auth-action
002360         when oper-maint-reinstate
002370             move 'REINST' to odd-auth-action
002380         when other
002390             move 'INQUIRE' to odd-auth-action
002400     end-evaluate.
002410     move spaces to odd-auth-dept odd-auth-disp odd-auth-target.
002420     perform odd-auth-check-action
002430         thru odd-auth-check-action-exit.
002440 2050-exit.
002450     exit.
002460 2100-add-operator.
002470     perform 2400-accept-id thru 2400-exit.
002480     if oper-maint-bootstrap
002490         and oper-maint-id not = oper-maint-operator
002500         display 'odd-operator-maint: ODDOPAUT is empty - the '
002510             'first entry must be ' oper-maint-operator
002520         go to 2100-exit
002530     end-if.
002540     move spaces to odd-operator-authority-record.
002550     move oper-maint-id to oau-operator-id.
002560     perform 2500-accept-attributes thru 2500-exit.
002570     if oper-maint-bootstrap
002580         move 'Y' to oau-admin-sw
002590     end-if.
002600     perform 2600-edit-attributes thru 2600-exit.
002610     if not oper-maint-valid
002620         go to 2100-exit
002630     end-if.
002640     set oau-active to true.
002650     move spaces to oper-maint-before-image.
002660     write odd-operator-authority-record
002670         invalid key
002680             display 'odd-operator-maint: operator '
002690                 oper-maint-id ' is already on file - use c '
002700                 'to change it'
002710             go to 2100-exit
002720     end-write.
002730     move 'ADD' to oper-maint-audit-action.
002740     perform 2700-write-audit thru 2700-exit.
002750     display 'odd-operator-maint: operator ' oper-maint-id
002760         ' added'.
002770     if oper-maint-bootstrap
002780         move 'N' to oper-maint-bootstrap-sw
002790         perform 1200-check-operator thru 1200-exit
002800     end-if.
002810 2100-exit.
002820     exit.
002830 2150-inquire-operator.
002840     perform 2400-accept-id thru 2400-exit.
002850     move oper-maint-id to oau-operator-id.
002860     read odd-operator-auth-file
002870         invalid key
002880             display 'odd-operator-maint: operator '
002890                 oper-maint-id ' is not on file'
002900             go to 2150-exit
002910     end-read.
002920     display 'odd-operator-maint:   ' oau-operator-name
002930         ' status ' oau-status ' admin ' oau-admin-sw.
002940     move 1 to odd-auth-scan.
002950     perform 2160-show-program thru 2160-exit
002960         until odd-auth-scan > odd-auth-program-count.
002970     if oau-all-depts
002980         display 'odd-operator-maint:   departments - all'
002990     else
003000         display 'odd-operator-maint:   departments - '
003010             oau-dept-code (1) ' ' oau-dept-code (2) ' '
003020             oau-dept-code (3) ' ' oau-dept-code (4) ' '
003030             oau-dept-code (5) ' ' oau-dept-code (6) ' '
003040             oau-dept-code (7) ' ' oau-dept-code (8)
003050     end-if.
003060     display 'odd-operator-maint:   may post CL '
003070         oau-disp-sw (1) ' CO ' oau-disp-sw (2)
003080         ' HD ' oau-disp-sw (3).
003090 2150-exit.
003100     exit.
003110 2160-show-program.
003120     display 'odd-operator-maint:   '
003130         oap-program-name (odd-auth-scan) ' '
003140         oau-program-sw (odd-auth-scan).
003150     add 1 to odd-auth-scan.
003160 2160-exit.
003170     exit.
003180 2200-change-operator.
003190     perform 2400-accept-id thru 2400-exit.
003200     move oper-maint-id to oau-operator-id.
003210     read odd-operator-auth-file
003220         invalid key
003230             display 'odd-operator-maint: operator '
003240                 oper-maint-id ' is not on file - use a to add '
003250                 'it'
003260             go to 2200-exit
003270     end-read.
003280     move odd-operator-authority-record
003290         to oper-maint-before-image.
003300     perform 2500-accept-attributes thru 2500-exit.
003310     perform 2600-edit-attributes thru 2600-exit.
003320     if not oper-maint-valid
003330         go to 2200-exit
003340     end-if.
003350     if oper-maint-id = oper-maint-operator
003360         and not oau-security-admin
003370         display 'odd-operator-maint: not saved - you cannot '
003380             'drop your own administrator flag'
003390         go to 2200-exit
003400     end-if.
003410     rewrite odd-operator-authority-record.
003420     move 'CHANGE' to oper-maint-audit-action.
003430     perform 2700-write-audit thru 2700-exit.
003440     display 'odd-operator-maint: operator ' oper-maint-id
003450         ' changed'.
003460 2200-exit.
003470     exit.
003480 2300-revoke-operator.
003490     perform 2400-accept-id thru 2400-exit.
003500     if oper-maint-id = oper-maint-operator
003510         display 'odd-operator-maint: you cannot revoke your '
003520             'own id'
003530         go to 2300-exit
003540     end-if.
003550     move oper-maint-id to oau-operator-id.
003560     read odd-operator-auth-file
003570         invalid key
003580             display 'odd-operator-maint: operator '
003590                 oper-maint-id ' is not on file'
003600             go to 2300-exit
003610     end-read.
003620     if oau-revoked
003630         display 'odd-operator-maint: operator ' oper-maint-id
003640             ' is already revoked'
003650         go to 2300-exit
003660     end-if.
003670     move odd-operator-authority-record
003680         to oper-maint-before-image.
003690     set oau-revoked to true.
003700     rewrite odd-operator-authority-record.
003710     move 'REVOKE' to oper-maint-audit-action.
003720     perform 2700-write-audit thru 2700-exit.
003730     display 'odd-operator-maint: operator ' oper-maint-id
003740         ' revoked'.
003750 2300-exit.
003760     exit.
003770 2350-reinstate-operator.
003780     perform 2400-accept-id thru 2400-exit.
003790     move oper-maint-id to oau-operator-id.
003800     read odd-operator-auth-file
003810         invalid key
003820             display 'odd-operator-maint: operator '
003830                 oper-maint-id ' is not on file'
003840             go to 2350-exit
003850     end-read.
003860     if oau-active
003870         display 'odd-operator-maint: operator ' oper-maint-id
003880             ' is not revoked'
003890         go to 2350-exit
003900     end-if.
003910     move odd-operator-authority-record
003920         to oper-maint-before-image.
003930     set oau-active to true.
003940     rewrite odd-operator-authority-record.
003950     move 'REINST' to oper-maint-audit-action.
003960     perform 2700-write-audit thru 2700-exit.
003970     display 'odd-operator-maint: operator ' oper-maint-id
003980         ' reinstated'.
003990 2350-exit.
004000     exit.
004010 2400-accept-id.
004020     display 'odd-operator-maint: operator id to maintain? '
004030         with no advancing.
004040     accept oper-maint-id.
004050 2400-exit.
004060     exit.
004070*---------------------------------------------------------------
004080* every answer but y is taken as no, so authority is only ever
004090* granted on purpose.
004100*---------------------------------------------------------------
004110 2500-accept-attributes.
004120     display 'odd-operator-maint: operator name?      '
004130         with no advancing.
004140     accept oau-operator-name.
004150     display 'odd-operator-maint: security administrator '
004160         '(y/n)? ' with no advancing.
004170     perform 2590-accept-yes-no thru 2590-exit.
004180     move oper-maint-yes-no to oau-admin-sw.
004190     move 1 to odd-auth-scan.
004200     perform 2510-accept-program thru 2510-exit
004210         until odd-auth-scan > 6.
004220     display 'odd-operator-maint: all departments (y/n)? '
004230         with no advancing.
004240     perform 2590-accept-yes-no thru 2590-exit.
004250     move oper-maint-yes-no to oau-all-depts-sw.
004260     move 1 to oper-maint-slot.
004270     move 'N' to oper-maint-depts-done-sw.
004280     if oau-all-depts
004290         set oper-maint-depts-done to true
004300     end-if.
004310     perform 2520-accept-dept thru 2520-exit
004320         until oper-maint-slot > 8.
004330     move 1 to odd-auth-scan.
004340     perform 2530-accept-disp thru 2530-exit
004350         until odd-auth-scan > odd-auth-disp-count.
004360 2500-exit.
004370     exit.
004380 2510-accept-program.
004390     if odd-auth-scan > odd-auth-program-count
004400         move 'N' to oau-program-sw (odd-auth-scan)
004410         go to 2510-next
004420     end-if.
004430     display 'odd-operator-maint: may use '
004440         oap-program-name (odd-auth-scan) ' (y/n)? '
004450         with no advancing.
004460     perform 2590-accept-yes-no thru 2590-exit.
004470     move oper-maint-yes-no to oau-program-sw (odd-auth-scan).
004480 2510-next.
004490     add 1 to odd-auth-scan.
004500 2510-exit.
004510     exit.
004520 2520-accept-dept.
004530     move spaces to oau-dept-code (oper-maint-slot).
004540     if oper-maint-depts-done
004550         go to 2520-next
004560     end-if.
004570     move oper-maint-slot to oper-maint-slot-edit.
004580     display 'odd-operator-maint: department '
004590         oper-maint-slot-edit ' (blank = no more)? '
004600         with no advancing.
004610     move spaces to oper-maint-dept-in.
004620     accept oper-maint-dept-in.
004630     if oper-maint-dept-in = spaces
004640         set oper-maint-depts-done to true
004650     else
004660         move oper-maint-dept-in
004665             to oau-dept-code (oper-maint-slot)
004670     end-if.
004680 2520-next.
004690     add 1 to oper-maint-slot.
004700 2520-exit.
004710     exit.
004720 2530-accept-disp.
004730     display 'odd-operator-maint: may post '
004740         oad-disp-code (odd-auth-scan) ' (y/n)? '
004750         with no advancing.
004760     perform 2590-accept-yes-no thru 2590-exit.
004770     move oper-maint-yes-no to oau-disp-sw (odd-auth-scan).
004780     add 1 to odd-auth-scan.
004790 2530-exit.
004800     exit.
004810 2590-accept-yes-no.
004820     move space to oper-maint-yes-no.
004830     accept oper-maint-yes-no.
004840     if oper-maint-yes
004850         move 'Y' to oper-maint-yes-no
004860     else
004870         move 'N' to oper-maint-yes-no
004880     end-if.
004890 2590-exit.
004900     exit.
004910*---------------------------------------------------------------
004920* every operator needs a name, and every department listed
004930* must be on DEPTMAST - a misspelt one would grant nothing.
004940*---------------------------------------------------------------
004950 2600-edit-attributes.
004960     move 'N' to oper-maint-valid-sw.
004970     if oper-maint-id = spaces
004980         move 'OPERATOR ID MISSING' to oper-maint-reject-reason
004990         go to 2600-reject
005000     end-if.
005010     if oau-operator-name = spaces
005020         move 'OPERATOR NAME MISSING' to oper-maint-reject-reason
005030         go to 2600-reject
005040     end-if.
005050     move 1 to oper-maint-slot.
005060     set oper-maint-valid to true.
005070     perform 2610-edit-dept thru 2610-exit
005080         until oper-maint-slot > 8
005090         or not oper-maint-valid.
005100     if not oper-maint-valid
005110         go to 2600-reject
005120     end-if.
005130     go to 2600-exit.
005140 2600-reject.
005150     move 'N' to oper-maint-valid-sw.
005160     display 'odd-operator-maint: not saved - '
005170         oper-maint-reject-reason.
005180 2600-exit.
005190     exit.
005200 2610-edit-dept.
005210     if oau-dept-code (oper-maint-slot) not = spaces
005220         move oau-dept-code (oper-maint-slot) to dm-dept-code
005230         read dept-master-file
005240             invalid key
005250                 move 'DEPT NOT ON DEPTMAST'
005260                     to oper-maint-reject-reason
005270                 move 'N' to oper-maint-valid-sw
005280         end-read
005290     end-if.
005300     add 1 to oper-maint-slot.
005310 2610-exit.
005320     exit.
005330 2700-write-audit.
005340     accept oper-maint-time from time.
005350     move spaces to master-change-audit-record.
005360     move oper-maint-today to mca-change-date.
005370     move oper-maint-time to mca-change-time.
005380     move oper-maint-operator to mca-operator.
005390     set mca-source-screen to true.
005400     set mca-master-operator to true.
005410     move oper-maint-audit-action to mca-action.
005420     move oau-operator-id to mca-record-key.
005430     move oper-maint-before-image to mca-before-image.
005440     move odd-operator-authority-record to mca-after-image.
005450     write master-change-audit-record.
005460 2700-exit.
005470     exit.
005480 copy 'odd-operator-check'.
