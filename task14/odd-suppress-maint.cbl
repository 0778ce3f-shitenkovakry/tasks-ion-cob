000010 identification division.
000020 program-id. odd-suppress-maint.
000030 author. data-services-batch-support.
000040 installation. item-processing.
000050 date-written. 2026-10-14.
000060 date-compiled.
000070*---------------------------------------------------------------
000080* modification history
000090*  2026-10-14  dsb  initial version - on-line add/change/delete
000100*                   maintenance of the ODDSUPP approved-
000110*                   exception list, modelled on ITEM-MASTER-
000120*                   MAINT and DEPT-MASTER-MAINT.  An entry is an
000130*                   item code, optionally narrowed to one flag
000140*                   reason and/or one department, with the
000150*                   approver, a note and an expiry date; while
000160*                   it is in date FIND-ODD-SCREEN keeps the
000170*                   matching hits off ODDRPT and ODDXTRCT.  The
000180*                   reason must be one the screen flags and the
000190*                   department must be on DEPTMAST.  An add or
000200*                   change stamps today as the approval date,
000210*                   and every add, change and delete goes on
000220*                   the MSTAUDT master-change log with the
000230*                   operator and the entry before and after.
000231*  2026-10-15  dsb  the operator id must now be on the ODDOPAUT
000232*                   authority file, active and holding this
000233*                   program (ODD-OPERATOR-CHECK), and every
000234*                   action is checked again against it - an
000235*                   entry narrowed to a department needs that
000236*                   department, and one for any department
000237*                   needs authority over them all.  Every
000238*                   refusal goes on the ODDSECVL violation log.
000240*---------------------------------------------------------------
000250 environment division.
000260 input-output section.
000270 file-control.
000280     select odd-suppress-file assign to 'ODDSUPP'
000290         organization is indexed
000300         access mode is random
000310         record key is osp-key
000320         file status is supp-maint-status.
000330     select dept-master-file assign to 'DEPTMAST'
000340         organization is indexed
000350         access mode is random
000360         record key is dm-dept-code
000370         file status is supp-dept-status.
000380     select audit-file assign to 'MSTAUDT'
000390         organization is line sequential
000400         file status is supp-audit-status.
000401     select odd-operator-auth-file assign to 'ODDOPAUT'
000402         organization is indexed
000403         access mode is random
000404         record key is oau-operator-id
000405         file status is odd-auth-status.
000406     select odd-security-violation-file assign to 'ODDSECVL'
000407         organization is line sequential
000408         file status is odd-auth-log-status.
000410 data division.
000420 file section.
000430 fd  odd-suppress-file
000440     record contains 80 characters.
000450 copy 'odd-suppression-record'.
000460 fd  dept-master-file
000470     record contains 80 characters.
000480 copy 'dept-master-record'.
000490 fd  audit-file
000500     record contains 240 characters.
000510 copy 'master-change-audit-record'.
000511 fd  odd-operator-auth-file
000512     record contains 80 characters.
000513 copy 'odd-operator-authority-record'.
000514 fd  odd-security-violation-file
000515     record contains 80 characters.
000516 copy 'odd-security-violation-record'.
000520 working-storage section.
000530 01  supp-maint-status           pic x(02).
000540 01  supp-dept-status            pic x(02).
000550 01  supp-audit-status           pic x(02).
000560 01  supp-maint-action           pic x(01) value space.
000570     88  supp-maint-add              value 'A' 'a'.
000580     88  supp-maint-change           value 'C' 'c'.
000590     88  supp-maint-delete           value 'D' 'd'.
000600     88  supp-maint-quit             value 'Q' 'q'.
000610 01  supp-maint-key.
000620     05  supp-maint-item-code    pic 9(06).
000630     05  supp-maint-reason       pic x(10).
000640     05  supp-maint-dept         pic x(04).
000650 01  supp-maint-operator         pic x(08) value spaces.
000660 01  supp-maint-today            pic x(08).
000670 01  supp-maint-time             pic x(06).
000680 01  supp-maint-audit-action     pic x(06).
000690 01  supp-maint-ready-sw         pic x(01) value 'N'.
000700     88  supp-maint-ready            value 'Y'.
000710 01  supp-maint-valid-sw         pic x(01) value 'N'.
000720     88  supp-maint-valid            value 'Y'.
000730 01  supp-maint-reject-reason    pic x(30).
000740 01  supp-maint-before-image     pic x(80).
000750 copy 'odd-screen-rules'.
000755 copy 'odd-operator-check-variables'.
000760 procedure division.
000770 0000-mainline.
000780     perform 1000-sign-on thru 1000-exit.
000790     if supp-maint-quit
000795         perform odd-auth-close thru odd-auth-close-exit
000800         stop run
000810     end-if.
000820     perform 1100-open-files thru 1100-exit.
000830     perform 2000-process-one thru 2000-exit
000840         until supp-maint-quit.
000850     if supp-maint-ready
000860         close odd-suppress-file
000870         close dept-master-file
000880         close audit-file
000890     end-if.
000895     perform odd-auth-close thru odd-auth-close-exit.
000900     stop run.
000910*---------------------------------------------------------------
000920* every change is stamped with the operator on the MSTAUDT
000930* log, so nobody approves an exception anonymously.
000940*---------------------------------------------------------------
000950 1000-sign-on.
000960     display 'odd-suppress-maint: operator id?        '
000970         with no advancing.
000980     accept supp-maint-operator.
000990     if supp-maint-operator = spaces
001000         display 'odd-suppress-maint: an operator id is '
001010             'required - nothing changed'
001020         move 'Q' to supp-maint-action
001030         move 8 to return-code
001035         go to 1000-exit
001040     end-if.
001041     move 'ODD-SUPPRESS-MAINT' to odd-auth-program.
001042     move supp-maint-operator to odd-auth-operator.
001043     perform odd-auth-sign-on thru odd-auth-sign-on-exit.
001044     if not odd-auth-granted
001045         display 'odd-suppress-maint: ' supp-maint-operator
001046             ' is not authorised here - nothing changed'
001047         move 'Q' to supp-maint-action
001048     end-if.
001050     accept supp-maint-today from date yyyymmdd.
001060 1000-exit.
001070     exit.
001080 1100-open-files.
001090     open i-o odd-suppress-file.
001100     if supp-maint-status = '35'
001110         open output odd-suppress-file
001120         close odd-suppress-file
001130         open i-o odd-suppress-file
001140     end-if.
001150     open input dept-master-file.
001160     if supp-dept-status not = '00'
001170         display 'odd-suppress-maint: cannot open DEPTMAST - '
001180             'status ' supp-dept-status
001190         close odd-suppress-file
001200         move 'Q' to supp-maint-action
001210         move 16 to return-code
001220         go to 1100-exit
001230     end-if.
001240     open extend audit-file.
001250     if supp-audit-status = '35'
001260         open output audit-file
001270     end-if.
001280     set supp-maint-ready to true.
001290 1100-exit.
001300     exit.
001310 2000-process-one.
001320     display 'odd-suppress-maint: action (a/c/d/q)?   '
001330         with no advancing.
001340     accept supp-maint-action.
001341     if supp-maint-add or supp-maint-change
001342         or supp-maint-delete
001343         perform 2050-check-action thru 2050-exit
001344         if not odd-auth-granted
001345             go to 2000-exit
001346         end-if
001347     end-if.
001350     evaluate true
001360         when supp-maint-add
001370             perform 2100-add-entry thru 2100-exit
001380         when supp-maint-change
001390             perform 2200-change-entry thru 2200-exit
001400         when supp-maint-delete
001410             perform 2300-delete-entry thru 2300-exit
001420         when supp-maint-quit
001430             continue
001440         when other
001450             display 'odd-suppress-maint: a=add c=change '
001460                 'd=delete q=quit'
001470     end-evaluate.
001480 2000-exit.
001490     exit.
001491*---------------------------------------------------------------
001492* ODDOPAUT is read again for every action, so an operator
001493* revoked mid-session is stopped at the next one.
001494*---------------------------------------------------------------
001495 2050-check-action.
001496     evaluate true
001497         when supp-maint-add
001498             move 'ADD' to odd-auth-action
001499         when supp-maint-change
001500             move 'CHANGE' to odd-auth-action
001501         when other
001502             move 'DELETE' to odd-auth-action
001503     end-evaluate.
001504     move spaces to odd-auth-dept odd-auth-disp odd-auth-target.
001505     perform odd-auth-check-action
001506         thru odd-auth-check-action-exit.
001507 2050-exit.
001508     exit.
001509 2100-add-entry.
001510     perform 2400-accept-key thru 2400-exit.
001512     perform 2800-check-dept thru 2800-exit.
001514     if not odd-auth-granted
001516         go to 2100-exit
001518     end-if.
001520     perform 2450-edit-key thru 2450-exit.
001530     if not supp-maint-valid
001540         go to 2100-exit
001550     end-if.
001560     move spaces to odd-suppression-record.
001570     move supp-maint-key to osp-key.
001580     perform 2500-accept-attributes thru 2500-exit.
001590     perform 2600-edit-attributes thru 2600-exit.
001600     if not supp-maint-valid
001610         go to 2100-exit
001620     end-if.
001630     move supp-maint-today to osp-approved-date.
001640     move spaces to supp-maint-before-image.
001650     write odd-suppression-record
001660         invalid key
001670             display 'odd-suppress-maint: that entry is already '
001680                 'on file - use c to change it'
001690         not invalid key
001700             move 'ADD' to supp-maint-audit-action
001710             perform 2700-write-audit thru 2700-exit
001720     end-write.
001730 2100-exit.
001740     exit.
001750 2200-change-entry.
001760     perform 2400-accept-key thru 2400-exit.
001762     perform 2800-check-dept thru 2800-exit.
001764     if not odd-auth-granted
001766         go to 2200-exit
001768     end-if.
001770     move supp-maint-key to osp-key.
001780     read odd-suppress-file
001790         invalid key
001800             display 'odd-suppress-maint: that entry is not on '
001810                 'file - use a to add it'
001820             go to 2200-exit
001830     end-read.
001840     move odd-suppression-record to supp-maint-before-image.
001850     perform 2500-accept-attributes thru 2500-exit.
001860     perform 2600-edit-attributes thru 2600-exit.
001870     if not supp-maint-valid
001880         go to 2200-exit
001890     end-if.
001900     move supp-maint-today to osp-approved-date.
001910     rewrite odd-suppression-record.
001920     move 'CHANGE' to supp-maint-audit-action.
001930     perform 2700-write-audit thru 2700-exit.
001940 2200-exit.
001950     exit.
001960 2300-delete-entry.
001970     perform 2400-accept-key thru 2400-exit.
001972     perform 2800-check-dept thru 2800-exit.
001974     if not odd-auth-granted
001976         go to 2300-exit
001978     end-if.
001980     move supp-maint-key to osp-key.
001990     read odd-suppress-file
002000         invalid key
002010             display 'odd-suppress-maint: that entry is not on '
002020                 'file'
002030             go to 2300-exit
002040     end-read.
002050     move odd-suppression-record to supp-maint-before-image.
002060     delete odd-suppress-file
002070         invalid key
002080             display 'odd-suppress-maint: entry could not be '
002090                 'deleted - status ' supp-maint-status
002100             go to 2300-exit
002110     end-delete.
002120     move spaces to odd-suppression-record.
002130     move supp-maint-key to osp-key.
002140     move 'DELETE' to supp-maint-audit-action.
002150     perform 2700-write-audit thru 2700-exit.
002160     display 'odd-suppress-maint: entry for item '
002170         supp-maint-item-code ' deleted'.
002180 2300-exit.
002190     exit.
002200 2400-accept-key.
002210     display 'odd-suppress-maint: item code?          '
002220         with no advancing.
002230     accept supp-maint-item-code.
002240     display 'odd-suppress-maint: flag reason (blank '
002250         'for any)? ' with no advancing.
002260     accept supp-maint-reason.
002270     display 'odd-suppress-maint: department (blank '
002280         'for any)?  ' with no advancing.
002290     accept supp-maint-dept.
002300 2400-exit.
002310     exit.
002320*---------------------------------------------------------------
002330* a new entry must name a real item code, a reason the screen
002340* actually flags and a department on DEPTMAST - an entry that
002350* can never match would sit on the list suppressing nothing.
002360*---------------------------------------------------------------
002370 2450-edit-key.
002380     move 'N' to supp-maint-valid-sw.
002390     if supp-maint-item-code not numeric
002400         or supp-maint-item-code = zero
002410         move 'ITEM CODE NOT NUMERIC OR ZERO'
002420             to supp-maint-reject-reason
002430         go to 2450-reject
002440     end-if.
002450     if supp-maint-reason not = spaces
002460         move zero to odd-rule-slot
002470         move 1 to odd-rule-idx
002480         perform 2460-scan-reason thru 2460-exit
002490             until odd-rule-idx > odd-rule-count
002500             or odd-rule-slot > 0
002510         if odd-rule-slot = 0
002520             move 'NOT A SCREENING FLAG REASON'
002530                 to supp-maint-reject-reason
002540             go to 2450-reject
002550         end-if
002560     end-if.
002570     if supp-maint-dept not = spaces
002580         move supp-maint-dept to dm-dept-code
002590         read dept-master-file
002600             invalid key
002610                 move 'DEPT NOT ON DEPTMAST'
002620                     to supp-maint-reject-reason
002630                 go to 2450-reject
002640         end-read
002650     end-if.
002660     set supp-maint-valid to true.
002670     go to 2450-exit.
002680 2450-reject.
002690     display 'odd-suppress-maint: not saved - '
002700         supp-maint-reject-reason.
002710 2450-exit.
002720     exit.
002730 2460-scan-reason.
002740     if orl-reason-code (odd-rule-idx) = supp-maint-reason
002750         move odd-rule-idx to odd-rule-slot
002760     end-if.
002770     add 1 to odd-rule-idx.
002780 2460-exit.
002790     exit.
002800 2500-accept-attributes.
002810     display 'odd-suppress-maint: approved by?        '
002820         with no advancing.
002830     accept osp-approved-by.
002840     display 'odd-suppress-maint: expiry (yyyymmdd)?  '
002850         with no advancing.
002860     accept osp-expiry-date.
002870     display 'odd-suppress-maint: reason note?        '
002880         with no advancing.
002890     accept osp-note.
002900 2500-exit.
002910     exit.
002920*---------------------------------------------------------------
002930* every entry needs an approver and an expiry that has not
002940* already passed - there are no open-ended suppressions.
002950*---------------------------------------------------------------
002960 2600-edit-attributes.
002970     move 'N' to supp-maint-valid-sw.
002980     if osp-approved-by = spaces
002990         move 'APPROVER MISSING' to supp-maint-reject-reason
003000         go to 2600-reject
003010     end-if.
003020     if osp-expiry-date not numeric
003030         move 'EXPIRY NOT YYYYMMDD' to supp-maint-reject-reason
003040         go to 2600-reject
003050     end-if.
003060     if osp-expiry-date < supp-maint-today
003070         move 'EXPIRY ALREADY PASSED' to supp-maint-reject-reason
003080         go to 2600-reject
003090     end-if.
003100     if osp-note = spaces
003110         move 'REASON NOTE MISSING' to supp-maint-reject-reason
003120         go to 2600-reject
003130     end-if.
003140     set supp-maint-valid to true.
003150     go to 2600-exit.
003160 2600-reject.
003170     display 'odd-suppress-maint: not saved - '
003180         supp-maint-reject-reason.
003190 2600-exit.
003200     exit.
003210 2700-write-audit.
003220     accept supp-maint-time from time.
003230     move spaces to master-change-audit-record.
003240     move supp-maint-today to mca-change-date.
003250     move supp-maint-time to mca-change-time.
003260     move supp-maint-operator to mca-operator.
003270     set mca-source-screen to true.
003280     set mca-master-suppress to true.
003290     move supp-maint-audit-action to mca-action.
003300     move supp-maint-key to mca-record-key.
003310     move supp-maint-before-image to mca-before-image.
003320     move odd-suppression-record to mca-after-image.
003330     write master-change-audit-record.
003340 2700-exit.
003350     exit.
003360*---------------------------------------------------------------
003370* the entry's department must be one the operator works; an
003380* entry for any department needs them all.
003390*---------------------------------------------------------------
003400 2800-check-dept.
003410     if supp-maint-dept = spaces
003420         move '*ALL' to odd-auth-dept
003430     else
003440         move supp-maint-dept to odd-auth-dept
003450     end-if.
003460     move spaces to odd-auth-disp.
003470     move supp-maint-item-code to odd-auth-target.
003480     perform odd-auth-check-action
003490         thru odd-auth-check-action-exit.
003500     if not odd-auth-granted
003510         display 'odd-suppress-maint: entry for item '
003520             supp-maint-item-code ' not changed'
003530     end-if.
003540 2800-exit.
003550     exit.
003560 copy 'odd-operator-check'.
