000120*                   so the shop keeps department names and the
000130*                   routing/contact line for each supervisor's
000140*                   report bundle current itself.
000141*  2026-10-14  dsb  operator sign-on, and a before-and-after
000142*                   record on the MSTAUDT master-change log for
000143*                   every add, change and delete, as ITEM-
000144*                   MASTER-MAINT now does.  A department can no
000145*                   longer be deleted while any active ITEMMAST
000146*                   item still carries it - 2300-DELETE-DEPT
000147*                   sweeps the item master first and refuses,
000148*                   showing the count, instead of quietly
000149*                   sending those items to the catch-all
000150*                   section.
000151*  2026-10-15  dsb  the operator id must now be on the ODDOPAUT
000152*                   authority file, active and holding this
000153*                   program (ODD-OPERATOR-CHECK), and every
000154*                   action is checked again against it - a
000155*                   department can only be added, changed or
000156*                   deleted by an operator who works it.  Every
000157*                   refusal goes on the ODDSECVL violation log.
000158*---------------------------------------------------------------
000160 environment division.
000170 input-output section.
000180 file-control.
000210         access mode is random
000220         record key is dm-dept-code
000230         file status is dept-maint-status.
000231     select item-master-file assign to 'ITEMMAST'
000232         organization is indexed
000233         access mode is dynamic
000234         record key is iml-item-code
000235         file status is dept-item-status.
000236     select audit-file assign to 'MSTAUDT'
000237         organization is line sequential
000238         file status is dept-audit-status.
000239     select odd-operator-auth-file assign to 'ODDOPAUT'
000240         organization is indexed
000241         access mode is random
000242         record key is oau-operator-id
000243         file status is odd-auth-status.
000244     select odd-security-violation-file assign to 'ODDSECVL'
000245         organization is line sequential
000246         file status is odd-auth-log-status.
000247 data division.
000250 file section.
000260 fd  dept-master-file
000270     record contains 80 characters.
000280 copy 'dept-master-record'.
000281 fd  item-master-file
000282     record contains 80 characters.
000283 copy 'item-master-lookup-record'.
000284 fd  audit-file
000285     record contains 240 characters.
000286 copy 'master-change-audit-record'.
000287 fd  odd-operator-auth-file
000288     record contains 80 characters.
000289 copy 'odd-operator-authority-record'.
000290 fd  odd-security-violation-file
000291     record contains 80 characters.
000292 copy 'odd-security-violation-record'.
000293 working-storage section.
000300 01  dept-maint-status           pic x(02).
000303 01  dept-item-status            pic x(02).
000306 01  dept-audit-status           pic x(02).
000310 01  dept-maint-action           pic x(01) value space.
000320     88  dept-maint-add              value 'A' 'a'.
000330     88  dept-maint-change           value 'C' 'c'.
000340     88  dept-maint-delete           value 'D' 'd'.
000350     88  dept-maint-quit             value 'Q' 'q'.
000360 01  dept-maint-code             pic x(04).
000361 01  dept-maint-operator         pic x(08) value spaces.
000362 01  dept-maint-today            pic x(08).
000363 01  dept-maint-time             pic x(06).
000364 01  dept-maint-audit-action     pic x(06).
000365 01  dept-maint-ready-sw         pic x(01) value 'N'.
000366     88  dept-maint-ready            value 'Y'.
000367 01  dept-maint-item-eof-sw      pic x(01) value 'N'.
000368     88  dept-maint-item-eof         value 'Y'.
000369 01  dept-maint-active-items     pic 9(07) value zero.
000370 01  dept-maint-before-image     pic x(80).
000371 copy 'odd-operator-check-variables'.
000372 procedure division.
000380 0000-mainline.
000382     perform 1000-sign-on thru 1000-exit.
000384     if dept-maint-quit
000385         perform odd-auth-close thru odd-auth-close-exit
000386         stop run
000388     end-if.
000390     perform 1100-open-files thru 1100-exit.
000400     perform 2000-process-one thru 2000-exit
000410         until dept-maint-quit.
000415     if dept-maint-ready
000420         close dept-master-file
000422         close item-master-file
000424         close audit-file
000426     end-if.
000428     perform odd-auth-close thru odd-auth-close-exit.
000430     stop run.
000431*---------------------------------------------------------------
000432* every change is stamped with the operator on the MSTAUDT
000433* log, so nobody maintains the master anonymously.
000434*---------------------------------------------------------------
000435 1000-sign-on.
000436     display 'dept-master-maint: operator id?         '
000437         with no advancing.
000438     accept dept-maint-operator.
000439     if dept-maint-operator = spaces
000440         display 'dept-master-maint: an operator id is '
000441             'required - nothing changed'
000442         move 'Q' to dept-maint-action
000443         move 8 to return-code
000444         go to 1000-exit
000445     end-if.
000446     move 'DEPT-MASTER-MAINT' to odd-auth-program.
000447     move dept-maint-operator to odd-auth-operator.
000448     perform odd-auth-sign-on thru odd-auth-sign-on-exit.
000449     if not odd-auth-granted
000450         display 'dept-master-maint: ' dept-maint-operator
000451             ' is not authorised here - nothing changed'
000452         move 'Q' to dept-maint-action
000453     end-if.
000454     accept dept-maint-today from date yyyymmdd.
000455 1000-exit.
000456     exit.
000457 1100-open-files.
000458     open i-o dept-master-file.
000460     if dept-maint-status = '35'
000470         open output dept-master-file
000480         close dept-master-file
000490         open i-o dept-master-file
000500     end-if.
000501     open input item-master-file.
000502     if dept-item-status not = '00'
000503         display 'dept-master-maint: cannot open ITEMMAST - '
000504             'status ' dept-item-status
000505         close dept-master-file
000506         move 'Q' to dept-maint-action
000507         move 16 to return-code
000508         go to 1100-exit
000509     end-if.
000510     open extend audit-file.
000511     if dept-audit-status = '35'
000512         open output audit-file
000513     end-if.
000514     set dept-maint-ready to true.
000515 1100-exit.
000520     exit.
000530 2000-process-one.
000540     display 'dept-master-maint: action (a/c/d/q)?    '
000550         with no advancing.
000560     accept dept-maint-action.
000561     if dept-maint-add or dept-maint-change
000562         or dept-maint-delete
000563         perform 2050-check-action thru 2050-exit
000564         if not odd-auth-granted
000565             go to 2000-exit
000566         end-if
000567     end-if.
000570     evaluate true
000580         when dept-maint-add
000590             perform 2100-add-dept thru 2100-exit
000690     end-evaluate.
000700 2000-exit.
000710     exit.
000711*---------------------------------------------------------------
000712* ODDOPAUT is read again for every action, so an operator
000713* revoked mid-session is stopped at the next one.
000714*---------------------------------------------------------------
000715 2050-check-action.
000716     evaluate true
000717         when dept-maint-add
000718             move 'ADD' to odd-auth-action
000719         when dept-maint-change
000720             move 'CHANGE' to odd-auth-action
000721         when other
000722             move 'DELETE' to odd-auth-action
000723     end-evaluate.
000724     move spaces to odd-auth-dept odd-auth-disp odd-auth-target.
000725     perform odd-auth-check-action
000726         thru odd-auth-check-action-exit.
000727 2050-exit.
000728     exit.
000729 2100-add-dept.
000730     perform 2400-accept-code thru 2400-exit.
000732     perform 2800-check-dept thru 2800-exit.
000734     if not odd-auth-granted
000736         go to 2100-exit
000738     end-if.
000740     move spaces to dept-master-record.
000750     move dept-maint-code to dm-dept-code.
000760     perform 2500-accept-attributes thru 2500-exit.
000765     move spaces to dept-maint-before-image.
000770     write dept-master-record
000780         invalid key
000790             display 'dept-master-maint: dept ' dept-maint-code
000800                 ' is already on file - use c to change it'
000802         not invalid key
000804             move 'ADD' to dept-maint-audit-action
000806             perform 2700-write-audit thru 2700-exit
000810     end-write.
000820 2100-exit.
000830     exit.
000840 2200-change-dept.
000850     perform 2400-accept-code thru 2400-exit.
000852     perform 2800-check-dept thru 2800-exit.
000854     if not odd-auth-granted
000856         go to 2200-exit
000858     end-if.
000860     move dept-maint-code to dm-dept-code.
000870     read dept-master-file
000880         invalid key
000890             display 'dept-master-maint: dept ' dept-maint-code
000900                 ' is not on file - use a to add it'
000910         not invalid key
000915             move dept-master-record to dept-maint-before-image
000920             perform 2500-accept-attributes thru 2500-exit
000930             rewrite dept-master-record
000933             move 'CHANGE' to dept-maint-audit-action
000936             perform 2700-write-audit thru 2700-exit
000940     end-read.
000950 2200-exit.
000960     exit.
000970 2300-delete-dept.
000980     perform 2400-accept-code thru 2400-exit.
000982     perform 2800-check-dept thru 2800-exit.
000984     if not odd-auth-granted
000986         go to 2300-exit
000988     end-if.
000990     move dept-maint-code to dm-dept-code.
001000     read dept-master-file
001010         invalid key
001020             display 'dept-master-maint: dept ' dept-maint-code
001030                 ' is not on file'
001031             go to 2300-exit
001032     end-read.
001033     perform 2600-count-active-items thru 2600-exit.
001034     if dept-maint-active-items > zero
001035         display 'dept-master-maint: dept ' dept-maint-code
001036             ' not deleted - ' dept-maint-active-items
001037             ' active items still carry it'
001038         go to 2300-exit
001039     end-if.
001040     move dept-master-record to dept-maint-before-image.
001050     delete dept-master-file
001051         invalid key
001052             display 'dept-master-maint: dept ' dept-maint-code
001053                 ' could not be deleted - status '
001054                 dept-maint-status
001055             go to 2300-exit
001056     end-delete.
001057     move spaces to dept-master-record.
001058     move dept-maint-code to dm-dept-code.
001059     move 'DELETE' to dept-maint-audit-action.
001060     perform 2700-write-audit thru 2700-exit.
001061     display 'dept-master-maint: dept ' dept-maint-code
001071         ' deleted'.
001100 2300-exit.
001110     exit.
001120 2400-accept-code.
001240     accept dm-routing.
001250 2500-exit.
001260     exit.
001270*---------------------------------------------------------------
001280* a full pass of ITEMMAST counting the active items that still
001290* carry the department about to be deleted.  Inactive items
001300* do not hold a department up.
001310*---------------------------------------------------------------
001320 2600-count-active-items.
001330     move zero to dept-maint-active-items.
001340     move 'N' to dept-maint-item-eof-sw.
001350     move zero to iml-item-code.
001360     start item-master-file key is not less than iml-item-code
001370         invalid key
001380             go to 2600-exit
001390     end-start.
001400     perform 2610-check-one-item thru 2610-exit
001410         until dept-maint-item-eof.
001420 2600-exit.
001430     exit.
001440 2610-check-one-item.
001450     read item-master-file next record
001460         at end
001470             set dept-maint-item-eof to true
001480             go to 2610-exit
001490     end-read.
001500     if iml-item-dept = dept-maint-code
001510         and iml-item-active
001520         add 1 to dept-maint-active-items
001530     end-if.
001540 2610-exit.
001550     exit.
001560 2700-write-audit.
001570     accept dept-maint-time from time.
001580     move spaces to master-change-audit-record.
001590     move dept-maint-today to mca-change-date.
001600     move dept-maint-time to mca-change-time.
001610     move dept-maint-operator to mca-operator.
001620     set mca-source-screen to true.
001630     set mca-master-dept to true.
001640     move dept-maint-audit-action to mca-action.
001650     move dept-maint-code to mca-record-key.
001660     move dept-maint-before-image to mca-before-image.
001670     move dept-master-record to mca-after-image.
001680     write master-change-audit-record.
001690 2700-exit.
001700     exit.
001710*---------------------------------------------------------------
001720* the department must be one the operator works.
001730*---------------------------------------------------------------
001740 2800-check-dept.
001750     move dept-maint-code to odd-auth-dept.
001760     move spaces to odd-auth-disp.
001770     move dept-maint-code to odd-auth-target.
001780     perform odd-auth-check-action
001790         thru odd-auth-check-action-exit.
001800     if not odd-auth-granted
001810         display 'dept-master-maint: dept ' dept-maint-code
001820             ' not changed'
001830     end-if.
001840 2800-exit.
001850     exit.
001860 copy 'odd-operator-check'.
