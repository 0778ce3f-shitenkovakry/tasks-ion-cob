000010 identification division.
000020 program-id. item-master-update.
000030 author. data-services-batch-support.
000040 installation. item-processing.
000050 date-written. 2026-10-14.
000060 date-compiled.
000070*---------------------------------------------------------------
000080* modification history
000090*  2026-10-14  dsb  initial version - applies purchasing's
000100*                   nightly ITEMTRAN add/change/inactivate feed
000110*                   to ITEMMAST ahead of FIND-ODD-SCREEN, so new
000120*                   items, vendor changes and price changes no
000130*                   longer wait days for somebody to key them
000140*                   through ITEM-MASTER-MAINT and flag NOT ON MST
000150*                   or INACTIVE in the meantime.  Every
000160*                   transaction passes the same ITEM-MASTER-EDIT
000170*                   entry edits as the on-line program (department
000180*                   on DEPTMAST, non-zero unit value) plus the
000190*                   on-file checks; rejects are listed on the
000200*                   ITMUPDRP error report and echoed with their
000210*                   reason onto the ITMUPRTN return file for
000220*                   purchasing.  Every applied transaction
000230*                   appends a before-and-after record to MSTAUDT
000240*                   under source BATCH.  The step ends with
000250*                   applied and rejected control totals on the
000260*                   report and the console: return code 4 when
000270*                   anything was rejected, 16 when ITEMMAST or
000280*                   DEPTMAST could not be opened and nothing was
000290*                   applied, so the scheduler can hold the
000300*                   screening step.
000302*  2026-10-15  dsb  a failed ITEMMAST write or rewrite is now
000304*                   rejected back to purchasing like any other
000306*                   reject instead of being counted as applied
000308*                   and audited to MSTAUDT as if it had landed.
000310*---------------------------------------------------------------
000320 environment division.
000330 input-output section.
000340 file-control.
000350     select transaction-file assign to 'ITEMTRAN'
000360         organization is sequential
000370         file status is item-tran-status.
000380     select item-master-file assign to 'ITEMMAST'
000390         organization is indexed
000400         access mode is random
000410         record key is im-item-code
000420         file status is item-update-status.
000430     select dept-master-file assign to 'DEPTMAST'
000440         organization is indexed
000450         access mode is random
000460         record key is dm-dept-code
000470         file status is dept-edit-status.
000480     select audit-file assign to 'MSTAUDT'
000490         organization is line sequential
000500         file status is item-audit-status.
000510     select return-file assign to 'ITMUPRTN'
000520         organization is sequential.
000530     select update-report-file assign to 'ITMUPDRP'
000540         organization is line sequential.
000550 data division.
000560 file section.
000570 fd  transaction-file
000580     block contains 0 records
000590     record contains 80 characters
000600     label records are standard.
000610 copy 'item-maint-transaction-record'.
000620 fd  item-master-file
000630     record contains 80 characters.
000640 copy 'item-master-record'.
000650 fd  dept-master-file
000660     record contains 80 characters.
000670 copy 'dept-master-record'.
000680 fd  audit-file
000690     record contains 240 characters.
000700 copy 'master-change-audit-record'.
000710 fd  return-file
000720     block contains 0 records
000730     record contains 100 characters
000740     label records are standard.
000750 copy 'item-maint-return-record'.
000760 fd  update-report-file
000770     record contains 80 characters.
000780 01  update-report-record           pic x(80).
000790 working-storage section.
000800 01  item-tran-status               pic x(02).
000810 01  item-update-status             pic x(02).
000820 01  item-audit-status              pic x(02).
000830*---------------------------------------------------------------
000840* switches and counters
000850*---------------------------------------------------------------
000860 01  item-update-switches.
000870     05  item-update-eof-sw         pic x(01) value 'N'.
000880         88  item-update-eof            value 'Y'.
000890     05  item-update-ready-sw       pic x(01) value 'N'.
000900         88  item-update-ready          value 'Y'.
000910     05  item-on-file-sw            pic x(01) value 'N'.
000920         88  item-on-file               value 'Y'.
000930 01  item-tran-read-count           pic 9(07) value zero.
000940 01  item-tran-added-count          pic 9(07) value zero.
000950 01  item-tran-changed-count        pic 9(07) value zero.
000960 01  item-tran-inact-count          pic 9(07) value zero.
000970 01  item-tran-applied-count        pic 9(07) value zero.
000980 01  item-tran-reject-count         pic 9(07) value zero.
000990*---------------------------------------------------------------
001000* per-transaction work fields - the reject reason is the first
001010* failure found, echoed on the report and the return file.
001020*---------------------------------------------------------------
001030 01  item-tran-reject-reason        pic x(20) value spaces.
001040 01  item-update-today              pic x(08).
001050 01  item-update-time               pic x(06).
001060 01  item-update-audit-action       pic x(06).
001070 01  item-update-before-image       pic x(80).
001080 copy 'item-master-edit-variables'.
001090*---------------------------------------------------------------
001100* ITMUPDRP print-line layouts
001110*---------------------------------------------------------------
001120 01  update-heading-line.
001130     05  filler                    pic x(01) value space.
001140     05  filler                    pic x(34)
001150             value 'ITEM MASTER UPDATE FROM PURCHASING'.
001160     05  filler                    pic x(06) value ' DATE '.
001170     05  uph-run-date              pic x(08).
001180 01  update-column-line.
001190     05  filler                    pic x(01) value space.
001200     05  filler                    pic x(04) value 'ACT'.
001210     05  filler                    pic x(10) value 'ITEM CODE'.
001220     05  filler                    pic x(30) value 'DESCRIPTION'.
001230     05  filler                    pic x(02) value spaces.
001240     05  filler                    pic x(10) value 'REQUESTED'.
001250     05  filler                    pic x(13)
001255             value 'REJECT REASON'.
001260 01  update-detail-line.
001270     05  filler                    pic x(02) value spaces.
001280     05  upd-action                pic x(01).
001290     05  filler                    pic x(02) value spaces.
001300     05  upd-item-code             pic x(06).
001310     05  filler                    pic x(04) value spaces.
001320     05  upd-item-desc             pic x(30).
001330     05  filler                    pic x(02) value spaces.
001340     05  upd-requested-by          pic x(08).
001350     05  filler                    pic x(02) value spaces.
001360     05  upd-reject-reason         pic x(20).
001370 01  update-total-line.
001380     05  filler                    pic x(01) value space.
001390     05  upt-label                 pic x(25).
001400     05  upt-count                 pic zzzzzz9.
001410 01  update-blank-line             pic x(80) value spaces.
001420 procedure division.
001430 0000-mainline.
001440     perform 1000-initialize thru 1000-exit.
001450     perform 2000-apply-one thru 2000-exit
001460         until item-update-eof.
001470     perform 9000-finish thru 9000-exit.
001480     stop run.
001490 1000-initialize.
001500     accept item-update-today from date yyyymmdd.
001510     open input transaction-file.
001520     if item-tran-status not = '00'
001530         display 'item-master-update: cannot open ITEMTRAN - '
001540             'status ' item-tran-status
001550         set item-update-eof to true
001560         move 16 to return-code
001570         go to 1000-exit
001580     end-if.
001590     open i-o item-master-file.
001600     if item-update-status not = '00'
001610         display 'item-master-update: cannot open ITEMMAST - '
001620             'status ' item-update-status
001630         set item-update-eof to true
001640         move 16 to return-code
001650         close transaction-file
001660         go to 1000-exit
001670     end-if.
001680     open input dept-master-file.
001690     if dept-edit-status not = '00'
001700         display 'item-master-update: cannot open DEPTMAST - '
001710             'status ' dept-edit-status
001720         set item-update-eof to true
001730         move 16 to return-code
001740         close transaction-file
001750         close item-master-file
001760         go to 1000-exit
001770     end-if.
001780     set item-update-ready to true.
001790     open extend audit-file.
001800     if item-audit-status = '35'
001810         open output audit-file
001820     end-if.
001830     open output return-file.
001840     open output update-report-file.
001850     move item-update-today to uph-run-date.
001860     write update-report-record from update-heading-line.
001870     write update-report-record from update-column-line.
001880     perform 2100-read-transaction thru 2100-exit.
001890 1000-exit.
001900     exit.
001910 2000-apply-one.
001920     add 1 to item-tran-read-count.
001930     perform 2200-validate-one thru 2200-exit.
001940     if item-tran-reject-reason not = spaces
001950         perform 2600-reject-one thru 2600-exit
001960         go to 2000-read-next
001970     end-if.
001980     evaluate true
001990         when imt-action-add
002000             write item-master-record
002001                 invalid key
002002                     move 'ITEMMAST ADD FAILED'
002003                         to item-tran-reject-reason
002004             end-write
002005         when imt-action-change
002006         when imt-action-inactivate
002007             rewrite item-master-record
002008                 invalid key
002009                     move 'ITEMMAST UPDT FAILED'
002010                         to item-tran-reject-reason
002011             end-rewrite
002012     end-evaluate.
002017     if item-tran-reject-reason not = spaces
002018         perform 2600-reject-one thru 2600-exit
002019         go to 2000-read-next
002020     end-if.
002021     evaluate true
002022         when imt-action-add
002023             add 1 to item-tran-added-count
002024             move 'ADD' to item-update-audit-action
002030         when imt-action-change
002050             add 1 to item-tran-changed-count
002060             move 'CHANGE' to item-update-audit-action
002070         when imt-action-inactivate
002090             add 1 to item-tran-inact-count
002100             move 'INACT' to item-update-audit-action
002110     end-evaluate.
002120     add 1 to item-tran-applied-count.
002130     perform 2700-write-audit thru 2700-exit.
002140 2000-read-next.
002150     perform 2100-read-transaction thru 2100-exit.
002160 2000-exit.
002170     exit.
002180 2100-read-transaction.
002190     read transaction-file
002200         at end
002210             set item-update-eof to true
002220     end-read.
002230 2100-exit.
002240     exit.
002250*---------------------------------------------------------------
002260* validate one transaction and build the new master image in
002270* ITEM-MASTER-RECORD - the first failure found is the reason.
002280*---------------------------------------------------------------
002290 2200-validate-one.
002300     move spaces to item-tran-reject-reason.
002310     if not imt-action-add
002320         and not imt-action-change
002330         and not imt-action-inactivate
002340         move 'UNKNOWN ACTION' to item-tran-reject-reason
002350         go to 2200-exit
002360     end-if.
002370     if imt-item-code not numeric
002380         or imt-item-code = zero
002390         move 'ITEM NOT NUMERIC' to item-tran-reject-reason
002400         go to 2200-exit
002410     end-if.
002420     move imt-item-code to im-item-code.
002430     move 'Y' to item-on-file-sw.
002440     read item-master-file
002450         invalid key
002460             move 'N' to item-on-file-sw
002470     end-read.
002480     evaluate true
002490         when imt-action-add
002500             perform 2300-build-add thru 2300-exit
002510         when imt-action-change
002520             perform 2400-build-change thru 2400-exit
002530         when imt-action-inactivate
002540             perform 2500-build-inactivate thru 2500-exit
002550     end-evaluate.
002560 2200-exit.
002570     exit.
002580 2300-build-add.
002590     if item-on-file
002600         move 'ALREADY ON FILE' to item-tran-reject-reason
002610         go to 2300-exit
002620     end-if.
002630     move spaces to item-update-before-image.
002640     move spaces to item-master-record.
002650     move imt-item-code to im-item-code.
002660     move imt-item-desc to im-item-desc.
002670     move imt-item-dept to im-item-dept.
002680     move imt-vendor-code to im-vendor-code.
002690     move imt-unit-value to im-unit-value.
002700     set im-item-active to true.
002710     perform item-master-edit thru item-master-edit-exit.
002720     if not ime-item-valid
002730         move ime-reject-reason to item-tran-reject-reason
002740     end-if.
002750 2300-exit.
002760     exit.
002770*---------------------------------------------------------------
002780* a change carries only what changed - blank text fields and a
002790* zero unit value leave the master's value in place.
002800*---------------------------------------------------------------
002810 2400-build-change.
002820     if not item-on-file
002830         move 'NOT ON FILE' to item-tran-reject-reason
002840         go to 2400-exit
002850     end-if.
002860     if imt-unit-value not numeric
002870         move 'UNIT VALUE NOT NUM' to item-tran-reject-reason
002880         go to 2400-exit
002890     end-if.
002900     move item-master-record to item-update-before-image.
002910     if imt-item-desc not = spaces
002920         move imt-item-desc to im-item-desc
002930     end-if.
002940     if imt-item-dept not = spaces
002950         move imt-item-dept to im-item-dept
002960     end-if.
002970     if imt-vendor-code not = spaces
002980         move imt-vendor-code to im-vendor-code
002990     end-if.
003000     if imt-unit-value not = zero
003010         move imt-unit-value to im-unit-value
003020     end-if.
003030     perform item-master-edit thru item-master-edit-exit.
003040     if not ime-item-valid
003050         move ime-reject-reason to item-tran-reject-reason
003060     end-if.
003070 2400-exit.
003080     exit.
003090 2500-build-inactivate.
003100     if not item-on-file
003110         move 'NOT ON FILE' to item-tran-reject-reason
003120         go to 2500-exit
003130     end-if.
003140     if im-item-inactive
003150         move 'ALREADY INACTIVE' to item-tran-reject-reason
003160         go to 2500-exit
003170     end-if.
003180     move item-master-record to item-update-before-image.
003190     set im-item-inactive to true.
003200 2500-exit.
003210     exit.
003220 2600-reject-one.
003230     add 1 to item-tran-reject-count.
003240     display 'item-master-update: rejected item '
003250         imt-item-code ' - ' item-tran-reject-reason.
003260     move imt-action to upd-action.
003270     move imt-item-code to upd-item-code.
003280     move imt-item-desc to upd-item-desc.
003290     move imt-requested-by to upd-requested-by.
003300     move item-tran-reject-reason to upd-reject-reason.
003310     write update-report-record from update-detail-line.
003320     move item-maint-transaction-record to imr-transaction.
003330     move item-tran-reject-reason to imr-reject-reason.
003340     write item-maint-return-record.
003350 2600-exit.
003360     exit.
003370 2700-write-audit.
003380     accept item-update-time from time.
003390     move spaces to master-change-audit-record.
003400     move item-update-today to mca-change-date.
003410     move item-update-time to mca-change-time.
003420     if imt-requested-by = spaces
003430         move 'ITEMTRAN' to mca-operator
003440     else
003450         move imt-requested-by to mca-operator
003460     end-if.
003470     set mca-source-batch to true.
003480     set mca-master-item to true.
003490     move item-update-audit-action to mca-action.
003500     move im-item-code to mca-record-key.
003510     move item-update-before-image to mca-before-image.
003520     move item-master-record to mca-after-image.
003530     write master-change-audit-record.
003540 2700-exit.
003550     exit.
003560*---------------------------------------------------------------
003570* control totals on the report and the console - the
003580* scheduler holds the screen on anything above return code 4.
003590*---------------------------------------------------------------
003600 9000-finish.
003610     display 'item-master-update: transactions read '
003620         item-tran-read-count.
003630     display 'item-master-update: applied           '
003640         item-tran-applied-count.
003650     display 'item-master-update: rejected          '
003660         item-tran-reject-count.
003670     if not item-update-ready
003680         go to 9000-exit
003690     end-if.
003760     write update-report-record from update-blank-line.
003770     move 'TRANSACTIONS READ' to upt-label.
003780     move item-tran-read-count to upt-count.
003790     write update-report-record from update-total-line.
003800     move 'ITEMS ADDED' to upt-label.
003810     move item-tran-added-count to upt-count.
003820     write update-report-record from update-total-line.
003830     move 'ITEMS CHANGED' to upt-label.
003840     move item-tran-changed-count to upt-count.
003850     write update-report-record from update-total-line.
003860     move 'ITEMS INACTIVATED' to upt-label.
003870     move item-tran-inact-count to upt-count.
003880     write update-report-record from update-total-line.
003890     move 'TOTAL APPLIED' to upt-label.
003900     move item-tran-applied-count to upt-count.
003910     write update-report-record from update-total-line.
003920     move 'TOTAL REJECTED' to upt-label.
003930     move item-tran-reject-count to upt-count.
003940     write update-report-record from update-total-line.
003950     if item-tran-reject-count > 0
003960         move 4 to return-code
003970     end-if.
003980     close transaction-file.
003990     close item-master-file.
004000     close dept-master-file.
004010     close audit-file.
004020     close return-file.
004030     close update-report-file.
004040 9000-exit.
004050     exit.
004060 copy 'item-master-edit'.
