000010 identification division.
000020 program-id. master-change-report.
000030 author. data-services-batch-support.
000040 installation. item-processing.
000050 date-written. 2026-10-14.
000060 date-compiled.
000070*---------------------------------------------------------------
000080* modification history
000090*  2026-10-14  dsb  initial version - the daily master-change
000100*                   report.  Reads the MSTAUDT master-change log
000110*                   written by ITEM-MASTER-MAINT and DEPT-
000120*                   MASTER-MAINT, picks out one day's entries
000130*                   (the date comes from the MSTCHGPM card,
000140*                   blank means the system date), and prints
000150*                   MSTCHGRP: one line per change with the time,
000160*                   operator, path, master, action and key, then
000170*                   the record as it stood before and after,
000180*                   laid out field by field, and closing counts
000190*                   by action - so "who changed this item and
000200*                   when" is answered from paper the next
000210*                   morning.
000220*---------------------------------------------------------------
000230 environment division.
000240 input-output section.
000250 file-control.
000260     select change-param-file assign to 'MSTCHGPM'
000270         organization is line sequential
000280         file status is change-param-status.
000290     select audit-file assign to 'MSTAUDT'
000300         organization is line sequential
000310         file status is change-audit-status.
000320     select change-report-file assign to 'MSTCHGRP'
000330         organization is line sequential.
000340 data division.
000350 file section.
000360 fd  change-param-file
000370     record contains 80 characters.
000380 01  change-param-record.
000390     05  mcp-report-date            pic x(08).
000400     05  filler                     pic x(72).
000410 fd  audit-file
000420     record contains 240 characters.
000430 copy 'master-change-audit-record'.
000440 fd  change-report-file
000450     record contains 80 characters.
000460 01  change-report-record           pic x(80).
000470 working-storage section.
000480 01  change-param-status            pic x(02).
000490 01  change-audit-status            pic x(02).
000500*---------------------------------------------------------------
000510* switches and counters
000520*---------------------------------------------------------------
000530 01  mcr-switches.
000540     05  mcr-eof-sw                 pic x(01) value 'N'.
000550         88  mcr-eof                    value 'Y'.
000560     05  mcr-ready-sw               pic x(01) value 'N'.
000570         88  mcr-ready                  value 'Y'.
000580 01  mcr-report-date                pic x(08).
000590 01  mcr-read-count                 pic 9(07) value zero.
000600 01  mcr-print-count                pic 9(07) value zero.
000610 01  mcr-add-count                  pic 9(07) value zero.
000620 01  mcr-change-count               pic 9(07) value zero.
000630 01  mcr-inact-count                pic 9(07) value zero.
000640 01  mcr-delete-count               pic 9(07) value zero.
000650 01  mcr-other-count                pic 9(07) value zero.
000660 01  mcr-lines-per-page             pic 9(04) comp value 50.
000670 01  mcr-line-count                 pic 9(04) comp value zero.
000680 01  mcr-page-count                 pic 9(04) comp value zero.
000690*---------------------------------------------------------------
000700* one side of a change (before or after) and the ways it is
000710* read - the item master layout, the department layout, or
000720* as raw bytes for any other master on the log.
000730*---------------------------------------------------------------
000740 01  mcr-image                      pic x(80).
000750 01  mcr-item-image redefines mcr-image.
000760     05  mci-item-code              pic 9(06).
000770     05  mci-item-desc              pic x(30).
000780     05  mci-item-dept              pic x(04).
000790     05  mci-vendor-code            pic x(06).
000800     05  mci-unit-value             pic 9(05)v99.
000810     05  mci-item-status            pic x(01).
000820     05  filler                     pic x(26).
000830 01  mcr-dept-image redefines mcr-image.
000840     05  mcd-dept-code              pic x(04).
000850     05  mcd-dept-name              pic x(30).
000860     05  mcd-routing                pic x(30).
000870     05  filler                     pic x(16).
000880 01  mcr-image-label                pic x(07).
000890*---------------------------------------------------------------
000900* MSTCHGRP print-line layouts
000910*---------------------------------------------------------------
000920 01  mcr-heading-line.
000930     05  filler                    pic x(01) value space.
000940     05  filler                    pic x(30)
000950             value 'MASTER FILE CHANGES FOR DATE '.
000960     05  mch-report-date           pic x(08).
000970     05  filler                    pic x(27) value spaces.
000980     05  filler                    pic x(05) value 'PAGE '.
000990     05  mch-page-no               pic zzz9.
001000 01  mcr-column-line.
001010     05  filler                    pic x(01) value space.
001020     05  filler                    pic x(08) value 'TIME'.
001030     05  filler                    pic x(10) value 'OPERATOR'.
001040     05  filler                    pic x(08) value 'PATH'.
001050     05  filler                    pic x(10) value 'MASTER'.
001060     05  filler                    pic x(08) value 'ACTION'.
001070     05  filler                    pic x(20) value 'KEY'.
001080 01  mcr-detail-line.
001090     05  filler                    pic x(01) value space.
001100     05  mcl-change-time           pic x(06).
001110     05  filler                    pic x(02) value spaces.
001120     05  mcl-operator              pic x(08).
001130     05  filler                    pic x(02) value spaces.
001140     05  mcl-source                pic x(06).
001150     05  filler                    pic x(02) value spaces.
001160     05  mcl-master                pic x(08).
001170     05  filler                    pic x(02) value spaces.
001180     05  mcl-action                pic x(06).
001190     05  filler                    pic x(02) value spaces.
001200     05  mcl-record-key            pic x(20).
001210 01  mcr-item-image-line.
001220     05  filler                    pic x(05) value spaces.
001230     05  mil-label                 pic x(07).
001240     05  mil-item-desc             pic x(30).
001250     05  filler                    pic x(01) value space.
001260     05  mil-item-dept             pic x(04).
001270     05  filler                    pic x(01) value space.
001280     05  mil-vendor-code           pic x(06).
001290     05  filler                    pic x(01) value space.
001300     05  mil-unit-value            pic zzzz9.99.
001310     05  filler                    pic x(01) value space.
001320     05  mil-item-status           pic x(01).
001330 01  mcr-dept-image-line.
001340     05  filler                    pic x(05) value spaces.
001350     05  mdl-label                 pic x(07).
001360     05  mdl-dept-name             pic x(30).
001370     05  filler                    pic x(01) value space.
001380     05  mdl-routing               pic x(30).
001390 01  mcr-raw-image-line.
001400     05  filler                    pic x(05) value spaces.
001410     05  mrl-label                 pic x(07).
001420     05  mrl-image                 pic x(68).
001430 01  mcr-none-image-line.
001440     05  filler                    pic x(05) value spaces.
001450     05  mnl-label                 pic x(07).
001460     05  filler                    pic x(06) value '(NONE)'.
001470 01  mcr-total-head-line.
001480     05  filler                    pic x(01) value space.
001490     05  filler                    pic x(25)
001500             value 'CHANGES BY ACTION FOR '.
001510     05  mct-report-date           pic x(08).
001520 01  mcr-total-line.
001530     05  filler                    pic x(01) value space.
001540     05  mtl-label                 pic x(20).
001550     05  mtl-count                 pic zzzzzz9.
001560 01  mcr-blank-line                pic x(80) value spaces.
001570 procedure division.
001580 0000-mainline.
001590     perform 1000-initialize thru 1000-exit.
001600     if mcr-ready
001610         perform 2000-print-one-change thru 2000-exit
001620             until mcr-eof
001630         perform 3000-print-totals thru 3000-exit
001640     end-if.
001650     perform 9000-finish thru 9000-exit.
001660     stop run.
001670 1000-initialize.
001680     perform 1100-read-change-param thru 1100-exit.
001690     open input audit-file.
001700     if change-audit-status = '35'
001710         display 'master-change-report: no MSTAUDT log - '
001720             'no master changes have been recorded'
001730         set mcr-eof to true
001740         move 4 to return-code
001750     else
001760         if change-audit-status not = '00'
001770             display 'master-change-report: cannot open MSTAUDT '
001780                 '- status ' change-audit-status
001790             move 16 to return-code
001800             go to 1000-exit
001810         end-if
001820     end-if.
001830     open output change-report-file.
001840     set mcr-ready to true.
001850     perform 2200-print-heading thru 2200-exit.
001860     if not mcr-eof
001870         perform 2100-read-change thru 2100-exit
001880     end-if.
001890 1000-exit.
001900     exit.
001910 1100-read-change-param.
001920     move spaces to change-param-record.
001930     open input change-param-file.
001940     if change-param-status = '00'
001950         read change-param-file
001960             at end
001970                 move spaces to change-param-record
001980         end-read
001990         close change-param-file
002000     else
002010         display 'master-change-report: no MSTCHGPM card - '
002020             'using the system date'
002030     end-if.
002040     if mcp-report-date is numeric
002050         move mcp-report-date to mcr-report-date
002060     else
002070         accept mcr-report-date from date yyyymmdd
002080     end-if.
002090 1100-exit.
002100     exit.
002110*---------------------------------------------------------------
002120* the log is in the order the changes were made, so the day's
002130* entries come out in time order with no sort.
002140*---------------------------------------------------------------
002150 2000-print-one-change.
002160     if mca-change-date = mcr-report-date
002170         perform 2300-print-change thru 2300-exit
002180     end-if.
002190     perform 2100-read-change thru 2100-exit.
002200 2000-exit.
002210     exit.
002220 2100-read-change.
002230     read audit-file
002240         at end
002250             set mcr-eof to true
002260             go to 2100-exit
002270     end-read.
002280     add 1 to mcr-read-count.
002290 2100-exit.
002300     exit.
002310 2200-print-heading.
002320     add 1 to mcr-page-count.
002330     move mcr-report-date to mch-report-date.
002340     move mcr-page-count to mch-page-no.
002350     write change-report-record from mcr-heading-line.
002360     write change-report-record from mcr-column-line.
002370     write change-report-record from mcr-blank-line.
002380     move zero to mcr-line-count.
002390 2200-exit.
002400     exit.
002410 2300-print-change.
002420     if mcr-line-count >= mcr-lines-per-page
002430         perform 2200-print-heading thru 2200-exit
002440     end-if.
002450     add 1 to mcr-print-count.
002460     evaluate true
002470         when mca-action-add
002480             add 1 to mcr-add-count
002490         when mca-action-change
002500             add 1 to mcr-change-count
002510         when mca-action-inactivate
002520             add 1 to mcr-inact-count
002530         when mca-action-delete
002540             add 1 to mcr-delete-count
002550         when other
002560             add 1 to mcr-other-count
002570     end-evaluate.
002580     move mca-change-time to mcl-change-time.
002590     move mca-operator to mcl-operator.
002600     move mca-source to mcl-source.
002610     move mca-master to mcl-master.
002620     move mca-action to mcl-action.
002630     move mca-record-key to mcl-record-key.
002640     write change-report-record from mcr-detail-line.
002650     move 'BEFORE ' to mcr-image-label.
002660     move mca-before-image to mcr-image.
002670     perform 2400-print-image thru 2400-exit.
002680     move 'AFTER  ' to mcr-image-label.
002690     move mca-after-image to mcr-image.
002700     perform 2400-print-image thru 2400-exit.
002710     write change-report-record from mcr-blank-line.
002720     add 4 to mcr-line-count.
002730 2300-exit.
002740     exit.
002750 2400-print-image.
002760     if mcr-image = spaces
002770         move mcr-image-label to mnl-label
002780         write change-report-record from mcr-none-image-line
002790         go to 2400-exit
002800     end-if.
002810     evaluate true
002820         when mca-master-item
002830             move mcr-image-label to mil-label
002840             move mci-item-desc to mil-item-desc
002850             move mci-item-dept to mil-item-dept
002860             move mci-vendor-code to mil-vendor-code
002870             move zero to mil-unit-value
002880             if mci-unit-value is numeric
002890                 move mci-unit-value to mil-unit-value
002900             end-if
002910             move mci-item-status to mil-item-status
002920             write change-report-record
002930                 from mcr-item-image-line
002940         when mca-master-dept
002950             move mcr-image-label to mdl-label
002960             move mcd-dept-name to mdl-dept-name
002970             move mcd-routing to mdl-routing
002980             write change-report-record
002990                 from mcr-dept-image-line
003000         when other
003010             move mcr-image-label to mrl-label
003020             move mcr-image to mrl-image
003030             write change-report-record
003040                 from mcr-raw-image-line
003050     end-evaluate.
003060 2400-exit.
003070     exit.
003080 3000-print-totals.
003090     write change-report-record from mcr-blank-line.
003100     move mcr-report-date to mct-report-date.
003110     write change-report-record from mcr-total-head-line.
003120     move 'ADDED' to mtl-label.
003130     move mcr-add-count to mtl-count.
003140     write change-report-record from mcr-total-line.
003150     move 'CHANGED' to mtl-label.
003160     move mcr-change-count to mtl-count.
003170     write change-report-record from mcr-total-line.
003180     move 'INACTIVATED' to mtl-label.
003190     move mcr-inact-count to mtl-count.
003200     write change-report-record from mcr-total-line.
003210     move 'DELETED' to mtl-label.
003220     move mcr-delete-count to mtl-count.
003230     write change-report-record from mcr-total-line.
003240     if mcr-other-count > 0
003250         move 'OTHER' to mtl-label
003260         move mcr-other-count to mtl-count
003270         write change-report-record from mcr-total-line
003280     end-if.
003290     move 'TOTAL CHANGES' to mtl-label.
003300     move mcr-print-count to mtl-count.
003310     write change-report-record from mcr-total-line.
003320 3000-exit.
003330     exit.
003340 9000-finish.
003350     display 'master-change-report: log records read '
003360         mcr-read-count.
003370     display 'master-change-report: changes printed  '
003380         mcr-print-count.
003390     if not mcr-ready
003400         go to 9000-exit
003410     end-if.
003420     close change-report-file.
003430     if change-audit-status not = '35'
003440         close audit-file
003450     end-if.
003460 9000-exit.
003470     exit.
