000010 identification division.
000020 program-id. odd-suppress-expiry.
000030 author. data-services-batch-support.
000040 installation. item-processing.
000050 date-written. 2026-10-14.
000060 date-compiled.
000070*---------------------------------------------------------------
000080* modification history
000090*  2026-10-14  dsb  initial version - the weekly ODDSUPP expiry
000100*                   listing, so approved exceptions are re-
000110*                   approved on purpose instead of quietly
000120*                   living forever or quietly lapsing.  Sweeps
000130*                   the suppression file and prints ODDSUXRP:
000140*                   every entry that expires within the window
000150*                   (the ODDSUXPM card gives the report date and
000160*                   the window in days; blank means the system
000170*                   date and 14 days) with the days it has
000180*                   left, and every entry already past its
000190*                   expiry that nobody has renewed or removed,
000200*                   marked EXPIRED.  Ends with return code 4
000210*                   when there is no ODDSUPP file to read.
000220*---------------------------------------------------------------
000230 environment division.
000240 input-output section.
000250 file-control.
000260     select expiry-param-file assign to 'ODDSUXPM'
000270         organization is line sequential
000280         file status is expiry-param-status.
000290     select odd-suppress-file assign to 'ODDSUPP'
000300         organization is indexed
000310         access mode is dynamic
000320         record key is osp-key
000330         file status is odd-suppress-status.
000340     select expiry-report-file assign to 'ODDSUXRP'
000350         organization is line sequential.
000360 data division.
000370 file section.
000380 fd  expiry-param-file
000390     record contains 80 characters.
000400 01  expiry-param-record.
000410     05  sxp-report-date            pic x(08).
000420     05  sxp-window-days            pic x(03).
000430     05  filler                     pic x(69).
000440 fd  odd-suppress-file
000450     record contains 80 characters.
000460 copy 'odd-suppression-record'.
000470 fd  expiry-report-file
000480     record contains 80 characters.
000490 01  expiry-report-record           pic x(80).
000500 working-storage section.
000510 01  expiry-param-status            pic x(02).
000520 01  odd-suppress-status            pic x(02).
000530*---------------------------------------------------------------
000540* switches, counters and the reporting window
000550*---------------------------------------------------------------
000560 01  odd-expiry-switches.
000570     05  odd-expiry-eof-sw          pic x(01) value 'N'.
000580         88  odd-expiry-eof             value 'Y'.
000590     05  odd-expiry-ready-sw        pic x(01) value 'N'.
000600         88  odd-expiry-ready           value 'Y'.
000610 01  odd-expiry-report-date         pic x(08).
000620 01  odd-expiry-horizon-date        pic x(08).
000630 01  odd-expiry-window              pic 9(03) value 14.
000640 01  odd-expiry-read-count          pic 9(06) value zero.
000650 01  odd-expiry-expired-count       pic 9(06) value zero.
000660 01  odd-expiry-due-count           pic 9(06) value zero.
000670 01  odd-expiry-days-left           pic 9(03).
000680*---------------------------------------------------------------
000690* the calendar from the report date to the end of the window,
000700* one yyyymmdd per day, built a day at a time so an entry's
000710* days-left is simply its expiry date's place in the table.
000720*---------------------------------------------------------------
000730 01  odd-expiry-calendar.
000740     05  odd-expiry-calendar-date   occurs 366 times
000750                                    pic x(08).
000760 01  odd-expiry-cal-idx             pic 9(04) comp.
000770 01  odd-expiry-cal-count           pic 9(04) comp.
000780 01  odd-expiry-cal-scan            pic 9(04) comp.
000790 01  odd-expiry-date-work.
000800     05  oxw-year                   pic 9(04).
000810     05  oxw-month                  pic 9(02).
000820     05  oxw-day                    pic 9(02).
000830 01  odd-expiry-date-view redefines odd-expiry-date-work
000840                                    pic x(08).
000850 01  odd-month-days-values          pic x(24)
000860         value '312831303130313130313031'.
000870 01  odd-month-days-table redefines odd-month-days-values.
000880     05  odd-month-days             occurs 12 times
000890                                    pic 9(02).
000900 01  odd-month-length               pic 9(02).
000910 01  odd-leap-quotient              pic 9(04) comp.
000920 01  odd-leap-remainder-4           pic 9(04) comp.
000930 01  odd-leap-remainder-100         pic 9(04) comp.
000940 01  odd-leap-remainder-400         pic 9(04) comp.
000950*---------------------------------------------------------------
000960* ODDSUXRP print-line layouts
000970*---------------------------------------------------------------
000980 01  expiry-heading-line.
000990     05  filler                    pic x(01) value space.
001000     05  filler                    pic x(26)
001010             value 'SUPPRESSIONS EXPIRING BY '.
001020     05  sxh-horizon-date          pic x(08).
001030     05  filler                    pic x(05) value ' RUN '.
001040     05  sxh-report-date           pic x(08).
001050 01  expiry-column-line.
001060     05  filler                    pic x(01) value space.
001070     05  filler                    pic x(08) value 'ITEM'.
001080     05  filler                    pic x(12) value 'REASON'.
001090     05  filler                    pic x(06) value 'DEPT'.
001100     05  filler                    pic x(10) value 'APPROVER'.
001110     05  filler                    pic x(10) value 'APPROVED'.
001120     05  filler                    pic x(10) value 'EXPIRES'.
001130     05  filler                    pic x(09) value 'DAYS LEFT'.
001140 01  expiry-detail-line.
001150     05  filler                    pic x(01) value space.
001160     05  sxd-item-code             pic zzzzz9.
001170     05  filler                    pic x(02) value spaces.
001180     05  sxd-flag-reason           pic x(10).
001190     05  filler                    pic x(02) value spaces.
001200     05  sxd-item-dept             pic x(04).
001210     05  filler                    pic x(02) value spaces.
001220     05  sxd-approved-by           pic x(08).
001230     05  filler                    pic x(02) value spaces.
001240     05  sxd-approved-date         pic x(08).
001250     05  filler                    pic x(02) value spaces.
001260     05  sxd-expiry-date           pic x(08).
001270     05  filler                    pic x(02) value spaces.
001280     05  sxd-days-left             pic x(07).
001290 01  expiry-note-line.
001300     05  filler                    pic x(09) value spaces.
001310     05  filler                    pic x(06) value 'NOTE: '.
001320     05  sxn-note                  pic x(30).
001330 01  expiry-days-edit              pic zz9.
001340 01  expiry-total-line.
001350     05  filler                    pic x(01) value space.
001360     05  sxt-total-label           pic x(30).
001370     05  sxt-total-count           pic zzzzz9.
001380 01  expiry-message-line.
001390     05  filler                    pic x(01) value space.
001400     05  sxm-message               pic x(60).
001410 01  expiry-blank-line             pic x(80) value spaces.
001420 procedure division.
001430 0000-mainline.
001440     perform 1000-initialize thru 1000-exit.
001450     perform 2000-check-one thru 2000-exit
001460         until odd-expiry-eof.
001470     perform 3000-print-totals thru 3000-exit.
001480     perform 9000-finish thru 9000-exit.
001490     stop run.
001500 1000-initialize.
001510     perform 1100-read-expiry-param thru 1100-exit.
001520     perform 1200-build-calendar thru 1200-exit.
001530     open output expiry-report-file.
001540     move odd-expiry-horizon-date to sxh-horizon-date.
001550     move odd-expiry-report-date to sxh-report-date.
001560     write expiry-report-record from expiry-heading-line.
001570     write expiry-report-record from expiry-column-line.
001580     open input odd-suppress-file.
001590     if odd-suppress-status not = '00'
001600         display 'odd-suppress-expiry: no ODDSUPP file - status '
001610             odd-suppress-status
001620         move 'NO ODDSUPP SUPPRESSION FILE TO REPORT ON'
001630             to sxm-message
001640         write expiry-report-record from expiry-message-line
001650         set odd-expiry-eof to true
001660         move 4 to return-code
001670         go to 1000-exit
001680     end-if.
001690     set odd-expiry-ready to true.
001700     move low-values to osp-key.
001710     start odd-suppress-file key not less than osp-key
001720         invalid key
001730             set odd-expiry-eof to true
001740     end-start.
001750     if not odd-expiry-eof
001760         perform 2100-read-entry thru 2100-exit
001770     end-if.
001780 1000-exit.
001790     exit.
001800 1100-read-expiry-param.
001810     open input expiry-param-file.
001820     if expiry-param-status = '00'
001830         read expiry-param-file
001840             at end
001850                 move spaces to expiry-param-record
001860         end-read
001870         close expiry-param-file
001880     else
001890         move spaces to expiry-param-record
001900         display 'odd-suppress-expiry: no ODDSUXPM card - '
001910             'system date and a 14-day window'
001920     end-if.
001930     move sxp-report-date to odd-expiry-date-view.
001940     if sxp-report-date is numeric
001950         and oxw-month > 0 and oxw-month < 13
001960         and oxw-day > 0 and oxw-day < 32
001970         move sxp-report-date to odd-expiry-report-date
001980     else
001990         if sxp-report-date not = spaces
002000             display 'odd-suppress-expiry: report date '
002010                 sxp-report-date ' is not yyyymmdd - using '
002020                 'the system date'
002030         end-if
002040         accept odd-expiry-report-date from date yyyymmdd
002050     end-if.
002060     if sxp-window-days is numeric
002070         and sxp-window-days > '000'
002080         and sxp-window-days < '366'
002090         move sxp-window-days to odd-expiry-window
002100     end-if.
002110 1100-exit.
002120     exit.
002130*---------------------------------------------------------------
002140* day 0 is the report date; each following slot is the day
002150* after the one before it, up to the end of the window.
002160*---------------------------------------------------------------
002170 1200-build-calendar.
002180     move odd-expiry-report-date to odd-expiry-date-view.
002190     move odd-expiry-report-date to odd-expiry-calendar-date (1).
002200     add 1 odd-expiry-window giving odd-expiry-cal-count.
002210     move 2 to odd-expiry-cal-idx.
002220     perform 1210-next-day thru 1210-exit
002230         until odd-expiry-cal-idx > odd-expiry-cal-count.
002240     move odd-expiry-calendar-date (odd-expiry-cal-count)
002250         to odd-expiry-horizon-date.
002260 1200-exit.
002270     exit.
002280 1210-next-day.
002290     move odd-month-days (oxw-month) to odd-month-length.
002300     if oxw-month = 2
002310         divide oxw-year by 4 giving odd-leap-quotient
002320             remainder odd-leap-remainder-4
002330         divide oxw-year by 100 giving odd-leap-quotient
002340             remainder odd-leap-remainder-100
002350         divide oxw-year by 400 giving odd-leap-quotient
002360             remainder odd-leap-remainder-400
002370         if odd-leap-remainder-4 = 0
002380             and (odd-leap-remainder-100 not = 0
002390                 or odd-leap-remainder-400 = 0)
002400             move 29 to odd-month-length
002410         end-if
002420     end-if.
002430     add 1 to oxw-day.
002440     if oxw-day > odd-month-length
002450         move 1 to oxw-day
002460         add 1 to oxw-month
002470         if oxw-month > 12
002480             move 1 to oxw-month
002490             add 1 to oxw-year
002500         end-if
002510     end-if.
002520     move odd-expiry-date-view
002530         to odd-expiry-calendar-date (odd-expiry-cal-idx).
002540     add 1 to odd-expiry-cal-idx.
002550 1210-exit.
002560     exit.
002570*---------------------------------------------------------------
002580* an entry already past its expiry is listed as EXPIRED - it
002590* suppresses nothing now and wants renewing or removing; one
002600* that runs out inside the window shows its days left.
002610*---------------------------------------------------------------
002620 2000-check-one.
002630     add 1 to odd-expiry-read-count.
002640     if osp-expiry-date < odd-expiry-report-date
002650         add 1 to odd-expiry-expired-count
002660         move 'EXPIRED' to sxd-days-left
002670         perform 2300-print-entry thru 2300-exit
002680     else
002690         if osp-expiry-date not > odd-expiry-horizon-date
002700             add 1 to odd-expiry-due-count
002710             perform 2200-days-left thru 2200-exit
002720             move odd-expiry-days-left to expiry-days-edit
002730             move expiry-days-edit to sxd-days-left
002740             perform 2300-print-entry thru 2300-exit
002750         end-if
002760     end-if.
002770     perform 2100-read-entry thru 2100-exit.
002780 2000-exit.
002790     exit.
002800 2100-read-entry.
002810     read odd-suppress-file next record
002820         at end
002830             set odd-expiry-eof to true
002840     end-read.
002850     if odd-suppress-status not = '00'
002860         set odd-expiry-eof to true
002870     end-if.
002880 2100-exit.
002890     exit.
002900 2200-days-left.
002910     move zero to odd-expiry-days-left.
002920     move 1 to odd-expiry-cal-scan.
002930     perform 2210-scan-calendar thru 2210-exit
002940         until odd-expiry-cal-scan > odd-expiry-cal-count.
002950 2200-exit.
002960     exit.
002970 2210-scan-calendar.
002980     if odd-expiry-calendar-date (odd-expiry-cal-scan)
002990         = osp-expiry-date
003000         subtract 1 from odd-expiry-cal-scan
003010             giving odd-expiry-days-left
003020         move odd-expiry-cal-count to odd-expiry-cal-scan
003030     end-if.
003040     add 1 to odd-expiry-cal-scan.
003050 2210-exit.
003060     exit.
003070 2300-print-entry.
003080     move osp-item-code to sxd-item-code.
003090     if osp-flag-reason = spaces
003100         move '(ANY)' to sxd-flag-reason
003110     else
003120         move osp-flag-reason to sxd-flag-reason
003130     end-if.
003140     if osp-item-dept = spaces
003150         move 'ANY' to sxd-item-dept
003160     else
003170         move osp-item-dept to sxd-item-dept
003180     end-if.
003190     move osp-approved-by to sxd-approved-by.
003200     move osp-approved-date to sxd-approved-date.
003210     move osp-expiry-date to sxd-expiry-date.
003220     write expiry-report-record from expiry-detail-line.
003230     move osp-note to sxn-note.
003240     write expiry-report-record from expiry-note-line.
003250 2300-exit.
003260     exit.
003270 3000-print-totals.
003280     write expiry-report-record from expiry-blank-line.
003290     move 'ENTRIES ON ODDSUPP:           ' to sxt-total-label.
003300     move odd-expiry-read-count to sxt-total-count.
003310     write expiry-report-record from expiry-total-line.
003320     move 'ALREADY EXPIRED:              ' to sxt-total-label.
003330     move odd-expiry-expired-count to sxt-total-count.
003340     write expiry-report-record from expiry-total-line.
003350     move 'EXPIRING WITHIN THE WINDOW:   ' to sxt-total-label.
003360     move odd-expiry-due-count to sxt-total-count.
003370     write expiry-report-record from expiry-total-line.
003380 3000-exit.
003390     exit.
003400 9000-finish.
003410     display 'odd-suppress-expiry: entries read    '
003420         odd-expiry-read-count.
003430     display 'odd-suppress-expiry: already expired '
003440         odd-expiry-expired-count.
003450     display 'odd-suppress-expiry: expiring soon   '
003460         odd-expiry-due-count.
003470     close expiry-report-file.
003480     if odd-expiry-ready
003490         close odd-suppress-file
003500     end-if.
003510 9000-exit.
003520     exit.
