000010 identification division.
000020 program-id. odd-access-report.
000030 author. data-services-batch-support.
000040 installation. item-processing.
000050 date-written. 2026-10-15.
000060 date-compiled.
000070*---------------------------------------------------------------
000080* modification history
000090*  2026-10-15  dsb  initial version - the weekly on-line access
000100*                   report for audit.  Covers the seven days
000110*                   ending on the ODDACCPM card's date (blank
000120*                   means the system date) and prints ODDACCRP:
000130*                   one line per operator with what they did on
000140*                   the screens that week - ITEMMAST, DEPTMAST,
000150*                   ODDSUPP and ODDOPAUT changes from the MSTAUDT
000160*                   master-change log, CL/CO/HD dispositions
000170*                   posted from the ODDDAUDT disposition log,
000180*                   run-control overrides from ODDRCLOG, and
000190*                   refused attempts from the ODDSECVL violation
000200*                   log - then every refused attempt in full.
000210*                   Names come from ODDOPAUT.  Ends with return
000220*                   code 4 when the week had refused attempts.
000230*---------------------------------------------------------------
000240 environment division.
000250 input-output section.
000260 file-control.
000270     select access-param-file assign to 'ODDACCPM'
000280         organization is line sequential
000290         file status is access-param-status.
000300     select audit-file assign to 'MSTAUDT'
000310         organization is line sequential
000320         file status is access-input-status.
000330     select disp-audit-file assign to 'ODDDAUDT'
000340         organization is line sequential
000350         file status is access-input-status.
000360     select run-control-log-file assign to 'ODDRCLOG'
000370         organization is line sequential
000380         file status is access-input-status.
000390     select odd-security-violation-file assign to 'ODDSECVL'
000400         organization is line sequential
000410         file status is access-input-status.
000420     select odd-operator-auth-file assign to 'ODDOPAUT'
000430         organization is indexed
000440         access mode is random
000450         record key is oau-operator-id
000460         file status is access-auth-status.
000470     select access-report-file assign to 'ODDACCRP'
000480         organization is line sequential.
000490 data division.
000500 file section.
000510 fd  access-param-file
000520     record contains 80 characters.
000530 01  access-param-record.
000540     05  aap-week-ending            pic x(08).
000550     05  filler                     pic x(72).
000560 fd  audit-file
000570     record contains 240 characters.
000580 copy 'master-change-audit-record'.
000590 fd  disp-audit-file
000600     record contains 80 characters.
000610 copy 'odd-disposition-audit-record'.
000620 fd  run-control-log-file
000630     record contains 80 characters.
000640 copy 'odd-run-control-log-record'.
000650 fd  odd-security-violation-file
000660     record contains 80 characters.
000670 copy 'odd-security-violation-record'.
000680 fd  odd-operator-auth-file
000690     record contains 80 characters.
000700 copy 'odd-operator-authority-record'.
000710 fd  access-report-file
000720     record contains 80 characters.
000730 01  access-report-record           pic x(80).
000740 working-storage section.
000750 01  access-param-status            pic x(02).
000760 01  access-input-status            pic x(02).
000770 01  access-auth-status             pic x(02).
000780*---------------------------------------------------------------
000790* switches, the week and counters
000800*---------------------------------------------------------------
000810 01  access-switches.
000820     05  access-eof-sw              pic x(01) value 'N'.
000830         88  access-eof                 value 'Y'.
000840     05  access-auth-sw             pic x(01) value 'N'.
000850         88  access-auth-open           value 'Y'.
000860 01  access-week-start              pic x(08).
000870 01  access-week-end                pic x(08).
000890 01  access-entry-operator          pic x(08).
000900 01  access-back-count              pic 9(02).
000910 01  access-violation-count         pic 9(06) value zero.
000920 01  access-overflow-count          pic 9(06) value zero.
000930 01  access-date-work.
000940     05  acw-year                   pic 9(04).
000950     05  acw-month                  pic 9(02).
000960     05  acw-day                    pic 9(02).
000970 01  access-date-view redefines access-date-work
000980                                    pic x(08).
000990 01  odd-month-days-values          pic x(24)
001000         value '312831303130313130313031'.
001010 01  odd-month-days-table redefines odd-month-days-values.
001020     05  odd-month-days             occurs 12 times
001030                                    pic 9(02).
001040 01  odd-leap-quotient              pic 9(04) comp.
001050 01  odd-leap-remainder-4           pic 9(04) comp.
001060 01  odd-leap-remainder-100         pic 9(04) comp.
001070 01  odd-leap-remainder-400         pic 9(04) comp.
001080*---------------------------------------------------------------
001090* one entry per operator seen on any of the logs this week,
001100* with a count for each column of the report.  The last entry
001110* carries the totals.
001120*---------------------------------------------------------------
001130 01  access-op-max                  pic 9(04) comp value 200.
001140 01  access-op-count                pic 9(04) comp value zero.
001150 01  access-op-idx                  pic 9(04) comp.
001160 01  access-op-scan                 pic 9(04) comp.
001170 01  access-op-table.
001180     05  access-op-entry            occurs 201 times.
001190         10  aop-operator           pic x(08).
001200         10  aop-item-count         pic 9(05).
001210         10  aop-dept-count         pic 9(05).
001220         10  aop-supp-count         pic 9(05).
001230         10  aop-auth-count         pic 9(05).
001240         10  aop-cl-count           pic 9(05).
001250         10  aop-co-count           pic 9(05).
001260         10  aop-hd-count           pic 9(05).
001270         10  aop-ovrd-count         pic 9(05).
001280         10  aop-viol-count         pic 9(05).
001290*---------------------------------------------------------------
001300* ODDACCRP print-line layouts
001310*---------------------------------------------------------------
001320 01  access-heading-line.
001330     05  filler                    pic x(01) value space.
001340     05  filler                    pic x(31)
001350             value 'ON-LINE ACCESS REPORT FOR WEEK '.
001360     05  ahd-week-start            pic x(08).
001370     05  filler                    pic x(06) value ' THRU '.
001380     05  ahd-week-end              pic x(08).
001390 01  access-column-line.
001400     05  filler                    pic x(01) value space.
001410     05  filler                    pic x(09) value 'OPERATOR'.
001420     05  filler                    pic x(16) value 'NAME'.
001430     05  filler                    pic x(24)
001440             value '  ITEM  DEPT  SUPP  AUTH'.
001450     05  filler                    pic x(30)
001460             value '    CL    CO    HD  OVRD  VIOL'.
001470 01  access-detail-line.
001480     05  filler                    pic x(01) value space.
001490     05  adl-operator              pic x(08).
001500     05  filler                    pic x(01) value space.
001510     05  adl-name                  pic x(16).
001520     05  adl-item-count            pic z(05)9.
001530     05  adl-dept-count            pic z(05)9.
001540     05  adl-supp-count            pic z(05)9.
001550     05  adl-auth-count            pic z(05)9.
001560     05  adl-cl-count              pic z(05)9.
001570     05  adl-co-count              pic z(05)9.
001580     05  adl-hd-count              pic z(05)9.
001590     05  adl-ovrd-count            pic z(05)9.
001600     05  adl-viol-count            pic z(05)9.
001610 01  access-violation-heading.
001620     05  filler                    pic x(01) value space.
001630     05  filler                    pic x(30)
001640             value 'REFUSED ATTEMPTS THIS WEEK'.
001650 01  access-violation-columns.
001660     05  filler                    pic x(01) value space.
001670     05  filler                    pic x(09) value 'DATE'.
001680     05  filler                    pic x(09) value 'OPERATOR'.
001690     05  filler                    pic x(19) value 'PROGRAM'.
001700     05  filler                    pic x(09) value 'ACTION'.
001710     05  filler                    pic x(13) value 'ON'.
001720     05  filler                    pic x(06) value 'REASON'.
001730 01  access-violation-line.
001740     05  filler                    pic x(01) value space.
001750     05  avl-log-date              pic x(08).
001760     05  filler                    pic x(01) value space.
001770     05  avl-operator              pic x(08).
001780     05  filler                    pic x(01) value space.
001790     05  avl-program               pic x(18).
001800     05  filler                    pic x(01) value space.
001810     05  avl-action                pic x(08).
001820     05  filler                    pic x(01) value space.
001830     05  avl-target                pic x(12).
001840     05  filler                    pic x(01) value space.
001850     05  avl-reason                pic x(20).
001860 01  access-none-line.
001870     05  filler                    pic x(01) value space.
001880     05  anl-text                  pic x(40).
001890 01  access-blank-line             pic x(80) value spaces.
001900 procedure division.
001910 0000-mainline.
001920     perform 1000-initialize thru 1000-exit.
001930     perform 2000-read-master-changes thru 2000-exit.
001940     perform 3000-read-dispositions thru 3000-exit.
001950     perform 4000-read-overrides thru 4000-exit.
001960     perform 5000-read-violations thru 5000-exit.
001970     perform 6000-print-activity thru 6000-exit.
001980     perform 7000-print-violations thru 7000-exit.
001990     perform 9000-finish thru 9000-exit.
002000     stop run.
002010 1000-initialize.
002020     perform 1100-read-access-param thru 1100-exit.
002030     perform 1200-find-week-start thru 1200-exit.
002040     open input odd-operator-auth-file.
002050     if access-auth-status = '00'
002060         set access-auth-open to true
002070     else
002080         display 'odd-access-report: no ODDOPAUT - operator '
002090             'names not shown'
002100     end-if.
002110     open output access-report-file.
002120     move access-week-start to ahd-week-start.
002130     move access-week-end to ahd-week-end.
002140     write access-report-record from access-heading-line.
002150     write access-report-record from access-blank-line.
002160 1000-exit.
002170     exit.
002180 1100-read-access-param.
002190     move spaces to access-param-record.
002200     open input access-param-file.
002210     if access-param-status = '00'
002220         read access-param-file
002230             at end
002240                 move spaces to access-param-record
002250         end-read
002260         close access-param-file
002270     end-if.
002280     move aap-week-ending to access-date-view.
002290     if aap-week-ending is numeric
002300         and acw-month > 0 and acw-month < 13
002310         and acw-day > 0 and acw-day < 32
002320         move aap-week-ending to access-week-end
002330     else
002340         if aap-week-ending not = spaces
002350             display 'odd-access-report: week ending '
002360                 aap-week-ending ' is not yyyymmdd - using '
002370                 'the system date'
002380         end-if
002390         accept access-week-end from date yyyymmdd
002400     end-if.
002410 1100-exit.
002420     exit.
002430*---------------------------------------------------------------
002440* the week is the ending date and the six days before it,
002450* stepped back a day at a time across month and year ends.
002460*---------------------------------------------------------------
002470 1200-find-week-start.
002480     move access-week-end to access-date-view.
002490     move zero to access-back-count.
002500     perform 1210-previous-day thru 1210-exit
002510         until access-back-count = 6.
002520     move access-date-view to access-week-start.
002530 1200-exit.
002540     exit.
002550 1210-previous-day.
002560     subtract 1 from acw-day.
002570     if acw-day = 0
002580         subtract 1 from acw-month
002590         if acw-month = 0
002600             move 12 to acw-month
002610             subtract 1 from acw-year
002620         end-if
002630         move odd-month-days (acw-month) to acw-day
002640         if acw-month = 2
002650             divide acw-year by 4 giving odd-leap-quotient
002660                 remainder odd-leap-remainder-4
002670             divide acw-year by 100 giving odd-leap-quotient
002680                 remainder odd-leap-remainder-100
002690             divide acw-year by 400 giving odd-leap-quotient
002700                 remainder odd-leap-remainder-400
002710             if odd-leap-remainder-4 = 0
002720                 and (odd-leap-remainder-100 not = 0
002730                     or odd-leap-remainder-400 = 0)
002740                 move 29 to acw-day
002750             end-if
002760         end-if
002770     end-if.
002780     add 1 to access-back-count.
002790 1210-exit.
002800     exit.
002810*---------------------------------------------------------------
002820* screen changes to the masters, the suppression list and the
002830* authority file - batch feeds are not operator access.
002840*---------------------------------------------------------------
002850 2000-read-master-changes.
002860     open input audit-file.
002870     if access-input-status not = '00'
002880         display 'odd-access-report: no MSTAUDT master-change '
002890             'log - no master changes counted'
002900         go to 2000-exit
002910     end-if.
002920     move 'N' to access-eof-sw.
002930     perform 2100-count-master-change thru 2100-exit
002940         until access-eof.
002950     close audit-file.
002960 2000-exit.
002970     exit.
002980 2100-count-master-change.
002990     read audit-file
003000         at end
003010             set access-eof to true
003020             go to 2100-exit
003030     end-read.
003040     if not mca-source-screen
003050         or mca-change-date < access-week-start
003060         or mca-change-date > access-week-end
003070         go to 2100-exit
003080     end-if.
003090     move mca-operator to access-entry-operator.
003100     perform 8000-find-operator thru 8000-exit.
003110     if access-op-idx = 0
003120         go to 2100-exit
003130     end-if.
003140     evaluate true
003150         when mca-master-item
003160             add 1 to aop-item-count (access-op-idx)
003170         when mca-master-dept
003180             add 1 to aop-dept-count (access-op-idx)
003190         when mca-master-suppress
003200             add 1 to aop-supp-count (access-op-idx)
003210         when mca-master-operator
003220             add 1 to aop-auth-count (access-op-idx)
003230         when other
003240             continue
003250     end-evaluate.
003260 2100-exit.
003270     exit.
003280*---------------------------------------------------------------
003290* dispositions posted on the screen - the operator is the one
003300* the posting stamped as the new worker.
003310*---------------------------------------------------------------
003320 3000-read-dispositions.
003330     open input disp-audit-file.
003340     if access-input-status not = '00'
003350         display 'odd-access-report: no ODDDAUDT disposition '
003360             'log - no dispositions counted'
003370         go to 3000-exit
003380     end-if.
003390     move 'N' to access-eof-sw.
003400     perform 3100-count-disposition thru 3100-exit
003410         until access-eof.
003420     close disp-audit-file.
003430 3000-exit.
003440     exit.
003450 3100-count-disposition.
003460     read disp-audit-file
003470         at end
003480             set access-eof to true
003490             go to 3100-exit
003500     end-read.
003510     if not oda-source-screen
003520         or oda-posted-date < access-week-start
003530         or oda-posted-date > access-week-end
003540         go to 3100-exit
003550     end-if.
003560     move oda-new-worked-by to access-entry-operator.
003570     perform 8000-find-operator thru 8000-exit.
003580     if access-op-idx = 0
003590         go to 3100-exit
003600     end-if.
003610     evaluate oda-new-disp-code
003620         when 'CL'
003630             add 1 to aop-cl-count (access-op-idx)
003640         when 'CO'
003650             add 1 to aop-co-count (access-op-idx)
003660         when 'HD'
003670             add 1 to aop-hd-count (access-op-idx)
003680         when other
003690             continue
003700     end-evaluate.
003710 3100-exit.
003720     exit.
003730 4000-read-overrides.
003740     open input run-control-log-file.
003750     if access-input-status not = '00'
003760         display 'odd-access-report: no ODDRCLOG override log '
003770             '- no overrides counted'
003780         go to 4000-exit
003790     end-if.
003800     move 'N' to access-eof-sw.
003810     perform 4100-count-override thru 4100-exit
003820         until access-eof.
003830     close run-control-log-file.
003840 4000-exit.
003850     exit.
003860 4100-count-override.
003870     read run-control-log-file
003880         at end
003890             set access-eof to true
003900             go to 4100-exit
003910     end-read.
003920     if rcl-log-date < access-week-start
003930         or rcl-log-date > access-week-end
003940         go to 4100-exit
003950     end-if.
003960     move rcl-operator to access-entry-operator.
003970     perform 8000-find-operator thru 8000-exit.
003980     if access-op-idx > 0
003990         add 1 to aop-ovrd-count (access-op-idx)
004000     end-if.
004010 4100-exit.
004020     exit.
004030 5000-read-violations.
004040     open input odd-security-violation-file.
004050     if access-input-status not = '00'
004060         display 'odd-access-report: no ODDSECVL violation log '
004070             '- no refused attempts counted'
004080         go to 5000-exit
004090     end-if.
004100     move 'N' to access-eof-sw.
004110     perform 5100-count-violation thru 5100-exit
004120         until access-eof.
004130     close odd-security-violation-file.
004140 5000-exit.
004150     exit.
004160 5100-count-violation.
004170     read odd-security-violation-file
004180         at end
004190             set access-eof to true
004200             go to 5100-exit
004210     end-read.
004220     if osv-log-date < access-week-start
004230         or osv-log-date > access-week-end
004240         go to 5100-exit
004250     end-if.
004260     add 1 to access-violation-count.
004270     move osv-operator to access-entry-operator.
004280     perform 8000-find-operator thru 8000-exit.
004290     if access-op-idx > 0
004300         add 1 to aop-viol-count (access-op-idx)
004310     end-if.
004320 5100-exit.
004330     exit.
004340*---------------------------------------------------------------
004350* one line per operator in the order first seen, then the
004360* totals.
004370*---------------------------------------------------------------
004380 6000-print-activity.
004390     write access-report-record from access-column-line.
004400     compute access-op-scan = access-op-max + 1.
004410     initialize access-op-entry (access-op-scan).
004420     move 1 to access-op-idx.
004430     perform 6100-print-operator thru 6100-exit
004440         until access-op-idx > access-op-count.
004450     if access-op-count = 0
004460         move 'NO ON-LINE ACTIVITY THIS WEEK' to anl-text
004470         write access-report-record from access-none-line
004480     end-if.
004490     write access-report-record from access-blank-line.
004500     move access-op-scan to access-op-idx.
004510     move spaces to adl-operator.
004520     move 'TOTALS' to adl-name.
004530     perform 6200-format-counts thru 6200-exit.
004540     write access-report-record from access-detail-line.
004550 6000-exit.
004560     exit.
004570 6100-print-operator.
004580     move aop-operator (access-op-idx) to adl-operator.
004590     move 'NOT ON ODDOPAUT' to adl-name.
004600     if access-auth-open
004610         move aop-operator (access-op-idx) to oau-operator-id
004620         read odd-operator-auth-file
004630             invalid key
004640                 continue
004650             not invalid key
004660                 move oau-operator-name to adl-name
004670         end-read
004680     end-if.
004690     perform 6200-format-counts thru 6200-exit.
004700     write access-report-record from access-detail-line.
004710     add aop-item-count (access-op-idx)
004720         to aop-item-count (access-op-scan).
004730     add aop-dept-count (access-op-idx)
004740         to aop-dept-count (access-op-scan).
004750     add aop-supp-count (access-op-idx)
004760         to aop-supp-count (access-op-scan).
004770     add aop-auth-count (access-op-idx)
004780         to aop-auth-count (access-op-scan).
004790     add aop-cl-count (access-op-idx)
004800         to aop-cl-count (access-op-scan).
004810     add aop-co-count (access-op-idx)
004820         to aop-co-count (access-op-scan).
004830     add aop-hd-count (access-op-idx)
004840         to aop-hd-count (access-op-scan).
004850     add aop-ovrd-count (access-op-idx)
004860         to aop-ovrd-count (access-op-scan).
004870     add aop-viol-count (access-op-idx)
004880         to aop-viol-count (access-op-scan).
004890     add 1 to access-op-idx.
004900 6100-exit.
004910     exit.
004920 6200-format-counts.
004930     move aop-item-count (access-op-idx) to adl-item-count.
004940     move aop-dept-count (access-op-idx) to adl-dept-count.
004950     move aop-supp-count (access-op-idx) to adl-supp-count.
004960     move aop-auth-count (access-op-idx) to adl-auth-count.
004970     move aop-cl-count (access-op-idx) to adl-cl-count.
004980     move aop-co-count (access-op-idx) to adl-co-count.
004990     move aop-hd-count (access-op-idx) to adl-hd-count.
005000     move aop-ovrd-count (access-op-idx) to adl-ovrd-count.
005010     move aop-viol-count (access-op-idx) to adl-viol-count.
005020 6200-exit.
005030     exit.
005040*---------------------------------------------------------------
005050* a second pass of ODDSECVL lists the week's refusals in full.
005060*---------------------------------------------------------------
005070 7000-print-violations.
005080     write access-report-record from access-blank-line.
005090     write access-report-record from access-violation-heading.
005100     write access-report-record from access-violation-columns.
005110     if access-violation-count = 0
005120         move 'NO REFUSED ATTEMPTS THIS WEEK' to anl-text
005130         write access-report-record from access-none-line
005140         go to 7000-exit
005150     end-if.
005160     open input odd-security-violation-file.
005170     move 'N' to access-eof-sw.
005180     perform 7100-print-violation thru 7100-exit
005190         until access-eof.
005200     close odd-security-violation-file.
005210 7000-exit.
005220     exit.
005230 7100-print-violation.
005240     read odd-security-violation-file
005250         at end
005260             set access-eof to true
005270             go to 7100-exit
005280     end-read.
005290     if osv-log-date < access-week-start
005300         or osv-log-date > access-week-end
005310         go to 7100-exit
005320     end-if.
005330     move osv-log-date to avl-log-date.
005340     move osv-operator to avl-operator.
005350     move osv-program to avl-program.
005360     move osv-action to avl-action.
005370     move osv-target to avl-target.
005380     move osv-reason to avl-reason.
005390     write access-report-record from access-violation-line.
005400 7100-exit.
005410     exit.
005420*---------------------------------------------------------------
005430* find the operator's entry, adding one the first time they
005440* are seen; past capacity the entry is counted and dropped.
005450*---------------------------------------------------------------
005460 8000-find-operator.
005470     move zero to access-op-idx.
005480     move 1 to access-op-scan.
005490     perform 8100-scan-operator thru 8100-exit
005500         until access-op-scan > access-op-count
005510         or access-op-idx > 0.
005520     if access-op-idx > 0
005530         go to 8000-exit
005540     end-if.
005550     if access-op-count not < access-op-max
005560         add 1 to access-overflow-count
005570         go to 8000-exit
005580     end-if.
005590     add 1 to access-op-count.
005600     move access-op-count to access-op-idx.
005610     initialize access-op-entry (access-op-idx).
005620     move access-entry-operator to aop-operator (access-op-idx).
005630 8000-exit.
005640     exit.
005650 8100-scan-operator.
005660     if aop-operator (access-op-scan) = access-entry-operator
005670         move access-op-scan to access-op-idx
005680     end-if.
005690     add 1 to access-op-scan.
005700 8100-exit.
005710     exit.
005720 9000-finish.
005730     close access-report-file.
005740     if access-auth-open
005750         close odd-operator-auth-file
005760     end-if.
005770     if access-overflow-count > 0
005780         display 'odd-access-report: warning - '
005790             access-overflow-count ' entries past the operator '
005800             'table capacity were not counted'
005810     end-if.
005820     display 'odd-access-report: week ' access-week-start
005830         ' thru ' access-week-end ' - operators '
005840         access-op-count ' refused attempts '
005850         access-violation-count.
005860     if access-violation-count > 0
005870         move 4 to return-code
005880     end-if.
005890 9000-exit.
005900     exit.
