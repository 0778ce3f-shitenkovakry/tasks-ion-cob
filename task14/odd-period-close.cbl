000010 identification division.
000020 program-id. odd-period-close.
000030 author. data-services-batch-support.
000040 installation. item-processing.
000050 date-written. 2026-10-15.
000060 date-compiled.
000070*---------------------------------------------------------------
000080* modification history
000090*  2026-10-15  dsb  initial version - month-end close of the
000100*                   ODDRSLT flagged-item history, so the figures
000110*                   handed to finance stop moving after they are
000120*                   reported.  The ODDCLSPM card asks for a close
000130*                   (C) or a reopen (R) of one month (yyyymm)
000140*                   by a named operator.  A close is taken only
000150*                   for a month that has ended and is not
000160*                   already closed: it prints ODDCLSRP, the
000170*                   month-end snapshot by department - flagged
000180*                   count and value and the CL/CO/HD/unworked
000190*                   disposition mix - and marks the month closed
000200*                   on the ODDCLOSE close-control file, after
000210*                   which FIND-ODD-SCREEN, ODD-DISPOSITION-INTAKE
000220*                   and ODD-RESULT-MAINT refuse to change ODDRSLT
000230*                   records with run dates in it (ODD-PERIOD-
000240*                   CHECK).  A reopen needs a reason and lifts
000250*                   the freeze until the month is closed again.
000260*                   Every close and reopen is appended to the
000270*                   ODDCLLOG log.  A refused card ends with
000280*                   return code 8, a missing ODDRSLT with 16.
000290*---------------------------------------------------------------
000300 environment division.
000310 input-output section.
000320 file-control.
000330     select close-param-file assign to 'ODDCLSPM'
000340         organization is line sequential
000350         file status is close-param-status.
000360     select odd-period-close-file assign to 'ODDCLOSE'
000370         organization is indexed
000380         access mode is random
000390         record key is opc-period
000400         file status is odd-close-status.
000410     select odd-result-file assign to 'ODDRSLT'
000420         organization is indexed
000430         access mode is dynamic
000440         record key is oir-key
000450         file status is odd-result-status.
000460     select close-report-file assign to 'ODDCLSRP'
000470         organization is line sequential.
000480     select close-log-file assign to 'ODDCLLOG'
000490         organization is line sequential
000500         file status is close-log-status.
000510 data division.
000520 file section.
000530 fd  close-param-file
000540     record contains 80 characters.
000550 01  close-param-record.
000560     05  pcp-action                 pic x(01).
000570         88  pcp-close                  value 'C'.
000580         88  pcp-reopen                 value 'R'.
000590     05  pcp-period                 pic x(06).
000600     05  pcp-period-parts redefines pcp-period.
000610         10  pcp-year               pic 9(04).
000620         10  pcp-month              pic 9(02).
000630     05  pcp-operator               pic x(08).
000640     05  pcp-reason                 pic x(30).
000650     05  filler                     pic x(35).
000660 fd  odd-period-close-file
000670     record contains 80 characters.
000680 copy 'odd-period-close-record'.
000690 fd  odd-result-file
000700     record contains 100 characters.
000710 copy 'odd-item-result-record'.
000720 fd  close-report-file
000730     record contains 80 characters.
000740 01  close-report-record            pic x(80).
000750 fd  close-log-file
000760     record contains 80 characters.
000770 copy 'odd-period-close-log-record'.
000780 working-storage section.
000790 01  close-param-status             pic x(02).
000800 01  odd-close-status               pic x(02).
000810 01  odd-result-status              pic x(02).
000820 01  close-log-status               pic x(02).
000830*---------------------------------------------------------------
000840* switches and counters
000850*---------------------------------------------------------------
000860 01  odd-close-switches.
000870     05  odd-close-refused-sw       pic x(01) value 'N'.
000880         88  odd-close-refused          value 'Y'.
000890     05  odd-close-file-sw          pic x(01) value 'N'.
000900         88  odd-close-file-open        value 'Y'.
000910     05  odd-close-log-sw           pic x(01) value 'N'.
000920         88  odd-close-log-open         value 'Y'.
000930     05  odd-close-on-file-sw       pic x(01) value 'N'.
000940         88  odd-close-on-file          value 'Y'.
000950     05  odd-snap-eof-sw            pic x(01) value 'N'.
000960         88  odd-snap-eof               value 'Y'.
000970 01  odd-close-today                pic x(08).
000980 01  odd-close-today-view redefines odd-close-today.
000990     05  odd-close-this-period      pic x(06).
001000     05  filler                     pic x(02).
001010 01  odd-close-time                 pic x(06).
001020 01  odd-close-message              pic x(60) value spaces.
001030 01  odd-snap-run-dates            pic 9(04) comp value zero.
001040 01  odd-snap-last-date             pic x(08) value spaces.
001050*---------------------------------------------------------------
001060* the month-end snapshot by department, kept in department
001070* order as departments turn up.  Entries 1-200 are the
001080* departments, 201 lumps in any past the 200th and 202 is the
001090* month's total.
001100*---------------------------------------------------------------
001110 01  odd-snap-table.
001120     05  odd-snap-entry             occurs 202 times.
001130         10  osn-dept               pic x(04).
001140         10  osn-flag-count         pic 9(06).
001150         10  osn-flag-value         pic 9(10)v99.
001160         10  osn-cleared-count      pic 9(06).
001170         10  osn-corrected-count    pic 9(06).
001180         10  osn-held-count         pic 9(06).
001190         10  osn-unworked-count     pic 9(06).
001200 01  odd-snap-dept-count            pic 9(04) comp value zero.
001210 01  odd-snap-max-depts             pic 9(04) comp value 200.
001220 01  odd-snap-other-idx            pic 9(04) comp value 201.
001230 01  odd-snap-total-idx            pic 9(04) comp value 202.
001240 01  odd-snap-idx                   pic 9(04) comp.
001250 01  odd-snap-scan                  pic 9(04) comp.
001260 01  odd-snap-from                  pic 9(04) comp.
001270*---------------------------------------------------------------
001280* ODDCLSRP print-line layouts
001290*---------------------------------------------------------------
001300 01  snap-heading-line.
001310     05  filler                    pic x(01) value space.
001320     05  filler                    pic x(29)
001330             value 'MONTH-END ODD-ITEM SNAPSHOT'.
001340     05  filler                    pic x(07) value 'PERIOD '.
001350     05  csh-period                pic x(06).
001360     05  filler                    pic x(08) value ' CLOSED '.
001370     05  csh-close-date            pic x(08).
001380     05  filler                    pic x(04) value ' BY '.
001390     05  csh-operator              pic x(08).
001400 01  snap-column-line.
001410     05  filler                    pic x(01) value space.
001420     05  filler                    pic x(06) value 'DEPT'.
001430     05  filler                    pic x(07) value 'FLAGGED'.
001440     05  filler                    pic x(15)
001450             value '          VALUE'.
001460     05  filler                    pic x(10) value '   CLEARED'.
001470     05  filler                    pic x(10) value ' CORRECTED'.
001480     05  filler                    pic x(10) value '      HELD'.
001490     05  filler                    pic x(10) value '  UNWORKED'.
001500 01  snap-detail-line.
001510     05  filler                    pic x(01) value space.
001520     05  csd-dept                  pic x(04).
001530     05  filler                    pic x(03) value spaces.
001540     05  csd-flag-count            pic zzzzz9.
001550     05  filler                    pic x(02) value spaces.
001560     05  csd-flag-value            pic zz,zzz,zz9.99.
001570     05  filler                    pic x(04) value spaces.
001580     05  csd-cleared-count         pic zzzzz9.
001590     05  filler                    pic x(04) value spaces.
001600     05  csd-corrected-count       pic zzzzz9.
001610     05  filler                    pic x(04) value spaces.
001620     05  csd-held-count            pic zzzzz9.
001630     05  filler                    pic x(04) value spaces.
001640     05  csd-unworked-count        pic zzzzz9.
001650 01  snap-run-dates-line.
001660     05  filler                    pic x(01) value space.
001670     05  filler                    pic x(30)
001680             value 'RUN DATES IN THE PERIOD:'.
001690     05  csr-run-dates             pic zzz9.
001700 01  snap-message-line.
001710     05  filler                    pic x(01) value space.
001720     05  csm-message               pic x(60).
001730 01  snap-blank-line              pic x(80) value spaces.
001740 procedure division.
001750 0000-mainline.
001760     perform 1000-initialize thru 1000-exit.
001770     if not odd-close-refused
001780         if pcp-close
001790             perform 2000-close-period thru 2000-exit
001800         else
001810             perform 4000-reopen-period thru 4000-exit
001820         end-if
001830     end-if.
001840     perform 9000-finish thru 9000-exit.
001850     stop run.
001860 1000-initialize.
001870     accept odd-close-today from date yyyymmdd.
001880     accept odd-close-time from time.
001890     open output close-report-file.
001900     perform 1100-read-close-param thru 1100-exit.
001910     if odd-close-refused
001920         go to 1000-exit
001930     end-if.
001940     perform 1200-validate-param thru 1200-exit.
001950     if odd-close-refused
001960         go to 1000-exit
001970     end-if.
001980     perform 1300-open-close-file thru 1300-exit.
001990     if odd-close-refused
002000         go to 1000-exit
002010     end-if.
002020     open extend close-log-file.
002030     if close-log-status = '35'
002040         open output close-log-file
002050     end-if.
002060     set odd-close-log-open to true.
002070 1000-exit.
002080     exit.
002090*---------------------------------------------------------------
002100* no card, no close - a month is never closed or reopened by
002110* default.
002120*---------------------------------------------------------------
002130 1100-read-close-param.
002140     open input close-param-file.
002150     if close-param-status not = '00'
002160         move 'NO ODDCLSPM CARD - NOTHING CLOSED OR REOPENED'
002170             to odd-close-message
002180         perform 8100-refuse thru 8100-exit
002190         go to 1100-exit
002200     end-if.
002210     read close-param-file
002220         at end
002230             move 'EMPTY ODDCLSPM CARD - NOTHING CLOSED'
002240                 to odd-close-message
002250             perform 8100-refuse thru 8100-exit
002260     end-read.
002270     close close-param-file.
002280 1100-exit.
002290     exit.
002300 1200-validate-param.
002310     evaluate true
002320         when not pcp-close and not pcp-reopen
002330             move 'ACTION MUST BE C (CLOSE) OR R (REOPEN)'
002340                 to odd-close-message
002350         when pcp-period not numeric
002360             move 'PERIOD MUST BE YYYYMM' to odd-close-message
002370         when pcp-month < 1 or pcp-month > 12
002380             move 'PERIOD MUST BE YYYYMM' to odd-close-message
002390         when pcp-operator = spaces
002400             move 'NO OPERATOR ON THE ODDCLSPM CARD'
002410                 to odd-close-message
002420         when pcp-close
002430             and pcp-period not < odd-close-this-period
002440             move 'MONTH HAS NOT ENDED - CANNOT CLOSE IT YET'
002450                 to odd-close-message
002460         when pcp-reopen and pcp-reason = spaces
002470             move 'A REOPEN NEEDS A REASON ON THE CARD'
002480                 to odd-close-message
002490     end-evaluate.
002500     if odd-close-message not = spaces
002510         perform 8100-refuse thru 8100-exit
002520     end-if.
002530 1200-exit.
002540     exit.
002550 1300-open-close-file.
002560     open i-o odd-period-close-file.
002570     if odd-close-status = '35'
002580         open output odd-period-close-file
002590         close odd-period-close-file
002600         open i-o odd-period-close-file
002610     end-if.
002620     if odd-close-status not = '00'
002630         display 'odd-period-close: cannot open ODDCLOSE - '
002635             'status ' odd-close-status
002650         move 'CANNOT OPEN THE ODDCLOSE CLOSE-CONTROL FILE'
002660             to odd-close-message
002670         perform 8100-refuse thru 8100-exit
002680         move 16 to return-code
002690         go to 1300-exit
002700     end-if.
002710     set odd-close-file-open to true.
002720     move 'N' to odd-close-on-file-sw.
002730     move pcp-period to opc-period.
002740     read odd-period-close-file
002750         invalid key
002760             continue
002770         not invalid key
002780             set odd-close-on-file to true
002790     end-read.
002800 1300-exit.
002810     exit.
002820*---------------------------------------------------------------
002830* close a month: refused if it is already closed, otherwise
002840* the snapshot is taken from ODDRSLT first and the month is
002850* only marked closed once the figures have been printed.  A
002860* month closed, reopened and closed again gets a fresh
002870* snapshot and keeps the note of its last reopen.
002880*---------------------------------------------------------------
002890 2000-close-period.
002900     if odd-close-on-file and opc-closed
002910         string 'ALREADY CLOSED ON ' opc-closed-date ' BY '
002920             opc-closed-by delimited by size
002930             into odd-close-message
002940         perform 8100-refuse thru 8100-exit
002950         go to 2000-exit
002960     end-if.
002970     perform 3000-take-snapshot thru 3000-exit.
002980     if odd-close-refused
002990         go to 2000-exit
003000     end-if.
003010     if not odd-close-on-file
003020         move spaces to odd-period-close-record
003030         move pcp-period to opc-period
003040     end-if.
003050     set opc-closed to true.
003060     move odd-close-today to opc-closed-date.
003070     move odd-close-time to opc-closed-time.
003080     move pcp-operator to opc-closed-by.
003090     if odd-close-on-file
003100         rewrite odd-period-close-record
003110     else
003120         write odd-period-close-record
003130     end-if.
003140     if odd-close-status not = '00'
003150         display 'odd-period-close: ODDCLOSE write failed - '
003160             'status ' odd-close-status
003170         move 'ODDCLOSE WRITE FAILED - PERIOD NOT CLOSED'
003180             to odd-close-message
003190         perform 8100-refuse thru 8100-exit
003200         move 16 to return-code
003210         go to 2000-exit
003220     end-if.
003230     move spaces to odd-period-close-log-record.
003240     set pcl-action-close to true.
003250     move osn-flag-count (odd-snap-total-idx) to pcl-flag-count.
003260     move osn-flag-value (odd-snap-total-idx) to pcl-flag-value.
003270     perform 8000-write-log thru 8000-exit.
003280     write close-report-record from snap-blank-line.
003290     move 'PERIOD CLOSED - ODDRSLT IS FROZEN FOR THESE RUN DATES'
003300         to csm-message.
003310     write close-report-record from snap-message-line.
003320     display 'odd-period-close: period ' pcp-period
003330         ' closed by ' pcp-operator.
003340 2000-exit.
003350     exit.
003360*---------------------------------------------------------------
003370* read every ODDRSLT record with a run date in the month and
003380* print the by-department snapshot.  Without ODDRSLT there are
003390* no figures to hand over, so the month is not closed.
003400*---------------------------------------------------------------
003410 3000-take-snapshot.
003420     open input odd-result-file.
003430     if odd-result-status not = '00'
003440         display 'odd-period-close: cannot open ODDRSLT - status '
003450             odd-result-status
003460         move 'CANNOT OPEN ODDRSLT - PERIOD NOT CLOSED'
003470             to odd-close-message
003480         perform 8100-refuse thru 8100-exit
003490         move 16 to return-code
003500         go to 3000-exit
003510     end-if.
003520     move zeros to odd-snap-table.
003530     move '*OTH' to osn-dept (odd-snap-other-idx).
003540     move 'ALL' to osn-dept (odd-snap-total-idx).
003550     move spaces to oir-key.
003560     string pcp-period '01' delimited by size into oir-run-date.
003570     move zero to oir-item-code.
003580     start odd-result-file key not less than oir-key
003590         invalid key
003600             set odd-snap-eof to true
003610     end-start.
003620     if not odd-snap-eof
003630         perform 3100-read-result thru 3100-exit
003640     end-if.
003650     perform 3200-tally-one thru 3200-exit
003660         until odd-snap-eof.
003670     close odd-result-file.
003680     perform 3500-print-snapshot thru 3500-exit.
003690 3000-exit.
003700     exit.
003710 3100-read-result.
003720     read odd-result-file next record
003730         at end
003740             set odd-snap-eof to true
003750     end-read.
003760     if odd-result-status not = '00'
003770         set odd-snap-eof to true
003780     end-if.
003790     if oir-run-date (1:6) not = pcp-period
003800         set odd-snap-eof to true
003810     end-if.
003820 3100-exit.
003830     exit.
003840 3200-tally-one.
003850     if oir-run-date not = odd-snap-last-date
003860         add 1 to odd-snap-run-dates
003870         move oir-run-date to odd-snap-last-date
003880     end-if.
003890     perform 3300-find-dept thru 3300-exit.
003900     perform 3400-add-counts thru 3400-exit.
003910     move odd-snap-total-idx to odd-snap-idx.
003920     perform 3400-add-counts thru 3400-exit.
003930     perform 3100-read-result thru 3100-exit.
003940 3200-exit.
003950     exit.
003960*---------------------------------------------------------------
003970* find the item's department in the table, inserting it in
003980* department order when it is new; past the 200th the rest
003990* go on the *OTH line.
004000*---------------------------------------------------------------
004010 3300-find-dept.
004020     move 1 to odd-snap-scan.
004030     perform 3310-scan-dept thru 3310-exit
004040         until odd-snap-scan > odd-snap-dept-count
004050         or osn-dept (odd-snap-scan) not < oir-item-dept.
004060     if odd-snap-scan not > odd-snap-dept-count
004070         and osn-dept (odd-snap-scan) = oir-item-dept
004080         move odd-snap-scan to odd-snap-idx
004090         go to 3300-exit
004100     end-if.
004110     if odd-snap-dept-count not < odd-snap-max-depts
004120         move odd-snap-other-idx to odd-snap-idx
004130         go to 3300-exit
004140     end-if.
004150     move odd-snap-dept-count to odd-snap-from.
004160     perform 3320-shift-dept thru 3320-exit
004170         until odd-snap-from < odd-snap-scan.
004180     add 1 to odd-snap-dept-count.
004190     move zeros to odd-snap-entry (odd-snap-scan).
004200     move oir-item-dept to osn-dept (odd-snap-scan).
004210     move odd-snap-scan to odd-snap-idx.
004220 3300-exit.
004230     exit.
004240 3310-scan-dept.
004250     add 1 to odd-snap-scan.
004260 3310-exit.
004270     exit.
004280 3320-shift-dept.
004290     move odd-snap-entry (odd-snap-from)
004300         to odd-snap-entry (odd-snap-from + 1).
004310     subtract 1 from odd-snap-from.
004320 3320-exit.
004330     exit.
004340 3400-add-counts.
004350     add 1 to osn-flag-count (odd-snap-idx).
004360     add oir-unit-value to osn-flag-value (odd-snap-idx).
004370     evaluate true
004380         when oir-disp-cleared
004390             add 1 to osn-cleared-count (odd-snap-idx)
004400         when oir-disp-corrected
004410             add 1 to osn-corrected-count (odd-snap-idx)
004420         when oir-disp-held
004430             add 1 to osn-held-count (odd-snap-idx)
004440         when other
004450             add 1 to osn-unworked-count (odd-snap-idx)
004460     end-evaluate.
004470 3400-exit.
004480     exit.
004490 3500-print-snapshot.
004500     move pcp-period to csh-period.
004510     move odd-close-today to csh-close-date.
004520     move pcp-operator to csh-operator.
004530     write close-report-record from snap-heading-line.
004540     write close-report-record from snap-blank-line.
004550     write close-report-record from snap-column-line.
004560     move 1 to odd-snap-idx.
004570     perform 3510-print-one-dept thru 3510-exit
004580         until odd-snap-idx > odd-snap-dept-count.
004590     if osn-flag-count (odd-snap-other-idx) > 0
004600         move odd-snap-other-idx to odd-snap-idx
004610         perform 3510-print-one-dept thru 3510-exit
004620     end-if.
004630     write close-report-record from snap-blank-line.
004640     move odd-snap-total-idx to odd-snap-idx.
004650     perform 3510-print-one-dept thru 3510-exit.
004660     move odd-snap-run-dates to csr-run-dates.
004670     write close-report-record from snap-run-dates-line.
004680     if osn-flag-count (odd-snap-total-idx) = 0
004690         display 'odd-period-close: warning - no ODDRSLT '
004700             'records for period ' pcp-period
004710     end-if.
004720 3500-exit.
004730     exit.
004740 3510-print-one-dept.
004750     move osn-dept (odd-snap-idx) to csd-dept.
004760     move osn-flag-count (odd-snap-idx) to csd-flag-count.
004770     move osn-flag-value (odd-snap-idx) to csd-flag-value.
004780     move osn-cleared-count (odd-snap-idx) to csd-cleared-count.
004790     move osn-corrected-count (odd-snap-idx)
004800         to csd-corrected-count.
004810     move osn-held-count (odd-snap-idx) to csd-held-count.
004820     move osn-unworked-count (odd-snap-idx)
004830         to csd-unworked-count.
004840     write close-report-record from snap-detail-line.
004850     add 1 to odd-snap-idx.
004860 3510-exit.
004870     exit.
004880*---------------------------------------------------------------
004890* reopen a closed month.  The reason is kept on ODDCLOSE and
004900* ODDCLLOG; the freeze stays lifted until the next close.
004910*---------------------------------------------------------------
004920 4000-reopen-period.
004930     if not odd-close-on-file or not opc-closed
004940         move 'PERIOD IS NOT CLOSED - NOTHING TO REOPEN'
004950             to odd-close-message
004960         perform 8100-refuse thru 8100-exit
004970         go to 4000-exit
004980     end-if.
004990     set opc-reopened to true.
005000     move odd-close-today to opc-reopened-date.
005010     move pcp-operator to opc-reopened-by.
005020     move pcp-reason to opc-reopen-reason.
005030     rewrite odd-period-close-record.
005040     if odd-close-status not = '00'
005050         display 'odd-period-close: ODDCLOSE rewrite failed - '
005060             'status ' odd-close-status
005070         move 'ODDCLOSE REWRITE FAILED - PERIOD STILL CLOSED'
005080             to odd-close-message
005090         perform 8100-refuse thru 8100-exit
005100         move 16 to return-code
005110         go to 4000-exit
005120     end-if.
005130     move spaces to odd-period-close-log-record.
005140     set pcl-action-reopen to true.
005150     move pcp-reason to pcl-reason.
005160     move zero to pcl-flag-count pcl-flag-value.
005170     perform 8000-write-log thru 8000-exit.
005175     move spaces to csm-message.
005180     string 'PERIOD ' pcp-period ' REOPENED BY ' pcp-operator
005190         delimited by size into csm-message.
005200     write close-report-record from snap-message-line.
005210     move spaces to csm-message.
005220     string 'REASON: ' pcp-reason delimited by size
005230         into csm-message.
005240     write close-report-record from snap-message-line.
005250     display 'odd-period-close: period ' pcp-period
005260         ' reopened by ' pcp-operator ' - ' pcp-reason.
005270 4000-exit.
005280     exit.
005290 8000-write-log.
005300     move odd-close-today to pcl-log-date.
005310     move odd-close-time to pcl-log-time.
005320     move pcp-operator to pcl-operator.
005330     move pcp-period to pcl-period.
005340     write odd-period-close-log-record.
005350 8000-exit.
005360     exit.
005370*---------------------------------------------------------------
005380* a refused card is shown on the console and on ODDCLSRP and
005390* ends the step with return code 8 (16 where the caller has
005400* already said so).
005410*---------------------------------------------------------------
005420 8100-refuse.
005430     set odd-close-refused to true.
005440     display 'odd-period-close: refused - ' odd-close-message.
005450     move odd-close-message to csm-message.
005460     write close-report-record from snap-message-line.
005470     if return-code < 8
005480         move 8 to return-code
005490     end-if.
005500 8100-exit.
005510     exit.
005520 9000-finish.
005530     if odd-close-file-open
005540         close odd-period-close-file
005550     end-if.
005560     if odd-close-log-open
005570         close close-log-file
005580     end-if.
005590     close close-report-file.
005600 9000-exit.
005610     exit.
