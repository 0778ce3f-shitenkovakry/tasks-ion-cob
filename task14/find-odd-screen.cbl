002020*                   count (record now 54 bytes) so the new
002030*                   ODD-BALANCE-AUDIT step can recount the
002040*                   extracts independently before release.
002041*  2026-10-14  dsb  the screening rules are now read at start-up
002042*                   from the ODDRULES rules file kept by
002043*                   merchandising (ODD-SCREEN-RULES-LOADER), so a
002044*                   rule change no longer needs a recompile: the
002045*                   default item series and a series range per
002046*                   department (2230-CHECK-RANGE screens each item
002047*                   against its own department's range), an
002048*                   on/off switch for the odd, duplicate, bad-
002049*                   series, not-on-master and inactive checks,
002050*                   and each reason's severity rank.  The
002051*                   hardcoded order in 4160-RANK-REASON is gone -
002052*                   the kept-reason choice and the ODDEXPO by-
002053*                   reason lines come from the same table ODD-
002054*                   VENDOR-SCORECARD loads, so the two can no
002055*                   longer drift apart.  Every run prints the
002056*                   rules in force to ODDRULRP.
002057*  2026-10-14  dsb  approved exceptions: 4000-FLAG-ITEM looks
002058*                   each hit up on the ODDSUPP suppression file
002059*                   (item, then item narrowed by reason and/or
002060*                   department) and a hit covered by an entry
002061*                   that has not expired is kept off ODDRPT,
002062*                   ODDRSLT and ODDXTRCT and listed on the new
002063*                   ODDSUPRP suppressed-items listing instead.
002064*                   It still counts in every total - ODDCTL
002065*                   carries it as CTL-SUPPRESSED-COUNT (record
002066*                   now 60 bytes) so ODD-BALANCE-AUDIT can tie
002067*                   ODDXTRCT to the flagged count less the
002068*                   suppressed - and ODDEXPO shows how much of
002069*                   the flagged value was suppressed.  No
002070*                   ODDSUPP file means nothing is suppressed.
002071*  2026-10-14  dsb  extract-versus-master drift: 2250-CHECK-
002072*                   MASTER now compares a found item's extract
002073*                   fields with ITEMMAST (2260-CHECK-DRIFT) and
002074*                   flags PRICE VAR when the unit value is off
002075*                   the master's by more than the ODDRULES TOL
002076*                   percentage (default 25; a dirty extract
002077*                   value is not compared), DEPT MISM when the
002078*                   departments disagree and DESC MISM when the
002079*                   descriptions do.  The new reasons flow to
002080*                   ODDRSLT, ODDRPT, ODDXTRCT and ODDEXPO like
002081*                   the others, and each hit is also written to
002082*                   the new ODDDRIFT listing with the extract
002083*                   value next to the master value.
002084*  2026-10-14  dsb  the run checks in to the ODDRUNCT run-
002085*                   control file as the SCREEN step before it
002086*                   touches anything (ODD-RUN-STEP) and takes
002087*                   its business date from there - the ODDPARM
002088*                   run date is no longer read.  No business
002089*                   date opened by ODD-RUN-OPEN refuses the run
002090*                   with return code 8.  The step is checked
002091*                   out complete or, on a balancing or master
002092*                   abend, failed, so ODD-BALANCE-AUDIT cannot
002093*                   start behind a run that did not finish.
002094*  2026-10-14  dsb  ODDXTRCT and EVENXTRCT now go out in an
002095*                   envelope like the one we demand of ITEMXTRT
002096*                   senders: an HDR record (business date, the
002097*                   feed's sequence number - one past the last
002098*                   send of it on the ODDXMLOG transmission log
002099*                   - and our system id) and a TRL record with
002100*                   the detail count, item-code hash and total
002101*                   unit value.  EVENXTRCT detail records now
002102*                   carry the unit value too.
002103*  2026-10-15  dsb  a business date in a month closed on the
002104*                   ODDCLOSE close-control file (ODD-PERIOD-
002105*                   CLOSE) no longer writes or rewrites ODDRSLT -
002106*                   the run still screens, reports and sends
002107*                   ODDXTRCT, but the frozen month's history is
002108*                   left as finance was given it, the skipped
002109*                   records are counted on the console and the
002110*                   run ends with return code 4.
002111*---------------------------------------------------------------
002112 environment division.
002113 input-output section.
002114 file-control.
002115     select item-file assign to 'ITEMXTRT'
002116         organization is sequential.
002117     select oddrpt-file assign to 'ODDRPT'
002120         organization is line sequential.
002130     select odd-checkpoint-file assign to 'ODDCKPT'
002140         organization is line sequential
002390         organization is line sequential.
002400     select expo-report-file assign to 'ODDEXPO'
002410         organization is line sequential.
002411     select odd-rules-file assign to 'ODDRULES'
002412         organization is line sequential
002413         file status is odd-rules-status.
002414     select odd-rules-report-file assign to 'ODDRULRP'
002415         organization is line sequential.
002416     select odd-suppress-file assign to 'ODDSUPP'
002417         organization is indexed
002418         access mode is random
002419         record key is osp-key
002420         file status is odd-suppress-status.
002421     select suppress-report-file assign to 'ODDSUPRP'
002422         organization is line sequential.
002423     select drift-report-file assign to 'ODDDRIFT'
002424         organization is line sequential.
002425     select odd-run-control-file assign to 'ODDRUNCT'
002426         organization is indexed
002427         access mode is random
002428         record key is rct-key
002429         file status is odd-step-control-status.
002430     select odd-xmlog-file assign to 'ODDXMLOG'
002431         organization is line sequential
002432         file status is odd-xmlog-status.
002433     select odd-period-close-file assign to 'ODDCLOSE'
002434         organization is indexed
002435         access mode is random
002436         record key is opc-period
002437         file status is odd-period-status.
002438 data division.
002439 file section.
002440 fd  item-file
002450     block contains 0 records
002460     record contains 80 characters
002530     record contains 18 characters.
002540 copy 'odd-screen-checkpoint'.
002550 fd  odd-control-file
002560     record contains 60 characters.
002570 copy 'odd-screen-control'.
002580 fd  odd-result-file
002590     record contains 100 characters.
002830 fd  expo-report-file
002840     record contains 80 characters.
002850 01  expo-report-record          pic x(80).
002851 fd  odd-rules-file
002852     record contains 80 characters.
002853 copy 'odd-screen-rules-record'.
002854 fd  odd-rules-report-file
002855     record contains 80 characters.
002856 01  odd-rules-report-record     pic x(80).
002857 fd  odd-suppress-file
002858     record contains 80 characters.
002859 copy 'odd-suppression-record'.
002860 fd  suppress-report-file
002861     record contains 80 characters.
002862 01  suppress-report-record      pic x(80).
002863 fd  drift-report-file
002864     record contains 80 characters.
002865 01  drift-report-record         pic x(80).
002866 fd  odd-run-control-file
002867     record contains 150 characters.
002868 copy 'odd-run-control-record'.
002869 fd  odd-xmlog-file
002870     record contains 80 characters.
002871 copy 'odd-transmission-log-record'.
002872 fd  odd-period-close-file
002873     record contains 80 characters.
002874 copy 'odd-period-close-record'.
002875 working-storage section.
002876 copy 'item-master-record'.
002880 01  item-extract-record-kind redefines item-master-record.
002890     05  ixr-record-id           pic x(03).
002900         88  ixr-header-record       value 'HDR'.
002990 01  odd-checkpoint-remainder    pic 9(06) comp.
003000 01  odd-result-status           pic x(02).
003010 01  odd-result-rewrite-count    pic 9(06) value zero.
003015 01  odd-result-frozen-count     pic 9(06) value zero.
003020 01  odd-parameter-status        pic x(02).
003030 01  odd-run-history-status      pic x(02).
003035 01  odd-suppress-status         pic x(02).
003040 01  item-master-status          pic x(02).
003050 01  odd-run-start-time          pic x(06).
003060 01  odd-run-end-time            pic x(06).
003230         88  odd-preverify-pass      value 'Y'.
003240     05  odd-master-eof-sw       pic x(01) value 'N'.
003250         88  odd-master-eof          value 'Y'.
003252     05  odd-suppress-open-sw    pic x(01) value 'N'.
003254         88  odd-suppress-open       value 'Y'.
003256     05  odd-hit-suppressed-sw   pic x(01) value 'N'.
003258         88  odd-hit-suppressed      value 'Y'.
003260 01  odd-records-read            pic 9(06) value zero.
003270 01  odd-reject-count            pic 9(06) value zero.
003280 01  odd-flag-count              pic 9(06) value zero.
003320 01  odd-master-missing-count    pic 9(06) value zero.
003330 01  odd-inactive-count          pic 9(06) value zero.
003340 01  odd-recon-missing-count     pic 9(06) value zero.
003342 01  odd-suppressed-count        pic 9(06) value zero.
003344 01  odd-suppressed-value        pic 9(10)v99 value zero.
003345 01  odd-price-var-count         pic 9(06) value zero.
003346 01  odd-dept-mism-count         pic 9(06) value zero.
003347 01  odd-desc-mism-count         pic 9(06) value zero.
003348*---------------------------------------------------------------
003349* price drift work fields - the difference and the master
003350* value are both scaled to percent so the tolerance test is
003351* a straight compare with no rounding.
003352*---------------------------------------------------------------
003353 01  odd-drift-difference        pic 9(05)v99.
003354 01  odd-drift-scaled-difference pic 9(09)v99.
003355 01  odd-drift-allowed           pic 9(09)v99.
003356 01  odd-drift-value-edit        pic zzzz9.99.
003357 01  odd-suppress-try-reason     pic x(10).
003358 01  odd-suppress-try-dept       pic x(04).
003359 01  odd-batch-records           pic 9(06) value zero.
003360 01  odd-batch-count             pic 9(04) value zero.
003370 01  odd-hash-total              pic 9(12) value zero.
003380 01  odd-batch-hash              pic 9(12) value zero.
003430 01  odd-unit-value-work         pic 9(05)v99 value zero.
003440 01  odd-flagged-value           pic 9(10)v99 value zero.
003450 01  odd-run-status-work        pic x(08) value 'COMPLETE'.
003480 01  odd-new-rank               pic 9(02).
003490 01  odd-old-rank               pic 9(02).
003500*---------------------------------------------------------------
003510* one seen-flag byte per possible item code (subscript is
003520* code + 1 so code 000000 has a slot) - a second sighting of
003820         10  osr-flagged-count   pic 9(06).
003830         10  osr-hash-total      pic 9(12).
003840*---------------------------------------------------------------
003850* dollar-exposure accumulators: flagged value by reason (one
003860* slot per ODD-SCREEN-RULES reason slot) and by
003870* department, with a catch-all bucket when the department
003880* table fills.  Printed to ODDEXPO at end of run; the grand
003890* total rides on ODDCTL next to the flagged count.
003900*---------------------------------------------------------------
003910 01  odd-reason-expo-table.
003920     05  odd-reason-expo         occurs 8 times.
003930         10  ore-flag-count      pic 9(06).
003940         10  ore-flag-value      pic 9(10)v99.
003950 01  odd-expo-idx                pic 9(04) comp.
004340     05  filler                  pic x(21)
004350             value 'TOTAL FLAGGED VALUE: '.
004360     05  exo-total-value         pic zzzzzzzzz9.99.
004361 01  expo-suppressed-line.
004362     05  filler                  pic x(01) value space.
004363     05  filler                  pic x(21)
004364             value 'OF WHICH SUPPRESSED: '.
004365     05  exo-suppressed-value    pic zzzzzzzzz9.99.
004370 01  expo-blank-line             pic x(80) value spaces.
004380*---------------------------------------------------------------
004390* ODDRECON print-line layouts
004630     05  filler                  pic x(28)
004640             value 'TOTAL ITEMS NOT IN EXTRACT: '.
004650     05  rct-missing-count       pic zzzzz9.
004651*---------------------------------------------------------------
004652* ODDSUPRP print-line layouts
004653*---------------------------------------------------------------
004654 01  supp-heading-line.
004655     05  filler                  pic x(01) value space.
004656     05  filler                  pic x(24)
004657             value 'SUPPRESSED ODD-ITEM HITS'.
004658     05  filler                  pic x(05) value ' RUN '.
004659     05  suh-run-date            pic x(08).
004660 01  supp-column-line.
004661     05  filler                  pic x(01) value space.
004662     05  filler                  pic x(08) value 'ITEM'.
004663     05  filler                  pic x(06) value 'DEPT'.
004664     05  filler                  pic x(12) value 'REASON'.
004665     05  filler                  pic x(11) value 'UNIT VALUE'.
004666     05  filler                  pic x(10) value 'APPROVED'.
004667     05  filler                  pic x(10) value 'EXPIRES'.
004668     05  filler                  pic x(10) value 'ENTRY'.
004669 01  supp-detail-line.
004670     05  filler                  pic x(01) value space.
004671     05  sud-item-code           pic zzzzz9.
004672     05  filler                  pic x(02) value spaces.
004673     05  sud-item-dept           pic x(04).
004674     05  filler                  pic x(02) value spaces.
004675     05  sud-flag-reason         pic x(10).
004676     05  filler                  pic x(02) value spaces.
004677     05  sud-unit-value          pic zzzz9.99.
004678     05  filler                  pic x(03) value spaces.
004679     05  sud-approved-by         pic x(08).
004680     05  filler                  pic x(02) value spaces.
004681     05  sud-expiry-date         pic x(08).
004682     05  filler                  pic x(02) value spaces.
004683     05  sud-entry-scope         pic x(10).
004684*---------------------------------------------------------------
004685* ODDDRIFT print-line layouts - each hit takes two lines, the
004686* extract's side over the master's.
004687*---------------------------------------------------------------
004688 01  drift-heading-line.
004689     05  filler                  pic x(01) value space.
004690     05  filler                  pic x(28)
004691             value 'EXTRACT V MASTER DRIFT HITS'.
004692     05  filler                  pic x(05) value ' RUN '.
004693     05  drh-run-date            pic x(08).
004694 01  drift-column-line.
004695     05  filler                  pic x(01) value space.
004696     05  filler                  pic x(08) value 'ITEM'.
004697     05  filler                  pic x(12) value 'REASON'.
004698     05  filler                  pic x(08) value 'SIDE'.
004699     05  filler                  pic x(32) value 'VALUE'.
004700     05  filler                  pic x(10) value 'NOTE'.
004701 01  drift-extract-line.
004702     05  filler                  pic x(01) value space.
004703     05  drd-item-code           pic zzzzz9.
004704     05  filler                  pic x(02) value spaces.
004705     05  drd-flag-reason         pic x(10).
004706     05  filler                  pic x(02) value spaces.
004707     05  filler                  pic x(08) value 'EXTRACT'.
004708     05  drd-extract-value       pic x(30).
004709     05  filler                  pic x(02) value spaces.
004710     05  drd-note                pic x(10).
004711 01  drift-master-line.
004712     05  filler                  pic x(21) value spaces.
004713     05  filler                  pic x(08) value 'MASTER'.
004714     05  drd-master-value        pic x(30).
004715 01  drift-total-line.
004716     05  filler                  pic x(01) value space.
004717     05  drt-total-label         pic x(24).
004718     05  drt-total-count         pic zzzzz9.
004719 01  supp-total-line.
004720     05  filler                  pic x(01) value space.
004721     05  filler                  pic x(24)
004722             value 'TOTAL SUPPRESSED HITS:  '.
004723     05  sut-suppressed-count    pic zzzzz9.
004724     05  filler                  pic x(08) value '  VALUE '.
004725     05  sut-suppressed-value    pic zzzzzzzzz9.99.
004726 copy 'odd-screen-rules'.
004727 copy 'odd-screen-rules-loader-variables'.
004728 copy 'odd-run-step-variables'.
004729*---------------------------------------------------------------
004730* the outbound feed envelopes - each feed's sequence number for
004731* tonight and the running count, hash and value its trailer
004732* carries.
004733*---------------------------------------------------------------
004734 copy 'odd-feed-envelope-record'.
004735 01  odd-xmlog-status            pic x(02).
004736 01  odd-feed-today              pic x(08).
004737 01  odd-feed-odd-seq            pic 9(06) value zero.
004738 01  odd-feed-odd-count          pic 9(06) value zero.
004739 01  odd-feed-odd-hash           pic 9(12) value zero.
004740 01  odd-feed-odd-value          pic 9(10)v99 value zero.
004741 01  odd-feed-even-seq           pic 9(06) value zero.
004742 01  odd-feed-even-count         pic 9(06) value zero.
004743 01  odd-feed-even-hash          pic 9(12) value zero.
004744 01  odd-feed-even-value         pic 9(10)v99 value zero.
004745 copy 'odd-period-check-variables'.
004746 procedure division.
004747 0000-mainline.
004748     perform 1000-initialize thru 1000-exit.
004749     perform 2000-process-record thru 2000-exit
004750         until odd-end-of-file.
004751     perform 2500-reconcile-extract thru 2500-exit.
004752     perform 7000-close-outputs thru 7000-exit.
004753     perform 7500-reconcile-master thru 7500-exit.
004754     perform 7600-exposure-report thru 7600-exit.
004760     perform 9000-write-control thru 9000-exit.
004770     perform 9100-write-run-history thru 9100-exit.
004780     perform 8000-finish thru 8000-exit.
004790     stop run.
004800 1000-initialize.
004810     accept odd-run-start-time from time.
004815     perform 1010-begin-step thru 1010-exit.
004820     perform 1050-read-parameters thru 1050-exit.
004825     perform 1070-load-rules thru 1070-exit.
004830     perform 1400-check-run-history thru 1400-exit.
004840     perform 1100-load-checkpoint thru 1100-exit.
004850     perform 1500-preverify-extract thru 1500-exit.
004920     perform find-odd-report-start
004930         thru find-odd-report-start-exit.
004940     perform 1300-open-result-file thru 1300-exit.
004945     perform 1700-open-suppressions thru 1700-exit.
004947     perform 1080-find-feed-sequence thru 1080-exit.
004950     open output odd-extract-file.
004960     open output even-extract-file.
004965     perform 1090-write-feed-headers thru 1090-exit.
004970     perform 2100-read-item thru 2100-exit.
004980 1000-exit.
004990     exit.
004991*---------------------------------------------------------------
004992* check in to ODDRUNCT as the SCREEN step; the business date
004993* for everything the run stamps comes from the CURRENT record.
004994*---------------------------------------------------------------
004995 1010-begin-step.
004996     move 'SCREEN' to odd-step-name.
004997     perform odd-step-begin thru odd-step-begin-exit.
004998     if odd-step-refused
004999         display 'odd-item-screen: run refused by ODDRUNCT - '
005000             'nothing screened'
005001         stop run
005002     end-if.
005003     move odd-step-business-date to oddrpt-run-date.
005004 1010-exit.
005005     exit.
005006 1050-read-parameters.
005010     move spaces to odd-run-parameter-record.
005020     open input odd-parameter-file.
005030     if odd-parameter-status = '00'
005080         close odd-parameter-file
005090     else
005100         display 'odd-item-screen: no ODDPARM card - using '
005110             'compiled defaults'
005120     end-if.
005180     if prm-checkpoint-interval is numeric
005190         and prm-checkpoint-interval not = '000000'
005200         move prm-checkpoint-interval to odd-checkpoint-interval
005280     end-if.
005290 1050-exit.
005300     exit.
005301*---------------------------------------------------------------
005302* tonight's sequence number for each feed is one past the
005303* highest send of that feed on ODDXMLOG.  A rerun before the
005304* release takes the same number again, so only what actually
005305* went downstream uses one up.
005306*---------------------------------------------------------------
005307 1080-find-feed-sequence.
005308     move zero to odd-feed-odd-seq odd-feed-even-seq.
005309     open input odd-xmlog-file.
005310     if odd-xmlog-status not = '00'
005311         go to 1080-next-sequence
005312     end-if.
005313     perform 1085-read-xmlog-one thru 1085-exit
005314         until odd-xmlog-status not = '00'.
005315     close odd-xmlog-file.
005316 1080-next-sequence.
005317     add 1 to odd-feed-odd-seq.
005318     add 1 to odd-feed-even-seq.
005319 1080-exit.
005320     exit.
005321 1085-read-xmlog-one.
005322     read odd-xmlog-file
005323         at end
005324             go to 1085-exit
005325     end-read.
005326     if oxl-feed-name = odd-feed-odd-name
005327         and oxl-sequence-no > odd-feed-odd-seq
005328         move oxl-sequence-no to odd-feed-odd-seq
005329     end-if.
005330     if oxl-feed-name = odd-feed-even-name
005331         and oxl-sequence-no > odd-feed-even-seq
005332         move oxl-sequence-no to odd-feed-even-seq
005333     end-if.
005334 1085-exit.
005335     exit.
005336 1090-write-feed-headers.
005337     accept odd-feed-today from date yyyymmdd.
005338     move spaces to odd-feed-header-record.
005339     move 'HDR' to ofh-record-id.
005340     move odd-feed-odd-name to ofh-feed-name.
005341     move oddrpt-run-date to ofh-run-date.
005342     move odd-feed-odd-seq to ofh-sequence-no.
005343     move odd-feed-system-id to ofh-system-id.
005344     move odd-feed-today to ofh-created-date.
005345     move odd-run-start-time to ofh-created-time.
005346     write odd-item-extract-record from odd-feed-header-record.
005347     move odd-feed-even-name to ofh-feed-name.
005348     move odd-feed-even-seq to ofh-sequence-no.
005349     write even-item-extract-record from odd-feed-header-record.
005350 1090-exit.
005351     exit.
005352*---------------------------------------------------------------
005353* the screening rules in force for this run - ODDRULES over
005354* the compiled defaults - printed before any screening so
005355* the listing exists even for a run that stops early.
005356*---------------------------------------------------------------
005357 1070-load-rules.
005358     perform odd-rules-load thru odd-rules-load-exit.
005359     move 'FIND-ODD-SCREEN' to odd-rules-program.
005360     move oddrpt-run-date to odd-rules-run-date.
005361     perform odd-rules-print thru odd-rules-print-exit.
005362 1070-exit.
005363     exit.
005364 1100-load-checkpoint.
005365     move zero to ckpt-records-read ckpt-recv-hash.
005366     move 'N' to odd-restart-sw.
005367     open input odd-checkpoint-file.
005368     if odd-checkpoint-status = '00'
005369         perform 1110-read-checkpoint thru 1110-exit
005370             until odd-checkpoint-status not = '00'
005380         close odd-checkpoint-file
005390         if ckpt-records-read > 0
006190         close odd-result-file
006200         open i-o odd-result-file
006210     end-if.
006211     move oddrpt-run-date to odd-period-run-date.
006212     perform odd-period-check thru odd-period-check-exit.
006213     perform odd-period-close-file-end
006214         thru odd-period-close-file-end-exit.
006215     if odd-period-closed
006216         display 'odd-item-screen: warning - period '
006217             odd-period-run-period ' is closed on ODDCLOSE - '
006218             'ODDRSLT will not be changed for ' oddrpt-run-date
006219     end-if.
006220 1300-exit.
006230     exit.
006240 1400-check-run-history.
007050     end-if.
007060 1600-exit.
007070     exit.
007071*---------------------------------------------------------------
007072* ODDSUPP is optional - without it nothing is suppressed and
007073* ODDSUPRP carries only its heading and a zero total.
007074*---------------------------------------------------------------
007075 1700-open-suppressions.
007076     open input odd-suppress-file.
007077     if odd-suppress-status = '00'
007078         set odd-suppress-open to true
007079     else
007080         display 'odd-item-screen: no ODDSUPP suppression file - '
007081             'every hit is reported'
007082     end-if.
007083     open output suppress-report-file.
007084     move oddrpt-run-date to suh-run-date.
007085     write suppress-report-record from supp-heading-line.
007086     write suppress-report-record from supp-column-line.
007087     open output drift-report-file.
007088     move oddrpt-run-date to drh-run-date.
007089     write drift-report-record from drift-heading-line.
007090     write drift-report-record from drift-column-line.
007091 1700-exit.
007092     exit.
007093 2000-process-record.
007094     evaluate true
007100         when ixr-header-record
007110             perform 2150-next-header thru 2150-exit
007120         when ixr-trailer-record
007880     add im-item-code 1 giving odd-seen-idx.
007890     move 'Y' to odd-appeared-flag (odd-seen-idx).
007900     if odd-pass-wanted
007905         if odd-check-odd-value
007910             perform 2210-check-odd thru 2210-exit
007913         end-if
007916         if odd-check-duplicate
007920             perform 2220-check-dup thru 2220-exit
007923         end-if
007926         if odd-check-bad-series
007930             perform 2230-check-range thru 2230-exit
007935         end-if
007940     end-if.
007950     if even-pass-wanted
007960         perform 2240-check-even thru 2240-exit
008200 2220-exit.
008210     exit.
008220 2230-check-range.
008222     move im-item-dept to odd-series-dept-in.
008224     perform odd-rules-series-for-dept
008226         thru odd-rules-series-for-dept-exit.
008230     if im-item-code < odd-range-low
008240         or im-item-code > odd-range-high
008250         add 1 to odd-range-count
008260         move odd-reason-bad-series to odd-flag-reason-work
008270         perform 4000-flag-item thru 4000-exit
008380         move oddrpt-run-date to ext-run-date
008390         move odd-reason-even-value to ext-flag-reason
008400         move odd-current-source to ext-source-system
008405         move odd-unit-value-work to ext-unit-value
008410         write even-item-extract-record
008412         add 1 to odd-feed-even-count
008414         add im-item-code to odd-feed-even-hash
008416         add odd-unit-value-work to odd-feed-even-value
008420     end-if.
008430 2240-exit.
008440     exit.
008450*---------------------------------------------------------------
008460* look the item up on the ITEMMAST reference file - an item
008470* the master has never heard of, or one the shop has marked
008480* inactive, is an exception no matter what value it carries
008490* (each check only when ODDRULES has it switched on).
008495*---------------------------------------------------------------
008500 2250-check-master.
008510     move im-item-code to iml-item-code.
008520     read item-master-file
008530         invalid key
008535             if odd-check-not-on-master
008540                 add 1 to odd-master-missing-count
008550                 move odd-reason-not-on-master
008555                     to odd-flag-reason-work
008560                 perform 4000-flag-item thru 4000-exit
008565             end-if
008570         not invalid key
008580             if iml-item-inactive
008585                 and odd-check-inactive
008590                 add 1 to odd-inactive-count
008600                 move odd-reason-inactive to odd-flag-reason-work
008610                 perform 4000-flag-item thru 4000-exit
008620             end-if
008625             perform 2260-check-drift thru 2260-exit
008630     end-read.
008640 2250-exit.
008650     exit.
008651*---------------------------------------------------------------
008652* the item is on the master - does the extract agree with it?
008653* A source system shipping the wrong price, department or
008654* description is caught here before the value reaches the
008655* exposure totals and downstream.
008656*---------------------------------------------------------------
008657 2260-check-drift.
008658     if odd-check-price-var
008659         perform 2270-check-price thru 2270-exit
008660     end-if.
008661     if odd-check-dept-mism
008662         and im-item-dept not = iml-item-dept
008663         add 1 to odd-dept-mism-count
008664         move odd-reason-dept-mism to odd-flag-reason-work
008665         perform 4000-flag-item thru 4000-exit
008666         move im-item-dept to drd-extract-value
008667         move iml-item-dept to drd-master-value
008668         perform 2290-write-drift thru 2290-exit
008669     end-if.
008670     if odd-check-desc-mism
008671         and im-item-desc not = iml-item-desc
008672         add 1 to odd-desc-mism-count
008673         move odd-reason-desc-mism to odd-flag-reason-work
008674         perform 4000-flag-item thru 4000-exit
008675         move im-item-desc to drd-extract-value
008676         move iml-item-desc to drd-master-value
008677         perform 2290-write-drift thru 2290-exit
008678     end-if.
008679 2260-exit.
008680     exit.
008681*---------------------------------------------------------------
008682* PRICE VAR when the difference is more than the tolerance
008683* percentage of the master value (any difference at all when
008684* the master carries zero).  A dirty extract value has already
008685* been screened as zero, so it is not compared.
008686*---------------------------------------------------------------
008687 2270-check-price.
008688     if im-unit-value not numeric
008689         or iml-unit-value not numeric
008690         go to 2270-exit
008691     end-if.
008692     if im-unit-value > iml-unit-value
008693         subtract iml-unit-value from im-unit-value
008694             giving odd-drift-difference
008695     else
008696         subtract im-unit-value from iml-unit-value
008697             giving odd-drift-difference
008698     end-if.
008699     multiply odd-drift-difference by 100
008700         giving odd-drift-scaled-difference.
008701     multiply iml-unit-value by odd-price-tolerance
008702         giving odd-drift-allowed.
008703     if odd-drift-scaled-difference not > odd-drift-allowed
008704         go to 2270-exit
008705     end-if.
008706     add 1 to odd-price-var-count.
008707     move odd-reason-price-var to odd-flag-reason-work.
008708     perform 4000-flag-item thru 4000-exit.
008709     move im-unit-value to odd-drift-value-edit.
008710     move odd-drift-value-edit to drd-extract-value.
008711     move iml-unit-value to odd-drift-value-edit.
008712     move odd-drift-value-edit to drd-master-value.
008713     perform 2290-write-drift thru 2290-exit.
008714 2270-exit.
008715     exit.
008716 2290-write-drift.
008717     move im-item-code to drd-item-code.
008718     move odd-flag-reason-work to drd-flag-reason.
008719     if odd-hit-suppressed
008720         move 'SUPPRESSED' to drd-note
008721     else
008722         move spaces to drd-note
008723     end-if.
008724     write drift-report-record from drift-extract-line.
008725     write drift-report-record from drift-master-line.
008726 2290-exit.
008727     exit.
008728*---------------------------------------------------------------
008729* a TRL record closes the open batch: balance the sender's
008730* count and hash against what this batch actually delivered.
008731* An out-of-balance batch stops the run before its sender's
008732* flags can pass as a small day.
008733*---------------------------------------------------------------
008734 2300-end-batch.
008735     if not odd-batch-open
008740         display 'odd-item-screen: TRL record with no open batch'
008750         perform 2600-extract-abend thru 2600-exit
008760     end-if.
009210     move 'BALANCE' to odd-run-status-work.
009220     perform 9100-write-run-history thru 9100-exit.
009230     move 16 to return-code.
009235     perform odd-step-end thru odd-step-end-exit.
009240     stop run.
009250 2600-exit.
009260     exit.
009300     move 'MASTER' to odd-run-status-work.
009310     perform 9100-write-run-history thru 9100-exit.
009320     move 16 to return-code.
009325     perform odd-step-end thru odd-step-end-exit.
009330     stop run.
009340 2700-exit.
009350     exit.
009400     end-if.
009410     add odd-unit-value-work to odd-flagged-value.
009420     move odd-flag-reason-work to odd-rank-reason-in.
009430     perform odd-rules-rank-reason
009435         thru odd-rules-rank-reason-exit.
009440     if odd-rule-slot > 0
009450         add 1 to ore-flag-count (odd-rule-slot)
009460         add odd-unit-value-work to ore-flag-value (odd-rule-slot)
009470     end-if.
009480     perform 4050-tally-dept-value thru 4050-exit.
009481     perform 4200-check-suppression thru 4200-exit.
009482     if odd-hit-suppressed
009483         display 'odd-item-screen: suppressed     ' im-item-code
009484             ' ' odd-flag-reason-work
009485         perform 4250-list-suppressed thru 4250-exit
009486         go to 4000-exit
009487     end-if.
009490     display 'odd-item-screen: flagged item   ' im-item-code
009500         ' ' odd-flag-reason-work.
009510     perform 4100-write-result thru 4100-exit.
009970     move odd-current-source to oir-source-system.
009980     move odd-unit-value-work to oir-unit-value.
009990     move spaces to oir-disp-code oir-worked-by oir-worked-date.
009992     if odd-period-closed
009994         add 1 to odd-result-frozen-count
009996         go to 4100-write-extract
009998     end-if.
010000     write odd-item-result-record
010010         invalid key
010020             perform 4150-rewrite-result thru 4150-exit
010030     end-write.
010035 4100-write-extract.
010040     move im-item-code to oxt-item-code.
010050     move oddrpt-run-date to oxt-run-date.
010060     move odd-flag-reason-work to oxt-flag-reason.
010090     move odd-current-source to oxt-source-system.
010100     move odd-unit-value-work to oxt-unit-value.
010110     write odd-item-extract-record.
010112     add 1 to odd-feed-odd-count.
010114     add im-item-code to odd-feed-odd-hash.
010116     add odd-unit-value-work to odd-feed-odd-value.
010120 4100-exit.
010130     exit.
010140*---------------------------------------------------------------
010150* the key is already on file - a same-day rerun or a second
010160* flag reason for the same item.  Re-read the record so the
010170* disposition the exceptions group may have posted survives,
010180* then keep whichever reason ranks higher on the ODDRULES
010190* severity ranks (ODD-RULES-RANK-REASON), so the inquiry
010200* desk and the trend/aging reports agree no matter what order
010210* the rules fired in.  ODDXTRCT still carries every flag.
010220*---------------------------------------------------------------
010240     add 1 to odd-result-rewrite-count.
010250     read odd-result-file.
010260     move odd-flag-reason-work to odd-rank-reason-in.
010270     perform odd-rules-rank-reason
010275         thru odd-rules-rank-reason-exit.
010280     move odd-rank-out to odd-new-rank.
010290     move oir-flag-reason to odd-rank-reason-in.
010300     perform odd-rules-rank-reason
010305         thru odd-rules-rank-reason-exit.
010310     move odd-rank-out to odd-old-rank.
010320     if odd-new-rank > odd-old-rank
010330         move odd-flag-reason-work to oir-flag-reason
010390     rewrite odd-item-result-record.
010400 4150-exit.
010410     exit.
010412*---------------------------------------------------------------
010414* an approved exception on ODDSUPP covers the hit when one
010416* of its four keys is on file and has not expired: the item
010418* with this reason and department, with this reason in any
010420* department, in this department for any reason, or the
010422* item outright.  The narrowest entry is tried first.
010424*---------------------------------------------------------------
010426 4200-check-suppression.
010428     move 'N' to odd-hit-suppressed-sw.
010430     if not odd-suppress-open
010432         go to 4200-exit
010434     end-if.
010436     move odd-flag-reason-work to odd-suppress-try-reason.
010438     move im-item-dept to odd-suppress-try-dept.
010440     perform 4210-read-suppression thru 4210-exit.
010442     if odd-hit-suppressed
010444         go to 4200-exit
010446     end-if.
010448     move spaces to odd-suppress-try-dept.
010450     perform 4210-read-suppression thru 4210-exit.
010452     if odd-hit-suppressed
010454         go to 4200-exit
010456     end-if.
010458     move spaces to odd-suppress-try-reason.
010460     move im-item-dept to odd-suppress-try-dept.
010462     perform 4210-read-suppression thru 4210-exit.
010464     if odd-hit-suppressed
010466         go to 4200-exit
010468     end-if.
010470     move spaces to odd-suppress-try-dept.
010472     perform 4210-read-suppression thru 4210-exit.
010474 4200-exit.
010476     exit.
010478 4210-read-suppression.
010480     move im-item-code to osp-item-code.
010482     move odd-suppress-try-reason to osp-flag-reason.
010484     move odd-suppress-try-dept to osp-item-dept.
010486     read odd-suppress-file
010488         invalid key
010490             go to 4210-exit
010492     end-read.
010494     if osp-expiry-date not < oddrpt-run-date
010496         set odd-hit-suppressed to true
010498     end-if.
010500 4210-exit.
010502     exit.
010504 4250-list-suppressed.
010506     add 1 to odd-suppressed-count.
010508     add odd-unit-value-work to odd-suppressed-value.
010510     move im-item-code to sud-item-code.
010512     move im-item-dept to sud-item-dept.
010514     move odd-flag-reason-work to sud-flag-reason.
010516     move odd-unit-value-work to sud-unit-value.
010518     move osp-approved-by to sud-approved-by.
010520     move osp-expiry-date to sud-expiry-date.
010522     evaluate true
010524         when osp-flag-reason = spaces
010526             and osp-item-dept = spaces
010528             move 'ITEM' to sud-entry-scope
010530         when osp-item-dept = spaces
010532             move 'ITEM+RSN' to sud-entry-scope
010534         when osp-flag-reason = spaces
010536             move 'ITEM+DEPT' to sud-entry-scope
010538         when other
010540             move 'ITEM+R+D' to sud-entry-scope
010542     end-evaluate.
010544     write suppress-report-record from supp-detail-line.
010546 4250-exit.
010548     exit.
010590 7000-close-outputs.
010600     perform find-odd-report-finish
010610         thru find-odd-report-finish-exit.
010615     perform 7050-write-feed-trailers thru 7050-exit.
010620     close odd-extract-file.
010630     close even-extract-file.
010640     close odd-result-file.
010641     move odd-suppressed-count to sut-suppressed-count.
010642     move odd-suppressed-value to sut-suppressed-value.
010643     write suppress-report-record from supp-total-line.
010644     close suppress-report-file.
010645     write drift-report-record from expo-blank-line.
010646     move 'PRICE VAR HITS:' to drt-total-label.
010647     move odd-price-var-count to drt-total-count.
010648     write drift-report-record from drift-total-line.
010649     move 'DEPT MISM HITS:' to drt-total-label.
010650     move odd-dept-mism-count to drt-total-count.
010651     write drift-report-record from drift-total-line.
010652     move 'DESC MISM HITS:' to drt-total-label.
010653     move odd-desc-mism-count to drt-total-count.
010654     write drift-report-record from drift-total-line.
010655     close drift-report-file.
010656     if odd-suppress-open
010657         close odd-suppress-file
010658     end-if.
010659     if odd-result-rewrite-count > 0
010660         display 'odd-item-screen: rewrote         '
010670             odd-result-rewrite-count
010680             ' existing ODDRSLT record(s)'
010690     end-if.
010691     if odd-result-frozen-count > 0
010692         display 'odd-item-screen: closed period - '
010693             odd-result-frozen-count
010694             ' ODDRSLT write(s) refused'
010695         if return-code < 4
010696             move 4 to return-code
010697         end-if
010698     end-if.
010700     display 'odd-item-screen: records read   ' odd-records-read.
010710     display 'odd-item-screen: rejected       ' odd-reject-count.
010720     display 'odd-item-screen: flagged total  ' odd-flag-count.
010723     display 'odd-item-screen: suppressed     '
010726         odd-suppressed-count.
010730     display 'odd-item-screen: duplicates     ' odd-dup-count.
010740     display 'odd-item-screen: bad series     ' odd-range-count.
010750     display 'odd-item-screen: not on master  '
010760         odd-master-missing-count.
010770     display 'odd-item-screen: inactive items '
010780         odd-inactive-count.
010781     display 'odd-item-screen: price variance '
010782         odd-price-var-count.
010783     display 'odd-item-screen: dept mismatch  '
010784         odd-dept-mism-count.
010785     display 'odd-item-screen: desc mismatch  '
010786         odd-desc-mism-count.
010790     display 'odd-item-screen: flagged value  '
010800         odd-flagged-value.
010810     display 'odd-item-screen: flagged even   ' even-flag-count.
010920     add 1 to odd-source-scan.
010930 7010-exit.
010940     exit.
010941 7050-write-feed-trailers.
010942     move spaces to odd-feed-trailer-record.
010943     move 'TRL' to oft-record-id.
010944     move odd-feed-odd-name to oft-feed-name.
010945     move odd-feed-odd-count to oft-record-count.
010946     move odd-feed-odd-hash to oft-hash-total.
010947     move odd-feed-odd-value to oft-value-total.
010948     write odd-item-extract-record from odd-feed-trailer-record.
010949     move odd-feed-even-name to oft-feed-name.
010950     move odd-feed-even-count to oft-record-count.
010951     move odd-feed-even-hash to oft-hash-total.
010952     move odd-feed-even-value to oft-value-total.
010953     write even-item-extract-record from odd-feed-trailer-record.
010954     display 'odd-item-screen: ODDXTRCT sequence  '
010955         odd-feed-odd-seq.
010956     display 'odd-item-screen: EVENXTRCT sequence '
010957         odd-feed-even-seq.
010958 7050-exit.
010959     exit.
010960*---------------------------------------------------------------
010961* the reconciliation runs the other way - sweep ITEMMAST in
010970* key order and list the active items whose appeared-flag byte
010980* never went to 'Y': items that stopped arriving on the
010990* extract, which no exception report surfaced before.
011590     write expo-report-record from expo-column-line.
011600     move 1 to odd-expo-idx.
011610     perform 7610-print-one-reason thru 7610-exit
011620         until odd-expo-idx > odd-rule-count.
011630     write expo-report-record from expo-blank-line.
011640     move 'FLAGGED VALUE BY DEPARTMENT' to exs-section-title.
011650     write expo-report-record from expo-section-line.
011760     write expo-report-record from expo-blank-line.
011770     move odd-flagged-value to exo-total-value.
011780     write expo-report-record from expo-total-line.
011782     if odd-suppressed-count > 0
011784         move odd-suppressed-value to exo-suppressed-value
011786         write expo-report-record from expo-suppressed-line
011788     end-if.
011790     close expo-report-file.
011800 7600-exit.
011810     exit.
011820 7610-print-one-reason.
011830     move orl-reason-code (odd-expo-idx) to exd-group-label.
011950     move ore-flag-count (odd-expo-idx) to exd-flag-count.
011960     move ore-flag-value (odd-expo-idx) to exd-flag-value.
011970     write expo-report-record from expo-detail-line.
012100     perform 8050-clear-checkpoint thru 8050-exit.
012110     close item-file.
012120     close item-master-file.
012125     perform odd-step-end thru odd-step-end-exit.
012130 8000-exit.
012140     exit.
012150 8050-clear-checkpoint.
012250     move odd-hash-total to ctl-hash-total.
012260     move odd-flagged-value to ctl-flagged-value.
012270     move even-flag-count to ctl-even-flagged-count.
012275     move odd-suppressed-count to ctl-suppressed-count.
012280     open output odd-control-file.
012290     write odd-control-record.
012300     move 1 to odd-source-scan.
012930 9110-exit.
012940     exit.
012950 copy 'find-odd-report'.
012960 copy 'odd-screen-rules-loader'.
012970 copy 'odd-run-step'.
012980 copy 'odd-period-check'.
