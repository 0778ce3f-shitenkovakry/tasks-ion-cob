000260*                   code zero only when every check ties, so
000270*                   the scheduler can gate the release of
000280*                   ODDXTRCT on this step.
000281*  2026-10-14  dsb  ODDCTL is now 60 bytes - FIND-ODD-SCREEN
000282*                   keeps hits covered by an ODDSUPP approved
000283*                   exception off ODDXTRCT but still counts
000284*                   them, so ODDXTRCT now ties to the flagged
000285*                   count less CTL-SUPPRESSED-COUNT (a control
000286*                   record from before the field existed reads
000287*                   as none suppressed).
000288*  2026-10-14  dsb  checks in to the ODDRUNCT run-control file
000289*                   as the BALANCE step (ODD-RUN-STEP) and
000290*                   takes the business date from there instead
000291*                   of the ODDPARM card, which it no longer
000292*                   reads.  It is refused with return code 8
000293*                   unless the SCREEN step shows complete for
000294*                   that date, and an out-of-balance verdict
000295*                   checks the step out failed, so the
000296*                   department bundles cannot be printed from a
000297*                   run that did not balance.
000298*  2026-10-14  dsb  ODDXTRCT and EVENXTRCT now carry an HDR/TRL
000299*                   envelope: each must open with an HDR for
000300*                   the business date and close with a TRL
000301*                   whose count, item-code hash and total unit
000302*                   value tie to the detail records, or the
000303*                   extracts are held.  When every check ties
000304*                   both feeds are logged as RELEASED on the
000305*                   ODDXMLOG transmission log with their
000306*                   sequence numbers and figures - the record
000307*                   of what we sent downstream.
000308*---------------------------------------------------------------
000309 environment division.
000310 input-output section.
000320 file-control.
000360     select odd-control-file assign to 'ODDCTL'
000370         organization is line sequential
000380         file status is odd-control-status.
000520         file status is odd-run-history-status.
000530     select audit-report-file assign to 'ODDBALRP'
000540         organization is line sequential.
000541     select odd-run-control-file assign to 'ODDRUNCT'
000542         organization is indexed
000543         access mode is random
000544         record key is rct-key
000545         file status is odd-step-control-status.
000546     select odd-xmlog-file assign to 'ODDXMLOG'
000547         organization is line sequential
000548         file status is odd-xmlog-status.
000550 data division.
000560 file section.
000600 fd  odd-control-file
000610     record contains 60 characters.
000620 copy 'odd-screen-control'.
000630 fd  odd-extract-file
000640     block contains 0 records
000650     record contains 80 characters
000660     label records are standard.
000670 copy 'odd-item-extract-record'.
000671 01  odd-extract-record-kind.
000672     05  oxk-record-id              pic x(03).
000673         88  oxk-header-record          value 'HDR'.
000674         88  oxk-trailer-record         value 'TRL'.
000675     05  filler                     pic x(77).
000680 fd  even-extract-file
000690     block contains 0 records
000700     record contains 80 characters
000710     label records are standard.
000720 copy 'even-item-extract-record'.
000721 01  even-extract-record-kind.
000722     05  exk-record-id              pic x(03).
000723         88  exk-header-record          value 'HDR'.
000724         88  exk-trailer-record         value 'TRL'.
000725     05  filler                     pic x(77).
000730 fd  odd-result-file
000740     record contains 100 characters.
000750 copy 'odd-item-result-record'.
000790 fd  audit-report-file
000800     record contains 80 characters.
000810 01  audit-report-record            pic x(80).
000812 fd  odd-run-control-file
000814     record contains 150 characters.
000816 copy 'odd-run-control-record'.
000817 fd  odd-xmlog-file
000818     record contains 80 characters.
000819 copy 'odd-transmission-log-record'.
000820 working-storage section.
000840 01  odd-control-status             pic x(02).
000850 01  odd-extract-status             pic x(02).
000860 01  even-extract-status            pic x(02).
000870 01  odd-result-status              pic x(02).
000880 01  odd-run-history-status         pic x(02).
000885 01  odd-xmlog-status               pic x(02).
000890*---------------------------------------------------------------
000900* switches and counters - the fail count is the verdict: any
000910* check out of balance ends the step with return code 16 so
000980         88  odd-control-seen           value 'Y'.
000990     05  odd-history-seen-sw        pic x(01) value 'N'.
001000         88  odd-history-seen           value 'Y'.
001001     05  odd-xtr-header-sw          pic x(01) value 'N'.
001002         88  odd-xtr-header-seen        value 'Y'.
001003     05  odd-xtr-trailer-sw         pic x(01) value 'N'.
001004         88  odd-xtr-trailer-seen       value 'Y'.
001005     05  even-xtr-header-sw         pic x(01) value 'N'.
001006         88  even-xtr-header-seen       value 'Y'.
001007     05  even-xtr-trailer-sw        pic x(01) value 'N'.
001008         88  even-xtr-trailer-seen      value 'Y'.
001010 01  odd-audit-run-date             pic x(08).
001020 01  odd-audit-fail-count           pic 9(04) value zero.
001030 01  odd-xtr-record-count           pic 9(06) value zero.
001080 01  odd-hist-records-read          pic 9(06) value zero.
001090 01  odd-audit-expected             pic 9(12) value zero.
001100 01  odd-audit-actual               pic 9(12) value zero.
001101*---------------------------------------------------------------
001102* the feed envelopes - each feed's HDR sequence number and
001103* the hash and value recounted from its detail records for
001104* the TRL checks and the ODDXMLOG release entries.
001105*---------------------------------------------------------------
001106 copy 'odd-feed-envelope-record'.
001107 01  odd-xtr-sequence               pic 9(06) value zero.
001108 01  odd-xtr-hash-total             pic 9(12) value zero.
001109 01  odd-xtr-value-total            pic 9(10)v99 value zero.
001110 01  even-xtr-sequence              pic 9(06) value zero.
001111 01  even-xtr-hash-total            pic 9(12) value zero.
001112 01  even-xtr-value-total           pic 9(10)v99 value zero.
001113 01  odd-xmlog-date                 pic x(08).
001114 01  odd-xmlog-time                 pic x(06).
001115*---------------------------------------------------------------
001120* one seen-flag byte per possible item code, marked while
001130* counting ODDXTRCT so the distinct-item count can be checked
001140* against tonight's ODDRSLT records (one record per item no
001390     05  filler                    pic x(01) value space.
001400     05  aum-message               pic x(60).
001410 01  audit-blank-line              pic x(80) value spaces.
001415 copy 'odd-run-step-variables'.
001420 procedure division.
001430 0000-mainline.
001440     perform 1000-initialize thru 1000-exit.
001510     perform 9000-finish thru 9000-exit.
001520     stop run.
001530 1000-initialize.
001540     perform 1100-begin-step thru 1100-exit.
001550     move all 'N' to odd-audit-seen-table.
001560     open output audit-report-file.
001570     move odd-audit-run-date to auh-run-date.
001590     write audit-report-record from audit-blank-line.
001600 1000-exit.
001610     exit.
001620 1100-begin-step.
001630     move 'BALANCE' to odd-step-name.
001640     perform odd-step-begin thru odd-step-begin-exit.
001650     if odd-step-refused
001660         display 'odd-balance-audit: refused by ODDRUNCT - '
001670             'nothing audited, do not release'
001680         stop run
001690     end-if.
001700     move odd-step-business-date to odd-audit-run-date.
001800 1100-exit.
001810     exit.
001820 2000-check-control.
001940             write audit-report-record from audit-message-line
001950         not at end
001960             set odd-control-seen to true
001962             if ctl-suppressed-count not numeric
001964                 move zero to ctl-suppressed-count
001966             end-if
001970     end-read.
001980     close odd-control-file.
001990 2000-exit.
002000     exit.
002010*---------------------------------------------------------------
002020* recount ODDXTRCT independently: detail records must equal
002030* the flagged count the screen claimed less the hits it
002035* suppressed, and the distinct item codes feed the ODDRSLT
002040* check below.
002050*---------------------------------------------------------------
002060 2100-count-odd-extract.
002070     open input odd-extract-file.
002160     perform 2120-count-one-odd thru 2120-exit
002170         until odd-audit-eof.
002180     close odd-extract-file.
002185     perform 2150-check-odd-envelope thru 2150-exit.
002190     if odd-control-seen
002200         move 'ODDXTRCT RECS V FLAGGED-SUPPR ' to auc-check-label
002210         subtract ctl-suppressed-count from ctl-odd-flagged-count
002215             giving odd-audit-expected
002220         move odd-xtr-record-count to odd-audit-actual
002230         perform 7000-judge-check thru 7000-exit
002240     end-if.
002320 2110-exit.
002330     exit.
002340 2120-count-one-odd.
002341     evaluate true
002342         when oxk-header-record
002343             perform 2130-odd-header thru 2130-exit
002344         when oxk-trailer-record
002345             move odd-item-extract-record
002346                 to odd-feed-trailer-record
002347             set odd-xtr-trailer-seen to true
002348         when other
002349             perform 2140-count-odd-detail thru 2140-exit
002350     end-evaluate.
002351     perform 2110-read-odd-extract thru 2110-exit.
002352 2120-exit.
002353     exit.
002354 2130-odd-header.
002355     if odd-xtr-header-seen or odd-xtr-record-count > 0
002356         perform 8000-note-failure thru 8000-exit
002357         move 'ODDXTRCT HDR IS NOT THE FIRST RECORD'
002358             to aum-message
002359         write audit-report-record from audit-message-line
002360     end-if.
002361     set odd-xtr-header-seen to true.
002362     move odd-item-extract-record to odd-feed-header-record.
002363     move ofh-sequence-no to odd-xtr-sequence.
002364     if ofh-run-date not = odd-audit-run-date
002365         perform 8000-note-failure thru 8000-exit
002366         move 'ODDXTRCT HDR IS FOR ANOTHER RUN DATE'
002367             to aum-message
002368         write audit-report-record from audit-message-line
002369     end-if.
002370 2130-exit.
002371     exit.
002372 2140-count-odd-detail.
002373     add 1 to odd-xtr-record-count.
002374     if oxt-item-code is numeric
002375         add oxt-item-code to odd-xtr-hash-total
002376         add oxt-item-code 1 giving odd-audit-seen-idx
002380         if odd-audit-seen-flag (odd-audit-seen-idx) not = 'Y'
002390             move 'Y' to odd-audit-seen-flag
002400                 (odd-audit-seen-idx)
002410             add 1 to odd-xtr-distinct-count
002420         end-if
002430     end-if.
002431     if oxt-unit-value is numeric
002432         add oxt-unit-value to odd-xtr-value-total
002433     end-if.
002434 2140-exit.
002435     exit.
002436*---------------------------------------------------------------
002437* the envelope must be whole - an HDR, and a TRL whose count,
002438* hash and value (compared in cents) tie to the details.
002439*---------------------------------------------------------------
002440 2150-check-odd-envelope.
002441     if not odd-xtr-header-seen
002442         perform 8000-note-failure thru 8000-exit
002443         move 'ODDXTRCT HAS NO HDR RECORD' to aum-message
002444         write audit-report-record from audit-message-line
002445     end-if.
002446     if not odd-xtr-trailer-seen
002447         perform 8000-note-failure thru 8000-exit
002448         move 'ODDXTRCT HAS NO TRL RECORD - FILE IS TRUNCATED'
002449             to aum-message
002450         write audit-report-record from audit-message-line
002451         go to 2150-exit
002452     end-if.
002453     move 'ODDXTRCT TRL COUNT V DETAIL   ' to auc-check-label.
002454     move oft-record-count to odd-audit-expected.
002455     move odd-xtr-record-count to odd-audit-actual.
002456     perform 7000-judge-check thru 7000-exit.
002457     move 'ODDXTRCT TRL HASH V DETAIL    ' to auc-check-label.
002458     move oft-hash-total to odd-audit-expected.
002459     move odd-xtr-hash-total to odd-audit-actual.
002460     perform 7000-judge-check thru 7000-exit.
002461     move 'ODDXTRCT TRL CENTS V DETAIL   ' to auc-check-label.
002462     multiply oft-value-total by 100 giving odd-audit-expected.
002463     multiply odd-xtr-value-total by 100
002464         giving odd-audit-actual.
002465     perform 7000-judge-check thru 7000-exit.
002466 2150-exit.
002467     exit.
002470 2200-count-even-extract.
002480     open input even-extract-file.
002490     if even-extract-status not = '00'
002570     perform 2220-count-one-even thru 2220-exit
002580         until odd-audit-eof.
002590     close even-extract-file.
002595     perform 2250-check-even-envelope thru 2250-exit.
002600     if odd-control-seen
002610         move 'EVENXTRCT RECORDS V EVEN CNT  ' to auc-check-label
002620         move ctl-even-flagged-count to odd-audit-expected
002730 2210-exit.
002740     exit.
002750 2220-count-one-even.
002751     evaluate true
002752         when exk-header-record
002753             perform 2230-even-header thru 2230-exit
002754         when exk-trailer-record
002755             move even-item-extract-record
002756                 to odd-feed-trailer-record
002757             set even-xtr-trailer-seen to true
002758         when other
002759             perform 2240-count-even-detail thru 2240-exit
002760     end-evaluate.
002761     perform 2210-read-even-extract thru 2210-exit.
002762 2220-exit.
002763     exit.
002764 2230-even-header.
002765     if even-xtr-header-seen or even-xtr-record-count > 0
002766         perform 8000-note-failure thru 8000-exit
002767         move 'EVENXTRCT HDR IS NOT THE FIRST RECORD'
002768             to aum-message
002769         write audit-report-record from audit-message-line
002770     end-if.
002771     set even-xtr-header-seen to true.
002772     move even-item-extract-record to odd-feed-header-record.
002773     move ofh-sequence-no to even-xtr-sequence.
002774     if ofh-run-date not = odd-audit-run-date
002775         perform 8000-note-failure thru 8000-exit
002776         move 'EVENXTRCT HDR IS FOR ANOTHER RUN DATE'
002777             to aum-message
002778         write audit-report-record from audit-message-line
002779     end-if.
002780 2230-exit.
002781     exit.
002782 2240-count-even-detail.
002783     add 1 to even-xtr-record-count.
002784     if ext-item-code is numeric
002785         add ext-item-code to even-xtr-hash-total
002786     end-if.
002787     if ext-unit-value is numeric
002788         add ext-unit-value to even-xtr-value-total
002789     end-if.
002790 2240-exit.
002791     exit.
002792 2250-check-even-envelope.
002793     if not even-xtr-header-seen
002794         perform 8000-note-failure thru 8000-exit
002795         move 'EVENXTRCT HAS NO HDR RECORD' to aum-message
002796         write audit-report-record from audit-message-line
002797     end-if.
002798     if not even-xtr-trailer-seen
002799         perform 8000-note-failure thru 8000-exit
002800         move 'EVENXTRCT HAS NO TRL RECORD - FILE IS TRUNCATED'
002801             to aum-message
002802         write audit-report-record from audit-message-line
002803         go to 2250-exit
002804     end-if.
002805     move 'EVENXTRCT TRL COUNT V DETAIL  ' to auc-check-label.
002806     move oft-record-count to odd-audit-expected.
002807     move even-xtr-record-count to odd-audit-actual.
002808     perform 7000-judge-check thru 7000-exit.
002809     move 'EVENXTRCT TRL HASH V DETAIL   ' to auc-check-label.
002810     move oft-hash-total to odd-audit-expected.
002811     move even-xtr-hash-total to odd-audit-actual.
002812     perform 7000-judge-check thru 7000-exit.
002813     move 'EVENXTRCT TRL CENTS V DETAIL  ' to auc-check-label.
002814     multiply oft-value-total by 100 giving odd-audit-expected.
002815     multiply even-xtr-value-total by 100
002816         giving odd-audit-actual.
002817     perform 7000-judge-check thru 7000-exit.
002818 2250-exit.
002819     exit.
002820*---------------------------------------------------------------
002821* ODDRSLT keeps one record per flagged item per run date no
002822* matter how many rules the item tripped, so tonight's record
002830* count must equal the distinct item codes on ODDXTRCT.
002840*---------------------------------------------------------------
002850 2300-count-results.
003940             to aum-message
003950         write audit-report-record from audit-message-line
003960         display 'odd-balance-audit: all checks tie'
003965         perform 3100-log-release thru 3100-exit
003970     else
003980         move 'OUT OF BALANCE - DO NOT RELEASE THE EXTRACTS'
003990             to aum-message
004050     end-if.
004060 3000-exit.
004070     exit.
004071*---------------------------------------------------------------
004072* both feeds balanced and are released - log what goes
004073* downstream, so a claim that a day's flags never arrived can
004074* be answered from ODDXMLOG.
004075*---------------------------------------------------------------
004076 3100-log-release.
004077     accept odd-xmlog-date from date yyyymmdd.
004078     accept odd-xmlog-time from time.
004079     open extend odd-xmlog-file.
004080     if odd-xmlog-status = '35'
004081         open output odd-xmlog-file
004082     end-if.
004083     move spaces to odd-transmission-log-record.
004084     move odd-feed-odd-name to oxl-feed-name.
004085     move odd-xtr-sequence to oxl-sequence-no.
004086     move odd-audit-run-date to oxl-run-date.
004087     move odd-xmlog-date to oxl-sent-date.
004088     move odd-xmlog-time to oxl-sent-time.
004089     move odd-xtr-record-count to oxl-record-count.
004090     move odd-xtr-hash-total to oxl-hash-total.
004091     move odd-xtr-value-total to oxl-value-total.
004092     set oxl-send-released to true.
004093     write odd-transmission-log-record.
004094     move odd-feed-even-name to oxl-feed-name.
004095     move even-xtr-sequence to oxl-sequence-no.
004096     move even-xtr-record-count to oxl-record-count.
004097     move even-xtr-hash-total to oxl-hash-total.
004098     move even-xtr-value-total to oxl-value-total.
004099     write odd-transmission-log-record.
004100     close odd-xmlog-file.
004101     display 'odd-balance-audit: released ODDXTRCT sequence '
004102         odd-xtr-sequence ' and EVENXTRCT sequence '
004103         even-xtr-sequence.
004104 3100-exit.
004105     exit.
004106 7000-judge-check.
004107     if odd-audit-expected = odd-audit-actual
004108         move 'TIES' to auc-verdict
004110     else
004120         move 'OUT OF BALANCE' to auc-verdict
004130         perform 8000-note-failure thru 8000-exit
004330         odd-rslt-today-count.
004340     display 'odd-balance-audit: checks failed     '
004350         odd-audit-fail-count.
004355     perform odd-step-end thru odd-step-end-exit.
004360 9000-exit.
004370     exit.
004380 copy 'odd-run-step'.
