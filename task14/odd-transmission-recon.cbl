000010 identification division.
000020 program-id. odd-transmission-recon.
000030 author. data-services-batch-support.
000040 installation. item-processing.
000050 date-written. 2026-10-14.
000060 date-compiled.
000070*---------------------------------------------------------------
000080* modification history
000090*  2026-10-14  dsb  initial version - downstream has twice
000100*                   claimed a day's flags never arrived and we
000110*                   could not prove what we sent.  Runs each
000120*                   morning: reads the ODDXMLOG transmission
000130*                   log of every ODDXTRCT and EVENXTRCT file
000140*                   released or reprinted, matches the
000150*                   downstream system's ODDXMACK receipt
000160*                   acknowledgements to it by feed and sequence
000170*                   number, and prints the ODDXMEXC exceptions
000180*                   listing: sequence gaps, a sequence or a run
000190*                   date released twice, acknowledgements for
000200*                   nothing we sent, files thrown back or
000210*                   loaded short, and sends from before today
000220*                   still not acknowledged.  Ends with return
000230*                   code 4 when anything is listed.
000240*---------------------------------------------------------------
000250 environment division.
000260 input-output section.
000270 file-control.
000280     select odd-xmlog-file assign to 'ODDXMLOG'
000290         organization is line sequential
000300         file status is xmit-log-status.
000310     select odd-xmack-file assign to 'ODDXMACK'
000320         organization is sequential
000330         file status is xmit-ack-status.
000340     select xmit-report-file assign to 'ODDXMEXC'
000350         organization is line sequential.
000360 data division.
000370 file section.
000380 fd  odd-xmlog-file
000390     record contains 80 characters.
000400 copy 'odd-transmission-log-record'.
000410 fd  odd-xmack-file
000420     block contains 0 records
000430     record contains 80 characters
000440     label records are standard.
000450 copy 'odd-transmission-ack-record'.
000460 fd  xmit-report-file
000470     record contains 80 characters.
000480 01  xmit-report-record             pic x(80).
000490 working-storage section.
000500 01  xmit-log-status                pic x(02).
000510 01  xmit-ack-status                pic x(02).
000520*---------------------------------------------------------------
000530* switches and counters
000540*---------------------------------------------------------------
000550 01  xmit-switches.
000560     05  xmit-eof-sw                pic x(01) value 'N'.
000570         88  xmit-eof                   value 'Y'.
000580 01  xmit-today                     pic x(08).
000590 01  xmit-log-count                 pic 9(06) value zero.
000600 01  xmit-ack-count                 pic 9(06) value zero.
000610 01  xmit-acked-count               pic 9(06) value zero.
000620 01  xmit-awaiting-count            pic 9(06) value zero.
000630 01  xmit-exception-count           pic 9(06) value zero.
000640 01  xmit-overflow-count            pic 9(06) value zero.
000650 01  xmit-missing-last              pic 9(06).
000653 01  xmit-look-feed                 pic x(10).
000656 01  xmit-look-sequence             pic 9(06).
000660*---------------------------------------------------------------
000670* every send on the log, with whether downstream has owned up
000680* to it - A acknowledged, R thrown back, N not yet.  Sends
000690* past capacity are counted and warned about.
000700*---------------------------------------------------------------
000710 01  xmit-send-max                  pic 9(04) comp value 3000.
000720 01  xmit-send-count                pic 9(04) comp value zero.
000730 01  xmit-send-idx                  pic 9(04) comp.
000740 01  xmit-send-scan                 pic 9(04) comp.
000750 01  xmit-send-table.
000760     05  xmit-send-entry            occurs 3000 times.
000770         10  xsd-feed-name          pic x(10).
000780         10  xsd-sequence-no        pic 9(06).
000790         10  xsd-run-date           pic x(08).
000800         10  xsd-sent-date          pic x(08).
000810         10  xsd-record-count       pic 9(06).
000820         10  xsd-send-kind          pic x(08).
000830         10  xsd-ack-sw             pic x(01).
000840             88  xsd-acked              value 'A' 'R'.
000850*---------------------------------------------------------------
000860* the highest sequence seen so far for each feed on the log -
000870* the log is written in send order, so a jump past the next
000880* number is a gap and a number at or below it a resend.
000890*---------------------------------------------------------------
000900 01  xmit-feed-max                  pic 9(04) comp value 10.
000910 01  xmit-feed-count                pic 9(04) comp value zero.
000920 01  xmit-feed-idx                  pic 9(04) comp.
000930 01  xmit-feed-scan                 pic 9(04) comp.
000940 01  xmit-feed-table.
000950     05  xmit-feed-entry            occurs 10 times.
000960         10  xfd-feed-name          pic x(10).
000970         10  xfd-high-sequence      pic 9(06).
000980*---------------------------------------------------------------
000990* ODDXMEXC print-line layouts
001000*---------------------------------------------------------------
001010 01  xmit-heading-line.
001020     05  filler                    pic x(01) value space.
001030     05  filler                    pic x(33)
001040             value 'OUTBOUND TRANSMISSION EXCEPTIONS '.
001050     05  filler                    pic x(03) value 'AS '.
001060     05  xmh-today                 pic x(08).
001070 01  xmit-column-line.
001080     05  filler                    pic x(01) value space.
001090     05  filler                    pic x(11) value 'FEED'.
001100     05  filler                    pic x(08) value 'SEQ'.
001110     05  filler                    pic x(10) value 'RUN DATE'.
001120     05  filler                    pic x(10) value 'SENT'.
001130     05  filler                    pic x(09) value 'EXCEPTION'.
001140 01  xmit-detail-line.
001150     05  filler                    pic x(01) value space.
001160     05  xmd-feed-name             pic x(10).
001170     05  filler                    pic x(01) value space.
001180     05  xmd-sequence-no           pic zzzzz9.
001190     05  filler                    pic x(02) value spaces.
001200     05  xmd-run-date              pic x(08).
001210     05  filler                    pic x(02) value spaces.
001220     05  xmd-sent-date             pic x(08).
001230     05  filler                    pic x(02) value spaces.
001240     05  xmd-exception             pic x(36).
001250 01  xmit-gap-text.
001260     05  filler                    pic x(22)
001270             value 'NEVER SENT - GAP THRU '.
001280     05  xmg-missing-last          pic zzzzz9.
001290 01  xmit-total-line.
001300     05  filler                    pic x(01) value space.
001310     05  xmt-total-label           pic x(28).
001320     05  xmt-total-count           pic zzzzz9.
001330 01  xmit-blank-line               pic x(80) value spaces.
001340 procedure division.
001350 0000-mainline.
001360     perform 1000-initialize thru 1000-exit.
001370     perform 2000-load-sends thru 2000-exit.
001380     perform 3000-match-acks thru 3000-exit.
001390     perform 4000-list-unacked thru 4000-exit.
001400     perform 9000-finish thru 9000-exit.
001410     stop run.
001420 1000-initialize.
001430     accept xmit-today from date yyyymmdd.
001440     open output xmit-report-file.
001450     move xmit-today to xmh-today.
001460     write xmit-report-record from xmit-heading-line.
001470     write xmit-report-record from xmit-blank-line.
001480     write xmit-report-record from xmit-column-line.
001490 1000-exit.
001500     exit.
001510*---------------------------------------------------------------
001520* load the log, checking each send against the ones before it
001530* as it goes.
001540*---------------------------------------------------------------
001550 2000-load-sends.
001560     open input odd-xmlog-file.
001570     if xmit-log-status not = '00'
001580         display 'odd-xmit-recon: no ODDXMLOG transmission log '
001590             '- nothing has been sent'
001600         go to 2000-exit
001610     end-if.
001620     move 'N' to xmit-eof-sw.
001630     perform 2100-load-one thru 2100-exit
001640         until xmit-eof.
001650     close odd-xmlog-file.
001660     if xmit-overflow-count > 0
001670         display 'odd-xmit-recon: warning - ' xmit-overflow-count
001680             ' sends past the table capacity were not matched'
001690     end-if.
001700 2000-exit.
001710     exit.
001720 2100-load-one.
001730     read odd-xmlog-file
001740         at end
001750             set xmit-eof to true
001760             go to 2100-exit
001770     end-read.
001780     add 1 to xmit-log-count.
001790     perform 2200-check-sequence thru 2200-exit.
001800     if oxl-send-released
001810         perform 2250-check-run-date thru 2250-exit
001820     end-if.
001830     if xmit-send-count < xmit-send-max
001840         add 1 to xmit-send-count
001850         move oxl-feed-name to xsd-feed-name (xmit-send-count)
001860         move oxl-sequence-no
001870             to xsd-sequence-no (xmit-send-count)
001880         move oxl-run-date to xsd-run-date (xmit-send-count)
001890         move oxl-sent-date to xsd-sent-date (xmit-send-count)
001900         move oxl-record-count
001910             to xsd-record-count (xmit-send-count)
001920         move oxl-send-kind to xsd-send-kind (xmit-send-count)
001930         move 'N' to xsd-ack-sw (xmit-send-count)
001940     else
001950         add 1 to xmit-overflow-count
001960     end-if.
001970 2100-exit.
001980     exit.
001990 2200-check-sequence.
002000     perform 2210-find-feed thru 2210-exit.
002010     if xmit-feed-idx = 0
002020         go to 2200-exit
002030     end-if.
002040     if oxl-sequence-no > xfd-high-sequence (xmit-feed-idx) + 1
002050         subtract 1 from oxl-sequence-no giving xmit-missing-last
002060         move xmit-missing-last to xmg-missing-last
002070         move oxl-feed-name to xmd-feed-name
002080         add 1 xfd-high-sequence (xmit-feed-idx)
002090             giving xmd-sequence-no
002100         move spaces to xmd-run-date xmd-sent-date
002110         move xmit-gap-text to xmd-exception
002120         perform 8000-write-exception thru 8000-exit
002130     end-if.
002140     if oxl-sequence-no not > xfd-high-sequence (xmit-feed-idx)
002143         move oxl-feed-name to xmit-look-feed
002146         move oxl-sequence-no to xmit-look-sequence
002150         perform 2230-find-sequence thru 2230-exit
002160         perform 7000-log-detail thru 7000-exit
002170         if xmit-send-idx > 0
002180             move 'SEQUENCE SENT MORE THAN ONCE'
002190                 to xmd-exception
002200         else
002210             move 'SENT OUT OF SEQUENCE ORDER' to xmd-exception
002220         end-if
002230         perform 8000-write-exception thru 8000-exit
002240     else
002250         move oxl-sequence-no
002260             to xfd-high-sequence (xmit-feed-idx)
002270     end-if.
002280 2200-exit.
002290     exit.
002300 2210-find-feed.
002310     move zero to xmit-feed-idx.
002320     move 1 to xmit-feed-scan.
002330     perform 2220-scan-feed thru 2220-exit
002340         until xmit-feed-scan > xmit-feed-count
002350         or xmit-feed-idx > 0.
002360     if xmit-feed-idx = 0
002370         and xmit-feed-count < xmit-feed-max
002380         add 1 to xmit-feed-count
002390         move xmit-feed-count to xmit-feed-idx
002400         move oxl-feed-name to xfd-feed-name (xmit-feed-idx)
002410         move zero to xfd-high-sequence (xmit-feed-idx)
002420     end-if.
002430 2210-exit.
002440     exit.
002450 2220-scan-feed.
002460     if xfd-feed-name (xmit-feed-scan) = oxl-feed-name
002470         move xmit-feed-scan to xmit-feed-idx
002480     end-if.
002490     add 1 to xmit-feed-scan.
002500 2220-exit.
002510     exit.
002520 2230-find-sequence.
002530     move zero to xmit-send-idx.
002540     move 1 to xmit-send-scan.
002550     perform 2240-scan-sequence thru 2240-exit
002560         until xmit-send-scan > xmit-send-count
002570         or xmit-send-idx > 0.
002580 2230-exit.
002590     exit.
002600 2240-scan-sequence.
002610     if xsd-feed-name (xmit-send-scan) = xmit-look-feed
002620         and xsd-sequence-no (xmit-send-scan)
002625             = xmit-look-sequence
002630         move xmit-send-scan to xmit-send-idx
002640     end-if.
002650     add 1 to xmit-send-scan.
002660 2240-exit.
002670     exit.
002680*---------------------------------------------------------------
002690* a run date released twice went downstream twice - a reprint
002700* is a deliberate resend and is not counted against it.
002710*---------------------------------------------------------------
002720 2250-check-run-date.
002730     move zero to xmit-send-idx.
002740     move 1 to xmit-send-scan.
002750     perform 2260-scan-run-date thru 2260-exit
002760         until xmit-send-scan > xmit-send-count
002770         or xmit-send-idx > 0.
002780     if xmit-send-idx > 0
002790         perform 7000-log-detail thru 7000-exit
002800         move 'RUN DATE RELEASED MORE THAN ONCE'
002810             to xmd-exception
002820         perform 8000-write-exception thru 8000-exit
002830     end-if.
002840 2250-exit.
002850     exit.
002860 2260-scan-run-date.
002870     if xsd-feed-name (xmit-send-scan) = oxl-feed-name
002880         and xsd-run-date (xmit-send-scan) = oxl-run-date
002890         and xsd-send-kind (xmit-send-scan) = oxl-send-kind
002900         and xsd-sequence-no (xmit-send-scan)
002910             not = oxl-sequence-no
002920         move xmit-send-scan to xmit-send-idx
002930     end-if.
002940     add 1 to xmit-send-scan.
002950 2260-exit.
002960     exit.
002970*---------------------------------------------------------------
002980* match each acknowledgement to the send it answers.
002990*---------------------------------------------------------------
003000 3000-match-acks.
003010     open input odd-xmack-file.
003020     if xmit-ack-status not = '00'
003030         display 'odd-xmit-recon: no ODDXMACK acknowledgements '
003040             '- nothing has been acknowledged'
003050         go to 3000-exit
003060     end-if.
003070     move 'N' to xmit-eof-sw.
003080     perform 3100-match-one thru 3100-exit
003090         until xmit-eof.
003100     close odd-xmack-file.
003110 3000-exit.
003120     exit.
003130 3100-match-one.
003140     read odd-xmack-file
003150         at end
003160             set xmit-eof to true
003170             go to 3100-exit
003180     end-read.
003190     add 1 to xmit-ack-count.
003200     move oxa-feed-name to xmit-look-feed.
003210     move oxa-sequence-no to xmit-look-sequence.
003220     perform 2230-find-sequence thru 2230-exit.
003230     if xmit-send-idx = 0
003240         move oxa-feed-name to xmd-feed-name
003250         move oxa-sequence-no to xmd-sequence-no
003260         move oxa-run-date to xmd-run-date
003270         move spaces to xmd-sent-date
003280         move 'ACKNOWLEDGED BUT NEVER SENT' to xmd-exception
003290         perform 8000-write-exception thru 8000-exit
003300         go to 3100-exit
003310     end-if.
003320     perform 7100-send-detail thru 7100-exit.
003330     if xsd-acked (xmit-send-idx)
003340         move 'ACKNOWLEDGED MORE THAN ONCE' to xmd-exception
003350         perform 8000-write-exception thru 8000-exit
003360         go to 3100-exit
003370     end-if.
003380     add 1 to xmit-acked-count.
003390     if oxa-ack-rejected
003400         move 'R' to xsd-ack-sw (xmit-send-idx)
003410         move 'THROWN BACK BY DOWNSTREAM' to xmd-exception
003420         perform 8000-write-exception thru 8000-exit
003430         go to 3100-exit
003440     end-if.
003450     move 'A' to xsd-ack-sw (xmit-send-idx).
003460     if oxa-record-count not = xsd-record-count (xmit-send-idx)
003470         move 'DOWNSTREAM LOADED A DIFFERENT COUNT'
003480             to xmd-exception
003490         perform 8000-write-exception thru 8000-exit
003500     end-if.
003510 3100-exit.
003520     exit.
003530*---------------------------------------------------------------
003540* anything sent before today should have been acknowledged
003550* by now; today's sends are still in flight.
003560*---------------------------------------------------------------
003570 4000-list-unacked.
003580     move 1 to xmit-send-scan.
003590     perform 4100-check-unacked thru 4100-exit
003600         until xmit-send-scan > xmit-send-count.
003610 4000-exit.
003620     exit.
003630 4100-check-unacked.
003640     if not xsd-acked (xmit-send-scan)
003650         if xsd-sent-date (xmit-send-scan) < xmit-today
003660             move xmit-send-scan to xmit-send-idx
003670             perform 7100-send-detail thru 7100-exit
003680             move 'NOT ACKNOWLEDGED' to xmd-exception
003690             perform 8000-write-exception thru 8000-exit
003700         else
003710             add 1 to xmit-awaiting-count
003720         end-if
003730     end-if.
003740     add 1 to xmit-send-scan.
003750 4100-exit.
003760     exit.
003770 7000-log-detail.
003780     move oxl-feed-name to xmd-feed-name.
003790     move oxl-sequence-no to xmd-sequence-no.
003800     move oxl-run-date to xmd-run-date.
003810     move oxl-sent-date to xmd-sent-date.
003820 7000-exit.
003830     exit.
003840 7100-send-detail.
003850     move xsd-feed-name (xmit-send-idx) to xmd-feed-name.
003860     move xsd-sequence-no (xmit-send-idx) to xmd-sequence-no.
003870     move xsd-run-date (xmit-send-idx) to xmd-run-date.
003880     move xsd-sent-date (xmit-send-idx) to xmd-sent-date.
003890 7100-exit.
003900     exit.
003910 8000-write-exception.
003920     write xmit-report-record from xmit-detail-line.
003930     add 1 to xmit-exception-count.
003940 8000-exit.
003950     exit.
003960 9000-finish.
003970     write xmit-report-record from xmit-blank-line.
003980     move 'SENDS ON THE LOG:           ' to xmt-total-label.
003990     move xmit-log-count to xmt-total-count.
004000     write xmit-report-record from xmit-total-line.
004010     move 'ACKNOWLEDGEMENTS READ:      ' to xmt-total-label.
004020     move xmit-ack-count to xmt-total-count.
004030     write xmit-report-record from xmit-total-line.
004040     move 'SENDS ACKNOWLEDGED:         ' to xmt-total-label.
004050     move xmit-acked-count to xmt-total-count.
004060     write xmit-report-record from xmit-total-line.
004070     move 'SENT TODAY, AWAITING ACK:   ' to xmt-total-label.
004080     move xmit-awaiting-count to xmt-total-count.
004090     write xmit-report-record from xmit-total-line.
004100     move 'EXCEPTIONS LISTED:          ' to xmt-total-label.
004110     move xmit-exception-count to xmt-total-count.
004120     write xmit-report-record from xmit-total-line.
004130     close xmit-report-file.
004140     display 'odd-xmit-recon: sends logged      ' xmit-log-count.
004150     display 'odd-xmit-recon: acks read         ' xmit-ack-count.
004160     display 'odd-xmit-recon: exceptions listed '
004170         xmit-exception-count.
004180     if xmit-exception-count > 0
004190         or xmit-overflow-count > 0
004200         move 4 to return-code
004210     end-if.
004220 9000-exit.
004230     exit.
