000230*                   vendor's flags still unworked.  Items no
000240*                   longer on the master report under vendor
000250*                   UNKNWN rather than disappearing.
000251*  2026-10-14  dsb  reasons are now ranked and slotted from the
000252*                   ODDRULES screening rules file FIND-ODD-
000253*                   SCREEN loads (ODD-SCREEN-RULES-LOADER)
000254*                   instead of the private 2500-RANK-REASON
000255*                   copy of the order, so the scorecard always
000256*                   scores with the rules the screen ran with.
000257*                   The rules in force print to ODDVNDRU.
000258*  2026-10-14  dsb  three more reason columns - PRI, DPT and DSC
000259*                   for the PRICE VAR, DEPT MISM and DESC MISM
000260*                   drift flags FIND-ODD-SCREEN now raises, so a
000261*                   vendor whose feed keeps drifting from the
000262*                   master shows up here.
000263*---------------------------------------------------------------
000270 environment division.
000280 input-output section.
000290 file-control.
000420         file status is item-master-status.
000430     select vendor-report-file assign to 'ODDVNDRP'
000440         organization is line sequential.
000441     select odd-rules-file assign to 'ODDRULES'
000442         organization is line sequential
000443         file status is odd-rules-status.
000444     select odd-rules-report-file assign to 'ODDVNDRU'
000445         organization is line sequential.
000450 data division.
000460 file section.
000470 fd  vendor-param-file
000580 fd  vendor-report-file
000590     record contains 80 characters.
000600 01  vendor-report-record           pic x(80).
000601 fd  odd-rules-file
000602     record contains 80 characters.
000603 copy 'odd-screen-rules-record'.
000604 fd  odd-rules-report-file
000605     record contains 80 characters.
000606 01  odd-rules-report-record        pic x(80).
000610 working-storage section.
000620 01  vendor-param-status            pic x(02).
000630 01  odd-vendor-status              pic x(02).
000640 01  item-master-status             pic x(02).
000650 copy 'odd-screen-rules'.
000655 copy 'odd-screen-rules-loader-variables'.
000660*---------------------------------------------------------------
000670* switches, counters and the reporting period
000680*---------------------------------------------------------------
000770     05  filler                     pic x(02).
000780 01  odd-vendor-read-count          pic 9(06) value zero.
000790 01  odd-vendor-used-count          pic 9(06) value zero.
000800 01  odd-vendor-today               pic x(08).
000820*---------------------------------------------------------------
000830* per-item history for the period - ODDRSLT keeps one record
000840* per item per run date, so the record count per item is its
001120         10  vnd-flag-count         pic 9(06) comp.
001130         10  vnd-unworked-count     pic 9(06) comp.
001140         10  vnd-repeat-count       pic 9(06) comp.
001150         10  vnd-reason-count       occurs 8 times
001160                                    pic 9(06) comp.
001170 01  odd-vendor-swap-entry.
001180     05  vsw-vendor-code            pic x(06).
001200     05  vsw-flag-count             pic 9(06) comp.
001210     05  vsw-unworked-count         pic 9(06) comp.
001220     05  vsw-repeat-count           pic 9(06) comp.
001230     05  vsw-reason-count           occurs 8 times
001240                                    pic 9(06) comp.
001250 01  odd-sort-idx                   pic 9(04) comp.
001260 01  odd-sort-scan                  pic 9(04) comp.
001470     05  filler                    pic x(05) value ' SER'.
001480     05  filler                    pic x(05) value ' INA'.
001490     05  filler                    pic x(05) value ' NOM'.
001492     05  filler                    pic x(05) value ' PRI'.
001494     05  filler                    pic x(05) value ' DPT'.
001496     05  filler                    pic x(05) value ' DSC'.
001500     05  filler                    pic x(05) value ' RPT'.
001510     05  filler                    pic x(07) value ' UNWKD%'.
001520 01  vendor-detail-line.
001660     05  vnd-d-inactive-count      pic zzz9.
001670     05  filler                    pic x(01) value space.
001680     05  vnd-d-nomaster-count      pic zzz9.
001681     05  filler                    pic x(01) value space.
001682     05  vnd-d-price-count         pic zzz9.
001683     05  filler                    pic x(01) value space.
001684     05  vnd-d-deptmism-count      pic zzz9.
001685     05  filler                    pic x(01) value space.
001686     05  vnd-d-descmism-count      pic zzz9.
001690     05  filler                    pic x(01) value space.
001700     05  vnd-d-repeat-count        pic zzz9.
001710     05  filler                    pic x(03) value spaces.
001900 1000-initialize.
001910     move low-values to vendor-item-table.
001920     perform 1100-read-vendor-param thru 1100-exit.
001925     perform 1200-load-rules thru 1200-exit.
001930     open input odd-result-file.
001940     if odd-vendor-status not = '00'
001950         display 'odd-vendor-scorecard: cannot open ODDRSLT - '
002360     end-if.
002370 1100-exit.
002380     exit.
002381*---------------------------------------------------------------
002382* the same ODDRULES reason table FIND-ODD-SCREEN ranks with,
002383* listed to ODDVNDRU alongside the scorecard.
002384*---------------------------------------------------------------
002385 1200-load-rules.
002386     perform odd-rules-load thru odd-rules-load-exit.
002387     accept odd-vendor-today from date yyyymmdd.
002388     move 'ODD-VENDOR-SCORECARD' to odd-rules-program.
002389     move odd-vendor-today to odd-rules-run-date.
002390     perform odd-rules-print thru odd-rules-print-exit.
002391 1200-exit.
002392     exit.
002393 2000-sweep-one.
002400     add 1 to odd-vendor-read-count.
002410     move oir-run-date to odd-vendor-date-work.
002420     if odd-vendor-month = spaces
002700             add 1 to vnd-unworked-count (odd-vendor-idx)
002710         end-if
002720         move oir-flag-reason to odd-rank-reason-in
002730         perform odd-rules-rank-reason
002735             thru odd-rules-rank-reason-exit
002740         if odd-rule-slot > 0
002750             add 1 to vnd-reason-count
002760                 (odd-vendor-idx odd-rule-slot)
002770         end-if
002780     end-if.
002790 2200-exit.
003610     move zero to vnd-reason-count (odd-vendor-idx 3).
003620     move zero to vnd-reason-count (odd-vendor-idx 4).
003630     move zero to vnd-reason-count (odd-vendor-idx 5).
003632     move zero to vnd-reason-count (odd-vendor-idx 6).
003634     move zero to vnd-reason-count (odd-vendor-idx 7).
003636     move zero to vnd-reason-count (odd-vendor-idx 8).
003640 2430-exit.
003650     exit.
003830*---------------------------------------------------------------
003840* an item flagged on more than one run date in the period is
003850* a repeat offender for its vendor.
004720         to vnd-d-inactive-count.
004730     move vnd-reason-count (odd-vendor-idx 5)
004740         to vnd-d-nomaster-count.
004741     move vnd-reason-count (odd-vendor-idx 6)
004742         to vnd-d-price-count.
004743     move vnd-reason-count (odd-vendor-idx 7)
004744         to vnd-d-deptmism-count.
004745     move vnd-reason-count (odd-vendor-idx 8)
004746         to vnd-d-descmism-count.
004750     move vnd-repeat-count (odd-vendor-idx)
004760         to vnd-d-repeat-count.
004770     if vnd-flag-count (odd-vendor-idx) > 0
005020     close item-master-file.
005030 9000-exit.
005040     exit.
005050 copy 'odd-screen-rules-loader'.
