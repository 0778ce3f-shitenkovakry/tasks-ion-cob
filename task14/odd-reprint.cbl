000280*  2026-09-02  dsb  carries the unit value now kept on
000290*                   ODDRSLT onto the reprinted report detail
000300*                   line and the extract feed.
000301*  2026-10-14  dsb  the reprinted extract goes out in the same
000302*                   HDR/TRL envelope as ODDXTRCT, under the
000303*                   next ODDXTRCT sequence number, and is logged
000304*                   on the ODDXMLOG transmission log as a
000305*                   REPRINT so a resend shows in the record of
000306*                   what went downstream.
000310*---------------------------------------------------------------
000320 environment division.
000330 input-output section.
000410         organization is line sequential.
000420     select reprint-extract-file assign to 'ODDXTRRP'
000430         organization is sequential.
000432     select odd-xmlog-file assign to 'ODDXMLOG'
000434         organization is line sequential
000436         file status is odd-xmlog-status.
000440 data division.
000450 file section.
000460 fd  odd-result-file
000540     record contains 80 characters
000550     label records are standard.
000560 copy 'odd-item-extract-record'.
000562 fd  odd-xmlog-file
000564     record contains 80 characters.
000566 copy 'odd-transmission-log-record'.
000570 working-storage section.
000580 01  odd-reprint-status             pic x(02).
000585 01  odd-xmlog-status               pic x(02).
000590 copy 'find-odd-report-variables'.
000600*---------------------------------------------------------------
000610* switches, counters and the reprint page marker
000670         88  odd-reprint-ready          value 'Y'.
000680 01  odd-reprint-date               pic x(08).
000690 01  odd-reprint-count              pic 9(06) value zero.
000691*---------------------------------------------------------------
000692* the reprinted feed's envelope - its sequence number and the
000693* hash and value its trailer carries
000694*---------------------------------------------------------------
000695 copy 'odd-feed-envelope-record'.
000696 01  odd-reprint-sequence           pic 9(06) value zero.
000697 01  odd-reprint-hash               pic 9(12) value zero.
000698 01  odd-reprint-value              pic 9(10)v99 value zero.
000699 01  odd-reprint-today              pic x(08).
000700 01  odd-reprint-time               pic x(06).
000701 01  reprint-marker-line.
000710     05  filler                    pic x(01) value space.
000720     05  filler                    pic x(15)
000730             value '*** REPRINT ***'.
000990     end-if.
001000     open output reprint-report-file.
001010     open output reprint-extract-file.
001015     perform 1100-write-header thru 1100-exit.
001020     set odd-reprint-ready to true.
001030     move odd-reprint-date to oddrpt-run-date.
001040     move zero to oddrpt-page-count.
001140     end-if.
001150 1000-exit.
001160     exit.
001161*---------------------------------------------------------------
001162* a reprint is another send of ODDXTRCT, so it takes the next
001163* sequence number after the highest one on ODDXMLOG.
001164*---------------------------------------------------------------
001165 1100-write-header.
001166     accept odd-reprint-today from date yyyymmdd.
001167     accept odd-reprint-time from time.
001168     move zero to odd-reprint-sequence.
001169     open input odd-xmlog-file.
001170     if odd-xmlog-status = '00'
001171         perform 1110-read-xmlog-one thru 1110-exit
001172             until odd-xmlog-status not = '00'
001173         close odd-xmlog-file
001174     end-if.
001175     add 1 to odd-reprint-sequence.
001176     move spaces to odd-feed-header-record.
001177     move 'HDR' to ofh-record-id.
001178     move odd-feed-odd-name to ofh-feed-name.
001179     move odd-reprint-date to ofh-run-date.
001180     move odd-reprint-sequence to ofh-sequence-no.
001181     move odd-feed-system-id to ofh-system-id.
001182     move odd-reprint-today to ofh-created-date.
001183     move odd-reprint-time to ofh-created-time.
001184     write odd-item-extract-record from odd-feed-header-record.
001185 1100-exit.
001186     exit.
001187 1110-read-xmlog-one.
001188     read odd-xmlog-file
001189         at end
001190             go to 1110-exit
001191     end-read.
001192     if oxl-feed-name = odd-feed-odd-name
001193         and oxl-sequence-no > odd-reprint-sequence
001194         move oxl-sequence-no to odd-reprint-sequence
001195     end-if.
001196 1110-exit.
001197     exit.
001198 2000-reprint-one.
001199     perform 3100-print-one thru 3100-exit.
001200     move oir-item-code to oxt-item-code.
001201     move oir-run-date to oxt-run-date.
001210     move oir-flag-reason to oxt-flag-reason.
001220     move oir-item-desc to oxt-item-desc.
001230     move oir-item-dept to oxt-item-dept.
001250     move oir-unit-value to oxt-unit-value.
001260     write odd-item-extract-record.
001270     add 1 to odd-reprint-count.
001273     add oir-item-code to odd-reprint-hash.
001276     add oir-unit-value to odd-reprint-value.
001280     perform 2100-read-result thru 2100-exit.
001290 2000-exit.
001300     exit.
001720     move odd-reprint-count to oddt-flagged-count.
001730     write reprint-report-record from oddrpt-total-line.
001740     close reprint-report-file.
001741     move spaces to odd-feed-trailer-record.
001742     move 'TRL' to oft-record-id.
001743     move odd-feed-odd-name to oft-feed-name.
001744     move odd-reprint-count to oft-record-count.
001745     move odd-reprint-hash to oft-hash-total.
001746     move odd-reprint-value to oft-value-total.
001747     write odd-item-extract-record from odd-feed-trailer-record.
001750     close reprint-extract-file.
001760     close odd-result-file.
001765     perform 9100-log-reprint thru 9100-exit.
001770     display 'odd-reprint: items reprinted for '
001780         odd-reprint-date ' = ' odd-reprint-count.
001783     display 'odd-reprint: sent as ODDXTRCT sequence '
001786         odd-reprint-sequence.
001790 9000-exit.
001800     exit.
001810 9100-log-reprint.
001820     open extend odd-xmlog-file.
001830     if odd-xmlog-status = '35'
001840         open output odd-xmlog-file
001850     end-if.
001860     move spaces to odd-transmission-log-record.
001870     move odd-feed-odd-name to oxl-feed-name.
001880     move odd-reprint-sequence to oxl-sequence-no.
001890     move odd-reprint-date to oxl-run-date.
001900     move odd-reprint-today to oxl-sent-date.
001910     move odd-reprint-time to oxl-sent-time.
001920     move odd-reprint-count to oxl-record-count.
001930     move odd-reprint-hash to oxl-hash-total.
001940     move odd-reprint-value to oxl-value-total.
001950     set oxl-send-reprint to true.
001960     write odd-transmission-log-record.
001970     close odd-xmlog-file.
001980 9100-exit.
001990     exit.
